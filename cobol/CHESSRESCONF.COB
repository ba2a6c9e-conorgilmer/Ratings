       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSRESCONF.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Two-captain result confirmation.  League rules say both
      * captains confirm a match result, but until now one person
      * keyed the boards straight into RESULTS.DAT and the other club
      * first saw them on the scorecard - by which time a disputed
      * board had already been scored, and the standings and ratings
      * had moved on it.
      *
      * Each captain's result sheet now comes in as a file of its
      * own - HOMESUB.DAT from the home captain, AWAYSUB.DAT from the
      * away captain - one line per board: fixture id, board number
      * and the result, both sheets written from the home side as
      * the scorecard is (1/0/= or the default codes H/A/D that
      * CHESSRESMAINT takes).  The sheets are kept for the season and
      * added to as they arrive, so a fixture one captain has sent
      * in and the other has not is simply matched on a later run.
      *
      * This run matches the two sheets board by board:
      *   - a board both captains agree on is released into
      *     RESULTS.DAT, unless it is already there;
      *   - a board they disagree on is held and listed;
      *   - a fixture only one captain has submitted is held and
      *     listed, as is a board missing from one of the sheets;
      *   - an agreed board the master already holds differently
      *     (a ruling keyed through CHESSRESMAINT) is left alone and
      *     listed.
      * Nothing held ever reaches RESULTS.DAT from here, so the
      * scorecard run can never score a disputed board as final - it
      * finds no result on file until the league secretary rules and
      * the ruling is keyed through CHESSRESMAINT.  A held board
      * whose ruling is on RESULTS.DAT is listed as ruled from then
      * on, not as held, so the listing only ever shows the disputes
      * still open.  The listing goes to RESCONF.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Both sheets OPTIONAL - early in the week one side or the
      * other may have sent in nothing yet, and that is just what
      * the listing is there to show.
           SELECT OPTIONAL homesub-file ASSIGN TO "HOMESUB.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL awaysub-file ASSIGN TO "AWAYSUB.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL for the same reason CHESSRESMAINT gives - the first
      * agreed boards of a season may be what creates the master.
           SELECT OPTIONAL results-file ASSIGN TO "RESULTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS res-key.
           SELECT resconf-file ASSIGN TO "RESCONF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * Generation copies of the indexed masters - see
      * 700-TAKE-GENERATION.  The catalogue and the retention card are
      * OPTIONAL: the first generation ever taken starts GENLOG.DAT,
      * and a master not named on GENPARM.DAT keeps five generations.
      * The master itself is DYNAMIC so the copy can read it through
      * in key order ahead of the run's keyed updates.
           SELECT generation-file ASSIGN TO DYNAMIC ws-gen-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-gen-status.
           SELECT OPTIONAL genlog-file ASSIGN TO "GENLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL genparm-file ASSIGN TO "GENPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * HOMESUB.DAT and AWAYSUB.DAT - fixture id, board number and
      * the result from the home side.
       FD homesub-file.
       01 homesub-record            PIC X(7).

       FD awaysub-file.
       01 awaysub-record            PIC X(7).

       FD results-file.
       01 results-record.
          03 res-key.
             05 res-fixture-id      PIC 9(4).
             05 res-game-number     PIC 9(2).
          03 res-result             PIC X.

      * RESCONF.DAT is the confirmation listing - boards released,
      * boards held in dispute, fixtures and boards with only one
      * sheet, and sheet lines refused outright.
       FD resconf-file.
       01 resconf-record            PIC X(70).

      * A generation file holds one master's records in key order as
      * they stood before the run; GENLOG.DAT catalogues every
      * generation on hand, and GENPARM.DAT carries one "MASTER   nn"
      * card per master saying how many generations to keep.
       FD generation-file.
       01 generation-record         PIC X(7).

       FD genlog-file.
       01 genlog-record             PIC X(80).

       FD genparm-file.
       01 genparm-record            PIC X(11).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-genlog-eof          PIC X    VALUE "N".
          03 ws-genparm-eof         PIC X    VALUE "N".
          03 ws-master-eof          PIC X    VALUE "N".
          03 ws-homesub-eof         PIC X    VALUE "N".
          03 ws-awaysub-eof         PIC X    VALUE "N".
          03 ws-result-valid        PIC X    VALUE "N".
          03 ws-board-found         PIC X    VALUE "N".
          03 ws-fixture-found       PIC X    VALUE "N".
          03 ws-home-table-full     PIC X    VALUE "N".
          03 ws-away-table-full     PIC X    VALUE "N".

       01 ws-sub-line.
          03 wsl-fixture-id         PIC 9(4).
          03 wsl-game-number        PIC 9(2).
          03 wsl-result             PIC X.

      * One table per sheet.  Status against the other sheet:
      *   "R" - agreed, released to the master this run
      *   "F" - agreed, the master already held it
      *   "X" - agreed, the master holds a different result
      *   "D" - the captains disagree
      *   "O" - the other captain has sent nothing for the fixture
      *   "M" - the fixture is on both sheets but not this board
      *   "K" - held as "D", "O" or "M", since ruled on the master
       01 ws-home-table.
          03 ws-home-entry          OCCURS 600 TIMES.
             05 whs-fixture-id      PIC 9(4).
             05 whs-game-number     PIC 9(2).
             05 whs-result          PIC X.
             05 whs-other-result    PIC X.
             05 whs-master-result   PIC X.
             05 whs-status          PIC X.

       01 ws-away-table.
          03 ws-away-entry          OCCURS 600 TIMES.
             05 was-fixture-id      PIC 9(4).
             05 was-game-number     PIC 9(2).
             05 was-result          PIC X.
             05 was-matched         PIC X.
             05 was-master-result   PIC X.
             05 was-status          PIC X.

       01 ws-home-count             PIC 999    VALUE ZEROS.
       01 ws-away-count             PIC 999    VALUE ZEROS.
       01 ws-home-sub               PIC 999    VALUE ZEROS.
       01 ws-away-sub               PIC 999    VALUE ZEROS.
       01 ws-check-sub              PIC 999    VALUE ZEROS.
       01 ws-find-fixture-id        PIC 9(4)   VALUE ZEROS.
       01 ws-find-game-number       PIC 9(2)   VALUE ZEROS.
       01 ws-fixture-boards         PIC 99     VALUE ZEROS.
       01 ws-sheet-name             PIC X(4)   VALUE SPACES.

       01 ws-title-line.
          03                        PIC X(25)  VALUE SPACES.
          03                        PIC X(28)
                          VALUE "RESULT CONFIRMATION LISTING".

       01 ws-section-line.
          03                        PIC X(2)   VALUE SPACES.
          03 wsc-title              PIC X(40).

       01 ws-column-line.
          03                        PIC X(8)   VALUE "ACTION".
          03                        PIC X(2)   VALUE SPACES.
          03                        PIC X(4)   VALUE "FIXT".
          03                        PIC X(1)   VALUE SPACES.
          03                        PIC X(2)   VALUE "BD".
          03                        PIC X(2)   VALUE SPACES.
          03                        PIC X(4)   VALUE "HOME".
          03                        PIC X(1)   VALUE SPACES.
          03                        PIC X(4)   VALUE "AWAY".
          03                        PIC X(1)   VALUE SPACES.
          03                        PIC X(4)   VALUE "MAST".
          03                        PIC X(2)   VALUE SPACES.
          03                        PIC X(7)   VALUE "MESSAGE".

       01 ws-conf-line.
          03 wcf-action             PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 wcf-fixture-id         PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wcf-game-number        PIC 9(2).
          03                        PIC X(3)   VALUE SPACES.
          03 wcf-home-result        PIC X.
          03                        PIC X(4)   VALUE SPACES.
          03 wcf-away-result        PIC X.
          03                        PIC X(4)   VALUE SPACES.
          03 wcf-master-result      PIC X.
          03                        PIC X(3)   VALUE SPACES.
          03 wcf-message            PIC X(36).

       01 ws-fixture-message.
          03 wfm-sheet              PIC X(4).
          03                        PIC X(12)  VALUE " SHEET ONLY ".
          03 wfm-boards             PIC Z9.
          03                        PIC X(12)  VALUE " BOARDS HELD".

       01 ws-total-line.
          03 wtl-label              PIC X(30).
          03 wtl-count              PIC ZZZ9.

       01 ws-blank-line             PIC X(70)  VALUE SPACES.
       01 ws-lines-line             PIC X(70)  VALUE ALL '-'.

       01 ws-gen-controls.
          03 ws-gen-master          PIC X(8)   VALUE SPACES.
          03 ws-gen-date            PIC X(8)   VALUE SPACES.
          03 ws-gen-keep            PIC 99     VALUE 5.
          03 ws-gen-number          PIC 9(4)   VALUE ZEROS.
          03 ws-gen-high-number     PIC 9(4)   VALUE ZEROS.
          03 ws-gen-held            PIC 999    VALUE ZEROS.
          03 ws-gen-records         PIC 9(6)   VALUE ZEROS.
          03 ws-gen-status          PIC XX     VALUE SPACES.

       01 ws-gen-name               PIC X(30)  VALUE SPACES.

       01 ws-genlog-line.
          03 wgl-master             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-number             PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-program            PIC X(14).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-records            PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-file               PIC X(26).

       01 ws-genparm-line.
          03 wgp-master             PIC X(8).
          03                        PIC X(1).
          03 wgp-keep               PIC 99.

      * The catalogue is read whole, the new generation added and the
      * cleared ones dropped, then written back.  Four masters at the
      * most generations a card can ask for still fit.
       01 ws-gen-table.
          03 ws-gen-entry           OCCURS 400 TIMES.
             05 wgt-line            PIC X(80).
             05 wgt-master          PIC X(8).
             05 wgt-number          PIC 9(4).
             05 wgt-file            PIC X(26).
             05 wgt-cleared         PIC X.

       01 ws-gen-count              PIC 999    VALUE ZEROS.
       01 ws-gen-sub                PIC 999    VALUE ZEROS.
       01 ws-gen-oldest-sub         PIC 999    VALUE ZEROS.

       01 ws-runctl.
          03 ws-run-season          PIC X(8)   VALUE "NOSEASON".
          03                        PIC X(1)   VALUE SPACES.
          03 ws-run-date            PIC X(8)   VALUE SPACES.
          03                        PIC X(1)   VALUE SPACES.
          03 ws-run-club            PIC X(20)  VALUE SPACES.

       01 runctl-controls.
          03 ws-runctl-status       PIC XX     VALUE SPACES.

       01 ws-run-header-line.
          03                        PIC X(1)   VALUE "H".
          03                        PIC X(2)   VALUE SPACES.
          03                        PIC X(7)   VALUE "SEASON ".
          03 wrh-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03                        PIC X(4)   VALUE "RUN ".
          03 wrh-date               PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 wrh-club               PIC X(20).

       01 ws-runlog-line.
          03 wrl-program            PIC X(14)  VALUE "CHESSRESCONF".
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-read               PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-written            PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-excepts            PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-status             PIC X(10)  VALUE "NORMAL END".

       01 counters.
          03 rec-counter            PIC 9(6)   VALUE ZEROS.
          03 written-counter        PIC 9(6)   VALUE ZEROS.
          03 excp-counter           PIC 9(4)   VALUE ZEROS.
          03 agreed-counter         PIC 9(4)   VALUE ZEROS.
          03 disputed-counter       PIC 9(4)   VALUE ZEROS.
          03 one-side-counter       PIC 9(4)   VALUE ZEROS.
          03 refused-counter        PIC 9(4)   VALUE ZEROS.
          03 ruled-counter          PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Result Confirmation Program"
            PERFORM 200-INITIALIZE
            MOVE 1 TO ws-home-sub
            PERFORM 300-MATCH-HOME-BOARD
                   UNTIL ws-home-sub > ws-home-count
            MOVE 1 TO ws-away-sub
            PERFORM 340-CHECK-AWAY-BOARD
                   UNTIL ws-away-sub > ws-away-count
            MOVE "RESULTS" TO ws-gen-master
            PERFORM 700-TAKE-GENERATION
            OPEN I-O results-file
            MOVE 1 TO ws-home-sub
            PERFORM 400-RELEASE-BOARD
                   UNTIL ws-home-sub > ws-home-count
            MOVE 1 TO ws-away-sub
            PERFORM 410-CHECK-AWAY-RULING
                   UNTIL ws-away-sub > ws-away-count
            CLOSE results-file
            PERFORM 600-PRINT-LISTING
            PERFORM 500-CLOSE
            DISPLAY written-counter " boards released, "
                    disputed-counter " disputed, "
                    one-side-counter " on one sheet only"
            DISPLAY "End of Result Confirmation Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN OUTPUT resconf-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE resconf-record FROM ws-run-header-line
            WRITE resconf-record FROM ws-title-line
            WRITE resconf-record FROM ws-blank-line
            MOVE "SHEET LINES REFUSED" TO wsc-title
            WRITE resconf-record FROM ws-section-line
            WRITE resconf-record FROM ws-lines-line

            MOVE "HOME" TO ws-sheet-name
            OPEN INPUT homesub-file
            PERFORM 210-READ-HOME-SHEET
                   UNTIL ws-homesub-eof = "Y"
            CLOSE homesub-file

            MOVE "AWAY" TO ws-sheet-name
            OPEN INPUT awaysub-file
            PERFORM 220-READ-AWAY-SHEET
                   UNTIL ws-awaysub-eof = "Y"
            CLOSE awaysub-file.

      * The season identifier is stamped onto every output, so a
      * missing or unreadable RUNCTL.DAT is worth shouting about -
      * but it does not stop the run; the season is marked NOSEASON
      * and can be corrected afterwards.
       205-READ-RUN-CONTROL.
            OPEN INPUT runctl-file
            IF ws-runctl-status = "00"
                 READ runctl-file INTO ws-runctl
                      AT END
                          DISPLAY "*** RUNCTL.DAT IS EMPTY - "
                                  "SEASON SET TO NOSEASON"
                 END-READ
                 CLOSE runctl-file
            ELSE
                 DISPLAY "*** NO RUNCTL.DAT - SEASON SET TO NOSEASON"
            END-IF
            DISPLAY "SEASON " ws-run-season.

       210-READ-HOME-SHEET.
            READ homesub-file INTO ws-sub-line
                 AT END
                     MOVE "Y" TO ws-homesub-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     PERFORM 230-CHECK-SHEET-LINE
                     IF ws-result-valid = "Y"
                          PERFORM 215-STORE-HOME-LINE
                     END-IF
            END-READ.

      * A board sent in twice on the one sheet - a resubmission with
      * the same result is harmless and dropped; a different result
      * means the captain changed their mind, and the board is held
      * as disputed until the secretary rules.
       215-STORE-HOME-LINE.
            MOVE wsl-fixture-id  TO ws-find-fixture-id
            MOVE wsl-game-number TO ws-find-game-number
            PERFORM 320-FIND-HOME-BOARD
            IF ws-board-found = "Y"
                 IF whs-result (ws-check-sub) NOT = wsl-result
                      MOVE "*" TO whs-result (ws-check-sub)
                 END-IF
            ELSE
                 IF ws-home-count < 600
                      COMPUTE ws-home-count = ws-home-count + 1
                      MOVE wsl-fixture-id
                           TO whs-fixture-id (ws-home-count)
                      MOVE wsl-game-number
                           TO whs-game-number (ws-home-count)
                      MOVE wsl-result  TO whs-result (ws-home-count)
                      MOVE SPACE TO whs-other-result (ws-home-count)
                      MOVE SPACE TO whs-master-result (ws-home-count)
                      MOVE SPACE TO whs-status (ws-home-count)
                 ELSE
                      IF ws-home-table-full = "N"
                           DISPLAY "*** HOMESUB.DAT HAS MORE THAN "
                                   "600 BOARDS - REST IGNORED"
                           MOVE "Y" TO ws-home-table-full
                      END-IF
                 END-IF
            END-IF.

       220-READ-AWAY-SHEET.
            READ awaysub-file INTO ws-sub-line
                 AT END
                     MOVE "Y" TO ws-awaysub-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     PERFORM 230-CHECK-SHEET-LINE
                     IF ws-result-valid = "Y"
                          PERFORM 225-STORE-AWAY-LINE
                     END-IF
            END-READ.

       225-STORE-AWAY-LINE.
            MOVE wsl-fixture-id  TO ws-find-fixture-id
            MOVE wsl-game-number TO ws-find-game-number
            PERFORM 330-FIND-AWAY-BOARD
            IF ws-board-found = "Y"
                 IF was-result (ws-check-sub) NOT = wsl-result
                      MOVE "*" TO was-result (ws-check-sub)
                 END-IF
            ELSE
                 IF ws-away-count < 600
                      COMPUTE ws-away-count = ws-away-count + 1
                      MOVE wsl-fixture-id
                           TO was-fixture-id (ws-away-count)
                      MOVE wsl-game-number
                           TO was-game-number (ws-away-count)
                      MOVE wsl-result  TO was-result (ws-away-count)
                      MOVE "N"   TO was-matched (ws-away-count)
                      MOVE SPACE TO was-master-result (ws-away-count)
                      MOVE SPACE TO was-status (ws-away-count)
                 ELSE
                      IF ws-away-table-full = "N"
                           DISPLAY "*** AWAYSUB.DAT HAS MORE THAN "
                                   "600 BOARDS - REST IGNORED"
                           MOVE "Y" TO ws-away-table-full
                      END-IF
                 END-IF
            END-IF.

      * The same checks CHESSRESMAINT makes before a key or result
      * byte goes near the master.
       230-CHECK-SHEET-LINE.
            MOVE "Y" TO ws-result-valid
            MOVE "REFUSED"   TO wcf-action
            MOVE wsl-fixture-id  TO wcf-fixture-id
            MOVE wsl-game-number TO wcf-game-number
            MOVE SPACE TO wcf-home-result
            MOVE SPACE TO wcf-away-result
            MOVE SPACE TO wcf-master-result
            IF ws-sheet-name = "HOME"
                 MOVE wsl-result TO wcf-home-result
            ELSE
                 MOVE wsl-result TO wcf-away-result
            END-IF
            IF wsl-fixture-id NOT NUMERIC
                 OR wsl-game-number NOT NUMERIC
                 MOVE "N" TO ws-result-valid
                 MOVE SPACES TO wcf-message
                 STRING ws-sheet-name " SHEET - KEY NOT NUMERIC"
                        DELIMITED BY SIZE INTO wcf-message
            ELSE
                 IF wsl-result NOT = "1" AND wsl-result NOT = "0"
                    AND wsl-result NOT = "="
                    AND wsl-result NOT = "H" AND wsl-result NOT = "A"
                    AND wsl-result NOT = "D"
                      MOVE "N" TO ws-result-valid
                      MOVE SPACES TO wcf-message
                      STRING ws-sheet-name
                             " SHEET - RESULT NOT 1/0/=/H/A/D"
                             DELIMITED BY SIZE INTO wcf-message
                 END-IF
            END-IF
            IF ws-result-valid = "N"
                 COMPUTE refused-counter = refused-counter + 1
                 PERFORM 460-WRITE-EXCEPTION-LINE
            END-IF.

      * Each home board against the away sheet - same board, same
      * fixture with the board missing, or no away sheet at all.
       300-MATCH-HOME-BOARD.
            MOVE whs-fixture-id (ws-home-sub)  TO ws-find-fixture-id
            MOVE whs-game-number (ws-home-sub) TO ws-find-game-number
            PERFORM 330-FIND-AWAY-BOARD
            IF ws-board-found = "Y"
                 MOVE "Y" TO was-matched (ws-check-sub)
                 MOVE was-result (ws-check-sub)
                      TO whs-other-result (ws-home-sub)
                 IF whs-result (ws-home-sub) = "*"
                    OR was-result (ws-check-sub) = "*"
                    OR whs-result (ws-home-sub) NOT =
                       was-result (ws-check-sub)
                      MOVE "D" TO whs-status (ws-home-sub)
                 ELSE
                      MOVE "R" TO whs-status (ws-home-sub)
                 END-IF
            ELSE
                 PERFORM 335-FIND-AWAY-FIXTURE
                 IF ws-fixture-found = "Y"
                      MOVE "M" TO whs-status (ws-home-sub)
                 ELSE
                      MOVE "O" TO whs-status (ws-home-sub)
                 END-IF
            END-IF
            COMPUTE ws-home-sub = ws-home-sub + 1.

       320-FIND-HOME-BOARD.
            MOVE "N" TO ws-board-found
            MOVE 1   TO ws-check-sub
            PERFORM 325-CHECK-HOME-BOARD
                   UNTIL ws-board-found = "Y"
                      OR ws-check-sub > ws-home-count.

       325-CHECK-HOME-BOARD.
            IF whs-fixture-id (ws-check-sub) = ws-find-fixture-id
               AND whs-game-number (ws-check-sub) = ws-find-game-number
                 MOVE "Y" TO ws-board-found
            ELSE
                 COMPUTE ws-check-sub = ws-check-sub + 1
            END-IF.

       330-FIND-AWAY-BOARD.
            MOVE "N" TO ws-board-found
            MOVE 1   TO ws-check-sub
            PERFORM 332-CHECK-AWAY-BOARD
                   UNTIL ws-board-found = "Y"
                      OR ws-check-sub > ws-away-count.

       332-CHECK-AWAY-BOARD.
            IF was-fixture-id (ws-check-sub) = ws-find-fixture-id
               AND was-game-number (ws-check-sub) = ws-find-game-number
                 MOVE "Y" TO ws-board-found
            ELSE
                 COMPUTE ws-check-sub = ws-check-sub + 1
            END-IF.

       335-FIND-AWAY-FIXTURE.
            MOVE "N" TO ws-fixture-found
            MOVE 1   TO ws-check-sub
            PERFORM 337-CHECK-AWAY-FIXTURE
                   UNTIL ws-fixture-found = "Y"
                      OR ws-check-sub > ws-away-count.

       337-CHECK-AWAY-FIXTURE.
            IF was-fixture-id (ws-check-sub) = ws-find-fixture-id
                 MOVE "Y" TO ws-fixture-found
            ELSE
                 COMPUTE ws-check-sub = ws-check-sub + 1
            END-IF.

      * Away boards the home sheet never mentioned.
       340-CHECK-AWAY-BOARD.
            IF was-matched (ws-away-sub) = "N"
                 MOVE was-fixture-id (ws-away-sub)
                      TO ws-find-fixture-id
                 PERFORM 345-FIND-HOME-FIXTURE
                 IF ws-fixture-found = "Y"
                      MOVE "M" TO was-status (ws-away-sub)
                 ELSE
                      MOVE "O" TO was-status (ws-away-sub)
                 END-IF
            END-IF
            COMPUTE ws-away-sub = ws-away-sub + 1.

       345-FIND-HOME-FIXTURE.
            MOVE "N" TO ws-fixture-found
            MOVE 1   TO ws-check-sub
            PERFORM 347-CHECK-HOME-FIXTURE
                   UNTIL ws-fixture-found = "Y"
                      OR ws-check-sub > ws-home-count.

       347-CHECK-HOME-FIXTURE.
            IF whs-fixture-id (ws-check-sub) = ws-find-fixture-id
                 MOVE "Y" TO ws-fixture-found
            ELSE
                 COMPUTE ws-check-sub = ws-check-sub + 1
            END-IF.

      * Only an agreed board goes near the master, and never over a
      * result already there - changing a result on file stays a
      * CHESSRESMAINT transaction with its own audit line.  A held
      * board is only looked up, to see whether the league
      * secretary's ruling has been keyed since it was first held.
       400-RELEASE-BOARD.
            IF whs-status (ws-home-sub) = "R"
                 COMPUTE agreed-counter = agreed-counter + 1
                 MOVE whs-fixture-id (ws-home-sub)  TO res-fixture-id
                 MOVE whs-game-number (ws-home-sub) TO res-game-number
                 READ results-file
                      INVALID KEY
                          MOVE whs-result (ws-home-sub) TO res-result
                          WRITE results-record
                          COMPUTE written-counter =
                               written-counter + 1
                      NOT INVALID KEY
                          MOVE res-result
                               TO whs-master-result (ws-home-sub)
                          IF res-result = whs-result (ws-home-sub)
                               MOVE "F" TO whs-status (ws-home-sub)
                          ELSE
                               MOVE "X" TO whs-status (ws-home-sub)
                          END-IF
                 END-READ
            END-IF
            IF whs-status (ws-home-sub) = "D"
               OR whs-status (ws-home-sub) = "M"
               OR whs-status (ws-home-sub) = "O"
                 MOVE whs-fixture-id (ws-home-sub)  TO res-fixture-id
                 MOVE whs-game-number (ws-home-sub) TO res-game-number
                 READ results-file
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE res-result
                               TO whs-master-result (ws-home-sub)
                          MOVE "K" TO whs-status (ws-home-sub)
                 END-READ
            END-IF
            COMPUTE ws-home-sub = ws-home-sub + 1.

       410-CHECK-AWAY-RULING.
            IF was-status (ws-away-sub) = "M"
               OR was-status (ws-away-sub) = "O"
                 MOVE was-fixture-id (ws-away-sub)  TO res-fixture-id
                 MOVE was-game-number (ws-away-sub) TO res-game-number
                 READ results-file
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE res-result
                               TO was-master-result (ws-away-sub)
                          MOVE "K" TO was-status (ws-away-sub)
                 END-READ
            END-IF
            COMPUTE ws-away-sub = ws-away-sub + 1.

      * The exception lines keep the run's exception count; the
      * released boards are listed without adding to it.
       450-WRITE-CONF-LINE.
            WRITE resconf-record FROM ws-conf-line.

       460-WRITE-EXCEPTION-LINE.
            DISPLAY "*** " ws-conf-line
            WRITE resconf-record FROM ws-conf-line
            COMPUTE excp-counter = excp-counter + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE resconf-file
            PERFORM 950-WRITE-RUN-LOG.

      * The listing in four parts after the refusals - boards
      * released, boards held in dispute, boards held because only
      * one captain has spoken for them, and held boards since ruled
      * on the master.
       600-PRINT-LISTING.
            WRITE resconf-record FROM ws-blank-line
            MOVE "BOARDS AGREED AND RELEASED" TO wsc-title
            PERFORM 605-PRINT-SECTION-HEAD
            MOVE 1 TO ws-home-sub
            PERFORM 610-PRINT-RELEASED
                   UNTIL ws-home-sub > ws-home-count

            WRITE resconf-record FROM ws-blank-line
            MOVE "BOARDS IN DISPUTE - HELD FOR A RULING" TO wsc-title
            PERFORM 605-PRINT-SECTION-HEAD
            MOVE 1 TO ws-home-sub
            PERFORM 620-PRINT-DISPUTED
                   UNTIL ws-home-sub > ws-home-count

            WRITE resconf-record FROM ws-blank-line
            MOVE "ONE SHEET ONLY - HELD" TO wsc-title
            PERFORM 605-PRINT-SECTION-HEAD
            MOVE 1 TO ws-home-sub
            PERFORM 630-PRINT-HOME-ONLY
                   UNTIL ws-home-sub > ws-home-count
            MOVE 1 TO ws-away-sub
            PERFORM 640-PRINT-AWAY-ONLY
                   UNTIL ws-away-sub > ws-away-count

            WRITE resconf-record FROM ws-blank-line
            MOVE "HELD BOARDS RULED - ON RESULTS.DAT" TO wsc-title
            PERFORM 605-PRINT-SECTION-HEAD
            MOVE 1 TO ws-home-sub
            PERFORM 650-PRINT-HOME-RULED
                   UNTIL ws-home-sub > ws-home-count
            MOVE 1 TO ws-away-sub
            PERFORM 655-PRINT-AWAY-RULED
                   UNTIL ws-away-sub > ws-away-count

            WRITE resconf-record FROM ws-blank-line
            WRITE resconf-record FROM ws-lines-line
            MOVE "BOARDS AGREED"          TO wtl-label
            MOVE agreed-counter           TO wtl-count
            WRITE resconf-record FROM ws-total-line
            MOVE "  RELEASED THIS RUN"    TO wtl-label
            MOVE written-counter          TO wtl-count
            WRITE resconf-record FROM ws-total-line
            MOVE "BOARDS IN DISPUTE"      TO wtl-label
            MOVE disputed-counter         TO wtl-count
            WRITE resconf-record FROM ws-total-line
            MOVE "FIXTURES/BOARDS ONE SHEET"  TO wtl-label
            MOVE one-side-counter         TO wtl-count
            WRITE resconf-record FROM ws-total-line
            MOVE "SHEET LINES REFUSED"    TO wtl-label
            MOVE refused-counter          TO wtl-count
            WRITE resconf-record FROM ws-total-line
            MOVE "HELD BOARDS SINCE RULED" TO wtl-label
            MOVE ruled-counter            TO wtl-count
            WRITE resconf-record FROM ws-total-line.

       605-PRINT-SECTION-HEAD.
            WRITE resconf-record FROM ws-section-line
            WRITE resconf-record FROM ws-lines-line
            WRITE resconf-record FROM ws-column-line.

       607-SET-HOME-LINE.
            MOVE whs-fixture-id (ws-home-sub)    TO wcf-fixture-id
            MOVE whs-game-number (ws-home-sub)   TO wcf-game-number
            MOVE whs-result (ws-home-sub)        TO wcf-home-result
            MOVE whs-other-result (ws-home-sub)  TO wcf-away-result
            MOVE whs-master-result (ws-home-sub) TO wcf-master-result.

       610-PRINT-RELEASED.
            IF whs-status (ws-home-sub) = "R"
                 PERFORM 607-SET-HOME-LINE
                 MOVE whs-result (ws-home-sub) TO wcf-master-result
                 MOVE "RELEASED" TO wcf-action
                 MOVE "AGREED - WRITTEN TO RESULTS.DAT"
                      TO wcf-message
                 PERFORM 450-WRITE-CONF-LINE
            END-IF
            IF whs-status (ws-home-sub) = "F"
                 PERFORM 607-SET-HOME-LINE
                 MOVE "ON FILE" TO wcf-action
                 MOVE "AGREED - ALREADY ON RESULTS.DAT"
                      TO wcf-message
                 PERFORM 450-WRITE-CONF-LINE
            END-IF
            COMPUTE ws-home-sub = ws-home-sub + 1.

       620-PRINT-DISPUTED.
            IF whs-status (ws-home-sub) = "D"
                 PERFORM 607-SET-HOME-LINE
                 MOVE "DISPUTED" TO wcf-action
                 IF whs-result (ws-home-sub) = "*"
                    OR whs-other-result (ws-home-sub) = "*"
                      MOVE "SENT TWICE WITH DIFFERENT RESULTS"
                           TO wcf-message
                 ELSE
                      MOVE "CAPTAINS DISAGREE" TO wcf-message
                 END-IF
                 COMPUTE disputed-counter = disputed-counter + 1
                 PERFORM 460-WRITE-EXCEPTION-LINE
            END-IF
            IF whs-status (ws-home-sub) = "X"
                 PERFORM 607-SET-HOME-LINE
                 MOVE "DISPUTED" TO wcf-action
                 MOVE "AGREED - MASTER HOLDS ANOTHER"
                      TO wcf-message
                 COMPUTE disputed-counter = disputed-counter + 1
                 PERFORM 460-WRITE-EXCEPTION-LINE
            END-IF
            COMPUTE ws-home-sub = ws-home-sub + 1.

      * A fixture with no away sheet is listed once, on its first
      * board still held, with the number of boards still held -
      * boards already ruled are listed as ruled instead; a single
      * board missing from a sheet that is otherwise in gets a line
      * of its own.
       630-PRINT-HOME-ONLY.
            IF whs-status (ws-home-sub) = "M"
                 PERFORM 607-SET-HOME-LINE
                 MOVE "HELD" TO wcf-action
                 MOVE "BOARD NOT ON AWAY SHEET" TO wcf-message
                 COMPUTE one-side-counter = one-side-counter + 1
                 PERFORM 460-WRITE-EXCEPTION-LINE
            END-IF
            IF whs-status (ws-home-sub) = "O"
                 MOVE whs-fixture-id (ws-home-sub)
                      TO ws-find-fixture-id
                 PERFORM 636-FIND-HOME-HELD
                 IF ws-check-sub = ws-home-sub
                      PERFORM 607-SET-HOME-LINE
                      MOVE ZEROS  TO wcf-game-number
                      MOVE SPACE  TO wcf-home-result
                      MOVE "HELD" TO wcf-action
                      MOVE ZEROS  TO ws-fixture-boards
                      MOVE 1 TO ws-check-sub
                      PERFORM 635-COUNT-HOME-FIXTURE
                             UNTIL ws-check-sub > ws-home-count
                      MOVE "HOME" TO wfm-sheet
                      MOVE ws-fixture-boards TO wfm-boards
                      MOVE ws-fixture-message TO wcf-message
                      COMPUTE one-side-counter = one-side-counter + 1
                      PERFORM 460-WRITE-EXCEPTION-LINE
                 END-IF
            END-IF
            COMPUTE ws-home-sub = ws-home-sub + 1.

       635-COUNT-HOME-FIXTURE.
            IF whs-fixture-id (ws-check-sub) = ws-find-fixture-id
               AND whs-status (ws-check-sub) = "O"
                 COMPUTE ws-fixture-boards = ws-fixture-boards + 1
            END-IF
            COMPUTE ws-check-sub = ws-check-sub + 1.

       636-FIND-HOME-HELD.
            MOVE "N" TO ws-fixture-found
            MOVE 1   TO ws-check-sub
            PERFORM 637-CHECK-HOME-HELD
                   UNTIL ws-fixture-found = "Y"
                      OR ws-check-sub > ws-home-count.

       637-CHECK-HOME-HELD.
            IF whs-fixture-id (ws-check-sub) = ws-find-fixture-id
               AND whs-status (ws-check-sub) = "O"
                 MOVE "Y" TO ws-fixture-found
            ELSE
                 COMPUTE ws-check-sub = ws-check-sub + 1
            END-IF.

       640-PRINT-AWAY-ONLY.
            MOVE was-fixture-id (ws-away-sub)  TO wcf-fixture-id
            MOVE was-game-number (ws-away-sub) TO wcf-game-number
            MOVE SPACE TO wcf-home-result
            MOVE was-result (ws-away-sub) TO wcf-away-result
            MOVE SPACE TO wcf-master-result
            IF was-status (ws-away-sub) = "M"
                 MOVE "HELD" TO wcf-action
                 MOVE "BOARD NOT ON HOME SHEET" TO wcf-message
                 COMPUTE one-side-counter = one-side-counter + 1
                 PERFORM 460-WRITE-EXCEPTION-LINE
            END-IF
            IF was-status (ws-away-sub) = "O"
                 MOVE was-fixture-id (ws-away-sub)
                      TO ws-find-fixture-id
                 PERFORM 646-FIND-AWAY-HELD
                 IF ws-check-sub = ws-away-sub
                      MOVE ZEROS  TO wcf-game-number
                      MOVE SPACE  TO wcf-away-result
                      MOVE "HELD" TO wcf-action
                      MOVE ZEROS  TO ws-fixture-boards
                      MOVE 1 TO ws-check-sub
                      PERFORM 645-COUNT-AWAY-FIXTURE
                             UNTIL ws-check-sub > ws-away-count
                      MOVE "AWAY" TO wfm-sheet
                      MOVE ws-fixture-boards TO wfm-boards
                      MOVE ws-fixture-message TO wcf-message
                      COMPUTE one-side-counter = one-side-counter + 1
                      PERFORM 460-WRITE-EXCEPTION-LINE
                 END-IF
            END-IF
            COMPUTE ws-away-sub = ws-away-sub + 1.

       645-COUNT-AWAY-FIXTURE.
            IF was-fixture-id (ws-check-sub) = ws-find-fixture-id
               AND was-status (ws-check-sub) = "O"
                 COMPUTE ws-fixture-boards = ws-fixture-boards + 1
            END-IF
            COMPUTE ws-check-sub = ws-check-sub + 1.

       646-FIND-AWAY-HELD.
            MOVE "N" TO ws-fixture-found
            MOVE 1   TO ws-check-sub
            PERFORM 647-CHECK-AWAY-HELD
                   UNTIL ws-fixture-found = "Y"
                      OR ws-check-sub > ws-away-count.

       647-CHECK-AWAY-HELD.
            IF was-fixture-id (ws-check-sub) = ws-find-fixture-id
               AND was-status (ws-check-sub) = "O"
                 MOVE "Y" TO ws-fixture-found
            ELSE
                 COMPUTE ws-check-sub = ws-check-sub + 1
            END-IF.

      * A board once held and since ruled is settled - it is listed
      * with the master's result but is no longer an exception.
       650-PRINT-HOME-RULED.
            IF whs-status (ws-home-sub) = "K"
                 PERFORM 607-SET-HOME-LINE
                 MOVE "RULED" TO wcf-action
                 MOVE "RULED - ON RESULTS.DAT" TO wcf-message
                 COMPUTE ruled-counter = ruled-counter + 1
                 PERFORM 450-WRITE-CONF-LINE
            END-IF
            COMPUTE ws-home-sub = ws-home-sub + 1.

       655-PRINT-AWAY-RULED.
            IF was-status (ws-away-sub) = "K"
                 MOVE was-fixture-id (ws-away-sub)  TO wcf-fixture-id
                 MOVE was-game-number (ws-away-sub) TO wcf-game-number
                 MOVE SPACE TO wcf-home-result
                 MOVE was-result (ws-away-sub) TO wcf-away-result
                 MOVE was-master-result (ws-away-sub)
                      TO wcf-master-result
                 MOVE "RULED" TO wcf-action
                 MOVE "RULED - ON RESULTS.DAT" TO wcf-message
                 COMPUTE ruled-counter = ruled-counter + 1
                 PERFORM 450-WRITE-CONF-LINE
            END-IF
            COMPUTE ws-away-sub = ws-away-sub + 1.

      * The master named in ws-gen-master is copied to a dated
      * generation file before the run is allowed to change it, so a
      * bad transaction file or an accidental rerun can be wound back
      * with CHESSRESTORE.  The copy is catalogued on GENLOG.DAT and
      * the master's oldest generations beyond the number GENPARM.DAT
      * allows are cleared down.  Anything that stops the copy stops
      * the run, before the master has been opened for update.
       700-TAKE-GENERATION.
            PERFORM 710-LOAD-GEN-CATALOGUE
            PERFORM 720-READ-GEN-PARAMETERS
            IF ws-run-date NUMERIC
                 MOVE ws-run-date TO ws-gen-date
            ELSE
                 MOVE "NODATE"    TO ws-gen-date
            END-IF
            COMPUTE ws-gen-number = ws-gen-high-number + 1
            MOVE SPACES TO ws-gen-name
            STRING ws-gen-master DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   ws-gen-date DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   ws-gen-number DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
              INTO ws-gen-name
            MOVE ZEROS TO ws-gen-records
            OPEN OUTPUT generation-file
            IF ws-gen-status NOT = "00"
                 DISPLAY "*** GENERATION FILE " ws-gen-name
                         " CANNOT BE WRITTEN - STATUS " ws-gen-status
                         " - " ws-gen-master " NOT TOUCHED"
                 STOP RUN
            END-IF
            PERFORM 730-COPY-RESULTS-GENERATION
            CLOSE generation-file
            DISPLAY ws-gen-master " KEPT AS " ws-gen-name " - "
                    ws-gen-records " RECORDS"

            COMPUTE ws-gen-count = ws-gen-count + 1
            MOVE ws-gen-master   TO wgl-master
            MOVE ws-gen-number   TO wgl-number
            MOVE ws-gen-date     TO wgl-date
            MOVE ws-run-season   TO wgl-season
            MOVE wrl-program     TO wgl-program
            MOVE ws-gen-records  TO wgl-records
            MOVE ws-gen-name     TO wgl-file
            MOVE ws-genlog-line  TO wgt-line (ws-gen-count)
            MOVE ws-gen-master   TO wgt-master (ws-gen-count)
            MOVE ws-gen-number   TO wgt-number (ws-gen-count)
            MOVE ws-gen-name     TO wgt-file (ws-gen-count)
            MOVE "N"             TO wgt-cleared (ws-gen-count)

            PERFORM 740-CLEAR-OLD-GENERATIONS
            PERFORM 760-WRITE-GEN-CATALOGUE.

      * Generation numbers run on across every master, so the number
      * alone identifies a generation; the new one takes the next.
       710-LOAD-GEN-CATALOGUE.
            MOVE ZEROS TO ws-gen-count
            MOVE ZEROS TO ws-gen-high-number
            MOVE "N"   TO ws-genlog-eof
            OPEN INPUT genlog-file
            PERFORM 715-LOAD-GEN-ENTRY
                   UNTIL ws-genlog-eof = "Y"
            CLOSE genlog-file.

       715-LOAD-GEN-ENTRY.
            READ genlog-file INTO ws-genlog-line
                 AT END
                     MOVE "Y" TO ws-genlog-eof
                 NOT AT END
                     IF ws-gen-count < 399
                          COMPUTE ws-gen-count = ws-gen-count + 1
                          MOVE ws-genlog-line
                               TO wgt-line (ws-gen-count)
                          MOVE wgl-master TO wgt-master (ws-gen-count)
                          MOVE wgl-number TO wgt-number (ws-gen-count)
                          MOVE wgl-file   TO wgt-file (ws-gen-count)
                          MOVE "N"        TO wgt-cleared (ws-gen-count)
                          IF wgl-number > ws-gen-high-number
                               MOVE wgl-number TO ws-gen-high-number
                          END-IF
                     ELSE
                          DISPLAY "*** GENLOG.DAT HAS MORE THAN 399 "
                                  "GENERATIONS - " ws-gen-master
                                  " NOT TOUCHED"
                          STOP RUN
                     END-IF
            END-READ.

       720-READ-GEN-PARAMETERS.
            MOVE 5   TO ws-gen-keep
            MOVE "N" TO ws-genparm-eof
            OPEN INPUT genparm-file
            PERFORM 725-READ-GEN-PARAMETER
                   UNTIL ws-genparm-eof = "Y"
            CLOSE genparm-file.

       725-READ-GEN-PARAMETER.
            READ genparm-file INTO ws-genparm-line
                 AT END
                     MOVE "Y" TO ws-genparm-eof
                 NOT AT END
                     IF wgp-master = ws-gen-master
                          IF wgp-keep NUMERIC AND wgp-keep > ZEROS
                               MOVE wgp-keep TO ws-gen-keep
                          ELSE
                               DISPLAY "*** GENPARM.DAT MUST KEEP 01 "
                                       "TO 99 GENERATIONS OF "
                                       ws-gen-master
                               STOP RUN
                          END-IF
                     END-IF
            END-READ.

       730-COPY-RESULTS-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT results-file
            PERFORM 735-COPY-RESULTS-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE results-file.

       735-COPY-RESULTS-RECORD.
            READ results-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM results-record
                     COMPUTE ws-gen-records = ws-gen-records + 1
            END-READ.

       740-CLEAR-OLD-GENERATIONS.
            MOVE ZEROS TO ws-gen-held
            MOVE 1     TO ws-gen-sub
            PERFORM 745-COUNT-HELD-GENERATION
                   UNTIL ws-gen-sub > ws-gen-count
            PERFORM 750-CLEAR-OLDEST-GENERATION
                   UNTIL ws-gen-held NOT > ws-gen-keep.

       745-COUNT-HELD-GENERATION.
            IF wgt-master (ws-gen-sub) = ws-gen-master
                 AND wgt-cleared (ws-gen-sub) = "N"
                 COMPUTE ws-gen-held = ws-gen-held + 1
            END-IF
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

      * A generation already gone from disk is reported and dropped
      * from the catalogue all the same.
       750-CLEAR-OLDEST-GENERATION.
            MOVE ZEROS TO ws-gen-oldest-sub
            MOVE 1     TO ws-gen-sub
            PERFORM 755-CHECK-OLDEST-GENERATION
                   UNTIL ws-gen-sub > ws-gen-count
            MOVE wgt-file (ws-gen-oldest-sub) TO ws-gen-name
            DELETE FILE generation-file
            IF ws-gen-status = "00"
                 DISPLAY "GENERATION " ws-gen-name " CLEARED"
            ELSE
                 DISPLAY "*** GENERATION " ws-gen-name " NOT FOUND "
                         "TO CLEAR - STATUS " ws-gen-status
            END-IF
            MOVE "Y" TO wgt-cleared (ws-gen-oldest-sub)
            COMPUTE ws-gen-held = ws-gen-held - 1.

       755-CHECK-OLDEST-GENERATION.
            IF wgt-master (ws-gen-sub) = ws-gen-master
                 AND wgt-cleared (ws-gen-sub) = "N"
                 IF ws-gen-oldest-sub = ZEROS
                      MOVE ws-gen-sub TO ws-gen-oldest-sub
                 ELSE
                      IF wgt-number (ws-gen-sub) <
                              wgt-number (ws-gen-oldest-sub)
                           MOVE ws-gen-sub TO ws-gen-oldest-sub
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

       760-WRITE-GEN-CATALOGUE.
            OPEN OUTPUT genlog-file
            MOVE 1 TO ws-gen-sub
            PERFORM 765-WRITE-GEN-ENTRY
                   UNTIL ws-gen-sub > ws-gen-count
            CLOSE genlog-file.

       765-WRITE-GEN-ENTRY.
            IF wgt-cleared (ws-gen-sub) = "N"
                 WRITE genlog-record FROM wgt-line (ws-gen-sub)
            END-IF
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

      * The completion record only ever goes out from here, so its
      * presence on RUNLOG.DAT is itself the proof the run reached
      * normal end.
       950-WRITE-RUN-LOG.
            OPEN EXTEND runlog-file
            MOVE ws-run-season   TO wrl-season
            MOVE ws-run-date     TO wrl-date
            MOVE rec-counter     TO wrl-read
            MOVE written-counter TO wrl-written
            MOVE excp-counter    TO wrl-excepts
            WRITE runlog-record FROM ws-runlog-line
            CLOSE runlog-file.
