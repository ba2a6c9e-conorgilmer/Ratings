       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSDEFAULTS.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Season defaults listing by team.  The league fines a club for
      * every board it defaults, and the fines were worked out at the
      * end of the season by leafing back through the paper cards for
      * the boards with nobody sitting at them.  Now that a default is
      * keyed with its own code on RESULTS.DAT and CHESSSCORECARD
      * marks the board line DEFAULT, the season board log that
      * CHESSAVERAGES keeps (BOARDLOG.DAT) holds every one of them.
      *
      * This program reads the whole log and charges each defaulted
      * board to the team whose player failed to appear - the side
      * that scored nothing on a DEFAULT board, both sides on a double
      * default.  DEFAULTS.DAT lists the defaults team by team in
      * name order, each with its fixture, date, board and opponents,
      * a count per team and a season total, ready for the league
      * secretary to raise the fines from.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL so a listing early in the season, before the first
      * board is logged, reads an empty log instead of failing.
           SELECT OPTIONAL boardlog-file ASSIGN TO "BOARDLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT defaults-file ASSIGN TO "DEFAULTS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * BOARDLOG.DAT is the season's permanent board log kept by
      * CHESSAVERAGES - the fixture id, date and both team names ahead
      * of each scorecard board line.
       FD boardlog-file.
       01 boardlog-record           PIC X(156).

       FD defaults-file.
       01 defaults-record           PIC X(90).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-boardlog-eof        PIC X    VALUE "N".
          03 ws-team-found          PIC X    VALUE "N".
          03 ws-table-short         PIC X    VALUE "N".

       01 ws-boardlog-rec.
          03 wbl-fixture-id         PIC X(4).
          03                        PIC X(1).
          03 wbl-date               PIC X(8).
          03                        PIC X(1).
          03 wbl-home-team          PIC X(20).
          03                        PIC X(1).
          03 wbl-away-team          PIC X(20).
          03                        PIC X(1).
          03 wbl-board-line         PIC X(100).

      * The scorecard board line as CHESSSCORECARD lays it out, with
      * the DEFAULT marker in columns 91-97.
       01 ws-scorecard-detail.
          03                        PIC X(3).
          03 wsc-game-number        PIC 9(2).
          03                        PIC X.
          03 wsc-home-player        PIC X(20).
          03                        PIC X.
          03 wsc-home-rating        PIC 9(4).
          03                        PIC X.
          03 wsc-home-icu           PIC 9(6).
          03                        PIC X.
          03 wsc-home-colour        PIC X(5).
          03                        PIC X.
          03 wsc-home-points        PIC 9V9.
          03                        PIC X.
          03 wsc-away-player        PIC X(20).
          03                        PIC X.
          03 wsc-away-rating        PIC 9(4).
          03                        PIC X.
          03 wsc-away-icu           PIC 9(6).
          03                        PIC X.
          03 wsc-away-colour        PIC X(5).
          03                        PIC X.
          03 wsc-away-points        PIC 9V9.
          03                        PIC X.
          03 wsc-default-marker     PIC X(7).
          03                        PIC X(3).

      * Every default charged this season - one entry per defaulting
      * side, so a double default takes two.
       01 ws-default-table.
          03 ws-default-entry       OCCURS 200 TIMES.
             05 wdf-team            PIC X(20).
             05 wdf-fixture-id      PIC X(4).
             05 wdf-date            PIC X(8).
             05 wdf-board           PIC 9(2).
             05 wdf-opponents       PIC X(20).
             05 wdf-type            PIC X(14).

       01 ws-default-count          PIC 999    VALUE ZEROS.
       01 ws-default-sub            PIC 999    VALUE ZEROS.

      * One slot per team that has defaulted - twenty is generous for
      * a single league season, the same ceiling CHESSSTANDINGS uses.
       01 ws-team-table.
          03 ws-team-entry          OCCURS 20 TIMES.
             05 wtt-name            PIC X(20).
             05 wtt-defaults        PIC 999.
             05 wtt-printed         PIC X.

       01 ws-team-count             PIC 99     VALUE ZEROS.
       01 ws-team-sub               PIC 99     VALUE ZEROS.
       01 ws-best-sub               PIC 99     VALUE ZEROS.
       01 ws-print-count            PIC 99     VALUE ZEROS.

      * The defaulting side lifted out so home and away are charged
      * through the same paragraph.
       01 ws-charge-fields.
          03 ws-charge-team         PIC X(20).
          03 ws-charge-opponents    PIC X(20).
          03 ws-charge-type         PIC X(14).

       01 ws-defaults-heading       PIC X(40)  VALUE
          "SEASON DEFAULTS BY TEAM".
       01 ws-column-heading.
          03                        PIC X(24)  VALUE "  TEAM".
          03                        PIC X(6)   VALUE "FIXT".
          03                        PIC X(10)  VALUE "DATE".
          03                        PIC X(7)   VALUE "BOARD".
          03                        PIC X(22)  VALUE "OPPONENTS".
          03                        PIC X(14)  VALUE "DEFAULT".

       01 ws-default-line.
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-team               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-fixture-id         PIC X(4).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-date               PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-board              PIC Z9.
          03                        PIC X(5)   VALUE SPACES.
          03 wdl-opponents          PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-type               PIC X(14).

       01 ws-team-total-line.
          03                        PIC X(2)   VALUE SPACES.
          03 wtl-name               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03                        PIC X(8)   VALUE "TOTAL - ".
          03 wtl-defaults           PIC ZZ9.
          03                        PIC X(9)   VALUE " DEFAULTS".

       01 ws-summary-line.
          03                        PIC X(15)  VALUE "SEASON TOTAL - ".
          03 wsm-defaults           PIC ZZ9.
          03                        PIC X(13)  VALUE " DEFAULTS BY ".
          03 wsm-teams              PIC Z9.
          03                        PIC X(6)   VALUE " TEAMS".

       01 ws-none-line              PIC X(40)  VALUE
          "NO DEFAULTS THIS SEASON".

       01 ws-blank-line             PIC X(80)  VALUE SPACES.
       01 ws-lines-line             PIC X(90)  VALUE ALL '-'.

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
          03 wrl-program            PIC X(14)  VALUE "CHESSDEFAULTS".
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
          03 board-counter          PIC 9(6)   VALUE ZEROS.
          03 listed-counter         PIC 9(6)   VALUE ZEROS.
          03 excp-counter           PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Chess Season Defaults Listing Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-CHECK-BOARD
                   UNTIL ws-boardlog-eof = "Y"
            PERFORM 600-PRINT-DEFAULTS
            PERFORM 500-CLOSE
            DISPLAY board-counter " boards on the season log, "
                    listed-counter " defaults listed"
            DISPLAY "End of Chess Season Defaults Listing Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN INPUT  boardlog-file
            OPEN OUTPUT defaults-file
            WRITE defaults-record FROM ws-defaults-heading
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE defaults-record FROM ws-run-header-line
            WRITE defaults-record FROM ws-lines-line
            WRITE defaults-record FROM ws-column-heading
            WRITE defaults-record FROM ws-lines-line
            PERFORM 220-READ-BOARD-LOG.

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

       220-READ-BOARD-LOG.
            READ boardlog-file INTO ws-boardlog-rec
                 AT END
                     MOVE "Y" TO ws-boardlog-eof
                 NOT AT END
                     COMPUTE board-counter = board-counter + 1
            END-READ.

      * On a DEFAULT board the side that turned up took the point, so
      * the side with nothing is the one that defaulted - and on a
      * double default, with nothing for either, both are charged.
       300-CHECK-BOARD.
            MOVE wbl-board-line TO ws-scorecard-detail
            IF wsc-default-marker = "DEFAULT"
                 IF wsc-home-points = ZEROS
                      AND wsc-away-points = ZEROS
                      MOVE "DOUBLE DEFAULT" TO ws-charge-type
                 ELSE
                      IF wsc-home-points = ZEROS
                           MOVE "HOME DEFAULT" TO ws-charge-type
                      ELSE
                           MOVE "AWAY DEFAULT" TO ws-charge-type
                      END-IF
                 END-IF
                 IF wsc-home-points = ZEROS
                      MOVE wbl-home-team TO ws-charge-team
                      MOVE wbl-away-team TO ws-charge-opponents
                      PERFORM 320-CHARGE-DEFAULT
                 END-IF
                 IF wsc-away-points = ZEROS
                      MOVE wbl-away-team TO ws-charge-team
                      MOVE wbl-home-team TO ws-charge-opponents
                      PERFORM 320-CHARGE-DEFAULT
                 END-IF
            END-IF
            PERFORM 220-READ-BOARD-LOG.

      * A full table is reported once and the count of defaults
      * missed goes on the run log as exceptions, rather than a fine
      * quietly going unraised.
       320-CHARGE-DEFAULT.
            PERFORM 340-FIND-TEAM-SLOT
            IF ws-default-count < 200 AND ws-team-sub > ZEROS
                 COMPUTE ws-default-count = ws-default-count + 1
                 MOVE ws-charge-team
                      TO wdf-team (ws-default-count)
                 MOVE wbl-fixture-id
                      TO wdf-fixture-id (ws-default-count)
                 MOVE wbl-date
                      TO wdf-date (ws-default-count)
                 MOVE wsc-game-number
                      TO wdf-board (ws-default-count)
                 MOVE ws-charge-opponents
                      TO wdf-opponents (ws-default-count)
                 MOVE ws-charge-type
                      TO wdf-type (ws-default-count)
                 ADD 1 TO wtt-defaults (ws-team-sub)
            ELSE
                 IF ws-table-short = "N"
                      MOVE "Y" TO ws-table-short
                      DISPLAY "*** DEFAULTS TABLE FULL - LATER "
                              "DEFAULTS NOT LISTED"
                 END-IF
                 COMPUTE excp-counter = excp-counter + 1
            END-IF.

      * Leaves ws-team-sub on the team's slot, opening a fresh slot
      * the first time a team is charged - or at zero when the table
      * is full.
       340-FIND-TEAM-SLOT.
            MOVE "N" TO ws-team-found
            MOVE 1   TO ws-team-sub
            PERFORM 345-CHECK-TEAM-SLOT
                   UNTIL ws-team-found = "Y"
                      OR ws-team-sub > ws-team-count
            IF ws-team-found NOT = "Y"
                 IF ws-team-count < 20
                      COMPUTE ws-team-count = ws-team-count + 1
                      MOVE ws-charge-team TO wtt-name (ws-team-count)
                      MOVE ZEROS TO wtt-defaults (ws-team-count)
                      MOVE "N"   TO wtt-printed (ws-team-count)
                      MOVE ws-team-count TO ws-team-sub
                 ELSE
                      MOVE ZEROS TO ws-team-sub
                 END-IF
            END-IF.

       345-CHECK-TEAM-SLOT.
            IF ws-charge-team = wtt-name (ws-team-sub)
                 MOVE "Y" TO ws-team-found
            ELSE
                 COMPUTE ws-team-sub = ws-team-sub + 1
            END-IF.

      * Teams print in name order by repeatedly lifting the lowest
      * name not yet printed, each followed by its own defaults and
      * a count for the fine.
       600-PRINT-DEFAULTS.
            IF ws-default-count = ZEROS
                 DISPLAY ws-none-line
                 WRITE defaults-record FROM ws-none-line
            ELSE
                 MOVE ZEROS TO ws-print-count
                 PERFORM 650-PRINT-NEXT-TEAM
                        UNTIL ws-print-count = ws-team-count
            END-IF
            WRITE defaults-record FROM ws-lines-line
            MOVE ws-default-count TO wsm-defaults
            MOVE ws-team-count    TO wsm-teams
            DISPLAY ws-summary-line
            WRITE defaults-record FROM ws-summary-line.

       650-PRINT-NEXT-TEAM.
            MOVE ZEROS TO ws-best-sub
            MOVE 1     TO ws-team-sub
            PERFORM 660-PICK-NEXT-TEAM
                   UNTIL ws-team-sub > ws-team-count
            MOVE 1 TO ws-default-sub
            PERFORM 670-PRINT-TEAM-DEFAULT
                   UNTIL ws-default-sub > ws-default-count
            MOVE wtt-name (ws-best-sub)     TO wtl-name
            MOVE wtt-defaults (ws-best-sub) TO wtl-defaults
            DISPLAY ws-team-total-line
            WRITE defaults-record FROM ws-team-total-line
            WRITE defaults-record FROM ws-blank-line
            MOVE "Y" TO wtt-printed (ws-best-sub)
            COMPUTE ws-print-count = ws-print-count + 1.

       660-PICK-NEXT-TEAM.
            IF wtt-printed (ws-team-sub) NOT = "Y"
                 IF ws-best-sub = ZEROS
                      MOVE ws-team-sub TO ws-best-sub
                 ELSE
                      IF wtt-name (ws-team-sub) <
                           wtt-name (ws-best-sub)
                           MOVE ws-team-sub TO ws-best-sub
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-team-sub = ws-team-sub + 1.

       670-PRINT-TEAM-DEFAULT.
            IF wdf-team (ws-default-sub) = wtt-name (ws-best-sub)
                 MOVE wdf-team (ws-default-sub)       TO wdl-team
                 MOVE wdf-fixture-id (ws-default-sub) TO wdl-fixture-id
                 MOVE wdf-date (ws-default-sub)       TO wdl-date
                 MOVE wdf-board (ws-default-sub)      TO wdl-board
                 MOVE wdf-opponents (ws-default-sub)  TO wdl-opponents
                 MOVE wdf-type (ws-default-sub)       TO wdl-type
                 DISPLAY ws-default-line
                 WRITE defaults-record FROM ws-default-line
                 COMPUTE listed-counter = listed-counter + 1
            END-IF
            COMPUTE ws-default-sub = ws-default-sub + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE boardlog-file
            CLOSE defaults-file
            PERFORM 950-WRITE-RUN-LOG.

      * The completion record only ever goes out from here, so its
      * presence on RUNLOG.DAT is itself the proof the run reached
      * normal end.
       950-WRITE-RUN-LOG.
            OPEN EXTEND runlog-file
            MOVE ws-run-season  TO wrl-season
            MOVE ws-run-date    TO wrl-date
            MOVE board-counter  TO wrl-read
            MOVE listed-counter TO wrl-written
            MOVE excp-counter   TO wrl-excepts
            WRITE runlog-record FROM ws-runlog-line
            CLOSE runlog-file.
