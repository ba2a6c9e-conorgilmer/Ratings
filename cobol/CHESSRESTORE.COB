       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSRESTORE.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Generation listing and point-in-time restore for the indexed
      * masters.  Every run that updates MEMBER.DAT, OPPONENT.DAT,
      * RESULTS.DAT or FIXTURES.DAT first copies the master to a
      * dated generation file and catalogues it on GENLOG.DAT.  This
      * program lists every generation on the catalogue on
      * RESTLIST.DAT, showing whether its file is still on disk, and
      * when RESTORE.DAT names one - "MASTER   nnnn", the master and
      * the generation number - puts that generation back as the
      * live master.
      *
      * The restore is refused, with the master untouched, unless the
      * generation is on the catalogue for that master and its file
      * holds exactly the records the catalogue says it does.  The
      * master being wound back is itself kept as a new generation
      * first, so a restore can be undone the same way, and the
      * generation being restored is never cleared down by that copy.
      * The completion record on RUNLOG.DAT carries the master and
      * the generation number, so the run log shows exactly when a
      * master was wound back and to which generation.  With no
      * RESTORE.DAT the run only lists.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - no request card means a listing-only run.
           SELECT OPTIONAL restore-file ASSIGN TO "RESTORE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT restlist-file ASSIGN TO "RESTLIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * The masters are OPTIONAL so one that has been lost altogether
      * can still be put back from a generation.
           SELECT OPTIONAL member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS mem-name.
           SELECT OPTIONAL opponent-file ASSIGN TO "OPPONENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS opp-key.
           SELECT OPTIONAL results-file ASSIGN TO "RESULTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS res-key.
           SELECT OPTIONAL fixtures-file ASSIGN TO "FIXTURES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS fix-fixture-id.
      * Generation copies of the indexed masters - see
      * 700-TAKE-GENERATION.  The catalogue and the retention card are
      * OPTIONAL: the first generation ever taken starts GENLOG.DAT,
      * and a master not named on GENPARM.DAT keeps five generations.
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
       FD restore-file.
       01 restore-record            PIC X(13).

      * RESTLIST.DAT is the generation listing and the outcome of the
      * restore, if one was asked for.
       FD restlist-file.
       01 restlist-record           PIC X(80).

       FD member-file.
       01 member-record.
          03 mem-name               PIC X(20).
          03 mem-icu-code           PIC 9(6).
          03 mem-join-date          PIC X(8).
          03 mem-status             PIC X.
          03 mem-junior             PIC X.

       FD opponent-file.
       01 opponent-record.
          03 opp-key.
             05 opp-name            PIC X(20).
             05 opp-club            PIC X(20).
          03 opp-rating             PIC 9(4).

       FD results-file.
       01 results-record.
          03 res-key.
             05 res-fixture-id      PIC 9(4).
             05 res-game-number     PIC 9(2).
          03 res-result             PIC X.

       FD fixtures-file.
       01 fixtures-record.
          03 fix-fixture-id         PIC 9(4).
          03 fix-round              PIC 9(2).
          03 fix-date-due           PIC X(8).
          03 fix-home-team          PIC X(20).
          03 fix-away-team          PIC X(20).

      * A generation file holds one master's records in key order as
      * they stood before the run; GENLOG.DAT catalogues every
      * generation on hand, and GENPARM.DAT carries one "MASTER   nn"
      * card per master saying how many generations to keep.
       FD generation-file.
       01 generation-record         PIC X(54).

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
          03 ws-restore-wanted      PIC X    VALUE "N".
          03 ws-request-found       PIC X    VALUE "N".

       01 ws-restore-request.
          03 wrq-master             PIC X(8).
          03                        PIC X(1).
          03 wrq-number             PIC 9(4).

      * The generation chosen for the restore, as the catalogue has it.
       01 ws-restore-controls.
          03 ws-restore-number      PIC 9(4)   VALUE ZEROS.
          03 ws-restore-records     PIC 9(6)   VALUE ZEROS.
          03 ws-restore-name        PIC X(30)  VALUE SPACES.
          03 ws-restore-reason      PIC X(50)  VALUE SPACES.
          03 ws-held-records        PIC 9(6)   VALUE ZEROS.
          03 ws-reject-key          PIC X(20)  VALUE SPACES.

       01 ws-gen-controls.
          03 ws-gen-master          PIC X(8)   VALUE SPACES.
          03 ws-gen-date            PIC X(8)   VALUE SPACES.
          03 ws-gen-keep            PIC 99     VALUE 5.
          03 ws-gen-number          PIC 9(4)   VALUE ZEROS.
          03 ws-gen-high-number     PIC 9(4)   VALUE ZEROS.
          03 ws-gen-held            PIC 999    VALUE ZEROS.
          03 ws-gen-records         PIC 9(6)   VALUE ZEROS.
          03 ws-gen-status          PIC XX     VALUE SPACES.
          03 ws-gen-protect         PIC 9(4)   VALUE ZEROS.

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

       01 ws-list-heading.
          03                        PIC X(2)   VALUE SPACES.
          03                        PIC X(6)   VALUE "GEN".
          03                        PIC X(9)   VALUE "MASTER".
          03                        PIC X(9)   VALUE "TAKEN".
          03                        PIC X(9)   VALUE "SEASON".
          03                        PIC X(15)  VALUE "BY PROGRAM".
          03                        PIC X(8)   VALUE "RECORDS".
          03                        PIC X(10)  VALUE "STATE".

       01 ws-list-line.
          03                        PIC X(2)   VALUE SPACES.
          03 wll-number             PIC 9(4).
          03                        PIC X(2)   VALUE SPACES.
          03 wll-master             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wll-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wll-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wll-program            PIC X(14).
          03                        PIC X(1)   VALUE SPACES.
          03 wll-records            PIC ZZZZZ9.
          03                        PIC X(2)   VALUE SPACES.
          03 wll-state              PIC X(7).
          03                        PIC X(1)   VALUE SPACES.
          03 wll-chosen             PIC X(14).

       01 ws-message-line.
          03 wml-text               PIC X(80).

       01 ws-title-line.
          03                        PIC X(22)  VALUE SPACES.
          03                        PIC X(36)
                          VALUE "MASTER FILE GENERATIONS ON HAND".

       01 ws-blank-line             PIC X(80)  VALUE SPACES.
       01 ws-lines-line             PIC X(80)  VALUE ALL '-'.

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

      * The run log line carries the restored master and generation
      * in the last eight bytes of the record - blank on a listing-
      * only run.  The record is the suite's 70 bytes, so the master
      * goes in as its first three letters, which are enough to tell
      * the four apart: MEM, OPP, RES or FIX.
       01 ws-runlog-line.
          03 wrl-program            PIC X(14)  VALUE "CHESSRESTORE".
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
          03                        PIC X(1)   VALUE SPACES.
          03 wrl-generation.
             05 wrl-gen-master      PIC X(3)   VALUE SPACES.
             05 wrl-gen-number      PIC X(4)   VALUE SPACES.

       01 counters.
          03 rec-counter            PIC 9(6)   VALUE ZEROS.
          03 written-counter        PIC 9(6)   VALUE ZEROS.
          03 excp-counter           PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Master File Generation Restore Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-LIST-GENERATIONS
            IF ws-restore-wanted = "Y"
                 PERFORM 400-CHECK-REQUEST
                 PERFORM 420-RESTORE-MASTER
            ELSE
                 DISPLAY "NO RESTORE.DAT REQUEST - LISTING ONLY"
            END-IF
            PERFORM 500-CLOSE
            DISPLAY ws-gen-count " generations on the catalogue, "
                    written-counter " records restored"
            DISPLAY "End of Master File Generation Restore Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN INPUT restore-file
            READ restore-file INTO ws-restore-request
                 AT END
                     MOVE "N" TO ws-restore-wanted
                 NOT AT END
                     MOVE "Y" TO ws-restore-wanted
            END-READ
            CLOSE restore-file
            IF ws-restore-wanted = "Y"
                 AND wrq-master = SPACES
                 MOVE "N" TO ws-restore-wanted
            END-IF
            MOVE SPACES TO ws-gen-master
            PERFORM 710-LOAD-GEN-CATALOGUE
            OPEN OUTPUT restlist-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE restlist-record FROM ws-run-header-line
            WRITE restlist-record FROM ws-title-line
            WRITE restlist-record FROM ws-blank-line
            WRITE restlist-record FROM ws-list-heading
            WRITE restlist-record FROM ws-lines-line.

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

      * One line per catalogued generation, in catalogue order, with
      * MISSING against any whose file has gone from disk.
       300-LIST-GENERATIONS.
            MOVE 1 TO ws-gen-sub
            PERFORM 310-LIST-GENERATION
                   UNTIL ws-gen-sub > ws-gen-count
            IF ws-gen-count = ZEROS
                 MOVE "  NO GENERATIONS ON GENLOG.DAT" TO wml-text
                 WRITE restlist-record FROM ws-message-line
            END-IF
            WRITE restlist-record FROM ws-lines-line.

       310-LIST-GENERATION.
            MOVE wgt-line (ws-gen-sub) TO ws-genlog-line
            MOVE wgl-number  TO wll-number
            MOVE wgl-master  TO wll-master
            MOVE wgl-date    TO wll-date
            MOVE wgl-season  TO wll-season
            MOVE wgl-program TO wll-program
            MOVE wgl-records TO wll-records
            MOVE wgl-file    TO ws-gen-name
            OPEN INPUT generation-file
            IF ws-gen-status = "00"
                 MOVE "ON HAND" TO wll-state
                 CLOSE generation-file
            ELSE
                 MOVE "MISSING" TO wll-state
            END-IF
            IF ws-restore-wanted = "Y"
                 AND wgl-number = wrq-number
                 MOVE "<== TO RESTORE" TO wll-chosen
            ELSE
                 MOVE SPACES TO wll-chosen
            END-IF
            WRITE restlist-record FROM ws-list-line
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

      * Every check must pass before anything is touched.  The first
      * failure is the reason given.
       400-CHECK-REQUEST.
            MOVE SPACES TO ws-restore-reason
            IF wrq-master NOT = "MEMBER"
                 AND wrq-master NOT = "OPPONENT"
                 AND wrq-master NOT = "RESULTS"
                 AND wrq-master NOT = "FIXTURES"
                 MOVE "NOT A MASTER THAT KEEPS GENERATIONS"
                      TO ws-restore-reason
            END-IF
            IF ws-restore-reason = SPACES
                 AND wrq-number NOT NUMERIC
                 MOVE "GENERATION NUMBER MUST BE NUMERIC"
                      TO ws-restore-reason
            END-IF
            IF ws-restore-reason = SPACES
                 PERFORM 405-FIND-REQUESTED-GENERATION
            END-IF
            IF ws-restore-reason = SPACES
                 PERFORM 410-COUNT-GENERATION-RECORDS
            END-IF
            IF ws-restore-reason NOT = SPACES
                 PERFORM 418-REFUSE-RESTORE
            END-IF.

       405-FIND-REQUESTED-GENERATION.
            MOVE "N" TO ws-request-found
            MOVE 1   TO ws-gen-sub
            PERFORM 407-CHECK-REQUESTED-GENERATION
                   UNTIL ws-request-found = "Y"
                      OR ws-gen-sub > ws-gen-count
            IF ws-request-found = "N"
                 MOVE "GENERATION IS NOT ON GENLOG.DAT"
                      TO ws-restore-reason
            ELSE
                 MOVE wgt-line (ws-gen-sub) TO ws-genlog-line
                 MOVE wgl-number  TO ws-restore-number
                 MOVE wgl-records TO ws-restore-records
                 MOVE wgl-file    TO ws-restore-name
                 IF wgl-master NOT = wrq-master
                      MOVE SPACES TO ws-restore-reason
                      STRING "GENERATION IS OF " wgl-master
                             " NOT " wrq-master
                             DELIMITED BY SIZE INTO ws-restore-reason
                 END-IF
            END-IF.

       407-CHECK-REQUESTED-GENERATION.
            IF wgt-number (ws-gen-sub) = wrq-number
                 MOVE "Y" TO ws-request-found
            ELSE
                 COMPUTE ws-gen-sub = ws-gen-sub + 1
            END-IF.

      * A generation file cut short - a full disk, a copy stopped
      * partway - would put back a master with records missing, so
      * its count must match the one catalogued when it was taken.
       410-COUNT-GENERATION-RECORDS.
            MOVE ws-restore-name TO ws-gen-name
            MOVE ZEROS TO ws-held-records
            OPEN INPUT generation-file
            IF ws-gen-status NOT = "00"
                 MOVE SPACES TO ws-restore-reason
                 STRING "GENERATION FILE MISSING - STATUS "
                        ws-gen-status
                        DELIMITED BY SIZE INTO ws-restore-reason
            ELSE
                 MOVE "N" TO ws-master-eof
                 PERFORM 415-COUNT-GENERATION-RECORD
                        UNTIL ws-master-eof = "Y"
                 CLOSE generation-file
                 IF ws-held-records NOT = ws-restore-records
                      MOVE SPACES TO ws-restore-reason
                      STRING "FILE HOLDS " ws-held-records
                             " RECORDS, CATALOGUE SAYS "
                             ws-restore-records
                             DELIMITED BY SIZE INTO ws-restore-reason
                 END-IF
            END-IF.

       415-COUNT-GENERATION-RECORD.
            READ generation-file
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     COMPUTE ws-held-records = ws-held-records + 1
            END-READ.

      * A refused restore is a bad request card, and like any bad
      * parameter it stops the run - the listing is still written,
      * with the reason, and the master has not been opened.
       418-REFUSE-RESTORE.
            DISPLAY "*** RESTORE OF " wrq-master " GENERATION "
                    wrq-number " REFUSED - " ws-restore-reason
            WRITE restlist-record FROM ws-blank-line
            MOVE SPACES TO wml-text
            STRING "*** RESTORE OF " wrq-master " GENERATION "
                   wrq-number " REFUSED"
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line
            MOVE SPACES TO wml-text
            STRING "    " ws-restore-reason
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line
            MOVE "    THE MASTER HAS NOT BEEN TOUCHED" TO wml-text
            WRITE restlist-record FROM ws-message-line
            CLOSE restlist-file
            STOP RUN.

      * The live master goes to a generation of its own first, with
      * the one being restored protected from the clear-down, then
      * the chosen generation is written back over it in key order.
       420-RESTORE-MASTER.
            MOVE wrq-master        TO ws-gen-master
            MOVE ws-restore-number TO ws-gen-protect
            PERFORM 700-TAKE-GENERATION
            MOVE ws-restore-name TO ws-gen-name
            MOVE "N" TO ws-master-eof
            OPEN INPUT generation-file
            IF wrq-master = "MEMBER"
                 PERFORM 430-RESTORE-MEMBER
            ELSE
                 IF wrq-master = "OPPONENT"
                      PERFORM 432-RESTORE-OPPONENT
                 ELSE
                      IF wrq-master = "RESULTS"
                           PERFORM 434-RESTORE-RESULTS
                      ELSE
                           PERFORM 436-RESTORE-FIXTURES
                      END-IF
                 END-IF
            END-IF
            CLOSE generation-file
            MOVE wrq-master        TO wrl-gen-master
            MOVE ws-restore-number TO wrl-gen-number
            DISPLAY wrq-master " RESTORED FROM GENERATION "
                    ws-restore-number " - " written-counter
                    " RECORDS"
            WRITE restlist-record FROM ws-blank-line
            MOVE SPACES TO wml-text
            STRING wrq-master " RESTORED FROM GENERATION "
                   ws-restore-number
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line
            MOVE SPACES TO wml-text
            STRING "    FILE " ws-restore-name
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line
            MOVE SPACES TO wml-text
            STRING "    " written-counter " RECORDS WRITTEN, "
                   excp-counter " REJECTED"
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line
            MOVE SPACES TO wml-text
            STRING "    MASTER AS IT STOOD KEPT AS GENERATION "
                   ws-gen-number
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line.

       430-RESTORE-MEMBER.
            OPEN OUTPUT member-file
            PERFORM 431-RESTORE-MEMBER-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE member-file.

       431-RESTORE-MEMBER-RECORD.
            READ generation-file
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE generation-record TO member-record
                     WRITE member-record
                          INVALID KEY
                              MOVE mem-name TO ws-reject-key
                              PERFORM 438-REJECT-RECORD
                          NOT INVALID KEY
                              COMPUTE written-counter =
                                   written-counter + 1
                     END-WRITE
            END-READ.

       432-RESTORE-OPPONENT.
            OPEN OUTPUT opponent-file
            PERFORM 433-RESTORE-OPPONENT-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE opponent-file.

       433-RESTORE-OPPONENT-RECORD.
            READ generation-file
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE generation-record TO opponent-record
                     WRITE opponent-record
                          INVALID KEY
                              MOVE opp-name TO ws-reject-key
                              PERFORM 438-REJECT-RECORD
                          NOT INVALID KEY
                              COMPUTE written-counter =
                                   written-counter + 1
                     END-WRITE
            END-READ.

       434-RESTORE-RESULTS.
            OPEN OUTPUT results-file
            PERFORM 435-RESTORE-RESULTS-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE results-file.

       435-RESTORE-RESULTS-RECORD.
            READ generation-file
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE generation-record TO results-record
                     WRITE results-record
                          INVALID KEY
                              MOVE res-key TO ws-reject-key
                              PERFORM 438-REJECT-RECORD
                          NOT INVALID KEY
                              COMPUTE written-counter =
                                   written-counter + 1
                     END-WRITE
            END-READ.

       436-RESTORE-FIXTURES.
            OPEN OUTPUT fixtures-file
            PERFORM 437-RESTORE-FIXTURES-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE fixtures-file.

       437-RESTORE-FIXTURES-RECORD.
            READ generation-file
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE generation-record TO fixtures-record
                     WRITE fixtures-record
                          INVALID KEY
                              MOVE fix-fixture-id TO ws-reject-key
                              PERFORM 438-REJECT-RECORD
                          NOT INVALID KEY
                              COMPUTE written-counter =
                                   written-counter + 1
                     END-WRITE
            END-READ.

      * A generation is written in key order by the copy, so a key
      * out of sequence or twice over means the file has been edited
      * by hand; the record is listed and left out.
       438-REJECT-RECORD.
            DISPLAY "*** KEY " ws-reject-key " OUT OF SEQUENCE - "
                    "NOT RESTORED"
            MOVE SPACES TO wml-text
            STRING "*** KEY " ws-reject-key
                   " OUT OF SEQUENCE - NOT RESTORED"
                   DELIMITED BY SIZE INTO wml-text
            WRITE restlist-record FROM ws-message-line
            COMPUTE excp-counter = excp-counter + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE restlist-file
            PERFORM 950-WRITE-RUN-LOG.

      * The master named in ws-gen-master is copied to a dated
      * generation file before the run is allowed to change it, so a
      * bad transaction file or an accidental rerun can be wound back
      * with CHESSRESTORE.  The copy is catalogued on GENLOG.DAT and
      * the master's oldest generations beyond the number GENPARM.DAT
      * allows are cleared down.  Anything that stops the copy stops
      * the run, before the master has been opened for update.  The
      * generation in ws-gen-protect, the one about to be restored,
      * is neither counted against the limit nor cleared.
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
            IF ws-gen-master = "MEMBER"
                 PERFORM 730-COPY-MEMBER-GENERATION
            ELSE
                 IF ws-gen-master = "OPPONENT"
                      PERFORM 732-COPY-OPPONENT-GENERATION
                 ELSE
                      IF ws-gen-master = "RESULTS"
                           PERFORM 734-COPY-RESULTS-GENERATION
                      ELSE
                           PERFORM 736-COPY-FIXTURES-GENERATION
                      END-IF
                 END-IF
            END-IF
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

       730-COPY-MEMBER-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT member-file
            PERFORM 731-COPY-MEMBER-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE member-file.

       731-COPY-MEMBER-RECORD.
            READ member-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM member-record
                     COMPUTE ws-gen-records = ws-gen-records + 1
            END-READ.

       732-COPY-OPPONENT-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT opponent-file
            PERFORM 733-COPY-OPPONENT-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE opponent-file.

       733-COPY-OPPONENT-RECORD.
            READ opponent-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM opponent-record
                     COMPUTE ws-gen-records = ws-gen-records + 1
            END-READ.

       734-COPY-RESULTS-GENERATION.
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

       736-COPY-FIXTURES-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT fixtures-file
            PERFORM 737-COPY-FIXTURES-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE fixtures-file.

       737-COPY-FIXTURES-RECORD.
            READ fixtures-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM fixtures-record
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
                 AND wgt-number (ws-gen-sub) NOT = ws-gen-protect
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
                 AND wgt-number (ws-gen-sub) NOT = ws-gen-protect
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
