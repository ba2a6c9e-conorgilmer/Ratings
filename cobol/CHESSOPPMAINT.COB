                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT opponent-file ASSIGN TO "OPPONENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS opp-key.
           SELECT oppaudit-file ASSIGN TO "OPPAUDIT.DAT"
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
       FD oppaudit-file.
       01 oppaudit-record           PIC X(90).

      * A generation file holds one master's records in key order as
      * they stood before the run; GENLOG.DAT catalogues every
      * generation on hand, and GENPARM.DAT carries one "MASTER   nn"
      * card per master saying how many generations to keep.
       FD generation-file.
       01 generation-record         PIC X(44).

       FD genlog-file.
       01 genlog-record             PIC X(80).

       FD genparm-file.
       01 genparm-record            PIC X(11).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-genlog-eof          PIC X    VALUE "N".
          03 ws-genparm-eof         PIC X    VALUE "N".
          03 ws-master-eof          PIC X    VALUE "N".
          03 ws-parm-eof            PIC X    VALUE "N".
          03 ws-tran-eof            PIC X    VALUE "N".
          03 ws-games-eof           PIC X    VALUE "N".
          03 waud-message           PIC X(20).


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
                 STOP RUN
            END-IF

            MOVE "OPPONENT" TO ws-gen-master
            PERFORM 700-TAKE-GENERATION
            OPEN I-O    opponent-file
            OPEN OUTPUT oppaudit-file
            MOVE ws-run-season TO wrh-season
            END-IF
            DISPLAY "SEASON " ws-run-season.

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
            PERFORM 730-COPY-OPPONENT-GENERATION
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

       730-COPY-OPPONENT-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT opponent-file
            PERFORM 735-COPY-OPPONENT-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE opponent-file.

       735-COPY-OPPONENT-RECORD.
            READ opponent-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM opponent-record
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
