       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSSUBLAPSE.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Lapse and reinstatement run.  Goes down the subscriptions
      * ledger SUBS.DAT and brings each member's status on
      * MEMBER.DAT into line with what they have paid, so nobody has
      * to remember to key a "C" transaction into CHESSMEMMAINT:
      *   - an active member whose paid-up-to date is further behind
      *     the run date than the grace period on SUBSPARM.DAT is
      *     lapsed;
      *   - a lapsed member who is paid up to the run date or
      *     beyond is reinstated.
      * A family member goes by the family head's date; a life
      * member is never lapsed.  A member who has never paid is
      * given the grace period from the day they joined.
      *
      * Every status change goes onto MEMAUDIT.DAT in the same
      * before/after layout CHESSMEMMAINT writes, so the master's
      * trail shows who changed a status and why whether it was keyed
      * or followed from the ledger.  The lines are added on to the
      * trail rather than replacing it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT subsparm-file ASSIGN TO "SUBSPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT subs-file ASSIGN TO "SUBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS mem-name.
      * OPTIONAL so the run can start the trail if no maintenance
      * run has yet written one.
           SELECT OPTIONAL memaudit-file ASSIGN TO "MEMAUDIT.DAT"
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
      * SUBSPARM.DAT - grace days, lead days and the four fees; only
      * the grace period matters to this run.
       FD subsparm-file.
       01 subsparm-record.
          03 spm-grace-days         PIC X(3).
          03                        PIC X(32).

       FD subs-file.
       01 subs-record               PIC X(80).

       FD member-file.
       01 member-record.
          03 mem-name               PIC X(20).
          03 mem-icu-code           PIC 9(6).
          03 mem-join-date          PIC X(8).
          03 mem-status             PIC X.
          03 mem-junior             PIC X.

      * MEMAUDIT.DAT is the membership master's audit listing.
       FD memaudit-file.
       01 memaudit-record           PIC X(90).

      * A generation file holds one master's records in key order as
      * they stood before the run; GENLOG.DAT catalogues every
      * generation on hand, and GENPARM.DAT carries one "MASTER   nn"
      * card per master saying how many generations to keep.
       FD generation-file.
       01 generation-record         PIC X(36).

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
          03 ws-subs-eof            PIC X    VALUE "N".
          03 ws-parm-eof            PIC X    VALUE "N".
          03 ws-name-found          PIC X    VALUE "N".
          03 ws-on-member           PIC X    VALUE "N".
          03 ws-subs-table-full     PIC X    VALUE "N".

       01 ws-grace-days             PIC 9(3)   VALUE ZEROS.

       01 ws-subs-master.
          03 wsm-name               PIC X(20).
          03 wsm-category           PIC X.
          03 wsm-family-head        PIC X(20).
          03 wsm-paid-to            PIC X(8).
          03 wsm-credit             PIC 9(4)V99.
          03 wsm-last-paid-date     PIC X(8).
          03 wsm-last-paid-amount   PIC 9(4)V99.
          03                        PIC X(11).

      * Name, category, family head and paid-up-to date for every
      * ledger entry - a family member's date is looked up from the
      * head's entry.
       01 ws-subs-table.
          03 ws-subs-entry          OCCURS 500 TIMES.
             05 wst-name            PIC X(20).
             05 wst-category        PIC X.
             05 wst-family-head     PIC X(20).
             05 wst-paid-to         PIC X(8).

       01 ws-subs-count             PIC 999    VALUE ZEROS.
       01 ws-subs-sub               PIC 999    VALUE ZEROS.
       01 ws-found-sub              PIC 999    VALUE ZEROS.
       01 ws-find-name              PIC X(20)  VALUE SPACES.

       01 ws-lapse-work.
          03 ws-paid-to             PIC X(8)   VALUE SPACES.
          03 ws-lapse-date          PIC X(8)   VALUE SPACES.
          03 ws-life-member         PIC X      VALUE "N".

      * Date arithmetic on the YYYYMMDD paid-up-to date - the grace
      * period stepped a day at a time against the month-length
      * table, with the leap year test on February.
       01 ws-date-work.
          03 ws-work-date.
             05 wdw-year            PIC 9(4).
             05 wdw-month           PIC 9(2).
             05 wdw-day             PIC 9(2).
          03 ws-days-to-add         PIC 9(3)   VALUE ZEROS.
          03 ws-month-length        PIC 9(2)   VALUE ZEROS.
          03 ws-leap-rem            PIC 9(4)   VALUE ZEROS.

       01 ws-month-days-table.
          03                        PIC X(24)  VALUE
             "312831303130313130313031".
       01 ws-month-days REDEFINES ws-month-days-table.
          03 ws-month-entry         OCCURS 12 TIMES.
             05 wmd-days            PIC 9(2).

       01 ws-audit-record.
          03 waud-action            PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-name              PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-before            PIC X(10).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-after             PIC X(10).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-message           PIC X(20).

      * "999999 A J" - code, status and junior flag together, the
      * shape both the before and after columns use.
       01 ws-member-view.
          03 wmv-icu-code           PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wmv-status             PIC X.
          03                        PIC X(1)   VALUE SPACES.
          03 wmv-junior             PIC X.

       01 ws-paid-message.
          03                        PIC X(8)   VALUE "PAID TO ".
          03 wpm-paid-to            PIC X(8).

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
          03 wrl-program            PIC X(14)  VALUE "CHESSSUBLAPSE".
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
          03 lapsed-counter         PIC 9(4)   VALUE ZEROS.
          03 reinstated-counter     PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Subscriptions Lapse and Reinstatement Program"
            PERFORM 200-INITIALIZE
            MOVE 1 TO ws-subs-sub
            PERFORM 300-CHECK-MEMBER
                   UNTIL ws-subs-sub > ws-subs-count
            PERFORM 500-CLOSE
            DISPLAY lapsed-counter " members lapsed, "
                    reinstated-counter " reinstated, "
                    excp-counter " exceptions"
            DISPLAY "End of Subscriptions Lapse and Reinstatement "
                    "Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            IF ws-run-date NOT NUMERIC
                 DISPLAY "RUN DATE ON RUNCTL.DAT IS NOT YYYYMMDD - "
                         "NOBODY CAN BE LAPSED"
                 STOP RUN
            END-IF

            OPEN INPUT subsparm-file
            READ subsparm-file
                 AT END
                     MOVE "Y" TO ws-parm-eof
            END-READ
            IF ws-parm-eof = "N" AND spm-grace-days NUMERIC
                 MOVE spm-grace-days TO ws-grace-days
                 CLOSE subsparm-file
            ELSE
                 DISPLAY "SUBSPARM.DAT MISSING OR GRACE DAYS NOT "
                         "NUMERIC"
                 STOP RUN
            END-IF
            DISPLAY "Grace period " ws-grace-days " days"

            OPEN INPUT subs-file
            PERFORM 210-LOAD-LEDGER
                   UNTIL ws-subs-eof = "Y"
            CLOSE subs-file

            MOVE "MEMBER" TO ws-gen-master
            PERFORM 700-TAKE-GENERATION
            OPEN I-O    member-file
            OPEN EXTEND memaudit-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE memaudit-record FROM ws-run-header-line.

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

       210-LOAD-LEDGER.
            READ subs-file INTO ws-subs-master
                 AT END
                     MOVE "Y" TO ws-subs-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-subs-count < 500
                          COMPUTE ws-subs-count = ws-subs-count + 1
                          MOVE wsm-name
                               TO wst-name (ws-subs-count)
                          MOVE wsm-category
                               TO wst-category (ws-subs-count)
                          MOVE wsm-family-head
                               TO wst-family-head (ws-subs-count)
                          MOVE wsm-paid-to
                               TO wst-paid-to (ws-subs-count)
                     ELSE
                          IF ws-subs-table-full = "N"
                               DISPLAY "*** SUBS.DAT HAS MORE THAN "
                                       "500 ENTRIES - REST NOT "
                                       "CHECKED"
                               MOVE "Y" TO ws-subs-table-full
                               COMPUTE excp-counter = excp-counter + 1
                          END-IF
                     END-IF
            END-READ.

       260-FIND-LEDGER-ENTRY.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-found-sub
            PERFORM 265-CHECK-LEDGER-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-found-sub > ws-subs-count.

       265-CHECK-LEDGER-NAME.
            IF wst-name (ws-found-sub) = ws-find-name
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-found-sub = ws-found-sub + 1
            END-IF.

       300-CHECK-MEMBER.
            MOVE wst-name (ws-subs-sub) TO waud-name
            MOVE wst-name (ws-subs-sub) TO mem-name
            MOVE "Y" TO ws-on-member
            READ member-file
                 INVALID KEY
                     MOVE "N" TO ws-on-member
            END-READ
            IF ws-on-member = "N"
                 MOVE "CHECK"             TO waud-action
                 MOVE SPACES              TO waud-before
                 MOVE SPACES              TO waud-after
                 MOVE "NOT ON MEMBER.DAT" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 PERFORM 310-SET-PAID-TO
                 IF ws-name-found = "Y"
                      IF mem-status = "A" AND ws-life-member = "N"
                           PERFORM 320-CHECK-LAPSE
                      END-IF
                      IF mem-status = "L"
                           PERFORM 330-CHECK-REINSTATE
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-subs-sub = ws-subs-sub + 1.

      * The date that counts - the member's own, or for a family
      * member the family head's.  A life member, or one paid up for
      * good, is never lapsed.
       310-SET-PAID-TO.
            MOVE "Y" TO ws-name-found
            MOVE wst-paid-to (ws-subs-sub) TO ws-paid-to
            MOVE "N" TO ws-life-member
            IF wst-category (ws-subs-sub) = "L"
                 MOVE "Y" TO ws-life-member
            END-IF
            IF wst-family-head (ws-subs-sub) NOT = SPACES
                 AND wst-family-head (ws-subs-sub)
                      NOT = wst-name (ws-subs-sub)
                 MOVE wst-family-head (ws-subs-sub) TO ws-find-name
                 PERFORM 260-FIND-LEDGER-ENTRY
                 IF ws-name-found = "Y"
                      MOVE wst-paid-to (ws-found-sub) TO ws-paid-to
                 ELSE
                      MOVE "CHECK"                TO waud-action
                      PERFORM 430-SET-BEFORE-VIEW
                      MOVE SPACES                 TO waud-after
                      MOVE "NO FAMILY HEAD ENTRY" TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 END-IF
            END-IF
            IF ws-paid-to = "99991231"
                 MOVE "Y" TO ws-life-member
            END-IF.

       320-CHECK-LAPSE.
            IF ws-paid-to NUMERIC AND ws-paid-to NOT = ZEROS
                 MOVE ws-paid-to TO ws-work-date
            ELSE
                 MOVE mem-join-date TO ws-work-date
            END-IF
            IF ws-work-date NOT NUMERIC
                 MOVE "CHECK"                TO waud-action
                 PERFORM 430-SET-BEFORE-VIEW
                 MOVE SPACES                 TO waud-after
                 MOVE "NO DATE TO LAPSE ON"  TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 MOVE ws-grace-days TO ws-days-to-add
                 PERFORM 800-ADD-ONE-DAY ws-days-to-add TIMES
                 MOVE ws-work-date TO ws-lapse-date
                 IF ws-run-date > ws-lapse-date
                      MOVE "LAPSE" TO waud-action
                      PERFORM 430-SET-BEFORE-VIEW
                      MOVE "L" TO mem-status
                      REWRITE member-record
                      PERFORM 440-SET-AFTER-VIEW
                      MOVE ws-paid-to TO wpm-paid-to
                      MOVE ws-paid-message TO waud-message
                      PERFORM 450-WRITE-AUDIT-LINE
                      COMPUTE lapsed-counter = lapsed-counter + 1
                 END-IF
            END-IF.

       330-CHECK-REINSTATE.
            IF ws-life-member = "Y"
                 OR (ws-paid-to NUMERIC
                     AND ws-paid-to NOT < ws-run-date)
                 MOVE "REINSTAT" TO waud-action
                 PERFORM 430-SET-BEFORE-VIEW
                 MOVE "A" TO mem-status
                 REWRITE member-record
                 PERFORM 440-SET-AFTER-VIEW
                 MOVE ws-paid-to TO wpm-paid-to
                 MOVE ws-paid-message TO waud-message
                 PERFORM 450-WRITE-AUDIT-LINE
                 COMPUTE reinstated-counter = reinstated-counter + 1
            END-IF.

       430-SET-BEFORE-VIEW.
            MOVE mem-icu-code TO wmv-icu-code
            MOVE mem-status   TO wmv-status
            MOVE mem-junior   TO wmv-junior
            MOVE ws-member-view TO waud-before.

       440-SET-AFTER-VIEW.
            MOVE mem-icu-code TO wmv-icu-code
            MOVE mem-status   TO wmv-status
            MOVE mem-junior   TO wmv-junior
            MOVE ws-member-view TO waud-after.

      * The caller fills in every waud- field first - these two only
      * write the line and keep the changed/exception counts honest.
       450-WRITE-AUDIT-LINE.
            DISPLAY ws-audit-record
            WRITE memaudit-record FROM ws-audit-record
            COMPUTE written-counter = written-counter + 1.

       460-WRITE-REJECT-LINE.
            DISPLAY "*** " ws-audit-record
            WRITE memaudit-record FROM ws-audit-record
            COMPUTE excp-counter = excp-counter + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE member-file
            CLOSE memaudit-file
            PERFORM 950-WRITE-RUN-LOG.

      * Steps the working YYYYMMDD date forward one calendar day,
      * February taking its extra day in a leap year.
       800-ADD-ONE-DAY.
            MOVE wmd-days (wdw-month) TO ws-month-length
            IF wdw-month = 2
                 PERFORM 810-CHECK-LEAP-YEAR
            END-IF
            IF wdw-day < ws-month-length
                 COMPUTE wdw-day = wdw-day + 1
            ELSE
                 MOVE 1 TO wdw-day
                 IF wdw-month < 12
                      COMPUTE wdw-month = wdw-month + 1
                 ELSE
                      MOVE 1 TO wdw-month
                      COMPUTE wdw-year = wdw-year + 1
                 END-IF
            END-IF.

       810-CHECK-LEAP-YEAR.
            COMPUTE ws-leap-rem = FUNCTION MOD(wdw-year, 400)
            IF ws-leap-rem = ZEROS
                 MOVE 29 TO ws-month-length
            ELSE
                 COMPUTE ws-leap-rem = FUNCTION MOD(wdw-year, 100)
                 IF ws-leap-rem = ZEROS
                      MOVE 28 TO ws-month-length
                 ELSE
                      COMPUTE ws-leap-rem = FUNCTION MOD(wdw-year, 4)
                      IF ws-leap-rem = ZEROS
                           MOVE 29 TO ws-month-length
                      ELSE
                           MOVE 28 TO ws-month-length
                      END-IF
                 END-IF
            END-IF.

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
            PERFORM 730-COPY-MEMBER-GENERATION
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
            PERFORM 735-COPY-MEMBER-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE member-file.

       735-COPY-MEMBER-RECORD.
            READ member-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM member-record
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
