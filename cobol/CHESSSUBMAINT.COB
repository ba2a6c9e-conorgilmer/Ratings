       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSSUBMAINT.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Maintenance and payments for SUBS.DAT, the subscriptions
      * ledger.  MEMBER.DAT only knows whether a member is active or
      * lapsed, and that only changes when someone remembers to key
      * it - so lapsed members went on being rated and returned to
      * the union while paid-up ones were bounced by CHESSRATING.
      * The ledger holds what the status should follow: each
      * member's fee category, the money received and the date they
      * are paid up to.  CHESSSUBLAPSE turns it into MEMBER.DAT
      * status changes and CHESSSUBSRPT lists renewals, reminders
      * and the season's income from it.
      *
      * Transactions on SUBSTRAN.DAT:
      *   "A" - add a ledger entry for a member on MEMBER.DAT, with
      *         category A adult, J junior, F family or L life, the
      *         family head for a family member, and the date they
      *         are already paid up to (blank if nothing is paid).
      *   "C" - change category and family head; a date given
      *         replaces the paid-up-to date.
      *   "P" - payment received, the amount and the date paid
      *         (blank takes the run date).
      *   "D" - delete the ledger entry.
      *
      * A payment goes to the member's credit, and every full year's
      * fee in credit carries the paid-up-to date on a year.  A
      * member still inside the grace period renews from the old
      * date; one past it renews from the day they paid.  A family
      * pays once, under the family head, and its members follow the
      * head's date.  A life payment pays up for good, and so does a
      * category whose fee on SUBSPARM.DAT is nil.  Every payment is
      * also added to the payments journal SUBSPAY.DAT, the source
      * of the season's income summary, and every action, applied or
      * rejected, is written to the audit listing SUBAUDIT.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT subsparm-file ASSIGN TO "SUBSPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT substran-file ASSIGN TO "SUBSTRAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first run opens an empty ledger and builds
      * it from the day's "A" transactions - the maintenance program
      * is the one place the ledger may come into being.
           SELECT OPTIONAL subs-file ASSIGN TO "SUBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first payment ever taken starts the journal.
           SELECT OPTIONAL subspay-file ASSIGN TO "SUBSPAY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS mem-name.
           SELECT subaudit-file ASSIGN TO "SUBAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SUBSPARM.DAT carries the grace period and reminder lead time
      * in days and the annual fee for each category, in euro and
      * cent: "060 030 005000 002500 009000 060000" - 60 days grace,
      * reminders 30 days ahead, adult 50.00, junior 25.00, family
      * 90.00, life 600.00.
       FD subsparm-file.
       01 subsparm-record.
          03 spm-grace-days         PIC X(3).
          03                        PIC X.
          03 spm-lead-days          PIC X(3).
          03                        PIC X.
          03 spm-fee-adult          PIC 9(4)V99.
          03                        PIC X.
          03 spm-fee-junior         PIC 9(4)V99.
          03                        PIC X.
          03 spm-fee-family         PIC 9(4)V99.
          03                        PIC X.
          03 spm-fee-life           PIC 9(4)V99.

       FD substran-file.
       01 substran-record           PIC X(56).

      * SUBS.DAT is the ledger, one record per member in name order,
      * read whole at the start of the run and written back whole at
      * the end.
       FD subs-file.
       01 subs-record               PIC X(80).

       FD subspay-file.
       01 subspay-record            PIC X(56).

       FD member-file.
       01 member-record.
          03 mem-name               PIC X(20).
          03 mem-icu-code           PIC 9(6).
          03 mem-join-date          PIC X(8).
          03 mem-status             PIC X.
          03 mem-junior             PIC X.

      * SUBAUDIT.DAT is the audit listing - one line per transaction
      * showing category, paid-up-to date and credit before and
      * after, and one line per rejected action with the reason.
       FD subaudit-file.
       01 subaudit-record           PIC X(100).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-tran-eof            PIC X    VALUE "N".
          03 ws-subs-eof            PIC X    VALUE "N".
          03 ws-parm-eof            PIC X    VALUE "N".
          03 ws-name-found          PIC X    VALUE "N".
          03 ws-head-found          PIC X    VALUE "N".
          03 ws-save-found          PIC X    VALUE "N".
          03 ws-on-member           PIC X    VALUE "N".
          03 ws-subs-table-full     PIC X    VALUE "N".
          03 ws-tran-valid          PIC X    VALUE "N".

      * The parameter record copied off the file before it closes -
      * the record area is not to be trusted after the CLOSE.
       01 ws-subs-parm.
          03 ws-grace-days          PIC 9(3)     VALUE ZEROS.
          03 ws-lead-days           PIC 9(3)     VALUE ZEROS.
          03 ws-fee-adult           PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-junior          PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-family          PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-life            PIC 9(4)V99  VALUE ZEROS.

       01 ws-tran-record.
          03 ws-tran-action         PIC X.
          03 ws-tran-name           PIC X(20).
          03 ws-tran-category       PIC X.
          03 ws-tran-family-head    PIC X(20).
          03 ws-tran-date           PIC X(8).
          03 ws-tran-amount         PIC 9(4)V99.

       01 ws-subs-master.
          03 wsm-name               PIC X(20).
          03 wsm-category           PIC X.
          03 wsm-family-head        PIC X(20).
          03 wsm-paid-to            PIC X(8).
          03 wsm-credit             PIC 9(4)V99.
          03 wsm-last-paid-date     PIC X(8).
          03 wsm-last-paid-amount   PIC 9(4)V99.
          03                        PIC X(11)  VALUE SPACES.

      * The whole ledger, held in name order so it goes back out
      * the way it came in.
       01 ws-subs-table.
          03 ws-subs-entry          OCCURS 500 TIMES.
             05 wst-name            PIC X(20).
             05 wst-category        PIC X.
             05 wst-family-head     PIC X(20).
             05 wst-paid-to         PIC X(8).
             05 wst-credit          PIC 9(4)V99.
             05 wst-last-paid-date  PIC X(8).
             05 wst-last-paid-amount
                                    PIC 9(4)V99.

       01 ws-subs-count             PIC 999    VALUE ZEROS.
       01 ws-subs-sub               PIC 999    VALUE ZEROS.
       01 ws-found-sub              PIC 999    VALUE ZEROS.
       01 ws-shift-sub              PIC 999    VALUE ZEROS.
       01 ws-save-sub               PIC 999    VALUE ZEROS.
       01 ws-find-name              PIC X(20)  VALUE SPACES.

       01 ws-payment-work.
          03 ws-annual-fee          PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-category        PIC X        VALUE SPACE.
          03 ws-paid-date           PIC X(8)     VALUE SPACES.
          03 ws-lapse-date          PIC X(8)     VALUE SPACES.
          03 ws-years-paid          PIC 99       VALUE ZEROS.

      * Date arithmetic on the YYYYMMDD paid-up-to date - the grace
      * period stepped a day at a time against the month-length
      * table, with the leap year test on February, and a year's
      * renewal taken straight onto the year.
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

       01 ws-payment-line.
          03 wpy-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wpy-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wpy-name               PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wpy-category           PIC X.
          03                        PIC X(1)   VALUE SPACES.
          03 wpy-amount             PIC 9(4)V99.
          03                        PIC X(1)   VALUE SPACES.
          03 wpy-paid-to            PIC X(8).

       01 ws-audit-record.
          03 waud-action            PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-name              PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-before            PIC X(18).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-after             PIC X(18).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-message           PIC X(28).

      * "A 20270930  12.50" - category, paid-up-to date and credit
      * together, the shape both the before and after columns use.
       01 ws-ledger-view.
          03 wlv-category           PIC X.
          03                        PIC X(1)   VALUE SPACES.
          03 wlv-paid-to            PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wlv-credit             PIC ZZZ9.99.

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
          03 wrl-program            PIC X(14)  VALUE "CHESSSUBMAINT".
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
          03 tran-counter           PIC 9(6)   VALUE ZEROS.
          03 applied-counter        PIC 9(6)   VALUE ZEROS.
          03 rejected-counter       PIC 9(6)   VALUE ZEROS.
          03 payment-counter        PIC 9(6)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Subscriptions Ledger Maintenance Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-APPLY-TRANSACTIONS
                   UNTIL ws-tran-eof = "Y"
            PERFORM 700-WRITE-LEDGER
            PERFORM 500-CLOSE
            DISPLAY tran-counter " transactions read, "
                    applied-counter " applied, "
                    rejected-counter " rejected, "
                    payment-counter " payments taken"
            DISPLAY "End of Subscriptions Ledger Maintenance Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            PERFORM 207-READ-PARAMETERS

            OPEN INPUT subs-file
            PERFORM 210-LOAD-LEDGER
                   UNTIL ws-subs-eof = "Y"
            CLOSE subs-file
            DISPLAY ws-subs-count " ledger entries loaded"

            OPEN INPUT  substran-file
            OPEN INPUT  member-file
            OPEN EXTEND subspay-file
            OPEN OUTPUT subaudit-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE subaudit-record FROM ws-run-header-line
            PERFORM 220-READ-TRAN.

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

      * Fees and periods the ledger is charged by - a payment run
      * against a wrong or missing fee table would post every
      * member's paid-up-to date wrongly, so it stops the run.
       207-READ-PARAMETERS.
            OPEN INPUT subsparm-file
            READ subsparm-file
                 AT END
                     MOVE "Y" TO ws-parm-eof
            END-READ
            IF ws-parm-eof = "N"
                 AND spm-grace-days NUMERIC
                 AND spm-lead-days  NUMERIC
                 AND spm-fee-adult  NUMERIC
                 AND spm-fee-junior NUMERIC
                 AND spm-fee-family NUMERIC
                 AND spm-fee-life   NUMERIC
                 MOVE spm-grace-days TO ws-grace-days
                 MOVE spm-lead-days  TO ws-lead-days
                 MOVE spm-fee-adult  TO ws-fee-adult
                 MOVE spm-fee-junior TO ws-fee-junior
                 MOVE spm-fee-family TO ws-fee-family
                 MOVE spm-fee-life   TO ws-fee-life
                 CLOSE subsparm-file
            ELSE
                 DISPLAY "SUBSPARM.DAT MISSING OR NOT NUMERIC - "
                         "GRACE, LEAD DAYS AND FOUR FEES NEEDED"
                 STOP RUN
            END-IF
            DISPLAY "Grace " ws-grace-days " days, fees "
                    ws-fee-adult " " ws-fee-junior " "
                    ws-fee-family " " ws-fee-life.

       210-LOAD-LEDGER.
            READ subs-file INTO ws-subs-master
                 AT END
                     MOVE "Y" TO ws-subs-eof
                 NOT AT END
                     IF ws-subs-count < 500
                          COMPUTE ws-subs-count = ws-subs-count + 1
                          MOVE ws-subs-count TO ws-subs-sub
                          PERFORM 215-TABLE-LEDGER-ENTRY
                     ELSE
                          IF ws-subs-table-full = "N"
                               DISPLAY "*** SUBS.DAT HAS MORE THAN "
                                       "500 ENTRIES - REST NOT "
                                       "LOADED"
                               MOVE "Y" TO ws-subs-table-full
                          END-IF
                     END-IF
            END-READ.

       215-TABLE-LEDGER-ENTRY.
            MOVE wsm-name         TO wst-name (ws-subs-sub)
            MOVE wsm-category     TO wst-category (ws-subs-sub)
            MOVE wsm-family-head  TO wst-family-head (ws-subs-sub)
            MOVE wsm-paid-to      TO wst-paid-to (ws-subs-sub)
            MOVE wsm-credit       TO wst-credit (ws-subs-sub)
            MOVE wsm-last-paid-date
                 TO wst-last-paid-date (ws-subs-sub)
            MOVE wsm-last-paid-amount
                 TO wst-last-paid-amount (ws-subs-sub).

       220-READ-TRAN.
            READ substran-file INTO ws-tran-record
                 AT END
                     MOVE "Y" TO ws-tran-eof
                 NOT AT END
                     COMPUTE tran-counter = tran-counter + 1
            END-READ.

       300-APPLY-TRANSACTIONS.
            MOVE ws-tran-name TO waud-name
            MOVE ws-tran-name TO ws-find-name
            PERFORM 260-FIND-LEDGER-ENTRY
            MOVE SPACES TO waud-before
            MOVE SPACES TO waud-after
            IF ws-name-found = "Y"
                 PERFORM 430-SET-BEFORE-VIEW
            END-IF

            IF ws-tran-action = "A"
                 PERFORM 310-ADD-ENTRY
            ELSE
                 IF ws-tran-action = "C"
                      PERFORM 320-CHANGE-ENTRY
                 ELSE
                      IF ws-tran-action = "P"
                           PERFORM 340-TAKE-PAYMENT
                      ELSE
                           IF ws-tran-action = "D"
                                PERFORM 330-DELETE-ENTRY
                           ELSE
                                MOVE "INVALID" TO waud-action
                                MOVE "ACTION NOT A/C/P/D"
                                     TO waud-message
                                PERFORM 460-WRITE-REJECT-LINE
                           END-IF
                      END-IF
                 END-IF
            END-IF

            PERFORM 220-READ-TRAN.

      * Only a member on MEMBER.DAT may be put on the ledger - the
      * ledger drives status changes on that master and a name it
      * has never heard of could only ever be a keying slip.
       310-ADD-ENTRY.
            MOVE "ADD" TO waud-action
            MOVE ws-tran-name TO mem-name
            MOVE "Y" TO ws-on-member
            READ member-file
                 INVALID KEY
                     MOVE "N" TO ws-on-member
            END-READ
            IF ws-name-found = "Y"
                 MOVE "ALREADY ON LEDGER" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 IF ws-on-member = "N"
                      MOVE "NOT ON MEMBER.DAT" TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 ELSE
                      PERFORM 350-CHECK-CATEGORY
                      IF ws-tran-valid = "Y"
                           IF ws-subs-count < 500
                                PERFORM 315-INSERT-ENTRY
                                PERFORM 440-SET-AFTER-VIEW
                                MOVE "ADDED" TO waud-message
                                PERFORM 450-WRITE-AUDIT-LINE
                           ELSE
                                MOVE "LEDGER FULL" TO waud-message
                                PERFORM 460-WRITE-REJECT-LINE
                           END-IF
                      END-IF
                 END-IF
            END-IF.

      * A new entry goes in at its place in name order - everyone
      * after it moves down one.
       315-INSERT-ENTRY.
            MOVE 1 TO ws-found-sub
            PERFORM 317-FIND-INSERT-POINT
                   UNTIL ws-found-sub > ws-subs-count
                      OR wst-name (ws-found-sub) > ws-tran-name
            MOVE ws-subs-count TO ws-shift-sub
            PERFORM 318-SHIFT-DOWN
                   UNTIL ws-shift-sub < ws-found-sub
            COMPUTE ws-subs-count = ws-subs-count + 1
            MOVE ws-tran-name        TO wst-name (ws-found-sub)
            MOVE ws-tran-category    TO wst-category (ws-found-sub)
            MOVE ws-tran-family-head
                 TO wst-family-head (ws-found-sub)
            MOVE ZEROS               TO wst-credit (ws-found-sub)
            MOVE SPACES TO wst-last-paid-date (ws-found-sub)
            MOVE ZEROS  TO wst-last-paid-amount (ws-found-sub)
            IF ws-tran-date = SPACES
                 MOVE ZEROS TO wst-paid-to (ws-found-sub)
            ELSE
                 MOVE ws-tran-date TO wst-paid-to (ws-found-sub)
            END-IF.

       317-FIND-INSERT-POINT.
            COMPUTE ws-found-sub = ws-found-sub + 1.

       318-SHIFT-DOWN.
            MOVE ws-subs-entry (ws-shift-sub)
                 TO ws-subs-entry (ws-shift-sub + 1)
            COMPUTE ws-shift-sub = ws-shift-sub - 1.

       320-CHANGE-ENTRY.
            MOVE "CHANGE" TO waud-action
            IF ws-name-found = "N"
                 MOVE "NOT ON LEDGER" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 PERFORM 350-CHECK-CATEGORY
                 IF ws-tran-valid = "Y"
                      MOVE ws-tran-category
                           TO wst-category (ws-found-sub)
                      MOVE ws-tran-family-head
                           TO wst-family-head (ws-found-sub)
                      IF ws-tran-date NOT = SPACES
                           MOVE ws-tran-date
                                TO wst-paid-to (ws-found-sub)
                      END-IF
                      PERFORM 440-SET-AFTER-VIEW
                      MOVE "ENTRY CHANGED" TO waud-message
                      PERFORM 450-WRITE-AUDIT-LINE
                 END-IF
            END-IF.

      * A family head still carrying other members cannot go - they
      * would be left following a date nobody pays.
       330-DELETE-ENTRY.
            MOVE "DELETE" TO waud-action
            IF ws-name-found = "N"
                 MOVE "NOT ON LEDGER" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 MOVE "N" TO ws-head-found
                 MOVE 1   TO ws-subs-sub
                 PERFORM 335-CHECK-HEAD-OF
                        UNTIL ws-subs-sub > ws-subs-count
                 IF ws-head-found = "Y"
                      MOVE "FAMILY HEAD OF OTHER MEMBERS"
                           TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 ELSE
                      MOVE ws-found-sub TO ws-shift-sub
                      PERFORM 337-SHIFT-UP
                             UNTIL ws-shift-sub NOT < ws-subs-count
                      COMPUTE ws-subs-count = ws-subs-count - 1
                      MOVE "DELETED" TO waud-message
                      PERFORM 450-WRITE-AUDIT-LINE
                 END-IF
            END-IF.

       335-CHECK-HEAD-OF.
            IF wst-family-head (ws-subs-sub) = ws-tran-name
                 AND wst-name (ws-subs-sub) NOT = ws-tran-name
                 MOVE "Y" TO ws-head-found
            END-IF
            COMPUTE ws-subs-sub = ws-subs-sub + 1.

       337-SHIFT-UP.
            MOVE ws-subs-entry (ws-shift-sub + 1)
                 TO ws-subs-entry (ws-shift-sub)
            COMPUTE ws-shift-sub = ws-shift-sub + 1.

      * The payment is credited, then each full year's fee in credit
      * moves the paid-up-to date on a year.  Part of a fee stays in
      * credit towards the next renewal.
       340-TAKE-PAYMENT.
            MOVE "PAYMENT" TO waud-action
            IF ws-tran-date = SPACES
                 MOVE ws-run-date TO ws-paid-date
            ELSE
                 MOVE ws-tran-date TO ws-paid-date
            END-IF
            IF ws-name-found = "N"
                 MOVE "NOT ON LEDGER" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 IF ws-tran-amount NOT NUMERIC
                      OR ws-tran-amount = ZEROS
                      MOVE "AMOUNT MISSING OR NOT NUMERIC"
                           TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 ELSE
                      IF ws-paid-date NOT NUMERIC
                           MOVE "DATE PAID NOT YYYYMMDD"
                                TO waud-message
                           PERFORM 460-WRITE-REJECT-LINE
                      ELSE
                           IF wst-family-head (ws-found-sub)
                                   NOT = SPACES
                              AND wst-family-head (ws-found-sub)
                                   NOT = ws-tran-name
                                MOVE "PAY UNDER THE FAMILY HEAD"
                                     TO waud-message
                                PERFORM 460-WRITE-REJECT-LINE
                           ELSE
                                PERFORM 345-POST-PAYMENT
                           END-IF
                      END-IF
                 END-IF
            END-IF.

       345-POST-PAYMENT.
            COMPUTE wst-credit (ws-found-sub) =
                 wst-credit (ws-found-sub) + ws-tran-amount
            MOVE ws-paid-date   TO wst-last-paid-date (ws-found-sub)
            MOVE ws-tran-amount TO wst-last-paid-amount (ws-found-sub)
            MOVE wst-category (ws-found-sub) TO ws-fee-category
            PERFORM 360-SET-ANNUAL-FEE
            MOVE ZEROS TO ws-years-paid
            IF wst-category (ws-found-sub) = "L"
                 OR ws-annual-fee = ZEROS
                 MOVE "99991231" TO wst-paid-to (ws-found-sub)
                 MOVE ZEROS      TO wst-credit (ws-found-sub)
                 MOVE "PAID UP FOR LIFE" TO waud-message
            ELSE
                 IF wst-credit (ws-found-sub) NOT < ws-annual-fee
                      PERFORM 370-SET-RENEWAL-BASE
                      PERFORM 375-RENEW-ONE-YEAR
                             UNTIL wst-credit (ws-found-sub)
                                   < ws-annual-fee
                      MOVE ws-work-date TO wst-paid-to (ws-found-sub)
                      MOVE "RENEWED" TO waud-message
                 ELSE
                      MOVE "PART PAYMENT HELD IN CREDIT"
                           TO waud-message
                 END-IF
            END-IF
            PERFORM 440-SET-AFTER-VIEW
            PERFORM 450-WRITE-AUDIT-LINE

            MOVE ws-run-season  TO wpy-season
            MOVE ws-paid-date   TO wpy-date
            MOVE ws-tran-name   TO wpy-name
            MOVE wst-category (ws-found-sub) TO wpy-category
            MOVE ws-tran-amount TO wpy-amount
            MOVE wst-paid-to (ws-found-sub) TO wpy-paid-to
            WRITE subspay-record FROM ws-payment-line
            COMPUTE payment-counter = payment-counter + 1.

      * Category and family head together - a family member names a
      * head who is on the ledger as a family, or is their own head.
       350-CHECK-CATEGORY.
            MOVE "Y" TO ws-tran-valid
            IF ws-tran-category NOT = "A"
                 AND ws-tran-category NOT = "J"
                 AND ws-tran-category NOT = "F"
                 AND ws-tran-category NOT = "L"
                 MOVE "N" TO ws-tran-valid
                 MOVE "CATEGORY NOT A/J/F/L" TO waud-message
            ELSE
                 IF ws-tran-category NOT = "F"
                      AND ws-tran-family-head NOT = SPACES
                      MOVE "N" TO ws-tran-valid
                      MOVE "FAMILY HEAD ON NON-FAMILY"
                           TO waud-message
                 END-IF
                 IF ws-tran-category = "F"
                      AND ws-tran-family-head NOT = SPACES
                      AND ws-tran-family-head NOT = ws-tran-name
                      PERFORM 355-CHECK-FAMILY-HEAD
                 END-IF
            END-IF
            IF ws-tran-date NOT = SPACES
                 AND ws-tran-date NOT NUMERIC
                 MOVE "N" TO ws-tran-valid
                 MOVE "PAID-UP-TO DATE NOT YYYYMMDD"
                      TO waud-message
            END-IF
            IF ws-tran-valid = "N"
                 PERFORM 460-WRITE-REJECT-LINE
            END-IF.

       355-CHECK-FAMILY-HEAD.
            MOVE ws-found-sub        TO ws-save-sub
            MOVE ws-name-found       TO ws-save-found
            MOVE ws-tran-family-head TO ws-find-name
            PERFORM 260-FIND-LEDGER-ENTRY
            IF ws-name-found = "N"
                 MOVE "N" TO ws-tran-valid
                 MOVE "FAMILY HEAD NOT ON LEDGER" TO waud-message
            ELSE
                 IF wst-category (ws-found-sub) NOT = "F"
                      OR (wst-family-head (ws-found-sub) NOT = SPACES
                          AND wst-family-head (ws-found-sub)
                               NOT = ws-tran-family-head)
                      MOVE "N" TO ws-tran-valid
                      MOVE "FAMILY HEAD IS NOT A FAMILY"
                           TO waud-message
                 END-IF
            END-IF
            MOVE ws-save-sub   TO ws-found-sub
            MOVE ws-save-found TO ws-name-found.

       360-SET-ANNUAL-FEE.
            MOVE ws-fee-adult TO ws-annual-fee
            IF ws-fee-category = "J"
                 MOVE ws-fee-junior TO ws-annual-fee
            END-IF
            IF ws-fee-category = "F"
                 MOVE ws-fee-family TO ws-annual-fee
            END-IF
            IF ws-fee-category = "L"
                 MOVE ws-fee-life TO ws-annual-fee
            END-IF.

      * Inside the grace period the renewal runs on from the old
      * date, so paying late does not buy extra time; past it, or
      * never paid, the new year starts the day the money came in.
       370-SET-RENEWAL-BASE.
            MOVE ws-paid-date TO ws-work-date
            IF wst-paid-to (ws-found-sub) NUMERIC
                 AND wst-paid-to (ws-found-sub) NOT = ZEROS
                 MOVE wst-paid-to (ws-found-sub) TO ws-work-date
                 MOVE ws-grace-days TO ws-days-to-add
                 PERFORM 800-ADD-ONE-DAY ws-days-to-add TIMES
                 MOVE ws-work-date TO ws-lapse-date
                 IF ws-lapse-date NOT < ws-paid-date
                      MOVE wst-paid-to (ws-found-sub) TO ws-work-date
                 ELSE
                      MOVE ws-paid-date TO ws-work-date
                 END-IF
            END-IF.

       375-RENEW-ONE-YEAR.
            PERFORM 820-ADD-ONE-YEAR
            COMPUTE wst-credit (ws-found-sub) =
                 wst-credit (ws-found-sub) - ws-annual-fee
            COMPUTE ws-years-paid = ws-years-paid + 1.

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

       430-SET-BEFORE-VIEW.
            MOVE wst-category (ws-found-sub) TO wlv-category
            MOVE wst-paid-to (ws-found-sub)  TO wlv-paid-to
            MOVE wst-credit (ws-found-sub)   TO wlv-credit
            MOVE ws-ledger-view TO waud-before.

       440-SET-AFTER-VIEW.
            MOVE wst-category (ws-found-sub) TO wlv-category
            MOVE wst-paid-to (ws-found-sub)  TO wlv-paid-to
            MOVE wst-credit (ws-found-sub)   TO wlv-credit
            MOVE ws-ledger-view TO waud-after.

      * The caller fills in every waud- field first - these two only
      * write the line and keep the applied/rejected counts honest.
       450-WRITE-AUDIT-LINE.
            DISPLAY ws-audit-record
            WRITE subaudit-record FROM ws-audit-record
            COMPUTE applied-counter = applied-counter + 1.

       460-WRITE-REJECT-LINE.
            DISPLAY "*** " ws-audit-record
            WRITE subaudit-record FROM ws-audit-record
            COMPUTE rejected-counter = rejected-counter + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE substran-file
            CLOSE member-file
            CLOSE subspay-file
            CLOSE subaudit-file
            PERFORM 950-WRITE-RUN-LOG.

      * The whole ledger is written back in name order.
       700-WRITE-LEDGER.
            OPEN OUTPUT subs-file
            MOVE 1 TO ws-subs-sub
            PERFORM 710-WRITE-LEDGER-ENTRY
                   UNTIL ws-subs-sub > ws-subs-count
            CLOSE subs-file.

       710-WRITE-LEDGER-ENTRY.
            MOVE wst-name (ws-subs-sub)     TO wsm-name
            MOVE wst-category (ws-subs-sub) TO wsm-category
            MOVE wst-family-head (ws-subs-sub) TO wsm-family-head
            MOVE wst-paid-to (ws-subs-sub)  TO wsm-paid-to
            MOVE wst-credit (ws-subs-sub)   TO wsm-credit
            MOVE wst-last-paid-date (ws-subs-sub)
                 TO wsm-last-paid-date
            MOVE wst-last-paid-amount (ws-subs-sub)
                 TO wsm-last-paid-amount
            WRITE subs-record FROM ws-subs-master
            COMPUTE ws-subs-sub = ws-subs-sub + 1.

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

      * A year on from the 29th of February is the 28th.
       820-ADD-ONE-YEAR.
            COMPUTE wdw-year = wdw-year + 1
            IF wdw-month = 2 AND wdw-day = 29
                 MOVE 28 TO wdw-day
            END-IF.

      * The completion record only ever goes out from here, so its
      * presence on RUNLOG.DAT is itself the proof the run reached
      * normal end.
       950-WRITE-RUN-LOG.
            OPEN EXTEND runlog-file
            MOVE ws-run-season    TO wrl-season
            MOVE ws-run-date      TO wrl-date
            MOVE tran-counter     TO wrl-read
            MOVE applied-counter  TO wrl-written
            MOVE rejected-counter TO wrl-excepts
            WRITE runlog-record FROM ws-runlog-line
            CLOSE runlog-file.
