       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSSUBSRPT.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Treasurer's listings off the subscriptions ledger SUBS.DAT
      * and the payments journal SUBSPAY.DAT:
      *   RENEWALS.DAT  - members whose paid-up-to date falls within
      *                   the lead time on SUBSPARM.DAT, so the
      *                   renewal can be asked for before it is due;
      *   REMINDERS.DAT - members already past their paid-up-to
      *                   date, with the date they lapse (or have
      *                   lapsed) at the end of the grace period;
      *   SUBINCOME.DAT - the season's subscription income by fee
      *                   category, for the AGM accounts.
      * Both lists show the year's fee, any credit held against it
      * and what is left to pay.  A family is listed once, under the
      * family head; life members, and any category with no fee,
      * never fall due.

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
      * OPTIONAL so the listings can be run before any payment has
      * been taken.
           SELECT OPTIONAL subspay-file ASSIGN TO "SUBSPAY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT renewals-file ASSIGN TO "RENEWALS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT reminders-file ASSIGN TO "REMINDERS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT subincome-file ASSIGN TO "SUBINCOME.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SUBSPARM.DAT - grace days, lead days and the four fees, as
      * CHESSSUBMAINT reads them.
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

       FD subs-file.
       01 subs-record               PIC X(80).

       FD subspay-file.
       01 subspay-record            PIC X(56).

       FD renewals-file.
       01 renewals-record           PIC X(90).

       FD reminders-file.
       01 reminders-record          PIC X(90).

       FD subincome-file.
       01 subincome-record          PIC X(80).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-subs-eof            PIC X    VALUE "N".
          03 ws-pay-eof             PIC X    VALUE "N".
          03 ws-parm-eof            PIC X    VALUE "N".

      * The parameter record copied off the file before it closes -
      * the record area is not to be trusted after the CLOSE.
       01 ws-subs-parm.
          03 ws-grace-days          PIC 9(3)     VALUE ZEROS.
          03 ws-lead-days           PIC 9(3)     VALUE ZEROS.
          03 ws-fee-adult           PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-junior          PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-family          PIC 9(4)V99  VALUE ZEROS.
          03 ws-fee-life            PIC 9(4)V99  VALUE ZEROS.

       01 ws-subs-master.
          03 wsm-name               PIC X(20).
          03 wsm-category           PIC X.
          03 wsm-family-head        PIC X(20).
          03 wsm-paid-to            PIC X(8).
          03 wsm-credit             PIC 9(4)V99.
          03 wsm-last-paid-date     PIC X(8).
          03 wsm-last-paid-amount   PIC 9(4)V99.
          03                        PIC X(11).

       01 ws-payment-line.
          03 wpy-season             PIC X(8).
          03                        PIC X(1).
          03 wpy-date               PIC X(8).
          03                        PIC X(1).
          03 wpy-name               PIC X(20).
          03                        PIC X(1).
          03 wpy-category           PIC X.
          03                        PIC X(1).
          03 wpy-amount             PIC 9(4)V99.
          03                        PIC X(1).
          03 wpy-paid-to            PIC X(8).

      * Members and the season's payments for each fee category, in
      * the order adult, junior, family, life.
       01 ws-category-values.
          03                        PIC X(7)   VALUE "AADULT ".
          03                        PIC X(7)   VALUE "JJUNIOR".
          03                        PIC X(7)   VALUE "FFAMILY".
          03                        PIC X(7)   VALUE "LLIFE  ".
       01 ws-category-names REDEFINES ws-category-values.
          03 ws-category-name-entry OCCURS 4 TIMES.
             05 wcn-code            PIC X.
             05 wcn-name            PIC X(6).

       01 ws-category-table.
          03 ws-category-entry      OCCURS 4 TIMES.
             05 wct-members         PIC 9(4)     VALUE ZEROS.
             05 wct-payments        PIC 9(4)     VALUE ZEROS.
             05 wct-amount          PIC 9(6)V99  VALUE ZEROS.

       01 ws-category-sub           PIC 9      VALUE ZEROS.
       01 ws-category-code          PIC X      VALUE SPACE.

       01 ws-report-work.
          03 ws-due-by-date         PIC X(8)   VALUE SPACES.
          03 ws-annual-fee          PIC 9(4)V99  VALUE ZEROS.
          03 ws-to-pay              PIC 9(4)V99  VALUE ZEROS.
          03 ws-renewal-total       PIC 9(6)V99  VALUE ZEROS.
          03 ws-reminder-total      PIC 9(6)V99  VALUE ZEROS.
          03 ws-income-members      PIC 9(4)     VALUE ZEROS.
          03 ws-income-payments     PIC 9(4)     VALUE ZEROS.
          03 ws-income-total        PIC 9(6)V99  VALUE ZEROS.

      * Date arithmetic on the YYYYMMDD dates - the lead and grace
      * periods stepped a day at a time against the month-length
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

       01 ws-renewals-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(29)  VALUE
             "SUBSCRIPTIONS FALLING DUE BY ".
          03 wrt-due-by             PIC X(8).

       01 ws-reminders-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(25)  VALUE
             "SUBSCRIPTIONS OVERDUE AT ".
          03 wmt-run-date           PIC X(8).

       01 ws-due-heading.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(22)  VALUE "MEMBER".
          03                        PIC X(8)   VALUE "CAT".
          03                        PIC X(10)  VALUE "PAID TO".
          03                        PIC X(10)  VALUE "FEE".
          03                        PIC X(10)  VALUE "CREDIT".
          03                        PIC X(10)  VALUE "TO PAY".
          03                        PIC X(15)  VALUE "STATUS".

       01 ws-due-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wdl-name               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-category           PIC X(6).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-paid-to            PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-fee                PIC ZZZ9.99.
          03                        PIC X(3)   VALUE SPACES.
          03 wdl-credit             PIC ZZZ9.99.
          03                        PIC X(3)   VALUE SPACES.
          03 wdl-to-pay             PIC ZZZ9.99.
          03                        PIC X(3)   VALUE SPACES.
          03 wdl-status             PIC X(16).

       01 ws-lapse-status.
          03 wls-text               PIC X(8).
          03 wls-date               PIC X(8).

       01 ws-due-total-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wdt-count              PIC ZZZ9.
          03 wdt-text               PIC X(30).
          03                        PIC X(15)  VALUE "TO COLLECT".
          03 wdt-total              PIC ZZZZZ9.99.

       01 ws-income-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(29)  VALUE
             "SUBSCRIPTION INCOME - SEASON ".
          03 wit-season             PIC X(8).

       01 ws-income-heading.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(12)  VALUE "CATEGORY".
          03                        PIC X(10)  VALUE "FEE".
          03                        PIC X(10)  VALUE "MEMBERS".
          03                        PIC X(10)  VALUE "PAYMENTS".
          03                        PIC X(10)  VALUE "INCOME".

       01 ws-income-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wil-category           PIC X(6).
          03                        PIC X(4)   VALUE SPACES.
          03 wil-fee                PIC ZZZ9.99.
          03                        PIC X(5)   VALUE SPACES.
          03 wil-members            PIC ZZZ9.
          03                        PIC X(6)   VALUE SPACES.
          03 wil-payments           PIC ZZZ9.
          03                        PIC X(3)   VALUE SPACES.
          03 wil-amount             PIC ZZZZZ9.99.

       01 ws-income-total-line.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(22)  VALUE "TOTAL".
          03 wtl-members            PIC ZZZ9.
          03                        PIC X(6)   VALUE SPACES.
          03 wtl-payments           PIC ZZZ9.
          03                        PIC X(3)   VALUE SPACES.
          03 wtl-amount             PIC ZZZZZ9.99.

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

       01 ws-runlog-line.
          03 wrl-program            PIC X(14)  VALUE "CHESSSUBSRPT".
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
          03 renewal-counter        PIC 9(4)   VALUE ZEROS.
          03 reminder-counter       PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Subscriptions Listings Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-CHECK-LEDGER-ENTRY
                   UNTIL ws-subs-eof = "Y"
            PERFORM 400-ADD-PAYMENT
                   UNTIL ws-pay-eof = "Y"
            PERFORM 600-PRINT-TOTALS
            PERFORM 500-CLOSE
            DISPLAY renewal-counter " renewals due, "
                    reminder-counter " reminders"
            DISPLAY "End of Subscriptions Listings Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            IF ws-run-date NOT NUMERIC
                 DISPLAY "RUN DATE ON RUNCTL.DAT IS NOT YYYYMMDD - "
                         "NOTHING CAN FALL DUE"
                 STOP RUN
            END-IF
            PERFORM 207-READ-PARAMETERS

      * Everything paid up to a date no later than this is due.
            MOVE ws-run-date  TO ws-work-date
            MOVE ws-lead-days TO ws-days-to-add
            PERFORM 800-ADD-ONE-DAY ws-days-to-add TIMES
            MOVE ws-work-date TO ws-due-by-date

            OPEN INPUT  subs-file
            OPEN INPUT  subspay-file
            OPEN OUTPUT renewals-file
            OPEN OUTPUT reminders-file
            OPEN OUTPUT subincome-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE renewals-record  FROM ws-run-header-line
            WRITE reminders-record FROM ws-run-header-line
            WRITE subincome-record FROM ws-run-header-line

            MOVE ws-due-by-date TO wrt-due-by
            WRITE renewals-record FROM ws-blank-line
            WRITE renewals-record FROM ws-renewals-title
            WRITE renewals-record FROM ws-blank-line
            WRITE renewals-record FROM ws-due-heading
            WRITE renewals-record FROM ws-lines-line

            MOVE ws-run-date TO wmt-run-date
            WRITE reminders-record FROM ws-blank-line
            WRITE reminders-record FROM ws-reminders-title
            WRITE reminders-record FROM ws-blank-line
            WRITE reminders-record FROM ws-due-heading
            WRITE reminders-record FROM ws-lines-line

            PERFORM 210-READ-LEDGER
            PERFORM 220-READ-PAYMENT.

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
            END-IF.

       210-READ-LEDGER.
            READ subs-file INTO ws-subs-master
                 AT END
                     MOVE "Y" TO ws-subs-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

       220-READ-PAYMENT.
            READ subspay-file INTO ws-payment-line
                 AT END
                     MOVE "Y" TO ws-pay-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

      * A family member rides on the head's subscription and is not
      * asked for one of their own - they count as a member of the
      * family category but are not listed.
       300-CHECK-LEDGER-ENTRY.
            MOVE wsm-category TO ws-category-code
            PERFORM 350-FIND-CATEGORY
            IF ws-category-sub = ZEROS
                 DISPLAY "*** " wsm-name " HAS CATEGORY "
                         wsm-category " - NOT LISTED"
                 COMPUTE excp-counter = excp-counter + 1
            ELSE
                 COMPUTE wct-members (ws-category-sub) =
                      wct-members (ws-category-sub) + 1
                 PERFORM 360-SET-ANNUAL-FEE
                 IF (wsm-family-head = SPACES
                     OR wsm-family-head = wsm-name)
                    AND wsm-category NOT = "L"
                    AND ws-annual-fee > ZEROS
                    AND wsm-paid-to NOT = "99991231"
                      PERFORM 310-CHECK-DUE
                 END-IF
            END-IF
            PERFORM 210-READ-LEDGER.

       310-CHECK-DUE.
            MOVE ZEROS TO ws-to-pay
            IF wsm-credit < ws-annual-fee
                 COMPUTE ws-to-pay = ws-annual-fee - wsm-credit
            END-IF
            MOVE wsm-name     TO wdl-name
            MOVE wcn-name (ws-category-sub) TO wdl-category
            MOVE wsm-paid-to  TO wdl-paid-to
            MOVE ws-annual-fee TO wdl-fee
            MOVE wsm-credit   TO wdl-credit
            MOVE ws-to-pay    TO wdl-to-pay
            IF wsm-paid-to NOT NUMERIC OR wsm-paid-to = ZEROS
                 MOVE SPACES       TO wdl-paid-to
                 MOVE "NEVER PAID" TO wdl-status
                 PERFORM 330-WRITE-REMINDER
            ELSE
                 IF wsm-paid-to < ws-run-date
                      MOVE wsm-paid-to   TO ws-work-date
                      MOVE ws-grace-days TO ws-days-to-add
                      PERFORM 800-ADD-ONE-DAY ws-days-to-add TIMES
                      MOVE ws-work-date  TO wls-date
                      IF ws-work-date < ws-run-date
                           MOVE "LAPSED  " TO wls-text
                      ELSE
                           MOVE "LAPSES  " TO wls-text
                      END-IF
                      MOVE ws-lapse-status TO wdl-status
                      PERFORM 330-WRITE-REMINDER
                 ELSE
                      IF wsm-paid-to NOT > ws-due-by-date
                           MOVE "DUE" TO wdl-status
                           PERFORM 320-WRITE-RENEWAL
                      END-IF
                 END-IF
            END-IF.

       320-WRITE-RENEWAL.
            WRITE renewals-record FROM ws-due-line
            COMPUTE written-counter = written-counter + 1
            COMPUTE renewal-counter = renewal-counter + 1
            COMPUTE ws-renewal-total = ws-renewal-total + ws-to-pay.

       330-WRITE-REMINDER.
            DISPLAY ws-due-line
            WRITE reminders-record FROM ws-due-line
            COMPUTE written-counter = written-counter + 1
            COMPUTE reminder-counter = reminder-counter + 1
            COMPUTE ws-reminder-total = ws-reminder-total + ws-to-pay.

       350-FIND-CATEGORY.
            MOVE ZEROS TO ws-category-sub
            IF ws-category-code = "A"
                 MOVE 1 TO ws-category-sub
            END-IF
            IF ws-category-code = "J"
                 MOVE 2 TO ws-category-sub
            END-IF
            IF ws-category-code = "F"
                 MOVE 3 TO ws-category-sub
            END-IF
            IF ws-category-code = "L"
                 MOVE 4 TO ws-category-sub
            END-IF.

       360-SET-ANNUAL-FEE.
            MOVE ws-fee-adult TO ws-annual-fee
            IF ws-category-sub = 2
                 MOVE ws-fee-junior TO ws-annual-fee
            END-IF
            IF ws-category-sub = 3
                 MOVE ws-fee-family TO ws-annual-fee
            END-IF
            IF ws-category-sub = 4
                 MOVE ws-fee-life TO ws-annual-fee
            END-IF.

      * Only this season's payments count towards the income - the
      * journal runs on from season to season.
       400-ADD-PAYMENT.
            IF wpy-season = ws-run-season
                 MOVE wpy-category TO ws-category-code
                 PERFORM 350-FIND-CATEGORY
                 IF ws-category-sub = ZEROS
                      DISPLAY "*** PAYMENT FROM " wpy-name
                              " HAS CATEGORY " wpy-category
                              " - NOT IN INCOME"
                      COMPUTE excp-counter = excp-counter + 1
                 ELSE
                      COMPUTE wct-payments (ws-category-sub) =
                           wct-payments (ws-category-sub) + 1
                      COMPUTE wct-amount (ws-category-sub) =
                           wct-amount (ws-category-sub) + wpy-amount
                 END-IF
            END-IF
            PERFORM 220-READ-PAYMENT.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE subs-file
            CLOSE subspay-file
            CLOSE renewals-file
            CLOSE reminders-file
            CLOSE subincome-file
            PERFORM 950-WRITE-RUN-LOG.

       600-PRINT-TOTALS.
            WRITE renewals-record FROM ws-lines-line
            MOVE renewal-counter  TO wdt-count
            MOVE " RENEWALS DUE"  TO wdt-text
            MOVE ws-renewal-total TO wdt-total
            WRITE renewals-record FROM ws-due-total-line

            WRITE reminders-record FROM ws-lines-line
            MOVE reminder-counter  TO wdt-count
            MOVE " REMINDERS"      TO wdt-text
            MOVE ws-reminder-total TO wdt-total
            WRITE reminders-record FROM ws-due-total-line

            MOVE ws-run-season TO wit-season
            WRITE subincome-record FROM ws-blank-line
            WRITE subincome-record FROM ws-income-title
            WRITE subincome-record FROM ws-blank-line
            WRITE subincome-record FROM ws-income-heading
            WRITE subincome-record FROM ws-lines-line
            MOVE 1 TO ws-category-sub
            PERFORM 610-PRINT-CATEGORY
                   UNTIL ws-category-sub > 4
            WRITE subincome-record FROM ws-lines-line
            MOVE ws-income-members  TO wtl-members
            MOVE ws-income-payments TO wtl-payments
            MOVE ws-income-total    TO wtl-amount
            DISPLAY ws-income-total-line
            WRITE subincome-record FROM ws-income-total-line.

       610-PRINT-CATEGORY.
            PERFORM 360-SET-ANNUAL-FEE
            MOVE wcn-name (ws-category-sub)     TO wil-category
            MOVE ws-annual-fee                  TO wil-fee
            MOVE wct-members (ws-category-sub)  TO wil-members
            MOVE wct-payments (ws-category-sub) TO wil-payments
            MOVE wct-amount (ws-category-sub)   TO wil-amount
            DISPLAY ws-income-line
            WRITE subincome-record FROM ws-income-line
            COMPUTE written-counter = written-counter + 1
            COMPUTE ws-income-members =
                 ws-income-members + wct-members (ws-category-sub)
            COMPUTE ws-income-payments =
                 ws-income-payments + wct-payments (ws-category-sub)
            COMPUTE ws-income-total =
                 ws-income-total + wct-amount (ws-category-sub)
            COMPUTE ws-category-sub = ws-category-sub + 1.

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
