       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSINTEGRITY.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Cross-master integrity sweep.  The masters refer to one
      * another by player name and fixture id, and nothing ever
      * checked them against each other - a mismatch only showed up
      * as an unexplained reject in the middle of a batch run.  This
      * program sweeps them all and lists every orphan and conflict
      * by category:
      *   1 ROSTER.DAT players with no MEMBER.DAT record;
      *   2 active MEMBER.DAT members missing from ROSTER.DAT;
      *   3 RESULTS.DAT keys for a fixture id not on FIXTURES.DAT;
      *   4 FIXTURES.DAT teams not on TEAMLIST.DAT;
      *   5 the club's own members listed on OPPONENT.DAT;
      *   6 one ICU code on two MEMBER.DAT records;
      *   7 HISTORY.DAT lines for players on neither ROSTER.DAT nor
      *     MEMBER.DAT.
      * Each category is followed by its count, and the listing ends
      * with a CLEAN or NOT CLEAN verdict.  INTEGRITY.DAT is meant to
      * be read before the season starts and before every rating run.
      * Nothing is changed - the fixes go through the maintenance
      * programs as usual.
      *
      * The indexed masters are swept in key order, as CHESSFIXTRPT
      * sweeps the fixture schedule, and held in tables for the
      * cross-checks.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roster-file ASSIGN TO "ROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS mem-name.
           SELECT opponent-file ASSIGN TO "OPPONENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS opp-key.
      * The season's schedule, results, team list and archive are
      * OPTIONAL so the sweep can be run before the season starts,
      * when some of them do not exist yet.
           SELECT OPTIONAL fixtures-file ASSIGN TO "FIXTURES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS fix-fixture-id.
           SELECT OPTIONAL results-file ASSIGN TO "RESULTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS res-key.
           SELECT OPTIONAL teamlist-file ASSIGN TO "TEAMLIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL history-file ASSIGN TO "HISTORY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT integrity-file ASSIGN TO "INTEGRITY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD roster-file.
       01 roster-record             PIC X(48).

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

       FD fixtures-file.
       01 fixtures-record.
          03 fix-fixture-id         PIC 9(4).
          03 fix-round              PIC 9(2).
          03 fix-date-due           PIC X(8).
          03 fix-home-team          PIC X(20).
          03 fix-away-team          PIC X(20).

       FD results-file.
       01 results-record.
          03 res-key.
             05 res-fixture-id      PIC 9(4).
             05 res-game-number     PIC 9(2).
          03 res-result             PIC X.

       FD teamlist-file.
       01 teamlist-record           PIC X(20).

       FD history-file.
       01 history-record            PIC X(60).

      * INTEGRITY.DAT is the sweep listing - every orphan and
      * conflict, category by category, and the verdict.
       FD integrity-file.
       01 integrity-record          PIC X(80).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-roster-eof          PIC X    VALUE "N".
          03 ws-member-eof          PIC X    VALUE "N".
          03 ws-opponent-eof        PIC X    VALUE "N".
          03 ws-fixtures-eof        PIC X    VALUE "N".
          03 ws-results-eof         PIC X    VALUE "N".
          03 ws-teamlist-eof        PIC X    VALUE "N".
          03 ws-history-eof         PIC X    VALUE "N".
          03 ws-name-found          PIC X    VALUE "N".
          03 ws-seen-table-full     PIC X    VALUE "N".

       01 ws-roster-master.
          03 wrm-name               PIC X(20).
          03 wrm-rating             PIC 9999.
          03 wrm-club               PIC X(20).
          03 wrm-games-played       PIC 9(4).

       01 ws-history-line.
          03 whr-player-name        PIC X(20).
          03                        PIC X(1).
          03 whr-season             PIC X(8).
          03                        PIC X(31).

      * The masters held for the cross-checks.  A sweep that ran out
      * of table would report sound records as orphans, so running
      * out stops the run instead.
       01 ws-member-table.
          03 ws-member-entry        OCCURS 500 TIMES.
             05 wmt-name            PIC X(20).
             05 wmt-icu-code        PIC 9(6).
             05 wmt-status          PIC X.

       01 ws-member-count           PIC 999    VALUE ZEROS.
       01 ws-member-sub             PIC 999    VALUE ZEROS.
       01 ws-other-sub              PIC 999    VALUE ZEROS.

       01 ws-roster-table.
          03 ws-roster-entry        OCCURS 300 TIMES.
             05 wrt-name            PIC X(20).

       01 ws-roster-count           PIC 999    VALUE ZEROS.
       01 ws-roster-sub             PIC 999    VALUE ZEROS.

       01 ws-team-table.
          03 ws-team-entry          OCCURS 40 TIMES.
             05 wtt-name            PIC X(20).

       01 ws-team-count             PIC 99     VALUE ZEROS.
       01 ws-team-sub               PIC 99     VALUE ZEROS.

       01 ws-fixture-table.
          03 ws-fixture-entry       OCCURS 400 TIMES.
             05 wft-fixture-id      PIC 9(4).
             05 wft-home-team       PIC X(20).
             05 wft-away-team       PIC X(20).

       01 ws-fixture-count          PIC 999    VALUE ZEROS.
       01 ws-fixture-sub            PIC 999    VALUE ZEROS.

      * Archive names already listed, so a player with ten seasons
      * on the archive is listed once.
       01 ws-seen-table.
          03 ws-seen-entry          OCCURS 300 TIMES.
             05 wsn-name            PIC X(20).
             05 wsn-lines           PIC 999.

       01 ws-seen-count             PIC 999    VALUE ZEROS.
       01 ws-seen-sub               PIC 999    VALUE ZEROS.

       01 ws-find-name              PIC X(20)  VALUE SPACES.
       01 ws-last-fixture-id        PIC 9(4)   VALUE ZEROS.
       01 ws-fixture-boards         PIC 99     VALUE ZEROS.
       01 ws-edit-count             PIC ZZ9.
       01 ws-fixture-side           PIC X(4)   VALUE SPACES.

       01 ws-category-line.
          03 wcl-number             PIC 9.
          03                        PIC X(2)   VALUE SPACES.
          03 wcl-title              PIC X(50).

       01 ws-detail-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wdl-key                PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wdl-detail             PIC X(50).

       01 ws-count-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wcn-count              PIC ZZZ9.
          03                        PIC X(1)   VALUE SPACES.
          03 wcn-text               PIC X(30).

      * The count for each category, kept for the summary.
       01 ws-category-counts.
          03 ws-category-count      PIC 9(4)   OCCURS 7 TIMES.

       01 ws-category-titles.
          03                        PIC X(40)  VALUE
             "ROSTER PLAYERS WITH NO MEMBER RECORD".
          03                        PIC X(40)  VALUE
             "ACTIVE MEMBERS NOT ON ROSTER".
          03                        PIC X(40)  VALUE
             "RESULTS FOR FIXTURES NOT ON SCHEDULE".
          03                        PIC X(40)  VALUE
             "FIXTURE TEAMS NOT ON TEAMLIST".
          03                        PIC X(40)  VALUE
             "OWN MEMBERS ON OPPONENT.DAT".
          03                        PIC X(40)  VALUE
             "ICU CODE ON TWO MEMBER RECORDS".
          03                        PIC X(40)  VALUE
             "ARCHIVE PLAYERS ON NO MASTER".
       01 ws-category-title-table REDEFINES ws-category-titles.
          03 ws-category-title      PIC X(40)  OCCURS 7 TIMES.

       01 ws-category               PIC 9      VALUE ZEROS.

       01 ws-summary-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wsl-number             PIC 9.
          03                        PIC X(2)   VALUE SPACES.
          03 wsl-title              PIC X(40).
          03 wsl-count              PIC ZZZ9.

       01 ws-title-line.
          03                        PIC X(24)  VALUE SPACES.
          03                        PIC X(32)
                          VALUE "MASTER FILE INTEGRITY SWEEP".

       01 ws-verdict-line.
          03                        PIC X(9)   VALUE "VERDICT: ".
          03 wvl-verdict            PIC X(9).
          03                        PIC X(3)   VALUE " - ".
          03 wvl-total              PIC ZZZ9.
          03                        PIC X(25)
                          VALUE " ORPHANS AND CONFLICTS".

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
          03 wrl-program            PIC X(14)  VALUE "CHESSINTEGRITY".
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

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Master File Integrity Sweep Program"
            PERFORM 200-INITIALIZE
            PERFORM 310-ROSTER-WITHOUT-MEMBER
            PERFORM 320-MEMBERS-OFF-ROSTER
            PERFORM 330-RESULTS-WITHOUT-FIXTURE
            PERFORM 340-TEAMS-NOT-ON-TEAMLIST
            PERFORM 350-MEMBERS-ON-OPPONENT
            PERFORM 360-DUPLICATE-ICU-CODES
            PERFORM 370-ARCHIVE-ORPHANS
            PERFORM 600-PRINT-SUMMARY
            PERFORM 500-CLOSE
            DISPLAY rec-counter " records swept, "
                    excp-counter " orphans and conflicts"
            DISPLAY "End of Master File Integrity Sweep Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            MOVE ZEROS TO ws-category-count (1)
            MOVE ZEROS TO ws-category-count (2)
            MOVE ZEROS TO ws-category-count (3)
            MOVE ZEROS TO ws-category-count (4)
            MOVE ZEROS TO ws-category-count (5)
            MOVE ZEROS TO ws-category-count (6)
            MOVE ZEROS TO ws-category-count (7)
            PERFORM 210-LOAD-MEMBERS
            PERFORM 220-LOAD-ROSTER
            PERFORM 230-LOAD-TEAMLIST
            PERFORM 240-LOAD-FIXTURES
            OPEN OUTPUT integrity-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE integrity-record FROM ws-run-header-line
            WRITE integrity-record FROM ws-title-line.

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

       210-LOAD-MEMBERS.
            OPEN INPUT member-file
            PERFORM 215-LOAD-MEMBER
                   UNTIL ws-member-eof = "Y"
            CLOSE member-file
            DISPLAY ws-member-count " members on MEMBER.DAT".

       215-LOAD-MEMBER.
            READ member-file
                 AT END
                     MOVE "Y" TO ws-member-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-member-count < 500
                          COMPUTE ws-member-count = ws-member-count + 1
                          MOVE mem-name
                               TO wmt-name (ws-member-count)
                          MOVE mem-status
                               TO wmt-status (ws-member-count)
                          IF mem-icu-code NUMERIC
                               MOVE mem-icu-code
                                    TO wmt-icu-code (ws-member-count)
                          ELSE
                               MOVE ZEROS
                                    TO wmt-icu-code (ws-member-count)
                          END-IF
                     ELSE
                          DISPLAY "*** MEMBER.DAT HAS MORE THAN 500 "
                                  "RECORDS - SWEEP STOPPED"
                          STOP RUN
                     END-IF
            END-READ.

       220-LOAD-ROSTER.
            OPEN INPUT roster-file
            PERFORM 225-LOAD-ROSTER-PLAYER
                   UNTIL ws-roster-eof = "Y"
            CLOSE roster-file
            DISPLAY ws-roster-count " players on ROSTER.DAT".

       225-LOAD-ROSTER-PLAYER.
            READ roster-file INTO ws-roster-master
                 AT END
                     MOVE "Y" TO ws-roster-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-roster-count < 300
                          COMPUTE ws-roster-count = ws-roster-count + 1
                          MOVE wrm-name TO wrt-name (ws-roster-count)
                     ELSE
                          DISPLAY "*** ROSTER.DAT HAS MORE THAN 300 "
                                  "PLAYERS - SWEEP STOPPED"
                          STOP RUN
                     END-IF
            END-READ.

       230-LOAD-TEAMLIST.
            OPEN INPUT teamlist-file
            PERFORM 235-LOAD-TEAM
                   UNTIL ws-teamlist-eof = "Y"
            CLOSE teamlist-file.

       235-LOAD-TEAM.
            READ teamlist-file
                 AT END
                     MOVE "Y" TO ws-teamlist-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-team-count < 40
                          COMPUTE ws-team-count = ws-team-count + 1
                          MOVE teamlist-record
                               TO wtt-name (ws-team-count)
                     ELSE
                          DISPLAY "*** TEAMLIST.DAT HAS MORE THAN 40 "
                                  "TEAMS - SWEEP STOPPED"
                          STOP RUN
                     END-IF
            END-READ.

       240-LOAD-FIXTURES.
            OPEN INPUT fixtures-file
            PERFORM 245-LOAD-FIXTURE
                   UNTIL ws-fixtures-eof = "Y"
            CLOSE fixtures-file.

       245-LOAD-FIXTURE.
            READ fixtures-file
                 AT END
                     MOVE "Y" TO ws-fixtures-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-fixture-count < 400
                          COMPUTE ws-fixture-count =
                               ws-fixture-count + 1
                          MOVE fix-fixture-id
                               TO wft-fixture-id (ws-fixture-count)
                          MOVE fix-home-team
                               TO wft-home-team (ws-fixture-count)
                          MOVE fix-away-team
                               TO wft-away-team (ws-fixture-count)
                     ELSE
                          DISPLAY "*** FIXTURES.DAT HAS MORE THAN 400 "
                                  "FIXTURES - SWEEP STOPPED"
                          STOP RUN
                     END-IF
            END-READ.

      * Category 1 - every roster player needs a membership record;
      * the rating run rejects the ones that have none.
       310-ROSTER-WITHOUT-MEMBER.
            MOVE 1 TO ws-category
            PERFORM 400-START-CATEGORY
            MOVE 1 TO ws-roster-sub
            PERFORM 315-CHECK-ROSTER-PLAYER
                   UNTIL ws-roster-sub > ws-roster-count
            PERFORM 420-END-CATEGORY.

       315-CHECK-ROSTER-PLAYER.
            MOVE wrt-name (ws-roster-sub) TO ws-find-name
            PERFORM 380-FIND-MEMBER
            IF ws-name-found = "N"
                 MOVE ws-find-name TO wdl-key
                 MOVE "ON ROSTER.DAT - NO MEMBER.DAT RECORD"
                      TO wdl-detail
                 PERFORM 410-WRITE-DETAIL-LINE
            END-IF
            COMPUTE ws-roster-sub = ws-roster-sub + 1.

      * Category 2 - an active member nobody has put on the roster
      * is never rated.
       320-MEMBERS-OFF-ROSTER.
            MOVE 2 TO ws-category
            PERFORM 400-START-CATEGORY
            MOVE 1 TO ws-member-sub
            PERFORM 325-CHECK-MEMBER
                   UNTIL ws-member-sub > ws-member-count
            PERFORM 420-END-CATEGORY.

       325-CHECK-MEMBER.
            IF wmt-status (ws-member-sub) = "A"
                 MOVE wmt-name (ws-member-sub) TO ws-find-name
                 PERFORM 385-FIND-ROSTER-PLAYER
                 IF ws-name-found = "N"
                      MOVE ws-find-name TO wdl-key
                      MOVE "ACTIVE ON MEMBER.DAT - NOT ON ROSTER.DAT"
                           TO wdl-detail
                      PERFORM 410-WRITE-DETAIL-LINE
                 END-IF
            END-IF
            COMPUTE ws-member-sub = ws-member-sub + 1.

      * Category 3 - the results master is in key order, so the
      * boards of a fixture come together and an unscheduled
      * fixture is listed once with its board count.
       330-RESULTS-WITHOUT-FIXTURE.
            MOVE 3 TO ws-category
            PERFORM 400-START-CATEGORY
            MOVE ZEROS TO ws-last-fixture-id
            MOVE ZEROS TO ws-fixture-boards
            OPEN INPUT results-file
            PERFORM 335-CHECK-RESULT
                   UNTIL ws-results-eof = "Y"
            CLOSE results-file
            PERFORM 337-LIST-UNSCHEDULED
            PERFORM 420-END-CATEGORY.

       335-CHECK-RESULT.
            READ results-file
                 AT END
                     MOVE "Y" TO ws-results-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF res-fixture-id NOT = ws-last-fixture-id
                          PERFORM 337-LIST-UNSCHEDULED
                          MOVE res-fixture-id TO ws-last-fixture-id
                          MOVE ZEROS TO ws-fixture-boards
                          PERFORM 390-FIND-FIXTURE
                     END-IF
                     IF ws-name-found = "N"
                          COMPUTE ws-fixture-boards =
                               ws-fixture-boards + 1
                     END-IF
            END-READ.

       337-LIST-UNSCHEDULED.
            IF ws-fixture-boards > ZEROS
                 MOVE SPACES TO wdl-key
                 STRING "FIXTURE " ws-last-fixture-id
                        DELIMITED BY SIZE INTO wdl-key
                 MOVE ws-fixture-boards TO ws-edit-count
                 MOVE SPACES TO wdl-detail
                 STRING ws-edit-count " BOARDS ON RESULTS.DAT - "
                        "NOT ON FIXTURES.DAT"
                        DELIMITED BY SIZE INTO wdl-detail
                 PERFORM 410-WRITE-DETAIL-LINE
                 MOVE ZEROS TO ws-fixture-boards
            END-IF.

      * Category 4 - both sides of every scheduled fixture.
       340-TEAMS-NOT-ON-TEAMLIST.
            MOVE 4 TO ws-category
            PERFORM 400-START-CATEGORY
            MOVE 1 TO ws-fixture-sub
            PERFORM 345-CHECK-FIXTURE-TEAMS
                   UNTIL ws-fixture-sub > ws-fixture-count
            PERFORM 420-END-CATEGORY.

       345-CHECK-FIXTURE-TEAMS.
            MOVE wft-home-team (ws-fixture-sub) TO ws-find-name
            PERFORM 395-FIND-TEAM
            IF ws-name-found = "N"
                 MOVE "HOME" TO ws-fixture-side
                 PERFORM 347-LIST-FIXTURE-TEAM
            END-IF
            MOVE wft-away-team (ws-fixture-sub) TO ws-find-name
            PERFORM 395-FIND-TEAM
            IF ws-name-found = "N"
                 MOVE "AWAY" TO ws-fixture-side
                 PERFORM 347-LIST-FIXTURE-TEAM
            END-IF
            COMPUTE ws-fixture-sub = ws-fixture-sub + 1.

       347-LIST-FIXTURE-TEAM.
            MOVE ws-find-name TO wdl-key
            MOVE SPACES TO wdl-detail
            STRING ws-fixture-side " TEAM IN FIXTURE "
                   wft-fixture-id (ws-fixture-sub)
                   " - NOT ON TEAMLIST.DAT"
                   DELIMITED BY SIZE INTO wdl-detail
            PERFORM 410-WRITE-DETAIL-LINE.

      * Category 5 - a member of the club listed as somebody else's
      * player, under any club, so the rating run could take their
      * rating off the wrong master.
       350-MEMBERS-ON-OPPONENT.
            MOVE 5 TO ws-category
            PERFORM 400-START-CATEGORY
            OPEN INPUT opponent-file
            PERFORM 355-CHECK-OPPONENT
                   UNTIL ws-opponent-eof = "Y"
            CLOSE opponent-file
            PERFORM 420-END-CATEGORY.

       355-CHECK-OPPONENT.
            READ opponent-file
                 AT END
                     MOVE "Y" TO ws-opponent-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE opp-name TO ws-find-name
                     PERFORM 380-FIND-MEMBER
                     IF ws-name-found = "Y"
                          MOVE opp-name TO wdl-key
                          MOVE SPACES TO wdl-detail
                          STRING "MEMBER - ON OPPONENT.DAT UNDER "
                                 opp-club
                                 DELIMITED BY SIZE INTO wdl-detail
                          PERFORM 410-WRITE-DETAIL-LINE
                     END-IF
            END-READ.

      * Category 6 - each pair of records sharing a code is listed
      * once, against the later name.  A member with no code yet is
      * left out.
       360-DUPLICATE-ICU-CODES.
            MOVE 6 TO ws-category
            PERFORM 400-START-CATEGORY
            MOVE 2 TO ws-member-sub
            PERFORM 365-CHECK-MEMBER-CODE
                   UNTIL ws-member-sub > ws-member-count
            PERFORM 420-END-CATEGORY.

       365-CHECK-MEMBER-CODE.
            IF wmt-icu-code (ws-member-sub) NOT = ZEROS
                 MOVE 1 TO ws-other-sub
                 PERFORM 367-COMPARE-MEMBER-CODE
                        UNTIL ws-other-sub NOT < ws-member-sub
            END-IF
            COMPUTE ws-member-sub = ws-member-sub + 1.

       367-COMPARE-MEMBER-CODE.
            IF wmt-icu-code (ws-other-sub) =
                    wmt-icu-code (ws-member-sub)
                 MOVE wmt-name (ws-member-sub) TO wdl-key
                 MOVE SPACES TO wdl-detail
                 STRING "ICU " wmt-icu-code (ws-member-sub)
                        " ALSO ON " wmt-name (ws-other-sub)
                        DELIMITED BY SIZE INTO wdl-detail
                 PERFORM 410-WRITE-DETAIL-LINE
            END-IF
            COMPUTE ws-other-sub = ws-other-sub + 1.

      * Category 7 - archive lines for a player on neither player
      * master.  Each name is listed once, with its line count, after
      * the whole archive has been read.
       370-ARCHIVE-ORPHANS.
            MOVE 7 TO ws-category
            PERFORM 400-START-CATEGORY
            OPEN INPUT history-file
            PERFORM 375-CHECK-HISTORY-LINE
                   UNTIL ws-history-eof = "Y"
            CLOSE history-file
            MOVE 1 TO ws-seen-sub
            PERFORM 378-LIST-ARCHIVE-ORPHAN
                   UNTIL ws-seen-sub > ws-seen-count
            PERFORM 420-END-CATEGORY.

       375-CHECK-HISTORY-LINE.
            READ history-file INTO ws-history-line
                 AT END
                     MOVE "Y" TO ws-history-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE whr-player-name TO ws-find-name
                     PERFORM 380-FIND-MEMBER
                     IF ws-name-found = "N"
                          PERFORM 385-FIND-ROSTER-PLAYER
                     END-IF
                     IF ws-name-found = "N"
                          PERFORM 376-NOTE-ARCHIVE-ORPHAN
                     END-IF
            END-READ.

       376-NOTE-ARCHIVE-ORPHAN.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-seen-sub
            PERFORM 377-CHECK-SEEN-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-seen-sub > ws-seen-count
            IF ws-name-found = "Y"
                 ADD 1 TO wsn-lines (ws-seen-sub)
            ELSE
                 IF ws-seen-count < 300
                      COMPUTE ws-seen-count = ws-seen-count + 1
                      MOVE ws-find-name TO wsn-name (ws-seen-count)
                      MOVE 1 TO wsn-lines (ws-seen-count)
                 ELSE
                      IF ws-seen-table-full = "N"
                           DISPLAY "*** MORE THAN 300 ARCHIVE NAMES "
                                   "ON NO MASTER - REST NOT LISTED"
                           MOVE "Y" TO ws-seen-table-full
                      END-IF
                 END-IF
            END-IF.

       377-CHECK-SEEN-NAME.
            IF wsn-name (ws-seen-sub) = ws-find-name
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-seen-sub = ws-seen-sub + 1
            END-IF.

       378-LIST-ARCHIVE-ORPHAN.
            MOVE wsn-name (ws-seen-sub)  TO wdl-key
            MOVE wsn-lines (ws-seen-sub) TO ws-edit-count
            MOVE SPACES TO wdl-detail
            STRING ws-edit-count " LINES ON HISTORY.DAT - ON NO "
                   "PLAYER MASTER"
                   DELIMITED BY SIZE INTO wdl-detail
            PERFORM 410-WRITE-DETAIL-LINE
            COMPUTE ws-seen-sub = ws-seen-sub + 1.

       380-FIND-MEMBER.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-member-sub
            PERFORM 382-CHECK-MEMBER-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-member-sub > ws-member-count.

       382-CHECK-MEMBER-NAME.
            IF wmt-name (ws-member-sub) = ws-find-name
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-member-sub = ws-member-sub + 1
            END-IF.

       385-FIND-ROSTER-PLAYER.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-roster-sub
            PERFORM 387-CHECK-ROSTER-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-roster-sub > ws-roster-count.

       387-CHECK-ROSTER-NAME.
            IF wrt-name (ws-roster-sub) = ws-find-name
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-roster-sub = ws-roster-sub + 1
            END-IF.

       390-FIND-FIXTURE.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-fixture-sub
            PERFORM 392-CHECK-FIXTURE-ID
                   UNTIL ws-name-found = "Y"
                      OR ws-fixture-sub > ws-fixture-count.

       392-CHECK-FIXTURE-ID.
            IF wft-fixture-id (ws-fixture-sub) = res-fixture-id
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-fixture-sub = ws-fixture-sub + 1
            END-IF.

       395-FIND-TEAM.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-team-sub
            PERFORM 397-CHECK-TEAM-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-team-sub > ws-team-count.

       397-CHECK-TEAM-NAME.
            IF wtt-name (ws-team-sub) = ws-find-name
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-team-sub = ws-team-sub + 1
            END-IF.

       400-START-CATEGORY.
            MOVE ws-category TO wcl-number
            MOVE ws-category-title (ws-category) TO wcl-title
            WRITE integrity-record FROM ws-blank-line
            WRITE integrity-record FROM ws-category-line
            WRITE integrity-record FROM ws-lines-line.

       410-WRITE-DETAIL-LINE.
            DISPLAY "*** " ws-category " " ws-detail-line
            WRITE integrity-record FROM ws-detail-line
            COMPUTE written-counter = written-counter + 1
            ADD 1 TO ws-category-count (ws-category)
            COMPUTE excp-counter = excp-counter + 1.

       420-END-CATEGORY.
            MOVE ws-category-count (ws-category) TO wcn-count
            IF ws-category-count (ws-category) = ZEROS
                 MOVE "NONE FOUND" TO wcn-text
            ELSE
                 MOVE "FOUND" TO wcn-text
            END-IF
            WRITE integrity-record FROM ws-count-line.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE integrity-file
            PERFORM 950-WRITE-RUN-LOG.

      * One line per category and the verdict - CLEAN only when every
      * category came up empty.
       600-PRINT-SUMMARY.
            WRITE integrity-record FROM ws-blank-line
            WRITE integrity-record FROM ws-lines-line
            MOVE 1 TO ws-category
            PERFORM 605-PRINT-SUMMARY-LINE
                   UNTIL ws-category > 7
            WRITE integrity-record FROM ws-lines-line
            IF excp-counter = ZEROS
                 MOVE "CLEAN" TO wvl-verdict
            ELSE
                 MOVE "NOT CLEAN" TO wvl-verdict
            END-IF
            MOVE excp-counter TO wvl-total
            DISPLAY ws-verdict-line
            WRITE integrity-record FROM ws-verdict-line.

       605-PRINT-SUMMARY-LINE.
            MOVE ws-category TO wsl-number
            MOVE ws-category-title (ws-category) TO wsl-title
            MOVE ws-category-count (ws-category) TO wsl-count
            WRITE integrity-record FROM ws-summary-line
            COMPUTE ws-category = ws-category + 1.

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
