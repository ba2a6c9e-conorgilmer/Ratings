       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSELIGIBLE.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Team eligibility and board-order check, run on MATCH-IN.DAT
      * after CHESSMATCHEDIT and before the scorecard batch.
      * CHESSMATCHEDIT checks that the boards run in sequence and the
      * colours alternate, but none of the league's eligibility
      * rules, and a breach was only ever found by a rival club
      * weeks later - costing match points on appeal.
      *
      * The season appearance ledger APPEAR.DAT records every player
      * who turned out, for which team, in which fixture and on what
      * date.  It is built from the season board log BOARDLOG.DAT
      * that CHESSAVERAGES keeps from each scored fixture: each run
      * adds the fixtures on the log that are not yet on the ledger,
      * with the same guard against a fixture going on twice.  A
      * player who defaulted never sat down and is no appearance; a
      * board left without a result still is.
      *
      * ELIGPARM.DAT carries the league's rules for the season - the
      * board-order tolerance in rating points and the number of
      * appearances for higher teams that ties a player to them -
      * and one line per team naming its club and its rank within
      * the club (1 the first team, 2 the second, and so on).
      *
      * Every board of every fixture on MATCH-IN.DAT is checked, both
      * sides:
      *   - board order: no player may sit below a team-mate they
      *     out-rate by more than the tolerance, on the NEWROSTER.DAT
      *     rating for the club's own players and the OPPONENT.DAT
      *     rating for everybody else (the rating keyed on the match
      *     line when neither master has the player);
      *   - higher teams: a player with the set number of appearances
      *     for the club's higher teams may not play for a lower one;
      *   - one club: a player who has turned out for one club may not
      *     play for another;
      *   - one team a round: the same player in two line-ups on the
      *     one MATCH-IN.DAT.
      * Every breach goes to ELIGIBLE.DAT with the fixture, board,
      * side and player, followed by a count per rule and a verdict.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT eligparm-file ASSIGN TO "ELIGPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT teams-file ASSIGN TO "MATCH-IN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first round of a season checks against an
      * empty log and ledger.
           SELECT OPTIONAL boardlog-file ASSIGN TO "BOARDLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL appear-file ASSIGN TO "APPEAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT newroster-file ASSIGN TO "NEWROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT opponent-file ASSIGN TO "OPPONENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS opp-key.
           SELECT eligible-file ASSIGN TO "ELIGIBLE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ELIGPARM.DAT - a "P" rules record (tolerance, appearance
      * limit) and a "T" record per team (team, club, rank).
       FD eligparm-file.
       01 eligparm-record           PIC X(44).

       FD teams-file.
       01 teams-record              PIC X(63).

       FD boardlog-file.
       01 boardlog-record           PIC X(156).

      * APPEAR.DAT is the season appearance ledger - one record per
      * player per fixture, appended run after run.
       FD appear-file.
       01 appear-record             PIC X(58).

       FD newroster-file.
       01 newroster-record          PIC X(48).

       FD opponent-file.
       01 opponent-record.
          03 opp-key.
             05 opp-name            PIC X(20).
             05 opp-club            PIC X(20).
          03 opp-rating             PIC 9(4).

      * ELIGIBLE.DAT lists every breach found, one line per rule
      * broken, ahead of the scorecard run.
       FD eligible-file.
       01 eligible-record           PIC X(80).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-parm-eof            PIC X    VALUE "N".
          03 ws-rules-seen          PIC X    VALUE "N".
          03 ws-in-eof              PIC X    VALUE "N".
          03 ws-boardlog-eof        PIC X    VALUE "N".
          03 ws-appear-eof          PIC X    VALUE "N".
          03 ws-roster-eof          PIC X    VALUE "N".
          03 ws-fixture-logged      PIC X    VALUE "N".
          03 ws-fixture-open        PIC X    VALUE "N".
          03 ws-name-found          PIC X    VALUE "N".
          03 ws-slot-found          PIC X    VALUE "N".
          03 ws-order-breached      PIC X    VALUE "N".
          03 ws-player-table-full   PIC X    VALUE "N".
          03 ws-team-slots-full     PIC X    VALUE "N".
          03 ws-round-table-full    PIC X    VALUE "N".

       01 ws-parm-buffer.
          03 wpb-rec-type           PIC X.
          03                        PIC X(43).

       01 ws-parm-rules.
          03                        PIC X(2).
          03 wpr-tolerance          PIC X(3).
          03                        PIC X(1).
          03 wpr-limit              PIC X(2).

       01 ws-parm-team.
          03                        PIC X(2).
          03 wpt-team               PIC X(20).
          03 wpt-club               PIC X(20).
          03 wpt-rank               PIC X(2).

       01 ws-tolerance              PIC 9(3)   VALUE ZEROS.
       01 ws-appear-limit           PIC 99     VALUE ZEROS.

      * The division's teams off ELIGPARM.DAT - forty covers every
      * club's teams in the division with room over.
       01 ws-team-table.
          03 ws-team-entry          OCCURS 40 TIMES.
             05 wtt-team            PIC X(20).
             05 wtt-club            PIC X(20).
             05 wtt-rank            PIC 99.

       01 ws-team-count             PIC 99     VALUE ZEROS.
       01 ws-team-sub               PIC 99     VALUE ZEROS.
       01 ws-team-found-sub         PIC 99     VALUE ZEROS.
       01 ws-find-team              PIC X(20)  VALUE SPACES.

       01 ws-roster-master.
          03 wrm-name               PIC X(20).
          03 wrm-rating             PIC 9999.
          03 wrm-club               PIC X(20).
          03 wrm-games-played       PIC 9(4).

       01 ws-roster-table.
          03 ws-roster-entry        OCCURS 300 TIMES.
             05 wro-name            PIC X(20).
             05 wro-rating          PIC 9999.

       01 ws-roster-count           PIC 999    VALUE ZEROS.
       01 ws-roster-sub             PIC 999    VALUE ZEROS.

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

      * The scorecard board line as CHESSAVERAGES lays it out.
       01 ws-scorecard-detail.
          03                        PIC X(3).
          03 wsc-game-number        PIC 9(2).
          03                        PIC X.
          03 wsc-home-player        PIC X(20).
          03                        PIC X(13).
          03 wsc-home-colour        PIC X(5).
          03                        PIC X.
          03 wsc-home-points        PIC 9V9.
          03                        PIC X.
          03 wsc-away-player        PIC X(20).
          03                        PIC X(13).
          03 wsc-away-colour        PIC X(5).
          03                        PIC X.
          03 wsc-away-points        PIC 9V9.
          03                        PIC X.
          03 wsc-default-marker     PIC X(7).
          03                        PIC X(3).

       01 ws-appear-line.
          03 wap-fixture-id         PIC X(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wap-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wap-board              PIC 9(2).
          03                        PIC X(1)   VALUE SPACES.
          03 wap-player             PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wap-team               PIC X(20).

      * Every fixture id already on the ledger, so a rerun cannot add
      * the same appearances twice.
       01 ws-ledger-fixtures.
          03 ws-ledger-entry        OCCURS 300 TIMES.
             05 wlf-fixture-id      PIC X(4).

       01 ws-ledger-fix-count       PIC 999    VALUE ZEROS.
       01 ws-ledger-sub             PIC 999    VALUE ZEROS.
       01 ws-work-fixture-id        PIC X(4)   VALUE SPACES.
       01 ws-last-fixture-id        PIC X(4)   VALUE SPACES.
       01 ws-skip-fixture           PIC X      VALUE "N".

      * The ledger summed per player - appearances for each team the
      * player has turned out for this season.
       01 ws-player-table.
          03 ws-player-entry        OCCURS 800 TIMES.
             05 wpl-name            PIC X(20).
             05 wpl-team-count      PIC 9.
             05 wpl-team-slot       OCCURS 6 TIMES.
                07 wpl-team         PIC X(20).
                07 wpl-appearances  PIC 99.

       01 ws-player-count           PIC 999    VALUE ZEROS.
       01 ws-player-sub             PIC 999    VALUE ZEROS.
       01 ws-slot-sub               PIC 9      VALUE ZEROS.
       01 ws-find-player            PIC X(20)  VALUE SPACES.

      * Everybody in a line-up on this MATCH-IN.DAT so far, and for
      * which team.
       01 ws-round-table.
          03 ws-round-entry         OCCURS 300 TIMES.
             05 wrd-player          PIC X(20).
             05 wrd-team            PIC X(20).
             05 wrd-fixture-id      PIC X(4).

       01 ws-round-count            PIC 999    VALUE ZEROS.
       01 ws-round-sub              PIC 999    VALUE ZEROS.

       01 ws-in-buffer.
          03 ws-in-rec-type         PIC X.
          03 FILLER                 PIC X(62).

       01 ws-in-header.
          03 ws-in-h-rec-type       PIC X.
          03 ws-in-h-fixture-id     PIC X(4).
          03 ws-in-h-date           PIC X(8).
          03 ws-in-h-home-team      PIC X(20).
          03 ws-in-h-away-team      PIC X(20).

       01 ws-in-record.
          03 ws-in-game-number      PIC X(2).
          03 ws-in-home-player      PIC X(20).
          03 ws-in-home-rating      PIC X(4).
          03 ws-in-home-icu-code    PIC X(6).
          03 ws-in-away-player      PIC X(20).
          03 ws-in-away-rating      PIC X(4).
          03 ws-in-away-icu-code    PIC X(6).
          03 ws-in-board-colour     PIC X.

      * The fixture in hand - each side's team, club, rank and the
      * ratings of the boards so far, for the order check.
       01 ws-fixture-state.
          03 ws-fixture-id          PIC X(4)   VALUE SPACES.
          03 ws-home-team           PIC X(20)  VALUE SPACES.
          03 ws-home-club           PIC X(20)  VALUE SPACES.
          03 ws-home-rank           PIC 99     VALUE ZEROS.
          03 ws-away-team           PIC X(20)  VALUE SPACES.
          03 ws-away-club           PIC X(20)  VALUE SPACES.
          03 ws-away-rank           PIC 99     VALUE ZEROS.
          03 ws-board-count         PIC 99     VALUE ZEROS.

       01 ws-board-ratings.
          03 ws-board-rating-entry  OCCURS 20 TIMES.
             05 wbr-home-rating     PIC 9(4).
             05 wbr-away-rating     PIC 9(4).

       01 ws-board-sub              PIC 99     VALUE ZEROS.

      * One side of a board, lifted out so home and away are checked
      * through the same paragraphs.
       01 ws-side-fields.
          03 ws-side-name           PIC X(4).
          03 ws-side-player         PIC X(20).
          03 ws-side-team           PIC X(20).
          03 ws-side-club           PIC X(20).
          03 ws-side-rank           PIC 99.
          03 ws-side-line-rating    PIC X(4).
          03 ws-side-rating         PIC 9(4).

       01 ws-check-work.
          03 ws-higher-apps         PIC 999    VALUE ZEROS.
          03 ws-compare-rating      PIC 9(4)   VALUE ZEROS.
          03 ws-rating-gap          PIC S9(5)  VALUE ZEROS.
          03 ws-other-club          PIC X(20)  VALUE SPACES.
          03 ws-other-team          PIC X(20)  VALUE SPACES.
          03 ws-edit-board          PIC Z9.
          03 ws-edit-gap            PIC ZZZ9.
          03 ws-edit-apps           PIC ZZ9.

       01 ws-elig-line.
          03 wel-fixture-id         PIC X(4).
          03                        PIC X(2)   VALUE SPACES.
          03 wel-board-no           PIC X(2).
          03                        PIC X(2)   VALUE SPACES.
          03 wel-side               PIC X(4).
          03                        PIC X(2)   VALUE SPACES.
          03 wel-player             PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wel-message            PIC X(40).

       01 ws-title-line.
          03                        PIC X(22)  VALUE SPACES.
          03                        PIC X(36)
                          VALUE "TEAM ELIGIBILITY EXCEPTIONS".

       01 ws-column-line.
          03                        PIC X(6)   VALUE "FIXT".
          03                        PIC X(4)   VALUE "BD".
          03                        PIC X(6)   VALUE "SIDE".
          03                        PIC X(22)  VALUE "PLAYER".
          03                        PIC X(6)   VALUE "BREACH".

       01 ws-total-line.
          03 wtl-label              PIC X(30).
          03 wtl-count              PIC ZZZ9.

       01 ws-verdict-line.
          03                        PIC X(9)   VALUE "VERDICT: ".
          03 wvl-verdict            PIC X(50).

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
          03 wrl-program            PIC X(14)  VALUE "CHESSELIGIBLE".
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
          03 board-counter          PIC 9(4)   VALUE ZEROS.
          03 order-counter          PIC 9(4)   VALUE ZEROS.
          03 higher-counter         PIC 9(4)   VALUE ZEROS.
          03 club-counter           PIC 9(4)   VALUE ZEROS.
          03 twice-counter          PIC 9(4)   VALUE ZEROS.
          03 unknown-counter        PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Team Eligibility Check Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-CHECK-RECORD
                   UNTIL ws-in-eof = "Y"
            PERFORM 600-PRINT-TOTALS
            PERFORM 500-CLOSE
            DISPLAY board-counter " boards checked, "
                    excp-counter " eligibility exceptions"
            DISPLAY "End of Team Eligibility Check Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            PERFORM 210-READ-PARAMETERS
            PERFORM 220-LOAD-ROSTER
            PERFORM 230-UPDATE-LEDGER
            OPEN INPUT  teams-file
            OPEN INPUT  opponent-file
            OPEN OUTPUT eligible-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE eligible-record FROM ws-run-header-line
            WRITE eligible-record FROM ws-title-line
            WRITE eligible-record FROM ws-blank-line
            WRITE eligible-record FROM ws-column-line
            WRITE eligible-record FROM ws-lines-line
            PERFORM 290-READ-MATCH-IN.

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

      * Without the rules record there is nothing to check against,
      * so a missing or unreadable one stops the run.
       210-READ-PARAMETERS.
            OPEN INPUT eligparm-file
            PERFORM 215-READ-PARAMETER
                   UNTIL ws-parm-eof = "Y"
            CLOSE eligparm-file
            IF ws-rules-seen = "N"
                 DISPLAY "*** NO VALID RULES RECORD ON ELIGPARM.DAT - "
                         "RUN STOPPED"
                 STOP RUN
            END-IF
            DISPLAY "BOARD ORDER TOLERANCE " ws-tolerance
                    " HIGHER TEAM LIMIT " ws-appear-limit
                    " TEAMS " ws-team-count.

       215-READ-PARAMETER.
            READ eligparm-file INTO ws-parm-buffer
                 AT END
                     MOVE "Y" TO ws-parm-eof
                 NOT AT END
                     IF wpb-rec-type = "P"
                          MOVE ws-parm-buffer TO ws-parm-rules
                          IF wpr-tolerance NUMERIC
                             AND wpr-limit NUMERIC
                               MOVE wpr-tolerance TO ws-tolerance
                               MOVE wpr-limit     TO ws-appear-limit
                               MOVE "Y" TO ws-rules-seen
                          END-IF
                     END-IF
                     IF wpb-rec-type = "T"
                          PERFORM 217-STORE-TEAM
                     END-IF
            END-READ.

       217-STORE-TEAM.
            MOVE ws-parm-buffer TO ws-parm-team
            IF wpt-rank NOT NUMERIC OR wpt-team = SPACES
               OR wpt-club = SPACES
                 DISPLAY "*** ELIGPARM TEAM RECORD IGNORED - "
                         wpt-team
            ELSE
                 IF ws-team-count < 40
                      COMPUTE ws-team-count = ws-team-count + 1
                      MOVE wpt-team TO wtt-team (ws-team-count)
                      MOVE wpt-club TO wtt-club (ws-team-count)
                      MOVE wpt-rank TO wtt-rank (ws-team-count)
                 ELSE
                      DISPLAY "*** MORE THAN 40 TEAMS ON ELIGPARM - "
                              wpt-team " IGNORED"
                 END-IF
            END-IF.

       220-LOAD-ROSTER.
            OPEN INPUT newroster-file
            PERFORM 225-LOAD-ROSTER-PLAYER
                   UNTIL ws-roster-eof = "Y"
            CLOSE newroster-file.

       225-LOAD-ROSTER-PLAYER.
            READ newroster-file INTO ws-roster-master
                 AT END
                     MOVE "Y" TO ws-roster-eof
                 NOT AT END
                     IF ws-roster-count < 300
                          COMPUTE ws-roster-count = ws-roster-count + 1
                          MOVE wrm-name TO wro-name (ws-roster-count)
                          IF wrm-rating NUMERIC
                               MOVE wrm-rating
                                    TO wro-rating (ws-roster-count)
                          ELSE
                               MOVE ZEROS
                                    TO wro-rating (ws-roster-count)
                          END-IF
                     ELSE
                          DISPLAY "*** NEWROSTER.DAT HAS MORE THAN "
                                  "300 PLAYERS - " wrm-name
                                  " NOT LOADED"
                     END-IF
            END-READ.

      * Bring the ledger up to date - read what is on it, then add
      * every fixture on the board log it does not yet have.
       230-UPDATE-LEDGER.
            OPEN INPUT appear-file
            PERFORM 235-LOAD-APPEARANCE
                   UNTIL ws-appear-eof = "Y"
            CLOSE appear-file
            DISPLAY ws-ledger-fix-count " fixtures already on ledger"
      * The load leaves the ledger's last fixture in the work field -
      * cleared here so the first BOARDLOG.DAT fixture is always
      * looked up, even when it is that same fixture.
            MOVE SPACES TO ws-work-fixture-id
            MOVE "N"    TO ws-skip-fixture
            OPEN INPUT  boardlog-file
            OPEN EXTEND appear-file
            PERFORM 240-LEDGER-BOARD
                   UNTIL ws-boardlog-eof = "Y"
            CLOSE boardlog-file
            CLOSE appear-file
            DISPLAY written-counter " appearances added to ledger".

      * The appearances of a fixture were always added together, so
      * the fixture ids are taken off as they change.
       235-LOAD-APPEARANCE.
            READ appear-file INTO ws-appear-line
                 AT END
                     MOVE "Y" TO ws-appear-eof
                 NOT AT END
                     IF wap-fixture-id NOT = ws-last-fixture-id
                          MOVE wap-fixture-id TO ws-last-fixture-id
                          MOVE wap-fixture-id TO ws-work-fixture-id
                          PERFORM 265-REMEMBER-FIXTURE
                     END-IF
                     PERFORM 270-ADD-APPEARANCE
            END-READ.

       240-LEDGER-BOARD.
            READ boardlog-file INTO ws-boardlog-rec
                 AT END
                     MOVE "Y" TO ws-boardlog-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF wbl-fixture-id NOT = ws-work-fixture-id
                          MOVE wbl-fixture-id TO ws-work-fixture-id
                          PERFORM 260-FIND-LEDGER-FIXTURE
                          IF ws-fixture-logged = "Y"
                               MOVE "Y" TO ws-skip-fixture
                          ELSE
                               MOVE "N" TO ws-skip-fixture
                               PERFORM 265-REMEMBER-FIXTURE
                          END-IF
                     END-IF
                     IF ws-skip-fixture = "N"
                          PERFORM 245-LEDGER-BOARD-SIDES
                     END-IF
            END-READ.

      * On a default board the side that scored nothing never sat
      * down - a double default has neither player appearing.
       245-LEDGER-BOARD-SIDES.
            MOVE wbl-board-line  TO ws-scorecard-detail
            MOVE wbl-fixture-id  TO wap-fixture-id
            MOVE wbl-date        TO wap-date
            MOVE wsc-game-number TO wap-board
            IF wsc-home-player NOT = SPACES
               AND (wsc-default-marker NOT = "DEFAULT"
                    OR wsc-home-points NOT = ZEROS)
                 MOVE wsc-home-player TO wap-player
                 MOVE wbl-home-team   TO wap-team
                 PERFORM 250-WRITE-APPEARANCE
            END-IF
            IF wsc-away-player NOT = SPACES
               AND (wsc-default-marker NOT = "DEFAULT"
                    OR wsc-away-points NOT = ZEROS)
                 MOVE wsc-away-player TO wap-player
                 MOVE wbl-away-team   TO wap-team
                 PERFORM 250-WRITE-APPEARANCE
            END-IF.

       250-WRITE-APPEARANCE.
            WRITE appear-record FROM ws-appear-line
            COMPUTE written-counter = written-counter + 1
            PERFORM 270-ADD-APPEARANCE.

       260-FIND-LEDGER-FIXTURE.
            MOVE "N" TO ws-fixture-logged
            MOVE 1   TO ws-ledger-sub
            PERFORM 262-CHECK-LEDGER-FIXTURE
                   UNTIL ws-fixture-logged = "Y"
                      OR ws-ledger-sub > ws-ledger-fix-count.

       262-CHECK-LEDGER-FIXTURE.
            IF wlf-fixture-id (ws-ledger-sub) = ws-work-fixture-id
                 MOVE "Y" TO ws-fixture-logged
            ELSE
                 COMPUTE ws-ledger-sub = ws-ledger-sub + 1
            END-IF.

       265-REMEMBER-FIXTURE.
            IF ws-ledger-fix-count < 300
                 COMPUTE ws-ledger-fix-count = ws-ledger-fix-count + 1
                 MOVE ws-work-fixture-id
                      TO wlf-fixture-id (ws-ledger-fix-count)
            ELSE
                 DISPLAY "*** MORE THAN 300 FIXTURES ON LEDGER - "
                         "RUN STOPPED"
                 STOP RUN
            END-IF.

       270-ADD-APPEARANCE.
            MOVE wap-player TO ws-find-player
            PERFORM 280-FIND-PLAYER
            IF ws-name-found = "N"
                 IF ws-player-count < 800
                      COMPUTE ws-player-count = ws-player-count + 1
                      MOVE ws-player-count TO ws-player-sub
                      MOVE wap-player TO wpl-name (ws-player-sub)
                      MOVE ZEROS TO wpl-team-count (ws-player-sub)
                      MOVE "Y" TO ws-name-found
                 ELSE
                      IF ws-player-table-full = "N"
                           DISPLAY "*** MORE THAN 800 PLAYERS ON "
                                   "LEDGER - LATER PLAYERS NOT HELD"
                           MOVE "Y" TO ws-player-table-full
                      END-IF
                 END-IF
            END-IF
            IF ws-name-found = "Y"
                 MOVE "N" TO ws-slot-found
                 MOVE 1   TO ws-slot-sub
                 PERFORM 275-CHECK-TEAM-SLOT
                        UNTIL ws-slot-found = "Y"
                           OR ws-slot-sub > wpl-team-count
                                             (ws-player-sub)
                 IF ws-slot-found = "N"
                      IF ws-slot-sub > 6
                           IF ws-team-slots-full = "N"
                                DISPLAY "*** " wap-player
                                        " HAS PLAYED FOR MORE THAN 6 "
                                        "TEAMS"
                                MOVE "Y" TO ws-team-slots-full
                           END-IF
                      ELSE
                           MOVE ws-slot-sub
                                TO wpl-team-count (ws-player-sub)
                           MOVE wap-team
                                TO wpl-team (ws-player-sub, ws-slot-sub)
                           MOVE ZEROS TO wpl-appearances
                                           (ws-player-sub, ws-slot-sub)
                      END-IF
                 END-IF
                 IF ws-slot-sub NOT > 6
                      ADD 1 TO wpl-appearances
                                 (ws-player-sub, ws-slot-sub)
                 END-IF
            END-IF.

       275-CHECK-TEAM-SLOT.
            IF wpl-team (ws-player-sub, ws-slot-sub) = wap-team
                 MOVE "Y" TO ws-slot-found
            ELSE
                 COMPUTE ws-slot-sub = ws-slot-sub + 1
            END-IF.

       280-FIND-PLAYER.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-player-sub
            PERFORM 285-CHECK-PLAYER
                   UNTIL ws-name-found = "Y"
                      OR ws-player-sub > ws-player-count.

       285-CHECK-PLAYER.
            IF wpl-name (ws-player-sub) = ws-find-player
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-player-sub = ws-player-sub + 1
            END-IF.

       290-READ-MATCH-IN.
            READ teams-file INTO ws-in-buffer
                 AT END
                     MOVE "Y" TO ws-in-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

       300-CHECK-RECORD.
            IF ws-in-rec-type = "F"
                 MOVE ws-in-buffer TO ws-in-header
                 PERFORM 310-START-FIXTURE
            ELSE
                 MOVE ws-in-buffer TO ws-in-record
                 IF ws-fixture-open = "Y"
                    AND ws-in-game-number NUMERIC
                      PERFORM 320-CHECK-BOARD
                 END-IF
            END-IF
            PERFORM 290-READ-MATCH-IN.

      * A team missing from ELIGPARM.DAT cannot have the team rules
      * applied - it is listed once, and only board order is checked
      * for its side.
       310-START-FIXTURE.
            MOVE "Y" TO ws-fixture-open
            MOVE ws-in-h-fixture-id TO ws-fixture-id
            MOVE ZEROS TO ws-board-count
            MOVE ws-in-h-home-team TO ws-home-team
            MOVE ws-in-h-home-team TO ws-find-team
            PERFORM 380-FIND-TEAM
            IF ws-team-found-sub > ZEROS
                 MOVE wtt-club (ws-team-found-sub) TO ws-home-club
                 MOVE wtt-rank (ws-team-found-sub) TO ws-home-rank
            ELSE
                 MOVE SPACES TO ws-home-club
                 MOVE ZEROS  TO ws-home-rank
                 MOVE "HOME" TO ws-side-name
                 PERFORM 315-REPORT-UNKNOWN-TEAM
            END-IF
            MOVE ws-in-h-away-team TO ws-away-team
            MOVE ws-in-h-away-team TO ws-find-team
            PERFORM 380-FIND-TEAM
            IF ws-team-found-sub > ZEROS
                 MOVE wtt-club (ws-team-found-sub) TO ws-away-club
                 MOVE wtt-rank (ws-team-found-sub) TO ws-away-rank
            ELSE
                 MOVE SPACES TO ws-away-club
                 MOVE ZEROS  TO ws-away-rank
                 MOVE "AWAY" TO ws-side-name
                 PERFORM 315-REPORT-UNKNOWN-TEAM
            END-IF.

       315-REPORT-UNKNOWN-TEAM.
            MOVE SPACES       TO wel-board-no
            MOVE ws-side-name TO wel-side
            MOVE ws-find-team TO wel-player
            MOVE "TEAM NOT ON ELIGPARM - RULES NOT APPLIED"
                 TO wel-message
            COMPUTE unknown-counter = unknown-counter + 1
            PERFORM 450-WRITE-ELIG-LINE.

       320-CHECK-BOARD.
            COMPUTE board-counter = board-counter + 1
            IF ws-board-count < 20
                 COMPUTE ws-board-count = ws-board-count + 1
            END-IF
            MOVE "HOME"              TO ws-side-name
            MOVE ws-in-home-player   TO ws-side-player
            MOVE ws-home-team        TO ws-side-team
            MOVE ws-home-club        TO ws-side-club
            MOVE ws-home-rank        TO ws-side-rank
            MOVE ws-in-home-rating   TO ws-side-line-rating
            PERFORM 325-CHECK-SIDE
            MOVE ws-side-rating TO wbr-home-rating (ws-board-count)
            MOVE "AWAY"              TO ws-side-name
            MOVE ws-in-away-player   TO ws-side-player
            MOVE ws-away-team        TO ws-side-team
            MOVE ws-away-club        TO ws-side-club
            MOVE ws-away-rank        TO ws-side-rank
            MOVE ws-in-away-rating   TO ws-side-line-rating
            PERFORM 325-CHECK-SIDE
            MOVE ws-side-rating TO wbr-away-rating (ws-board-count).

      * A blank name is a board left empty - nobody to check.
       325-CHECK-SIDE.
            MOVE ws-in-game-number TO wel-board-no
            MOVE ws-side-name      TO wel-side
            MOVE ws-side-player    TO wel-player
            MOVE ZEROS TO ws-side-rating
            IF ws-side-player NOT = SPACES
                 PERFORM 330-GET-RATING
                 PERFORM 340-CHECK-BOARD-ORDER
                 IF ws-side-club NOT = SPACES
                      PERFORM 350-CHECK-TEAM-RULES
                 END-IF
                 PERFORM 360-CHECK-ROUND
            END-IF.

      * The club's own players are rated off NEWROSTER.DAT, everyone
      * else off OPPONENT.DAT under the club that fields them.
       330-GET-RATING.
            MOVE "N" TO ws-name-found
            IF ws-side-club = ws-run-club
                 MOVE 1 TO ws-roster-sub
                 PERFORM 335-CHECK-ROSTER-NAME
                        UNTIL ws-name-found = "Y"
                           OR ws-roster-sub > ws-roster-count
            ELSE
                 IF ws-side-club NOT = SPACES
                      MOVE ws-side-player TO opp-name
                      MOVE ws-side-club   TO opp-club
                      READ opponent-file
                           INVALID KEY
                               MOVE "N" TO ws-name-found
                           NOT INVALID KEY
                               MOVE "Y" TO ws-name-found
                               MOVE opp-rating TO ws-side-rating
                      END-READ
                 END-IF
            END-IF
            IF ws-name-found = "N" AND ws-side-line-rating NUMERIC
                 MOVE ws-side-line-rating TO ws-side-rating
            END-IF.

       335-CHECK-ROSTER-NAME.
            IF wro-name (ws-roster-sub) = ws-side-player
                 MOVE "Y" TO ws-name-found
                 MOVE wro-rating (ws-roster-sub) TO ws-side-rating
            ELSE
                 COMPUTE ws-roster-sub = ws-roster-sub + 1
            END-IF.

      * Every board above on the same side is compared - a player
      * out-rating a team-mate above by more than the tolerance
      * is listed against the first such board.  An unrated player
      * can be placed anywhere and is not compared.
       340-CHECK-BOARD-ORDER.
            MOVE "N" TO ws-order-breached
            IF ws-side-rating > ZEROS
                 MOVE 1 TO ws-board-sub
                 PERFORM 345-COMPARE-BOARD
                        UNTIL ws-order-breached = "Y"
                           OR ws-board-sub NOT < ws-board-count
            END-IF.

       345-COMPARE-BOARD.
            IF ws-side-name = "HOME"
                 MOVE wbr-home-rating (ws-board-sub)
                      TO ws-compare-rating
            ELSE
                 MOVE wbr-away-rating (ws-board-sub)
                      TO ws-compare-rating
            END-IF
            IF ws-compare-rating > ZEROS
                 COMPUTE ws-rating-gap =
                      ws-side-rating - ws-compare-rating
                 IF ws-rating-gap > ws-tolerance
                      MOVE "Y" TO ws-order-breached
                      MOVE ws-board-sub  TO ws-edit-board
                      MOVE ws-rating-gap TO ws-edit-gap
                      MOVE SPACES TO wel-message
                      STRING "BOARD ORDER - RATED " ws-edit-gap
                             " OVER BOARD " ws-edit-board
                             DELIMITED BY SIZE INTO wel-message
                      COMPUTE order-counter = order-counter + 1
                      PERFORM 450-WRITE-ELIG-LINE
                 END-IF
            END-IF
            COMPUTE ws-board-sub = ws-board-sub + 1.

      * The team rules run off the player's ledger entry - every team
      * turned out for this season and how often.
       350-CHECK-TEAM-RULES.
            MOVE ws-side-player TO ws-find-player
            PERFORM 280-FIND-PLAYER
            IF ws-name-found = "Y"
                 MOVE ZEROS  TO ws-higher-apps
                 MOVE SPACES TO ws-other-club
                 MOVE 1 TO ws-slot-sub
                 PERFORM 355-CHECK-TEAM-SLOT
                        UNTIL ws-slot-sub > wpl-team-count
                                             (ws-player-sub)
                 IF ws-other-club NOT = SPACES
                      MOVE SPACES TO wel-message
                      STRING "ALREADY PLAYED FOR " ws-other-club
                             DELIMITED BY SIZE INTO wel-message
                      COMPUTE club-counter = club-counter + 1
                      PERFORM 450-WRITE-ELIG-LINE
                 END-IF
                 IF ws-appear-limit > ZEROS
                    AND ws-higher-apps NOT < ws-appear-limit
                      MOVE ws-higher-apps TO ws-edit-apps
                      MOVE SPACES TO wel-message
                      STRING "TIED - " ws-edit-apps
                             " GAMES FOR HIGHER TEAMS"
                             DELIMITED BY SIZE INTO wel-message
                      COMPUTE higher-counter = higher-counter + 1
                      PERFORM 450-WRITE-ELIG-LINE
                 END-IF
            END-IF.

      * A ledger team not on ELIGPARM.DAT cannot be placed in either
      * rule and is passed over.
       355-CHECK-TEAM-SLOT.
            MOVE wpl-team (ws-player-sub, ws-slot-sub) TO ws-find-team
            PERFORM 380-FIND-TEAM
            IF ws-team-found-sub > ZEROS
                 IF wtt-club (ws-team-found-sub) NOT = ws-side-club
                      MOVE wtt-club (ws-team-found-sub)
                           TO ws-other-club
                 ELSE
                      IF wtt-rank (ws-team-found-sub) < ws-side-rank
                           ADD wpl-appearances
                                 (ws-player-sub, ws-slot-sub)
                                TO ws-higher-apps
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-slot-sub = ws-slot-sub + 1.

      * The same name in two line-ups on the one MATCH-IN.DAT - the
      * second line-up is the one listed.
       360-CHECK-ROUND.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-round-sub
            PERFORM 365-CHECK-ROUND-PLAYER
                   UNTIL ws-name-found = "Y"
                      OR ws-round-sub > ws-round-count
            IF ws-name-found = "Y"
                 IF wrd-team (ws-round-sub) NOT = ws-side-team
                    OR wrd-fixture-id (ws-round-sub) NOT = ws-fixture-id
                      MOVE wrd-team (ws-round-sub) TO ws-other-team
                      MOVE SPACES TO wel-message
                      STRING "ALSO IN LINE-UP FOR " ws-other-team
                             DELIMITED BY SIZE INTO wel-message
                      COMPUTE twice-counter = twice-counter + 1
                      PERFORM 450-WRITE-ELIG-LINE
                 END-IF
            ELSE
                 IF ws-round-count < 300
                      COMPUTE ws-round-count = ws-round-count + 1
                      MOVE ws-side-player
                           TO wrd-player (ws-round-count)
                      MOVE ws-side-team
                           TO wrd-team (ws-round-count)
                      MOVE ws-fixture-id
                           TO wrd-fixture-id (ws-round-count)
                 ELSE
                      IF ws-round-table-full = "N"
                           DISPLAY "*** MORE THAN 300 PLAYERS ON "
                                   "MATCH-IN.DAT - LATER PLAYERS NOT "
                                   "CHECKED FOR A SECOND LINE-UP"
                           MOVE "Y" TO ws-round-table-full
                      END-IF
                 END-IF
            END-IF.

       365-CHECK-ROUND-PLAYER.
            IF wrd-player (ws-round-sub) = ws-side-player
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-round-sub = ws-round-sub + 1
            END-IF.

       380-FIND-TEAM.
            MOVE ZEROS TO ws-team-found-sub
            MOVE 1     TO ws-team-sub
            PERFORM 385-CHECK-TEAM
                   UNTIL ws-team-found-sub > ZEROS
                      OR ws-team-sub > ws-team-count.

       385-CHECK-TEAM.
            IF wtt-team (ws-team-sub) = ws-find-team
                 MOVE ws-team-sub TO ws-team-found-sub
            ELSE
                 COMPUTE ws-team-sub = ws-team-sub + 1
            END-IF.

      * The caller fills in the message; the fixture goes on here.
       450-WRITE-ELIG-LINE.
            MOVE ws-fixture-id TO wel-fixture-id
            DISPLAY "*** " ws-elig-line
            WRITE eligible-record FROM ws-elig-line
            COMPUTE excp-counter = excp-counter + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE teams-file
            CLOSE opponent-file
            CLOSE eligible-file
            PERFORM 950-WRITE-RUN-LOG.

      * Anything at all listed above - the scorecard batch waits
      * until the captains have answered it.
       600-PRINT-TOTALS.
            WRITE eligible-record FROM ws-lines-line
            MOVE "BOARDS CHECKED"             TO wtl-label
            MOVE board-counter                TO wtl-count
            WRITE eligible-record FROM ws-total-line
            MOVE "BOARD ORDER OUT OF TOLERANCE" TO wtl-label
            MOVE order-counter                TO wtl-count
            WRITE eligible-record FROM ws-total-line
            MOVE "TIED TO A HIGHER TEAM"      TO wtl-label
            MOVE higher-counter               TO wtl-count
            WRITE eligible-record FROM ws-total-line
            MOVE "PLAYED FOR ANOTHER CLUB"    TO wtl-label
            MOVE club-counter                 TO wtl-count
            WRITE eligible-record FROM ws-total-line
            MOVE "IN TWO LINE-UPS"            TO wtl-label
            MOVE twice-counter                TO wtl-count
            WRITE eligible-record FROM ws-total-line
            MOVE "TEAMS NOT ON ELIGPARM"      TO wtl-label
            MOVE unknown-counter              TO wtl-count
            WRITE eligible-record FROM ws-total-line
            WRITE eligible-record FROM ws-blank-line
            IF excp-counter = ZEROS
                 MOVE "ALL LINE-UPS ELIGIBLE" TO wvl-verdict
            ELSE
                 MOVE "EXCEPTIONS - CLEAR BEFORE THE SCORECARD RUN"
                      TO wvl-verdict
            END-IF
            DISPLAY ws-verdict-line
            WRITE eligible-record FROM ws-verdict-line.

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
