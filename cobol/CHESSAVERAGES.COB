       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSAVERAGES.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Season individual averages for the whole division.  The only
      * per-player figures the suite published came from CHESSRATING's
      * SEASON.DAT, which knows our own members and nobody else, so
      * the league secretary worked the division averages out by hand
      * from the paper scorecards to award the top-board prize.
      *
      * SCORECARD.DAT is rewritten by every CHESSSCORECARD run, so
      * this program first appends the run's board lines to a season
      * board log (BOARDLOG.DAT), each line stamped with its fixture
      * id, date and both team names - the same append-then-rebuild
      * pattern CHESSSTANDINGS follows with MATCHLOG.DAT, and with the
      * same guard against a rerun logging a fixture twice.  The whole
      * log is then read back and both sides of every played board
      * are accumulated per player, home or away, ours or theirs:
      * games, points, percentage, average board, score with White
      * and with Black, and a performance rating worked from the
      * opponents' ratings as printed on the scorecard lines (average
      * opposition plus 400 times wins less losses over games).
      *
      * AVERAGES.DAT lists the players qualified on the minimum games
      * from AVGPARM.DAT in ranked order - percentage, then points,
      * then performance - followed by everyone short of the
      * qualification, and names the leader for the top-board prize,
      * ready to publish alongside LEAGTABLE.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT avgparm-file ASSIGN TO "AVGPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT scorecard-file ASSIGN TO "SCORECARD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first run of a new season opens an empty log
      * instead of failing before BOARDLOG.DAT exists.
           SELECT OPTIONAL boardlog-file ASSIGN TO "BOARDLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT averages-file ASSIGN TO "AVERAGES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * AVGPARM.DAT carries the minimum number of games a player
      * needs to be ranked - the league sets it each season.
       FD avgparm-file.
       01 avgparm-record.
          03 apm-min-games          PIC X(2).

       FD scorecard-file.
       01 scorecard-record          PIC X(100).

      * BOARDLOG.DAT is the season's permanent board log - one record
      * per scored board, appended run after run, carrying the
      * fixture it belongs to ahead of the scorecard board line.
       FD boardlog-file.
       01 boardlog-record           PIC X(156).

       FD averages-file.
       01 averages-record           PIC X(100).

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
          03 ws-scorecard-eof       PIC X    VALUE "N".
          03 ws-boardlog-eof        PIC X    VALUE "N".
          03 ws-have-header         PIC X    VALUE "N".
          03 ws-skip-fixture        PIC X    VALUE "N".
          03 ws-fixture-logged      PIC X    VALUE "N".
          03 ws-dup-check-short     PIC X    VALUE "N".
          03 ws-player-found        PIC X    VALUE "N".
          03 ws-table-short         PIC X    VALUE "N".

      * The qualification copied off the parameter file before it
      * closes - the record area is not to be trusted after the
      * CLOSE.
       01 ws-min-games-in           PIC X(2)   VALUE SPACES.
       01 ws-min-games              PIC 99     VALUE ZEROS.

       01 ws-scorecard-buffer.
          03 wsb-label              PIC X(7).
          03 FILLER                 PIC X(93).

       01 ws-fixture-line.
          03                        PIC X(8).
          03 wfl-fixture-id         PIC X(4).
          03                        PIC X(1).
          03 wfl-date               PIC X(8).
          03                        PIC X(2).
          03 wfl-home-team          PIC X(20).
          03                        PIC X(3).
          03 wfl-away-team          PIC X(20).

      * Board lines carry a numeric game number in columns 4-5; the
      * match trailer has spaces there - the same test CHESSUNION and
      * CHESSGAMEFEED use to tell the two apart.
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

       01 ws-boardlog-rec.
          03 wbl-fixture-id         PIC X(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wbl-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wbl-home-team          PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wbl-away-team          PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wbl-board-line         PIC X(100).

      * Every fixture id already on the board log, so a rerun over a
      * scorecard that is still on disk cannot append the same boards
      * twice and silently double everybody's games.
       01 ws-logged-fixtures.
          03 ws-logged-entry        OCCURS 200 TIMES.
             05 wlf-fixture-id      PIC X(4).

       01 ws-logged-fix-count       PIC 999    VALUE ZEROS.
       01 ws-logged-sub             PIC 999    VALUE ZEROS.
       01 ws-work-fixture-id        PIC X(4).
       01 ws-last-fixture-id        PIC X(4)   VALUE SPACES.

      * One slot per player who has appeared in the division - both
      * sides of every board, so a few hundred names over a season.
       01 ws-player-table.
          03 ws-player-entry        OCCURS 300 TIMES.
             05 wpt-name            PIC X(20).
             05 wpt-team            PIC X(20).
             05 wpt-games           PIC 999.
             05 wpt-points          PIC 999V9.
             05 wpt-board-sum       PIC 9(5).
             05 wpt-white-games     PIC 999.
             05 wpt-white-points    PIC 999V9.
             05 wpt-black-games     PIC 999.
             05 wpt-black-points    PIC 999V9.
             05 wpt-rated-games     PIC 999.
             05 wpt-rated-points    PIC 999V9.
             05 wpt-opp-sum         PIC 9(7).
             05 wpt-percentage      PIC 999V9.
             05 wpt-performance     PIC 9(4).
             05 wpt-printed         PIC X.

       01 ws-player-count           PIC 999    VALUE ZEROS.
       01 ws-player-sub             PIC 999    VALUE ZEROS.
       01 ws-player-slot            PIC 999    VALUE ZEROS.
       01 ws-best-sub               PIC 999    VALUE ZEROS.
       01 ws-print-count            PIC 999    VALUE ZEROS.
       01 ws-qualified-count        PIC 999    VALUE ZEROS.
       01 ws-rank                   PIC 999    VALUE ZEROS.

      * "Q" while the ranked list of qualified players prints, "U"
      * for the unranked list of those short of the qualification.
       01 ws-print-class            PIC X      VALUE "Q".

      * One side of a board, lifted out so home and away accumulate
      * through the same paragraph.
       01 ws-side-fields.
          03 ws-side-player         PIC X(20).
          03 ws-side-team           PIC X(20).
          03 ws-side-colour         PIC X(5).
          03 ws-side-points         PIC 9V9.
          03 ws-side-opp-rating     PIC 9(4).

       01 ws-performance-work       PIC S9(5)  VALUE ZEROS.
       01 ws-average-board          PIC 99V9   VALUE ZEROS.

       01 ws-averages-heading       PIC X(40)  VALUE
          "DIVISION INDIVIDUAL AVERAGES".
       01 ws-column-heading.
          03                        PIC X(4)   VALUE "RANK".
          03                        PIC X(22)  VALUE "  PLAYER".
          03                        PIC X(21)  VALUE " TEAM".
          03                        PIC X(5)   VALUE "    P".
          03                        PIC X(7)   VALUE "    PTS".
          03                        PIC X(7)   VALUE "    PCT".
          03                        PIC X(6)   VALUE "  AVBD".
          03                        PIC X(11)  VALUE "      WHITE".
          03                        PIC X(11)  VALUE "      BLACK".
          03                        PIC X(6)   VALUE "  PERF".

       01 ws-unqualified-heading.
          03                        PIC X(22)  VALUE
             "SHORT OF THE MINIMUM (".
          03 wuh-min-games          PIC Z9.
          03                        PIC X(7)   VALUE " GAMES)".

       01 ws-averages-line.
          03                        PIC X(1)   VALUE SPACES.
          03 wal-rank               PIC ZZZ.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-name               PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wal-team               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wal-games              PIC ZZ9.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-points             PIC ZZ9.9.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-percentage         PIC ZZ9.9.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-average-board      PIC Z9.9.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-white-points       PIC ZZ9.9.
          03                        PIC X(1)   VALUE "/".
          03 wal-white-games        PIC ZZ9.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-black-points       PIC ZZ9.9.
          03                        PIC X(1)   VALUE "/".
          03 wal-black-games        PIC ZZ9.
          03                        PIC X(2)   VALUE SPACES.
          03 wal-performance        PIC ZZZ9.

       01 ws-qualify-line.
          03                        PIC X(8)   VALUE "MINIMUM ".
          03 wql-min-games          PIC Z9.
          03                        PIC X(20)  VALUE
             " GAMES TO QUALIFY - ".
          03 wql-qualified          PIC ZZ9.
          03                        PIC X(14)  VALUE " QUALIFIED OF ".
          03 wql-players            PIC ZZ9.
          03                        PIC X(8)   VALUE " PLAYERS".

       01 ws-prize-line.
          03                        PIC X(18)  VALUE
             "TOP BOARD PRIZE - ".
          03 wpl-name               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wpl-team               PIC X(20).

       01 ws-no-prize-line          PIC X(40)  VALUE
          "TOP BOARD PRIZE - NO PLAYER QUALIFIED".

       01 ws-blank-line             PIC X(80)  VALUE SPACES.
       01 ws-lines-line             PIC X(100) VALUE ALL '-'.

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
          03 wrl-program            PIC X(14)  VALUE "CHESSAVERAGES".
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
          03 appended-counter       PIC 9(6)   VALUE ZEROS.
          03 logged-counter         PIC 9(6)   VALUE ZEROS.
          03 listed-counter         PIC 9(6)   VALUE ZEROS.
          03 excp-counter           PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Chess Individual Averages Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-LOG-SCORECARD
                   UNTIL ws-scorecard-eof = "Y"
            CLOSE scorecard-file
            CLOSE boardlog-file
            DISPLAY appended-counter " boards appended to board log"

            PERFORM 400-BUILD-AVERAGES
            PERFORM 600-PRINT-AVERAGES
            PERFORM 700-PRINT-FOOTING
            PERFORM 500-CLOSE
            DISPLAY logged-counter " boards in the season log, "
                    ws-player-count " players in the averages"
            DISPLAY "End of Chess Individual Averages Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN INPUT avgparm-file
            READ avgparm-file
                 AT END
                     MOVE "Y" TO ws-parm-eof
                 NOT AT END
                     MOVE apm-min-games TO ws-min-games-in
            END-READ
            CLOSE avgparm-file
            IF ws-parm-eof = "Y"
                 OR ws-min-games-in NOT NUMERIC
                 DISPLAY "*** AVGPARM.DAT MUST CARRY A NUMERIC "
                         "MINIMUM NUMBER OF GAMES - NO AVERAGES "
                         "PRODUCED"
                 STOP RUN
            END-IF
            MOVE ws-min-games-in TO ws-min-games
            DISPLAY "MINIMUM " ws-min-games " GAMES TO QUALIFY"

            PERFORM 250-LOAD-LOGGED-FIXTURES
            OPEN INPUT  scorecard-file
            OPEN EXTEND boardlog-file
            PERFORM 220-READ-SCORECARD.

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

       220-READ-SCORECARD.
            READ scorecard-file INTO ws-scorecard-buffer
                 AT END
                     MOVE "Y" TO ws-scorecard-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

      * The log holds one record per board, so the fixture ids are
      * taken off it as they change - the boards of a fixture were
      * always appended together.
       250-LOAD-LOGGED-FIXTURES.
            OPEN INPUT boardlog-file
            PERFORM 255-LOAD-LOGGED-FIXTURE
                   UNTIL ws-boardlog-eof = "Y"
            CLOSE boardlog-file
            MOVE "N" TO ws-boardlog-eof
            DISPLAY ws-logged-fix-count " fixtures already on log".

       255-LOAD-LOGGED-FIXTURE.
            READ boardlog-file INTO ws-boardlog-rec
                 AT END
                     MOVE "Y" TO ws-boardlog-eof
                 NOT AT END
                     IF wbl-fixture-id NOT = ws-last-fixture-id
                          MOVE wbl-fixture-id TO ws-last-fixture-id
                          MOVE wbl-fixture-id TO ws-work-fixture-id
                          PERFORM 350-REMEMBER-FIXTURE
                     END-IF
            END-READ.

      * Pass one - append this run's board lines to the season log.
      * The scorecard's own dated header line is bookkeeping, not a
      * fixture, and the trailers carry no player figures.
       300-LOG-SCORECARD.
            IF wsb-label = "H  SEAS"
                 CONTINUE
            ELSE
                 PERFORM 305-LOG-SCORECARD-LINE
            END-IF
            PERFORM 220-READ-SCORECARD.

       305-LOG-SCORECARD-LINE.
            IF wsb-label = "FIXTURE"
                 MOVE ws-scorecard-buffer TO ws-fixture-line
                 PERFORM 310-START-LOG-FIXTURE
            ELSE
                 MOVE ws-scorecard-buffer TO ws-scorecard-detail
                 IF wsc-game-number IS NUMERIC
                      IF ws-have-header NOT = "Y"
                           DISPLAY "*** BOARD WITH NO FIXTURE "
                                   "HEADER - NOT LOGGED"
                           COMPUTE excp-counter = excp-counter + 1
                      ELSE
                           IF ws-skip-fixture = "N"
                                PERFORM 320-APPEND-BOARD-LOG
                           END-IF
                      END-IF
                 END-IF
            END-IF.

      * A fixture id already on the log is a rerun (or a duplicate
      * header in the same scorecard) - reported once and its boards
      * skipped, never appended twice.
       310-START-LOG-FIXTURE.
            MOVE "Y" TO ws-have-header
            MOVE wfl-fixture-id TO ws-work-fixture-id
            PERFORM 340-FIND-LOGGED-FIXTURE
            IF ws-fixture-logged = "Y"
                 MOVE "Y" TO ws-skip-fixture
                 DISPLAY "*** FIXTURE " wfl-fixture-id
                         " ALREADY ON BOARD LOG - NOT LOGGED AGAIN"
            ELSE
                 MOVE "N" TO ws-skip-fixture
                 PERFORM 350-REMEMBER-FIXTURE
            END-IF.

       320-APPEND-BOARD-LOG.
            MOVE wfl-fixture-id      TO wbl-fixture-id
            MOVE wfl-date            TO wbl-date
            MOVE wfl-home-team       TO wbl-home-team
            MOVE wfl-away-team       TO wbl-away-team
            MOVE ws-scorecard-buffer TO wbl-board-line
            WRITE boardlog-record FROM ws-boardlog-rec
            COMPUTE appended-counter = appended-counter + 1.

       340-FIND-LOGGED-FIXTURE.
            MOVE "N" TO ws-fixture-logged
            MOVE 1   TO ws-logged-sub
            PERFORM 345-CHECK-LOGGED-FIXTURE
                   UNTIL ws-fixture-logged = "Y"
                      OR ws-logged-sub > ws-logged-fix-count.

       345-CHECK-LOGGED-FIXTURE.
            IF ws-work-fixture-id = wlf-fixture-id (ws-logged-sub)
                 MOVE "Y" TO ws-fixture-logged
            ELSE
                 COMPUTE ws-logged-sub = ws-logged-sub + 1
            END-IF.

       350-REMEMBER-FIXTURE.
            IF ws-logged-fix-count < 200
                 COMPUTE ws-logged-fix-count = ws-logged-fix-count + 1
                 MOVE ws-work-fixture-id
                      TO wlf-fixture-id (ws-logged-fix-count)
            ELSE
                 IF ws-dup-check-short = "N"
                      MOVE "Y" TO ws-dup-check-short
                      DISPLAY "*** MORE THAN 200 FIXTURES ON LOG - "
                              "DUPLICATE CHECK IS INCOMPLETE"
                 END-IF
            END-IF.

      * Pass two - read the whole season log back and accumulate
      * both sides of every board into the player table.
       400-BUILD-AVERAGES.
            OPEN INPUT boardlog-file
            PERFORM 420-READ-BOARD-LOG
            PERFORM 430-ACCUMULATE-BOARD
                   UNTIL ws-boardlog-eof = "Y"
            CLOSE boardlog-file
            MOVE 1 TO ws-player-sub
            PERFORM 470-FINISH-PLAYER-FIGURES
                   UNTIL ws-player-sub > ws-player-count.

       420-READ-BOARD-LOG.
            READ boardlog-file INTO ws-boardlog-rec
                 AT END
                     MOVE "Y" TO ws-boardlog-eof
                 NOT AT END
                     COMPUTE logged-counter = logged-counter + 1
            END-READ.

      * An unplayed board (no result on file, both sides zero) is no
      * game for either player and is passed over, and so is a board
      * the scorecard marked DEFAULT - its point counts for the team,
      * not towards anybody's average.
       430-ACCUMULATE-BOARD.
            MOVE wbl-board-line TO ws-scorecard-detail
            IF (wsc-home-points = ZEROS AND wsc-away-points = ZEROS)
                 OR wsc-default-marker = "DEFAULT"
                 CONTINUE
            ELSE
                 MOVE wsc-home-player  TO ws-side-player
                 MOVE wbl-home-team    TO ws-side-team
                 MOVE wsc-home-colour  TO ws-side-colour
                 MOVE wsc-home-points  TO ws-side-points
                 MOVE wsc-away-rating  TO ws-side-opp-rating
                 PERFORM 435-ACCUMULATE-SIDE
                 MOVE wsc-away-player  TO ws-side-player
                 MOVE wbl-away-team    TO ws-side-team
                 MOVE wsc-away-colour  TO ws-side-colour
                 MOVE wsc-away-points  TO ws-side-points
                 MOVE wsc-home-rating  TO ws-side-opp-rating
                 PERFORM 435-ACCUMULATE-SIDE
            END-IF
            PERFORM 420-READ-BOARD-LOG.

      * An opponent with no rating on the line adds to the player's
      * games and points but not to the performance figure, which
      * only a rated opponent can support.
       435-ACCUMULATE-SIDE.
            IF ws-side-player NOT = SPACES
                 PERFORM 440-FIND-PLAYER-SLOT
                 IF ws-player-slot > ZEROS
                      ADD 1 TO wpt-games (ws-player-slot)
                      ADD ws-side-points TO wpt-points (ws-player-slot)
                      ADD wsc-game-number
                           TO wpt-board-sum (ws-player-slot)
                      IF ws-side-colour = "White"
                           ADD 1 TO wpt-white-games (ws-player-slot)
                           ADD ws-side-points
                                TO wpt-white-points (ws-player-slot)
                      ELSE
                           ADD 1 TO wpt-black-games (ws-player-slot)
                           ADD ws-side-points
                                TO wpt-black-points (ws-player-slot)
                      END-IF
                      IF ws-side-opp-rating NUMERIC
                           AND ws-side-opp-rating > ZEROS
                           ADD 1 TO wpt-rated-games (ws-player-slot)
                           ADD ws-side-points
                                TO wpt-rated-points (ws-player-slot)
                           ADD ws-side-opp-rating
                                TO wpt-opp-sum (ws-player-slot)
                      END-IF
                 END-IF
            END-IF.

      * Finds the player's slot in the table, opening a fresh slot
      * the first time a name is seen - the team is the one the
      * player first turned out for.  A full table leaves the slot at
      * zero and the shortfall is reported once.
       440-FIND-PLAYER-SLOT.
            MOVE ZEROS TO ws-player-slot
            MOVE "N"   TO ws-player-found
            MOVE 1     TO ws-player-sub
            PERFORM 445-CHECK-PLAYER-SLOT
                   UNTIL ws-player-found = "Y"
                      OR ws-player-sub > ws-player-count
            IF ws-player-found NOT = "Y"
                 IF ws-player-count < 300
                      COMPUTE ws-player-count = ws-player-count + 1
                      MOVE ws-side-player
                           TO wpt-name (ws-player-count)
                      MOVE ws-side-team
                           TO wpt-team (ws-player-count)
                      MOVE ZEROS TO wpt-games (ws-player-count)
                      MOVE ZEROS TO wpt-points (ws-player-count)
                      MOVE ZEROS TO wpt-board-sum (ws-player-count)
                      MOVE ZEROS TO wpt-white-games (ws-player-count)
                      MOVE ZEROS TO wpt-white-points (ws-player-count)
                      MOVE ZEROS TO wpt-black-games (ws-player-count)
                      MOVE ZEROS TO wpt-black-points (ws-player-count)
                      MOVE ZEROS TO wpt-rated-games (ws-player-count)
                      MOVE ZEROS TO wpt-rated-points (ws-player-count)
                      MOVE ZEROS TO wpt-opp-sum (ws-player-count)
                      MOVE ZEROS TO wpt-percentage (ws-player-count)
                      MOVE ZEROS TO wpt-performance (ws-player-count)
                      MOVE "N"   TO wpt-printed (ws-player-count)
                      MOVE ws-player-count TO ws-player-slot
                 ELSE
                      IF ws-table-short = "N"
                           MOVE "Y" TO ws-table-short
                           DISPLAY "*** MORE THAN 300 PLAYERS - "
                                   "PLAYERS BEYOND THEM NOT IN THE "
                                   "AVERAGES"
                      END-IF
                      COMPUTE excp-counter = excp-counter + 1
                 END-IF
            END-IF.

       445-CHECK-PLAYER-SLOT.
            IF ws-side-player = wpt-name (ws-player-sub)
                 MOVE "Y" TO ws-player-found
                 MOVE ws-player-sub TO ws-player-slot
            ELSE
                 COMPUTE ws-player-sub = ws-player-sub + 1
            END-IF.

      * Percentage of the points available, and the performance
      * rating over the rated games - average opposition plus 400
      * for every win over a loss, spread across the games.
       470-FINISH-PLAYER-FIGURES.
            IF wpt-games (ws-player-sub) > ZEROS
                 COMPUTE wpt-percentage (ws-player-sub) ROUNDED =
                      wpt-points (ws-player-sub) * 100
                      / wpt-games (ws-player-sub)
            END-IF
            IF wpt-rated-games (ws-player-sub) > ZEROS
                 COMPUTE ws-performance-work ROUNDED =
                      (wpt-opp-sum (ws-player-sub)
                       + 400 * (2 * wpt-rated-points (ws-player-sub)
                                - wpt-rated-games (ws-player-sub)))
                      / wpt-rated-games (ws-player-sub)
                 IF ws-performance-work < ZEROS
                      MOVE ZEROS TO ws-performance-work
                 END-IF
                 MOVE ws-performance-work
                      TO wpt-performance (ws-player-sub)
            END-IF
            IF wpt-games (ws-player-sub) NOT < ws-min-games
                 COMPUTE ws-qualified-count = ws-qualified-count + 1
            END-IF
            COMPUTE ws-player-sub = ws-player-sub + 1.

      * The qualified players print first in ranked order, then
      * everyone short of the minimum, in the same order but
      * unranked - each list by repeatedly lifting the best player
      * not yet printed, the selection CHESSSTANDINGS uses for the
      * league table.
       600-PRINT-AVERAGES.
            OPEN OUTPUT averages-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE averages-record FROM ws-run-header-line
            WRITE averages-record FROM ws-averages-heading
            WRITE averages-record FROM ws-lines-line
            WRITE averages-record FROM ws-column-heading
            WRITE averages-record FROM ws-lines-line
            DISPLAY ws-averages-heading
            DISPLAY ws-column-heading

            MOVE "Q"   TO ws-print-class
            MOVE ZEROS TO ws-print-count
            MOVE ZEROS TO ws-rank
            PERFORM 650-PRINT-NEXT-PLAYER
                   UNTIL ws-print-count = ws-qualified-count

            IF ws-qualified-count < ws-player-count
                 WRITE averages-record FROM ws-lines-line
                 MOVE ws-min-games TO wuh-min-games
                 WRITE averages-record FROM ws-unqualified-heading
                 WRITE averages-record FROM ws-lines-line
                 MOVE "U" TO ws-print-class
                 PERFORM 650-PRINT-NEXT-PLAYER
                        UNTIL ws-print-count = ws-player-count
            END-IF.

       650-PRINT-NEXT-PLAYER.
            MOVE ZEROS TO ws-best-sub
            MOVE 1     TO ws-player-sub
            PERFORM 660-PICK-BEST-PLAYER
                   UNTIL ws-player-sub > ws-player-count
            IF ws-print-class = "Q"
                 COMPUTE ws-rank = ws-rank + 1
                 MOVE ws-rank TO wal-rank
            ELSE
                 MOVE ZEROS   TO wal-rank
            END-IF
            PERFORM 670-PRINT-PLAYER-LINE
            MOVE "Y" TO wpt-printed (ws-best-sub)
            COMPUTE ws-print-count = ws-print-count + 1.

      * Percentage decides, then total points (more games at the same
      * rate is the stronger season), then performance rating.
       660-PICK-BEST-PLAYER.
            IF wpt-printed (ws-player-sub) NOT = "Y"
                 AND ((ws-print-class = "Q"
                       AND wpt-games (ws-player-sub)
                           NOT < ws-min-games)
                   OR (ws-print-class = "U"
                       AND wpt-games (ws-player-sub)
                           < ws-min-games))
                 IF ws-best-sub = ZEROS
                      MOVE ws-player-sub TO ws-best-sub
                 ELSE
                      IF wpt-percentage (ws-player-sub) >
                           wpt-percentage (ws-best-sub)
                           MOVE ws-player-sub TO ws-best-sub
                      ELSE
                           IF wpt-percentage (ws-player-sub) =
                                wpt-percentage (ws-best-sub)
                                PERFORM 665-BREAK-TIE
                           END-IF
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-player-sub = ws-player-sub + 1.

       665-BREAK-TIE.
            IF wpt-points (ws-player-sub) >
                 wpt-points (ws-best-sub)
                 MOVE ws-player-sub TO ws-best-sub
            ELSE
                 IF wpt-points (ws-player-sub) =
                      wpt-points (ws-best-sub)
                      AND wpt-performance (ws-player-sub) >
                           wpt-performance (ws-best-sub)
                      MOVE ws-player-sub TO ws-best-sub
                 END-IF
            END-IF.

       670-PRINT-PLAYER-LINE.
            MOVE wpt-name (ws-best-sub)         TO wal-name
            MOVE wpt-team (ws-best-sub)         TO wal-team
            MOVE wpt-games (ws-best-sub)        TO wal-games
            MOVE wpt-points (ws-best-sub)       TO wal-points
            MOVE wpt-percentage (ws-best-sub)   TO wal-percentage
            COMPUTE ws-average-board ROUNDED =
                 wpt-board-sum (ws-best-sub) / wpt-games (ws-best-sub)
            MOVE ws-average-board               TO wal-average-board
            MOVE wpt-white-points (ws-best-sub) TO wal-white-points
            MOVE wpt-white-games (ws-best-sub)  TO wal-white-games
            MOVE wpt-black-points (ws-best-sub) TO wal-black-points
            MOVE wpt-black-games (ws-best-sub)  TO wal-black-games
            MOVE wpt-performance (ws-best-sub)  TO wal-performance
            DISPLAY ws-averages-line
            WRITE averages-record FROM ws-averages-line
            COMPUTE listed-counter = listed-counter + 1.

      * The leader of the qualified list takes the top-board prize -
      * named on the listing so the award and the published averages
      * can never disagree.
       700-PRINT-FOOTING.
            WRITE averages-record FROM ws-lines-line
            MOVE ws-min-games       TO wql-min-games
            MOVE ws-qualified-count TO wql-qualified
            MOVE ws-player-count    TO wql-players
            DISPLAY ws-qualify-line
            WRITE averages-record FROM ws-qualify-line
            IF ws-qualified-count > ZEROS
                 MOVE ZEROS TO ws-best-sub
                 MOVE "Q"   TO ws-print-class
                 MOVE 1     TO ws-player-sub
                 PERFORM 710-RESET-PRINTED
                        UNTIL ws-player-sub > ws-player-count
                 MOVE 1     TO ws-player-sub
                 PERFORM 660-PICK-BEST-PLAYER
                        UNTIL ws-player-sub > ws-player-count
                 MOVE wpt-name (ws-best-sub) TO wpl-name
                 MOVE wpt-team (ws-best-sub) TO wpl-team
                 DISPLAY ws-prize-line
                 WRITE averages-record FROM ws-prize-line
            ELSE
                 DISPLAY ws-no-prize-line
                 WRITE averages-record FROM ws-no-prize-line
            END-IF.

       710-RESET-PRINTED.
            MOVE "N" TO wpt-printed (ws-player-sub)
            COMPUTE ws-player-sub = ws-player-sub + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE averages-file
            PERFORM 950-WRITE-RUN-LOG.

      * The completion record only ever goes out from here, so its
      * presence on RUNLOG.DAT is itself the proof the run reached
      * normal end.
       950-WRITE-RUN-LOG.
            OPEN EXTEND runlog-file
            MOVE ws-run-season    TO wrl-season
            MOVE ws-run-date      TO wrl-date
            MOVE rec-counter      TO wrl-read
            MOVE listed-counter   TO wrl-written
            MOVE excp-counter     TO wrl-excepts
            WRITE runlog-record FROM ws-runlog-line
            CLOSE runlog-file.
