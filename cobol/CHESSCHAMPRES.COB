       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSCHAMPRES.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Club championship results.  Takes the current round's
      * results back in off ROUNDRES.DAT against the pairings
      * CHESSCHAMPPAIR put on CHAMP.DAT, and prints the standings
      * and crosstable to CHAMPRPT.DAT after every run, so the
      * controller can see where the championship stands even with
      * a board or two still to come in.
      *
      * Each result line carries the round, the board and the
      * result from White's side - 1, 0 or =.  A board can be
      * keyed again while the round is open, to correct it.  Once
      * every board of the round is in, the round is closed and its
      * games go straight onto RAWGAMES.DAT in the games layout,
      * one line for each player, under the CLUB CHAMP competition -
      * CHESSGAMESEDIT then edits and sorts them into GAMES.DAT for
      * the rating run with nothing re-keyed.  A game against an
      * entrant with no rating is held back and listed on
      * CHAMPRPT.DAT instead.  A closed round takes no more results,
      * so a rerun never writes its games twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT champ-file ASSIGN TO "CHAMP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the standings can be reprinted without a result
      * file on hand.
           SELECT OPTIONAL roundres-file ASSIGN TO "ROUNDRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so a closed round's games start RAWGAMES.DAT when
      * no captain has submitted anything yet this week.
           SELECT OPTIONAL rawgames-file ASSIGN TO "RAWGAMES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT champrpt-file ASSIGN TO "CHAMPRPT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CHAMP.DAT is the championship master, read whole at the
      * start of the run and written back whole at the end.
       FD champ-file.
       01 champ-record              PIC X(100).

       FD roundres-file.
       01 roundres-record.
          03 rrs-round              PIC X(2).
          03 rrs-board              PIC X(2).
          03 rrs-result             PIC X.

       FD rawgames-file.
       01 rawgames-record           PIC X(85).

       FD champrpt-file.
       01 champrpt-record           PIC X(120).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-champ-eof           PIC X    VALUE "N".
          03 ws-roundres-eof        PIC X    VALUE "N".
          03 ws-control-seen        PIC X    VALUE "N".
          03 ws-board-found         PIC X    VALUE "N".

       01 ws-champ-buffer.
          03 wcb-rec-type           PIC X.
          03                        PIC X(99).

       01 ws-champ-control.
          03 wcc-rec-type           PIC X      VALUE "C".
          03 wcc-rounds             PIC 99     VALUE ZEROS.
          03 wcc-current-round      PIC 99     VALUE ZEROS.
          03 wcc-round-status       PIC X      VALUE "C".
          03 wcc-entrants           PIC 99     VALUE ZEROS.
          03                        PIC X(92)  VALUE SPACES.

       01 ws-champ-player.
          03 wcp-rec-type           PIC X      VALUE "P".
          03 wcp-start-no           PIC 99.
          03 wcp-name               PIC X(20).
          03 wcp-rating             PIC 9(4).
          03 wcp-rounds             PIC X(66).
          03                        PIC X(7)   VALUE SPACES.

      * Every entrant, held in starting-number order - the same
      * cells CHESSCHAMPPAIR keeps: opponent's starting number,
      * colour, result from the entrant's side and board.
       01 ws-entrant-table.
          03 ws-entrant-entry       OCCURS 60 TIMES.
             05 wet-name            PIC X(20).
             05 wet-rating          PIC 9(4).
             05 wet-rounds.
                07 wet-round        OCCURS 11 TIMES.
                   09 wet-opp-no    PIC 99.
                   09 wet-colour    PIC X.
                   09 wet-result    PIC X.
                   09 wet-board     PIC 99.
             05 wet-points          PIC 99V9.
             05 wet-buchholz        PIC 999V9.
             05 wet-printed         PIC X.

       01 ws-entrant-count          PIC 99     VALUE ZEROS.

      * Games held off RAWGAMES.DAT at the round close because the
      * opponent has no rating - entrant and opponent starting
      * numbers, for the rating officer's list on CHAMPRPT.DAT.
       01 ws-held-table.
          03 ws-held-entry          OCCURS 60 TIMES.
             05 wht-player-no       PIC 99.
             05 wht-opp-no          PIC 99.

       01 ws-held-count             PIC 99     VALUE ZEROS.
       01 ws-held-sub               PIC 99     VALUE ZEROS.

       01 ws-result-work.
          03 ws-round-no            PIC 99     VALUE ZEROS.
          03 ws-board-no            PIC 99     VALUE ZEROS.
          03 ws-white-no            PIC 99     VALUE ZEROS.
          03 ws-black-no            PIC 99     VALUE ZEROS.
          03 ws-black-result        PIC X      VALUE SPACE.
          03 ws-outstanding         PIC 99     VALUE ZEROS.
          03 ws-sub                 PIC 99     VALUE ZEROS.
          03 ws-opp-sub             PIC 99     VALUE ZEROS.
          03 ws-round-sub           PIC 99     VALUE ZEROS.
          03 ws-best-sub            PIC 99     VALUE ZEROS.
          03 ws-position            PIC 99     VALUE ZEROS.

       01 ws-games.
          03 ws-game-player-name    PIC X(20).
          03 ws-game-no             PIC 99.
          03 ws-game-competition    PIC X(15).
          03 ws-game-venue          PIC X.
          03 ws-game-result         PIC X.
          03 ws-game-colour         PIC X.
          03 ws-game-opp-rating     PIC 9999.
          03 ws-game-opp-name       PIC X(20).
          03 ws-game-opp-club       PIC X(20).
          03 FILLER                 PIC X      VALUE SPACE.

       01 ws-report-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(26)  VALUE
             "CLUB CHAMPIONSHIP - ROUND ".
          03 wrt-round              PIC Z9.
          03                        PIC X(3)   VALUE SPACES.
          03 wrt-status             PIC X(40).

       01 ws-round-status-line.
          03 wrs-outstanding        PIC Z9.
          03                        PIC X(20)  VALUE
             " RESULTS OUTSTANDING".

       01 ws-standings-heading.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(5)   VALUE "POS".
          03                        PIC X(4)   VALUE "NO".
          03                        PIC X(22)  VALUE "PLAYER".
          03                        PIC X(8)   VALUE "RATING".
          03                        PIC X(8)   VALUE "POINTS".
          03                        PIC X(8)   VALUE "BUCHHOLZ".

       01 ws-standings-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wsl-position           PIC Z9.
          03                        PIC X(3)   VALUE SPACES.
          03 wsl-start-no           PIC Z9.
          03                        PIC X(2)   VALUE SPACES.
          03 wsl-name               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wsl-rating             PIC 9(4).
          03                        PIC X(5)   VALUE SPACES.
          03 wsl-points             PIC Z9.9.
          03                        PIC X(5)   VALUE SPACES.
          03 wsl-buchholz           PIC ZZ9.9.

       01 ws-cross-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(40)  VALUE
             "CROSSTABLE - OPPONENT, COLOUR, RESULT".

      * The round columns are headed only as far as the rounds the
      * championship is playing.
       01 ws-cross-heading.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(4)   VALUE "NO".
          03                        PIC X(22)  VALUE "PLAYER".
          03                        PIC X(8)   VALUE "RATING".
          03 wch-round-heading      OCCURS 11 TIMES.
             05 wch-round           PIC X(3).
             05                     PIC X(2).
          03                        PIC X(6)   VALUE "POINTS".

       01 ws-cross-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wcl-start-no           PIC Z9.
          03                        PIC X(2)   VALUE SPACES.
          03 wcl-name               PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wcl-rating             PIC 9(4).
          03                        PIC X(4)   VALUE SPACES.
          03 wcl-cell               PIC X(5)   OCCURS 11 TIMES.
          03                        PIC X(1)   VALUE SPACES.
          03 wcl-points             PIC Z9.9.

      * One crosstable cell - opponent's starting number, the
      * colour played and the result, "BYE" for a bye.
       01 ws-cell.
          03 wce-opp-no             PIC 99.
          03 wce-colour             PIC X.
          03 wce-result             PIC X.
          03                        PIC X      VALUE SPACE.

       01 ws-held-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(50)  VALUE
             "GAMES HELD OFF RAWGAMES.DAT - OPPONENT UNRATED".

       01 ws-held-line.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(6)   VALUE "ROUND ".
          03 whl-round              PIC Z9.
          03                        PIC X(2)   VALUE SPACES.
          03 whl-player             PIC X(20).
          03                        PIC X(4)   VALUE " V  ".
          03 whl-opponent           PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 whl-result             PIC X.

       01 ws-heading-round.
          03                        PIC X      VALUE "R".
          03 whd-round              PIC 99.

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
          03 wrl-program            PIC X(14)  VALUE "CHESSCHAMPRES".
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
          03 results-counter        PIC 9(4)   VALUE ZEROS.
          03 games-counter          PIC 9(4)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Club Championship Results Program"
            PERFORM 200-INITIALIZE
            IF wcc-round-status = "P"
                 PERFORM 300-TAKE-RESULTS
            ELSE
                 DISPLAY "*** ROUND " wcc-current-round " IS ALREADY "
                         "CLOSED - NO RESULTS TAKEN"
            END-IF
            PERFORM 600-PRINT-REPORT
            PERFORM 700-WRITE-CHAMPIONSHIP
            PERFORM 500-CLOSE
            DISPLAY results-counter " results taken, "
                    games-counter " games written to RAWGAMES.DAT"
            DISPLAY "End of Club Championship Results Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN INPUT champ-file
            PERFORM 210-LOAD-CHAMPIONSHIP
                   UNTIL ws-champ-eof = "Y"
            CLOSE champ-file
            IF ws-control-seen = "N" OR ws-entrant-count < 2
                 OR wcc-current-round = ZEROS
                 DISPLAY "*** NO ROUND HAS BEEN PAIRED ON CHAMP.DAT"
                 STOP RUN
            END-IF
            MOVE wcc-current-round TO ws-round-no

            OPEN OUTPUT champrpt-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE champrpt-record FROM ws-run-header-line.

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

       210-LOAD-CHAMPIONSHIP.
            READ champ-file INTO ws-champ-buffer
                 AT END
                     MOVE "Y" TO ws-champ-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF wcb-rec-type = "C"
                          MOVE ws-champ-buffer TO ws-champ-control
                          MOVE "Y" TO ws-control-seen
                     END-IF
                     IF wcb-rec-type = "P"
                          PERFORM 215-LOAD-ENTRANT
                     END-IF
            END-READ.

       215-LOAD-ENTRANT.
            MOVE ws-champ-buffer TO ws-champ-player
            IF wcp-start-no > ZEROS AND wcp-start-no NOT > 60
                 MOVE wcp-name   TO wet-name (wcp-start-no)
                 MOVE wcp-rating TO wet-rating (wcp-start-no)
                 MOVE wcp-rounds TO wet-rounds (wcp-start-no)
                 IF wcp-start-no > ws-entrant-count
                      MOVE wcp-start-no TO ws-entrant-count
                 END-IF
            END-IF.

       300-TAKE-RESULTS.
            OPEN INPUT roundres-file
            PERFORM 310-READ-RESULT
                   UNTIL ws-roundres-eof = "Y"
            CLOSE roundres-file

            MOVE ZEROS TO ws-outstanding
            MOVE 1     TO ws-sub
            PERFORM 340-COUNT-OUTSTANDING
                   UNTIL ws-sub > ws-entrant-count
            IF ws-outstanding = ZEROS
                 PERFORM 400-CLOSE-ROUND
            ELSE
                 DISPLAY ws-outstanding " results still to come "
                         "for round " ws-round-no
            END-IF.

       310-READ-RESULT.
            READ roundres-file
                 AT END
                     MOVE "Y" TO ws-roundres-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     PERFORM 320-CHECK-RESULT
            END-READ.

      * A result for another round is a stale or early sheet, and
      * one for a board nobody is sitting at is a keying slip -
      * either way it is refused rather than guessed at.
       320-CHECK-RESULT.
            IF rrs-round NOT NUMERIC OR rrs-board NOT NUMERIC
                 DISPLAY "*** ROUND AND BOARD MUST BE NUMERIC - "
                         roundres-record
                 COMPUTE excp-counter = excp-counter + 1
            ELSE
                 IF rrs-round NOT = ws-round-no
                      DISPLAY "*** RESULT FOR ROUND " rrs-round
                              " REFUSED - ROUND " ws-round-no
                              " IS BEING PLAYED"
                      COMPUTE excp-counter = excp-counter + 1
                 ELSE
                      IF rrs-result NOT = "1"
                           AND rrs-result NOT = "0"
                           AND rrs-result NOT = "="
                           DISPLAY "*** BOARD " rrs-board
                                   " RESULT NOT 1/0/= - REFUSED"
                           COMPUTE excp-counter = excp-counter + 1
                      ELSE
                           PERFORM 330-APPLY-RESULT
                      END-IF
                 END-IF
            END-IF.

       330-APPLY-RESULT.
            MOVE rrs-board TO ws-board-no
            MOVE "N" TO ws-board-found
            MOVE 1   TO ws-sub
            PERFORM 335-FIND-WHITE
                   UNTIL ws-board-found = "Y"
                      OR ws-sub > ws-entrant-count
            IF ws-board-found = "N"
                 DISPLAY "*** NO BOARD " rrs-board " IN ROUND "
                         ws-round-no " - RESULT REFUSED"
                 COMPUTE excp-counter = excp-counter + 1
            ELSE
                 MOVE ws-sub TO ws-white-no
                 MOVE wet-opp-no (ws-white-no, ws-round-no)
                      TO ws-black-no
                 IF wet-result (ws-white-no, ws-round-no) NOT = SPACE
                      DISPLAY "Board " ws-board-no " result "
                              wet-result (ws-white-no, ws-round-no)
                              " replaced by " rrs-result
                 END-IF
                 MOVE "="  TO ws-black-result
                 IF rrs-result = "1"
                      MOVE "0" TO ws-black-result
                 END-IF
                 IF rrs-result = "0"
                      MOVE "1" TO ws-black-result
                 END-IF
                 MOVE rrs-result
                      TO wet-result (ws-white-no, ws-round-no)
                 MOVE ws-black-result
                      TO wet-result (ws-black-no, ws-round-no)
                 COMPUTE results-counter = results-counter + 1
            END-IF.

       335-FIND-WHITE.
            IF wet-board (ws-sub, ws-round-no) = ws-board-no
                 AND wet-colour (ws-sub, ws-round-no) = "W"
                 MOVE "Y" TO ws-board-found
            ELSE
                 COMPUTE ws-sub = ws-sub + 1
            END-IF.

       340-COUNT-OUTSTANDING.
            IF wet-colour (ws-sub, ws-round-no) = "W"
                 AND wet-result (ws-sub, ws-round-no) = SPACE
                 COMPUTE ws-outstanding = ws-outstanding + 1
            END-IF
            COMPUTE ws-sub = ws-sub + 1.

      * Every board is in - the round is closed and its games go
      * onto RAWGAMES.DAT, both sides of every board, since both
      * players are club members.  The bye is not a game and is not
      * written.  A game against an entrant with no rating is held
      * back - rated at 0000 the opponent would cost the member
      * nearly the whole K-factor for a draw - and listed on
      * CHAMPRPT.DAT for the rating officer to deal with by hand.
       400-CLOSE-ROUND.
            MOVE "C" TO wcc-round-status
            DISPLAY "Round " ws-round-no " complete - games written "
                    "to RAWGAMES.DAT"
            OPEN EXTEND rawgames-file
            MOVE 1 TO ws-sub
            PERFORM 410-WRITE-GAME
                   UNTIL ws-sub > ws-entrant-count
            CLOSE rawgames-file.

       410-WRITE-GAME.
            IF wet-colour (ws-sub, ws-round-no) = "W"
                 OR wet-colour (ws-sub, ws-round-no) = "B"
                 MOVE wet-opp-no (ws-sub, ws-round-no) TO ws-opp-sub
                 MOVE wet-name (ws-sub)     TO ws-game-player-name
                 MOVE ws-round-no           TO ws-game-no
                 MOVE "CLUB CHAMP"          TO ws-game-competition
                 MOVE "H"                   TO ws-game-venue
                 MOVE "D"                   TO ws-game-result
                 IF wet-result (ws-sub, ws-round-no) = "1"
                      MOVE "W" TO ws-game-result
                 END-IF
                 IF wet-result (ws-sub, ws-round-no) = "0"
                      MOVE "L" TO ws-game-result
                 END-IF
                 MOVE wet-colour (ws-sub, ws-round-no)
                      TO ws-game-colour
                 MOVE wet-rating (ws-opp-sub) TO ws-game-opp-rating
                 MOVE wet-name (ws-opp-sub)   TO ws-game-opp-name
                 MOVE ws-run-club             TO ws-game-opp-club
                 IF wet-rating (ws-opp-sub) = ZEROS
                      PERFORM 420-HOLD-GAME
                 ELSE
                      WRITE rawgames-record FROM ws-games
                      COMPUTE games-counter = games-counter + 1
                      COMPUTE written-counter = written-counter + 1
                 END-IF
            END-IF
            COMPUTE ws-sub = ws-sub + 1.

      * The table has a slot for every entrant, so it cannot run out
      * - each entrant plays at most one game a round.
       420-HOLD-GAME.
            DISPLAY "*** " ws-game-player-name " V "
                    ws-game-opp-name " HELD - OPPONENT UNRATED"
            COMPUTE ws-held-count = ws-held-count + 1
            MOVE ws-sub     TO wht-player-no (ws-held-count)
            MOVE ws-opp-sub TO wht-opp-no (ws-held-count)
            COMPUTE excp-counter = excp-counter + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE champrpt-file
            PERFORM 950-WRITE-RUN-LOG.

      * Standings first, ranked on points, then Buchholz (the sum
      * of the opponents' scores), then rating; the crosstable after
      * them in starting-number order.
       600-PRINT-REPORT.
            MOVE 1 TO ws-sub
            PERFORM 610-TOTAL-POINTS
                   UNTIL ws-sub > ws-entrant-count
            MOVE 1 TO ws-sub
            PERFORM 620-TOTAL-BUCHHOLZ
                   UNTIL ws-sub > ws-entrant-count

            MOVE ws-round-no TO wrt-round
            IF wcc-round-status = "C"
                 MOVE "COMPLETE" TO wrt-status
            ELSE
                 MOVE ZEROS TO ws-outstanding
                 MOVE 1     TO ws-sub
                 PERFORM 340-COUNT-OUTSTANDING
                        UNTIL ws-sub > ws-entrant-count
                 MOVE ws-outstanding TO wrs-outstanding
                 MOVE ws-round-status-line TO wrt-status
            END-IF
            WRITE champrpt-record FROM ws-blank-line
            WRITE champrpt-record FROM ws-report-title
            WRITE champrpt-record FROM ws-blank-line
            WRITE champrpt-record FROM ws-standings-heading
            WRITE champrpt-record FROM ws-lines-line

            MOVE ZEROS TO ws-position
            PERFORM 650-PRINT-NEXT-STANDING
                   UNTIL ws-position = ws-entrant-count
            WRITE champrpt-record FROM ws-lines-line

            MOVE 1 TO ws-round-sub
            PERFORM 670-HEAD-ROUND
                   UNTIL ws-round-sub > 11
            WRITE champrpt-record FROM ws-blank-line
            WRITE champrpt-record FROM ws-cross-title
            WRITE champrpt-record FROM ws-blank-line
            WRITE champrpt-record FROM ws-cross-heading
            WRITE champrpt-record FROM ws-lines-line
            MOVE 1 TO ws-sub
            PERFORM 680-PRINT-CROSS-LINE
                   UNTIL ws-sub > ws-entrant-count
            WRITE champrpt-record FROM ws-lines-line

            IF ws-held-count > ZEROS
                 WRITE champrpt-record FROM ws-blank-line
                 WRITE champrpt-record FROM ws-held-title
                 WRITE champrpt-record FROM ws-lines-line
                 MOVE 1 TO ws-held-sub
                 PERFORM 690-PRINT-HELD-GAME
                        UNTIL ws-held-sub > ws-held-count
                 WRITE champrpt-record FROM ws-lines-line
            END-IF.

      * Only results that are in count - a board still to come adds
      * nothing to either player yet.
       610-TOTAL-POINTS.
            MOVE ZEROS TO wet-points (ws-sub)
            MOVE "N"   TO wet-printed (ws-sub)
            MOVE 1 TO ws-round-sub
            PERFORM 615-TOTAL-ROUND
                   UNTIL ws-round-sub > ws-round-no
            COMPUTE ws-sub = ws-sub + 1.

       615-TOTAL-ROUND.
            IF wet-result (ws-sub, ws-round-sub) = "1"
                 OR wet-result (ws-sub, ws-round-sub) = "+"
                 COMPUTE wet-points (ws-sub) = wet-points (ws-sub) + 1
            END-IF
            IF wet-result (ws-sub, ws-round-sub) = "="
                 COMPUTE wet-points (ws-sub) =
                      wet-points (ws-sub) + 0.5
            END-IF
            COMPUTE ws-round-sub = ws-round-sub + 1.

       620-TOTAL-BUCHHOLZ.
            MOVE ZEROS TO wet-buchholz (ws-sub)
            MOVE 1 TO ws-round-sub
            PERFORM 625-ADD-OPPONENT-SCORE
                   UNTIL ws-round-sub > ws-round-no
            COMPUTE ws-sub = ws-sub + 1.

       625-ADD-OPPONENT-SCORE.
            IF wet-colour (ws-sub, ws-round-sub) = "W"
                 OR wet-colour (ws-sub, ws-round-sub) = "B"
                 MOVE wet-opp-no (ws-sub, ws-round-sub) TO ws-opp-sub
                 COMPUTE wet-buchholz (ws-sub) =
                      wet-buchholz (ws-sub) + wet-points (ws-opp-sub)
            END-IF
            COMPUTE ws-round-sub = ws-round-sub + 1.

       650-PRINT-NEXT-STANDING.
            MOVE ZEROS TO ws-best-sub
            MOVE 1     TO ws-sub
            PERFORM 660-CHECK-STANDING
                   UNTIL ws-sub > ws-entrant-count
            MOVE "Y" TO wet-printed (ws-best-sub)
            COMPUTE ws-position = ws-position + 1
            MOVE ws-position                TO wsl-position
            MOVE ws-best-sub                TO wsl-start-no
            MOVE wet-name (ws-best-sub)     TO wsl-name
            MOVE wet-rating (ws-best-sub)   TO wsl-rating
            MOVE wet-points (ws-best-sub)   TO wsl-points
            MOVE wet-buchholz (ws-best-sub) TO wsl-buchholz
            DISPLAY ws-standings-line
            WRITE champrpt-record FROM ws-standings-line
            COMPUTE written-counter = written-counter + 1.

       660-CHECK-STANDING.
            IF wet-printed (ws-sub) = "N"
                 IF ws-best-sub = ZEROS
                      MOVE ws-sub TO ws-best-sub
                 ELSE
                      PERFORM 665-COMPARE-STANDING
                 END-IF
            END-IF
            COMPUTE ws-sub = ws-sub + 1.

       665-COMPARE-STANDING.
            IF wet-points (ws-sub) > wet-points (ws-best-sub)
                 MOVE ws-sub TO ws-best-sub
            ELSE
                 IF wet-points (ws-sub) = wet-points (ws-best-sub)
                      IF wet-buchholz (ws-sub) >
                              wet-buchholz (ws-best-sub)
                           MOVE ws-sub TO ws-best-sub
                      ELSE
                           IF wet-buchholz (ws-sub) =
                                   wet-buchholz (ws-best-sub)
                              AND wet-rating (ws-sub) >
                                   wet-rating (ws-best-sub)
                                MOVE ws-sub TO ws-best-sub
                           END-IF
                      END-IF
                 END-IF
            END-IF.

       670-HEAD-ROUND.
            MOVE SPACES TO wch-round-heading (ws-round-sub)
            IF ws-round-sub NOT > wcc-rounds
                 MOVE ws-round-sub     TO whd-round
                 MOVE ws-heading-round TO wch-round (ws-round-sub)
            END-IF
            COMPUTE ws-round-sub = ws-round-sub + 1.

       680-PRINT-CROSS-LINE.
            MOVE ws-sub              TO wcl-start-no
            MOVE wet-name (ws-sub)   TO wcl-name
            MOVE wet-rating (ws-sub) TO wcl-rating
            MOVE wet-points (ws-sub) TO wcl-points
            MOVE 1 TO ws-round-sub
            PERFORM 685-FORMAT-CELL
                   UNTIL ws-round-sub > 11
            WRITE champrpt-record FROM ws-cross-line
            COMPUTE written-counter = written-counter + 1
            COMPUTE ws-sub = ws-sub + 1.

       685-FORMAT-CELL.
            MOVE SPACES TO wcl-cell (ws-round-sub)
            IF ws-round-sub NOT > ws-round-no
                 IF wet-result (ws-sub, ws-round-sub) = "+"
                      MOVE " BYE" TO wcl-cell (ws-round-sub)
                 ELSE
                      MOVE wet-opp-no (ws-sub, ws-round-sub)
                           TO wce-opp-no
                      MOVE wet-colour (ws-sub, ws-round-sub)
                           TO wce-colour
                      MOVE wet-result (ws-sub, ws-round-sub)
                           TO wce-result
                      MOVE ws-cell TO wcl-cell (ws-round-sub)
                 END-IF
            END-IF
            COMPUTE ws-round-sub = ws-round-sub + 1.

      * The result is from the held player's side - 1, 0 or =.
       690-PRINT-HELD-GAME.
            MOVE wht-player-no (ws-held-sub) TO ws-sub
            MOVE wht-opp-no (ws-held-sub)    TO ws-opp-sub
            MOVE ws-round-no                 TO whl-round
            MOVE wet-name (ws-sub)           TO whl-player
            MOVE wet-name (ws-opp-sub)       TO whl-opponent
            MOVE wet-result (ws-sub, ws-round-no) TO whl-result
            WRITE champrpt-record FROM ws-held-line
            COMPUTE written-counter = written-counter + 1
            COMPUTE ws-held-sub = ws-held-sub + 1.

      * The whole master is written back - control record first,
      * then the entrants in starting-number order.
       700-WRITE-CHAMPIONSHIP.
            OPEN OUTPUT champ-file
            WRITE champ-record FROM ws-champ-control
            COMPUTE written-counter = written-counter + 1
            MOVE 1 TO ws-sub
            PERFORM 710-WRITE-ENTRANT
                   UNTIL ws-sub > ws-entrant-count
            CLOSE champ-file.

       710-WRITE-ENTRANT.
            MOVE ws-sub              TO wcp-start-no
            MOVE wet-name (ws-sub)   TO wcp-name
            MOVE wet-rating (ws-sub) TO wcp-rating
            MOVE wet-rounds (ws-sub) TO wcp-rounds
            WRITE champ-record FROM ws-champ-player
            COMPUTE written-counter = written-counter + 1
            COMPUTE ws-sub = ws-sub + 1.

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
