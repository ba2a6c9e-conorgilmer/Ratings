       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSCORRECT.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Post-run correction of individual games.  Once CHESSRATING,
      * CHESSUNION and CHESSBALANCE have signed off, a late
      * correction - a captain admitting a board was really a draw,
      * or the union bouncing a game - used to mean rerunning the
      * whole pipeline.  That rerun appends a second set of lines to
      * HISTORY.DAT and overwrites an ICURETURN.DAT that has already
      * been filed with the union.
      *
      * This run is driven by GAMEAMEND.DAT, one line per amended
      * game, keyed by player, game number, opponent and
      * competition as on GAMES.DAT - in league play the game number
      * is the board number, which comes round all season, so it
      * takes all four to single out one game:
      *   "C" - change the result to W, D or L (our player's side);
      *   "W" - withdraw the game from rating (the union bounced it);
      * each carrying who asked for the change and why.  A line that
      * still matches more than one game is rejected as ambiguous
      * rather than applied to them all.
      *
      * Only players with an amendment are re-rated, from their
      * ROSTER.DAT starting rating and career games, using the same
      * coefficients as CHESSRATING; everybody else's NEWROSTER.DAT
      * line goes through untouched.  Nothing signed off is
      * overwritten - the corrected masters come out as copies:
      *   CORROSTER.DAT - NEWROSTER.DAT with the re-rated players;
      *   CORGAMES.DAT  - GAMES.DAT with the amendments applied;
      *   CORHIST.DAT   - HISTORY.DAT with the re-rated players'
      *                   season line replaced, never a second one;
      * and the club copies them over the originals once the
      * CORRECT.DAT old-versus-new listing is agreed, the same
      * old-master/new-master pattern as CHESSHISTMAINT.  The filed
      * ICURETURN.DAT is only read - ICUAMEND.DAT carries just the
      * changed "R" and "M" records for the union.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gameamend-file ASSIGN TO "GAMEAMEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT roster-file ASSIGN TO "ROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT newroster-file ASSIGN TO "NEWROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT games-file ASSIGN TO "GAMES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT history-file ASSIGN TO "HISTORY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT union-file ASSIGN TO "ICURETURN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS mem-name.
           SELECT corroster-file ASSIGN TO "CORROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT corgames-file ASSIGN TO "CORGAMES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT corhist-file ASSIGN TO "CORHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT icuamend-file ASSIGN TO "ICUAMEND.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT correct-file ASSIGN TO "CORRECT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the first correction of a season starts the
      * trail rather than failing before CORAUDIT.DAT exists.
           SELECT OPTIONAL coraudit-file ASSIGN TO "CORAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD gameamend-file.
       01 gameamend-record          PIC X(104).

       FD roster-file.
       01 roster-record             PIC X(48).

       FD newroster-file.
       01 newroster-record          PIC X(48).

       FD games-file.
       01 games-record              PIC X(85).

       FD history-file.
       01 history-record            PIC X(60).

      * ICURETURN.DAT is the return as filed with the union - read
      * here for the "M" board records being amended, never written.
       FD union-file.
       01 union-record              PIC X(80).

      * MEMBER.DAT is the club membership master kept by
      * CHESSMEMMAINT - a player is only re-rated while they hold an
      * active record, the same rule CHESSRATING applies, and the
      * record supplies the ICU code for the amended "R" record.
       FD member-file.
       01 member-record.
          03 mem-name               PIC X(20).
          03 mem-icu-code           PIC 9(6).
          03 mem-join-date          PIC X(8).
          03 mem-status             PIC X.
          03 mem-junior             PIC X.

       FD corroster-file.
       01 corroster-record          PIC X(48).

       FD corgames-file.
       01 corgames-record           PIC X(85).

       FD corhist-file.
       01 corhist-record            PIC X(60).

       FD icuamend-file.
       01 icuamend-record           PIC X(80).

      * CORRECT.DAT is the listing of each re-rated player's
      * signed-off and corrected figures, side by side, for agreeing
      * before the corrected copies replace the originals.
       FD correct-file.
       01 correct-record            PIC X(100).

      * CORAUDIT.DAT is the season's trail of every amendment -
      * who asked for it, which game, the result before and after,
      * and why - appended run on run so an earlier correction is
      * never lost under a later one.
       FD coraudit-file.
       01 coraudit-record           PIC X(120).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-amend-eof           PIC X    VALUE "N".
          03 ws-roster-eof          PIC X    VALUE "N".
          03 ws-newroster-eof       PIC X    VALUE "N".
          03 ws-games-eof           PIC X    VALUE "N".
          03 ws-history-eof         PIC X    VALUE "N".
          03 ws-union-eof           PIC X    VALUE "N".
          03 ws-member-active       PIC X    VALUE "N".
          03 ws-amend-found         PIC X    VALUE "N".
          03 ws-player-amended      PIC X    VALUE "N".
          03 ws-rerated-found       PIC X    VALUE "N".
          03 ws-valid-result        PIC X    VALUE "N".
          03 ws-amend-table-full    PIC X    VALUE "N".
          03 ws-count-eof           PIC X    VALUE "N".

       01 ws-amend-record.
          03 wam-action             PIC X.
          03 wam-player-name        PIC X(20).
          03 wam-game-no            PIC 99.
          03 wam-new-result         PIC X.
          03 wam-changed-by         PIC X(15).
          03 wam-reason             PIC X(30).
          03 wam-opp-name           PIC X(20).
          03 wam-competition        PIC X(15).

      * Every accepted amendment, with the result it replaced and
      * the venue of the game it matched, so the same amendment can
      * be found again when the filed board record comes past.
      * wat-applied is "N" until the game is met, "Y" once applied
      * and "A" when the amendment matched more than one game.
       01 ws-amend-table.
          03 ws-amend-entry         OCCURS 50 TIMES.
             05 wat-action          PIC X.
             05 wat-player-name     PIC X(20).
             05 wat-game-no         PIC 99.
             05 wat-new-result      PIC X.
             05 wat-changed-by      PIC X(15).
             05 wat-reason          PIC X(30).
             05 wat-opp-name        PIC X(20).
             05 wat-competition     PIC X(15).
             05 wat-match-count     PIC 99.
             05 wat-old-result      PIC X.
             05 wat-venue           PIC X.
             05 wat-applied         PIC X.

       01 ws-amend-count            PIC 99     VALUE ZEROS.
       01 ws-amend-sub              PIC 99     VALUE ZEROS.

      * The re-rated players' signed-off and corrected figures, kept
      * for the archive pass and the "R" records that follow the
      * games pass.
       01 ws-rerated-table.
          03 ws-rerated-entry       OCCURS 50 TIMES.
             05 wrr-player-name     PIC X(20).
             05 wrr-start-rating    PIC 9(4).
             05 wrr-old-rating      PIC 9(4).
             05 wrr-new-rating      PIC 9(4).
             05 wrr-high-rating     PIC 9(4).
             05 wrr-low-rating      PIC 9(4).
             05 wrr-icu-code        PIC 9(6).
             05 wrr-history-done    PIC X.

       01 ws-rerated-count          PIC 99     VALUE ZEROS.
       01 ws-rerated-sub            PIC 99     VALUE ZEROS.

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
          03 FILLER                 PIC X.

       01 ws-roster-master.
          03 wrm-name               PIC X(20).
          03 wrm-rating             PIC 9999.
          03 wrm-club               PIC X(20).
          03 wrm-games-played       PIC 9(4).

      * The signed-off NEWROSTER.DAT line - CHESSRATING writes one
      * for every roster player in roster order, so the two files
      * are read in step.
       01 ws-newroster-master.
          03 wnr-name               PIC X(20).
          03 wnr-rating             PIC 9999.
          03 wnr-club               PIC X(20).
          03 wnr-games-played       PIC 9(4).

       01 ws-player.
          03 ws-player-name         PIC X(20).
          03 ws-player-rating       PIC 9999.
          03 ws-player-new-rating   PIC 9999.
          03 ws-player-club         PIC X(20).
          03 ws-rating-diff         PIC S9999  VALUE ZEROS.
          03 ws-rating-change       PIC S9999  VALUE ZEROS.

       01 ws-overall.
          03 ws-overall-change      PIC S9999  VALUE ZEROS.

       01 ws-rating-trend.
          03 ws-running-rating      PIC 9999.
          03 ws-high-rating         PIC 9999.
          03 ws-low-rating          PIC 9999.

      * The provisional threshold and coefficients are CHESSRATING's
      * own - a correction has to rate a game exactly as the
      * original run would have.
       01 ws-provisional.
          03 ws-career-games        PIC 9(4)   VALUE ZEROS.
          03 ws-provisional-limit   PIC 9(4)   VALUE 30.
          03 ws-result-coeff        PIC S99    VALUE ZEROS.
          03 ws-diff-coeff          PIC 9      VALUE ZEROS.

       01 ws-history-line.
          03 whr-player-name        PIC X(20).
          03                        PIC X(1).
          03 whr-season             PIC X(8).
          03                        PIC X(1).
          03 whr-start-rating       PIC 9(4).
          03                        PIC X(1).
          03 whr-end-rating         PIC 9(4).
          03                        PIC X(1).
          03 whr-high-rating        PIC 9(4).
          03                        PIC X(1).
          03 whr-low-rating         PIC 9(4).
          03                        PIC X(11).

       01 ws-union-buffer.
          03 wub-buffer-type        PIC X.
          03                        PIC X(79).

       01 ws-union-header-record.
          03 wuh-rec-type           PIC X      VALUE "H".
          03                        PIC X(2)   VALUE SPACES.
          03 wuh-label              PIC X(24)  VALUE
             "ICU AMENDMENT EXTRACT".
          03 wuh-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wuh-date               PIC X(8).
          03                        PIC X(2)   VALUE SPACES.
          03 wuh-club               PIC X(20).

       01 ws-union-rating-record.
          03 wur-rec-type           PIC X      VALUE "R".
          03                        PIC X(2)   VALUE SPACES.
          03 wur-player-name        PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wur-old-rating         PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wur-new-rating         PIC 9(4).
          03                        PIC X(2)   VALUE SPACES.
          03 wur-icu-code           PIC 9(6).

       01 ws-union-board-record.
          03 wub-rec-type           PIC X.
          03                        PIC X(2).
          03 wub-game-number        PIC 9(2).
          03                        PIC X(1).
          03 wub-home-player        PIC X(20).
          03                        PIC X(1).
          03 wub-home-icu           PIC 9(6).
          03                        PIC X(1).
          03 wub-home-points        PIC 9V9.
          03                        PIC X(1).
          03 wub-away-player        PIC X(20).
          03                        PIC X(1).
          03 wub-away-icu           PIC 9(6).
          03                        PIC X(1).
          03 wub-away-points        PIC 9V9.
          03                        PIC X(1).
          03 wub-rated-flag         PIC X(7).
          03                        PIC X(5).

       01 ws-union-trailer-record.
          03 wut-rec-type           PIC X      VALUE "T".
          03                        PIC X(2)   VALUE SPACES.
          03 wut-players            PIC 999.
          03                        PIC X(1)   VALUE SPACES.
          03 wut-boards             PIC 999.

      * Our player's points for the amended result, and the other
      * side's - which of the two is home depends on the venue.
       01 ws-side-points            PIC 9V9    VALUE ZEROS.
       01 ws-other-points           PIC 9V9    VALUE ZEROS.

       01 ws-report-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(41)  VALUE
             "POST-RUN CORRECTION - OLD AND NEW RATINGS".

       01 ws-report-heading.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(22)  VALUE "PLAYER".
          03                        PIC X(7)   VALUE "START".
          03                        PIC X(9)   VALUE "OLD END".
          03                        PIC X(9)   VALUE "NEW END".
          03                        PIC X(8)   VALUE "CHANGE".
          03                        PIC X(11)  VALUE "OLD GAMES".
          03                        PIC X(9)   VALUE "NEW GAMES".

       01 ws-report-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wrp-player-name        PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 wrp-start-rating       PIC 9(4).
          03                        PIC X(3)   VALUE SPACES.
          03 wrp-old-rating         PIC 9(4).
          03                        PIC X(5)   VALUE SPACES.
          03 wrp-new-rating         PIC 9(4).
          03                        PIC X(4)   VALUE SPACES.
          03 wrp-change             PIC +ZZZ9.
          03                        PIC X(5)   VALUE SPACES.
          03 wrp-old-games          PIC 9(4).
          03                        PIC X(7)   VALUE SPACES.
          03 wrp-new-games          PIC 9(4).

       01 ws-report-change          PIC S9999  VALUE ZEROS.

       01 ws-report-total-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wrt-applied            PIC ZZ9.
          03                        PIC X(22)  VALUE
             " AMENDMENTS APPLIED, ".
          03 wrt-rejected           PIC ZZ9.
          03                        PIC X(12)  VALUE
             " REJECTED, ".
          03 wrt-rerated            PIC ZZ9.
          03                        PIC X(18)  VALUE
             " PLAYERS RE-RATED".

       01 ws-audit-record.
          03 waud-action            PIC X(9).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-player-name       PIC X(20).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-game-no           PIC 99.
          03                        PIC X(2)   VALUE SPACES.
          03 waud-before            PIC X.
          03                        PIC X(2)   VALUE SPACES.
          03 waud-after             PIC X.
          03                        PIC X(2)   VALUE SPACES.
          03 waud-changed-by        PIC X(15).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-reason            PIC X(30).
          03                        PIC X(2)   VALUE SPACES.
          03 waud-message           PIC X(25).

       01 ws-ambiguous-message.
          03                        PIC X(11)  VALUE "AMBIGUOUS -".
          03 wamb-count             PIC Z9.
          03                        PIC X(12)  VALUE " GAMES MATCH".

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
          03 wrl-program            PIC X(14)  VALUE "CHESSCORRECT".
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
          03 applied-counter        PIC 9(4)   VALUE ZEROS.
          03 rejected-counter       PIC 9(4)   VALUE ZEROS.
          03 ws-players-count       PIC 999    VALUE ZEROS.
          03 ws-boards-count        PIC 999    VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Chess Result Correction Program"
            PERFORM 200-INITIALIZE
            PERFORM 250-PROCESS-PLAYER
                   UNTIL ws-roster-eof = "Y"
            PERFORM 240-CARRY-ORPHAN-GAME
                   UNTIL ws-games-eof = "Y"
            MOVE 1 TO ws-amend-sub
            PERFORM 380-CHECK-UNAPPLIED
                   UNTIL ws-amend-sub > ws-amend-count
            PERFORM 400-CORRECT-HISTORY
                   UNTIL ws-history-eof = "Y"
            PERFORM 600-WRITE-AMEND-EXTRACT
            PERFORM 500-CLOSE
            DISPLAY applied-counter " amendments applied, "
                    ws-rerated-count " players re-rated"
            DISPLAY "End of Chess Result Correction Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL

            OPEN EXTEND coraudit-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE coraudit-record FROM ws-run-header-line

            OPEN INPUT gameamend-file
            PERFORM 210-LOAD-AMENDMENT
                   UNTIL ws-amend-eof = "Y"
            CLOSE gameamend-file
            DISPLAY ws-amend-count " amendments accepted"

      * GAMES.DAT is read through once before the run proper to
      * count the games each amendment matches - the amended
      * player's games are re-rated in file order, too late to
      * find out at the second match that the first was not the
      * only one.
            IF ws-amend-count > 0
                 OPEN INPUT games-file
                 PERFORM 213-READ-COUNT-GAME
                 PERFORM 212-COUNT-GAME-MATCHES
                        UNTIL ws-count-eof = "Y"
                 CLOSE games-file
                 MOVE 1 TO ws-amend-sub
                 PERFORM 218-CHECK-AMBIGUOUS
                        UNTIL ws-amend-sub > ws-amend-count
            END-IF

            OPEN INPUT  roster-file
            OPEN INPUT  newroster-file
            OPEN INPUT  games-file
            OPEN INPUT  history-file
            OPEN INPUT  union-file
            OPEN INPUT  member-file
            OPEN OUTPUT corroster-file
            OPEN OUTPUT corgames-file
            OPEN OUTPUT corhist-file
            OPEN OUTPUT icuamend-file
            OPEN OUTPUT correct-file

            WRITE correct-record FROM ws-run-header-line
            WRITE correct-record FROM ws-blank-line
            WRITE correct-record FROM ws-report-title
            WRITE correct-record FROM ws-blank-line
            WRITE correct-record FROM ws-report-heading
            WRITE correct-record FROM ws-lines-line

            PERFORM 220-READ-ROSTER
            PERFORM 230-READ-GAME
            PERFORM 410-READ-HISTORY.

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

       210-LOAD-AMENDMENT.
            READ gameamend-file INTO ws-amend-record
                 AT END
                     MOVE "Y" TO ws-amend-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     PERFORM 215-CHECK-AMENDMENT
            END-READ.

       212-COUNT-GAME-MATCHES.
            MOVE 1 TO ws-amend-sub
            PERFORM 214-COUNT-AMENDMENT-MATCH
                   UNTIL ws-amend-sub > ws-amend-count
            PERFORM 213-READ-COUNT-GAME.

      * The counting pass is a second look at the same file, so its
      * reads are left out of the records-read count.
       213-READ-COUNT-GAME.
            READ games-file INTO ws-games
                 AT END
                     MOVE "Y" TO ws-count-eof
            END-READ.

       214-COUNT-AMENDMENT-MATCH.
            IF ws-game-player-name = wat-player-name (ws-amend-sub)
                 AND ws-game-no = wat-game-no (ws-amend-sub)
                 AND ws-game-opp-name = wat-opp-name (ws-amend-sub)
                 AND ws-game-competition
                     = wat-competition (ws-amend-sub)
                 AND wat-match-count (ws-amend-sub) < 99
                 COMPUTE wat-match-count (ws-amend-sub) =
                      wat-match-count (ws-amend-sub) + 1
            END-IF
            COMPUTE ws-amend-sub = ws-amend-sub + 1.

      * An amendment is only taken on if it says what to do to
      * which game, and who is answerable for it - an unsigned
      * change to a signed-off result is exactly what the trail is
      * there to prevent.
       215-CHECK-AMENDMENT.
            MOVE wam-player-name TO waud-player-name
            MOVE wam-game-no     TO waud-game-no
            MOVE SPACES          TO waud-before
            MOVE wam-new-result  TO waud-after
            MOVE wam-changed-by  TO waud-changed-by
            MOVE wam-reason      TO waud-reason
            IF wam-action NOT = "C" AND wam-action NOT = "W"
                 MOVE "ACTION NOT C OR W" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 IF wam-action = "C"
                      AND wam-new-result NOT = "W"
                      AND wam-new-result NOT = "D"
                      AND wam-new-result NOT = "L"
                      MOVE "NEW RESULT NOT W/D/L" TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 ELSE
                      IF wam-changed-by = SPACES
                           OR wam-reason = SPACES
                           MOVE "WHO AND WHY ARE REQUIRED"
                                TO waud-message
                           PERFORM 460-WRITE-REJECT-LINE
                      ELSE
                           IF wam-opp-name = SPACES
                                OR wam-competition = SPACES
                                MOVE "GAME NOT FULLY IDENTIFIED"
                                     TO waud-message
                                PERFORM 460-WRITE-REJECT-LINE
                           ELSE
                                PERFORM 217-TABLE-AMENDMENT
                           END-IF
                      END-IF
                 END-IF
            END-IF.

       217-TABLE-AMENDMENT.
            MOVE wam-player-name TO ws-game-player-name
            MOVE wam-game-no     TO ws-game-no
            MOVE wam-opp-name    TO ws-game-opp-name
            MOVE wam-competition TO ws-game-competition
            PERFORM 270-FIND-GAME-AMENDMENT
            IF ws-amend-found = "Y"
                 MOVE "GAME ALREADY AMENDED" TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            ELSE
                 IF ws-amend-count < 50
                      COMPUTE ws-amend-count = ws-amend-count + 1
                      MOVE wam-action
                           TO wat-action (ws-amend-count)
                      MOVE wam-player-name
                           TO wat-player-name (ws-amend-count)
                      MOVE wam-game-no
                           TO wat-game-no (ws-amend-count)
                      MOVE wam-new-result
                           TO wat-new-result (ws-amend-count)
                      MOVE wam-changed-by
                           TO wat-changed-by (ws-amend-count)
                      MOVE wam-reason
                           TO wat-reason (ws-amend-count)
                      MOVE wam-opp-name
                           TO wat-opp-name (ws-amend-count)
                      MOVE wam-competition
                           TO wat-competition (ws-amend-count)
                      MOVE ZEROS
                           TO wat-match-count (ws-amend-count)
                      MOVE SPACES
                           TO wat-old-result (ws-amend-count)
                      MOVE SPACES
                           TO wat-venue (ws-amend-count)
                      MOVE "N"
                           TO wat-applied (ws-amend-count)
                 ELSE
                      IF ws-amend-table-full = "N"
                           MOVE "Y" TO ws-amend-table-full
                           DISPLAY "*** MORE THAN 50 AMENDMENTS - "
                                   "THE REST ARE REJECTED"
                      END-IF
                      MOVE "TOO MANY AMENDMENTS" TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 END-IF
            END-IF.

      * An amendment that matched more than one game is rejected
      * here and never applied - the corrected copies keep every
      * one of those games as it was.
       218-CHECK-AMBIGUOUS.
            IF wat-match-count (ws-amend-sub) > 1
                 MOVE "A" TO wat-applied (ws-amend-sub)
                 MOVE wat-player-name (ws-amend-sub)
                      TO waud-player-name
                 MOVE wat-game-no (ws-amend-sub)    TO waud-game-no
                 MOVE SPACES                        TO waud-before
                 MOVE wat-new-result (ws-amend-sub) TO waud-after
                 MOVE wat-changed-by (ws-amend-sub)
                      TO waud-changed-by
                 MOVE wat-reason (ws-amend-sub)     TO waud-reason
                 MOVE wat-match-count (ws-amend-sub) TO wamb-count
                 MOVE ws-ambiguous-message          TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            END-IF
            COMPUTE ws-amend-sub = ws-amend-sub + 1.

       220-READ-ROSTER.
            READ roster-file INTO ws-roster-master
                 AT END
                     MOVE "Y" TO ws-roster-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     MOVE wrm-name   TO ws-player-name
                     MOVE wrm-rating TO ws-player-rating
                     MOVE wrm-club   TO ws-player-club
            END-READ.

       225-READ-NEWROSTER.
            READ newroster-file INTO ws-newroster-master
                 AT END
                     MOVE "Y" TO ws-newroster-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

       230-READ-GAME.
            READ games-file INTO ws-games
                 AT END
                     MOVE "Y" TO ws-games-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

      * A game that belongs to no roster player was reported by the
      * rating run already - it is carried to the corrected copy as
      * it stands, so the copy loses nothing the original held.
       240-CARRY-ORPHAN-GAME.
            WRITE corgames-record FROM ws-games
            COMPUTE written-counter = written-counter + 1
            PERFORM 230-READ-GAME.

       245-CHECK-MEMBERSHIP.
            MOVE "N" TO ws-member-active
            MOVE ws-player-name TO mem-name
            READ member-file
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF mem-status = "A"
                          MOVE "Y" TO ws-member-active
                     END-IF
            END-READ.

      * ROSTER.DAT, NEWROSTER.DAT and GAMES.DAT are all in the same
      * player-name sequence - the rating run's own match/merge.  A
      * NEWROSTER.DAT out of step with ROSTER.DAT was not written
      * from it, and no correction can be trusted against it.
       250-PROCESS-PLAYER.
            PERFORM 225-READ-NEWROSTER
            IF ws-newroster-eof = "Y"
                 OR wnr-name NOT = ws-player-name
                 DISPLAY "*** NEWROSTER.DAT IS OUT OF STEP WITH "
                         "ROSTER.DAT AT " ws-player-name
                 DISPLAY "*** CORRECTION RUN ABANDONED"
                 STOP RUN
            END-IF

            PERFORM 240-CARRY-ORPHAN-GAME
                   UNTIL ws-games-eof = "Y"
                      OR ws-game-player-name NOT < ws-player-name

            PERFORM 260-FIND-PLAYER-AMENDMENT
            MOVE "N" TO ws-member-active
            IF ws-player-amended = "Y"
                 PERFORM 245-CHECK-MEMBERSHIP
            END-IF
            IF ws-member-active = "Y"
                 PERFORM 255-START-PLAYER
                 PERFORM 300-RERATE-GAME
                        UNTIL ws-games-eof = "Y"
                           OR ws-game-player-name NOT = ws-player-name
                 PERFORM 350-CLOSE-PLAYER
            ELSE
                 PERFORM 240-CARRY-ORPHAN-GAME
                        UNTIL ws-games-eof = "Y"
                           OR ws-game-player-name NOT = ws-player-name
                 WRITE corroster-record FROM ws-newroster-master
                 COMPUTE written-counter = written-counter + 1
            END-IF
            PERFORM 220-READ-ROSTER.

      * The player starts again from the rating and career count
      * they brought into the season, exactly as the rating run
      * started them.
       255-START-PLAYER.
            IF wrm-games-played NOT NUMERIC
                 MOVE ZEROS TO wrm-games-played
            END-IF
            MOVE wrm-games-played TO ws-career-games
            MOVE ZEROS TO ws-overall-change
            MOVE ws-player-rating TO ws-running-rating
            MOVE ws-player-rating TO ws-high-rating
            MOVE ws-player-rating TO ws-low-rating.

       260-FIND-PLAYER-AMENDMENT.
            MOVE "N" TO ws-player-amended
            MOVE 1   TO ws-amend-sub
            PERFORM 265-CHECK-PLAYER-AMENDMENT
                   UNTIL ws-player-amended = "Y"
                      OR ws-amend-sub > ws-amend-count.

       265-CHECK-PLAYER-AMENDMENT.
            IF ws-player-name = wat-player-name (ws-amend-sub)
                 AND wat-applied (ws-amend-sub) NOT = "A"
                 MOVE "Y" TO ws-player-amended
            ELSE
                 COMPUTE ws-amend-sub = ws-amend-sub + 1
            END-IF.

       270-FIND-GAME-AMENDMENT.
            MOVE "N" TO ws-amend-found
            MOVE 1   TO ws-amend-sub
            PERFORM 275-CHECK-GAME-AMENDMENT
                   UNTIL ws-amend-found = "Y"
                      OR ws-amend-sub > ws-amend-count.

       275-CHECK-GAME-AMENDMENT.
            IF ws-game-player-name = wat-player-name (ws-amend-sub)
                 AND ws-game-no = wat-game-no (ws-amend-sub)
                 AND ws-game-opp-name = wat-opp-name (ws-amend-sub)
                 AND ws-game-competition
                     = wat-competition (ws-amend-sub)
                 AND wat-applied (ws-amend-sub) NOT = "A"
                 MOVE "Y" TO ws-amend-found
            ELSE
                 COMPUTE ws-amend-sub = ws-amend-sub + 1
            END-IF.

      * Every game of an amended player is rated again in file
      * order - an amended game with its new result, a withdrawn one
      * not at all - and goes onto the corrected games copy as it
      * now stands.
       300-RERATE-GAME.
            PERFORM 270-FIND-GAME-AMENDMENT
            IF ws-amend-found = "Y"
                 PERFORM 310-APPLY-AMENDMENT
            END-IF
            IF ws-amend-found = "Y"
                 AND wat-action (ws-amend-sub) = "W"
                 CONTINUE
            ELSE
                 PERFORM 320-RATE-GAME
                 WRITE corgames-record FROM ws-games
                 COMPUTE written-counter = written-counter + 1
            END-IF
            PERFORM 230-READ-GAME.

       310-APPLY-AMENDMENT.
            MOVE ws-game-result TO wat-old-result (ws-amend-sub)
            MOVE ws-game-venue  TO wat-venue (ws-amend-sub)
            MOVE "Y"            TO wat-applied (ws-amend-sub)
            COMPUTE applied-counter = applied-counter + 1

            MOVE wat-player-name (ws-amend-sub) TO waud-player-name
            MOVE wat-game-no (ws-amend-sub)     TO waud-game-no
            MOVE ws-game-result                 TO waud-before
            MOVE wat-changed-by (ws-amend-sub)  TO waud-changed-by
            MOVE wat-reason (ws-amend-sub)      TO waud-reason
            IF wat-action (ws-amend-sub) = "C"
                 MOVE "CHANGED"                 TO waud-action
                 MOVE wat-new-result (ws-amend-sub) TO waud-after
                 MOVE "RESULT CHANGED"          TO waud-message
                 MOVE wat-new-result (ws-amend-sub) TO ws-game-result
            ELSE
                 MOVE "WITHDRAWN"               TO waud-action
                 MOVE SPACES                    TO waud-after
                 MOVE "WITHDRAWN FROM RATING"   TO waud-message
            END-IF
            PERFORM 450-WRITE-AUDIT-LINE.

      * CHESSRATING's arithmetic, step for step - the same
      * coefficients, the same truncation and the same floors, so
      * an unamended game rates to exactly the change it was given
      * first time round.
       320-RATE-GAME.
            IF ws-career-games < ws-provisional-limit
                 MOVE 32 TO ws-result-coeff
                 MOVE 8  TO ws-diff-coeff
            ELSE
                 MOVE 16 TO ws-result-coeff
                 MOVE 4  TO ws-diff-coeff
            END-IF

            COMPUTE ws-rating-diff = ws-game-opp-rating
                                   - ws-player-rating

            MOVE "N" TO ws-valid-result

            IF ws-game-result = "W"
                 MOVE "Y" TO ws-valid-result
                 COMPUTE ws-rating-change = ws-result-coeff +
                      (ws-rating-diff / 100) * ws-diff-coeff
                 IF ws-rating-change < 0
                      MOVE 0 TO ws-rating-change
                 END-IF
            END-IF

            IF ws-game-result = "D"
                 MOVE "Y" TO ws-valid-result
                 COMPUTE ws-rating-change =
                      (ws-rating-diff / 100) * ws-diff-coeff
            END-IF

            IF ws-game-result = "L"
                 MOVE "Y" TO ws-valid-result
                 COMPUTE ws-rating-change = ZERO - ws-result-coeff +
                      (ws-rating-diff / 100) * ws-diff-coeff
                 IF ws-rating-change > 0
                      MOVE 0 TO ws-rating-change
                 END-IF
            END-IF

            IF ws-valid-result = "Y"
                 COMPUTE ws-career-games = ws-career-games + 1
                 COMPUTE ws-overall-change =
                      ws-overall-change + ws-rating-change
                 COMPUTE ws-running-rating =
                      ws-running-rating + ws-rating-change
                 IF ws-running-rating > ws-high-rating
                      MOVE ws-running-rating TO ws-high-rating
                 END-IF
                 IF ws-running-rating < ws-low-rating
                      MOVE ws-running-rating TO ws-low-rating
                 END-IF
            END-IF.

       350-CLOSE-PLAYER.
            COMPUTE ws-player-new-rating =
                 ws-player-rating + ws-overall-change

            MOVE ws-player-name       TO wrm-name
            MOVE ws-player-new-rating TO wrm-rating
            MOVE ws-player-club       TO wrm-club
            MOVE ws-career-games      TO wrm-games-played
            WRITE corroster-record FROM ws-roster-master
            COMPUTE written-counter = written-counter + 1

            MOVE ws-player-name       TO wrp-player-name
            MOVE ws-player-rating     TO wrp-start-rating
            MOVE wnr-rating           TO wrp-old-rating
            MOVE ws-player-new-rating TO wrp-new-rating
            COMPUTE ws-report-change = ws-player-new-rating
                                     - wnr-rating
            MOVE ws-report-change     TO wrp-change
            MOVE wnr-games-played     TO wrp-old-games
            MOVE ws-career-games      TO wrp-new-games
            DISPLAY ws-report-line
            WRITE correct-record FROM ws-report-line

            PERFORM 360-REMEMBER-RERATED.

      * The table is the same size as the amendment table, and a
      * player is only re-rated for an amendment, so it cannot
      * overflow.
       360-REMEMBER-RERATED.
            COMPUTE ws-rerated-count = ws-rerated-count + 1
            MOVE ws-player-name
                 TO wrr-player-name (ws-rerated-count)
            MOVE ws-player-rating
                 TO wrr-start-rating (ws-rerated-count)
            MOVE wnr-rating
                 TO wrr-old-rating (ws-rerated-count)
            MOVE ws-player-new-rating
                 TO wrr-new-rating (ws-rerated-count)
            MOVE ws-high-rating
                 TO wrr-high-rating (ws-rerated-count)
            MOVE ws-low-rating
                 TO wrr-low-rating (ws-rerated-count)
            MOVE mem-icu-code
                 TO wrr-icu-code (ws-rerated-count)
            MOVE "N"
                 TO wrr-history-done (ws-rerated-count).

      * An amendment that never met its game - no such game on
      * GAMES.DAT, or a player the rating run did not rate - changes
      * nothing, and says so on the trail.
       380-CHECK-UNAPPLIED.
            IF wat-applied (ws-amend-sub) = "N"
                 MOVE wat-player-name (ws-amend-sub)
                      TO waud-player-name
                 MOVE wat-game-no (ws-amend-sub)    TO waud-game-no
                 MOVE SPACES                        TO waud-before
                 MOVE wat-new-result (ws-amend-sub) TO waud-after
                 MOVE wat-changed-by (ws-amend-sub)
                      TO waud-changed-by
                 MOVE wat-reason (ws-amend-sub)     TO waud-reason
                 MOVE "NO RATED GAME TO AMEND"      TO waud-message
                 PERFORM 460-WRITE-REJECT-LINE
            END-IF
            COMPUTE ws-amend-sub = ws-amend-sub + 1.

      * The re-rated player's line for this season is replaced in
      * place on the corrected archive - start rating as it was,
      * end, high and low as corrected - so the archive still holds
      * exactly one line per player per season.
       400-CORRECT-HISTORY.
            IF whr-season = ws-run-season
                 PERFORM 420-FIND-RERATED
                 IF ws-rerated-found = "Y"
                      MOVE wrr-new-rating (ws-rerated-sub)
                           TO whr-end-rating
                      MOVE wrr-high-rating (ws-rerated-sub)
                           TO whr-high-rating
                      MOVE wrr-low-rating (ws-rerated-sub)
                           TO whr-low-rating
                      MOVE "Y" TO wrr-history-done (ws-rerated-sub)
                      DISPLAY "Archive line replaced for "
                              whr-player-name
                 END-IF
            END-IF
            WRITE corhist-record FROM ws-history-line
            COMPUTE written-counter = written-counter + 1
            PERFORM 410-READ-HISTORY.

       410-READ-HISTORY.
            READ history-file INTO ws-history-line
                 AT END
                     MOVE "Y" TO ws-history-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

       420-FIND-RERATED.
            MOVE "N" TO ws-rerated-found
            MOVE 1   TO ws-rerated-sub
            PERFORM 425-CHECK-RERATED
                   UNTIL ws-rerated-found = "Y"
                      OR ws-rerated-sub > ws-rerated-count.

       425-CHECK-RERATED.
            IF whr-player-name = wrr-player-name (ws-rerated-sub)
                 MOVE "Y" TO ws-rerated-found
            ELSE
                 COMPUTE ws-rerated-sub = ws-rerated-sub + 1
            END-IF.

       450-WRITE-AUDIT-LINE.
            DISPLAY ws-audit-record
            WRITE coraudit-record FROM ws-audit-record.

       460-WRITE-REJECT-LINE.
            MOVE "REJECTED" TO waud-action
            DISPLAY "*** " ws-audit-record
            WRITE coraudit-record FROM ws-audit-record
            COMPUTE rejected-counter = rejected-counter + 1
            COMPUTE excp-counter = excp-counter + 1.

      * The amendment extract is the union return cut down to what
      * changed: a rating record for each re-rated player whose end
      * rating moved, and the filed board record for each amended
      * game with its corrected points, or flagged UNRATED where the
      * game has been withdrawn.
       600-WRITE-AMEND-EXTRACT.
            MOVE ws-run-season TO wuh-season
            MOVE ws-run-date   TO wuh-date
            MOVE ws-run-club   TO wuh-club
            WRITE icuamend-record FROM ws-union-header-record
            COMPUTE written-counter = written-counter + 1

            MOVE 1 TO ws-rerated-sub
            PERFORM 610-WRITE-RATING-RECORD
                   UNTIL ws-rerated-sub > ws-rerated-count

            PERFORM 620-READ-RETURN
            PERFORM 630-AMEND-BOARD-RECORD
                   UNTIL ws-union-eof = "Y"

            MOVE ws-players-count TO wut-players
            MOVE ws-boards-count  TO wut-boards
            WRITE icuamend-record FROM ws-union-trailer-record
            COMPUTE written-counter = written-counter + 1.

       610-WRITE-RATING-RECORD.
            IF wrr-history-done (ws-rerated-sub) = "N"
                 DISPLAY "*** NO " ws-run-season " ARCHIVE LINE FOR "
                         wrr-player-name (ws-rerated-sub)
                 COMPUTE excp-counter = excp-counter + 1
            END-IF
            IF wrr-new-rating (ws-rerated-sub)
                 NOT = wrr-old-rating (ws-rerated-sub)
                 MOVE wrr-player-name (ws-rerated-sub)
                      TO wur-player-name
                 MOVE wrr-start-rating (ws-rerated-sub)
                      TO wur-old-rating
                 MOVE wrr-new-rating (ws-rerated-sub)
                      TO wur-new-rating
                 MOVE wrr-icu-code (ws-rerated-sub)
                      TO wur-icu-code
                 WRITE icuamend-record FROM ws-union-rating-record
                 COMPUTE ws-players-count = ws-players-count + 1
                 COMPUTE written-counter = written-counter + 1
            END-IF
            COMPUTE ws-rerated-sub = ws-rerated-sub + 1.

       620-READ-RETURN.
            READ union-file INTO ws-union-buffer
                 AT END
                     MOVE "Y" TO ws-union-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
            END-READ.

       630-AMEND-BOARD-RECORD.
            IF wub-buffer-type = "M"
                 MOVE ws-union-buffer TO ws-union-board-record
                 PERFORM 640-FIND-BOARD-AMENDMENT
                 IF ws-amend-found = "Y"
                      PERFORM 650-APPLY-BOARD-AMENDMENT
                      WRITE icuamend-record FROM ws-union-board-record
                      COMPUTE ws-boards-count = ws-boards-count + 1
                      COMPUTE written-counter = written-counter + 1
                 END-IF
            END-IF
            PERFORM 620-READ-RETURN.

      * The filed board record carries the board number and both
      * players but no fixture, so an applied amendment is matched
      * on board number, on our player sitting on the side the game
      * was played from and on the opponent sitting opposite.
       640-FIND-BOARD-AMENDMENT.
            MOVE "N" TO ws-amend-found
            MOVE 1   TO ws-amend-sub
            PERFORM 645-CHECK-BOARD-AMENDMENT
                   UNTIL ws-amend-found = "Y"
                      OR ws-amend-sub > ws-amend-count.

       645-CHECK-BOARD-AMENDMENT.
            IF wat-applied (ws-amend-sub) = "Y"
                 AND wub-game-number = wat-game-no (ws-amend-sub)
                 AND ((wat-venue (ws-amend-sub) = "H"
                       AND wub-home-player
                           = wat-player-name (ws-amend-sub)
                       AND wub-away-player
                           = wat-opp-name (ws-amend-sub))
                   OR (wat-venue (ws-amend-sub) = "A"
                       AND wub-away-player
                           = wat-player-name (ws-amend-sub)
                       AND wub-home-player
                           = wat-opp-name (ws-amend-sub)))
                 MOVE "Y" TO ws-amend-found
            ELSE
                 COMPUTE ws-amend-sub = ws-amend-sub + 1
            END-IF.

       650-APPLY-BOARD-AMENDMENT.
            IF wat-action (ws-amend-sub) = "W"
                 MOVE "UNRATED" TO wub-rated-flag
            ELSE
                 IF wat-new-result (ws-amend-sub) = "W"
                      MOVE 1.0 TO ws-side-points
                      MOVE 0   TO ws-other-points
                 END-IF
                 IF wat-new-result (ws-amend-sub) = "D"
                      MOVE 0.5 TO ws-side-points
                      MOVE 0.5 TO ws-other-points
                 END-IF
                 IF wat-new-result (ws-amend-sub) = "L"
                      MOVE 0   TO ws-side-points
                      MOVE 1.0 TO ws-other-points
                 END-IF
                 IF wat-venue (ws-amend-sub) = "H"
                      MOVE ws-side-points  TO wub-home-points
                      MOVE ws-other-points TO wub-away-points
                 ELSE
                      MOVE ws-other-points TO wub-home-points
                      MOVE ws-side-points  TO wub-away-points
                 END-IF
            END-IF.

       500-CLOSE.
            WRITE correct-record FROM ws-lines-line
            MOVE applied-counter  TO wrt-applied
            MOVE rejected-counter TO wrt-rejected
            MOVE ws-rerated-count TO wrt-rerated
            WRITE correct-record FROM ws-report-total-line

            DISPLAY "Closing Files"
            CLOSE roster-file
            CLOSE newroster-file
            CLOSE games-file
            CLOSE history-file
            CLOSE union-file
            CLOSE member-file
            CLOSE corroster-file
            CLOSE corgames-file
            CLOSE corhist-file
            CLOSE icuamend-file
            CLOSE correct-file
            CLOSE coraudit-file
            PERFORM 950-WRITE-RUN-LOG.

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
