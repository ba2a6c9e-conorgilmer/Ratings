       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSCHAMPPAIR.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Club championship pairing.  The internal championship used
      * to be paired by hand on the whiteboard every week.  This run
      * keeps the championship on its own master, CHAMP.DAT - a
      * control record (rounds to play, current round and whether it
      * is paired or complete) and one record per entrant carrying
      * their starting number, rating and a cell per round of
      * opponent, colour, result and board - and pairs each round
      * from it under the Swiss rules:
      *   - players meet others on the same score where they can,
      *     the top half of a score group against the bottom half,
      *     with anyone left over floated down to the next group;
      *   - nobody meets the same opponent twice;
      *   - colours go to whoever is furthest behind on whites, then
      *     to whoever had black last time;
      *   - an odd field gives a one-point bye to the lowest placed
      *     player who has not already had one.
      *
      * Two run modes, picked by the parameter record on
      * CHAMPPARM.DAT:
      *   "E" - enter a new championship: the entrants on
      *         CHAMPENT.DAT are checked against MEMBER.DAT, rated
      *         from NEWROSTER.DAT, seeded by rating, and round one
      *         is paired; the parameter record carries the number
      *         of rounds;
      *   "P" - pair the next round, once CHESSCHAMPRES has taken
      *         every result of the last one.
      * The round's pairings are listed on PAIRINGS.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT champparm-file ASSIGN TO "CHAMPPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT champent-file ASSIGN TO "CHAMPENT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so the very first championship can be entered
      * before CHAMP.DAT exists.
           SELECT OPTIONAL champ-file ASSIGN TO "CHAMP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT newroster-file ASSIGN TO "NEWROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS mem-name.
           SELECT pairings-file ASSIGN TO "PAIRINGS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CHAMPPARM.DAT carries the run-mode byte and, for a new
      * championship, the number of rounds to be played.
       FD champparm-file.
       01 champparm-record.
          03 cpm-run-mode           PIC X.
          03                        PIC X(1).
          03 cpm-rounds             PIC X(2).

      * CHAMPENT.DAT is the entry list - one member name per line.
       FD champent-file.
       01 champent-record           PIC X(20).

      * CHAMP.DAT is the championship master, read whole at the
      * start of the run and written back whole at the end.
       FD champ-file.
       01 champ-record              PIC X(100).

       FD newroster-file.
       01 newroster-record          PIC X(48).

      * MEMBER.DAT is the club membership master kept by
      * CHESSMEMMAINT - only a member with an active record may
      * enter, the same rule the rating run applies.
       FD member-file.
       01 member-record.
          03 mem-name               PIC X(20).
          03 mem-icu-code           PIC 9(6).
          03 mem-join-date          PIC X(8).
          03 mem-status             PIC X.
          03 mem-junior             PIC X.

       FD pairings-file.
       01 pairings-record           PIC X(80).

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
          03 ws-entry-eof           PIC X    VALUE "N".
          03 ws-newroster-eof       PIC X    VALUE "N".
          03 ws-parm-eof            PIC X    VALUE "N".
          03 ws-control-seen        PIC X    VALUE "N".
          03 ws-name-found          PIC X    VALUE "N".
          03 ws-member-active       PIC X    VALUE "N".
          03 ws-cand-found          PIC X    VALUE "N".
          03 ws-already-played      PIC X    VALUE "N".
          03 ws-a-gets-white        PIC X    VALUE "N".
          03 ws-bye-found           PIC X    VALUE "N".
          03 ws-entry-table-full    PIC X    VALUE "N".
          03 ws-group-done          PIC X    VALUE "N".
          03 ws-rating-found        PIC X    VALUE "N".
          03 ws-exchanged           PIC X    VALUE "N".
          03 ws-exchange-ok         PIC X    VALUE "N".

      * The parameter record copied off the file before it closes -
      * the record area is not to be trusted after the CLOSE.
       01 ws-run-mode               PIC X      VALUE SPACE.
       01 ws-parm-rounds            PIC X(2)   VALUE SPACES.

      * The championship master's two record types.  The first
      * byte tells them apart.
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

      * Every entrant, held in starting-number order - the subscript
      * is the starting number.  A round cell holds the opponent's
      * starting number (zero for a bye), the colour (W, B, or "-"
      * for a bye), the result from the entrant's side (1, 0, =, "+"
      * for a bye, space until it is in) and the board.  The figures
      * after the cells are worked out afresh from them every run.
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
             05 wet-balance         PIC S99.
             05 wet-last-colour     PIC X.
             05 wet-had-bye         PIC X.
             05 wet-paired          PIC X.
             05 wet-picked          PIC X.

       01 ws-entrant-count          PIC 99     VALUE ZEROS.

      * The entry list as read, before seeding.
       01 ws-entry-table.
          03 ws-entry-entry         OCCURS 60 TIMES.
             05 wen-name            PIC X(20).
             05 wen-rating          PIC 9(4).
             05 wen-picked          PIC X.

       01 ws-entry-count            PIC 99     VALUE ZEROS.

      * The new roster is small enough to hold whole - the same
      * assumption the rest of the suite makes about club size.
       01 ws-newroster-table.
          03 ws-newroster-entry     OCCURS 150 TIMES.
             05 wnt-name            PIC X(20).
             05 wnt-rating          PIC 9(4).

       01 ws-newroster-count        PIC 999    VALUE ZEROS.
       01 ws-newroster-sub          PIC 999    VALUE ZEROS.

       01 ws-newroster-master.
          03 wnr-name               PIC X(20).
          03 wnr-rating             PIC 9999.
          03 wnr-club               PIC X(20).
          03 wnr-games-played       PIC 9(4).

      * The field in pairing order (score, then rating, then
      * starting number), the score group being paired, and the
      * players floated down out of it.
       01 ws-order-table.
          03 ws-order               PIC 99     OCCURS 60 TIMES.
       01 ws-pool-table.
          03 ws-pool                PIC 99     OCCURS 60 TIMES.
       01 ws-carry-table.
          03 ws-carry               PIC 99     OCCURS 60 TIMES.

      * The round's boards as they are made, white then black.
       01 ws-pair-table.
          03 ws-pair-entry          OCCURS 30 TIMES.
             05 wpt-white-no        PIC 99.
             05 wpt-black-no        PIC 99.

       01 ws-pairing-work.
          03 ws-new-round           PIC 99     VALUE ZEROS.
          03 ws-round-sub           PIC 99     VALUE ZEROS.
          03 ws-sub                 PIC 99     VALUE ZEROS.
          03 ws-best-sub            PIC 99     VALUE ZEROS.
          03 ws-order-pos           PIC 99     VALUE ZEROS.
          03 ws-order-count         PIC 99     VALUE ZEROS.
          03 ws-pool-count          PIC 99     VALUE ZEROS.
          03 ws-pool-pairable       PIC 99     VALUE ZEROS.
          03 ws-pool-sub            PIC 99     VALUE ZEROS.
          03 ws-carry-count         PIC 99     VALUE ZEROS.
          03 ws-half                PIC 99     VALUE ZEROS.
          03 ws-cand-sub            PIC 99     VALUE ZEROS.
          03 ws-scan-end            PIC 99     VALUE ZEROS.
          03 ws-player-a            PIC 99     VALUE ZEROS.
          03 ws-player-b            PIC 99     VALUE ZEROS.
          03 ws-board-count         PIC 99     VALUE ZEROS.
          03 ws-pair-board          PIC 99     VALUE ZEROS.
          03 ws-exchange-board      PIC 99     VALUE ZEROS.
          03 ws-leftover-a          PIC 99     VALUE ZEROS.
          03 ws-leftover-b          PIC 99     VALUE ZEROS.
          03 ws-board-white         PIC 99     VALUE ZEROS.
          03 ws-board-black         PIC 99     VALUE ZEROS.
          03 ws-partner-a           PIC 99     VALUE ZEROS.
          03 ws-partner-b           PIC 99     VALUE ZEROS.
          03 ws-bye-no              PIC 99     VALUE ZEROS.
          03 ws-group-points        PIC 99V9   VALUE ZEROS.

       01 ws-entry-name             PIC X(20)  VALUE SPACES.
       01 ws-entry-rating           PIC 9(4)   VALUE ZEROS.

       01 ws-pairings-title.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(26)  VALUE
             "CLUB CHAMPIONSHIP - ROUND ".
          03 wpg-round              PIC Z9.
          03                        PIC X(12)  VALUE " PAIRINGS".

       01 ws-pairings-heading.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(8)   VALUE "BOARD".
          03                        PIC X(21)  VALUE "WHITE".
          03                        PIC X(5)   VALUE "PTS".
          03                        PIC X(8)   VALUE "RATING".
          03                        PIC X(21)  VALUE "BLACK".
          03                        PIC X(5)   VALUE "PTS".
          03                        PIC X(6)   VALUE "RATING".

       01 ws-pairings-line.
          03                        PIC X(3)   VALUE SPACES.
          03 wpl-board              PIC Z9.
          03                        PIC X(6)   VALUE SPACES.
          03 wpl-white-name         PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wpl-white-points       PIC Z9.9.
          03                        PIC X(1)   VALUE SPACES.
          03 wpl-white-rating       PIC 9(4).
          03                        PIC X(4)   VALUE SPACES.
          03 wpl-black-name         PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wpl-black-points       PIC Z9.9.
          03                        PIC X(1)   VALUE SPACES.
          03 wpl-black-rating       PIC 9(4).

       01 ws-pairings-bye-line.
          03                        PIC X(3)   VALUE SPACES.
          03                        PIC X(8)   VALUE "BYE".
          03 wpb-name               PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 wpb-points             PIC Z9.9.
          03                        PIC X(1)   VALUE SPACES.
          03 wpb-rating             PIC 9(4).
          03                        PIC X(4)   VALUE SPACES.
          03                        PIC X(20)  VALUE
             "ONE POINT".

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
          03 wrl-program            PIC X(14)  VALUE "CHESSCHAMPPAIR".
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
            DISPLAY "Club Championship Pairing Program"
            PERFORM 200-INITIALIZE
            IF ws-run-mode = "E"
                 PERFORM 300-ENTER-CHAMPIONSHIP
            ELSE
                 PERFORM 260-CHECK-READY-TO-PAIR
            END-IF
            PERFORM 250-OPEN-PAIRINGS
            PERFORM 400-PAIR-ROUND
            PERFORM 600-PRINT-PAIRINGS
            PERFORM 700-WRITE-CHAMPIONSHIP
            PERFORM 500-CLOSE
            DISPLAY "Round " ws-new-round " - " ws-board-count
                    " boards paired"
            DISPLAY "End of Club Championship Pairing Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN INPUT champparm-file
            READ champparm-file
                 AT END
                     MOVE "Y" TO ws-parm-eof
                 NOT AT END
                     MOVE cpm-run-mode TO ws-run-mode
                     MOVE cpm-rounds   TO ws-parm-rounds
            END-READ
            CLOSE champparm-file

            IF ws-run-mode NOT = "E" AND ws-run-mode NOT = "P"
                 DISPLAY "RUN MODE ON CHAMPPARM.DAT MUST BE E OR P"
                 STOP RUN
            END-IF
            IF ws-run-mode = "E"
                 IF ws-parm-rounds NOT NUMERIC
                      OR ws-parm-rounds < "01"
                      OR ws-parm-rounds > "11"
                      DISPLAY "A NEW CHAMPIONSHIP NEEDS 01 TO 11 "
                              "ROUNDS ON CHAMPPARM.DAT"
                      STOP RUN
                 END-IF
            END-IF

            OPEN INPUT champ-file
            PERFORM 210-LOAD-CHAMPIONSHIP
                   UNTIL ws-champ-eof = "Y"
            CLOSE champ-file.

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

      * PAIRINGS.DAT is only opened once the run is known to be
      * pairing a round, so a refused run leaves the last round's
      * list standing.
       250-OPEN-PAIRINGS.
            OPEN OUTPUT pairings-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE pairings-record FROM ws-run-header-line.

      * The next round is only paired once every result of the
      * last one is in - a Swiss pairing made on a half-known score
      * table is wrong for everyone below the missing board.
       260-CHECK-READY-TO-PAIR.
            IF ws-control-seen = "N" OR ws-entrant-count < 2
                 DISPLAY "*** NO CHAMPIONSHIP ON CHAMP.DAT - ENTER "
                         "ONE WITH RUN MODE E FIRST"
                 STOP RUN
            END-IF
            IF wcc-round-status = "P"
                 DISPLAY "*** ROUND " wcc-current-round
                         " RESULTS ARE NOT ALL IN - NOTHING PAIRED"
                 STOP RUN
            END-IF
            IF wcc-current-round NOT < wcc-rounds
                 DISPLAY "*** ALL " wcc-rounds " ROUNDS HAVE BEEN "
                         "PLAYED - NOTHING PAIRED"
                 STOP RUN
            END-IF.

      * A championship still being played is never replaced by a
      * new entry - a finished one, or none at all, may be.
       300-ENTER-CHAMPIONSHIP.
            IF ws-control-seen = "Y"
                 AND (wcc-round-status = "P"
                      OR wcc-current-round < wcc-rounds)
                 DISPLAY "*** CHAMPIONSHIP ON CHAMP.DAT IS STILL "
                         "UNDER WAY AT ROUND " wcc-current-round
                         " - NO NEW ENTRY TAKEN"
                 STOP RUN
            END-IF

            OPEN INPUT newroster-file
            PERFORM 310-LOAD-NEWROSTER
                   UNTIL ws-newroster-eof = "Y"
            CLOSE newroster-file

            OPEN INPUT member-file
            OPEN INPUT champent-file
            PERFORM 320-READ-ENTRY
                   UNTIL ws-entry-eof = "Y"
            CLOSE champent-file
            CLOSE member-file

            MOVE ws-parm-rounds TO wcc-rounds
            IF ws-entry-count < 2
                 OR ws-entry-count NOT > wcc-rounds
                 DISPLAY "*** " ws-entry-count " ENTRANTS CANNOT "
                         "PLAY " wcc-rounds " ROUNDS WITHOUT "
                         "REPEATING OPPONENTS - NO CHAMPIONSHIP "
                         "ENTERED"
                 STOP RUN
            END-IF

      * Starting numbers go by rating, highest first; equal ratings
      * keep the order they were entered in.
            MOVE ZEROS TO ws-entrant-count
            PERFORM 340-SEED-NEXT-ENTRANT
                   UNTIL ws-entrant-count = ws-entry-count

            MOVE ZEROS TO wcc-current-round
            MOVE "C"   TO wcc-round-status
            MOVE ws-entrant-count TO wcc-entrants
            DISPLAY ws-entrant-count " entrants seeded for "
                    wcc-rounds " rounds".

       310-LOAD-NEWROSTER.
            READ newroster-file INTO ws-newroster-master
                 AT END
                     MOVE "Y" TO ws-newroster-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-newroster-count < 150
                          COMPUTE ws-newroster-count =
                               ws-newroster-count + 1
                          MOVE wnr-name
                               TO wnt-name (ws-newroster-count)
                          MOVE wnr-rating
                               TO wnt-rating (ws-newroster-count)
                     END-IF
            END-READ.

       320-READ-ENTRY.
            READ champent-file INTO ws-entry-name
                 AT END
                     MOVE "Y" TO ws-entry-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     PERFORM 325-CHECK-ENTRY
            END-READ.

       325-CHECK-ENTRY.
            PERFORM 330-FIND-ENTRY
            MOVE "N" TO ws-member-active
            MOVE ws-entry-name TO mem-name
            READ member-file
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF mem-status = "A"
                          MOVE "Y" TO ws-member-active
                     END-IF
            END-READ
            IF ws-name-found = "Y"
                 DISPLAY "*** " ws-entry-name " ENTERED TWICE - "
                         "SECOND ENTRY IGNORED"
                 COMPUTE excp-counter = excp-counter + 1
            ELSE
                 IF ws-member-active = "N"
                      DISPLAY "*** " ws-entry-name " HAS NO ACTIVE "
                              "MEMBERSHIP - ENTRY REFUSED"
                      COMPUTE excp-counter = excp-counter + 1
                 ELSE
                      PERFORM 335-TABLE-ENTRY
                 END-IF
            END-IF.

       330-FIND-ENTRY.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-sub
            PERFORM 332-CHECK-ENTRY-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-sub > ws-entry-count.

       332-CHECK-ENTRY-NAME.
            IF ws-entry-name = wen-name (ws-sub)
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-sub = ws-sub + 1
            END-IF.

      * A member with no line on the new roster has never been
      * rated - they go in at zero and are seeded last.
       335-TABLE-ENTRY.
            IF ws-entry-count < 60
                 MOVE ZEROS TO ws-entry-rating
                 MOVE "N" TO ws-rating-found
                 MOVE 1 TO ws-newroster-sub
                 PERFORM 337-FIND-ENTRY-RATING
                        UNTIL ws-rating-found = "Y"
                           OR ws-newroster-sub > ws-newroster-count
                 IF ws-entry-rating = ZEROS
                      DISPLAY ws-entry-name " is unrated - "
                              "seeded last"
                 END-IF
                 COMPUTE ws-entry-count = ws-entry-count + 1
                 MOVE ws-entry-name   TO wen-name (ws-entry-count)
                 MOVE ws-entry-rating TO wen-rating (ws-entry-count)
                 MOVE "N"             TO wen-picked (ws-entry-count)
            ELSE
                 IF ws-entry-table-full = "N"
                      MOVE "Y" TO ws-entry-table-full
                      DISPLAY "*** MORE THAN 60 ENTRANTS - THE "
                              "REST ARE REFUSED"
                 END-IF
                 COMPUTE excp-counter = excp-counter + 1
            END-IF.

       337-FIND-ENTRY-RATING.
            IF ws-entry-name = wnt-name (ws-newroster-sub)
                 MOVE wnt-rating (ws-newroster-sub) TO ws-entry-rating
                 MOVE "Y" TO ws-rating-found
            ELSE
                 COMPUTE ws-newroster-sub = ws-newroster-sub + 1
            END-IF.

       340-SEED-NEXT-ENTRANT.
            MOVE ZEROS TO ws-best-sub
            MOVE 1     TO ws-sub
            PERFORM 345-CHECK-SEED
                   UNTIL ws-sub > ws-entry-count
            MOVE "Y" TO wen-picked (ws-best-sub)
            COMPUTE ws-entrant-count = ws-entrant-count + 1
            MOVE wen-name (ws-best-sub)
                 TO wet-name (ws-entrant-count)
            MOVE wen-rating (ws-best-sub)
                 TO wet-rating (ws-entrant-count)
            MOVE SPACES TO wet-rounds (ws-entrant-count).

       345-CHECK-SEED.
            IF wen-picked (ws-sub) = "N"
                 IF ws-best-sub = ZEROS
                      MOVE ws-sub TO ws-best-sub
                 ELSE
                      IF wen-rating (ws-sub) > wen-rating (ws-best-sub)
                           MOVE ws-sub TO ws-best-sub
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-sub = ws-sub + 1.

       400-PAIR-ROUND.
            COMPUTE ws-new-round = wcc-current-round + 1
            DISPLAY "PAIRING ROUND " ws-new-round

            MOVE 1 TO ws-sub
            PERFORM 410-TOTAL-ENTRANT
                   UNTIL ws-sub > ws-entrant-count

            MOVE ZEROS TO ws-order-count
            PERFORM 420-ORDER-NEXT-ENTRANT
                   UNTIL ws-order-count = ws-entrant-count

            MOVE ZEROS TO ws-board-count
            MOVE ZEROS TO ws-bye-no
            IF FUNCTION MOD(ws-entrant-count, 2) = 1
                 PERFORM 430-ALLOCATE-BYE
            END-IF

            MOVE ZEROS TO ws-carry-count
            MOVE 1     TO ws-order-pos
            PERFORM 440-PAIR-SCORE-GROUP
                   UNTIL ws-order-pos > ws-order-count
            PERFORM 470-PAIR-LEFTOVERS

            MOVE ws-new-round TO wcc-current-round
            MOVE "P"          TO wcc-round-status.

      * Score, colour balance, last colour played and whether a
      * bye has been had - all from the rounds played so far.
       410-TOTAL-ENTRANT.
            MOVE ZEROS TO wet-points (ws-sub)
            MOVE ZEROS TO wet-balance (ws-sub)
            MOVE SPACE TO wet-last-colour (ws-sub)
            MOVE "N"   TO wet-had-bye (ws-sub)
            MOVE "N"   TO wet-paired (ws-sub)
            MOVE "N"   TO wet-picked (ws-sub)
            MOVE 1 TO ws-round-sub
            PERFORM 415-TOTAL-ROUND
                   UNTIL ws-round-sub > wcc-current-round
            COMPUTE ws-sub = ws-sub + 1.

       415-TOTAL-ROUND.
            IF wet-result (ws-sub, ws-round-sub) = "1"
                 OR wet-result (ws-sub, ws-round-sub) = "+"
                 COMPUTE wet-points (ws-sub) = wet-points (ws-sub) + 1
            END-IF
            IF wet-result (ws-sub, ws-round-sub) = "="
                 COMPUTE wet-points (ws-sub) =
                      wet-points (ws-sub) + 0.5
            END-IF
            IF wet-result (ws-sub, ws-round-sub) = "+"
                 MOVE "Y" TO wet-had-bye (ws-sub)
            END-IF
            IF wet-colour (ws-sub, ws-round-sub) = "W"
                 COMPUTE wet-balance (ws-sub) = wet-balance (ws-sub) + 1
                 MOVE "W" TO wet-last-colour (ws-sub)
            END-IF
            IF wet-colour (ws-sub, ws-round-sub) = "B"
                 COMPUTE wet-balance (ws-sub) = wet-balance (ws-sub) - 1
                 MOVE "B" TO wet-last-colour (ws-sub)
            END-IF
            COMPUTE ws-round-sub = ws-round-sub + 1.

      * Pairing order - score first, rating next, and starting
      * number last, picking the best not yet placed each time.
       420-ORDER-NEXT-ENTRANT.
            MOVE ZEROS TO ws-best-sub
            MOVE 1     TO ws-sub
            PERFORM 425-CHECK-ORDER
                   UNTIL ws-sub > ws-entrant-count
            MOVE "Y" TO wet-picked (ws-best-sub)
            COMPUTE ws-order-count = ws-order-count + 1
            MOVE ws-best-sub TO ws-order (ws-order-count).

       425-CHECK-ORDER.
            IF wet-picked (ws-sub) = "N"
                 IF ws-best-sub = ZEROS
                      MOVE ws-sub TO ws-best-sub
                 ELSE
                      IF wet-points (ws-sub) > wet-points (ws-best-sub)
                           MOVE ws-sub TO ws-best-sub
                      ELSE
                           IF wet-points (ws-sub) =
                                   wet-points (ws-best-sub)
                              AND wet-rating (ws-sub) >
                                   wet-rating (ws-best-sub)
                                MOVE ws-sub TO ws-best-sub
                           END-IF
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-sub = ws-sub + 1.

      * The bye goes to the lowest placed player who has not had
      * one - if everybody has, to the lowest placed of all.
       430-ALLOCATE-BYE.
            MOVE "N" TO ws-bye-found
            MOVE ws-order-count TO ws-sub
            PERFORM 435-CHECK-BYE
                   UNTIL ws-bye-found = "Y"
                      OR ws-sub = ZEROS
            IF ws-bye-found = "N"
                 MOVE ws-order (ws-order-count) TO ws-bye-no
            END-IF
            MOVE "Y"   TO wet-paired (ws-bye-no)
            MOVE ZEROS TO wet-opp-no (ws-bye-no, ws-new-round)
            MOVE "-"   TO wet-colour (ws-bye-no, ws-new-round)
            MOVE "+"   TO wet-result (ws-bye-no, ws-new-round)
            MOVE ZEROS TO wet-board (ws-bye-no, ws-new-round)
            DISPLAY "Bye to " wet-name (ws-bye-no).

       435-CHECK-BYE.
            MOVE ws-order (ws-sub) TO ws-player-a
            IF wet-had-bye (ws-player-a) = "N"
                 MOVE "Y" TO ws-bye-found
                 MOVE ws-player-a TO ws-bye-no
            ELSE
                 COMPUTE ws-sub = ws-sub - 1
            END-IF.

      * One score group at a time, top down.  The pool is whoever
      * floated down out of the group above, then everybody on the
      * next score still to be paired.
       440-PAIR-SCORE-GROUP.
            MOVE ZEROS TO ws-pool-count
            MOVE 1     TO ws-sub
            PERFORM 442-POOL-CARRIED-PLAYER
                   UNTIL ws-sub > ws-carry-count
            MOVE ZEROS TO ws-carry-count
            MOVE ws-order (ws-order-pos) TO ws-player-a
            MOVE wet-points (ws-player-a) TO ws-group-points
            MOVE "N" TO ws-group-done
            PERFORM 444-POOL-GROUP-PLAYER
                   UNTIL ws-group-done = "Y"
            PERFORM 450-PAIR-POOL.

       442-POOL-CARRIED-PLAYER.
            COMPUTE ws-pool-count = ws-pool-count + 1
            MOVE ws-carry (ws-sub) TO ws-pool (ws-pool-count)
            COMPUTE ws-sub = ws-sub + 1.

      * The group ends at the first player on a different score, or
      * at the foot of the table.
       444-POOL-GROUP-PLAYER.
            MOVE ws-order (ws-order-pos) TO ws-player-a
            IF wet-paired (ws-player-a) = "N"
                 COMPUTE ws-pool-count = ws-pool-count + 1
                 MOVE ws-player-a TO ws-pool (ws-pool-count)
            END-IF
            COMPUTE ws-order-pos = ws-order-pos + 1
            IF ws-order-pos > ws-order-count
                 MOVE "Y" TO ws-group-done
            ELSE
                 MOVE ws-order (ws-order-pos) TO ws-player-a
                 IF wet-points (ws-player-a) NOT = ws-group-points
                      MOVE "Y" TO ws-group-done
                 END-IF
            END-IF.

      * Top half against bottom half - the first of the top half
      * plays the first of the bottom half, and so on down.  Where
      * that pairing has been played already, the rest of the
      * bottom half is tried in order, then the rest of the top
      * half.  An odd pool leaves its lowest player out, and anyone
      * still unpaired at the end floats down to the next group.
       450-PAIR-POOL.
            MOVE ws-pool-count TO ws-pool-pairable
            IF FUNCTION MOD(ws-pool-count, 2) = 1
                 COMPUTE ws-pool-pairable = ws-pool-count - 1
            END-IF
            COMPUTE ws-half = ws-pool-pairable / 2
            MOVE 1 TO ws-pool-sub
            PERFORM 455-PAIR-TOP-HALF-PLAYER
                   UNTIL ws-pool-sub > ws-half
            MOVE 1 TO ws-pool-sub
            PERFORM 457-FLOAT-UNPAIRED
                   UNTIL ws-pool-sub > ws-pool-count.

       455-PAIR-TOP-HALF-PLAYER.
            MOVE ws-pool (ws-pool-sub) TO ws-player-a
            IF wet-paired (ws-player-a) = "N"
                 MOVE "N" TO ws-cand-found
                 COMPUTE ws-cand-sub = ws-half + ws-pool-sub
                 MOVE ws-pool-pairable TO ws-scan-end
                 PERFORM 460-TRY-CANDIDATE
                        UNTIL ws-cand-found = "Y"
                           OR ws-cand-sub > ws-scan-end
                 IF ws-cand-found = "N"
                      COMPUTE ws-cand-sub = ws-half + 1
                      COMPUTE ws-scan-end = ws-half + ws-pool-sub - 1
                      PERFORM 460-TRY-CANDIDATE
                             UNTIL ws-cand-found = "Y"
                                OR ws-cand-sub > ws-scan-end
                 END-IF
                 IF ws-cand-found = "N"
                      COMPUTE ws-cand-sub = ws-pool-sub + 1
                      MOVE ws-half TO ws-scan-end
                      PERFORM 460-TRY-CANDIDATE
                             UNTIL ws-cand-found = "Y"
                                OR ws-cand-sub > ws-scan-end
                 END-IF
                 IF ws-cand-found = "Y"
                      MOVE ws-pool (ws-cand-sub) TO ws-player-b
                      PERFORM 465-MAKE-PAIR
                 END-IF
            END-IF
            COMPUTE ws-pool-sub = ws-pool-sub + 1.

       457-FLOAT-UNPAIRED.
            MOVE ws-pool (ws-pool-sub) TO ws-player-a
            IF wet-paired (ws-player-a) = "N"
                 COMPUTE ws-carry-count = ws-carry-count + 1
                 MOVE ws-pool (ws-pool-sub)
                      TO ws-carry (ws-carry-count)
            END-IF
            COMPUTE ws-pool-sub = ws-pool-sub + 1.

       460-TRY-CANDIDATE.
            MOVE ws-pool (ws-cand-sub) TO ws-player-b
            IF wet-paired (ws-player-b) = "N"
                 AND ws-player-b NOT = ws-player-a
                 PERFORM 490-CHECK-PLAYED
                 IF ws-already-played = "N"
                      MOVE "Y" TO ws-cand-found
                 END-IF
            END-IF
            IF ws-cand-found = "N"
                 COMPUTE ws-cand-sub = ws-cand-sub + 1
            END-IF.

      * Player A is always the higher placed of the two.
       465-MAKE-PAIR.
            COMPUTE ws-board-count = ws-board-count + 1
            MOVE ws-board-count TO ws-pair-board
            PERFORM 467-SET-PAIR.

      * Puts player A against player B on the board in
      * ws-pair-board - a new board, or one being re-paired.
       467-SET-PAIR.
            MOVE "Y" TO wet-paired (ws-player-a)
            MOVE "Y" TO wet-paired (ws-player-b)
            PERFORM 480-ALLOCATE-COLOURS
            MOVE ws-player-b TO wet-opp-no (ws-player-a, ws-new-round)
            MOVE ws-player-a TO wet-opp-no (ws-player-b, ws-new-round)
            MOVE SPACE TO wet-result (ws-player-a, ws-new-round)
            MOVE SPACE TO wet-result (ws-player-b, ws-new-round)
            MOVE ws-pair-board
                 TO wet-board (ws-player-a, ws-new-round)
            MOVE ws-pair-board
                 TO wet-board (ws-player-b, ws-new-round)
            IF ws-a-gets-white = "Y"
                 MOVE "W" TO wet-colour (ws-player-a, ws-new-round)
                 MOVE "B" TO wet-colour (ws-player-b, ws-new-round)
                 MOVE ws-player-a TO wpt-white-no (ws-pair-board)
                 MOVE ws-player-b TO wpt-black-no (ws-pair-board)
            ELSE
                 MOVE "B" TO wet-colour (ws-player-a, ws-new-round)
                 MOVE "W" TO wet-colour (ws-player-b, ws-new-round)
                 MOVE ws-player-b TO wpt-white-no (ws-pair-board)
                 MOVE ws-player-a TO wpt-black-no (ws-pair-board)
            END-IF.

      * Whoever floated out of the bottom group has nobody further
      * down to meet - they are paired among themselves, new
      * opponents first, and only if there is truly no one new left
      * is a repeat made, with a warning so the controller can
      * re-pair the board by hand.
       470-PAIR-LEFTOVERS.
            MOVE ZEROS TO ws-pool-count
            MOVE 1     TO ws-sub
            PERFORM 442-POOL-CARRIED-PLAYER
                   UNTIL ws-sub > ws-carry-count
            MOVE ZEROS TO ws-carry-count
            MOVE 1 TO ws-pool-sub
            PERFORM 475-PAIR-LEFTOVER-PLAYER
                   UNTIL ws-pool-sub > ws-pool-count.

       475-PAIR-LEFTOVER-PLAYER.
            MOVE ws-pool (ws-pool-sub) TO ws-player-a
            IF wet-paired (ws-player-a) = "N"
                 MOVE "N" TO ws-cand-found
                 COMPUTE ws-cand-sub = ws-pool-sub + 1
                 MOVE ws-pool-count TO ws-scan-end
                 PERFORM 460-TRY-CANDIDATE
                        UNTIL ws-cand-found = "Y"
                           OR ws-cand-sub > ws-scan-end
                 IF ws-cand-found = "Y"
                      MOVE ws-pool (ws-cand-sub) TO ws-player-b
                      PERFORM 465-MAKE-PAIR
                 ELSE
                      COMPUTE ws-cand-sub = ws-pool-sub + 1
                      PERFORM 477-TRY-ANY-CANDIDATE
                             UNTIL ws-cand-found = "Y"
                                OR ws-cand-sub > ws-scan-end
                      IF ws-cand-found = "Y"
                           MOVE ws-pool (ws-cand-sub) TO ws-player-b
                           PERFORM 478-TRY-EXCHANGE
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-pool-sub = ws-pool-sub + 1.

       477-TRY-ANY-CANDIDATE.
            MOVE ws-pool (ws-cand-sub) TO ws-player-b
            IF wet-paired (ws-player-b) = "N"
                 MOVE "Y" TO ws-cand-found
            ELSE
                 COMPUTE ws-cand-sub = ws-cand-sub + 1
            END-IF.

      * Two leftovers who have already met are first offered to the
      * boards already made, lowest board first: if each can take
      * one of that board's players as a new opponent the board is
      * split between them.  Only when no board can be split is the
      * repeat made.
       478-TRY-EXCHANGE.
            MOVE ws-player-a TO ws-leftover-a
            MOVE ws-player-b TO ws-leftover-b
            MOVE "N" TO ws-exchanged
            MOVE ws-board-count TO ws-exchange-board
            PERFORM 479-TRY-EXCHANGE-BOARD
                   UNTIL ws-exchanged = "Y"
                      OR ws-exchange-board = ZEROS
            IF ws-exchanged = "N"
                 MOVE ws-leftover-a TO ws-player-a
                 MOVE ws-leftover-b TO ws-player-b
                 DISPLAY "*** " wet-name (ws-player-a)
                         " AND " wet-name (ws-player-b)
                         " PAIRED AGAIN - NO NEW OPPONENT LEFT"
                 COMPUTE excp-counter = excp-counter + 1
                 PERFORM 465-MAKE-PAIR
            END-IF.

       479-TRY-EXCHANGE-BOARD.
            MOVE wpt-white-no (ws-exchange-board) TO ws-board-white
            MOVE wpt-black-no (ws-exchange-board) TO ws-board-black
            MOVE ws-board-white TO ws-partner-a
            MOVE ws-board-black TO ws-partner-b
            PERFORM 497-CHECK-EXCHANGE
            IF ws-exchange-ok = "N"
                 MOVE ws-board-black TO ws-partner-a
                 MOVE ws-board-white TO ws-partner-b
                 PERFORM 497-CHECK-EXCHANGE
            END-IF
            IF ws-exchange-ok = "Y"
                 MOVE ws-leftover-a     TO ws-player-a
                 MOVE ws-partner-a      TO ws-player-b
                 MOVE ws-exchange-board TO ws-pair-board
                 PERFORM 467-SET-PAIR
                 MOVE ws-leftover-b     TO ws-player-a
                 MOVE ws-partner-b      TO ws-player-b
                 PERFORM 465-MAKE-PAIR
                 MOVE "Y" TO ws-exchanged
                 DISPLAY "Board " ws-exchange-board " split to avoid "
                         "a repeat pairing"
            ELSE
                 COMPUTE ws-exchange-board = ws-exchange-board - 1
            END-IF.

      * White goes to whichever player is further behind on whites;
      * level on balance, to whoever had black last time; level on
      * that too, the higher placed player gets the opposite of
      * what they had last.  In round one, and whenever neither has
      * a colour yet, the higher placed player takes white on the
      * odd boards and black on the even ones.
       480-ALLOCATE-COLOURS.
            MOVE "N" TO ws-a-gets-white
            IF wet-balance (ws-player-a) < wet-balance (ws-player-b)
                 MOVE "Y" TO ws-a-gets-white
            ELSE
                 IF wet-balance (ws-player-a) =
                         wet-balance (ws-player-b)
                      PERFORM 485-BREAK-COLOUR-TIE
                 END-IF
            END-IF.

       485-BREAK-COLOUR-TIE.
            IF wet-last-colour (ws-player-a) = "B"
                 AND wet-last-colour (ws-player-b) NOT = "B"
                 MOVE "Y" TO ws-a-gets-white
            END-IF
            IF wet-last-colour (ws-player-a) =
                    wet-last-colour (ws-player-b)
                 IF wet-last-colour (ws-player-a) = "B"
                      MOVE "Y" TO ws-a-gets-white
                 END-IF
                 IF wet-last-colour (ws-player-a) = SPACE
                      AND FUNCTION MOD(ws-pair-board, 2) = 1
                      MOVE "Y" TO ws-a-gets-white
                 END-IF
            END-IF.

       490-CHECK-PLAYED.
            MOVE "N" TO ws-already-played
            MOVE 1   TO ws-round-sub
            PERFORM 495-CHECK-PLAYED-ROUND
                   UNTIL ws-already-played = "Y"
                      OR ws-round-sub > wcc-current-round.

       495-CHECK-PLAYED-ROUND.
            IF wet-opp-no (ws-player-a, ws-round-sub) = ws-player-b
                 MOVE "Y" TO ws-already-played
            ELSE
                 COMPUTE ws-round-sub = ws-round-sub + 1
            END-IF.

       497-CHECK-EXCHANGE.
            MOVE "N" TO ws-exchange-ok
            MOVE ws-leftover-a TO ws-player-a
            MOVE ws-partner-a  TO ws-player-b
            PERFORM 490-CHECK-PLAYED
            IF ws-already-played = "N"
                 MOVE ws-leftover-b TO ws-player-a
                 MOVE ws-partner-b  TO ws-player-b
                 PERFORM 490-CHECK-PLAYED
                 IF ws-already-played = "N"
                      MOVE "Y" TO ws-exchange-ok
                 END-IF
            END-IF.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE pairings-file
            PERFORM 950-WRITE-RUN-LOG.

       600-PRINT-PAIRINGS.
            MOVE ws-new-round TO wpg-round
            WRITE pairings-record FROM ws-blank-line
            WRITE pairings-record FROM ws-pairings-title
            WRITE pairings-record FROM ws-blank-line
            WRITE pairings-record FROM ws-pairings-heading
            WRITE pairings-record FROM ws-lines-line
            MOVE 1 TO ws-sub
            PERFORM 610-PRINT-BOARD
                   UNTIL ws-sub > ws-board-count
            IF ws-bye-no > ZEROS
                 MOVE wet-name (ws-bye-no)   TO wpb-name
                 MOVE wet-points (ws-bye-no) TO wpb-points
                 MOVE wet-rating (ws-bye-no) TO wpb-rating
                 DISPLAY ws-pairings-bye-line
                 WRITE pairings-record FROM ws-pairings-bye-line
            END-IF
            WRITE pairings-record FROM ws-lines-line.

       610-PRINT-BOARD.
            MOVE ws-sub TO wpl-board
            MOVE wpt-white-no (ws-sub) TO ws-player-a
            MOVE wpt-black-no (ws-sub) TO ws-player-b
            MOVE wet-name (ws-player-a)   TO wpl-white-name
            MOVE wet-points (ws-player-a) TO wpl-white-points
            MOVE wet-rating (ws-player-a) TO wpl-white-rating
            MOVE wet-name (ws-player-b)   TO wpl-black-name
            MOVE wet-points (ws-player-b) TO wpl-black-points
            MOVE wet-rating (ws-player-b) TO wpl-black-rating
            DISPLAY ws-pairings-line
            WRITE pairings-record FROM ws-pairings-line
            COMPUTE ws-sub = ws-sub + 1.

      * The whole master is written back - control record first,
      * then the entrants in starting-number order.
       700-WRITE-CHAMPIONSHIP.
            OPEN OUTPUT champ-file
            MOVE ws-entrant-count TO wcc-entrants
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
