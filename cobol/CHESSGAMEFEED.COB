          03 wsc-away-colour        PIC X(5).
          03                        PIC X.
          03 wsc-away-points        PIC 9V9.
          03                        PIC X.
          03 wsc-default-marker     PIC X(7).

       01 ws-roster-master.
          03 wrm-name               PIC X(20).
      * The board score is the half of the 1/0/= result that belongs
      * to our player: a full point is a win, a half point a draw and
      * nothing a loss - except that an unplayed board (no result on
      * file, both sides zero) must not be fed through as a loss, and
      * a board the scorecard marked DEFAULT was never played at all
      * - its point stands in the match score, but fed through it
      * would be rated as a game against a player who never sat down.
       340-WRITE-GAME.
            IF wsc-default-marker = "DEFAULT"
                 DISPLAY "Board " wsc-game-number " decided by "
                         "default - not fed to games file"
            ELSE
                 PERFORM 345-WRITE-PLAYED-GAME
            END-IF.

       345-WRITE-PLAYED-GAME.
            IF wsc-home-points = ZEROS AND wsc-away-points = ZEROS
                 DISPLAY "No result for board " wsc-game-number
                         " - not fed to games file"
