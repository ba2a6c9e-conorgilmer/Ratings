          03 ws-away-colour         PIC X(5).
          03                        PIC X     VALUE SPACES.
          03 ws-away-points         PIC 9v9.
      * DEFAULT in columns 91-97 marks a board won or lost by default
      * rather than played - downstream readers count its points but
      * never treat it as a game.
          03                        PIC X     VALUE SPACES.
          03 ws-default-marker      PIC X(7)  VALUE SPACES.

       01 ws-report-total-record.
          03                        PIC X(35)  VALUE SPACES.
                    MOVE res-result TO ws-game-result
           END-READ

           MOVE ZEROS  TO ws-home-points
           MOVE ZEROS  TO ws-away-points
           MOVE SPACES TO ws-default-marker

           IF ws-game-result = "1"
              MOVE 1 to ws-home-points
              MOVE 0.5 to ws-home-points
              MOVE 0.5 to ws-away-points
           END-IF
      * Default codes - "H" the home player failed to appear, "A" the
      * away player, "D" neither.  The side that turned up takes the
      * point; a double default scores nothing for either team.
           IF ws-game-result = "H"
              MOVE 0 to ws-home-points
              MOVE 1 to ws-away-points
              MOVE "DEFAULT" TO ws-default-marker
           END-IF
           IF ws-game-result = "A"
              MOVE 1 to ws-home-points
              MOVE 0 to ws-away-points
              MOVE "DEFAULT" TO ws-default-marker
           END-IF
           IF ws-game-result = "D"
              MOVE "DEFAULT" TO ws-default-marker
           END-IF


           COMPUTE ws-home-total = ws-home-total + ws-home-points
