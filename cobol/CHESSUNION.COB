      * single flat extract in the layout the Irish Chess Union's
      * ratings submission expects, so results no longer have to be
      * re-keyed from two files into the online form by hand.
      *
      * A board the scorecard marked DEFAULT still goes out as an
      * "M" record - the union scores the match from it - but is
      * flagged UNRATED so the union never rates it as a game.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 wsc-away-colour        PIC X(5).
          03                        PIC X.
          03 wsc-away-points        PIC 9V9.
          03                        PIC X.
          03 wsc-default-marker     PIC X(7).

      * The extract header now carries the season, run date and club
      * from RUNCTL.DAT, so a return can never again be confused with
          03 wub-away-icu           PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wub-away-points        PIC 9V9.
          03                        PIC X(1)   VALUE SPACES.
          03 wub-rated-flag         PIC X(7).

       01 ws-union-trailer-record.
          03 wut-rec-type           PIC X      VALUE "T".
                 MOVE wsc-away-player TO wub-away-player
                 MOVE wsc-away-icu    TO wub-away-icu
                 MOVE wsc-away-points TO wub-away-points
                 IF wsc-default-marker = "DEFAULT"
                      MOVE "UNRATED" TO wub-rated-flag
                 ELSE
                      MOVE SPACES    TO wub-rated-flag
                 END-IF
                 WRITE union-record FROM ws-union-board-record
                 ADD 1 TO ws-boards-count
                 ADD 1 TO written-counter
