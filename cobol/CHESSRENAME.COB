       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHESSRENAME.
       AUTHOR. Conor Gilmer.
       DATE-WRITTEN.  October 2026.

      * Player rename and duplicate-identity merge.  Every program in
      * the suite keys on the 20-byte name, so a member who changes
      * surname, or who was keyed once as "J Murphy" and once as
      * "John Murphy", ends up as two players - two roster lines, two
      * membership records, two runs of archive lines, two opponent
      * entries - and the second identity starts over at a default
      * rating.  CHESSMEMMAINT can only add and delete, so nothing
      * could ever put the two back together.
      *
      * RENAME.DAT carries one old-name/new-name pair per line, with
      * the club the name is listed under on OPPONENT.DAT (blank for
      * the club's own name from RUNCTL.DAT).  Each pair is carried
      * through every master that keys on the name:
      *   ROSTER.DAT   - the corrected roster comes out on
      *                  RENROSTER.DAT, back in name order;
      *   HISTORY.DAT  - the corrected archive comes out on
      *                  RENHIST.DAT, every line in its place;
      *   MEMBER.DAT   - updated in place;
      *   OPPONENT.DAT - updated in place;
      *   SUBS.DAT     - the subscriptions ledger, rewritten whole,
      *                  family-head references included;
      *   CHAMP.DAT    - the club championship in progress, so the
      *                  games it sends to the rating run carry the
      *                  new name.
      * Where only the old name is on a master it is simply renamed.
      * Where both are, the two are merged under the new name: the
      * roster keeps both identities' career games added together
      * and the rating of whichever has played more; the membership
      * record keeps the earliest join date, stays active if either
      * was, and keeps an ICU code; a season on the archive under
      * both names becomes one line, starting where the first began
      * and ending where the second ended, with the higher high and
      * the lower low, so CHESSHISTORY shows one unbroken career.
      *
      * Every record renamed or merged is written to RENAUDIT.DAT
      * with how it looked before and after, and every refused pair
      * with the reason.  The club copies RENROSTER.DAT and
      * RENHIST.DAT over ROSTER.DAT and HISTORY.DAT once the audit
      * is agreed - the old-master/new-master pattern the rest of
      * the suite follows.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rename-file ASSIGN TO "RENAME.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT roster-file ASSIGN TO "ROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT renroster-file ASSIGN TO "RENROSTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so a club with no archive yet can still rename.
           SELECT OPTIONAL history-file ASSIGN TO "HISTORY.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT renhist-file ASSIGN TO "RENHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT member-file ASSIGN TO "MEMBER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS mem-name.
           SELECT opponent-file ASSIGN TO "OPPONENT.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS opp-key.
      * OPTIONAL so a club not yet keeping the subscriptions ledger
      * can still rename.
           SELECT OPTIONAL subs-file ASSIGN TO "SUBS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL so a rename can be run with no championship on.
           SELECT OPTIONAL champ-file ASSIGN TO "CHAMP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT renaudit-file ASSIGN TO "RENAUDIT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sort-file ASSIGN TO "SORTWORK".
      * Generation copies of the indexed masters - see
      * 700-TAKE-GENERATION.  The catalogue and the retention card are
      * OPTIONAL: the first generation ever taken starts GENLOG.DAT,
      * and a master not named on GENPARM.DAT keeps five generations.
      * The master itself is DYNAMIC so the copy can read it through
      * in key order ahead of the run's keyed updates.
           SELECT generation-file ASSIGN TO DYNAMIC ws-gen-name
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-gen-status.
           SELECT OPTIONAL genlog-file ASSIGN TO "GENLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL genparm-file ASSIGN TO "GENPARM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ws-runctl-status.
           SELECT OPTIONAL runlog-file ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * RENAME.DAT - old name, new name and the opponent club, 20
      * bytes each.
       FD rename-file.
       01 rename-record.
          03 rnm-old-name           PIC X(20).
          03 rnm-new-name           PIC X(20).
          03 rnm-club               PIC X(20).

       FD roster-file.
       01 roster-record             PIC X(48).

       FD renroster-file.
       01 renroster-record          PIC X(48).

       FD history-file.
       01 history-record            PIC X(60).

       FD renhist-file.
       01 renhist-record            PIC X(60).

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

       FD subs-file.
       01 subs-record               PIC X(80).

       FD champ-file.
       01 champ-record              PIC X(100).

      * RENAUDIT.DAT is the audit listing - one line for every
      * record renamed or merged, on whichever master, showing it
      * before and after, and one line per refused pair.
       FD renaudit-file.
       01 renaudit-record           PIC X(130).

       SD sort-file.
       01 sort-record.
          03 srt-name               PIC X(20).
          03 srt-rest               PIC X(28).

      * A generation file holds one master's records in key order as
      * they stood before the run; GENLOG.DAT catalogues every
      * generation on hand, and GENPARM.DAT carries one "MASTER   nn"
      * card per master saying how many generations to keep.
       FD generation-file.
       01 generation-record         PIC X(44).

       FD genlog-file.
       01 genlog-record             PIC X(80).

       FD genparm-file.
       01 genparm-record            PIC X(11).

      * RUNCTL.DAT names the season, run date and club for the run;
      * RUNLOG.DAT is the cumulative run audit log the whole suite
      * appends its completion record to.
       FD runctl-file.
       01 runctl-record             PIC X(38).

       FD runlog-file.
       01 runlog-record             PIC X(70).

       WORKING-STORAGE SECTION.
       01 switches.
          03 ws-genlog-eof          PIC X    VALUE "N".
          03 ws-genparm-eof         PIC X    VALUE "N".
          03 ws-master-eof          PIC X    VALUE "N".
          03 ws-rename-eof          PIC X    VALUE "N".
          03 ws-roster-eof          PIC X    VALUE "N".
          03 ws-history-eof         PIC X    VALUE "N".
          03 ws-subs-eof            PIC X    VALUE "N".
          03 ws-champ-eof           PIC X    VALUE "N".
          03 ws-champ-changed       PIC X    VALUE "N".
          03 ws-sort-eof            PIC X    VALUE "N".
          03 ws-pair-valid          PIC X    VALUE "N".
          03 ws-name-found          PIC X    VALUE "N".
          03 ws-old-found           PIC X    VALUE "N".
          03 ws-new-found           PIC X    VALUE "N".
          03 ws-involved            PIC X    VALUE "N".
          03 ws-roster-table-full   PIC X    VALUE "N".
          03 ws-hist-table-full     PIC X    VALUE "N".
          03 ws-subs-table-full     PIC X    VALUE "N".

      * The pairs, as validated - a name may only be renamed once a
      * run, and not to or from a name another pair is changing.
       01 ws-rename-table.
          03 ws-rename-entry        OCCURS 50 TIMES.
             05 wrn-old-name        PIC X(20).
             05 wrn-new-name        PIC X(20).
             05 wrn-club            PIC X(20).

       01 ws-rename-count           PIC 99     VALUE ZEROS.
       01 ws-rename-sub             PIC 99     VALUE ZEROS.
       01 ws-check-sub              PIC 99     VALUE ZEROS.
       01 ws-old-name               PIC X(20)  VALUE SPACES.
       01 ws-new-name               PIC X(20)  VALUE SPACES.
       01 ws-find-name              PIC X(20)  VALUE SPACES.

       01 ws-roster-master.
          03 wrm-name               PIC X(20).
          03 wrm-rating             PIC 9999.
          03 wrm-club               PIC X(20).
          03 wrm-games-played       PIC 9(4).

       01 ws-roster-table.
          03 ws-roster-entry        OCCURS 300 TIMES.
             05 wro-name            PIC X(20).
             05 wro-rating          PIC 9999.
             05 wro-club            PIC X(20).
             05 wro-games-played    PIC 9(4).
             05 wro-dropped         PIC X.

       01 ws-roster-count           PIC 999    VALUE ZEROS.
       01 ws-roster-sub             PIC 999    VALUE ZEROS.
       01 ws-old-sub                PIC 999    VALUE ZEROS.
       01 ws-new-sub                PIC 999    VALUE ZEROS.

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

      * Every archive line belonging to a name being changed, noted
      * on the first pass by its place in the file, with the name it
      * is to carry.  A second line for the same name and season is
      * folded into the first and marked to be dropped.
       01 ws-hist-table.
          03 ws-hist-entry          OCCURS 500 TIMES.
             05 wht-line-no         PIC 9(6).
             05 wht-name            PIC X(20).
             05 wht-season          PIC X(8).
             05 wht-start-rating    PIC 9(4).
             05 wht-end-rating      PIC 9(4).
             05 wht-high-rating     PIC 9(4).
             05 wht-low-rating      PIC 9(4).
             05 wht-action          PIC X.

       01 ws-hist-count             PIC 9(4)   VALUE ZEROS.
       01 ws-hist-sub               PIC 9(4)   VALUE ZEROS.
       01 ws-hist-next              PIC 9(4)   VALUE ZEROS.
       01 ws-hist-found-sub         PIC 9(4)   VALUE ZEROS.
       01 ws-line-no                PIC 9(6)   VALUE ZEROS.
       01 ws-line-name              PIC X(20)  VALUE SPACES.

       01 ws-old-member.
          03 wom-name               PIC X(20).
          03 wom-icu-code           PIC 9(6).
          03 wom-join-date          PIC X(8).
          03 wom-status             PIC X.
          03 wom-junior             PIC X.

       01 ws-new-member.
          03 wnm-name               PIC X(20).
          03 wnm-icu-code           PIC 9(6).
          03 wnm-join-date          PIC X(8).
          03 wnm-status             PIC X.
          03 wnm-junior             PIC X.

       01 ws-opp-club               PIC X(20)  VALUE SPACES.
       01 ws-old-opp-rating         PIC 9(4)   VALUE ZEROS.
       01 ws-new-opp-rating         PIC 9(4)   VALUE ZEROS.

       01 ws-subs-master.
          03 wsm-name               PIC X(20).
          03 wsm-category           PIC X.
          03 wsm-family-head        PIC X(20).
          03 wsm-paid-to            PIC X(8).
          03 wsm-credit             PIC 9(4)V99.
          03 wsm-last-paid-date     PIC X(8).
          03 wsm-last-paid-amount   PIC 9(4)V99.
          03                        PIC X(11)  VALUE SPACES.

       01 ws-subs-table.
          03 ws-subs-entry          OCCURS 500 TIMES.
             05 wst-name            PIC X(20).
             05 wst-category        PIC X.
             05 wst-family-head     PIC X(20).
             05 wst-paid-to         PIC X(8).
             05 wst-credit          PIC 9(4)V99.
             05 wst-last-paid-date  PIC X(8).
             05 wst-last-paid-amount
                                    PIC 9(4)V99.
             05 wst-dropped         PIC X.
             05 wst-written         PIC X.

       01 ws-subs-count             PIC 999    VALUE ZEROS.
       01 ws-subs-sub               PIC 999    VALUE ZEROS.
       01 ws-best-sub               PIC 999    VALUE ZEROS.
       01 ws-written-count          PIC 999    VALUE ZEROS.
       01 ws-live-count             PIC 999    VALUE ZEROS.

      * The championship file is held whole - the control record
      * and one record per entrant - and written back only if an
      * entrant's name has changed.
       01 ws-champ-player.
          03 wcp-rec-type           PIC X.
          03 wcp-start-no           PIC 99.
          03 wcp-name               PIC X(20).
          03 wcp-rating             PIC 9(4).
          03                        PIC X(73).

       01 ws-champ-table.
          03 ws-champ-line          OCCURS 61 TIMES
                                    PIC X(100).

       01 ws-champ-count            PIC 99     VALUE ZEROS.
       01 ws-champ-sub              PIC 99     VALUE ZEROS.
       01 ws-champ-old-sub          PIC 99     VALUE ZEROS.
       01 ws-champ-new-sub          PIC 99     VALUE ZEROS.

       01 ws-champ-view.
          03                        PIC X(3)   VALUE "NO ".
          03 wcv-start-no           PIC 99.
          03                        PIC X(1)   VALUE SPACES.
          03 wcv-rating             PIC 9(4).

       01 ws-audit-record.
          03 waud-file              PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 waud-action            PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 waud-old-name          PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 waud-new-name          PIC X(20).
          03                        PIC X(1)   VALUE SPACES.
          03 waud-before            PIC X(22).
          03                        PIC X(1)   VALUE SPACES.
          03 waud-after             PIC X(22).
          03                        PIC X(1)   VALUE SPACES.
          03 waud-message           PIC X(24).

      * One view per master for the before and after columns.
       01 ws-roster-view.
          03 wrv-rating             PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wrv-games-played       PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wrv-club               PIC X(12).

       01 ws-member-view.
          03 wmv-icu-code           PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wmv-join-date          PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wmv-status             PIC X.
          03                        PIC X(1)   VALUE SPACES.
          03 wmv-junior             PIC X.

       01 ws-history-view.
          03 whv-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 whv-start-rating       PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 whv-end-rating         PIC 9(4).

       01 ws-opponent-view.
          03 wov-club               PIC X(15).
          03                        PIC X(1)   VALUE SPACES.
          03 wov-rating             PIC 9(4).

       01 ws-ledger-view.
          03 wlv-category           PIC X.
          03                        PIC X(1)   VALUE SPACES.
          03 wlv-paid-to            PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wlv-credit             PIC ZZZ9.99.

       01 ws-gen-controls.
          03 ws-gen-master          PIC X(8)   VALUE SPACES.
          03 ws-gen-date            PIC X(8)   VALUE SPACES.
          03 ws-gen-keep            PIC 99     VALUE 5.
          03 ws-gen-number          PIC 9(4)   VALUE ZEROS.
          03 ws-gen-high-number     PIC 9(4)   VALUE ZEROS.
          03 ws-gen-held            PIC 999    VALUE ZEROS.
          03 ws-gen-records         PIC 9(6)   VALUE ZEROS.
          03 ws-gen-status          PIC XX     VALUE SPACES.

       01 ws-gen-name               PIC X(30)  VALUE SPACES.

       01 ws-genlog-line.
          03 wgl-master             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-number             PIC 9(4).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-date               PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-season             PIC X(8).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-program            PIC X(14).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-records            PIC 9(6).
          03                        PIC X(1)   VALUE SPACES.
          03 wgl-file               PIC X(26).

       01 ws-genparm-line.
          03 wgp-master             PIC X(8).
          03                        PIC X(1).
          03 wgp-keep               PIC 99.

      * The catalogue is read whole, the new generation added and the
      * cleared ones dropped, then written back.  Four masters at the
      * most generations a card can ask for still fit.
       01 ws-gen-table.
          03 ws-gen-entry           OCCURS 400 TIMES.
             05 wgt-line            PIC X(80).
             05 wgt-master          PIC X(8).
             05 wgt-number          PIC 9(4).
             05 wgt-file            PIC X(26).
             05 wgt-cleared         PIC X.

       01 ws-gen-count              PIC 999    VALUE ZEROS.
       01 ws-gen-sub                PIC 999    VALUE ZEROS.
       01 ws-gen-oldest-sub         PIC 999    VALUE ZEROS.

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
          03 wrl-program            PIC X(14)  VALUE "CHESSRENAME".
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
          03 changed-counter        PIC 9(6)   VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN.
            DISPLAY "Player Rename and Merge Program"
            PERFORM 200-INITIALIZE
            PERFORM 300-RENAME-ROSTER
            PERFORM 350-RENAME-HISTORY
            PERFORM 400-RENAME-MEMBERS
            PERFORM 420-RENAME-OPPONENTS
            PERFORM 440-RENAME-LEDGER
            PERFORM 480-RENAME-CHAMPIONSHIP
            PERFORM 500-CLOSE
            DISPLAY ws-rename-count " names carried through, "
                    changed-counter " records changed, "
                    excp-counter " exceptions"
            DISPLAY "End of Player Rename and Merge Program"
            STOP RUN.

       200-INITIALIZE.
            DISPLAY "INITALIZING"
            PERFORM 205-READ-RUN-CONTROL
            OPEN OUTPUT renaudit-file
            MOVE ws-run-season TO wrh-season
            MOVE ws-run-date   TO wrh-date
            MOVE ws-run-club   TO wrh-club
            WRITE renaudit-record FROM ws-run-header-line

            OPEN INPUT rename-file
            PERFORM 210-READ-RENAME
                   UNTIL ws-rename-eof = "Y"
            CLOSE rename-file
            IF ws-rename-count = ZEROS
                 DISPLAY "*** NO VALID NAME PAIRS ON RENAME.DAT - "
                         "NOTHING CHANGED"
                 CLOSE renaudit-file
                 STOP RUN
            END-IF.

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

       210-READ-RENAME.
            READ rename-file
                 AT END
                     MOVE "Y" TO ws-rename-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     PERFORM 215-CHECK-RENAME
            END-READ.

      * A chain - A to B and B to C in the one run - would leave the
      * answer depending on the order the masters were passed, so
      * it is refused and has to be run as two.
       215-CHECK-RENAME.
            MOVE "Y" TO ws-pair-valid
            MOVE "RENAME"     TO waud-file
            MOVE "REFUSED"    TO waud-action
            MOVE rnm-old-name TO waud-old-name
            MOVE rnm-new-name TO waud-new-name
            MOVE SPACES       TO waud-before
            MOVE SPACES       TO waud-after
            IF rnm-old-name = SPACES OR rnm-new-name = SPACES
                 MOVE "N" TO ws-pair-valid
                 MOVE "OLD AND NEW NAME NEEDED" TO waud-message
            ELSE
                 IF rnm-old-name = rnm-new-name
                      MOVE "N" TO ws-pair-valid
                      MOVE "NEW NAME SAME AS OLD" TO waud-message
                 END-IF
            END-IF
            IF ws-pair-valid = "Y"
                 MOVE 1 TO ws-check-sub
                 PERFORM 217-CHECK-AGAINST-PAIR
                        UNTIL ws-pair-valid = "N"
                           OR ws-check-sub > ws-rename-count
            END-IF
            IF ws-pair-valid = "Y" AND ws-rename-count NOT < 50
                 MOVE "N" TO ws-pair-valid
                 MOVE "MORE THAN 50 PAIRS" TO waud-message
            END-IF
            IF ws-pair-valid = "Y"
                 COMPUTE ws-rename-count = ws-rename-count + 1
                 MOVE rnm-old-name TO wrn-old-name (ws-rename-count)
                 MOVE rnm-new-name TO wrn-new-name (ws-rename-count)
                 IF rnm-club = SPACES
                      MOVE ws-run-club TO wrn-club (ws-rename-count)
                 ELSE
                      MOVE rnm-club TO wrn-club (ws-rename-count)
                 END-IF
            ELSE
                 PERFORM 460-WRITE-REJECT-LINE
            END-IF.

       217-CHECK-AGAINST-PAIR.
            IF rnm-old-name = wrn-old-name (ws-check-sub)
                 MOVE "N" TO ws-pair-valid
                 MOVE "OLD NAME GIVEN TWICE" TO waud-message
            ELSE
                 IF rnm-old-name = wrn-new-name (ws-check-sub)
                      OR rnm-new-name = wrn-old-name (ws-check-sub)
                      MOVE "N" TO ws-pair-valid
                      MOVE "CHAINED - RUN SEPARATELY" TO waud-message
                 END-IF
            END-IF
            COMPUTE ws-check-sub = ws-check-sub + 1.

      * The rating run matches ROSTER.DAT against GAMES.DAT in name
      * order, so a renamed player has to move to their new place -
      * the corrected roster goes back through the sort.
       300-RENAME-ROSTER.
            OPEN INPUT roster-file
            PERFORM 310-LOAD-ROSTER
                   UNTIL ws-roster-eof = "Y"
            CLOSE roster-file
            MOVE 1 TO ws-rename-sub
            PERFORM 320-RENAME-ROSTER-PLAYER
                   UNTIL ws-rename-sub > ws-rename-count
            SORT sort-file
                 ON ASCENDING KEY srt-name
                 INPUT PROCEDURE IS 330-RELEASE-ROSTER
                 OUTPUT PROCEDURE IS 340-WRITE-ROSTER.

       310-LOAD-ROSTER.
            READ roster-file INTO ws-roster-master
                 AT END
                     MOVE "Y" TO ws-roster-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-roster-count < 300
                          COMPUTE ws-roster-count = ws-roster-count + 1
                          IF wrm-games-played NOT NUMERIC
                               MOVE ZEROS TO wrm-games-played
                          END-IF
                          MOVE wrm-name
                               TO wro-name (ws-roster-count)
                          MOVE wrm-rating
                               TO wro-rating (ws-roster-count)
                          MOVE wrm-club
                               TO wro-club (ws-roster-count)
                          MOVE wrm-games-played
                               TO wro-games-played (ws-roster-count)
                          MOVE "N" TO wro-dropped (ws-roster-count)
                     ELSE
                          IF ws-roster-table-full = "N"
                               DISPLAY "*** ROSTER.DAT HAS MORE THAN "
                                       "300 PLAYERS - RENAME RUN "
                                       "STOPPED"
                               MOVE "Y" TO ws-roster-table-full
                               STOP RUN
                          END-IF
                     END-IF
            END-READ.

      * Both identities on the roster - one line goes, the other
      * carries the new name, both careers' games and the rating of
      * whichever identity has the longer career behind it.
       320-RENAME-ROSTER-PLAYER.
            MOVE wrn-old-name (ws-rename-sub) TO ws-old-name
            MOVE wrn-new-name (ws-rename-sub) TO ws-new-name
            MOVE "ROSTER"     TO waud-file
            MOVE ws-old-name  TO waud-old-name
            MOVE ws-new-name  TO waud-new-name
            MOVE ws-old-name  TO ws-find-name
            PERFORM 325-FIND-ROSTER-PLAYER
            MOVE ws-name-found TO ws-old-found
            MOVE ws-roster-sub TO ws-old-sub
            MOVE ws-new-name  TO ws-find-name
            PERFORM 325-FIND-ROSTER-PLAYER
            MOVE ws-name-found TO ws-new-found
            MOVE ws-roster-sub TO ws-new-sub
            IF ws-old-found = "Y"
                 MOVE ws-old-sub TO ws-roster-sub
                 PERFORM 328-SET-ROSTER-VIEW
                 MOVE ws-roster-view TO waud-before
                 IF ws-new-found = "N"
                      MOVE ws-new-name TO wro-name (ws-old-sub)
                      MOVE "RENAMED" TO waud-action
                      MOVE "RENAMED"   TO waud-message
                 ELSE
                      IF wro-games-played (ws-old-sub) >
                              wro-games-played (ws-new-sub)
                           MOVE wro-rating (ws-old-sub)
                                TO wro-rating (ws-new-sub)
                      END-IF
                      IF wro-club (ws-new-sub) = SPACES
                           MOVE wro-club (ws-old-sub)
                                TO wro-club (ws-new-sub)
                      END-IF
                      COMPUTE wro-games-played (ws-new-sub) =
                           wro-games-played (ws-new-sub)
                         + wro-games-played (ws-old-sub)
                      MOVE "Y" TO wro-dropped (ws-old-sub)
                      MOVE ws-new-sub TO ws-roster-sub
                      MOVE "MERGED" TO waud-action
                      MOVE "CAREER GAMES ADDED" TO waud-message
                 END-IF
                 PERFORM 328-SET-ROSTER-VIEW
                 MOVE ws-roster-view TO waud-after
                 PERFORM 450-WRITE-AUDIT-LINE
            END-IF
            COMPUTE ws-rename-sub = ws-rename-sub + 1.

       325-FIND-ROSTER-PLAYER.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-roster-sub
            PERFORM 327-CHECK-ROSTER-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-roster-sub > ws-roster-count.

       327-CHECK-ROSTER-NAME.
            IF wro-name (ws-roster-sub) = ws-find-name
                 AND wro-dropped (ws-roster-sub) = "N"
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-roster-sub = ws-roster-sub + 1
            END-IF.

       328-SET-ROSTER-VIEW.
            MOVE wro-rating (ws-roster-sub)       TO wrv-rating
            MOVE wro-games-played (ws-roster-sub) TO wrv-games-played
            MOVE wro-club (ws-roster-sub)         TO wrv-club.

      * Input phase - every roster line still standing is handed to
      * the sort under the name it now carries.
       330-RELEASE-ROSTER.
            MOVE 1 TO ws-roster-sub
            PERFORM 335-RELEASE-ROSTER-PLAYER
                   UNTIL ws-roster-sub > ws-roster-count.

       335-RELEASE-ROSTER-PLAYER.
            IF wro-dropped (ws-roster-sub) = "N"
                 MOVE wro-name (ws-roster-sub)   TO wrm-name
                 MOVE wro-rating (ws-roster-sub) TO wrm-rating
                 MOVE wro-club (ws-roster-sub)   TO wrm-club
                 MOVE wro-games-played (ws-roster-sub)
                      TO wrm-games-played
                 RELEASE sort-record FROM ws-roster-master
            END-IF
            COMPUTE ws-roster-sub = ws-roster-sub + 1.

      * Output phase - the sort hands the roster back in name order
      * and it is written straight out as RENROSTER.DAT.
       340-WRITE-ROSTER.
            OPEN OUTPUT renroster-file
            PERFORM 345-RETURN-ROSTER-PLAYER
                   UNTIL ws-sort-eof = "Y"
            CLOSE renroster-file.

       345-RETURN-ROSTER-PLAYER.
            RETURN sort-file
                 AT END
                     MOVE "Y" TO ws-sort-eof
                 NOT AT END
                     WRITE renroster-record FROM sort-record
                     COMPUTE written-counter = written-counter + 1
            END-RETURN.

      * Two passes over the archive.  The first notes every line for
      * a name being changed and folds a season found under both
      * names into the first of its lines; the second copies the
      * archive across with those lines renamed, merged or dropped,
      * every other line untouched and in its place.
       350-RENAME-HISTORY.
            OPEN INPUT history-file
            MOVE ZEROS TO ws-line-no
            PERFORM 360-NOTE-HISTORY-LINE
                   UNTIL ws-history-eof = "Y"
            CLOSE history-file

            MOVE "N"   TO ws-history-eof
            MOVE ZEROS TO ws-line-no
            MOVE 1     TO ws-hist-next
            OPEN INPUT  history-file
            OPEN OUTPUT renhist-file
            PERFORM 380-COPY-HISTORY-LINE
                   UNTIL ws-history-eof = "Y"
            CLOSE history-file
            CLOSE renhist-file.

       360-NOTE-HISTORY-LINE.
            READ history-file INTO ws-history-line
                 AT END
                     MOVE "Y" TO ws-history-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     COMPUTE ws-line-no = ws-line-no + 1
                     PERFORM 365-CHECK-INVOLVED
                     IF ws-involved = "Y"
                          PERFORM 370-NOTE-INVOLVED-LINE
                     END-IF
            END-READ.

      * Is this line under a name being changed, old or new - and
      * what name does it carry from now on?
       365-CHECK-INVOLVED.
            MOVE "N" TO ws-involved
            MOVE whr-player-name TO ws-line-name
            MOVE 1 TO ws-check-sub
            PERFORM 367-CHECK-INVOLVED-PAIR
                   UNTIL ws-involved = "Y"
                      OR ws-check-sub > ws-rename-count.

       367-CHECK-INVOLVED-PAIR.
            IF whr-player-name = wrn-old-name (ws-check-sub)
                 MOVE "Y" TO ws-involved
                 MOVE wrn-new-name (ws-check-sub) TO ws-line-name
            ELSE
                 IF whr-player-name = wrn-new-name (ws-check-sub)
                      MOVE "Y" TO ws-involved
                 ELSE
                      COMPUTE ws-check-sub = ws-check-sub + 1
                 END-IF
            END-IF.

       370-NOTE-INVOLVED-LINE.
            IF ws-hist-count < 500
                 PERFORM 375-FIND-SEASON-LINE
                 COMPUTE ws-hist-count = ws-hist-count + 1
                 MOVE ws-line-no       TO wht-line-no (ws-hist-count)
                 MOVE ws-line-name     TO wht-name (ws-hist-count)
                 MOVE whr-season       TO wht-season (ws-hist-count)
                 MOVE whr-start-rating
                      TO wht-start-rating (ws-hist-count)
                 MOVE whr-end-rating   TO wht-end-rating (ws-hist-count)
                 MOVE whr-high-rating
                      TO wht-high-rating (ws-hist-count)
                 MOVE whr-low-rating   TO wht-low-rating (ws-hist-count)
                 MOVE "K"              TO wht-action (ws-hist-count)
                 IF ws-hist-found-sub > ZEROS
                      MOVE "D" TO wht-action (ws-hist-count)
                      MOVE "M" TO wht-action (ws-hist-found-sub)
                      MOVE whr-end-rating
                           TO wht-end-rating (ws-hist-found-sub)
                      IF whr-high-rating >
                              wht-high-rating (ws-hist-found-sub)
                           MOVE whr-high-rating
                                TO wht-high-rating (ws-hist-found-sub)
                      END-IF
                      IF whr-low-rating <
                              wht-low-rating (ws-hist-found-sub)
                           MOVE whr-low-rating
                                TO wht-low-rating (ws-hist-found-sub)
                      END-IF
                 END-IF
            ELSE
                 IF ws-hist-table-full = "N"
                      DISPLAY "*** MORE THAN 500 ARCHIVE LINES FOR "
                              "THE NAMES BEING CHANGED - RENAME RUN "
                              "STOPPED"
                      MOVE "Y" TO ws-hist-table-full
                      STOP RUN
                 END-IF
            END-IF.

       375-FIND-SEASON-LINE.
            MOVE ZEROS TO ws-hist-found-sub
            MOVE 1     TO ws-hist-sub
            PERFORM 377-CHECK-SEASON-LINE
                   UNTIL ws-hist-found-sub > ZEROS
                      OR ws-hist-sub > ws-hist-count.

       377-CHECK-SEASON-LINE.
            IF wht-name (ws-hist-sub) = ws-line-name
                 AND wht-season (ws-hist-sub) = whr-season
                 AND wht-action (ws-hist-sub) NOT = "D"
                 MOVE ws-hist-sub TO ws-hist-found-sub
            ELSE
                 COMPUTE ws-hist-sub = ws-hist-sub + 1
            END-IF.

      * The noted lines are in file order, so the next one due is
      * always the one at ws-hist-next.
       380-COPY-HISTORY-LINE.
            READ history-file INTO ws-history-line
                 AT END
                     MOVE "Y" TO ws-history-eof
                 NOT AT END
                     COMPUTE ws-line-no = ws-line-no + 1
                     IF ws-hist-next NOT > ws-hist-count
                        AND wht-line-no (ws-hist-next) = ws-line-no
                          PERFORM 385-CHANGE-HISTORY-LINE
                          COMPUTE ws-hist-next = ws-hist-next + 1
                     ELSE
                          WRITE renhist-record FROM ws-history-line
                          COMPUTE written-counter =
                               written-counter + 1
                     END-IF
            END-READ.

       385-CHANGE-HISTORY-LINE.
            MOVE "HISTORY"       TO waud-file
            MOVE whr-player-name TO waud-old-name
            MOVE wht-name (ws-hist-next) TO waud-new-name
            MOVE whr-season       TO whv-season
            MOVE whr-start-rating TO whv-start-rating
            MOVE whr-end-rating   TO whv-end-rating
            MOVE ws-history-view  TO waud-before
            IF wht-action (ws-hist-next) = "D"
                 MOVE "MERGED"  TO waud-action
                 MOVE SPACES    TO waud-after
                 MOVE "SEASON FOLDED INTO FIRST" TO waud-message
                 PERFORM 450-WRITE-AUDIT-LINE
            ELSE
                 MOVE wht-name (ws-hist-next) TO whr-player-name
                 MOVE wht-end-rating (ws-hist-next)
                      TO whr-end-rating
                 MOVE wht-high-rating (ws-hist-next)
                      TO whr-high-rating
                 MOVE wht-low-rating (ws-hist-next)
                      TO whr-low-rating
                 MOVE whr-end-rating TO whv-end-rating
                 MOVE ws-history-view TO waud-after
                 IF wht-action (ws-hist-next) = "M"
                      MOVE "MERGED" TO waud-action
                      MOVE "SEASON UNDER BOTH NAMES" TO waud-message
                      PERFORM 450-WRITE-AUDIT-LINE
                 ELSE
                      IF waud-old-name NOT = waud-new-name
                           MOVE "RENAMED" TO waud-action
                           MOVE "RENAMED" TO waud-message
                           PERFORM 450-WRITE-AUDIT-LINE
                      END-IF
                 END-IF
                 WRITE renhist-record FROM ws-history-line
                 COMPUTE written-counter = written-counter + 1
            END-IF.

      * Membership records are keyed on the name, so a rename is a
      * new record written and the old one deleted.
       400-RENAME-MEMBERS.
      * Both indexed masters are kept as generations before either is
      * touched, so a rename can be wound back as a whole.
            MOVE "MEMBER" TO ws-gen-master
            PERFORM 700-TAKE-GENERATION
            MOVE "OPPONENT" TO ws-gen-master
            PERFORM 700-TAKE-GENERATION
            OPEN I-O member-file
            MOVE 1 TO ws-rename-sub
            PERFORM 405-RENAME-MEMBER
                   UNTIL ws-rename-sub > ws-rename-count
            CLOSE member-file.

       405-RENAME-MEMBER.
            MOVE wrn-old-name (ws-rename-sub) TO ws-old-name
            MOVE wrn-new-name (ws-rename-sub) TO ws-new-name
            MOVE "MEMBER"    TO waud-file
            MOVE ws-old-name TO waud-old-name
            MOVE ws-new-name TO waud-new-name
            MOVE ws-old-name TO mem-name
            MOVE "Y" TO ws-old-found
            READ member-file INTO ws-old-member
                 INVALID KEY
                     MOVE "N" TO ws-old-found
            END-READ
            MOVE ws-new-name TO mem-name
            MOVE "Y" TO ws-new-found
            READ member-file INTO ws-new-member
                 INVALID KEY
                     MOVE "N" TO ws-new-found
            END-READ
            IF ws-old-found = "Y"
                 MOVE wom-icu-code  TO wmv-icu-code
                 MOVE wom-join-date TO wmv-join-date
                 MOVE wom-status    TO wmv-status
                 MOVE wom-junior    TO wmv-junior
                 MOVE ws-member-view TO waud-before
                 IF ws-new-found = "N"
                      MOVE ws-old-member TO member-record
                      MOVE ws-new-name   TO mem-name
                      WRITE member-record
                      MOVE "RENAMED" TO waud-action
                      MOVE "RENAMED" TO waud-message
                 ELSE
                      PERFORM 410-MERGE-MEMBER
                      MOVE ws-new-member TO member-record
                      REWRITE member-record
                      MOVE "MERGED" TO waud-action
                 END-IF
                 MOVE ws-old-name TO mem-name
                 DELETE member-file RECORD
                 MOVE mem-icu-code  TO wmv-icu-code
                 MOVE mem-join-date TO wmv-join-date
                 MOVE mem-status    TO wmv-status
                 MOVE mem-junior    TO wmv-junior
                 IF ws-new-found = "Y"
                      MOVE wnm-icu-code  TO wmv-icu-code
                      MOVE wnm-join-date TO wmv-join-date
                      MOVE wnm-status    TO wmv-status
                      MOVE wnm-junior    TO wmv-junior
                 END-IF
                 MOVE ws-member-view TO waud-after
                 PERFORM 450-WRITE-AUDIT-LINE
            ELSE
                 IF ws-new-found = "N"
                      MOVE "CHECK"   TO waud-action
                      MOVE SPACES    TO waud-before
                      MOVE SPACES    TO waud-after
                      MOVE "NEITHER NAME ON MEMBER" TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 END-IF
            END-IF
            COMPUTE ws-rename-sub = ws-rename-sub + 1.

      * Earliest join date, active if either was, and the ICU code
      * the new record already has unless it has none.  Two
      * different codes are kept to the new record's and flagged -
      * the union has to be told one of them is going.
       410-MERGE-MEMBER.
            MOVE "JOIN DATE KEPT EARLIEST" TO waud-message
            IF wom-join-date NUMERIC
                 IF wnm-join-date NOT NUMERIC
                    OR wom-join-date < wnm-join-date
                      MOVE wom-join-date TO wnm-join-date
                 END-IF
            END-IF
            IF wom-status = "A"
                 MOVE "A" TO wnm-status
            END-IF
            IF wnm-icu-code = ZEROS
                 MOVE wom-icu-code TO wnm-icu-code
            ELSE
                 IF wom-icu-code NOT = ZEROS
                    AND wom-icu-code NOT = wnm-icu-code
                      MOVE "TWO ICU CODES - NEW KEPT" TO waud-message
                      DISPLAY "*** " ws-old-name " ICU CODE "
                              wom-icu-code " DROPPED FOR "
                              wnm-icu-code
                      COMPUTE excp-counter = excp-counter + 1
                 END-IF
            END-IF.

      * An opponent entry is keyed on name and club together - the
      * club comes off the pair, or is the club's own name for a
      * member quoted in the club's own competitions.
       420-RENAME-OPPONENTS.
            OPEN I-O opponent-file
            MOVE 1 TO ws-rename-sub
            PERFORM 425-RENAME-OPPONENT
                   UNTIL ws-rename-sub > ws-rename-count
            CLOSE opponent-file.

       425-RENAME-OPPONENT.
            MOVE wrn-old-name (ws-rename-sub) TO ws-old-name
            MOVE wrn-new-name (ws-rename-sub) TO ws-new-name
            MOVE wrn-club (ws-rename-sub)     TO ws-opp-club
            MOVE "OPPONENT"  TO waud-file
            MOVE ws-old-name TO waud-old-name
            MOVE ws-new-name TO waud-new-name
            MOVE ws-old-name TO opp-name
            MOVE ws-opp-club TO opp-club
            MOVE "Y" TO ws-old-found
            READ opponent-file
                 INVALID KEY
                     MOVE "N" TO ws-old-found
                 NOT INVALID KEY
                     MOVE opp-rating TO ws-old-opp-rating
            END-READ
            IF ws-old-found = "Y"
                 MOVE ws-opp-club       TO wov-club
                 MOVE ws-old-opp-rating TO wov-rating
                 MOVE ws-opponent-view  TO waud-before
                 MOVE ws-new-name TO opp-name
                 MOVE ws-opp-club TO opp-club
                 MOVE "Y" TO ws-new-found
                 READ opponent-file
                      INVALID KEY
                          MOVE "N" TO ws-new-found
                      NOT INVALID KEY
                          MOVE opp-rating TO ws-new-opp-rating
                 END-READ
                 IF ws-new-found = "N"
                      MOVE ws-new-name       TO opp-name
                      MOVE ws-opp-club       TO opp-club
                      MOVE ws-old-opp-rating TO opp-rating
                      WRITE opponent-record
                      MOVE ws-old-opp-rating TO wov-rating
                      MOVE "RENAMED" TO waud-action
                      MOVE "RENAMED" TO waud-message
                 ELSE
                      MOVE ws-new-opp-rating TO wov-rating
                      MOVE "MERGED" TO waud-action
                      MOVE "NEW ENTRY RATING KEPT" TO waud-message
                 END-IF
                 MOVE ws-opponent-view TO waud-after
                 MOVE ws-old-name TO opp-name
                 MOVE ws-opp-club TO opp-club
                 DELETE opponent-file RECORD
                 PERFORM 450-WRITE-AUDIT-LINE
            END-IF
            COMPUTE ws-rename-sub = ws-rename-sub + 1.

      * The ledger is rewritten whole, in name order, with renamed
      * entries moved to their new place.  Both names on it - the
      * later paid-up-to date and both credits are kept.
       440-RENAME-LEDGER.
            OPEN INPUT subs-file
            PERFORM 442-LOAD-LEDGER
                   UNTIL ws-subs-eof = "Y"
            CLOSE subs-file
            IF ws-subs-count > ZEROS
                 MOVE 1 TO ws-rename-sub
                 PERFORM 444-RENAME-LEDGER-ENTRY
                        UNTIL ws-rename-sub > ws-rename-count
                 MOVE ZEROS TO ws-written-count
                 MOVE ZEROS TO ws-live-count
                 MOVE 1 TO ws-subs-sub
                 PERFORM 447-COUNT-LIVE-ENTRY
                        UNTIL ws-subs-sub > ws-subs-count
                 OPEN OUTPUT subs-file
                 PERFORM 470-WRITE-NEXT-ENTRY
                        UNTIL ws-written-count = ws-live-count
                 CLOSE subs-file
            END-IF.

       442-LOAD-LEDGER.
            READ subs-file INTO ws-subs-master
                 AT END
                     MOVE "Y" TO ws-subs-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-subs-count < 500
                          COMPUTE ws-subs-count = ws-subs-count + 1
                          MOVE ws-subs-count TO ws-subs-sub
                          MOVE wsm-name     TO wst-name (ws-subs-sub)
                          MOVE wsm-category
                               TO wst-category (ws-subs-sub)
                          MOVE wsm-family-head
                               TO wst-family-head (ws-subs-sub)
                          MOVE wsm-paid-to
                               TO wst-paid-to (ws-subs-sub)
                          MOVE wsm-credit   TO wst-credit (ws-subs-sub)
                          MOVE wsm-last-paid-date
                               TO wst-last-paid-date (ws-subs-sub)
                          MOVE wsm-last-paid-amount
                               TO wst-last-paid-amount (ws-subs-sub)
                          MOVE "N" TO wst-dropped (ws-subs-sub)
                          MOVE "N" TO wst-written (ws-subs-sub)
                     ELSE
                          IF ws-subs-table-full = "N"
                               DISPLAY "*** SUBS.DAT HAS MORE THAN "
                                       "500 ENTRIES - RENAME RUN "
                                       "STOPPED"
                               MOVE "Y" TO ws-subs-table-full
                               STOP RUN
                          END-IF
                     END-IF
            END-READ.

       444-RENAME-LEDGER-ENTRY.
            MOVE wrn-old-name (ws-rename-sub) TO ws-old-name
            MOVE wrn-new-name (ws-rename-sub) TO ws-new-name
            MOVE "SUBS"      TO waud-file
            MOVE ws-old-name TO waud-old-name
            MOVE ws-new-name TO waud-new-name
            MOVE ws-old-name TO ws-find-name
            PERFORM 448-FIND-LEDGER-ENTRY
            MOVE ws-name-found TO ws-old-found
            MOVE ws-subs-sub   TO ws-old-sub
            MOVE ws-new-name TO ws-find-name
            PERFORM 448-FIND-LEDGER-ENTRY
            MOVE ws-name-found TO ws-new-found
            MOVE ws-subs-sub   TO ws-new-sub
            IF ws-old-found = "Y"
                 MOVE ws-old-sub TO ws-subs-sub
                 PERFORM 446-SET-LEDGER-VIEW
                 MOVE ws-ledger-view TO waud-before
                 IF ws-new-found = "N"
                      MOVE ws-new-name TO wst-name (ws-old-sub)
                      MOVE "RENAMED" TO waud-action
                      MOVE "RENAMED" TO waud-message
                 ELSE
                      IF wst-paid-to (ws-old-sub) >
                              wst-paid-to (ws-new-sub)
                           MOVE wst-paid-to (ws-old-sub)
                                TO wst-paid-to (ws-new-sub)
                      END-IF
                      IF wst-last-paid-date (ws-old-sub) >
                              wst-last-paid-date (ws-new-sub)
                           MOVE wst-last-paid-date (ws-old-sub)
                                TO wst-last-paid-date (ws-new-sub)
                           MOVE wst-last-paid-amount (ws-old-sub)
                                TO wst-last-paid-amount (ws-new-sub)
                      END-IF
                      COMPUTE wst-credit (ws-new-sub) =
                           wst-credit (ws-new-sub)
                         + wst-credit (ws-old-sub)
                      MOVE "Y" TO wst-dropped (ws-old-sub)
                      MOVE ws-new-sub TO ws-subs-sub
                      MOVE "MERGED" TO waud-action
                      MOVE "LATER PAID-UP DATE KEPT" TO waud-message
                 END-IF
                 PERFORM 446-SET-LEDGER-VIEW
                 MOVE ws-ledger-view TO waud-after
                 PERFORM 450-WRITE-AUDIT-LINE
            END-IF
            MOVE 1 TO ws-subs-sub
            PERFORM 445-RENAME-FAMILY-HEAD
                   UNTIL ws-subs-sub > ws-subs-count
            COMPUTE ws-rename-sub = ws-rename-sub + 1.

       445-RENAME-FAMILY-HEAD.
            IF wst-family-head (ws-subs-sub) = ws-old-name
                 MOVE ws-new-name TO wst-family-head (ws-subs-sub)
            END-IF
            COMPUTE ws-subs-sub = ws-subs-sub + 1.

       446-SET-LEDGER-VIEW.
            MOVE wst-category (ws-subs-sub) TO wlv-category
            MOVE wst-paid-to (ws-subs-sub)  TO wlv-paid-to
            MOVE wst-credit (ws-subs-sub)   TO wlv-credit.

       447-COUNT-LIVE-ENTRY.
            IF wst-dropped (ws-subs-sub) = "N"
                 COMPUTE ws-live-count = ws-live-count + 1
            END-IF
            COMPUTE ws-subs-sub = ws-subs-sub + 1.

       448-FIND-LEDGER-ENTRY.
            MOVE "N" TO ws-name-found
            MOVE 1   TO ws-subs-sub
            PERFORM 449-CHECK-LEDGER-NAME
                   UNTIL ws-name-found = "Y"
                      OR ws-subs-sub > ws-subs-count.

       449-CHECK-LEDGER-NAME.
            IF wst-name (ws-subs-sub) = ws-find-name
                 AND wst-dropped (ws-subs-sub) = "N"
                 MOVE "Y" TO ws-name-found
            ELSE
                 COMPUTE ws-subs-sub = ws-subs-sub + 1
            END-IF.

      * The caller fills in every waud- field first - these two only
      * write the line and keep the changed/exception counts honest.
       450-WRITE-AUDIT-LINE.
            DISPLAY ws-audit-record
            WRITE renaudit-record FROM ws-audit-record
            COMPUTE changed-counter = changed-counter + 1.

       460-WRITE-REJECT-LINE.
            DISPLAY "*** " ws-audit-record
            WRITE renaudit-record FROM ws-audit-record
            COMPUTE excp-counter = excp-counter + 1.

      * Next ledger entry out is the lowest name not yet written.
       470-WRITE-NEXT-ENTRY.
            MOVE ZEROS TO ws-best-sub
            MOVE 1     TO ws-subs-sub
            PERFORM 475-CHECK-NEXT-ENTRY
                   UNTIL ws-subs-sub > ws-subs-count
            MOVE "Y" TO wst-written (ws-best-sub)
            MOVE wst-name (ws-best-sub)     TO wsm-name
            MOVE wst-category (ws-best-sub) TO wsm-category
            MOVE wst-family-head (ws-best-sub) TO wsm-family-head
            MOVE wst-paid-to (ws-best-sub)  TO wsm-paid-to
            MOVE wst-credit (ws-best-sub)   TO wsm-credit
            MOVE wst-last-paid-date (ws-best-sub)
                 TO wsm-last-paid-date
            MOVE wst-last-paid-amount (ws-best-sub)
                 TO wsm-last-paid-amount
            WRITE subs-record FROM ws-subs-master
            COMPUTE ws-written-count = ws-written-count + 1.

       475-CHECK-NEXT-ENTRY.
            IF wst-dropped (ws-subs-sub) = "N"
               AND wst-written (ws-subs-sub) = "N"
                 IF ws-best-sub = ZEROS
                      MOVE ws-subs-sub TO ws-best-sub
                 ELSE
                      IF wst-name (ws-subs-sub) <
                              wst-name (ws-best-sub)
                           MOVE ws-subs-sub TO ws-best-sub
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-subs-sub = ws-subs-sub + 1.

      * An entrant is renamed in place - the starting number is what
      * the pairings and crosstable hang on, so nothing else moves.
      * Both names entered in the one championship cannot be merged
      * mid-event and are left for the controller.
       480-RENAME-CHAMPIONSHIP.
            OPEN INPUT champ-file
            PERFORM 482-LOAD-CHAMPIONSHIP
                   UNTIL ws-champ-eof = "Y"
            CLOSE champ-file
            IF ws-champ-count > ZEROS
                 MOVE 1 TO ws-rename-sub
                 PERFORM 484-RENAME-ENTRANT
                        UNTIL ws-rename-sub > ws-rename-count
            END-IF
            IF ws-champ-changed = "Y"
                 OPEN OUTPUT champ-file
                 MOVE 1 TO ws-champ-sub
                 PERFORM 489-WRITE-CHAMPIONSHIP-LINE
                        UNTIL ws-champ-sub > ws-champ-count
                 CLOSE champ-file
            END-IF.

       482-LOAD-CHAMPIONSHIP.
            READ champ-file
                 AT END
                     MOVE "Y" TO ws-champ-eof
                 NOT AT END
                     COMPUTE rec-counter = rec-counter + 1
                     IF ws-champ-count < 61
                          COMPUTE ws-champ-count = ws-champ-count + 1
                          MOVE champ-record
                               TO ws-champ-line (ws-champ-count)
                     ELSE
                          DISPLAY "*** CHAMP.DAT HAS MORE THAN 60 "
                                  "ENTRANTS - RENAME RUN STOPPED"
                          STOP RUN
                     END-IF
            END-READ.

       484-RENAME-ENTRANT.
            MOVE wrn-old-name (ws-rename-sub) TO ws-old-name
            MOVE wrn-new-name (ws-rename-sub) TO ws-new-name
            MOVE "CHAMP"     TO waud-file
            MOVE ws-old-name TO waud-old-name
            MOVE ws-new-name TO waud-new-name
            MOVE ZEROS TO ws-champ-old-sub
            MOVE ZEROS TO ws-champ-new-sub
            MOVE 1 TO ws-champ-sub
            PERFORM 486-CHECK-ENTRANT
                   UNTIL ws-champ-sub > ws-champ-count
            IF ws-champ-old-sub > ZEROS
                 MOVE ws-champ-line (ws-champ-old-sub)
                      TO ws-champ-player
                 MOVE wcp-start-no   TO wcv-start-no
                 MOVE wcp-rating     TO wcv-rating
                 MOVE ws-champ-view  TO waud-before
                 IF ws-champ-new-sub > ZEROS
                      MOVE "CHECK"  TO waud-action
                      MOVE SPACES   TO waud-after
                      MOVE "BOTH NAMES ENTERED" TO waud-message
                      PERFORM 460-WRITE-REJECT-LINE
                 ELSE
                      MOVE ws-new-name TO wcp-name
                      MOVE ws-champ-player
                           TO ws-champ-line (ws-champ-old-sub)
                      MOVE "Y" TO ws-champ-changed
                      MOVE "RENAMED" TO waud-action
                      MOVE ws-champ-view TO waud-after
                      MOVE "RENAMED" TO waud-message
                      PERFORM 450-WRITE-AUDIT-LINE
                 END-IF
            END-IF
            COMPUTE ws-rename-sub = ws-rename-sub + 1.

       486-CHECK-ENTRANT.
            MOVE ws-champ-line (ws-champ-sub) TO ws-champ-player
            IF wcp-rec-type = "P"
                 IF wcp-name = ws-old-name
                      MOVE ws-champ-sub TO ws-champ-old-sub
                 END-IF
                 IF wcp-name = ws-new-name
                      MOVE ws-champ-sub TO ws-champ-new-sub
                 END-IF
            END-IF
            COMPUTE ws-champ-sub = ws-champ-sub + 1.

       489-WRITE-CHAMPIONSHIP-LINE.
            WRITE champ-record FROM ws-champ-line (ws-champ-sub)
            COMPUTE ws-champ-sub = ws-champ-sub + 1.

       500-CLOSE.
            DISPLAY "Closing Files"
            CLOSE renaudit-file
            PERFORM 950-WRITE-RUN-LOG.

      * The master named in ws-gen-master is copied to a dated
      * generation file before the run is allowed to change it, so a
      * bad transaction file or an accidental rerun can be wound back
      * with CHESSRESTORE.  The copy is catalogued on GENLOG.DAT and
      * the master's oldest generations beyond the number GENPARM.DAT
      * allows are cleared down.  Anything that stops the copy stops
      * the run, before the master has been opened for update.
       700-TAKE-GENERATION.
            PERFORM 710-LOAD-GEN-CATALOGUE
            PERFORM 720-READ-GEN-PARAMETERS
            IF ws-run-date NUMERIC
                 MOVE ws-run-date TO ws-gen-date
            ELSE
                 MOVE "NODATE"    TO ws-gen-date
            END-IF
            COMPUTE ws-gen-number = ws-gen-high-number + 1
            MOVE SPACES TO ws-gen-name
            STRING ws-gen-master DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   ws-gen-date DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   ws-gen-number DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
              INTO ws-gen-name
            MOVE ZEROS TO ws-gen-records
            OPEN OUTPUT generation-file
            IF ws-gen-status NOT = "00"
                 DISPLAY "*** GENERATION FILE " ws-gen-name
                         " CANNOT BE WRITTEN - STATUS " ws-gen-status
                         " - " ws-gen-master " NOT TOUCHED"
                 STOP RUN
            END-IF
            IF ws-gen-master = "MEMBER"
                 PERFORM 730-COPY-MEMBER-GENERATION
            ELSE
                 PERFORM 732-COPY-OPPONENT-GENERATION
            END-IF
            CLOSE generation-file
            DISPLAY ws-gen-master " KEPT AS " ws-gen-name " - "
                    ws-gen-records " RECORDS"

            COMPUTE ws-gen-count = ws-gen-count + 1
            MOVE ws-gen-master   TO wgl-master
            MOVE ws-gen-number   TO wgl-number
            MOVE ws-gen-date     TO wgl-date
            MOVE ws-run-season   TO wgl-season
            MOVE wrl-program     TO wgl-program
            MOVE ws-gen-records  TO wgl-records
            MOVE ws-gen-name     TO wgl-file
            MOVE ws-genlog-line  TO wgt-line (ws-gen-count)
            MOVE ws-gen-master   TO wgt-master (ws-gen-count)
            MOVE ws-gen-number   TO wgt-number (ws-gen-count)
            MOVE ws-gen-name     TO wgt-file (ws-gen-count)
            MOVE "N"             TO wgt-cleared (ws-gen-count)

            PERFORM 740-CLEAR-OLD-GENERATIONS
            PERFORM 760-WRITE-GEN-CATALOGUE.

      * Generation numbers run on across every master, so the number
      * alone identifies a generation; the new one takes the next.
       710-LOAD-GEN-CATALOGUE.
            MOVE ZEROS TO ws-gen-count
            MOVE ZEROS TO ws-gen-high-number
            MOVE "N"   TO ws-genlog-eof
            OPEN INPUT genlog-file
            PERFORM 715-LOAD-GEN-ENTRY
                   UNTIL ws-genlog-eof = "Y"
            CLOSE genlog-file.

       715-LOAD-GEN-ENTRY.
            READ genlog-file INTO ws-genlog-line
                 AT END
                     MOVE "Y" TO ws-genlog-eof
                 NOT AT END
                     IF ws-gen-count < 399
                          COMPUTE ws-gen-count = ws-gen-count + 1
                          MOVE ws-genlog-line
                               TO wgt-line (ws-gen-count)
                          MOVE wgl-master TO wgt-master (ws-gen-count)
                          MOVE wgl-number TO wgt-number (ws-gen-count)
                          MOVE wgl-file   TO wgt-file (ws-gen-count)
                          MOVE "N"        TO wgt-cleared (ws-gen-count)
                          IF wgl-number > ws-gen-high-number
                               MOVE wgl-number TO ws-gen-high-number
                          END-IF
                     ELSE
                          DISPLAY "*** GENLOG.DAT HAS MORE THAN 399 "
                                  "GENERATIONS - " ws-gen-master
                                  " NOT TOUCHED"
                          STOP RUN
                     END-IF
            END-READ.

       720-READ-GEN-PARAMETERS.
            MOVE 5   TO ws-gen-keep
            MOVE "N" TO ws-genparm-eof
            OPEN INPUT genparm-file
            PERFORM 725-READ-GEN-PARAMETER
                   UNTIL ws-genparm-eof = "Y"
            CLOSE genparm-file.

       725-READ-GEN-PARAMETER.
            READ genparm-file INTO ws-genparm-line
                 AT END
                     MOVE "Y" TO ws-genparm-eof
                 NOT AT END
                     IF wgp-master = ws-gen-master
                          IF wgp-keep NUMERIC AND wgp-keep > ZEROS
                               MOVE wgp-keep TO ws-gen-keep
                          ELSE
                               DISPLAY "*** GENPARM.DAT MUST KEEP 01 "
                                       "TO 99 GENERATIONS OF "
                                       ws-gen-master
                               STOP RUN
                          END-IF
                     END-IF
            END-READ.

       730-COPY-MEMBER-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT member-file
            PERFORM 731-COPY-MEMBER-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE member-file.

       731-COPY-MEMBER-RECORD.
            READ member-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM member-record
                     COMPUTE ws-gen-records = ws-gen-records + 1
            END-READ.

       732-COPY-OPPONENT-GENERATION.
            MOVE "N" TO ws-master-eof
            OPEN INPUT opponent-file
            PERFORM 733-COPY-OPPONENT-RECORD
                   UNTIL ws-master-eof = "Y"
            CLOSE opponent-file.

       733-COPY-OPPONENT-RECORD.
            READ opponent-file NEXT RECORD
                 AT END
                     MOVE "Y" TO ws-master-eof
                 NOT AT END
                     WRITE generation-record FROM opponent-record
                     COMPUTE ws-gen-records = ws-gen-records + 1
            END-READ.

       740-CLEAR-OLD-GENERATIONS.
            MOVE ZEROS TO ws-gen-held
            MOVE 1     TO ws-gen-sub
            PERFORM 745-COUNT-HELD-GENERATION
                   UNTIL ws-gen-sub > ws-gen-count
            PERFORM 750-CLEAR-OLDEST-GENERATION
                   UNTIL ws-gen-held NOT > ws-gen-keep.

       745-COUNT-HELD-GENERATION.
            IF wgt-master (ws-gen-sub) = ws-gen-master
                 AND wgt-cleared (ws-gen-sub) = "N"
                 COMPUTE ws-gen-held = ws-gen-held + 1
            END-IF
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

      * A generation already gone from disk is reported and dropped
      * from the catalogue all the same.
       750-CLEAR-OLDEST-GENERATION.
            MOVE ZEROS TO ws-gen-oldest-sub
            MOVE 1     TO ws-gen-sub
            PERFORM 755-CHECK-OLDEST-GENERATION
                   UNTIL ws-gen-sub > ws-gen-count
            MOVE wgt-file (ws-gen-oldest-sub) TO ws-gen-name
            DELETE FILE generation-file
            IF ws-gen-status = "00"
                 DISPLAY "GENERATION " ws-gen-name " CLEARED"
            ELSE
                 DISPLAY "*** GENERATION " ws-gen-name " NOT FOUND "
                         "TO CLEAR - STATUS " ws-gen-status
            END-IF
            MOVE "Y" TO wgt-cleared (ws-gen-oldest-sub)
            COMPUTE ws-gen-held = ws-gen-held - 1.

       755-CHECK-OLDEST-GENERATION.
            IF wgt-master (ws-gen-sub) = ws-gen-master
                 AND wgt-cleared (ws-gen-sub) = "N"
                 IF ws-gen-oldest-sub = ZEROS
                      MOVE ws-gen-sub TO ws-gen-oldest-sub
                 ELSE
                      IF wgt-number (ws-gen-sub) <
                              wgt-number (ws-gen-oldest-sub)
                           MOVE ws-gen-sub TO ws-gen-oldest-sub
                      END-IF
                 END-IF
            END-IF
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

       760-WRITE-GEN-CATALOGUE.
            OPEN OUTPUT genlog-file
            MOVE 1 TO ws-gen-sub
            PERFORM 765-WRITE-GEN-ENTRY
                   UNTIL ws-gen-sub > ws-gen-count
            CLOSE genlog-file.

       765-WRITE-GEN-ENTRY.
            IF wgt-cleared (ws-gen-sub) = "N"
                 WRITE genlog-record FROM wgt-line (ws-gen-sub)
            END-IF
            COMPUTE ws-gen-sub = ws-gen-sub + 1.

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
