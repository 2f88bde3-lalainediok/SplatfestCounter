      *                                                                *
      *   SPLWINR - official winner determination for one Splatfest.  *
      *   Reads the event's RES-SPLT records and scores the two       *
      *   official teams from SplEvent.txt - three for a tricolor     *
      *   event - under the event's rule set from SplRules.txt:       *
      *                                                                *
      *       POINTS COMPONENT = total battle points * points weight  *
      *       KILLS COMPONENT  = total kills * kills weight           *
      *       AVG COMPONENT    = avg battle points per player         *
      *                          * average weight                     *
      *       TEAM SCORE       = sum of the three components          *
      *                                                                *
      *   An event with no rule set is scored under the house rules   *
      *   (weights 0.100 / 5.000 / 1.000 - points / 10, kills * 5,    *
      *   plus the average). A rule set that is missing, or not       *
      *   effective on the event's start date, is refused. The        *
      *   weights are printed on the results page.                    *
      *                                                                *
      *   The per-player average keeps a bigger team from winning     *
      *   on headcount alone. Each team is placed by its score (teams *
      *   on equal scores share a place); a shared first place is a   *
      *   tie. Prints the official results page with the winning      *
      *   team, the margin over the next best team, each team's       *
      *   place, component scores and top contributor.                *
      *                                                                *
      *   The determination is certified to SplWinr.txt - winning     *
      *   team, every team's score and place, margin, date and the    *
      *   rule set it was scored under - so the rest of the system    *
      *   knows who won, and under which rules. An already-certified  *
      *   event is refused rather than silently overwritten, and an   *
      *   event with records still on the suspense file SplSusp.txt   *
      *   is refused too: those records are missing from the team     *
      *   scores, so a result certified over them would be short.     *
      *                                                                *
      ******************************************************************
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUS-KEY
                FILE STATUS IS WS-SUSFILE-STATUS.
                SELECT RULFILE ASSIGN TO "SplRules.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUL-SET-ID
                FILE STATUS IS WS-RULFILE-STATUS.
                SELECT PRTFILE ASSIGN TO "SplWinRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
           COPY SPLWNR.
       FD SUSFILE.
           COPY SPLSUS.
       FD RULFILE.
           COPY SPLRUL.
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-WINFILE-STATUS    PIC XX.
       01 WS-SUSFILE-STATUS    PIC XX.
       01 WS-RULFILE-STATUS    PIC XX.
       01 WS-CERTIFIED-SW      PIC X VALUE SPACE.
           88 WS-CERTIFIED     VALUE 'Y'.
       01 WS-SUSP-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-EVENT-OK-SW       PIC X VALUE SPACE.
           88 WS-EVENT-OK      VALUE 'Y'.
       01 WS-EVENT-NAME        PIC X(30).
       01 WS-EVENT-START       PIC X(8).
      * -- the weights the event is scored under: the house rules   -
      * -- unless the event names a rule set on SplRules.txt        -
       01 WS-RULE-SET-ID       PIC X(6) VALUE SPACES.
       01 WS-RULE-DESC         PIC X(30) VALUE "HOUSE RULES".
       01 WS-RULE-PTS-WEIGHT   PIC 9(2)V9(3) VALUE 0.100.
       01 WS-RULE-KILL-WEIGHT  PIC 9(2)V9(3) VALUE 5.000.
       01 WS-RULE-AVG-WEIGHT   PIC 9(2)V9(3) VALUE 1.000.
       01 WS-RULE-OK-SW        PIC X VALUE SPACE.
           88 WS-RULE-OK       VALUE 'Y'.
       01 WS-OTHER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-TM-SUB            PIC 9 VALUE ZERO.
       01 WS-TM-SUB2           PIC 9 VALUE ZERO.
      * -- 2 official teams, or 3 for a tricolor event ---------------
       01 WS-TM-COUNT          PIC 9 VALUE 2.
       01 WS-TM-TBL.
           05 WS-TM-ENTRY OCCURS 3 TIMES.
               10 WS-TM-NAME       PIC X(10).
               10 WS-TM-PLAYERS    PIC 9(6) VALUE ZERO.
               10 WS-TM-POINTS     PIC 9(8) VALUE ZERO.
               10 WS-TM-KILLS      PIC 9(8) VALUE ZERO.
               10 WS-TM-PTS-COMP   PIC 9(8) VALUE ZERO.
               10 WS-TM-KILL-COMP  PIC 9(8) VALUE ZERO.
               10 WS-TM-AVG-COMP   PIC 9(7) VALUE ZERO.
               10 WS-TM-SCORE      PIC 9(8) VALUE ZERO.
               10 WS-TM-TOP-NAME   PIC X(15).
               10 WS-TM-TOP-BPOINT PIC 9(4) VALUE ZERO.
               10 WS-TM-PLACE      PIC 9 VALUE ZERO.
       01 WS-FIRST-COUNT       PIC 9 VALUE ZERO.
       01 WS-TOP-SCORE         PIC 9(8) VALUE ZERO.
       01 WS-NEXT-SCORE        PIC 9(8) VALUE ZERO.
       01 WS-MARGIN            PIC 9(8) VALUE ZERO.
       01 WS-WIN-TEAM          PIC X(10) VALUE SPACES.
       01 WS-WIN-RESULT        PIC X VALUE SPACE.
           05 PrnEventId         PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnEventName       PIC X(30).
       01 RulesLine.
           05 FILLER            PIC X(16) VALUE "SCORING RULES : ".
           05 PrnRuleSetId       PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnRuleDesc        PIC X(30).
       01 WeightsLine.
           05 FILLER            PIC X(16) VALUE "  WEIGHTS  PTS ".
           05 PrnPtsWeight       PIC Z9.999.
           05 FILLER            PIC X(8) VALUE "  KILLS ".
           05 PrnKillWeight      PIC Z9.999.
           05 FILLER            PIC X(6) VALUE "  AVG ".
           05 PrnAvgWeight       PIC Z9.999.
       01 TeamNameLine.
           05 FILLER            PIC X(7) VALUE "TEAM : ".
           05 PrnTmName          PIC X(10).
       01 TeamPlaceLine.
           05 FILLER            PIC X(21) VALUE "  PLACE            : ".
           05 PrnTmPlace         PIC Z(7)9.
       01 TeamPlayersLine.
           05 FILLER            PIC X(21) VALUE "  PLAYERS          : ".
           05 PrnTmPlayers       PIC Z(5)9.
            IF NOT WS-EVENT-OK
                STOP RUN
            END-IF
            PERFORM LOAD-RULE-SET
            IF NOT WS-RULE-OK
                DISPLAY "EVENT NOT CERTIFIED"
                STOP RUN
            END-IF
            PERFORM CHECK-ALREADY-CERTIFIED
            IF WS-CERTIFIED
                CLOSE WINFILE
      * -- master, scores nobody: certifying that would lock a 0-0   -
      * -- tie into the permanent record with no way to undo it      -
            IF WS-TM-PLAYERS (1) = ZERO AND WS-TM-PLAYERS (2) = ZERO
                    AND WS-TM-PLAYERS (3) = ZERO
                DISPLAY "NO RECORDS FOR THIS EVENT - NOT CERTIFIED"
                CLOSE WINFILE
                STOP RUN
                    END-IF
            END-READ.

      * -- each team's place is one more than the number of teams    -
      * -- that outscored it, so equal scores share a place. One     -
      * -- team alone in first place wins, by its lead over the      -
      * -- best of the rest; two or more in first place is a tie     -
        DETERMINE-WINNER.
            PERFORM PLACE-ONE-TEAM
                VARYING WS-TM-SUB FROM 1 BY 1
                UNTIL WS-TM-SUB > WS-TM-COUNT
            MOVE ZERO TO WS-FIRST-COUNT WS-TOP-SCORE WS-NEXT-SCORE
            PERFORM TALLY-ONE-PLACE
                VARYING WS-TM-SUB FROM 1 BY 1
                UNTIL WS-TM-SUB > WS-TM-COUNT
            IF WS-FIRST-COUNT = 1
                COMPUTE WS-MARGIN = WS-TOP-SCORE - WS-NEXT-SCORE
                SET WS-WIN-DECIDED TO TRUE
            ELSE
                MOVE SPACES TO WS-WIN-TEAM
                MOVE ZERO   TO WS-MARGIN
                SET WS-WIN-TIE TO TRUE
            END-IF.

        PLACE-ONE-TEAM.
            MOVE 1 TO WS-TM-PLACE (WS-TM-SUB)
            PERFORM COMPARE-ONE-TEAM
                VARYING WS-TM-SUB2 FROM 1 BY 1
                UNTIL WS-TM-SUB2 > WS-TM-COUNT.

        COMPARE-ONE-TEAM.
            IF WS-TM-SCORE (WS-TM-SUB2) > WS-TM-SCORE (WS-TM-SUB)
                ADD 1 TO WS-TM-PLACE (WS-TM-SUB)
            END-IF.

        TALLY-ONE-PLACE.
            IF WS-TM-PLACE (WS-TM-SUB) = 1
                ADD 1 TO WS-FIRST-COUNT
                MOVE WS-TM-NAME  (WS-TM-SUB) TO WS-WIN-TEAM
                MOVE WS-TM-SCORE (WS-TM-SUB) TO WS-TOP-SCORE
            ELSE
                IF WS-TM-SCORE (WS-TM-SUB) > WS-NEXT-SCORE
                    MOVE WS-TM-SCORE (WS-TM-SUB) TO WS-NEXT-SCORE
                END-IF
            END-IF.

        CERTIFY-RESULTS.
            ACCEPT WS-CERTIFY-DATE FROM DATE YYYYMMDD
            MOVE SPACES           TO WIN-RECORD
            MOVE WS-EVENT-ID      TO WIN-EVENT-ID
            MOVE WS-WIN-TEAM      TO WIN-TEAM
            MOVE WS-TM-NAME (1)   TO WIN-TEAM-1
            MOVE WS-TM-SCORE (1)  TO WIN-SCORE-1
            MOVE WS-TM-NAME (2)   TO WIN-TEAM-2
            MOVE WS-TM-SCORE (2)  TO WIN-SCORE-2
            MOVE WS-TM-NAME (3)   TO WIN-TEAM-3
            MOVE WS-TM-SCORE (3)  TO WIN-SCORE-3
            MOVE WS-TM-PLACE (1)  TO WIN-PLACE-1
            MOVE WS-TM-PLACE (2)  TO WIN-PLACE-2
            MOVE WS-TM-PLACE (3)  TO WIN-PLACE-3
            MOVE WS-TM-COUNT      TO WIN-TEAM-COUNT
            MOVE WS-RULE-SET-ID   TO WIN-RULE-SET
            MOVE WS-MARGIN        TO WIN-MARGIN
            MOVE WS-CERTIFY-DATE  TO WIN-DATE
            MOVE WS-WIN-RESULT    TO WIN-RESULT
                        DISPLAY "UNKNOWN EVENT ID " WS-EVENT-ID
                    NOT INVALID KEY
                        MOVE EV-NAME   TO WS-EVENT-NAME
                        MOVE EV-START-DATE TO WS-EVENT-START
                        MOVE EV-RULE-SET   TO WS-RULE-SET-ID
                        MOVE EV-TEAM-1 TO WS-TM-NAME (1)
                        MOVE EV-TEAM-2 TO WS-TM-NAME (2)
                        MOVE EV-TEAM-3 TO WS-TM-NAME (3)
                        IF EV-TEAM-3 NOT = SPACES
                            MOVE 3 TO WS-TM-COUNT
                        END-IF
                        SET WS-EVENT-OK TO TRUE
                END-READ
                CLOSE EVTFILE
            END-IF.

      * -- no rule set on the event keeps the house weights; a named -
      * -- one must be on file and effective on the event's start    -
      * -- date, or the result would be scored under the wrong rules -
        LOAD-RULE-SET.
            IF WS-RULE-SET-ID = SPACES
                SET WS-RULE-OK TO TRUE
            ELSE
                OPEN INPUT RULFILE
                IF WS-RULFILE-STATUS = "35"
                    DISPLAY "SPLRULES.TXT NOT FOUND - RUN SPLRULE FIRST"
                ELSE
                    MOVE WS-RULE-SET-ID TO RUL-SET-ID
                    READ RULFILE
                        INVALID KEY
                            DISPLAY "UNKNOWN RULE SET " WS-RULE-SET-ID
                        NOT INVALID KEY
                            PERFORM CHECK-RULE-EFFECTIVE
                    END-READ
                    CLOSE RULFILE
                END-IF
            END-IF.

        CHECK-RULE-EFFECTIVE.
            IF WS-EVENT-START < RUL-EFF-START
                    OR (RUL-EFF-END NOT = SPACES
                        AND WS-EVENT-START > RUL-EFF-END)
                DISPLAY "RULE SET " WS-RULE-SET-ID
                    " NOT EFFECTIVE ON " WS-EVENT-START
            ELSE
                MOVE RUL-DESC        TO WS-RULE-DESC
                MOVE RUL-PTS-WEIGHT  TO WS-RULE-PTS-WEIGHT
                MOVE RUL-KILL-WEIGHT TO WS-RULE-KILL-WEIGHT
                MOVE RUL-AVG-WEIGHT  TO WS-RULE-AVG-WEIGHT
                SET WS-RULE-OK TO TRUE
            END-IF.

      * -- position straight to the requested event: SPLATFEST-ID ---
      * -- leads RS-KEY, so one START replaces a front-to-back scan --
        POSITION-TO-EVENT.
                    MOVE 1 TO WS-TM-SUB
                WHEN TEAM-NAME = WS-TM-NAME (2)
                    MOVE 2 TO WS-TM-SUB
                WHEN WS-TM-COUNT = 3 AND TEAM-NAME = WS-TM-NAME (3)
                    MOVE 3 TO WS-TM-SUB
                WHEN OTHER
                    MOVE ZERO TO WS-TM-SUB
                    ADD 1 TO WS-OTHER-COUNT

        COMPUTE-TEAM-SCORES.
            PERFORM VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > WS-TM-COUNT
                COMPUTE WS-TM-PTS-COMP (WS-TM-SUB) ROUNDED =
                    WS-TM-POINTS (WS-TM-SUB) * WS-RULE-PTS-WEIGHT
                COMPUTE WS-TM-KILL-COMP (WS-TM-SUB) ROUNDED =
                    WS-TM-KILLS (WS-TM-SUB) * WS-RULE-KILL-WEIGHT
                IF WS-TM-PLAYERS (WS-TM-SUB) > ZERO
                    COMPUTE WS-TM-AVG-COMP (WS-TM-SUB) ROUNDED =
                        WS-TM-POINTS  (WS-TM-SUB) /
                        WS-TM-PLAYERS (WS-TM-SUB) *
                        WS-RULE-AVG-WEIGHT
                ELSE
                    MOVE ZERO TO WS-TM-AVG-COMP (WS-TM-SUB)
                END-IF
            MOVE WS-EVENT-ID   TO PrnEventId
            MOVE WS-EVENT-NAME TO PrnEventName
            WRITE PrintLine FROM WinrHeading
            MOVE WS-RULE-SET-ID      TO PrnRuleSetId
            MOVE WS-RULE-DESC        TO PrnRuleDesc
            MOVE WS-RULE-PTS-WEIGHT  TO PrnPtsWeight
            MOVE WS-RULE-KILL-WEIGHT TO PrnKillWeight
            MOVE WS-RULE-AVG-WEIGHT  TO PrnAvgWeight
            WRITE PrintLine FROM RulesLine
            WRITE PrintLine FROM WeightsLine
            PERFORM VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > WS-TM-COUNT
                PERFORM PRINT-TEAM-BLOCK
            END-PERFORM
            IF WS-WIN-DECIDED

        PRINT-TEAM-BLOCK.
            MOVE WS-TM-NAME       (WS-TM-SUB) TO PrnTmName
            MOVE WS-TM-PLACE      (WS-TM-SUB) TO PrnTmPlace
            MOVE WS-TM-PLAYERS    (WS-TM-SUB) TO PrnTmPlayers
            MOVE WS-TM-POINTS     (WS-TM-SUB) TO PrnTmPoints
            MOVE WS-TM-KILLS      (WS-TM-SUB) TO PrnTmKills
            MOVE WS-TM-TOP-NAME   (WS-TM-SUB) TO PrnTmTopName
            MOVE WS-TM-TOP-BPOINT (WS-TM-SUB) TO PrnTmTopBPoint
            WRITE PrintLine FROM TeamNameLine
            WRITE PrintLine FROM TeamPlaceLine
            WRITE PrintLine FROM TeamPlayersLine
            WRITE PrintLine FROM TeamPointsLine
            WRITE PrintLine FROM TeamKillsLine
