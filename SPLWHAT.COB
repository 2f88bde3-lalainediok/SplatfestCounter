      ******************************************************************
      *                                                                *
      *   SPLWHAT - what-if rescore of certified Splatfest results    *
      *   under a proposed scoring rule set. The rule set id is       *
      *   entered at the console, followed by an optional from and    *
      *   to date (YYYYMMDD, either left blank for no limit) that     *
      *   selects events by their start date on SplEvent.txt.         *
      *                                                                *
      *   Every certified event on SplWinr.txt in the window is       *
      *   rescored from its RES-SPLT records - from SplatRec.txt, or  *
      *   from the SplArch.txt archive once SPLPURGE has moved the    *
      *   event off the master - with the same components SPLWINR     *
      *   uses, weighted by the proposed rule set. The report shows   *
      *   each team's certified score and place beside its rescored   *
      *   score and place, the certified and rescored outcome, and    *
      *   flags every event whose winner would change. The proposed   *
      *   rule set's effective dates are not applied: the point is    *
      *   to try it against events it was never in force for.         *
      *                                                                *
      *   SplWinr.txt is opened INPUT only - a what-if run never      *
      *   changes a certified result. Events with no records left on  *
      *   either file are listed as not rescored.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLWHAT.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT RULFILE ASSIGN TO "SplRules.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUL-SET-ID
                FILE STATUS IS WS-RULFILE-STATUS.
                SELECT WINFILE ASSIGN TO "SplWinr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WIN-EVENT-ID
                FILE STATUS IS WS-WINFILE-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-EVTFILE-STATUS.
                SELECT RESTEAM ASSIGN TO "SplatRec.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-RESTEAM-STATUS.
                SELECT ARCFILE ASSIGN TO "SplArch.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ARCFILE-STATUS.
                SELECT PRTFILE ASSIGN TO "SplWhatRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD RULFILE.
           COPY SPLRUL.
       FD WINFILE.
           COPY SPLWNR.
       FD EVTFILE.
           COPY SPLEVT.
       FD RESTEAM.
           COPY SPLREC.
       FD ARCFILE.
       01 ARC-RECORD           PIC X(47).
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-WIN-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-WIN-EOF       VALUE 'Y'.
       01 WS-REC-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-REC-EOF       VALUE 'Y'.
       01 WS-ARC-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-ARC-EOF       VALUE 'Y'.
       01 WS-RULFILE-STATUS    PIC XX.
       01 WS-WINFILE-STATUS    PIC XX.
       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-RESTEAM-STATUS    PIC XX.
       01 WS-ARCFILE-STATUS    PIC XX.
       01 WS-EVTFILE-OPEN-SW   PIC X VALUE SPACE.
           88 WS-EVTFILE-OPEN  VALUE 'Y'.
       01 WS-RESTEAM-OPEN-SW   PIC X VALUE SPACE.
           88 WS-RESTEAM-OPEN  VALUE 'Y'.
       01 WS-RULE-SET-ID       PIC X(6).
       01 WS-FROM-DATE         PIC X(8).
       01 WS-TO-DATE           PIC X(8).
       01 WS-EVENT-NAME        PIC X(30).
       01 WS-EVENT-START       PIC X(8).
       01 WS-FOUND-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EVENTS-READ       PIC 9(6) VALUE ZERO.
       01 WS-EVENTS-RESCORED   PIC 9(6) VALUE ZERO.
       01 WS-EVENTS-CHANGED    PIC 9(6) VALUE ZERO.
       01 WS-EVENTS-SKIPPED    PIC 9(6) VALUE ZERO.
      * -- SplArch.txt is a flat dump of RES-SPLT, so each archive  --
      * -- record is laid back over the same field shape here       --
       01 WS-ARC-SPLT.
           05 WS-ARC-EVENT      PIC X(6).
           05 WS-ARC-USERNAME   PIC X(15).
           05 WS-ARC-DATE       PIC X(8).
           05 WS-ARC-TEAM       PIC X(10).
           05 WS-ARC-BPOINT     PIC 9(4).
           05 WS-ARC-DEATH      PIC 9(2).
           05 WS-ARC-KILL       PIC 9(2).
      * -- one record's team and values, from either file -----------
       01 WS-ONE-TEAM          PIC X(10).
       01 WS-ONE-BPOINT        PIC 9(4).
       01 WS-ONE-KILL          PIC 9(2).
       01 WS-TM-SUB            PIC 9 VALUE ZERO.
       01 WS-TM-SUB2           PIC 9 VALUE ZERO.
       01 WS-TM-COUNT          PIC 9 VALUE 2.
       01 WS-TM-TBL.
           05 WS-TM-ENTRY OCCURS 3 TIMES.
               10 WS-TM-NAME       PIC X(10).
               10 WS-TM-PLAYERS    PIC 9(6).
               10 WS-TM-POINTS     PIC 9(8).
               10 WS-TM-KILLS      PIC 9(8).
               10 WS-TM-PTS-COMP   PIC 9(8).
               10 WS-TM-KILL-COMP  PIC 9(8).
               10 WS-TM-AVG-COMP   PIC 9(7).
               10 WS-TM-SCORE      PIC 9(8).
               10 WS-TM-PLACE      PIC 9.
               10 WS-TM-OLD-SCORE  PIC 9(8).
               10 WS-TM-OLD-PLACE  PIC 9.
       01 WS-FIRST-COUNT       PIC 9 VALUE ZERO.
       01 WS-NEW-WIN-TEAM      PIC X(10).
       01 WS-NEW-RESULT        PIC X.
           88 WS-NEW-DECIDED   VALUE 'W'.
           88 WS-NEW-TIE       VALUE 'T'.
       01 WS-OUTCOME.
           05 WS-OUTCOME-TEXT   PIC X(7).
           05 WS-OUTCOME-TEAM   PIC X(10).

       01 WhatHeading.
           05 FILLER            PIC X(35) VALUE
               "WHAT-IF RESCORE   PROPOSED RULES : ".
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
       01 WindowLine.
           05 FILLER            PIC X(23) VALUE
               "  EVENTS STARTING FROM ".
           05 PrnFromDate        PIC X(8).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 PrnToDate          PIC X(8).
       01 WhatEventLine.
           05 FILLER            PIC X(6) VALUE "EVENT ".
           05 PrnEventId         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEventName       PIC X(30).
           05 FILLER            PIC X(15) VALUE "  CERTIFIED BY ".
           05 PrnOldRuleSet      PIC X(11).
       01 WhatColHeads          PIC X(46) VALUE
           "   -Team-----  CERT SCORE PL   NEW SCORE PL".
       01 WhatTeamLine.
           05 FILLER            PIC XXX VALUE SPACE.
           05 PrnTmName          PIC X(10).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnOldScore        PIC Z(9)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnOldPlace        PIC 9.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnNewScore        PIC Z(9)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnNewPlace        PIC 9.
       01 WhatResultLine.
           05 FILLER            PIC X(9) VALUE "   CERT: ".
           05 PrnOldOutcome      PIC X(17).
           05 FILLER            PIC X(7) VALUE "  NEW: ".
           05 PrnNewOutcome      PIC X(17).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnChangedFlag     PIC X(14).
       01 WhatSkipLine          PIC X(49) VALUE
           "   NO RECORDS ON MASTER OR ARCHIVE - NOT RESCORED".
       01 WhatTotalLine1.
           05 FILLER            PIC X(27) VALUE
               "CERTIFIED EVENTS SELECTED: ".
           05 PrnTotRead         PIC ZZZZZ9.
       01 WhatTotalLine2.
           05 FILLER            PIC X(27) VALUE
               "EVENTS RESCORED          : ".
           05 PrnTotRescored     PIC ZZZZZ9.
       01 WhatTotalLine3.
           05 FILLER            PIC X(27) VALUE
               "WINNER WOULD CHANGE      : ".
           05 PrnTotChanged      PIC ZZZZZ9.
       01 WhatTotalLine4.
           05 FILLER            PIC X(27) VALUE
               "NOT RESCORED - NO RECORDS: ".
           05 PrnTotSkipped      PIC ZZZZZ9.

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            ACCEPT WS-RULE-SET-ID FROM CONSOLE
            ACCEPT WS-FROM-DATE   FROM CONSOLE
            ACCEPT WS-TO-DATE     FROM CONSOLE
            OPEN INPUT RULFILE
            IF WS-RULFILE-STATUS = "35"
                DISPLAY "SPLRULES.TXT NOT FOUND - RUN SPLRULE FIRST"
                STOP RUN
            END-IF
            MOVE WS-RULE-SET-ID TO RUL-SET-ID
            READ RULFILE
                INVALID KEY
                    DISPLAY "UNKNOWN RULE SET " WS-RULE-SET-ID
                    CLOSE RULFILE
                    STOP RUN
                NOT INVALID KEY
                    CONTINUE
            END-READ
            CLOSE RULFILE
            OPEN INPUT WINFILE
            IF WS-WINFILE-STATUS = "35"
                DISPLAY "SPLWINR.TXT NOT FOUND - NOTHING CERTIFIED"
                STOP RUN
            END-IF
            OPEN INPUT EVTFILE
            IF WS-EVTFILE-STATUS = "00"
                SET WS-EVTFILE-OPEN TO TRUE
            END-IF
            OPEN INPUT RESTEAM
            IF WS-RESTEAM-STATUS = "00"
                SET WS-RESTEAM-OPEN TO TRUE
            END-IF
            OPEN OUTPUT PRTFILE
            PERFORM PRINT-HEADING
            PERFORM RESCORE-ONE-RESULT UNTIL WS-WIN-EOF
            PERFORM PRINT-TOTALS
            CLOSE WINFILE
            IF WS-EVTFILE-OPEN
                CLOSE EVTFILE
            END-IF
            IF WS-RESTEAM-OPEN
                CLOSE RESTEAM
            END-IF
            CLOSE PRTFILE
            STOP RUN.

        PRINT-HEADING.
            MOVE RUL-SET-ID      TO PrnRuleSetId
            MOVE RUL-DESC        TO PrnRuleDesc
            MOVE RUL-PTS-WEIGHT  TO PrnPtsWeight
            MOVE RUL-KILL-WEIGHT TO PrnKillWeight
            MOVE RUL-AVG-WEIGHT  TO PrnAvgWeight
            WRITE PrintLine FROM WhatHeading
            WRITE PrintLine FROM WeightsLine
            IF WS-FROM-DATE NOT = SPACES OR WS-TO-DATE NOT = SPACES
                MOVE WS-FROM-DATE TO PrnFromDate
                MOVE WS-TO-DATE   TO PrnToDate
                WRITE PrintLine FROM WindowLine
            END-IF.

        RESCORE-ONE-RESULT.
            READ WINFILE NEXT RECORD
                AT END
                    SET WS-WIN-EOF TO TRUE
                NOT AT END
                    PERFORM LOOK-UP-EVENT
                    IF (WS-FROM-DATE = SPACES
                            OR WS-EVENT-START NOT < WS-FROM-DATE)
                        AND (WS-TO-DATE = SPACES
                            OR WS-EVENT-START NOT > WS-TO-DATE)
                        ADD 1 TO WS-EVENTS-READ
                        PERFORM RESCORE-EVENT
                    END-IF
            END-READ.

      * -- the name and start date come from the event master; an   -
      * -- event since deleted there falls back on the certify date  -
        LOOK-UP-EVENT.
            MOVE SPACES   TO WS-EVENT-NAME
            MOVE WIN-DATE TO WS-EVENT-START
            IF WS-EVTFILE-OPEN
                MOVE WIN-EVENT-ID TO EV-ID
                READ EVTFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EV-NAME       TO WS-EVENT-NAME
                        MOVE EV-START-DATE TO WS-EVENT-START
                END-READ
            END-IF.

        RESCORE-EVENT.
            PERFORM LOAD-CERTIFIED-TEAMS
            MOVE ZERO TO WS-FOUND-COUNT
            IF WS-RESTEAM-OPEN
                PERFORM SCORE-FROM-MASTER
            END-IF
            IF WS-FOUND-COUNT = ZERO
                PERFORM SCORE-FROM-ARCHIVE
            END-IF
            MOVE WIN-EVENT-ID  TO PrnEventId
            MOVE WS-EVENT-NAME TO PrnEventName
            IF WIN-RULE-SET = SPACES
                MOVE "HOUSE RULES" TO PrnOldRuleSet
            ELSE
                MOVE WIN-RULE-SET  TO PrnOldRuleSet
            END-IF
            WRITE PrintLine FROM WhatEventLine
            IF WS-FOUND-COUNT = ZERO
                WRITE PrintLine FROM WhatSkipLine
                ADD 1 TO WS-EVENTS-SKIPPED
            ELSE
                ADD 1 TO WS-EVENTS-RESCORED
                PERFORM COMPUTE-TEAM-SCORES
                    VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > WS-TM-COUNT
                PERFORM DETERMINE-WINNER
                WRITE PrintLine FROM WhatColHeads
                PERFORM PRINT-TEAM-LINE
                    VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > WS-TM-COUNT
                PERFORM PRINT-OUTCOME
            END-IF.

      * -- the teams and the certified scores and places come from   -
      * -- the certified record itself, so the comparison is against -
      * -- exactly what was published                                -
        LOAD-CERTIFIED-TEAMS.
            INITIALIZE WS-TM-TBL
            IF WIN-TEAM-COUNT = 3
                MOVE 3 TO WS-TM-COUNT
            ELSE
                MOVE 2 TO WS-TM-COUNT
            END-IF
            MOVE WIN-TEAM-1  TO WS-TM-NAME      (1)
            MOVE WIN-SCORE-1 TO WS-TM-OLD-SCORE (1)
            MOVE WIN-PLACE-1 TO WS-TM-OLD-PLACE (1)
            MOVE WIN-TEAM-2  TO WS-TM-NAME      (2)
            MOVE WIN-SCORE-2 TO WS-TM-OLD-SCORE (2)
            MOVE WIN-PLACE-2 TO WS-TM-OLD-PLACE (2)
            IF WS-TM-COUNT = 3
                MOVE WIN-TEAM-3  TO WS-TM-NAME      (3)
                MOVE WIN-SCORE-3 TO WS-TM-OLD-SCORE (3)
                MOVE WIN-PLACE-3 TO WS-TM-OLD-PLACE (3)
            END-IF.

      * -- SPLATFEST-ID leads RS-KEY, so one START positions to the  -
      * -- event and the read stops at the first record past it      -
        SCORE-FROM-MASTER.
            MOVE SPACE        TO WS-REC-EOF-FLAG
            MOVE WIN-EVENT-ID TO SPLATFEST-ID
            MOVE LOW-VALUES   TO USERNAME
            START RESTEAM KEY IS NOT LESS THAN RS-KEY
                INVALID KEY
                    SET WS-REC-EOF TO TRUE
            END-START
            PERFORM SCORE-ONE-MASTER UNTIL WS-REC-EOF.

        SCORE-ONE-MASTER.
            READ RESTEAM NEXT RECORD
                AT END
                    SET WS-REC-EOF TO TRUE
                NOT AT END
                    IF SPLATFEST-ID NOT = WIN-EVENT-ID
                        SET WS-REC-EOF TO TRUE
                    ELSE
                        MOVE TEAM-NAME TO WS-ONE-TEAM
                        MOVE B-POINT   TO WS-ONE-BPOINT
                        MOVE KILL      TO WS-ONE-KILL
                        PERFORM ACCUMULATE-TEAM-SCORE
                    END-IF
            END-READ.

      * -- a purged event is only on the archive: a front-to-back    -
      * -- pass picks up its records wherever SPLPURGE put them      -
        SCORE-FROM-ARCHIVE.
            OPEN INPUT ARCFILE
            IF WS-ARCFILE-STATUS = "00"
                MOVE SPACE TO WS-ARC-EOF-FLAG
                PERFORM SCORE-ONE-ARCHIVE UNTIL WS-ARC-EOF
                CLOSE ARCFILE
            END-IF.

        SCORE-ONE-ARCHIVE.
            READ ARCFILE
                AT END
                    SET WS-ARC-EOF TO TRUE
                NOT AT END
                    MOVE ARC-RECORD TO WS-ARC-SPLT
                    IF WS-ARC-EVENT = WIN-EVENT-ID
                        MOVE WS-ARC-TEAM   TO WS-ONE-TEAM
                        MOVE WS-ARC-BPOINT TO WS-ONE-BPOINT
                        MOVE WS-ARC-KILL   TO WS-ONE-KILL
                        PERFORM ACCUMULATE-TEAM-SCORE
                    END-IF
            END-READ.

      * -- players not on an official team are not scored, as in     -
      * -- SPLWINR; they still count as records found for the event  -
        ACCUMULATE-TEAM-SCORE.
            ADD 1 TO WS-FOUND-COUNT
            EVALUATE TRUE
                WHEN WS-ONE-TEAM = WS-TM-NAME (1)
                    MOVE 1 TO WS-TM-SUB
                WHEN WS-ONE-TEAM = WS-TM-NAME (2)
                    MOVE 2 TO WS-TM-SUB
                WHEN WS-TM-COUNT = 3 AND WS-ONE-TEAM = WS-TM-NAME (3)
                    MOVE 3 TO WS-TM-SUB
                WHEN OTHER
                    MOVE ZERO TO WS-TM-SUB
            END-EVALUATE
            IF WS-TM-SUB > ZERO
                ADD 1             TO WS-TM-PLAYERS (WS-TM-SUB)
                ADD WS-ONE-BPOINT TO WS-TM-POINTS  (WS-TM-SUB)
                ADD WS-ONE-KILL   TO WS-TM-KILLS   (WS-TM-SUB)
            END-IF.

      * -- the SPLWINR components, weighted by the proposed set ------
        COMPUTE-TEAM-SCORES.
            COMPUTE WS-TM-PTS-COMP (WS-TM-SUB) ROUNDED =
                WS-TM-POINTS (WS-TM-SUB) * RUL-PTS-WEIGHT
            COMPUTE WS-TM-KILL-COMP (WS-TM-SUB) ROUNDED =
                WS-TM-KILLS (WS-TM-SUB) * RUL-KILL-WEIGHT
            IF WS-TM-PLAYERS (WS-TM-SUB) > ZERO
                COMPUTE WS-TM-AVG-COMP (WS-TM-SUB) ROUNDED =
                    WS-TM-POINTS  (WS-TM-SUB) /
                    WS-TM-PLAYERS (WS-TM-SUB) *
                    RUL-AVG-WEIGHT
            ELSE
                MOVE ZERO TO WS-TM-AVG-COMP (WS-TM-SUB)
            END-IF
            COMPUTE WS-TM-SCORE (WS-TM-SUB) =
                WS-TM-PTS-COMP  (WS-TM-SUB) +
                WS-TM-KILL-COMP (WS-TM-SUB) +
                WS-TM-AVG-COMP  (WS-TM-SUB).

      * -- placed the way SPLWINR places: one more than the number   -
      * -- of teams that outscored it, so equal scores share a place -
        DETERMINE-WINNER.
            PERFORM PLACE-ONE-TEAM
                VARYING WS-TM-SUB FROM 1 BY 1
                UNTIL WS-TM-SUB > WS-TM-COUNT
            MOVE ZERO   TO WS-FIRST-COUNT
            MOVE SPACES TO WS-NEW-WIN-TEAM
            PERFORM TALLY-ONE-PLACE
                VARYING WS-TM-SUB FROM 1 BY 1
                UNTIL WS-TM-SUB > WS-TM-COUNT
            IF WS-FIRST-COUNT = 1
                SET WS-NEW-DECIDED TO TRUE
            ELSE
                MOVE SPACES TO WS-NEW-WIN-TEAM
                SET WS-NEW-TIE TO TRUE
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
                MOVE WS-TM-NAME (WS-TM-SUB) TO WS-NEW-WIN-TEAM
            END-IF.

        PRINT-TEAM-LINE.
            MOVE WS-TM-NAME      (WS-TM-SUB) TO PrnTmName
            MOVE WS-TM-OLD-SCORE (WS-TM-SUB) TO PrnOldScore
            MOVE WS-TM-OLD-PLACE (WS-TM-SUB) TO PrnOldPlace
            MOVE WS-TM-SCORE     (WS-TM-SUB) TO PrnNewScore
            MOVE WS-TM-PLACE     (WS-TM-SUB) TO PrnNewPlace
            WRITE PrintLine FROM WhatTeamLine.

      * -- the winner changes when the outcome differs: a different  -
      * -- winning team, or a tie where there was a winner or back   -
        PRINT-OUTCOME.
            IF WIN-TIE
                MOVE "TIE"     TO WS-OUTCOME-TEXT
                MOVE SPACES    TO WS-OUTCOME-TEAM
            ELSE
                MOVE "WINNER " TO WS-OUTCOME-TEXT
                MOVE WIN-TEAM  TO WS-OUTCOME-TEAM
            END-IF
            MOVE WS-OUTCOME TO PrnOldOutcome
            IF WS-NEW-TIE
                MOVE "TIE"           TO WS-OUTCOME-TEXT
                MOVE SPACES          TO WS-OUTCOME-TEAM
            ELSE
                MOVE "WINNER "       TO WS-OUTCOME-TEXT
                MOVE WS-NEW-WIN-TEAM TO WS-OUTCOME-TEAM
            END-IF
            MOVE WS-OUTCOME TO PrnNewOutcome
            IF WIN-RESULT = WS-NEW-RESULT
                    AND WIN-TEAM = WS-NEW-WIN-TEAM
                MOVE SPACES TO PrnChangedFlag
            ELSE
                MOVE "WINNER CHANGED" TO PrnChangedFlag
                ADD 1 TO WS-EVENTS-CHANGED
            END-IF
            WRITE PrintLine FROM WhatResultLine.

        PRINT-TOTALS.
            MOVE WS-EVENTS-READ     TO PrnTotRead
            MOVE WS-EVENTS-RESCORED TO PrnTotRescored
            MOVE WS-EVENTS-CHANGED  TO PrnTotChanged
            MOVE WS-EVENTS-SKIPPED  TO PrnTotSkipped
            WRITE PrintLine FROM WhatTotalLine1
            WRITE PrintLine FROM WhatTotalLine2
            WRITE PrintLine FROM WhatTotalLine3
            WRITE PrintLine FROM WhatTotalLine4.
