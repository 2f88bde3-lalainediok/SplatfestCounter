      ******************************************************************
      *                                                                *
      *   SPLOUTL - outlier review for one Splatfest event, run       *
      *   after SPLEXCP and before SPLWINR certifies. SPLEXCP only    *
      *   catches values that are non-numeric or over the fixed       *
      *   ceilings; this review lists results that pass those edits   *
      *   but are out of line with everything around them:            *
      *                                                                *
      *     PLAYER K/D    - the player's kills per death is at least  *
      *                     OUT-KD-MULT times the K/D of the rest of  *
      *                     the team                                  *
      *     BTL POINTS /  - the player's total is OUT-SPREAD or more  *
      *     KILLS           standard deviations above the mean of     *
      *                     the rest of the team                      *
      *     MATCH B-POINT - one match on SplMatch.txt is more than    *
      *     MATCH KILLS     OUT-MAT-MULT times the player's average   *
      *                     over their other matches in the event     *
      *                                                                *
      *   Each player is compared with the REST of the team - the     *
      *   player's own figures are left out of the team average and   *
      *   spread, so one wild result cannot hide itself by dragging   *
      *   the average up. Team checks need at least OUT-MIN-TEAM      *
      *   other players on the team, match checks at least            *
      *   OUT-MIN-MATS matches for the player. An average below 1 is  *
      *   taken as 1 so a first kill does not count as infinitely     *
      *   far out.                                                    *
      *                                                                *
      *   The list shows each flagged player or match with the check  *
      *   that tripped, the value, what it was compared with and how  *
      *   far out it is (times the basis, or standard deviations).    *
      *   Nothing is suspended or changed - the list is for review.   *
      *                                                                *
      *   Thresholds are whole numbers read from SplParm.txt; a       *
      *   missing or invalid keyword keeps the default shown in       *
      *   WORKING-STORAGE. EVENT= lines there select the events the   *
      *   way they do for SPLEXCP, one report per event; with no      *
      *   EVENT= lines the event is entered at the console. An        *
      *   event open or closed may be reviewed: the review normally   *
      *   runs at event close, ahead of the winner determination.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOUTL.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT RESTEAM ASSIGN TO "SplatRec.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-RESTEAM-STATUS.
                SELECT MATFILE ASSIGN TO "SplMatch.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAT-KEY
                FILE STATUS IS WS-MATFILE-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-EVTFILE-STATUS.
                SELECT PRTFILE ASSIGN TO WS-PRT-NAME
                ORGANIZATION IS SEQUENTIAL.
                SELECT PRMFILE ASSIGN TO "SplParm.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
                SELECT RUNLOG ASSIGN TO "SplRunLog.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD RESTEAM.
           COPY SPLREC.
       FD MATFILE.
           COPY SPLMAT.
       FD EVTFILE.
           COPY SPLEVT.
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           88 WSEOF            VALUE 'Y'.
       01 WS-MAT-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-MAT-EOF       VALUE 'Y'.
       01 WS-EVENT-ID          PIC X(6).
       01 WS-RESTEAM-STATUS    PIC XX.
       01 WS-MATFILE-STATUS    PIC XX.
       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-MATFILE-OPEN-SW   PIC X VALUE SPACE.
           88 WS-MATFILE-OPEN  VALUE 'Y'.
       01 WS-EVENT-OK-SW       PIC X VALUE SPACE.
           88 WS-EVENT-OK      VALUE 'Y'.
       01 WS-EVENT-NAME        PIC X(30).

      * -- review thresholds: OUT-KD-MULT, OUT-SPREAD, OUT-MAT-MULT,-
      * -- OUT-MIN-TEAM and OUT-MIN-MATS in SplParm.txt, in order  -
       01 WS-KD-MULT           PIC 9(4) VALUE 5.
       01 WS-SPREAD-LIMIT      PIC 9(4) VALUE 3.
       01 WS-MAT-MULT          PIC 9(4) VALUE 3.
       01 WS-MIN-TEAM          PIC 9(4) VALUE 5.
       01 WS-MIN-MATCHES       PIC 9(4) VALUE 3.

      * -- run-parameter file support --------------------------------
      * -- SplParm.txt, when present, lists the events to process   --
      * -- and the review thresholds; without EVENT= lines the      --
      * -- event comes from the console prompt                      --
       01 WS-PRM-STATUS         PIC XX.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-PRM-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-PRM-EOF        VALUE 'Y'.
       01 WS-PARM-MODE-SW       PIC X VALUE SPACE.
           88 WS-PARM-MODE      VALUE 'Y'.
       01 WS-PRM-KEYWORD        PIC X(12).
       01 WS-PRM-VALUE          PIC X(30).
       01 WS-PRM-NUMBER         PIC 9(4).
       01 WS-PRM-NUM-OK-SW      PIC X.
           88 WS-PRM-NUM-OK     VALUE 'Y'.
       01 WS-JUST-PRM           PIC X(4) JUSTIFIED RIGHT.
       01 WS-RUN-EVENT-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-RUN-EVENT-TBL.
           05 WS-RUN-EVENT-ENTRY OCCURS 50 TIMES PIC X(6).
       01 WS-RUN-EVENT-SUB      PIC 9(2).
       01 WS-PRT-NAME           PIC X(30) VALUE "SplOutlRpt.txt".
       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLOUTL".
           05 FILLER            PIC X(7) VALUE "  DATE ".
           05 PrnLogDate        PIC X(8).
           05 FILLER            PIC X(8) VALUE "  EVENT ".
           05 PrnLogEvent       PIC X(6).
           05 FILLER            PIC X(8) VALUE "  START ".
           05 PrnLogStart       PIC X(8).
           05 FILLER            PIC X(6) VALUE "  END ".
           05 PrnLogEnd         PIC X(8).
           05 FILLER            PIC X(10) VALUE "  RECORDS ".
           05 PrnLogCount       PIC ZZZZZ9.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnLogStatus      PIC X(8).

      * -- team figures for the event: count, sums and sums of      --
      * -- squares, so the rest-of-team mean and spread can be      --
      * -- worked out for each player without a second team pass    --
       01 WS-TEAM-STATS.
           05 WS-TEAM-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-TEAM-TBL OCCURS 10 TIMES INDEXED BY TM-IDX.
               10 WS-TEAM-NM        PIC X(10).
               10 WS-TEAM-PLAYERS   PIC 9(6).
               10 WS-TEAM-POINTS    PIC 9(8).
               10 WS-TEAM-POINTS-SQ PIC 9(12).
               10 WS-TEAM-KILLS     PIC 9(8).
               10 WS-TEAM-KILLS-SQ  PIC 9(10).
               10 WS-TEAM-DEATHS    PIC 9(8).
       01 WS-TEAM-FOUND-SW     PIC X VALUE SPACE.
           88 WS-TEAM-FOUND    VALUE 'Y'.

      * -- rest-of-team and match working figures -------------------
       01 WS-REST-PLAYERS      PIC 9(6).
       01 WS-REST-KILLS        PIC 9(8).
       01 WS-REST-DEATHS       PIC 9(8).
       01 WS-PLAYER-KD         PIC 9(4)V99.
       01 WS-REST-KD           PIC 9(4)V99.
       01 WS-CHECK-VALUE       PIC 9(6).
       01 WS-CHECK-SUM         PIC 9(8).
       01 WS-CHECK-SUM-SQ      PIC 9(12).
       01 WS-REST-MEAN         PIC 9(6)V9(4).
       01 WS-REST-VAR          PIC S9(12)V9(4).
       01 WS-REST-SD           PIC 9(8)V9(4).
       01 WS-MAT-COUNT         PIC 9(4).
       01 WS-MAT-POINTS        PIC 9(8).
       01 WS-MAT-KILLS         PIC 9(6).
       01 WS-OTHERS-AVG        PIC 9(6)V9(4).

      * -- the flag being listed -------------------------------------
       01 WS-FLAG-CHECK        PIC X(14).
       01 WS-FLAG-MATCH        PIC 9(3).
       01 WS-FLAG-VALUE        PIC 9(6)V99.
       01 WS-FLAG-BASIS        PIC 9(6)V99.
       01 WS-FLAG-DIST         PIC 9(4)V9.
       01 WS-FLAG-UNIT         PIC X(3).

       01 WS-OUTL-COUNTS.
           05 WS-PLAYERS-READ   PIC 9(6).
           05 WS-PLAYERS-FLAGGED PIC 9(6).
           05 WS-MATCHES-READ   PIC 9(6).
           05 WS-MATCHES-FLAGGED PIC 9(6).
           05 WS-NOT-NUMERIC    PIC 9(6).
           05 WS-FLAG-COUNT     PIC 9(6).
       01 WS-PLAYER-FLAGGED-SW PIC X VALUE SPACE.
           88 WS-PLAYER-FLAGGED VALUE 'Y'.
       01 WS-MATCH-FLAGGED-SW  PIC X VALUE SPACE.
           88 WS-MATCH-FLAGGED VALUE 'Y'.

       01 OutlHeading.
           05 FILLER            PIC X(23) VALUE
               "OUTLIER REVIEW LIST    ".
           05 FILLER            PIC X(8) VALUE "Event : ".
           05 PrnEventId         PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnEventName       PIC X(30).
       01 OutlThresholdLine.
           05 FILLER            PIC X(15) VALUE "THRESHOLDS K/D ".
           05 PrnKdMult          PIC ZZZ9.
           05 FILLER            PIC X(10) VALUE "X  SPREAD ".
           05 PrnSpread          PIC ZZZ9.
           05 FILLER            PIC X(11) VALUE " SD  MATCH ".
           05 PrnMatMult         PIC ZZZ9.
           05 FILLER            PIC X(12) VALUE "X  MIN TEAM ".
           05 PrnMinTeam         PIC ZZZ9.
           05 FILLER            PIC X(11) VALUE "  MIN MATS ".
           05 PrnMinMats         PIC ZZZ9.
       01 OutlColHeads.
           05 FILLER            PIC X(40) VALUE
               " -Username-      -Team----- MATCH -Check".
           05 FILLER            PIC X(39) VALUE
               "-------    -Value-   -Basis- -How Far-".
       01 OutlDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnOtUsrName       PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnOtTeam          PIC X(10).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnOtMatch         PIC ZZZ.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnOtCheck         PIC X(14).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnOtValue         PIC Z(5)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnOtBasis         PIC Z(5)9.99.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnOtDist          PIC ZZZ9.9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnOtUnit          PIC X(3).
       01 OutlNoMatchLine       PIC X(46) VALUE
           "SPLMATCH.TXT NOT FOUND - MATCH CHECKS SKIPPED".
       01 OutlTotalLine1.
           05 FILLER            PIC X(24) VALUE
               "PLAYERS REVIEWED     : ".
           05 PrnTotPlayers      PIC ZZZZZ9.
       01 OutlTotalLine2.
           05 FILLER            PIC X(24) VALUE
               "PLAYERS FLAGGED      : ".
           05 PrnTotPlrFlagged   PIC ZZZZZ9.
       01 OutlTotalLine3.
           05 FILLER            PIC X(24) VALUE
               "MATCHES REVIEWED     : ".
           05 PrnTotMatches      PIC ZZZZZ9.
       01 OutlTotalLine4.
           05 FILLER            PIC X(24) VALUE
               "MATCHES FLAGGED      : ".
           05 PrnTotMatFlagged   PIC ZZZZZ9.
       01 OutlTotalLine5.
           05 FILLER            PIC X(24) VALUE
               "NOT NUMERIC - SKIPPED: ".
           05 PrnTotNotNumeric   PIC ZZZZZ9.

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            OPEN INPUT PRMFILE
            IF WS-PRM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-PARAMETERS UNTIL WS-PRM-EOF
                CLOSE PRMFILE
            END-IF
            IF WS-RUN-EVENT-COUNT = ZERO
                ACCEPT WS-EVENT-ID FROM CONSOLE
                MOVE 1 TO WS-RUN-EVENT-COUNT
                MOVE WS-EVENT-ID TO WS-RUN-EVENT-ENTRY (1)
            ELSE
                SET WS-PARM-MODE TO TRUE
            END-IF
            OPEN INPUT RESTEAM
            IF WS-RESTEAM-STATUS = "35"
                DISPLAY "SPLATREC.TXT NOT FOUND FOR THIS EVENT"
                STOP RUN
            END-IF
            OPEN INPUT MATFILE
            IF WS-MATFILE-STATUS = "00"
                SET WS-MATFILE-OPEN TO TRUE
            END-IF
            OPEN EXTEND RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                OPEN OUTPUT RUNLOG
                CLOSE RUNLOG
                OPEN EXTEND RUNLOG
            END-IF
            PERFORM PROCESS-ONE-EVENT
                VARYING WS-RUN-EVENT-SUB FROM 1 BY 1
                UNTIL WS-RUN-EVENT-SUB > WS-RUN-EVENT-COUNT
            CLOSE RESTEAM
            IF WS-MATFILE-OPEN
                CLOSE MATFILE
            END-IF
            CLOSE RUNLOG
            STOP RUN.

        READ-PARAMETERS.
            READ PRMFILE
                AT END
                    SET WS-PRM-EOF TO TRUE
                NOT AT END
                    PERFORM APPLY-PARAMETER
            END-READ.

      * -- KEYWORD=VALUE lines; * comments. SplParm.txt is shared   --
      * -- by the report programs, so keywords another program owns --
      * -- are passed over without comment                          --
        APPLY-PARAMETER.
            IF ParmLine = SPACES OR ParmLine (1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PRM-KEYWORD WS-PRM-VALUE
                UNSTRING ParmLine DELIMITED BY "="
                    INTO WS-PRM-KEYWORD WS-PRM-VALUE
                END-UNSTRING
                EVALUATE WS-PRM-KEYWORD
                    WHEN "EVENT"
                        PERFORM ADD-RUN-EVENT
                    WHEN "OUT-KD-MULT"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > 1
                            MOVE WS-PRM-NUMBER TO WS-KD-MULT
                        ELSE
                            DISPLAY "OUT-KD-MULT KEPT " WS-KD-MULT
                        END-IF
                    WHEN "OUT-SPREAD"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > ZERO
                            MOVE WS-PRM-NUMBER TO WS-SPREAD-LIMIT
                        ELSE
                            DISPLAY "OUT-SPREAD KEPT " WS-SPREAD-LIMIT
                        END-IF
                    WHEN "OUT-MAT-MULT"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > 1
                            MOVE WS-PRM-NUMBER TO WS-MAT-MULT
                        ELSE
                            DISPLAY "OUT-MAT-MULT KEPT " WS-MAT-MULT
                        END-IF
                    WHEN "OUT-MIN-TEAM"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > 1
                            MOVE WS-PRM-NUMBER TO WS-MIN-TEAM
                        ELSE
                            DISPLAY "OUT-MIN-TEAM KEPT " WS-MIN-TEAM
                        END-IF
                    WHEN "OUT-MIN-MATS"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > 1
                            MOVE WS-PRM-NUMBER TO WS-MIN-MATCHES
                        ELSE
                            DISPLAY "OUT-MIN-MATS KEPT " WS-MIN-MATCHES
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

        ADD-RUN-EVENT.
            IF WS-RUN-EVENT-COUNT < 50
                ADD 1 TO WS-RUN-EVENT-COUNT
                MOVE WS-PRM-VALUE (1:6)
                    TO WS-RUN-EVENT-ENTRY (WS-RUN-EVENT-COUNT)
            ELSE
                DISPLAY "WS-RUN-EVENT-TBL FULL - SKIPPING EVENT "
                    WS-PRM-VALUE
            END-IF.

      * -- values longer than the four digits WS-JUST-PRM holds are -
      * -- rejected outright: JUSTIFIED RIGHT would otherwise drop  -
      * -- the leftmost digits and accept a silently wrong number   -
        EDIT-PRM-NUMBER.
            MOVE SPACE TO WS-PRM-NUM-OK-SW
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-PRM-VALUE)) > 4
                DISPLAY "INVALID PARAMETER VALUE " ParmLine
            ELSE
                MOVE FUNCTION TRIM(WS-PRM-VALUE) TO WS-JUST-PRM
                INSPECT WS-JUST-PRM REPLACING LEADING SPACE BY "0"
                IF WS-JUST-PRM IS NUMERIC
                    MOVE WS-JUST-PRM TO WS-PRM-NUMBER
                    SET WS-PRM-NUM-OK TO TRUE
                ELSE
                    DISPLAY "INVALID PARAMETER VALUE " ParmLine
                END-IF
            END-IF.

        PROCESS-ONE-EVENT.
            MOVE WS-RUN-EVENT-ENTRY (WS-RUN-EVENT-SUB) TO WS-EVENT-ID
            ACCEPT PrnLogDate FROM DATE YYYYMMDD
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            PERFORM VALIDATE-EVENT-ID
            IF WS-EVENT-OK
                INITIALIZE WS-TEAM-STATS WS-OUTL-COUNTS
                PERFORM BUILD-OUTPUT-NAME
                PERFORM RUN-EVENT-REVIEW
                MOVE WS-FLAG-COUNT TO PrnLogCount
                MOVE "OK"          TO PrnLogStatus
            ELSE
                MOVE ZERO       TO PrnLogCount
                MOVE "REJECTED" TO PrnLogStatus
            END-IF
            ACCEPT PrnLogEnd FROM TIME
            MOVE WS-EVENT-ID TO PrnLogEvent
            WRITE LogLine FROM RunLogLine.

      * -- logged before any work so a run that dies mid-event       -
      * -- leaves a STARTED line with no end for SPLOVER to flag     -
        WRITE-STARTED-LOG-LINE.
            MOVE WS-EVENT-ID TO PrnLogEvent
            MOVE SPACES      TO PrnLogEnd
            MOVE ZERO        TO PrnLogCount
            MOVE "STARTED"   TO PrnLogStatus
            WRITE LogLine FROM RunLogLine.

      * -- in parameter mode each event gets its own report so an   --
      * -- unattended run leaves one output per event               --
        BUILD-OUTPUT-NAME.
            IF WS-PARM-MODE
                MOVE SPACES TO WS-PRT-NAME
                STRING "SplOutlRpt"              DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EVENT-ID)   DELIMITED BY SIZE
                    ".txt"                       DELIMITED BY SIZE
                    INTO WS-PRT-NAME
                END-STRING
            END-IF.

      * -- an unknown event is refused; open or closed is accepted, -
      * -- as for SPLWINR, which this review runs ahead of          -
        VALIDATE-EVENT-ID.
            MOVE SPACE TO WS-EVENT-OK-SW
            OPEN INPUT EVTFILE
            IF WS-EVTFILE-STATUS = "35"
                DISPLAY "SPLEVENT.TXT NOT FOUND - RUN SPLEVENT FIRST"
            ELSE
                MOVE WS-EVENT-ID TO EV-ID
                READ EVTFILE
                    INVALID KEY
                        DISPLAY "UNKNOWN EVENT ID " WS-EVENT-ID
                    NOT INVALID KEY
                        MOVE EV-NAME TO WS-EVENT-NAME
                        SET WS-EVENT-OK TO TRUE
                END-READ
                CLOSE EVTFILE
            END-IF.

        RUN-EVENT-REVIEW.
            OPEN OUTPUT PRTFILE
            MOVE WS-EVENT-ID     TO PrnEventId
            MOVE WS-EVENT-NAME   TO PrnEventName
            MOVE WS-KD-MULT      TO PrnKdMult
            MOVE WS-SPREAD-LIMIT TO PrnSpread
            MOVE WS-MAT-MULT     TO PrnMatMult
            MOVE WS-MIN-TEAM     TO PrnMinTeam
            MOVE WS-MIN-MATCHES  TO PrnMinMats
            WRITE PrintLine FROM OutlHeading
            WRITE PrintLine FROM OutlThresholdLine
            IF NOT WS-MATFILE-OPEN
                WRITE PrintLine FROM OutlNoMatchLine
            END-IF
            WRITE PrintLine FROM OutlColHeads
      * -- pass 1 builds the team figures, pass 2 checks each player -
            MOVE SPACE TO WS-EOF-FLAG
            PERFORM POSITION-TO-EVENT
            PERFORM BUILD-ONE-TEAM-STAT UNTIL WSEOF
            MOVE SPACE TO WS-EOF-FLAG
            PERFORM POSITION-TO-EVENT
            PERFORM REVIEW-ONE-PLAYER UNTIL WSEOF
            MOVE SPACE TO WS-EOF-FLAG
            MOVE WS-PLAYERS-READ    TO PrnTotPlayers
            MOVE WS-PLAYERS-FLAGGED TO PrnTotPlrFlagged
            MOVE WS-MATCHES-READ    TO PrnTotMatches
            MOVE WS-MATCHES-FLAGGED TO PrnTotMatFlagged
            MOVE WS-NOT-NUMERIC     TO PrnTotNotNumeric
            WRITE PrintLine FROM OutlTotalLine1
            WRITE PrintLine FROM OutlTotalLine2
            WRITE PrintLine FROM OutlTotalLine3
            WRITE PrintLine FROM OutlTotalLine4
            WRITE PrintLine FROM OutlTotalLine5
            CLOSE PRTFILE.

      * -- position straight to the requested event: SPLATFEST-ID ---
      * -- leads RS-KEY, so one START replaces a front-to-back scan --
        POSITION-TO-EVENT.
            MOVE WS-EVENT-ID TO SPLATFEST-ID
            MOVE LOW-VALUES  TO USERNAME
            START RESTEAM KEY IS NOT LESS THAN RS-KEY
                INVALID KEY
                    SET WSEOF TO TRUE
            END-START.

      * -- non-numeric values are SPLEXCP's to catch: they are left  -
      * -- out of the team figures and counted, not reviewed         -
        BUILD-ONE-TEAM-STAT.
            READ RESTEAM NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    IF SPLATFEST-ID NOT = WS-EVENT-ID
                        SET WSEOF TO TRUE
                    ELSE
                        IF B-POINT IS NUMERIC AND DEATH IS NUMERIC
                                AND KILL IS NUMERIC
                            PERFORM ACCUMULATE-TEAM-STAT
                        ELSE
                            ADD 1 TO WS-NOT-NUMERIC
                        END-IF
                    END-IF
            END-READ.

      * -- a team beyond the tenth is reported and its players are   -
      * -- not reviewed                                              -
        ACCUMULATE-TEAM-STAT.
            PERFORM FIND-TEAM-ENTRY
            IF NOT WS-TEAM-FOUND
                IF WS-TEAM-COUNT < 10
                    ADD 1 TO WS-TEAM-COUNT
                    SET TM-IDX TO WS-TEAM-COUNT
                    MOVE TEAM-NAME TO WS-TEAM-NM (TM-IDX)
                    SET WS-TEAM-FOUND TO TRUE
                ELSE
                    DISPLAY "WS-TEAM-TBL FULL - SKIPPING TEAM "
                        TEAM-NAME
                END-IF
            END-IF
            IF WS-TEAM-FOUND
                PERFORM ADD-TO-TEAM-STAT
            END-IF.

      * -- the search stops at the first unused entry, so a blank    -
      * -- team name cannot match an empty slot                      -
        FIND-TEAM-ENTRY.
            MOVE SPACE TO WS-TEAM-FOUND-SW
            SET TM-IDX TO 1
            SEARCH WS-TEAM-TBL
                AT END
                    CONTINUE
                WHEN TM-IDX > WS-TEAM-COUNT
                    CONTINUE
                WHEN WS-TEAM-NM (TM-IDX) = TEAM-NAME
                    SET WS-TEAM-FOUND TO TRUE
            END-SEARCH.

        ADD-TO-TEAM-STAT.
            ADD 1       TO WS-TEAM-PLAYERS (TM-IDX)
            ADD B-POINT TO WS-TEAM-POINTS  (TM-IDX)
            ADD KILL    TO WS-TEAM-KILLS   (TM-IDX)
            ADD DEATH   TO WS-TEAM-DEATHS  (TM-IDX)
            COMPUTE WS-TEAM-POINTS-SQ (TM-IDX) =
                WS-TEAM-POINTS-SQ (TM-IDX) + B-POINT * B-POINT
            COMPUTE WS-TEAM-KILLS-SQ (TM-IDX) =
                WS-TEAM-KILLS-SQ (TM-IDX) + KILL * KILL.

        REVIEW-ONE-PLAYER.
            READ RESTEAM NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    IF SPLATFEST-ID NOT = WS-EVENT-ID
                        SET WSEOF TO TRUE
                    ELSE
                        IF B-POINT IS NUMERIC AND DEATH IS NUMERIC
                                AND KILL IS NUMERIC
                            PERFORM CHECK-ONE-PLAYER
                        END-IF
                    END-IF
            END-READ.

        CHECK-ONE-PLAYER.
            ADD 1 TO WS-PLAYERS-READ
            MOVE SPACE TO WS-PLAYER-FLAGGED-SW
            PERFORM FIND-TEAM-ENTRY
            IF WS-TEAM-FOUND
                COMPUTE WS-REST-PLAYERS = WS-TEAM-PLAYERS (TM-IDX) - 1
                IF WS-REST-PLAYERS NOT < WS-MIN-TEAM
                    PERFORM CHECK-PLAYER-KD
                    MOVE B-POINT                   TO WS-CHECK-VALUE
                    MOVE WS-TEAM-POINTS (TM-IDX)    TO WS-CHECK-SUM
                    MOVE WS-TEAM-POINTS-SQ (TM-IDX) TO WS-CHECK-SUM-SQ
                    MOVE "BTL POINTS"              TO WS-FLAG-CHECK
                    PERFORM CHECK-PLAYER-SPREAD
                    MOVE KILL                      TO WS-CHECK-VALUE
                    MOVE WS-TEAM-KILLS (TM-IDX)     TO WS-CHECK-SUM
                    MOVE WS-TEAM-KILLS-SQ (TM-IDX)  TO WS-CHECK-SUM-SQ
                    MOVE "KILLS"                   TO WS-FLAG-CHECK
                    PERFORM CHECK-PLAYER-SPREAD
                END-IF
            END-IF
            IF WS-MATFILE-OPEN
                PERFORM CHECK-PLAYER-MATCHES
            END-IF
            IF WS-PLAYER-FLAGGED
                ADD 1 TO WS-PLAYERS-FLAGGED
            END-IF.

      * -- no deaths counts as one, for the player and for the rest -
      * -- of the team alike; a team with no kills gives no basis    -
        CHECK-PLAYER-KD.
            COMPUTE WS-REST-KILLS  = WS-TEAM-KILLS  (TM-IDX) - KILL
            COMPUTE WS-REST-DEATHS = WS-TEAM-DEATHS (TM-IDX) - DEATH
            IF WS-REST-DEATHS = ZERO
                MOVE 1 TO WS-REST-DEATHS
            END-IF
            COMPUTE WS-REST-KD ROUNDED = WS-REST-KILLS / WS-REST-DEATHS
            IF DEATH = ZERO
                MOVE KILL TO WS-PLAYER-KD
            ELSE
                COMPUTE WS-PLAYER-KD ROUNDED = KILL / DEATH
            END-IF
            IF WS-REST-KD > ZERO
                    AND WS-PLAYER-KD NOT < WS-REST-KD * WS-KD-MULT
                MOVE "PLAYER K/D"  TO WS-FLAG-CHECK
                MOVE ZERO          TO WS-FLAG-MATCH
                MOVE WS-PLAYER-KD  TO WS-FLAG-VALUE
                MOVE WS-REST-KD    TO WS-FLAG-BASIS
                COMPUTE WS-FLAG-DIST ROUNDED = WS-PLAYER-KD / WS-REST-KD
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-FLAG-DIST
                END-COMPUTE
                MOVE "X"           TO WS-FLAG-UNIT
                PERFORM WRITE-FLAG-LINE
                SET WS-PLAYER-FLAGGED TO TRUE
            END-IF.

      * -- the rest of the team's mean and standard deviation come   -
      * -- from the team sums less the player's own figure; a team   -
      * -- whose other players all scored alike has no spread        -
        CHECK-PLAYER-SPREAD.
            COMPUTE WS-REST-MEAN ROUNDED =
                (WS-CHECK-SUM - WS-CHECK-VALUE) / WS-REST-PLAYERS
            COMPUTE WS-REST-VAR ROUNDED =
                (WS-CHECK-SUM-SQ - WS-CHECK-VALUE * WS-CHECK-VALUE)
                    / WS-REST-PLAYERS
                - WS-REST-MEAN * WS-REST-MEAN
            IF WS-REST-VAR > ZERO AND WS-CHECK-VALUE > WS-REST-MEAN
                COMPUTE WS-REST-SD ROUNDED = WS-REST-VAR ** 0.5
                IF WS-REST-SD > ZERO
                    COMPUTE WS-FLAG-DIST ROUNDED =
                        (WS-CHECK-VALUE - WS-REST-MEAN) / WS-REST-SD
                        ON SIZE ERROR
                            MOVE 9999.9 TO WS-FLAG-DIST
                    END-COMPUTE
                    IF WS-FLAG-DIST NOT < WS-SPREAD-LIMIT
                        MOVE ZERO           TO WS-FLAG-MATCH
                        MOVE WS-CHECK-VALUE TO WS-FLAG-VALUE
                        MOVE WS-REST-MEAN   TO WS-FLAG-BASIS
                        MOVE "SD"           TO WS-FLAG-UNIT
                        PERFORM WRITE-FLAG-LINE
                        SET WS-PLAYER-FLAGGED TO TRUE
                    END-IF
                END-IF
            END-IF.

      * -- MAT-KEY leads with the event and username, so a START at  -
      * -- match zero reaches the player's first match; one pass     -
      * -- totals the matches and a second compares each with the    -
      * -- average of the others                                     -
        CHECK-PLAYER-MATCHES.
            MOVE ZERO TO WS-MAT-COUNT WS-MAT-POINTS WS-MAT-KILLS
            PERFORM POSITION-TO-PLAYER-MATCHES
            PERFORM TOTAL-ONE-MATCH UNTIL WS-MAT-EOF
            IF WS-MAT-COUNT NOT < WS-MIN-MATCHES
                PERFORM POSITION-TO-PLAYER-MATCHES
                PERFORM CHECK-ONE-MATCH UNTIL WS-MAT-EOF
            END-IF.

        POSITION-TO-PLAYER-MATCHES.
            MOVE SPACE        TO WS-MAT-EOF-FLAG
            MOVE SPLATFEST-ID TO MAT-SPLATFEST-ID
            MOVE USERNAME     TO MAT-USERNAME
            MOVE ZERO         TO MAT-MATCH-NO
            START MATFILE KEY IS NOT LESS THAN MAT-KEY
                INVALID KEY
                    SET WS-MAT-EOF TO TRUE
            END-START.

        TOTAL-ONE-MATCH.
            READ MATFILE NEXT RECORD
                AT END
                    SET WS-MAT-EOF TO TRUE
                NOT AT END
                    IF MAT-SPLATFEST-ID NOT = SPLATFEST-ID
                            OR MAT-USERNAME NOT = USERNAME
                        SET WS-MAT-EOF TO TRUE
                    ELSE
                        IF MAT-B-POINT IS NUMERIC
                                AND MAT-KILL IS NUMERIC
                            ADD 1           TO WS-MAT-COUNT
                            ADD MAT-B-POINT TO WS-MAT-POINTS
                            ADD MAT-KILL    TO WS-MAT-KILLS
                        END-IF
                    END-IF
            END-READ.

        CHECK-ONE-MATCH.
            READ MATFILE NEXT RECORD
                AT END
                    SET WS-MAT-EOF TO TRUE
                NOT AT END
                    IF MAT-SPLATFEST-ID NOT = SPLATFEST-ID
                            OR MAT-USERNAME NOT = USERNAME
                        SET WS-MAT-EOF TO TRUE
                    ELSE
                        IF MAT-B-POINT IS NUMERIC
                                AND MAT-KILL IS NUMERIC
                            PERFORM CHECK-MATCH-VALUES
                        END-IF
                    END-IF
            END-READ.

        CHECK-MATCH-VALUES.
            ADD 1 TO WS-MATCHES-READ
            MOVE SPACE TO WS-MATCH-FLAGGED-SW
            COMPUTE WS-OTHERS-AVG ROUNDED =
                (WS-MAT-POINTS - MAT-B-POINT) / (WS-MAT-COUNT - 1)
            MOVE MAT-B-POINT     TO WS-CHECK-VALUE
            MOVE "MATCH B-POINT" TO WS-FLAG-CHECK
            PERFORM CHECK-MATCH-RATIO
            COMPUTE WS-OTHERS-AVG ROUNDED =
                (WS-MAT-KILLS - MAT-KILL) / (WS-MAT-COUNT - 1)
            MOVE MAT-KILL        TO WS-CHECK-VALUE
            MOVE "MATCH KILLS"   TO WS-FLAG-CHECK
            PERFORM CHECK-MATCH-RATIO
            IF WS-MATCH-FLAGGED
                ADD 1 TO WS-MATCHES-FLAGGED
                SET WS-PLAYER-FLAGGED TO TRUE
            END-IF.

        CHECK-MATCH-RATIO.
            IF WS-OTHERS-AVG < 1
                MOVE 1 TO WS-OTHERS-AVG
            END-IF
            IF WS-CHECK-VALUE > WS-OTHERS-AVG * WS-MAT-MULT
                MOVE MAT-MATCH-NO   TO WS-FLAG-MATCH
                MOVE WS-CHECK-VALUE TO WS-FLAG-VALUE
                MOVE WS-OTHERS-AVG  TO WS-FLAG-BASIS
                COMPUTE WS-FLAG-DIST ROUNDED =
                    WS-CHECK-VALUE / WS-OTHERS-AVG
                MOVE "X"            TO WS-FLAG-UNIT
                PERFORM WRITE-FLAG-LINE
                SET WS-MATCH-FLAGGED TO TRUE
            END-IF.

        WRITE-FLAG-LINE.
            MOVE USERNAME      TO PrnOtUsrName
            MOVE TEAM-NAME     TO PrnOtTeam
            MOVE WS-FLAG-MATCH TO PrnOtMatch
            MOVE WS-FLAG-CHECK TO PrnOtCheck
            MOVE WS-FLAG-VALUE TO PrnOtValue
            MOVE WS-FLAG-BASIS TO PrnOtBasis
            MOVE WS-FLAG-DIST  TO PrnOtDist
            MOVE WS-FLAG-UNIT  TO PrnOtUnit
            WRITE PrintLine FROM OutlDetailLine
            ADD 1 TO WS-FLAG-COUNT.
