      ******************************************************************
      *                                                                *
      *   SPLRWRD - reward entitlements for a certified Splatfest     *
      *   event. Applies the reward schedule SplRwdSch.txt to the     *
      *   event's RES-SPLT records and the result SPLWINR certified   *
      *   on SplWinr.txt: winning-team bonus, tier prizes by the      *
      *   S/A/B cutoffs SPLAPTS prints (TIER-S, TIER-A and TIER-B on  *
      *   SplParm.txt, the same keywords SPLAPTS reads), the top      *
      *   contributor of each official team (most battle points,      *
      *   the player SPLWINR names) and a participation reward. Only  *
      *   schedule lines in effect on the event start date apply,     *
      *   and only players on an official team are rewarded. An       *
      *   event with no certified result is refused - nothing is      *
      *   owed until the winner is official. The event's records are  *
      *   read from SplatRec.txt, or from the SplArch.txt archive     *
      *   once SPLPURGE has moved them there.                         *
      *                                                                *
      *   Each reward owed is written to SplEntl.txt, one keyed       *
      *   record per player per reward. A record already on file is   *
      *   left as it is, so a rerun issues nothing twice; it only     *
      *   picks up a reward added to the schedule since.              *
      *                                                                *
      *   The reward register lists every entitlement for the event   *
      *   with its status and totals by reward type and team. Every   *
      *   entitlement not yet sent to the prize desk goes on the      *
      *   fixed-format extract SplPrize<event>.txt and is marked      *
      *   sent, so the desk never gets the same prize twice either.   *
      *   The extract is named for its event even at the console, and *
      *   one the desk has not yet collected is never overwritten -   *
      *   nothing is sent that run, and the entitlements go on the    *
      *   next extract instead. SPLRFUL marks prizes fulfilled and    *
      *   SPLROUT lists what is still outstanding.                    *
      *                                                                *
      *   EVENT= lines on SplParm.txt select the events the way they  *
      *   do for SPLEXCP, with one register per event as well; with   *
      *   no EVENT= lines the event is entered at the console and the *
      *   register is SplRwdRpt.txt. Each event is logged to          *
      *   SplRunLog.txt.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRWRD.
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
                SELECT ARCFILE ASSIGN TO "SplArch.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ARCFILE-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-EVTFILE-STATUS.
                SELECT WINFILE ASSIGN TO "SplWinr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WIN-EVENT-ID
                FILE STATUS IS WS-WINFILE-STATUS.
                SELECT PLRFILE ASSIGN TO "SplPlayr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PLR-USERNAME
                FILE STATUS IS WS-PLRFILE-STATUS.
                SELECT SCHFILE ASSIGN TO "SplRwdSch.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SCHFILE-STATUS.
                SELECT ENTFILE ASSIGN TO "SplEntl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENT-KEY
                FILE STATUS IS WS-ENTFILE-STATUS.
                SELECT PRTFILE ASSIGN TO WS-PRT-NAME
                ORGANIZATION IS SEQUENTIAL.
                SELECT PRZFILE ASSIGN TO WS-PRZ-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRZFILE-STATUS.
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
       FD ARCFILE.
       01 ARC-RECORD           PIC X(47).
       FD EVTFILE.
           COPY SPLEVT.
       FD WINFILE.
           COPY SPLWNR.
       FD PLRFILE.
           COPY SPLPLR.
       FD SCHFILE.
           COPY SPLRWS.
       FD ENTFILE.
           COPY SPLENT.
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD PRZFILE.
           COPY SPLPRZ.
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           88 WSEOF            VALUE 'Y'.
       01 WS-PLR-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-PLR-EOF       VALUE 'Y'.
       01 WS-SCH-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-SCH-EOF       VALUE 'Y'.
       01 WS-EVENT-ID          PIC X(6).
       01 WS-TODAY             PIC X(8).
       01 WS-RESTEAM-STATUS    PIC XX.
       01 WS-ARCFILE-STATUS    PIC XX.
       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-WINFILE-STATUS    PIC XX.
       01 WS-PLRFILE-STATUS    PIC XX.
       01 WS-SCHFILE-STATUS    PIC XX.
       01 WS-ENTFILE-STATUS    PIC XX.
       01 WS-PRZFILE-STATUS    PIC XX.
       01 WS-PRZ-HELD-SW       PIC X VALUE SPACE.
           88 WS-PRZ-HELD      VALUE 'Y'.
       01 WS-RESTEAM-OPEN-SW   PIC X VALUE SPACE.
           88 WS-RESTEAM-OPEN  VALUE 'Y'.
       01 WS-PLRFILE-OPEN-SW   PIC X VALUE SPACE.
           88 WS-PLRFILE-OPEN  VALUE 'Y'.
       01 WS-ARCFILE-OPEN-SW   PIC X VALUE SPACE.
           88 WS-ARCFILE-OPEN  VALUE 'Y'.
       01 WS-EVENT-OK-SW       PIC X VALUE SPACE.
           88 WS-EVENT-OK      VALUE 'Y'.
       01 WS-CERTIFIED-SW      PIC X VALUE SPACE.
           88 WS-CERTIFIED     VALUE 'Y'.
       01 WS-EVENT-NAME        PIC X(30).
       01 WS-EVENT-START       PIC X(8).
       01 WS-CERT-DATE         PIC X(8).
       01 WS-MESSAGE           PIC X(40).

      * -- player tier classification, as SPLAPTS prints it ---------
       01 WS-TIER-S-MIN         PIC 9(4) VALUE 2000.
       01 WS-TIER-A-MIN         PIC 9(4) VALUE 1500.
       01 WS-TIER-B-MIN         PIC 9(4) VALUE 1000.

      * -- run-parameter file support --------------------------------
      * -- SplParm.txt, when present, lists the events to process   --
      * -- and the tier cutoffs; without EVENT= lines the event     --
      * -- comes from the console prompt                            --
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
       01 WS-PRT-NAME           PIC X(30) VALUE "SplRwdRpt.txt".
       01 WS-PRZ-NAME           PIC X(30) VALUE SPACES.
       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLRWRD".
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

      * -- the reward schedule, loaded once and checked line by     --
      * -- line; a line that fails an edit is reported and ignored  --
       01 WS-SCHEDULE.
           05 WS-SCH-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-SCH-ENTRY OCCURS 20 TIMES INDEXED BY SC-IDX.
               10 WS-SCH-CODE      PIC X(6).
               10 WS-SCH-TYPE      PIC X.
               10 WS-SCH-TIER      PIC X.
               10 WS-SCH-DESC      PIC X(30).
               10 WS-SCH-ITEM      PIC X(10).
               10 WS-SCH-QUANTITY  PIC 9(5).
               10 WS-SCH-EFF-START PIC X(8).
               10 WS-SCH-EFF-END   PIC X(8).
               10 WS-SCH-APPLIES   PIC X.
       01 WS-SCH-SUB           PIC 9(2).
       01 WS-SCH-REJECTED      PIC 9(4) VALUE ZERO.
       01 WS-SCH-APPLY-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-SCH-OK-SW         PIC X VALUE SPACE.
           88 WS-SCH-OK        VALUE 'Y'.
       01 WS-SCH-DUP-SW        PIC X VALUE SPACE.
           88 WS-SCH-DUP       VALUE 'Y'.

      * -- the certified result: official teams, winner and each    --
      * -- team's top contributor                                   --
       01 WS-TM-COUNT          PIC 9 VALUE 2.
       01 WS-TM-SUB            PIC 9 VALUE ZERO.
       01 WS-TEAM-TBL.
           05 WS-TM-ENTRY OCCURS 3 TIMES.
               10 WS-TM-NAME       PIC X(10).
               10 WS-TM-TOP-NAME   PIC X(15).
               10 WS-TM-TOP-BPOINT PIC 9(4).
       01 WS-WIN-TEAM          PIC X(10).
       01 WS-WIN-RESULT        PIC X VALUE SPACE.
           88 WS-WIN-DECIDED   VALUE 'W'.
           88 WS-WIN-TIE       VALUE 'T'.

      * -- the player being rewarded, from the master or the archive -
       01 WS-SOURCE-SW         PIC X VALUE SPACE.
           88 WS-FROM-MASTER   VALUE 'M'.
           88 WS-FROM-ARCHIVE  VALUE 'A'.
       01 WS-ONE-FOUND-SW      PIC X VALUE SPACE.
           88 WS-ONE-FOUND     VALUE 'Y'.
       01 WS-ONE-NUMERIC-SW    PIC X VALUE SPACE.
           88 WS-ONE-NUMERIC   VALUE 'Y'.
       01 WS-ONE-USERNAME      PIC X(15).
       01 WS-ONE-TEAM          PIC X(10).
       01 WS-ONE-BPOINT        PIC 9(4).
       01 WS-ONE-TIER          PIC X.
       01 WS-ONE-TM-SUB        PIC 9 VALUE ZERO.
       01 WS-QUALIFIES-SW      PIC X VALUE SPACE.
           88 WS-QUALIFIES     VALUE 'Y'.

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

       01 WS-RWRD-COUNTS.
           05 WS-PLAYERS-READ   PIC 9(6).
           05 WS-NOT-NUMERIC    PIC 9(6).
           05 WS-NOT-OFFICIAL   PIC 9(6).
           05 WS-ENT-NEW        PIC 9(6).
           05 WS-ENT-ALREADY    PIC 9(6).
           05 WS-ENT-LISTED     PIC 9(6).
           05 WS-ENT-SENT       PIC 9(6).
           05 WS-ENT-OUTSTANDING PIC 9(6).
           05 WS-ENT-FULFILLED  PIC 9(6).
           05 WS-SENT-QTY       PIC 9(9).

      * -- register totals: rows are the reward types W/T/C/P with  --
      * -- row 5 for all types, columns the official teams with     --
      * -- column 4 for all teams                                   --
       01 WS-TYPE-TOTALS.
           05 WS-TT-ROW OCCURS 5 TIMES.
               10 WS-TT-CELL OCCURS 4 TIMES.
                   15 WS-TT-COUNT  PIC 9(5).
                   15 WS-TT-QTY    PIC 9(8).
       01 WS-TT-ROW-SUB        PIC 9.
       01 WS-TT-COL-SUB        PIC 9.
       01 WS-TYPE-CODES        PIC X(4) VALUE "WTCP".
       01 WS-TYPE-LABEL-VALUES.
           05 FILLER           PIC X(14) VALUE "WINNING TEAM".
           05 FILLER           PIC X(14) VALUE "TIER PRIZE".
           05 FILLER           PIC X(14) VALUE "TOP CONTRIB".
           05 FILLER           PIC X(14) VALUE "PARTICIPATION".
           05 FILLER           PIC X(14) VALUE "ALL REWARDS".
       01 WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
           05 WS-TYPE-LABEL    PIC X(14) OCCURS 5 TIMES.

       01 RwrdHeading.
           05 FILLER            PIC X(23) VALUE
               "REWARD REGISTER        ".
           05 FILLER            PIC X(8) VALUE "Event : ".
           05 PrnEventId         PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnEventName       PIC X(30).
       01 RwrdResultLine.
           05 FILLER            PIC X(15) VALUE "CERTIFIED ON : ".
           05 PrnCertDate        PIC X(8).
           05 FILLER            PIC X(11) VALUE "  WINNER : ".
           05 PrnWinTeam         PIC X(10).
       01 RwrdTieLine.
           05 FILLER            PIC X(15) VALUE "CERTIFIED ON : ".
           05 PrnTieCertDate     PIC X(8).
           05 FILLER            PIC X(41) VALUE
               "  RESULT : TIE - NO WINNING TEAM REWARDS".
       01 RwrdTierLine.
           05 FILLER            PIC X(16) VALUE "TIER CUTOFFS  S ".
           05 PrnTierS           PIC ZZZ9.
           05 FILLER            PIC X(4) VALUE "  A ".
           05 PrnTierA           PIC ZZZ9.
           05 FILLER            PIC X(4) VALUE "  B ".
           05 PrnTierB           PIC ZZZ9.
       01 RwrdArchiveLine       PIC X(46) VALUE
           "PLAYER RECORDS READ FROM THE SPLARCH.TXT FILE".
       01 SchedHeading          PIC X(20) VALUE
           "-- REWARD SCHEDULE -".
       01 SchedColHeads.
           05 FILLER            PIC X(40) VALUE
               "-Code- T R -Description----------------".
           05 FILLER            PIC X(32) VALUE
               "-- -Item----- --Qty -Status-----".
       01 SchedLine.
           05 PrnSchCode         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSchType         PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSchTier         PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSchDesc         PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSchItem         PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSchQty          PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSchStatus       PIC X(13).
       01 SchedRejectLine.
           05 FILLER            PIC X(27) VALUE
               "SCHEDULE LINES REJECTED  : ".
           05 PrnSchRejected     PIC ZZZ9.
       01 SchedNoneLine         PIC X(44) VALUE
           "NO SCHEDULE LINE IS IN EFFECT FOR THIS EVENT".
       01 EntlHeading           PIC X(24) VALUE
           "-- ENTITLEMENTS --------".
       01 EntlColHeads.
           05 FILLER            PIC X(40) VALUE
               " -Username-      -Code- T -Team----- -It".
           05 FILLER            PIC X(36) VALUE
               "em----- --Qty -Status---- -Sent To".
       01 EntlDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnUsrName       PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnCode          PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnType          PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnTeam          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnItem          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnQty           PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnStatus        PIC X(11).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEnSentDate      PIC X(8).
       01 EntlNoneLine          PIC X(34) VALUE
           "NO ENTITLEMENTS FOR THIS EVENT".
       01 EntlHeldLine.
           05 PrnHeldName        PIC X(30).
           05 FILLER            PIC X(46) VALUE
               " NOT YET COLLECTED - NOTHING SENT THIS RUN".
       01 TotHeading            PIC X(34) VALUE
           "-- TOTALS BY REWARD TYPE AND TEAM ".
       01 TotColHeads.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 TotHdTeam OCCURS 3 TIMES.
               10 FILLER        PIC X(5) VALUE SPACES.
               10 PrnTotHdTeam   PIC X(10).
           05 FILLER            PIC X(15) VALUE "      ALL TEAMS".
       01 TotSubHeads.
           05 FILLER            PIC X(14) VALUE "-Reward Type-".
           05 FILLER            PIC X(15) VALUE " COUNT QUANTITY".
           05 FILLER            PIC X(15) VALUE " COUNT QUANTITY".
           05 FILLER            PIC X(15) VALUE " COUNT QUANTITY".
           05 FILLER            PIC X(15) VALUE " COUNT QUANTITY".
       01 TotLine.
           05 PrnTotLabel        PIC X(14).
           05 TotCell OCCURS 4 TIMES.
               10 FILLER        PIC X VALUE SPACE.
               10 PrnTotCount    PIC ZZZZ9.
               10 FILLER        PIC X VALUE SPACE.
               10 PrnTotQty      PIC Z(7)9.
       01 SumLine1.
           05 FILLER            PIC X(27) VALUE
               "PLAYERS READ             : ".
           05 PrnSumPlayers      PIC ZZZZZ9.
       01 SumLine2.
           05 FILLER            PIC X(27) VALUE
               "NOT NUMERIC - SKIPPED    : ".
           05 PrnSumNotNumeric   PIC ZZZZZ9.
       01 SumLine3.
           05 FILLER            PIC X(27) VALUE
               "NOT ON AN OFFICIAL TEAM  : ".
           05 PrnSumNotOfficial  PIC ZZZZZ9.
       01 SumLine4.
           05 FILLER            PIC X(27) VALUE
               "ENTITLEMENTS ISSUED NOW  : ".
           05 PrnSumNew          PIC ZZZZZ9.
       01 SumLine5.
           05 FILLER            PIC X(27) VALUE
               "ALREADY ISSUED - KEPT    : ".
           05 PrnSumAlready      PIC ZZZZZ9.
       01 SumLine6.
           05 FILLER            PIC X(27) VALUE
               "SENT TO PRIZE DESK NOW   : ".
           05 PrnSumSent         PIC ZZZZZ9.
       01 SumLine7.
           05 FILLER            PIC X(27) VALUE
               "OUTSTANDING              : ".
           05 PrnSumOutstanding  PIC ZZZZZ9.
       01 SumLine8.
           05 FILLER            PIC X(27) VALUE
               "FULFILLED                : ".
           05 PrnSumFulfilled    PIC ZZZZZ9.

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
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            PERFORM LOAD-SCHEDULE
            IF WS-SCH-COUNT = ZERO
                DISPLAY "NO VALID LINES ON SPLRWDSCH.TXT - "
                    "NOTHING ISSUED"
                STOP RUN
            END-IF
            OPEN INPUT RESTEAM
            IF WS-RESTEAM-STATUS = "00"
                SET WS-RESTEAM-OPEN TO TRUE
            END-IF
            OPEN INPUT PLRFILE
            IF WS-PLRFILE-STATUS = "00"
                SET WS-PLRFILE-OPEN TO TRUE
            END-IF
            OPEN I-O ENTFILE
            IF WS-ENTFILE-STATUS = "35"
                OPEN OUTPUT ENTFILE
                CLOSE ENTFILE
                OPEN I-O ENTFILE
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
            IF WS-RESTEAM-OPEN
                CLOSE RESTEAM
            END-IF
            IF WS-PLRFILE-OPEN
                CLOSE PLRFILE
            END-IF
            CLOSE ENTFILE
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
                    WHEN "TIER-S"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > ZERO
                            MOVE WS-PRM-NUMBER TO WS-TIER-S-MIN
                        ELSE
                            DISPLAY "TIER-S KEPT " WS-TIER-S-MIN
                        END-IF
                    WHEN "TIER-A"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > ZERO
                            MOVE WS-PRM-NUMBER TO WS-TIER-A-MIN
                        ELSE
                            DISPLAY "TIER-A KEPT " WS-TIER-A-MIN
                        END-IF
                    WHEN "TIER-B"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > ZERO
                            MOVE WS-PRM-NUMBER TO WS-TIER-B-MIN
                        ELSE
                            DISPLAY "TIER-B KEPT " WS-TIER-B-MIN
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

      ******************************************************************
      *  reward schedule                                               *
      ******************************************************************
        LOAD-SCHEDULE.
            OPEN INPUT SCHFILE
            IF WS-SCHFILE-STATUS = "35"
                DISPLAY "SPLRWDSCH.TXT NOT FOUND - NO REWARD SCHEDULE"
            ELSE
                PERFORM READ-ONE-SCHEDULE UNTIL WS-SCH-EOF
                CLOSE SCHFILE
            END-IF.

        READ-ONE-SCHEDULE.
            READ SCHFILE
                AT END
                    SET WS-SCH-EOF TO TRUE
                NOT AT END
                    IF RWS-RECORD = SPACES
                            OR RWS-REWARD-CODE (1:1) = "*"
                        CONTINUE
                    ELSE
                        PERFORM EDIT-SCHEDULE-LINE
                        IF WS-SCH-OK
                            PERFORM ADD-SCHEDULE-ENTRY
                        ELSE
                            DISPLAY "SCHEDULE LINE REJECTED - "
                                WS-MESSAGE " " RWS-REWARD-CODE
                            ADD 1 TO WS-SCH-REJECTED
                        END-IF
                    END-IF
            END-READ.

      * -- the first failing edit is the one reported ----------------
        EDIT-SCHEDULE-LINE.
            MOVE 'Y' TO WS-SCH-OK-SW
            MOVE SPACE TO WS-SCH-DUP-SW
            SET SC-IDX TO 1
            SEARCH WS-SCH-ENTRY
                AT END
                    CONTINUE
                WHEN SC-IDX > WS-SCH-COUNT
                    CONTINUE
                WHEN WS-SCH-CODE (SC-IDX) = RWS-REWARD-CODE
                    SET WS-SCH-DUP TO TRUE
            END-SEARCH
            EVALUATE TRUE
                WHEN RWS-REWARD-CODE = SPACES
                    MOVE "REWARD CODE IS REQUIRED" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN WS-SCH-DUP
                    MOVE "REWARD CODE IS ON FILE TWICE" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN NOT RWS-WINNING-TEAM AND NOT RWS-TIER-PRIZE
                        AND NOT RWS-TOP-CONTRIB AND NOT RWS-PARTICIPATE
                    MOVE "REWARD TYPE MUST BE W, T, C OR P"
                        TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN RWS-TIER-PRIZE AND RWS-TIER NOT = "S"
                        AND RWS-TIER NOT = "A" AND RWS-TIER NOT = "B"
                    MOVE "TIER PRIZE TIER MUST BE S, A OR B"
                        TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN RWS-QUANTITY-X IS NOT NUMERIC
                    MOVE "QUANTITY MUST BE NUMERIC" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN RWS-QUANTITY = ZERO
                    MOVE "QUANTITY MUST NOT BE ZERO" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN RWS-EFF-START IS NOT NUMERIC
                    MOVE "START DATE MUST BE YYYYMMDD" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN RWS-EFF-END NOT = SPACES
                        AND RWS-EFF-END IS NOT NUMERIC
                    MOVE "END DATE MUST BE YYYYMMDD" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN RWS-EFF-END NOT = SPACES
                        AND RWS-EFF-END < RWS-EFF-START
                    MOVE "END DATE IS BEFORE START DATE" TO WS-MESSAGE
                    MOVE SPACE TO WS-SCH-OK-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        ADD-SCHEDULE-ENTRY.
            IF WS-SCH-COUNT < 20
                ADD 1 TO WS-SCH-COUNT
                SET SC-IDX TO WS-SCH-COUNT
                MOVE RWS-REWARD-CODE TO WS-SCH-CODE      (SC-IDX)
                MOVE RWS-TYPE        TO WS-SCH-TYPE      (SC-IDX)
                MOVE RWS-TIER        TO WS-SCH-TIER      (SC-IDX)
                MOVE RWS-DESC        TO WS-SCH-DESC      (SC-IDX)
                MOVE RWS-ITEM        TO WS-SCH-ITEM      (SC-IDX)
                MOVE RWS-QUANTITY    TO WS-SCH-QUANTITY  (SC-IDX)
                MOVE RWS-EFF-START   TO WS-SCH-EFF-START (SC-IDX)
                MOVE RWS-EFF-END     TO WS-SCH-EFF-END   (SC-IDX)
                MOVE SPACE           TO WS-SCH-APPLIES   (SC-IDX)
            ELSE
                DISPLAY "WS-SCH-ENTRY FULL - SKIPPING REWARD "
                    RWS-REWARD-CODE
                ADD 1 TO WS-SCH-REJECTED
            END-IF.

      ******************************************************************
      *  one event                                                     *
      ******************************************************************
        PROCESS-ONE-EVENT.
            MOVE WS-RUN-EVENT-ENTRY (WS-RUN-EVENT-SUB) TO WS-EVENT-ID
            ACCEPT PrnLogDate FROM DATE YYYYMMDD
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            INITIALIZE WS-RWRD-COUNTS WS-TYPE-TOTALS WS-TEAM-TBL
            MOVE SPACE TO WS-CERTIFIED-SW
            PERFORM VALIDATE-EVENT-ID
            IF WS-EVENT-OK
                PERFORM CHECK-EVENT-CERTIFIED
            END-IF
            IF WS-CERTIFIED
                PERFORM BUILD-OUTPUT-NAMES
                PERFORM RUN-EVENT-REWARDS
                MOVE WS-ENT-NEW TO PrnLogCount
                MOVE "OK"       TO PrnLogStatus
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

      * -- the extract is always named for its event, so a run for  --
      * -- one event can never overwrite another event's extract     --
      * -- the prize desk has not collected yet. In parameter mode   --
      * -- the register is named for its event too, so an unattended --
      * -- run leaves one of each per event                          --
        BUILD-OUTPUT-NAMES.
            MOVE SPACES TO WS-PRZ-NAME
            STRING "SplPrize"                DELIMITED BY SIZE
                FUNCTION TRIM(WS-EVENT-ID)   DELIMITED BY SIZE
                ".txt"                       DELIMITED BY SIZE
                INTO WS-PRZ-NAME
            END-STRING
            IF WS-PARM-MODE
                MOVE SPACES TO WS-PRT-NAME
                STRING "SplRwdRpt"               DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EVENT-ID)   DELIMITED BY SIZE
                    ".txt"                       DELIMITED BY SIZE
                    INTO WS-PRT-NAME
                END-STRING
            END-IF.

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
                        MOVE EV-NAME       TO WS-EVENT-NAME
                        MOVE EV-START-DATE TO WS-EVENT-START
                        SET WS-EVENT-OK TO TRUE
                END-READ
                CLOSE EVTFILE
            END-IF.

      * -- nothing is owed on an event until SPLWINR has certified  --
      * -- its result; the official teams and the winner come from  --
      * -- the certified record, not from the current player data   --
        CHECK-EVENT-CERTIFIED.
            OPEN INPUT WINFILE
            IF WS-WINFILE-STATUS = "35"
                DISPLAY "SPLWINR.TXT NOT FOUND - NO EVENT IS CERTIFIED"
            ELSE
                MOVE WS-EVENT-ID TO WIN-EVENT-ID
                READ WINFILE
                    INVALID KEY
                        DISPLAY "EVENT NOT CERTIFIED - NO REWARDS "
                            "ISSUED FOR " WS-EVENT-ID
                    NOT INVALID KEY
                        PERFORM LOAD-CERTIFIED-RESULT
                        SET WS-CERTIFIED TO TRUE
                END-READ
                CLOSE WINFILE
            END-IF.

        LOAD-CERTIFIED-RESULT.
            MOVE WIN-TEAM-1  TO WS-TM-NAME (1)
            MOVE WIN-TEAM-2  TO WS-TM-NAME (2)
            MOVE WIN-TEAM-3  TO WS-TM-NAME (3)
            IF WIN-TEAM-COUNT = 3
                MOVE 3 TO WS-TM-COUNT
            ELSE
                MOVE 2 TO WS-TM-COUNT
            END-IF
            MOVE WIN-TEAM    TO WS-WIN-TEAM
            MOVE WIN-RESULT  TO WS-WIN-RESULT
            MOVE WIN-DATE    TO WS-CERT-DATE.

        RUN-EVENT-REWARDS.
            OPEN OUTPUT PRTFILE
            MOVE WS-EVENT-ID   TO PrnEventId
            MOVE WS-EVENT-NAME TO PrnEventName
            WRITE PrintLine FROM RwrdHeading
            IF WS-WIN-DECIDED
                MOVE WS-CERT-DATE TO PrnCertDate
                MOVE WS-WIN-TEAM  TO PrnWinTeam
                WRITE PrintLine FROM RwrdResultLine
            ELSE
                MOVE WS-CERT-DATE TO PrnTieCertDate
                WRITE PrintLine FROM RwrdTieLine
            END-IF
            MOVE WS-TIER-S-MIN TO PrnTierS
            MOVE WS-TIER-A-MIN TO PrnTierA
            MOVE WS-TIER-B-MIN TO PrnTierB
            WRITE PrintLine FROM RwrdTierLine
            PERFORM PRINT-SCHEDULE
      * -- pass 1 finds each team's top contributor, pass 2 issues  --
      * -- the entitlements, pass 3 lists and extracts them         --
            PERFORM CHOOSE-PLAYER-SOURCE
            IF WS-FROM-ARCHIVE
                WRITE PrintLine FROM RwrdArchiveLine
            END-IF
            PERFORM OPEN-PLAYER-SOURCE
            PERFORM FIND-ONE-TOP UNTIL WS-PLR-EOF
            PERFORM CLOSE-PLAYER-SOURCE
            PERFORM OPEN-PLAYER-SOURCE
            PERFORM ISSUE-FOR-ONE-PLAYER UNTIL WS-PLR-EOF
            PERFORM CLOSE-PLAYER-SOURCE
            PERFORM LIST-ENTITLEMENTS
            PERFORM PRINT-TYPE-TOTALS
            MOVE WS-PLAYERS-READ    TO PrnSumPlayers
            MOVE WS-NOT-NUMERIC     TO PrnSumNotNumeric
            MOVE WS-NOT-OFFICIAL    TO PrnSumNotOfficial
            MOVE WS-ENT-NEW         TO PrnSumNew
            MOVE WS-ENT-ALREADY     TO PrnSumAlready
            MOVE WS-ENT-SENT        TO PrnSumSent
            MOVE WS-ENT-OUTSTANDING TO PrnSumOutstanding
            MOVE WS-ENT-FULFILLED   TO PrnSumFulfilled
            WRITE PrintLine FROM SumLine1
            WRITE PrintLine FROM SumLine2
            WRITE PrintLine FROM SumLine3
            WRITE PrintLine FROM SumLine4
            WRITE PrintLine FROM SumLine5
            WRITE PrintLine FROM SumLine6
            WRITE PrintLine FROM SumLine7
            WRITE PrintLine FROM SumLine8
            CLOSE PRTFILE.

      * -- a schedule line applies when the event started inside    -
      * -- its effective dates                                       -
        PRINT-SCHEDULE.
            WRITE PrintLine FROM SchedHeading
            WRITE PrintLine FROM SchedColHeads
            MOVE ZERO TO WS-SCH-APPLY-COUNT
            PERFORM MARK-ONE-SCHEDULE
                VARYING WS-SCH-SUB FROM 1 BY 1
                UNTIL WS-SCH-SUB > WS-SCH-COUNT
            IF WS-SCH-REJECTED > ZERO
                MOVE WS-SCH-REJECTED TO PrnSchRejected
                WRITE PrintLine FROM SchedRejectLine
            END-IF
            IF WS-SCH-APPLY-COUNT = ZERO
                WRITE PrintLine FROM SchedNoneLine
            END-IF.

        MARK-ONE-SCHEDULE.
            IF WS-EVENT-START >= WS-SCH-EFF-START (WS-SCH-SUB)
                    AND (WS-SCH-EFF-END (WS-SCH-SUB) = SPACES
                    OR WS-EVENT-START <= WS-SCH-EFF-END (WS-SCH-SUB))
                MOVE 'Y' TO WS-SCH-APPLIES (WS-SCH-SUB)
                MOVE "IN EFFECT" TO PrnSchStatus
                ADD 1 TO WS-SCH-APPLY-COUNT
            ELSE
                MOVE SPACE TO WS-SCH-APPLIES (WS-SCH-SUB)
                MOVE "NOT IN EFFECT" TO PrnSchStatus
            END-IF
            MOVE WS-SCH-CODE     (WS-SCH-SUB) TO PrnSchCode
            MOVE WS-SCH-TYPE     (WS-SCH-SUB) TO PrnSchType
            MOVE WS-SCH-TIER     (WS-SCH-SUB) TO PrnSchTier
            MOVE WS-SCH-DESC     (WS-SCH-SUB) TO PrnSchDesc
            MOVE WS-SCH-ITEM     (WS-SCH-SUB) TO PrnSchItem
            MOVE WS-SCH-QUANTITY (WS-SCH-SUB) TO PrnSchQty
            WRITE PrintLine FROM SchedLine.

      ******************************************************************
      *  player records - SplatRec.txt, or the archive once purged     *
      ******************************************************************
        CHOOSE-PLAYER-SOURCE.
            MOVE 'A' TO WS-SOURCE-SW
            IF WS-RESTEAM-OPEN
                MOVE WS-EVENT-ID TO SPLATFEST-ID
                MOVE LOW-VALUES  TO USERNAME
                START RESTEAM KEY IS NOT LESS THAN RS-KEY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM PROBE-MASTER
                END-START
            END-IF.

        PROBE-MASTER.
            READ RESTEAM NEXT RECORD
                AT END
                    CONTINUE
                NOT AT END
                    IF SPLATFEST-ID = WS-EVENT-ID
                        MOVE 'M' TO WS-SOURCE-SW
                    END-IF
            END-READ.

        OPEN-PLAYER-SOURCE.
            MOVE SPACE TO WS-PLR-EOF-FLAG
            IF WS-FROM-MASTER
                MOVE WS-EVENT-ID TO SPLATFEST-ID
                MOVE LOW-VALUES  TO USERNAME
                START RESTEAM KEY IS NOT LESS THAN RS-KEY
                    INVALID KEY
                        SET WS-PLR-EOF TO TRUE
                END-START
            ELSE
                OPEN INPUT ARCFILE
                IF WS-ARCFILE-STATUS = "00"
                    SET WS-ARCFILE-OPEN TO TRUE
                ELSE
                    SET WS-PLR-EOF TO TRUE
                END-IF
            END-IF.

        CLOSE-PLAYER-SOURCE.
            IF WS-ARCFILE-OPEN
                CLOSE ARCFILE
                MOVE SPACE TO WS-ARCFILE-OPEN-SW
            END-IF.

        READ-NEXT-PLAYER.
            MOVE SPACE TO WS-ONE-FOUND-SW
            IF WS-FROM-MASTER
                PERFORM READ-MASTER-PLAYER
            ELSE
                PERFORM READ-ARCHIVE-PLAYER
                    UNTIL WS-ONE-FOUND OR WS-PLR-EOF
            END-IF.

        READ-MASTER-PLAYER.
            READ RESTEAM NEXT RECORD
                AT END
                    SET WS-PLR-EOF TO TRUE
                NOT AT END
                    IF SPLATFEST-ID NOT = WS-EVENT-ID
                        SET WS-PLR-EOF TO TRUE
                    ELSE
                        SET WS-ONE-FOUND TO TRUE
                        MOVE USERNAME  TO WS-ONE-USERNAME
                        MOVE TEAM-NAME TO WS-ONE-TEAM
                        IF B-POINT IS NUMERIC
                            MOVE 'Y'     TO WS-ONE-NUMERIC-SW
                            MOVE B-POINT TO WS-ONE-BPOINT
                        ELSE
                            MOVE SPACE   TO WS-ONE-NUMERIC-SW
                        END-IF
                    END-IF
            END-READ.

        READ-ARCHIVE-PLAYER.
            READ ARCFILE
                AT END
                    SET WS-PLR-EOF TO TRUE
                NOT AT END
                    MOVE ARC-RECORD TO WS-ARC-SPLT
                    IF WS-ARC-EVENT = WS-EVENT-ID
                        SET WS-ONE-FOUND TO TRUE
                        MOVE WS-ARC-USERNAME TO WS-ONE-USERNAME
                        MOVE WS-ARC-TEAM     TO WS-ONE-TEAM
                        IF WS-ARC-BPOINT IS NUMERIC
                            MOVE 'Y'           TO WS-ONE-NUMERIC-SW
                            MOVE WS-ARC-BPOINT TO WS-ONE-BPOINT
                        ELSE
                            MOVE SPACE         TO WS-ONE-NUMERIC-SW
                        END-IF
                    END-IF
            END-READ.

      * -- only the certified official teams count; a stray team    -
      * -- name leaves WS-ONE-TM-SUB at zero                         -
        FIND-OFFICIAL-TEAM.
            MOVE ZERO TO WS-ONE-TM-SUB
            IF WS-ONE-TEAM NOT = SPACES
                PERFORM MATCH-ONE-TEAM
                    VARYING WS-TM-SUB FROM 1 BY 1
                    UNTIL WS-TM-SUB > WS-TM-COUNT
            END-IF.

        MATCH-ONE-TEAM.
            IF WS-TM-NAME (WS-TM-SUB) = WS-ONE-TEAM
                MOVE WS-TM-SUB TO WS-ONE-TM-SUB
            END-IF.

      * -- the top contributor is the player SPLWINR names: most     -
      * -- battle points on the team, the first in key order on a    -
      * -- tie                                                       -
        FIND-ONE-TOP.
            PERFORM READ-NEXT-PLAYER
            IF WS-ONE-FOUND AND WS-ONE-NUMERIC
                PERFORM FIND-OFFICIAL-TEAM
                IF WS-ONE-TM-SUB > ZERO
                    IF WS-TM-TOP-NAME (WS-ONE-TM-SUB) = SPACES
                            OR WS-ONE-BPOINT >
                               WS-TM-TOP-BPOINT (WS-ONE-TM-SUB)
                        MOVE WS-ONE-USERNAME
                            TO WS-TM-TOP-NAME   (WS-ONE-TM-SUB)
                        MOVE WS-ONE-BPOINT
                            TO WS-TM-TOP-BPOINT (WS-ONE-TM-SUB)
                    END-IF
                END-IF
            END-IF.

        ISSUE-FOR-ONE-PLAYER.
            PERFORM READ-NEXT-PLAYER
            IF WS-ONE-FOUND
                ADD 1 TO WS-PLAYERS-READ
                IF NOT WS-ONE-NUMERIC
                    ADD 1 TO WS-NOT-NUMERIC
                ELSE
                    PERFORM FIND-OFFICIAL-TEAM
                    IF WS-ONE-TM-SUB = ZERO
                        ADD 1 TO WS-NOT-OFFICIAL
                    ELSE
                        PERFORM CLASSIFY-TIER
                        PERFORM APPLY-ONE-REWARD
                            VARYING WS-SCH-SUB FROM 1 BY 1
                            UNTIL WS-SCH-SUB > WS-SCH-COUNT
                    END-IF
                END-IF
            END-IF.

        CLASSIFY-TIER.
            EVALUATE TRUE
                WHEN WS-ONE-BPOINT >= WS-TIER-S-MIN
                    MOVE "S" TO WS-ONE-TIER
                WHEN WS-ONE-BPOINT >= WS-TIER-A-MIN
                    MOVE "A" TO WS-ONE-TIER
                WHEN WS-ONE-BPOINT >= WS-TIER-B-MIN
                    MOVE "B" TO WS-ONE-TIER
                WHEN OTHER
                    MOVE "C" TO WS-ONE-TIER
            END-EVALUATE.

        APPLY-ONE-REWARD.
            MOVE SPACE TO WS-QUALIFIES-SW
            IF WS-SCH-APPLIES (WS-SCH-SUB) = 'Y'
                EVALUATE WS-SCH-TYPE (WS-SCH-SUB)
                    WHEN "W"
                        IF WS-WIN-DECIDED
                                AND WS-ONE-TEAM = WS-WIN-TEAM
                            SET WS-QUALIFIES TO TRUE
                        END-IF
                    WHEN "T"
                        IF WS-ONE-TIER = WS-SCH-TIER (WS-SCH-SUB)
                            SET WS-QUALIFIES TO TRUE
                        END-IF
                    WHEN "C"
                        IF WS-ONE-USERNAME =
                                WS-TM-TOP-NAME (WS-ONE-TM-SUB)
                            SET WS-QUALIFIES TO TRUE
                        END-IF
                    WHEN "P"
                        SET WS-QUALIFIES TO TRUE
                END-EVALUATE
            END-IF
            IF WS-QUALIFIES
                PERFORM WRITE-ENTITLEMENT
            END-IF.

      * -- the key is event + player + reward code: an entitlement   -
      * -- already on file from an earlier run is kept as it is       -
        WRITE-ENTITLEMENT.
            MOVE SPACES                        TO ENT-RECORD
            MOVE WS-EVENT-ID                   TO ENT-SPLATFEST-ID
            MOVE WS-ONE-USERNAME               TO ENT-USERNAME
            MOVE WS-SCH-CODE     (WS-SCH-SUB)  TO ENT-REWARD-CODE
            MOVE WS-ONE-TEAM                   TO ENT-TEAM-NAME
            MOVE WS-SCH-TYPE     (WS-SCH-SUB)  TO ENT-REWARD-TYPE
            MOVE WS-SCH-ITEM     (WS-SCH-SUB)  TO ENT-ITEM
            MOVE WS-SCH-QUANTITY (WS-SCH-SUB)  TO ENT-QUANTITY
            MOVE WS-TODAY                      TO ENT-ISSUE-DATE
            MOVE 'O'                           TO ENT-STATUS
            WRITE ENT-RECORD
                INVALID KEY
                    ADD 1 TO WS-ENT-ALREADY
                NOT INVALID KEY
                    ADD 1 TO WS-ENT-NEW
            END-WRITE.

      ******************************************************************
      *  register and prize desk extract                               *
      ******************************************************************
      * -- every entitlement for the event is listed; one not yet   --
      * -- sent to the prize desk is extracted and marked sent, so  --
      * -- a run that stopped part way sends the rest next time     --
        LIST-ENTITLEMENTS.
            PERFORM OPEN-PRIZE-EXTRACT
            WRITE PrintLine FROM EntlHeading
            WRITE PrintLine FROM EntlColHeads
            MOVE WS-EVENT-ID TO ENT-SPLATFEST-ID
            MOVE LOW-VALUES  TO ENT-USERNAME
            MOVE LOW-VALUES  TO ENT-REWARD-CODE
            MOVE SPACE TO WS-EOF-FLAG
            START ENTFILE KEY IS NOT LESS THAN ENT-KEY
                INVALID KEY
                    SET WSEOF TO TRUE
            END-START
            PERFORM LIST-ONE-ENTITLEMENT UNTIL WSEOF
            IF WS-ENT-LISTED = ZERO
                WRITE PrintLine FROM EntlNoneLine
            END-IF
            IF WS-PRZ-HELD
                MOVE WS-PRZ-NAME TO PrnHeldName
                WRITE PrintLine FROM EntlHeldLine
            ELSE
                MOVE SPACES         TO PRZ-RECORD
                MOVE 'T'            TO PRZ-REC-TYPE
                MOVE WS-EVENT-ID    TO PRZ-SPLATFEST-ID
                MOVE WS-ENT-SENT    TO PRZ-DETAIL-COUNT
                MOVE WS-SENT-QTY    TO PRZ-TOTAL-QTY
                WRITE PRZ-RECORD
                CLOSE PRZFILE
            END-IF.

      * -- an extract still on disk has not been collected by the   --
      * -- prize desk, which removes it once loaded. It is never     --
      * -- overwritten: nothing is extracted or marked sent this run --
      * -- and the entitlements go on the next extract instead       --
        OPEN-PRIZE-EXTRACT.
            MOVE SPACE TO WS-PRZ-HELD-SW
            OPEN INPUT PRZFILE
            IF WS-PRZFILE-STATUS NOT = "35"
                IF WS-PRZFILE-STATUS = "00"
                    CLOSE PRZFILE
                END-IF
                SET WS-PRZ-HELD TO TRUE
                DISPLAY WS-PRZ-NAME " NOT YET COLLECTED - "
                    "NOTHING SENT THIS RUN"
            ELSE
                OPEN OUTPUT PRZFILE
                MOVE SPACES         TO PRZ-RECORD
                MOVE 'H'            TO PRZ-REC-TYPE
                MOVE WS-EVENT-ID    TO PRZ-SPLATFEST-ID
                MOVE WS-EVENT-NAME  TO PRZ-EVENT-NAME
                MOVE WS-TODAY       TO PRZ-RUN-DATE
                WRITE PRZ-RECORD
            END-IF.

        LIST-ONE-ENTITLEMENT.
            READ ENTFILE NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    IF ENT-SPLATFEST-ID NOT = WS-EVENT-ID
                        SET WSEOF TO TRUE
                    ELSE
                        ADD 1 TO WS-ENT-LISTED
                        IF ENT-EXTRACT-DATE = SPACES
                                AND NOT WS-PRZ-HELD
                            PERFORM EXTRACT-ONE-ENTITLEMENT
                        END-IF
                        PERFORM WRITE-ENTITLEMENT-LINE
                        PERFORM ACCUMULATE-TYPE-TOTAL
                    END-IF
            END-READ.

      * -- the extract carries the display name so the desk can      -
      * -- reach the player; an unknown player goes out with spaces  -
        EXTRACT-ONE-ENTITLEMENT.
            MOVE SPACES           TO PRZ-RECORD
            MOVE 'D'              TO PRZ-REC-TYPE
            MOVE ENT-SPLATFEST-ID TO PRZ-SPLATFEST-ID
            MOVE ENT-USERNAME     TO PRZ-USERNAME
            MOVE ENT-REWARD-CODE  TO PRZ-REWARD-CODE
            MOVE ENT-ITEM         TO PRZ-ITEM
            MOVE ENT-QUANTITY     TO PRZ-QUANTITY
            MOVE ENT-TEAM-NAME    TO PRZ-TEAM-NAME
            MOVE ENT-ISSUE-DATE   TO PRZ-ISSUE-DATE
            IF WS-PLRFILE-OPEN
                MOVE ENT-USERNAME TO PLR-USERNAME
                READ PLRFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PLR-DISPLAY-NAME TO PRZ-DISPLAY-NAME
                END-READ
            END-IF
            WRITE PRZ-RECORD
            MOVE WS-TODAY TO ENT-EXTRACT-DATE
            REWRITE ENT-RECORD
                INVALID KEY
                    DISPLAY "SPLENTL REWRITE FAILED " ENT-USERNAME
                        " " ENT-REWARD-CODE
            END-REWRITE
            ADD 1            TO WS-ENT-SENT
            ADD ENT-QUANTITY TO WS-SENT-QTY.

        WRITE-ENTITLEMENT-LINE.
            MOVE ENT-USERNAME     TO PrnEnUsrName
            MOVE ENT-REWARD-CODE  TO PrnEnCode
            MOVE ENT-REWARD-TYPE  TO PrnEnType
            MOVE ENT-TEAM-NAME    TO PrnEnTeam
            MOVE ENT-ITEM         TO PrnEnItem
            MOVE ENT-QUANTITY     TO PrnEnQty
            MOVE ENT-EXTRACT-DATE TO PrnEnSentDate
            IF ENT-FULFILLED
                MOVE "FULFILLED"   TO PrnEnStatus
                ADD 1 TO WS-ENT-FULFILLED
            ELSE
                MOVE "OUTSTANDING" TO PrnEnStatus
                ADD 1 TO WS-ENT-OUTSTANDING
            END-IF
            WRITE PrintLine FROM EntlDetailLine.

      * -- each entitlement counts in its own type and team, in the  -
      * -- all-teams column and in the all-types row                 -
        ACCUMULATE-TYPE-TOTAL.
            MOVE ZERO TO WS-TT-ROW-SUB
            INSPECT WS-TYPE-CODES TALLYING WS-TT-ROW-SUB
                FOR CHARACTERS BEFORE INITIAL ENT-REWARD-TYPE
            ADD 1 TO WS-TT-ROW-SUB
            MOVE ENT-TEAM-NAME TO WS-ONE-TEAM
            PERFORM FIND-OFFICIAL-TEAM
            IF WS-TT-ROW-SUB < 5
                IF WS-ONE-TM-SUB > ZERO
                    MOVE WS-ONE-TM-SUB TO WS-TT-COL-SUB
                    PERFORM ADD-ONE-TYPE-CELL
                END-IF
                MOVE 4 TO WS-TT-COL-SUB
                PERFORM ADD-ONE-TYPE-CELL
            END-IF
            MOVE 5 TO WS-TT-ROW-SUB
            IF WS-ONE-TM-SUB > ZERO
                MOVE WS-ONE-TM-SUB TO WS-TT-COL-SUB
                PERFORM ADD-ONE-TYPE-CELL
            END-IF
            MOVE 4 TO WS-TT-COL-SUB
            PERFORM ADD-ONE-TYPE-CELL.

        ADD-ONE-TYPE-CELL.
            ADD 1 TO WS-TT-COUNT (WS-TT-ROW-SUB WS-TT-COL-SUB)
            ADD ENT-QUANTITY
                TO WS-TT-QTY (WS-TT-ROW-SUB WS-TT-COL-SUB).

        PRINT-TYPE-TOTALS.
            WRITE PrintLine FROM TotHeading
            MOVE WS-TM-NAME (1) TO PrnTotHdTeam (1)
            MOVE WS-TM-NAME (2) TO PrnTotHdTeam (2)
            MOVE WS-TM-NAME (3) TO PrnTotHdTeam (3)
            WRITE PrintLine FROM TotColHeads
            WRITE PrintLine FROM TotSubHeads
            PERFORM PRINT-ONE-TYPE-ROW
                VARYING WS-TT-ROW-SUB FROM 1 BY 1
                UNTIL WS-TT-ROW-SUB > 5.

        PRINT-ONE-TYPE-ROW.
            MOVE WS-TYPE-LABEL (WS-TT-ROW-SUB) TO PrnTotLabel
            PERFORM MOVE-ONE-TYPE-CELL
                VARYING WS-TT-COL-SUB FROM 1 BY 1
                UNTIL WS-TT-COL-SUB > 4
            WRITE PrintLine FROM TotLine.

        MOVE-ONE-TYPE-CELL.
            MOVE WS-TT-COUNT (WS-TT-ROW-SUB WS-TT-COL-SUB)
                TO PrnTotCount (WS-TT-COL-SUB)
            MOVE WS-TT-QTY   (WS-TT-ROW-SUB WS-TT-COL-SUB)
                TO PrnTotQty   (WS-TT-COL-SUB).
