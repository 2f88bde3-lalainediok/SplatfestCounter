      ******************************************************************
      *                                                                *
      *   SPLRETN - participation and retention across consecutive    *
      *   Splatfests. Takes every event on SplEvent.txt in            *
      *   EV-START-DATE order and follows each player through the     *
      *   live records on SplatRec.txt and the purged ones on         *
      *   SplArch.txt, so a purge does not turn regulars into         *
      *   newcomers.                                                  *
      *                                                                *
      *   For each event the report shows, split by team: players in  *
      *   the event, new players, returning players, players who      *
      *   switched team from the previous event, and the players of   *
      *   the previous event who did not come back. A player is new   *
      *   at their first event on file, checked against PLR-JOIN-DATE *
      *   on SplPlayr.txt: a player who joined before the previous    *
      *   event started has history the files no longer hold and      *
      *   counts as returning. A switch is a change of team name      *
      *   where the previous team is an official team of this event   *
      *   too. Events with no records on file are listed but are not  *
      *   counted, so they do not break anyone's run.                 *
      *                                                                *
      *   The report ends with the lapsed regulars: active players    *
      *   whose last run of consecutive events was RETN-STREAK or     *
      *   more long (SplParm.txt, default 3) and who have not played  *
      *   since. Without SplParm.txt the default applies.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRETN.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT RESTEAM ASSIGN TO "SplatRec.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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
                SELECT PLRFILE ASSIGN TO "SplPlayr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PLR-USERNAME
                FILE STATUS IS WS-PLRFILE-STATUS.
                SELECT PRMFILE ASSIGN TO "SplParm.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
                SELECT PRTFILE ASSIGN TO "SplRetnRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
                SELECT WRKFILE ASSIGN TO "SplRetnWrk.txt"
                ORGANIZATION IS SEQUENTIAL.
                SELECT SRTFILE ASSIGN TO "SplRetnSrt.tmp".
                SELECT SR2FILE ASSIGN TO "SplRetnSr2.tmp".
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
       FD PLRFILE.
           COPY SPLPLR.
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD WRKFILE.
       01 WRK-RECORD.
           05 WRK-USERNAME      PIC X(15).
           05 WRK-DISPLAY-NAME  PIC X(30).
           05 WRK-STREAK        PIC 9(4).
           05 WRK-FIRST-EVENT   PIC X(6).
           05 WRK-LAST-EVENT    PIC X(6).
           05 WRK-MISSED        PIC 9(4).
      * -- event sort: same shape as EVT-RECORD so the master can   --
      * -- be sorted straight into start-date order                 --
       SD SRTFILE.
       01 SRT-REC.
           05 SRT-ID            PIC X(6).
           05 SRT-NAME          PIC X(30).
           05 SRT-START-DATE    PIC X(8).
           05 SRT-END-DATE      PIC X(8).
           05 SRT-TEAM-1        PIC X(10).
           05 SRT-TEAM-2        PIC X(10).
           05 SRT-STATUS        PIC X.
           05 SRT-TEAM-3        PIC X(10).
           05 SRT-RULE-SET      PIC X(6).
           05 FILLER            PIC X(11).
      * -- participation sort: SR2-ORD is the event's place in the  --
      * -- start-date table, so each player's events come back in   --
      * -- the order they were played                               --
       SD SR2FILE.
       01 SR2-REC.
           05 SR2-USERNAME      PIC X(15).
           05 SR2-ORD           PIC 9(4).
           05 SR2-TEAM          PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           88 WSEOF            VALUE 'Y'.
       01 WS-ARC-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-ARC-EOF       VALUE 'Y'.
       01 WS-SRT-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-SRT-EOF       VALUE 'Y'.
       01 WS-WRK-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-WRK-EOF       VALUE 'Y'.
       01 WS-RESTEAM-STATUS    PIC XX.
       01 WS-ARCFILE-STATUS    PIC XX.
       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-PLRFILE-STATUS    PIC XX.
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

      * -- run-parameter file support --------------------------------
      * -- SplParm.txt, when present, supplies RETN-STREAK, the run  -
      * -- of consecutive events that makes a player a regular;      -
      * -- without it the default below applies                      -
       01 WS-PRM-STATUS         PIC XX.
       01 WS-PRM-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-PRM-EOF        VALUE 'Y'.
       01 WS-PRM-KEYWORD        PIC X(12).
       01 WS-PRM-VALUE          PIC X(30).
       01 WS-PRM-NUMBER         PIC 9(4).
       01 WS-PRM-NUM-OK-SW      PIC X.
           88 WS-PRM-NUM-OK     VALUE 'Y'.
       01 WS-JUST-PRM           PIC X(4) JUSTIFIED RIGHT.
       01 WS-RETN-STREAK        PIC 9(4) VALUE 3.

      * -- every event on the master in start-date order. WS-ET-SEQ -
      * -- numbers only the events that have records, so an event   -
      * -- nobody played (not loaded yet, or never held) does not    -
      * -- count as one a player missed. WS-ET-STAT rows are         -
      * -- players / new / returning / switched / not back at the    -
      * -- next event; columns are the official teams, 4 for a team -
      * -- name that is not one of them, 5 for the whole event       -
       01 WS-EVT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-EVT-SKIPPED        PIC 9(4) VALUE ZERO.
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 200 TIMES INDEXED BY ET-IDX.
               10 WS-ET-ID        PIC X(6).
               10 WS-ET-NAME      PIC X(30).
               10 WS-ET-START     PIC X(8).
               10 WS-ET-TEAM      PIC X(10) OCCURS 3 TIMES.
               10 WS-ET-RECS      PIC 9(6).
               10 WS-ET-SEQ       PIC 9(4).
               10 WS-ET-ROW OCCURS 5 TIMES.
                   15 WS-ET-STAT  PIC 9(6) OCCURS 5 TIMES.
       01 WS-EVT-SUB            PIC 9(4).
      * -- counted events by sequence number, back to the table -----
       01 WS-SEQ-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-ORD         PIC 9(4) OCCURS 200 TIMES.

      * -- last event id looked up in the table, so a run of        -
      * -- records for one event costs one search                   -
       01 WS-VAL-EVENT-ID       PIC X(6) VALUE LOW-VALUES.
       01 WS-VAL-ORD            PIC 9(4) VALUE ZERO.
       01 WS-ONE-EVENT          PIC X(6).
       01 WS-ONE-USERNAME       PIC X(15).
       01 WS-ONE-TEAM           PIC X(10).

      * -- current player during the follow-through pass -------------
       01 WS-CUR-USERNAME       PIC X(15) VALUE LOW-VALUES.
       01 WS-CUR-DISPLAY-NAME   PIC X(30).
       01 WS-CUR-JOIN-DATE      PIC X(8).
       01 WS-PLR-FOUND-SW       PIC X VALUE SPACE.
           88 WS-PLR-FOUND      VALUE 'Y'.
       01 WS-PLR-ACTIVE-SW      PIC X VALUE SPACE.
           88 WS-PLR-IS-ACTIVE  VALUE 'Y'.
       01 WS-LAST-ORD           PIC 9(4).
       01 WS-LAST-SEQ           PIC 9(4).
       01 WS-LAST-SLOT          PIC 9.
       01 WS-LAST-TEAM          PIC X(10).
       01 WS-STREAK             PIC 9(4).
       01 WS-STREAK-FIRST-ORD   PIC 9(4).
       01 WS-THIS-ORD           PIC 9(4).
       01 WS-THIS-SEQ           PIC 9(4).
       01 WS-THIS-SLOT          PIC 9.
       01 WS-PREV-SEQ           PIC 9(4).
       01 WS-PREV-ORD           PIC 9(4).
       01 WS-NEW-SW             PIC X VALUE SPACE.
           88 WS-IS-NEW         VALUE 'Y'.
       01 WS-TEAM-SUB           PIC 9.

      * -- printing ----------------------------------------------------
       01 WS-PRT-ORD            PIC 9(4).
       01 WS-PRT-PREV-ORD       PIC 9(4) VALUE ZERO.
       01 WS-HEAD-ORD           PIC 9(4).
       01 WS-ROW-SUB            PIC 9.
       01 WS-SLOT-SUB           PIC 9.
       01 WS-STAT-LABEL-VALUES.
           05 FILLER            PIC X(17) VALUE " PLAYERS".
           05 FILLER            PIC X(17) VALUE " NEW".
           05 FILLER            PIC X(17) VALUE " RETURNING".
           05 FILLER            PIC X(17) VALUE " SWITCHED TEAM".
           05 FILLER            PIC X(17) VALUE " NOT BACK".
       01 WS-STAT-LABELS REDEFINES WS-STAT-LABEL-VALUES.
           05 WS-STAT-LABEL     PIC X(17) OCCURS 5 TIMES.

      * -- control totals ----------------------------------------------
       01 WS-PART-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-DUP-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PLAYER-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-LAPSED-COUNT       PIC 9(6) VALUE ZERO.

       01 RetnHeading           PIC X(44) VALUE
           "PARTICIPATION AND RETENTION BY SPLATFEST".
       01 RetnEventLine.
           05 FILLER            PIC X(7) VALUE " EVENT ".
           05 PrnRetnEvent       PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnRetnName        PIC X(30).
           05 FILLER            PIC X(9) VALUE "  START  ".
           05 PrnRetnStart       PIC X(8).
       01 RetnEmptyLine.
           05 FILLER            PIC X(7) VALUE " EVENT ".
           05 PrnEmptyEvent      PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnEmptyName       PIC X(30).
           05 FILLER            PIC X(28) VALUE
               "  NO RECORDS - NOT COUNTED".
       01 RetnTeamHeads.
           05 PrnRetnHdLabel     PIC X(17).
           05 RetnHdCell OCCURS 5 TIMES.
               10 FILLER        PIC X VALUE SPACE.
               10 PrnRetnHdTeam  PIC X(10).
       01 RetnCountLine.
           05 PrnRetnLabel       PIC X(17).
           05 RetnCell OCCURS 5 TIMES.
               10 FILLER        PIC X(5) VALUE SPACES.
               10 PrnRetnCount   PIC ZZZZZ9.
               10 PrnRetnCount-X REDEFINES PrnRetnCount PIC X(6).
       01 RetnPrevLabel.
           05 FILLER            PIC X(10) VALUE " PREVIOUS ".
           05 PrnRetnPrevEvent   PIC X(6).
       01 LapsHeading.
           05 FILLER            PIC X(33) VALUE
               "LAPSED REGULARS - ACTIVE PLAYERS ".
           05 PrnLapsStreak      PIC ZZZ9.
           05 FILLER            PIC X(33) VALUE
               " OR MORE EVENTS IN A ROW, STOPPED".
       01 LapsColHeads.
           05 FILLER            PIC X(42) VALUE
               " -Username-      -Display Name-".
           05 FILLER            PIC X(28) VALUE
               "  RUN  FIRST    LAST  MISSED".
       01 LapsDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnLapsUsrName     PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnLapsDispName    PIC X(24).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnLapsStreakLen   PIC ZZZ9.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnLapsFirst       PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnLapsLast        PIC X(6).
           05 FILLER            PIC X(4) VALUE SPACE.
           05 PrnLapsMissed      PIC ZZZ9.
       01 LapsNoneLine          PIC X(22) VALUE
           " NO LAPSED REGULARS".
       01 RetnOverLine          PIC X(50) VALUE
           "EVENT TABLE FULL - LATER EVENTS NOT REPORTED".
       01 SumLine1.
           05 FILLER            PIC X(27) VALUE
               "EVENTS ON FILE           : ".
           05 PrnSumEvents       PIC ZZZZZ9.
       01 SumLine2.
           05 FILLER            PIC X(27) VALUE
               "EVENTS COUNTED           : ".
           05 PrnSumCounted      PIC ZZZZZ9.
       01 SumLine3.
           05 FILLER            PIC X(27) VALUE
               "PLAYER RECORDS READ      : ".
           05 PrnSumParts        PIC ZZZZZ9.
       01 SumLine4.
           05 FILLER            PIC X(27) VALUE
               "RECORDS FOR UNKNOWN EVENT: ".
           05 PrnSumUnknown      PIC ZZZZZ9.
       01 SumLine5.
           05 FILLER            PIC X(27) VALUE
               "DUPLICATE RECORDS SKIPPED: ".
           05 PrnSumDups         PIC ZZZZZ9.
       01 SumLine6.
           05 FILLER            PIC X(27) VALUE
               "PLAYERS FOLLOWED         : ".
           05 PrnSumPlayers      PIC ZZZZZ9.
       01 SumLine7.
           05 FILLER            PIC X(27) VALUE
               "LAPSED REGULARS          : ".
           05 PrnSumLapsed       PIC ZZZZZ9.

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
            OPEN INPUT EVTFILE
            IF WS-EVTFILE-STATUS = "35"
                DISPLAY "SPLEVENT.TXT NOT FOUND - RUN SPLEVENT FIRST"
                STOP RUN
            END-IF
            CLOSE EVTFILE
            OPEN INPUT PLRFILE
            IF WS-PLRFILE-STATUS = "35"
                DISPLAY "SPLPLAYR.TXT NOT FOUND - RUN SPLPLAYR FIRST"
                STOP RUN
            END-IF
            OPEN OUTPUT PRTFILE
            WRITE PrintLine FROM RetnHeading
            SORT SRTFILE ON ASCENDING KEY SRT-START-DATE SRT-ID
                USING EVTFILE
                OUTPUT PROCEDURE IS LOAD-EVENT-TABLE
            SORT SR2FILE ON ASCENDING KEY SR2-USERNAME SR2-ORD
                INPUT PROCEDURE IS GATHER-PARTICIPATIONS
                OUTPUT PROCEDURE IS FOLLOW-PLAYERS
            CLOSE PLRFILE
            PERFORM PRINT-ONE-EVENT
                VARYING WS-PRT-ORD FROM 1 BY 1
                UNTIL WS-PRT-ORD > WS-EVT-COUNT
            IF WS-EVT-SKIPPED > ZERO
                WRITE PrintLine FROM RetnOverLine
            END-IF
            PERFORM PRINT-LAPSED-REGULARS
            PERFORM PRINT-SUMMARY
            CLOSE PRTFILE
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
                    WHEN "RETN-STREAK"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > ZERO
                            MOVE WS-PRM-NUMBER TO WS-RETN-STREAK
                        ELSE
                            DISPLAY "RETN-STREAK KEPT " WS-RETN-STREAK
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
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
      *  event table in start-date order                               *
      ******************************************************************
        LOAD-EVENT-TABLE.
            MOVE SPACE TO WS-SRT-EOF-FLAG
            PERFORM LOAD-ONE-EVENT UNTIL WS-SRT-EOF.

        LOAD-ONE-EVENT.
            RETURN SRTFILE
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    IF WS-EVT-COUNT < 200
                        ADD 1 TO WS-EVT-COUNT
                        SET ET-IDX TO WS-EVT-COUNT
                        INITIALIZE WS-EVT-ENTRY (ET-IDX)
                        MOVE SRT-ID         TO WS-ET-ID    (ET-IDX)
                        MOVE SRT-NAME       TO WS-ET-NAME  (ET-IDX)
                        MOVE SRT-START-DATE TO WS-ET-START (ET-IDX)
                        MOVE SRT-TEAM-1     TO WS-ET-TEAM  (ET-IDX 1)
                        MOVE SRT-TEAM-2     TO WS-ET-TEAM  (ET-IDX 2)
                        MOVE SRT-TEAM-3     TO WS-ET-TEAM  (ET-IDX 3)
                    ELSE
                        DISPLAY "WS-EVT-TABLE FULL - SKIPPING EVENT "
                            SRT-ID
                        ADD 1 TO WS-EVT-SKIPPED
                    END-IF
            END-RETURN.

      ******************************************************************
      *  participations off the master and the archive                 *
      ******************************************************************
        GATHER-PARTICIPATIONS.
            OPEN INPUT RESTEAM
            IF WS-RESTEAM-STATUS = "35"
                DISPLAY "SPLATREC.TXT NOT FOUND - ARCHIVE ONLY"
            ELSE
                PERFORM RELEASE-ONE-RECORD UNTIL WSEOF
                CLOSE RESTEAM
            END-IF
      * -- no archive yet is not an error: nothing has been purged  -
            OPEN INPUT ARCFILE
            IF WS-ARCFILE-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM RELEASE-ONE-ARCHIVE-RECORD UNTIL WS-ARC-EOF
                CLOSE ARCFILE
            END-IF.

        RELEASE-ONE-RECORD.
            READ RESTEAM
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE SPLATFEST-ID TO WS-ONE-EVENT
                    MOVE USERNAME     TO WS-ONE-USERNAME
                    MOVE TEAM-NAME    TO WS-ONE-TEAM
                    PERFORM RELEASE-PARTICIPATION
            END-READ.

        RELEASE-ONE-ARCHIVE-RECORD.
            READ ARCFILE
                AT END
                    SET WS-ARC-EOF TO TRUE
                NOT AT END
                    MOVE ARC-RECORD      TO WS-ARC-SPLT
                    MOVE WS-ARC-EVENT    TO WS-ONE-EVENT
                    MOVE WS-ARC-USERNAME TO WS-ONE-USERNAME
                    MOVE WS-ARC-TEAM     TO WS-ONE-TEAM
                    PERFORM RELEASE-PARTICIPATION
            END-READ.

      * -- a record whose event is not on the master (or fell off a -
      * -- full table) cannot be placed in the sequence; it is      -
      * -- counted for the summary and left out                     -
        RELEASE-PARTICIPATION.
            ADD 1 TO WS-PART-COUNT
            IF WS-ONE-EVENT NOT = WS-VAL-EVENT-ID
                PERFORM FIND-EVENT-ORDINAL
            END-IF
            IF WS-VAL-ORD = ZERO
                ADD 1 TO WS-UNKNOWN-COUNT
            ELSE
                MOVE WS-ONE-USERNAME TO SR2-USERNAME
                MOVE WS-VAL-ORD      TO SR2-ORD
                MOVE WS-ONE-TEAM     TO SR2-TEAM
                ADD 1 TO WS-ET-RECS (WS-VAL-ORD)
                RELEASE SR2-REC
            END-IF.

        FIND-EVENT-ORDINAL.
            MOVE WS-ONE-EVENT TO WS-VAL-EVENT-ID
            MOVE ZERO TO WS-VAL-ORD
            SET ET-IDX TO 1
            SEARCH WS-EVT-ENTRY
                AT END
                    CONTINUE
                WHEN ET-IDX > WS-EVT-COUNT
                    CONTINUE
                WHEN WS-ET-ID (ET-IDX) = WS-ONE-EVENT
                    SET WS-VAL-ORD TO ET-IDX
            END-SEARCH.

      ******************************************************************
      *  follow each player from event to event                        *
      ******************************************************************
        FOLLOW-PLAYERS.
            PERFORM NUMBER-ONE-EVENT
                VARYING WS-EVT-SUB FROM 1 BY 1
                UNTIL WS-EVT-SUB > WS-EVT-COUNT
            OPEN OUTPUT WRKFILE
            MOVE SPACE      TO WS-SRT-EOF-FLAG
            MOVE LOW-VALUES TO WS-CUR-USERNAME
            PERFORM FOLLOW-ONE-PARTICIPATION UNTIL WS-SRT-EOF
            IF WS-CUR-USERNAME NOT = LOW-VALUES
                PERFORM END-OF-PLAYER
            END-IF
            CLOSE WRKFILE.

        NUMBER-ONE-EVENT.
            IF WS-ET-RECS (WS-EVT-SUB) > ZERO
                ADD 1 TO WS-SEQ-COUNT
                MOVE WS-SEQ-COUNT TO WS-ET-SEQ (WS-EVT-SUB)
                MOVE WS-EVT-SUB   TO WS-SEQ-ORD (WS-SEQ-COUNT)
            END-IF.

      * -- the same player and event from both the master and the   -
      * -- archive is counted once                                  -
        FOLLOW-ONE-PARTICIPATION.
            RETURN SR2FILE
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    IF SR2-USERNAME NOT = WS-CUR-USERNAME
                        IF WS-CUR-USERNAME NOT = LOW-VALUES
                            PERFORM END-OF-PLAYER
                        END-IF
                        PERFORM START-OF-PLAYER
                    END-IF
                    IF SR2-ORD = WS-LAST-ORD
                        ADD 1 TO WS-DUP-COUNT
                    ELSE
                        PERFORM COUNT-PARTICIPATION
                    END-IF
            END-RETURN.

        START-OF-PLAYER.
            ADD 1 TO WS-PLAYER-COUNT
            MOVE SR2-USERNAME TO WS-CUR-USERNAME
            MOVE ZERO   TO WS-LAST-ORD WS-LAST-SEQ WS-LAST-SLOT
                           WS-STREAK WS-STREAK-FIRST-ORD
            MOVE SPACES TO WS-LAST-TEAM WS-CUR-DISPLAY-NAME
                           WS-CUR-JOIN-DATE
            MOVE SPACE  TO WS-PLR-FOUND-SW WS-PLR-ACTIVE-SW
            MOVE SR2-USERNAME TO PLR-USERNAME
            READ PLRFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-PLR-FOUND TO TRUE
                    MOVE PLR-DISPLAY-NAME TO WS-CUR-DISPLAY-NAME
                    MOVE PLR-JOIN-DATE    TO WS-CUR-JOIN-DATE
                    IF PLR-ACTIVE
                        SET WS-PLR-IS-ACTIVE TO TRUE
                    END-IF
            END-READ.

        COUNT-PARTICIPATION.
            MOVE SR2-ORD TO WS-THIS-ORD
            MOVE WS-ET-SEQ (WS-THIS-ORD) TO WS-THIS-SEQ
            PERFORM FIND-TEAM-SLOT
            ADD 1 TO WS-ET-STAT (WS-THIS-ORD 1 WS-THIS-SLOT)
                     WS-ET-STAT (WS-THIS-ORD 1 5)
            IF WS-LAST-SEQ = ZERO
                PERFORM TEST-NEW-PLAYER
                MOVE 1 TO WS-STREAK
                MOVE WS-THIS-ORD TO WS-STREAK-FIRST-ORD
            ELSE
                MOVE SPACE TO WS-NEW-SW
                IF WS-THIS-SEQ = WS-LAST-SEQ + 1
                    ADD 1 TO WS-STREAK
                    PERFORM TEST-TEAM-SWITCH
                ELSE
                    PERFORM COUNT-NOT-BACK
                    MOVE 1 TO WS-STREAK
                    MOVE WS-THIS-ORD TO WS-STREAK-FIRST-ORD
                END-IF
            END-IF
            IF WS-IS-NEW
                ADD 1 TO WS-ET-STAT (WS-THIS-ORD 2 WS-THIS-SLOT)
                         WS-ET-STAT (WS-THIS-ORD 2 5)
            ELSE
                ADD 1 TO WS-ET-STAT (WS-THIS-ORD 3 WS-THIS-SLOT)
                         WS-ET-STAT (WS-THIS-ORD 3 5)
            END-IF
            MOVE WS-THIS-ORD  TO WS-LAST-ORD
            MOVE WS-THIS-SEQ  TO WS-LAST-SEQ
            MOVE WS-THIS-SLOT TO WS-LAST-SLOT
            MOVE SR2-TEAM     TO WS-LAST-TEAM.

      * -- column for the team played: one of the event's official  -
      * -- teams, otherwise column 4                                -
        FIND-TEAM-SLOT.
            MOVE 4 TO WS-THIS-SLOT
            PERFORM MATCH-ONE-TEAM
                VARYING WS-TEAM-SUB FROM 1 BY 1
                UNTIL WS-TEAM-SUB > 3.

        MATCH-ONE-TEAM.
            IF WS-THIS-SLOT = 4
                  AND WS-ET-TEAM (WS-THIS-ORD WS-TEAM-SUB) NOT = SPACES
                  AND WS-ET-TEAM (WS-THIS-ORD WS-TEAM-SUB) = SR2-TEAM
                MOVE WS-TEAM-SUB TO WS-THIS-SLOT
            END-IF.

      * -- first event on file. The first counted event is everyone's-
      * -- first; after that PLR-JOIN-DATE decides - a player who     -
      * -- joined before the previous counted event started was       -
      * -- around for it, and a record the files no longer hold is    -
      * -- not proof of a first event. No player master entry or no   -
      * -- usable join date leaves the records to decide: new.        -
        TEST-NEW-PLAYER.
            SET WS-IS-NEW TO TRUE
            IF WS-THIS-SEQ > 1
                    AND WS-PLR-FOUND
                    AND WS-CUR-JOIN-DATE IS NUMERIC
                COMPUTE WS-PREV-SEQ = WS-THIS-SEQ - 1
                MOVE WS-SEQ-ORD (WS-PREV-SEQ) TO WS-PREV-ORD
                IF WS-CUR-JOIN-DATE < WS-ET-START (WS-PREV-ORD)
                    MOVE SPACE TO WS-NEW-SW
                END-IF
            END-IF.

      * -- team names are compared only where the previous team is  -
      * -- one of this event's teams too; a fest with its own team  -
      * -- names has nothing to switch from                         -
        TEST-TEAM-SWITCH.
            IF SR2-TEAM NOT = WS-LAST-TEAM
                    AND WS-LAST-TEAM NOT = SPACES
                    AND (WS-LAST-TEAM = WS-ET-TEAM (WS-THIS-ORD 1)
                      OR WS-LAST-TEAM = WS-ET-TEAM (WS-THIS-ORD 2)
                      OR WS-LAST-TEAM = WS-ET-TEAM (WS-THIS-ORD 3))
                ADD 1 TO WS-ET-STAT (WS-THIS-ORD 4 WS-THIS-SLOT)
                         WS-ET-STAT (WS-THIS-ORD 4 5)
            END-IF.

      * -- the player's last event gets the did-not-come-back count, -
      * -- under the team they played for there                      -
        COUNT-NOT-BACK.
            ADD 1 TO WS-ET-STAT (WS-LAST-ORD 5 WS-LAST-SLOT)
                     WS-ET-STAT (WS-LAST-ORD 5 5).

      * -- a player who missed the latest counted event has stopped; -
      * -- if the run that ended it was long enough and the player   -
      * -- is still active, they are a lapsed regular                -
        END-OF-PLAYER.
            IF WS-LAST-SEQ < WS-SEQ-COUNT
                PERFORM COUNT-NOT-BACK
                IF WS-STREAK NOT < WS-RETN-STREAK
                        AND WS-PLR-IS-ACTIVE
                    MOVE WS-CUR-USERNAME     TO WRK-USERNAME
                    MOVE WS-CUR-DISPLAY-NAME TO WRK-DISPLAY-NAME
                    MOVE WS-STREAK           TO WRK-STREAK
                    MOVE WS-ET-ID (WS-STREAK-FIRST-ORD)
                                             TO WRK-FIRST-EVENT
                    MOVE WS-ET-ID (WS-LAST-ORD)
                                             TO WRK-LAST-EVENT
                    COMPUTE WRK-MISSED = WS-SEQ-COUNT - WS-LAST-SEQ
                    WRITE WRK-RECORD
                    ADD 1 TO WS-LAPSED-COUNT
                END-IF
            END-IF.

      ******************************************************************
      *  report                                                        *
      ******************************************************************
        PRINT-ONE-EVENT.
            MOVE SPACES TO PrintLine
            WRITE PrintLine
            IF WS-ET-SEQ (WS-PRT-ORD) = ZERO
                MOVE WS-ET-ID   (WS-PRT-ORD) TO PrnEmptyEvent
                MOVE WS-ET-NAME (WS-PRT-ORD) TO PrnEmptyName
                WRITE PrintLine FROM RetnEmptyLine
            ELSE
                MOVE WS-ET-ID    (WS-PRT-ORD) TO PrnRetnEvent
                MOVE WS-ET-NAME  (WS-PRT-ORD) TO PrnRetnName
                MOVE WS-ET-START (WS-PRT-ORD) TO PrnRetnStart
                WRITE PrintLine FROM RetnEventLine
                MOVE SPACES TO PrnRetnHdLabel
                MOVE WS-PRT-ORD TO WS-HEAD-ORD
                PERFORM PRINT-TEAM-HEADS
                PERFORM PRINT-STAT-ROW
                    VARYING WS-ROW-SUB FROM 1 BY 1
                    UNTIL WS-ROW-SUB > 4
                IF WS-PRT-PREV-ORD NOT = ZERO
                    MOVE WS-ET-ID (WS-PRT-PREV-ORD)
                        TO PrnRetnPrevEvent
                    MOVE RetnPrevLabel TO PrnRetnHdLabel
                    MOVE WS-PRT-PREV-ORD TO WS-HEAD-ORD
                    PERFORM PRINT-TEAM-HEADS
                    MOVE 5 TO WS-ROW-SUB
                    PERFORM PRINT-STAT-ROW
                END-IF
                MOVE WS-PRT-ORD TO WS-PRT-PREV-ORD
            END-IF.

      * -- team headings of the event in WS-HEAD-ORD: this event for -
      * -- its own rows, the previous event for the not-back row     -
        PRINT-TEAM-HEADS.
            MOVE WS-ET-TEAM (WS-HEAD-ORD 1) TO PrnRetnHdTeam (1)
            MOVE WS-ET-TEAM (WS-HEAD-ORD 2) TO PrnRetnHdTeam (2)
            MOVE WS-ET-TEAM (WS-HEAD-ORD 3) TO PrnRetnHdTeam (3)
            MOVE "OTHER"                    TO PrnRetnHdTeam (4)
            MOVE "ALL TEAMS"                TO PrnRetnHdTeam (5)
            WRITE PrintLine FROM RetnTeamHeads.

        PRINT-STAT-ROW.
            MOVE WS-STAT-LABEL (WS-ROW-SUB) TO PrnRetnLabel
            PERFORM FILL-COUNT-CELL
                VARYING WS-SLOT-SUB FROM 1 BY 1
                UNTIL WS-SLOT-SUB > 5
            WRITE PrintLine FROM RetnCountLine.

      * -- a two-team event has no third column to count in --------
        FILL-COUNT-CELL.
            IF WS-SLOT-SUB = 3
                    AND WS-ET-TEAM (WS-HEAD-ORD 3) = SPACES
                MOVE SPACES TO PrnRetnCount-X (WS-SLOT-SUB)
            ELSE
                MOVE WS-ET-STAT (WS-HEAD-ORD WS-ROW-SUB WS-SLOT-SUB)
                    TO PrnRetnCount (WS-SLOT-SUB)
            END-IF.

        PRINT-LAPSED-REGULARS.
            MOVE SPACES TO PrintLine
            WRITE PrintLine
            MOVE WS-RETN-STREAK TO PrnLapsStreak
            WRITE PrintLine FROM LapsHeading
            WRITE PrintLine FROM LapsColHeads
            IF WS-LAPSED-COUNT = ZERO
                WRITE PrintLine FROM LapsNoneLine
            ELSE
                OPEN INPUT WRKFILE
                PERFORM PRINT-ONE-LAPSED UNTIL WS-WRK-EOF
                CLOSE WRKFILE
            END-IF.

        PRINT-ONE-LAPSED.
            READ WRKFILE
                AT END
                    SET WS-WRK-EOF TO TRUE
                NOT AT END
                    MOVE WRK-USERNAME     TO PrnLapsUsrName
                    MOVE WRK-DISPLAY-NAME TO PrnLapsDispName
                    MOVE WRK-STREAK       TO PrnLapsStreakLen
                    MOVE WRK-FIRST-EVENT  TO PrnLapsFirst
                    MOVE WRK-LAST-EVENT   TO PrnLapsLast
                    MOVE WRK-MISSED       TO PrnLapsMissed
                    WRITE PrintLine FROM LapsDetailLine
            END-READ.

        PRINT-SUMMARY.
            MOVE SPACES TO PrintLine
            WRITE PrintLine
            MOVE WS-EVT-COUNT     TO PrnSumEvents
            WRITE PrintLine FROM SumLine1
            MOVE WS-SEQ-COUNT     TO PrnSumCounted
            WRITE PrintLine FROM SumLine2
            MOVE WS-PART-COUNT    TO PrnSumParts
            WRITE PrintLine FROM SumLine3
            MOVE WS-UNKNOWN-COUNT TO PrnSumUnknown
            WRITE PrintLine FROM SumLine4
            MOVE WS-DUP-COUNT     TO PrnSumDups
            WRITE PrintLine FROM SumLine5
            MOVE WS-PLAYER-COUNT  TO PrnSumPlayers
            WRITE PrintLine FROM SumLine6
            MOVE WS-LAPSED-COUNT  TO PrnSumLapsed
            WRITE PrintLine FROM SumLine7.
