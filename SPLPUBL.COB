      ******************************************************************
      *                                                                *
      *   SPLPUBL - published results feed for the community site.    *
      *   Reads every result SPLWINR has certified on SplWinr.txt     *
      *   and, for each event not yet on the publication log          *
      *   SplPubLog.txt, writes the fixed-format feed                 *
      *   SplFeed<seq>.txt: the event name and dates from             *
      *   SplEvent.txt, the result with every official team's score   *
      *   and place, the winning team and margin, each team's top     *
      *   contributor (most battle points, the player SPLWINR names)  *
      *   and the top-N K/D leaderboard, ranked as SPLRANK ranks it   *
      *   with ties broken on kills and then username. Only certified *
      *   results are read, so an event with no certified result can  *
      *   never reach a feed. The event's records are read from       *
      *   SplatRec.txt, or from the SplArch.txt archive once SPLPURGE *
      *   has moved them there; a player whose kills or deaths are    *
      *   not numeric is left off the leaderboard.                    *
      *                                                                *
      *   Each feed takes the next sequence number and is logged on   *
      *   SplPubLog.txt, so an event is sent once. A RESEND=<event>   *
      *   line on SplParm.txt reissues a published event's feed under *
      *   a new sequence number - take the line out once the site has *
      *   it. PUB-TOP-N on SplParm.txt sets the leaderboard rows per  *
      *   feed, 10 when it is absent. An event missing from           *
      *   SplEvent.txt or with no player records left anywhere is     *
      *   held and reported, and goes out on a later run once         *
      *   corrected.                                                  *
      *                                                                *
      *   The control report SplPublRpt.txt lists every feed issued   *
      *   in the run and every event held or resend refused. The run  *
      *   is logged to SplRunLog.txt under event ALL with the number  *
      *   of feeds issued.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLPUBL.
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
                SELECT PUBFILE ASSIGN TO "SplPubLog.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PUB-KEY
                FILE STATUS IS WS-PUBFILE-STATUS.
                SELECT FEDFILE ASSIGN TO WS-FED-NAME
                ORGANIZATION IS SEQUENTIAL.
                SELECT PRTFILE ASSIGN TO "SplPublRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
                SELECT PRMFILE ASSIGN TO "SplParm.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
                SELECT RUNLOG ASSIGN TO "SplRunLog.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.
                SELECT SRTFILE ASSIGN TO "SplPublSrt.tmp".
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
       FD PUBFILE.
           COPY SPLPUB.
       FD FEDFILE.
           COPY SPLFED.
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).
       SD SRTFILE.
       01 SRT-REC.
           05 SRT-RATIO         PIC 9(3)V999.
           05 SRT-KILL          PIC 9(2).
           05 SRT-USERNAME      PIC X(15).
           05 SRT-DEATH         PIC 9(2).
           05 SRT-TEAM          PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           88 WSEOF            VALUE 'Y'.
       01 WS-PUB-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-PUB-EOF       VALUE 'Y'.
       01 WS-PLR-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-PLR-EOF       VALUE 'Y'.
       01 WS-SRT-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-SRT-EOF       VALUE 'Y'.
       01 WS-EVENT-ID          PIC X(6).
       01 WS-TODAY             PIC X(8).
       01 WS-NOW               PIC X(8).
       01 WS-RESTEAM-STATUS    PIC XX.
       01 WS-ARCFILE-STATUS    PIC XX.
       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-WINFILE-STATUS    PIC XX.
       01 WS-PUBFILE-STATUS    PIC XX.
       01 WS-RESTEAM-OPEN-SW   PIC X VALUE SPACE.
           88 WS-RESTEAM-OPEN  VALUE 'Y'.
       01 WS-ARCFILE-OPEN-SW   PIC X VALUE SPACE.
           88 WS-ARCFILE-OPEN  VALUE 'Y'.
       01 WS-FILES-OK-SW       PIC X VALUE SPACE.
           88 WS-FILES-OK      VALUE 'Y'.
       01 WS-PUBLISHED-SW      PIC X VALUE SPACE.
           88 WS-PUBLISHED     VALUE 'Y'.
       01 WS-RESEND-ASKED-SW   PIC X VALUE SPACE.
           88 WS-RESEND-ASKED  VALUE 'Y'.
       01 WS-EVENT-NAME        PIC X(30).
       01 WS-EVENT-START       PIC X(8).
       01 WS-EVENT-END         PIC X(8).
       01 WS-CERT-DATE         PIC X(8).
       01 WS-MESSAGE           PIC X(40).

      * -- the feed being issued: its sequence number and file name, -
      * -- and the sequence a resend replaces                        -
       01 WS-LAST-SEQ          PIC 9(6) VALUE ZERO.
       01 WS-FEED-SEQ          PIC 9(6).
       01 WS-FEED-SEQ-X REDEFINES WS-FEED-SEQ PIC X(6).
       01 WS-PREV-SEQ          PIC 9(6).
       01 WS-ISSUE-TYPE        PIC X.
           88 WS-FIRST-ISSUE   VALUE 'N'.
           88 WS-REISSUE       VALUE 'R'.
       01 WS-FED-NAME          PIC X(30).
       01 WS-TOP-N             PIC 9(4) VALUE 10.

      * -- run-parameter file support --------------------------------
      * -- SplParm.txt, when present, sets the leaderboard size and  --
      * -- lists the events to resend                               --
       01 WS-PRM-STATUS         PIC XX.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-PRM-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-PRM-EOF        VALUE 'Y'.
       01 WS-PRM-KEYWORD        PIC X(12).
       01 WS-PRM-VALUE          PIC X(30).
       01 WS-PRM-NUMBER         PIC 9(4).
       01 WS-PRM-NUM-OK-SW      PIC X.
           88 WS-PRM-NUM-OK     VALUE 'Y'.
       01 WS-JUST-PRM           PIC X(4) JUSTIFIED RIGHT.
       01 WS-RESEND-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-RESEND-TBL.
           05 WS-RESEND-ENTRY OCCURS 50 TIMES INDEXED BY RQ-IDX.
               10 WS-RQ-EVENT       PIC X(6).
               10 WS-RQ-USED        PIC X.
       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLPUBL".
           05 FILLER            PIC X(7) VALUE "  DATE ".
           05 PrnLogDate        PIC X(8).
           05 FILLER            PIC X(8) VALUE "  EVENT ".
           05 PrnLogEvent       PIC X(6) VALUE "ALL".
           05 FILLER            PIC X(8) VALUE "  START ".
           05 PrnLogStart       PIC X(8).
           05 FILLER            PIC X(6) VALUE "  END ".
           05 PrnLogEnd         PIC X(8).
           05 FILLER            PIC X(10) VALUE "  RECORDS ".
           05 PrnLogCount       PIC ZZZZZ9.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnLogStatus      PIC X(8).

      * -- the certified result: official teams, scores, places and -
      * -- each team's top contributor                               -
       01 WS-TM-COUNT          PIC 9 VALUE 2.
       01 WS-TM-SUB            PIC 9 VALUE ZERO.
       01 WS-TEAM-TBL.
           05 WS-TM-ENTRY OCCURS 3 TIMES.
               10 WS-TM-NAME       PIC X(10).
               10 WS-TM-SCORE      PIC 9(8).
               10 WS-TM-PLACE      PIC 9.
               10 WS-TM-TOP-NAME   PIC X(15).
               10 WS-TM-TOP-BPOINT PIC 9(4).
       01 WS-WIN-TEAM          PIC X(10).
       01 WS-WIN-MARGIN        PIC 9(8).
       01 WS-WIN-RESULT        PIC X VALUE SPACE.
           88 WS-WIN-DECIDED   VALUE 'W'.
           88 WS-WIN-TIE       VALUE 'T'.

      * -- one player record, from the master or the archive --------
       01 WS-SOURCE-SW         PIC X VALUE SPACE.
           88 WS-FROM-MASTER   VALUE 'M'.
           88 WS-FROM-ARCHIVE  VALUE 'A'.
       01 WS-ONE-FOUND-SW      PIC X VALUE SPACE.
           88 WS-ONE-FOUND     VALUE 'Y'.
       01 WS-ONE-NUMERIC-SW    PIC X VALUE SPACE.
           88 WS-ONE-NUMERIC   VALUE 'Y'.
       01 WS-ONE-KD-SW         PIC X VALUE SPACE.
           88 WS-ONE-KD-NUMERIC VALUE 'Y'.
       01 WS-ONE-USERNAME      PIC X(15).
       01 WS-ONE-TEAM          PIC X(10).
       01 WS-ONE-BPOINT        PIC 9(4).
       01 WS-ONE-KILL          PIC 9(2).
       01 WS-ONE-DEATH         PIC 9(2).
       01 WS-ONE-TM-SUB        PIC 9 VALUE ZERO.

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

       01 WS-FEED-COUNTS.
           05 WS-PLAYERS-READ   PIC 9(6).
           05 WS-FED-RECORDS    PIC 9(6).
           05 WS-RANK-NUM       PIC 9(4).
           05 WS-SCORE-TOTAL    PIC 9(9).
       01 WS-PUBL-COUNTS.
           05 WS-CERT-READ      PIC 9(6).
           05 WS-ISSUED-NEW     PIC 9(6).
           05 WS-ISSUED-RESENT  PIC 9(6).
           05 WS-ALREADY-SENT   PIC 9(6).
           05 WS-HELD-COUNT     PIC 9(6).
           05 WS-RESEND-REFUSED PIC 9(6).
           05 WS-FEEDS-ISSUED   PIC 9(6).

       01 PublHeading.
           05 FILLER            PIC X(35) VALUE
               "RESULTS FEED PUBLICATION".
           05 FILLER            PIC X(7) VALUE "Date : ".
           05 PrnRunDate         PIC X(8).
       01 PublTopNLine.
           05 FILLER            PIC X(29) VALUE
               "LEADERBOARD ROWS PER FEED  : ".
           05 PrnTopN            PIC ZZZ9.
       01 PublResendNote        PIC X(56) VALUE
           "RESEND= LINES ARE ON SPLPARM.TXT - REMOVE THEM ONCE SENT".
       01 PublStopLine.
           05 FILLER            PIC X(20) VALUE
               "NOTHING PUBLISHED - ".
           05 PrnStopReason      PIC X(40).
       01 PublColHeads.
           05 FILLER            PIC X(40) VALUE
               " -Seq-- -Event -Name--------------------".
           05 FILLER            PIC X(40) VALUE
               "----- -Action--- -Feed File-------- Rows".
       01 PublDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbSeq           PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbEvent         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbName          PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbAction        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbFeed          PIC X(18).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbRows          PIC ZZZ9.
       01 PublHeldLine.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 PrnHdEvent         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnHdReason        PIC X(40).
       01 SumLine1.
           05 FILLER            PIC X(27) VALUE
               "CERTIFIED EVENTS READ    : ".
           05 PrnSumCertRead     PIC ZZZZZ9.
       01 SumLine2.
           05 FILLER            PIC X(27) VALUE
               "PUBLISHED FIRST TIME     : ".
           05 PrnSumNew          PIC ZZZZZ9.
       01 SumLine3.
           05 FILLER            PIC X(27) VALUE
               "RESENT                   : ".
           05 PrnSumResent       PIC ZZZZZ9.
       01 SumLine4.
           05 FILLER            PIC X(27) VALUE
               "ALREADY PUBLISHED        : ".
           05 PrnSumAlready      PIC ZZZZZ9.
       01 SumLine5.
           05 FILLER            PIC X(27) VALUE
               "HELD - NOT PUBLISHED     : ".
           05 PrnSumHeld         PIC ZZZZZ9.
       01 SumLine6.
           05 FILLER            PIC X(27) VALUE
               "RESEND REQUESTS REFUSED  : ".
           05 PrnSumRefused      PIC ZZZZZ9.

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            OPEN INPUT PRMFILE
            IF WS-PRM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-PARAMETERS UNTIL WS-PRM-EOF
                CLOSE PRMFILE
            END-IF
            OPEN EXTEND RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                OPEN OUTPUT RUNLOG
                CLOSE RUNLOG
                OPEN EXTEND RUNLOG
            END-IF
            MOVE WS-TODAY TO PrnLogDate
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            INITIALIZE WS-PUBL-COUNTS
            OPEN OUTPUT PRTFILE
            MOVE WS-TODAY TO PrnRunDate
            WRITE PrintLine FROM PublHeading
            MOVE WS-TOP-N TO PrnTopN
            WRITE PrintLine FROM PublTopNLine
            IF WS-RESEND-COUNT > ZERO
                WRITE PrintLine FROM PublResendNote
            END-IF
            PERFORM OPEN-PUBLICATION-FILES
            IF WS-FILES-OK
                PERFORM FIND-LAST-SEQUENCE
                WRITE PrintLine FROM PublColHeads
                PERFORM CHECK-ONE-CERTIFIED UNTIL WSEOF
                PERFORM CHECK-ONE-RESEND
                    VARYING RQ-IDX FROM 1 BY 1
                    UNTIL RQ-IDX > WS-RESEND-COUNT
                PERFORM CLOSE-PUBLICATION-FILES
                MOVE "OK"       TO PrnLogStatus
            ELSE
                MOVE WS-MESSAGE TO PrnStopReason
                WRITE PrintLine FROM PublStopLine
                MOVE "REJECTED" TO PrnLogStatus
            END-IF
            PERFORM WRITE-PUBL-TOTALS
            CLOSE PRTFILE
            MOVE WS-FEEDS-ISSUED TO PrnLogCount
            ACCEPT PrnLogEnd FROM TIME
            WRITE LogLine FROM RunLogLine
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
      * -- are passed over without comment. EVENT= lines are among  --
      * -- them: what is published goes by SplWinr.txt alone        --
        APPLY-PARAMETER.
            IF ParmLine = SPACES OR ParmLine (1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PRM-KEYWORD WS-PRM-VALUE
                UNSTRING ParmLine DELIMITED BY "="
                    INTO WS-PRM-KEYWORD WS-PRM-VALUE
                END-UNSTRING
                EVALUATE WS-PRM-KEYWORD
                    WHEN "PUB-TOP-N"
                        PERFORM EDIT-PRM-NUMBER
                        IF WS-PRM-NUM-OK AND WS-PRM-NUMBER > ZERO
                            MOVE WS-PRM-NUMBER TO WS-TOP-N
                        ELSE
                            DISPLAY "PUB-TOP-N KEPT " WS-TOP-N
                        END-IF
                    WHEN "RESEND"
                        PERFORM ADD-RESEND-REQUEST
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      * -- the same event asked for twice is one resend -------------
        ADD-RESEND-REQUEST.
            MOVE WS-PRM-VALUE (1:6) TO WS-EVENT-ID
            PERFORM FIND-RESEND-REQUEST
            EVALUATE TRUE
                WHEN WS-RESEND-ASKED
                    CONTINUE
                WHEN WS-RESEND-COUNT < 50
                    ADD 1 TO WS-RESEND-COUNT
                    SET RQ-IDX TO WS-RESEND-COUNT
                    MOVE WS-EVENT-ID TO WS-RQ-EVENT (RQ-IDX)
                    MOVE SPACE       TO WS-RQ-USED  (RQ-IDX)
                WHEN OTHER
                    DISPLAY "WS-RESEND-TBL FULL - SKIPPING RESEND "
                        WS-PRM-VALUE
            END-EVALUATE.

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

      * -- logged before any work so a run that dies part way        -
      * -- leaves a STARTED line with no end for SPLOVER to flag     -
        WRITE-STARTED-LOG-LINE.
            MOVE SPACES      TO PrnLogEnd
            MOVE ZERO        TO PrnLogCount
            MOVE "STARTED"   TO PrnLogStatus
            WRITE LogLine FROM RunLogLine.

      * -- nothing can be published without the certified results   -
      * -- and the event master; the publication log is created on  -
      * -- the first run                                             -
        OPEN-PUBLICATION-FILES.
            MOVE SPACE TO WS-FILES-OK-SW
            OPEN INPUT WINFILE
            IF WS-WINFILE-STATUS = "35"
                DISPLAY "SPLWINR.TXT NOT FOUND - NO EVENT IS CERTIFIED"
                MOVE "SPLWINR.TXT NOT FOUND - NONE CERTIFIED"
                    TO WS-MESSAGE
            ELSE
                OPEN INPUT EVTFILE
                IF WS-EVTFILE-STATUS = "35"
                    DISPLAY "SPLEVENT.TXT NOT FOUND - "
                        "RUN SPLEVENT FIRST"
                    MOVE "SPLEVENT.TXT NOT FOUND" TO WS-MESSAGE
                    CLOSE WINFILE
                ELSE
                    SET WS-FILES-OK TO TRUE
                END-IF
            END-IF
            IF WS-FILES-OK
                OPEN INPUT RESTEAM
                IF WS-RESTEAM-STATUS = "00"
                    SET WS-RESTEAM-OPEN TO TRUE
                END-IF
                OPEN I-O PUBFILE
                IF WS-PUBFILE-STATUS = "35"
                    OPEN OUTPUT PUBFILE
                    CLOSE PUBFILE
                    OPEN I-O PUBFILE
                END-IF
            END-IF.

        CLOSE-PUBLICATION-FILES.
            CLOSE WINFILE
            CLOSE EVTFILE
            CLOSE PUBFILE
            IF WS-RESTEAM-OPEN
                CLOSE RESTEAM
            END-IF.

      * -- sequence numbers run on across every event, so the next  -
      * -- one is the highest on the log plus one                    -
        FIND-LAST-SEQUENCE.
            MOVE ZERO       TO WS-LAST-SEQ
            MOVE SPACE      TO WS-PUB-EOF-FLAG
            MOVE LOW-VALUES TO PUB-KEY
            START PUBFILE KEY IS NOT LESS THAN PUB-KEY
                INVALID KEY
                    SET WS-PUB-EOF TO TRUE
            END-START
            PERFORM READ-ONE-PUBLICATION UNTIL WS-PUB-EOF.

        READ-ONE-PUBLICATION.
            READ PUBFILE NEXT RECORD
                AT END
                    SET WS-PUB-EOF TO TRUE
                NOT AT END
                    IF PUB-SEQ > WS-LAST-SEQ
                        MOVE PUB-SEQ TO WS-LAST-SEQ
                    END-IF
            END-READ.

      ******************************************************************
      *  one certified event                                           *
      ******************************************************************
      * -- only SplWinr.txt is read for events to publish, so an     -
      * -- event SPLWINR has not certified never reaches a feed      -
        CHECK-ONE-CERTIFIED.
            READ WINFILE NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CERT-READ
                    MOVE WIN-EVENT-ID TO WS-EVENT-ID
                    PERFORM FIND-LAST-PUBLICATION
                    PERFORM FIND-RESEND-REQUEST
                    IF WS-RESEND-ASKED
                        MOVE 'Y' TO WS-RQ-USED (RQ-IDX)
                    END-IF
                    EVALUATE TRUE
                        WHEN NOT WS-PUBLISHED
                            MOVE 'N' TO WS-ISSUE-TYPE
                            PERFORM PUBLISH-ONE-EVENT
                        WHEN WS-RESEND-ASKED
                            MOVE 'R' TO WS-ISSUE-TYPE
                            PERFORM PUBLISH-ONE-EVENT
                        WHEN OTHER
                            ADD 1 TO WS-ALREADY-SENT
                    END-EVALUATE
            END-READ.

      * -- PUB-SEQ rises within the event, so the last record read  -
      * -- is the feed a resend replaces; zero when never sent       -
        FIND-LAST-PUBLICATION.
            MOVE SPACE       TO WS-PUBLISHED-SW
            MOVE ZERO        TO WS-PREV-SEQ
            MOVE SPACE       TO WS-PUB-EOF-FLAG
            MOVE WS-EVENT-ID TO PUB-EVENT-ID
            MOVE ZERO        TO PUB-SEQ
            START PUBFILE KEY IS NOT LESS THAN PUB-KEY
                INVALID KEY
                    SET WS-PUB-EOF TO TRUE
            END-START
            PERFORM READ-EVENT-PUBLICATION UNTIL WS-PUB-EOF.

        READ-EVENT-PUBLICATION.
            READ PUBFILE NEXT RECORD
                AT END
                    SET WS-PUB-EOF TO TRUE
                NOT AT END
                    IF PUB-EVENT-ID NOT = WS-EVENT-ID
                        SET WS-PUB-EOF TO TRUE
                    ELSE
                        SET WS-PUBLISHED TO TRUE
                        MOVE PUB-SEQ TO WS-PREV-SEQ
                    END-IF
            END-READ.

      * -- leaves RQ-IDX on the matching request when there is one  -
        FIND-RESEND-REQUEST.
            MOVE SPACE TO WS-RESEND-ASKED-SW
            SET RQ-IDX TO 1
            SEARCH WS-RESEND-ENTRY
                AT END
                    CONTINUE
                WHEN RQ-IDX > WS-RESEND-COUNT
                    CONTINUE
                WHEN WS-RQ-EVENT (RQ-IDX) = WS-EVENT-ID
                    SET WS-RESEND-ASKED TO TRUE
            END-SEARCH.

      * -- a resend that matched no certified event is refused ------
        CHECK-ONE-RESEND.
            IF WS-RQ-USED (RQ-IDX) NOT = 'Y'
                MOVE WS-RQ-EVENT (RQ-IDX) TO PrnHdEvent
                MOVE "RESEND REFUSED - EVENT NOT CERTIFIED"
                    TO PrnHdReason
                WRITE PrintLine FROM PublHeldLine
                ADD 1 TO WS-RESEND-REFUSED
            END-IF.

      * -- an event that cannot be published whole is held: no       -
      * -- sequence number is taken and the next run tries again     -
        PUBLISH-ONE-EVENT.
            MOVE SPACES TO WS-MESSAGE
            INITIALIZE WS-FEED-COUNTS WS-TEAM-TBL
            PERFORM READ-EVENT-MASTER
            IF WS-MESSAGE = SPACES
                PERFORM LOAD-CERTIFIED-RESULT
                PERFORM FIND-TEAM-TOPS
            END-IF
            IF WS-MESSAGE = SPACES
                PERFORM ISSUE-FEED
            ELSE
                MOVE WS-EVENT-ID TO PrnHdEvent
                MOVE WS-MESSAGE  TO PrnHdReason
                WRITE PrintLine FROM PublHeldLine
                ADD 1 TO WS-HELD-COUNT
            END-IF.

        READ-EVENT-MASTER.
            MOVE WS-EVENT-ID TO EV-ID
            READ EVTFILE
                INVALID KEY
                    MOVE "HELD - EVENT NOT ON SPLEVENT.TXT"
                        TO WS-MESSAGE
                NOT INVALID KEY
                    MOVE EV-NAME       TO WS-EVENT-NAME
                    MOVE EV-START-DATE TO WS-EVENT-START
                    MOVE EV-END-DATE   TO WS-EVENT-END
            END-READ
            IF WS-MESSAGE = SPACES
                    AND NOT WIN-DECIDED AND NOT WIN-TIE
                MOVE "HELD - RESULT IS NOT WON OR TIED" TO WS-MESSAGE
            END-IF.

        LOAD-CERTIFIED-RESULT.
            MOVE WIN-TEAM-1  TO WS-TM-NAME  (1)
            MOVE WIN-SCORE-1 TO WS-TM-SCORE (1)
            MOVE WIN-PLACE-1 TO WS-TM-PLACE (1)
            MOVE WIN-TEAM-2  TO WS-TM-NAME  (2)
            MOVE WIN-SCORE-2 TO WS-TM-SCORE (2)
            MOVE WIN-PLACE-2 TO WS-TM-PLACE (2)
            MOVE WIN-TEAM-3  TO WS-TM-NAME  (3)
            MOVE WIN-SCORE-3 TO WS-TM-SCORE (3)
            MOVE WIN-PLACE-3 TO WS-TM-PLACE (3)
            IF WIN-TEAM-COUNT = 3
                MOVE 3 TO WS-TM-COUNT
            ELSE
                MOVE 2 TO WS-TM-COUNT
            END-IF
            MOVE WIN-TEAM    TO WS-WIN-TEAM
            MOVE WIN-MARGIN  TO WS-WIN-MARGIN
            MOVE WIN-RESULT  TO WS-WIN-RESULT
            MOVE WIN-DATE    TO WS-CERT-DATE.

      * -- pass 1 over the players finds each team's top contributor -
        FIND-TEAM-TOPS.
            PERFORM CHOOSE-PLAYER-SOURCE
            PERFORM OPEN-PLAYER-SOURCE
            PERFORM FIND-ONE-TOP UNTIL WS-PLR-EOF
            PERFORM CLOSE-PLAYER-SOURCE
            IF WS-PLAYERS-READ = ZERO
                MOVE "HELD - NO PLAYER RECORDS ON FILE" TO WS-MESSAGE
            END-IF.

      ******************************************************************
      *  the feed and the publication log                              *
      ******************************************************************
      * -- the feed is written whole before it is logged, so a run   -
      * -- that dies part way reissues the same sequence next time   -
        ISSUE-FEED.
            ADD 1 TO WS-LAST-SEQ
            MOVE WS-LAST-SEQ TO WS-FEED-SEQ
            MOVE SPACES TO WS-FED-NAME
            STRING "SplFeed"                 DELIMITED BY SIZE
                WS-FEED-SEQ-X                DELIMITED BY SIZE
                ".txt"                       DELIMITED BY SIZE
                INTO WS-FED-NAME
            END-STRING
            ACCEPT WS-NOW FROM TIME
            OPEN OUTPUT FEDFILE
            PERFORM WRITE-FEED-HEADER
            PERFORM WRITE-FEED-EVENT
            PERFORM WRITE-FEED-STANDING
                VARYING WS-TM-SUB FROM 1 BY 1
                UNTIL WS-TM-SUB > WS-TM-COUNT
      * -- pass 2 ranks the players through the sort work file ------
            SORT SRTFILE
                ON DESCENDING KEY SRT-RATIO SRT-KILL
                ON ASCENDING KEY SRT-USERNAME
                INPUT PROCEDURE IS LOAD-LEADERBOARD
                OUTPUT PROCEDURE IS WRITE-LEADERBOARD
            PERFORM WRITE-FEED-TRAILER
            CLOSE FEDFILE
            PERFORM LOG-PUBLICATION
            PERFORM WRITE-PUBLISHED-LINE.

        START-FEED-RECORD.
            MOVE SPACES      TO FED-RECORD
            MOVE WS-FEED-SEQ TO FED-SEQ
            MOVE WS-EVENT-ID TO FED-EVENT-ID.

      * -- the trailer counts every record between header and trailer
        PUT-FEED-RECORD.
            WRITE FED-RECORD
            ADD 1 TO WS-FED-RECORDS.

      * -- WS-PREV-SEQ is zero on a first issue ---------------------
        WRITE-FEED-HEADER.
            PERFORM START-FEED-RECORD
            MOVE 'H'           TO FED-REC-TYPE
            MOVE WS-TODAY      TO FED-ISSUE-DATE
            MOVE WS-NOW        TO FED-ISSUE-TIME
            MOVE WS-ISSUE-TYPE TO FED-ISSUE-TYPE
            MOVE WS-PREV-SEQ   TO FED-RESEND-OF
            WRITE FED-RECORD.

        WRITE-FEED-EVENT.
            PERFORM START-FEED-RECORD
            MOVE 'E'            TO FED-REC-TYPE
            MOVE WS-EVENT-NAME  TO FED-EVENT-NAME
            MOVE WS-EVENT-START TO FED-START-DATE
            MOVE WS-EVENT-END   TO FED-END-DATE
            MOVE WS-WIN-RESULT  TO FED-RESULT
            MOVE WS-WIN-TEAM    TO FED-WIN-TEAM
            MOVE WS-WIN-MARGIN  TO FED-MARGIN
            MOVE WS-TM-COUNT    TO FED-TEAM-COUNT
            MOVE WS-CERT-DATE   TO FED-CERT-DATE
            PERFORM PUT-FEED-RECORD.

        WRITE-FEED-STANDING.
            PERFORM START-FEED-RECORD
            MOVE 'S'                          TO FED-REC-TYPE
            MOVE WS-TM-NAME       (WS-TM-SUB) TO FED-TEAM-NAME
            MOVE WS-TM-SCORE      (WS-TM-SUB) TO FED-TEAM-SCORE
            MOVE WS-TM-PLACE      (WS-TM-SUB) TO FED-TEAM-PLACE
            MOVE WS-TM-TOP-NAME   (WS-TM-SUB) TO FED-TOP-USERNAME
            MOVE WS-TM-TOP-BPOINT (WS-TM-SUB) TO FED-TOP-BPOINT
            ADD WS-TM-SCORE (WS-TM-SUB) TO WS-SCORE-TOTAL
            PERFORM PUT-FEED-RECORD.

        LOAD-LEADERBOARD.
            PERFORM OPEN-PLAYER-SOURCE
            PERFORM RELEASE-ONE-PLAYER UNTIL WS-PLR-EOF
            PERFORM CLOSE-PLAYER-SOURCE.

        RELEASE-ONE-PLAYER.
            PERFORM READ-NEXT-PLAYER
            IF WS-ONE-FOUND AND WS-ONE-KD-NUMERIC
                MOVE WS-ONE-USERNAME TO SRT-USERNAME
                MOVE WS-ONE-TEAM     TO SRT-TEAM
                MOVE WS-ONE-KILL     TO SRT-KILL
                MOVE WS-ONE-DEATH    TO SRT-DEATH
                PERFORM COMPUTE-RATIO
                RELEASE SRT-REC
            END-IF.

      * -- the ratio exactly as SPLRANK computes it -----------------
        COMPUTE-RATIO.
            IF SRT-DEATH = ZERO
                MOVE SRT-KILL TO SRT-RATIO
            ELSE
                COMPUTE SRT-RATIO ROUNDED =
                    SRT-KILL / SRT-DEATH
            END-IF.

        WRITE-LEADERBOARD.
            MOVE SPACE TO WS-SRT-EOF-FLAG
            MOVE ZERO  TO WS-RANK-NUM
            PERFORM WRITE-ONE-LEADER
                UNTIL WS-SRT-EOF OR WS-RANK-NUM NOT < WS-TOP-N.

        WRITE-ONE-LEADER.
            RETURN SRTFILE
                AT END
                    SET WS-SRT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RANK-NUM
                    PERFORM START-FEED-RECORD
                    MOVE 'L'          TO FED-REC-TYPE
                    MOVE WS-RANK-NUM  TO FED-RANK
                    MOVE SRT-USERNAME TO FED-USERNAME
                    MOVE SRT-TEAM     TO FED-PLAYER-TEAM
                    MOVE SRT-KILL     TO FED-KILLS
                    MOVE SRT-DEATH    TO FED-DEATHS
                    MOVE SRT-RATIO    TO FED-RATIO
                    PERFORM PUT-FEED-RECORD
            END-RETURN.

        WRITE-FEED-TRAILER.
            PERFORM START-FEED-RECORD
            MOVE 'T'            TO FED-REC-TYPE
            MOVE WS-FED-RECORDS TO FED-REC-COUNT
            MOVE WS-RANK-NUM    TO FED-LEADER-COUNT
            MOVE WS-SCORE-TOTAL TO FED-SCORE-TOTAL
            WRITE FED-RECORD.

        LOG-PUBLICATION.
            MOVE SPACES        TO PUB-RECORD
            MOVE WS-EVENT-ID   TO PUB-EVENT-ID
            MOVE WS-FEED-SEQ   TO PUB-SEQ
            MOVE WS-ISSUE-TYPE TO PUB-TYPE
            MOVE WS-PREV-SEQ   TO PUB-RESEND-OF
            MOVE WS-TODAY      TO PUB-DATE
            MOVE WS-NOW        TO PUB-TIME
            MOVE WS-FED-NAME   TO PUB-FEED-NAME
            MOVE WS-WIN-TEAM   TO PUB-WIN-TEAM
            MOVE WS-WIN-MARGIN TO PUB-MARGIN
            MOVE WS-RANK-NUM   TO PUB-LEADER-ROWS
            WRITE PUB-RECORD
                INVALID KEY
                    DISPLAY "SPLPUBLOG WRITE FAILED " PUB-EVENT-ID
                        " " PUB-SEQ
            END-WRITE
            IF WS-REISSUE
                ADD 1 TO WS-ISSUED-RESENT
            ELSE
                ADD 1 TO WS-ISSUED-NEW
            END-IF.

        WRITE-PUBLISHED-LINE.
            MOVE WS-FEED-SEQ   TO PrnPbSeq
            MOVE WS-EVENT-ID   TO PrnPbEvent
            MOVE WS-EVENT-NAME TO PrnPbName
            IF WS-REISSUE
                MOVE "RESENT"    TO PrnPbAction
            ELSE
                MOVE "PUBLISHED" TO PrnPbAction
            END-IF
            MOVE WS-FED-NAME   TO PrnPbFeed
            MOVE WS-RANK-NUM   TO PrnPbRows
            WRITE PrintLine FROM PublDetailLine.

        WRITE-PUBL-TOTALS.
            ADD WS-ISSUED-NEW WS-ISSUED-RESENT GIVING WS-FEEDS-ISSUED
            MOVE WS-CERT-READ      TO PrnSumCertRead
            MOVE WS-ISSUED-NEW     TO PrnSumNew
            MOVE WS-ISSUED-RESENT  TO PrnSumResent
            MOVE WS-ALREADY-SENT   TO PrnSumAlready
            MOVE WS-HELD-COUNT     TO PrnSumHeld
            MOVE WS-RESEND-REFUSED TO PrnSumRefused
            WRITE PrintLine FROM SumLine1
            WRITE PrintLine FROM SumLine2
            WRITE PrintLine FROM SumLine3
            WRITE PrintLine FROM SumLine4
            WRITE PrintLine FROM SumLine5
            WRITE PrintLine FROM SumLine6.

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
                        IF KILL IS NUMERIC AND DEATH IS NUMERIC
                            MOVE 'Y'     TO WS-ONE-KD-SW
                            MOVE KILL    TO WS-ONE-KILL
                            MOVE DEATH   TO WS-ONE-DEATH
                        ELSE
                            MOVE SPACE   TO WS-ONE-KD-SW
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
                        IF WS-ARC-KILL IS NUMERIC
                                AND WS-ARC-DEATH IS NUMERIC
                            MOVE 'Y'           TO WS-ONE-KD-SW
                            MOVE WS-ARC-KILL   TO WS-ONE-KILL
                            MOVE WS-ARC-DEATH  TO WS-ONE-DEATH
                        ELSE
                            MOVE SPACE         TO WS-ONE-KD-SW
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
            IF WS-ONE-FOUND
                ADD 1 TO WS-PLAYERS-READ
            END-IF
            IF WS-ONE-FOUND AND WS-ONE-NUMERIC
                PERFORM FIND-OFFICIAL-TEAM
                IF WS-ONE-TM-SUB > ZERO
                    IF WS-ONE-BPOINT >
                            WS-TM-TOP-BPOINT (WS-ONE-TM-SUB)
                        MOVE WS-ONE-USERNAME
                            TO WS-TM-TOP-NAME   (WS-ONE-TM-SUB)
                        MOVE WS-ONE-BPOINT
                            TO WS-TM-TOP-BPOINT (WS-ONE-TM-SUB)
                    END-IF
                END-IF
            END-IF.
