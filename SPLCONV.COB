      ******************************************************************
      *                                                                *
      *   SPLCONV - one-time file conversion for the record layout    *
      *   changes to the suspense file, the audit trail, the event    *
      *   master and the official results file:                       *
      *                                                                *
      *     SplSusp.txt  - SUS-SUSP-DATE was added to SUS-SPLT, so    *
      *                    an existing keyed file no longer opens     *
      *     SplAudit.txt - AUD-REC-TYPE was added and the before /    *
      *                    after images widened from 47 to 73 bytes,  *
      *                    140 to 193 bytes a record, then widened    *
      *                    again to 100 bytes to fit the tricolor     *
      *                    EVT-RECORD, so neither old length can be   *
      *                    read back by the new SPLAUDR               *
      *     SplEvent.txt - EV-TEAM-3 and spare space were added, 73   *
      *                    to 100 bytes                               *
      *     SplWinr.txt  - the third team, its score, every team's    *
      *                    place and the team count were added, 69    *
      *                    to 100 bytes                               *
      *                                                                *
      *   To convert: rename the live files to SplSusp.old,           *
      *   SplAudit.old, SplEvent.old and SplWinr.old, then run this   *
      *   program once. A journal still in the 140-byte layout is     *
      *   renamed to SplAudit.o140 instead. It rebuilds SplSusp.txt   *
      *   (suspend date spaces - SPLSUSR ages those as UNKNOWN),      *
      *   SplAudit.txt (images space-padded; the 140-byte records     *
      *   first, taking record type 'R' - everything journalled       *
      *   before the type was added was a SPLMAINT change),           *
      *   SplEvent.txt (no third team - every old event is a two-team *
      *   event) and SplWinr.txt (two teams; the winner placed 1 and  *
      *   the loser 2, or both 1 for a tie) and prints the counts. A  *
      *   missing .old or .o140 file is skipped, so any file can be   *
      *   converted on its own. Converted events and results carry no *
      *   rule set, which reads as the house rules they were scored   *
      *   under.                                                      *
      *                                                                *
      *   SplRunLog.txt is NOT converted: the old lines carry no      *
      *   run date, which is the very thing SPLOVER reports on.       *
                SELECT AUDOLD ASSIGN TO "SplAudit.old"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDOLD-STATUS.
                SELECT AUD140 ASSIGN TO "SplAudit.o140"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUD140-STATUS.
                SELECT AUDFILE ASSIGN TO "SplAudit.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDFILE-STATUS.
                SELECT EVTOLD ASSIGN TO "SplEvent.old"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EVO-ID
                FILE STATUS IS WS-EVTOLD-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-EVTFILE-STATUS.
                SELECT WINOLD ASSIGN TO "SplWinr.old"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WINO-EVENT-ID
                FILE STATUS IS WS-WINOLD-STATUS.
                SELECT WINFILE ASSIGN TO "SplWinr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WIN-EVENT-ID
                FILE STATUS IS WS-WINFILE-STATUS.
                SELECT PRTFILE ASSIGN TO "SplConvRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
           05 SUSO-REASON           PIC X(20).
       FD SUSFILE.
           COPY SPLSUS.
      * -- the audit layout as it was with 73-byte images ------------
       FD AUDOLD.
       01 AUDO-RECORD.
           05 AUDO-OPERATOR     PIC X(8).
           05 AUDO-DATE         PIC X(8).
           05 AUDO-TIME         PIC X(8).
           05 AUDO-FUNCTION     PIC X.
           05 AUDO-REC-TYPE     PIC X.
           05 AUDO-SPLATFEST-ID PIC X(6).
           05 AUDO-USERNAME     PIC X(15).
           05 AUDO-BEFORE-IMAGE PIC X(73).
           05 AUDO-AFTER-IMAGE  PIC X(73).
      * -- the audit layout as it was before AUD-REC-TYPE and the ----
      * -- 73-byte images ---------------------------------------------
       FD AUD140.
       01 AUDO-140-RECORD.
           05 AUDO-140-OPERATOR     PIC X(8).
           05 AUDO-140-DATE         PIC X(8).
           05 AUDO-140-TIME         PIC X(8).
           05 AUDO-140-FUNCTION     PIC X.
           05 AUDO-140-SPLATFEST-ID PIC X(6).
           05 AUDO-140-USERNAME     PIC X(15).
           05 AUDO-140-BEFORE-IMAGE PIC X(47).
           05 AUDO-140-AFTER-IMAGE  PIC X(47).
       FD AUDFILE.
           COPY SPLAUD.
      * -- the event layout as it was before EV-TEAM-3 ---------------
       FD EVTOLD.
       01 EVO-RECORD.
           05 EVO-ID            PIC X(6).
           05 EVO-NAME          PIC X(30).
           05 EVO-START-DATE    PIC X(8).
           05 EVO-END-DATE      PIC X(8).
           05 EVO-TEAM-1        PIC X(10).
           05 EVO-TEAM-2        PIC X(10).
           05 EVO-STATUS        PIC X.
       FD EVTFILE.
           COPY SPLEVT.
      * -- the results layout as it was before the third team --------
       FD WINOLD.
       01 WINO-RECORD.
           05 WINO-EVENT-ID     PIC X(6).
           05 WINO-TEAM         PIC X(10).
           05 WINO-TEAM-1       PIC X(10).
           05 WINO-SCORE-1      PIC 9(8).
           05 WINO-TEAM-2       PIC X(10).
           05 WINO-SCORE-2      PIC 9(8).
           05 WINO-MARGIN       PIC 9(8).
           05 WINO-DATE         PIC X(8).
           05 WINO-RESULT       PIC X.
               88 WINO-TIE      VALUE 'T'.
       FD WINFILE.
           COPY SPLWNR.
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       01 WS-SUSFILE-STATUS    PIC XX.
       01 WS-AUDOLD-STATUS     PIC XX.
       01 WS-AUDFILE-STATUS    PIC XX.
       01 WS-AUD140-STATUS     PIC XX.
       01 WS-EVT-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-EVT-EOF       VALUE 'Y'.
       01 WS-WIN-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-WIN-EOF       VALUE 'Y'.
       01 WS-EVTOLD-STATUS     PIC XX.
       01 WS-EVTFILE-STATUS    PIC XX.
       01 WS-WINOLD-STATUS     PIC XX.
       01 WS-WINFILE-STATUS    PIC XX.
       01 WS-EVT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-WIN-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-SUS-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-AUD-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-AUD-140-COUNT     PIC 9(6) VALUE ZERO.

       01 ConvHeading           PIC X(26) VALUE
           "FILE CONVERSION REPORT".
       01 ConvAudLine.
           05 FILLER            PIC X(21) VALUE "AUDIT CONVERTED    : ".
           05 PrnAudCount        PIC ZZZZZ9.
       01 ConvAud140Line.
           05 FILLER            PIC X(21) VALUE "AUDIT 140 CONVERTED: ".
           05 PrnAud140Count     PIC ZZZZZ9.
       01 ConvAudNoneLine       PIC X(46) VALUE
           "SPLAUDIT.OLD/.O140 NOT FOUND - AUDIT SKIPPED".
       01 ConvAudFailLine       PIC X(41) VALUE
           "SPLAUDIT.OLD OPEN FAILED - NOT CONVERTED".
       01 ConvAud140FailLine    PIC X(42) VALUE
           "SPLAUDIT.O140 OPEN FAILED - NOT CONVERTED".
       01 ConvEvtLine.
           05 FILLER            PIC X(21) VALUE "EVENTS CONVERTED   : ".
           05 PrnEvtCount        PIC ZZZZZ9.
       01 ConvEvtNoneLine       PIC X(39) VALUE
           "SPLEVENT.OLD NOT FOUND - EVENTS SKIPPED".
       01 ConvEvtFailLine       PIC X(41) VALUE
           "SPLEVENT.OLD OPEN FAILED - NOT CONVERTED".
       01 ConvWinLine.
           05 FILLER            PIC X(21) VALUE "RESULTS CONVERTED  : ".
           05 PrnWinCount        PIC ZZZZZ9.
       01 ConvWinNoneLine       PIC X(39) VALUE
           "SPLWINR.OLD NOT FOUND - RESULTS SKIPPED".
       01 ConvWinFailLine       PIC X(40) VALUE
           "SPLWINR.OLD OPEN FAILED - NOT CONVERTED".

      ******************************************************************
        PROCEDURE DIVISION.
            WRITE PrintLine FROM ConvHeading
            PERFORM CONVERT-SUSPENSE-FILE
            PERFORM CONVERT-AUDIT-FILE
            PERFORM CONVERT-EVENT-FILE
            PERFORM CONVERT-RESULT-FILE
            CLOSE PRTFILE
            STOP RUN.

                    END-WRITE
            END-READ.

      * -- the journal is rebuilt from whichever old files are on    -
      * -- disk, the older 140-byte records first. Any open status   -
      * -- other than 00 or 35 on either file stops the convert      -
      * -- BEFORE the live SplAudit.txt journal is truncated         -
        CONVERT-AUDIT-FILE.
            OPEN INPUT AUD140
            OPEN INPUT AUDOLD
            EVALUATE TRUE
                WHEN WS-AUD140-STATUS NOT = "00" AND NOT = "35"
                    DISPLAY "SPLAUDIT.O140 OPEN FAILED - STATUS "
                        WS-AUD140-STATUS " - NOT CONVERTED"
                    WRITE PrintLine FROM ConvAud140FailLine
                    PERFORM CLOSE-OLD-AUDIT-FILES
                WHEN WS-AUDOLD-STATUS NOT = "00" AND NOT = "35"
                    DISPLAY "SPLAUDIT.OLD OPEN FAILED - STATUS "
                        WS-AUDOLD-STATUS " - NOT CONVERTED"
                    WRITE PrintLine FROM ConvAudFailLine
                    PERFORM CLOSE-OLD-AUDIT-FILES
                WHEN WS-AUD140-STATUS = "35"
                        AND WS-AUDOLD-STATUS = "35"
                    WRITE PrintLine FROM ConvAudNoneLine
                WHEN OTHER
                    PERFORM CONVERT-AUDIT-RECORDS
            END-EVALUATE.

        CLOSE-OLD-AUDIT-FILES.
            IF WS-AUD140-STATUS = "00"
                CLOSE AUD140
            END-IF
            IF WS-AUDOLD-STATUS = "00"
                CLOSE AUDOLD
            END-IF.

        CONVERT-AUDIT-RECORDS.
            OPEN OUTPUT AUDFILE
            IF WS-AUD140-STATUS = "00"
                PERFORM CONVERT-ONE-140-AUDIT UNTIL WS-AUD-EOF
                CLOSE AUD140
                MOVE WS-AUD-140-COUNT TO PrnAud140Count
                WRITE PrintLine FROM ConvAud140Line
            END-IF
            MOVE SPACE TO WS-AUD-EOF-FLAG
            IF WS-AUDOLD-STATUS = "00"
                PERFORM CONVERT-ONE-AUDIT UNTIL WS-AUD-EOF
                CLOSE AUDOLD
                MOVE WS-AUD-COUNT TO PrnAudCount
                WRITE PrintLine FROM ConvAudLine
            END-IF
            CLOSE AUDFILE.

      * -- the images are padded with spaces to the new width, which -
      * -- is what a smaller record's image looks like in the new    -
      * -- layout anyway. The record type carries over.              -
        CONVERT-ONE-AUDIT.
            READ AUDOLD
                AT END
                    MOVE AUDO-DATE         TO AUD-DATE
                    MOVE AUDO-TIME         TO AUD-TIME
                    MOVE AUDO-FUNCTION     TO AUD-FUNCTION
                    MOVE AUDO-REC-TYPE     TO AUD-REC-TYPE
                    MOVE AUDO-SPLATFEST-ID TO AUD-SPLATFEST-ID
                    MOVE AUDO-USERNAME     TO AUD-USERNAME
                    MOVE AUDO-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                    WRITE AUD-RECORD
                    ADD 1 TO WS-AUD-COUNT
            END-READ.

      * -- every record journalled before the record type was added -
      * -- came from SPLMAINT, so the type backfills as 'R'          -
        CONVERT-ONE-140-AUDIT.
            READ AUD140
                AT END
                    SET WS-AUD-EOF TO TRUE
                NOT AT END
                    MOVE AUDO-140-OPERATOR     TO AUD-OPERATOR
                    MOVE AUDO-140-DATE         TO AUD-DATE
                    MOVE AUDO-140-TIME         TO AUD-TIME
                    MOVE AUDO-140-FUNCTION     TO AUD-FUNCTION
                    MOVE 'R'                   TO AUD-REC-TYPE
                    MOVE AUDO-140-SPLATFEST-ID TO AUD-SPLATFEST-ID
                    MOVE AUDO-140-USERNAME     TO AUD-USERNAME
                    MOVE AUDO-140-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
                    MOVE AUDO-140-AFTER-IMAGE  TO AUD-AFTER-IMAGE
                    WRITE AUD-RECORD
                    ADD 1 TO WS-AUD-140-COUNT
            END-READ.

      * -- any open status other than 00 or 35 stops the convert     -
      * -- BEFORE the live SplEvent.txt master is truncated          -
        CONVERT-EVENT-FILE.
            OPEN INPUT EVTOLD
            EVALUATE WS-EVTOLD-STATUS
                WHEN "35"
                    WRITE PrintLine FROM ConvEvtNoneLine
                WHEN "00"
                    PERFORM CONVERT-EVENT-RECORDS
                WHEN OTHER
                    DISPLAY "SPLEVENT.OLD OPEN FAILED - STATUS "
                        WS-EVTOLD-STATUS " - NOT CONVERTED"
                    WRITE PrintLine FROM ConvEvtFailLine
            END-EVALUATE.

        CONVERT-EVENT-RECORDS.
            OPEN OUTPUT EVTFILE
            PERFORM CONVERT-ONE-EVENT UNTIL WS-EVT-EOF
            CLOSE EVTFILE
            CLOSE EVTOLD
            MOVE WS-EVT-COUNT TO PrnEvtCount
            WRITE PrintLine FROM ConvEvtLine.

      * -- every event on the old file is a two-team event, so the   -
      * -- third team and the spare bytes are left as spaces         -
        CONVERT-ONE-EVENT.
            READ EVTOLD NEXT RECORD
                AT END
                    SET WS-EVT-EOF TO TRUE
                NOT AT END
                    MOVE SPACES         TO EVT-RECORD
                    MOVE EVO-ID         TO EV-ID
                    MOVE EVO-NAME       TO EV-NAME
                    MOVE EVO-START-DATE TO EV-START-DATE
                    MOVE EVO-END-DATE   TO EV-END-DATE
                    MOVE EVO-TEAM-1     TO EV-TEAM-1
                    MOVE EVO-TEAM-2     TO EV-TEAM-2
                    MOVE EVO-STATUS     TO EV-STATUS
                    WRITE EVT-RECORD
                        INVALID KEY
                            DISPLAY "EVENT WRITE FAILED " EVO-ID
                        NOT INVALID KEY
                            ADD 1 TO WS-EVT-COUNT
                    END-WRITE
            END-READ.

      * -- any open status other than 00 or 35 stops the convert     -
      * -- BEFORE the live SplWinr.txt results file is truncated     -
        CONVERT-RESULT-FILE.
            OPEN INPUT WINOLD
            EVALUATE WS-WINOLD-STATUS
                WHEN "35"
                    WRITE PrintLine FROM ConvWinNoneLine
                WHEN "00"
                    PERFORM CONVERT-RESULT-RECORDS
                WHEN OTHER
                    DISPLAY "SPLWINR.OLD OPEN FAILED - STATUS "
                        WS-WINOLD-STATUS " - NOT CONVERTED"
                    WRITE PrintLine FROM ConvWinFailLine
            END-EVALUATE.

        CONVERT-RESULT-RECORDS.
            OPEN OUTPUT WINFILE
            PERFORM CONVERT-ONE-RESULT UNTIL WS-WIN-EOF
            CLOSE WINFILE
            CLOSE WINOLD
            MOVE WS-WIN-COUNT TO PrnWinCount
            WRITE PrintLine FROM ConvWinLine.

      * -- an old result is a two-team result: a tie puts both teams -
      * -- in first place, otherwise the winner is 1 and the other 2 -
        CONVERT-ONE-RESULT.
            READ WINOLD NEXT RECORD
                AT END
                    SET WS-WIN-EOF TO TRUE
                NOT AT END
                    MOVE SPACES         TO WIN-RECORD
                    MOVE WINO-EVENT-ID  TO WIN-EVENT-ID
                    MOVE WINO-TEAM      TO WIN-TEAM
                    MOVE WINO-TEAM-1    TO WIN-TEAM-1
                    MOVE WINO-SCORE-1   TO WIN-SCORE-1
                    MOVE WINO-TEAM-2    TO WIN-TEAM-2
                    MOVE WINO-SCORE-2   TO WIN-SCORE-2
                    MOVE WINO-MARGIN    TO WIN-MARGIN
                    MOVE WINO-DATE      TO WIN-DATE
                    MOVE WINO-RESULT    TO WIN-RESULT
                    MOVE ZERO           TO WIN-SCORE-3
                    MOVE ZERO           TO WIN-PLACE-3
                    MOVE 2              TO WIN-TEAM-COUNT
                    EVALUATE TRUE
                        WHEN WINO-TIE
                            MOVE 1 TO WIN-PLACE-1
                            MOVE 1 TO WIN-PLACE-2
                        WHEN WINO-TEAM = WINO-TEAM-1
                            MOVE 1 TO WIN-PLACE-1
                            MOVE 2 TO WIN-PLACE-2
                        WHEN OTHER
                            MOVE 2 TO WIN-PLACE-1
                            MOVE 1 TO WIN-PLACE-2
                    END-EVALUATE
                    WRITE WIN-RECORD
                        INVALID KEY
                            DISPLAY "RESULT WRITE FAILED " WINO-EVENT-ID
                        NOT INVALID KEY
                            ADD 1 TO WS-WIN-COUNT
                    END-WRITE
            END-READ.
