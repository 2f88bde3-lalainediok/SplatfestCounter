      ******************************************************************
      *                                                                *
      *   SPLROUT - outstanding prizes report. Lists every reward     *
      *   entitlement on SplEntl.txt that SPLRWRD issued and SPLRFUL  *
      *   has not yet marked fulfilled, grouped by event, with the    *
      *   reward, the quantity, the date it went to the prize desk on *
      *   the event's SplPrize<event>.txt extract (NOT SENT if it has *
      *   not gone yet) and its age in days since it was issued - so  *
      *   a prize owed does not sit forgotten once the event is over. *
      *   Prints a count and quantity per event, then per reward      *
      *   code, then in total.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLROUT.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT ENTFILE ASSIGN TO "SplEntl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENT-KEY
                FILE STATUS IS WS-ENTFILE-STATUS.
                SELECT PRTFILE ASSIGN TO "SplRoutRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD ENTFILE.
           COPY SPLENT.
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           88 WSEOF            VALUE 'Y'.
       01 WS-ENTFILE-STATUS    PIC XX.
       01 WS-TODAY             PIC X(8).
       01 WS-TODAY-NUM         PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-ISSUE-DATE-NUM    PIC 9(8).
       01 WS-ISSUE-INT         PIC 9(8).
       01 WS-AGE-DAYS          PIC S9(5).
       01 WS-TOTAL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-QTY         PIC 9(9) VALUE ZERO.
       01 WS-EVENT-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EVENT-QTY         PIC 9(9) VALUE ZERO.
       01 WS-PREV-EVENT        PIC X(6) VALUE LOW-VALUES.

      * -- per-reward counts: the schedule holds at most 20 reward  -
      * -- codes at a time, but old codes stay on the entitlements  -
       01 WS-CODE-TOTALS.
           05 WS-CODE-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-CODE-TBL OCCURS 40 TIMES INDEXED BY CD-IDX.
               10 WS-CODE-NM       PIC X(6).
               10 WS-CODE-CNT      PIC 9(6).
               10 WS-CODE-QTY      PIC 9(9).
       01 WS-CODE-SUB          PIC 9(2).
       01 WS-CODE-FOUND-SW     PIC X VALUE SPACE.
           88 WS-CODE-FOUND    VALUE 'Y'.
       01 WS-CODE-SKIP-SW      PIC X VALUE SPACE.
           88 WS-CODE-SKIP     VALUE 'Y'.
       01 WS-CODE-OVER-SW      PIC X VALUE SPACE.
           88 WS-CODE-OVER     VALUE 'Y'.

       01 RoutHeading.
           05 FILLER            PIC X(30) VALUE
               "OUTSTANDING PRIZES REPORT Date".
           05 FILLER            PIC XX VALUE ": ".
           05 PrnRoutDate        PIC X(8).
       01 RoutGroupLine.
           05 FILLER            PIC X(8) VALUE "EVENT : ".
           05 PrnRoutEvent       PIC X(6).
       01 RoutColHeads.
           05 FILLER            PIC X(40) VALUE
               " -Username-      -Code- -Team----- -Item".
           05 FILLER            PIC X(35) VALUE
               "----- --Qty -Issued- -Sent--- -Age-".
       01 RoutDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutUsrName     PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutCode        PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutTeam        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutItem        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutQty         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutIssued      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutSent        PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutAge         PIC ZZZZ9.
           05 PrnRoutAge-X REDEFINES PrnRoutAge PIC X(5).
       01 RoutEventTotLine.
           05 FILLER            PIC X(21) VALUE "OUTSTANDING EVENT  : ".
           05 PrnRoutEventCount  PIC ZZZZZ9.
           05 FILLER            PIC X(7) VALUE "  QTY: ".
           05 PrnRoutEventQty    PIC Z(8)9.
       01 RoutCodeHeading       PIC X(26) VALUE
           "-- COUNTS BY REWARD CODE -".
       01 RoutCodeOverLine      PIC X(47) VALUE
           "** MORE THAN 40 REWARD CODES - SOME NOT COUNTED".
       01 RoutCodeLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRoutCodeNm      PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnRoutCodeCnt     PIC ZZZZZ9.
           05 FILLER            PIC X(7) VALUE "  QTY: ".
           05 PrnRoutCodeQty     PIC Z(8)9.
       01 RoutFooting.
           05 FILLER            PIC X(21) VALUE "OUTSTANDING TOTAL  : ".
           05 PrnRoutTotal       PIC ZZZZZ9.
           05 FILLER            PIC X(7) VALUE "  QTY: ".
           05 PrnRoutTotalQty    PIC Z(8)9.
       01 RoutNoneLine          PIC X(28) VALUE
           "NO PRIZES OUTSTANDING".

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE WS-TODAY TO WS-TODAY-NUM
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
            OPEN INPUT ENTFILE
            IF WS-ENTFILE-STATUS = "35"
                DISPLAY "SPLENTL.TXT NOT FOUND - NOTHING ISSUED YET"
                STOP RUN
            END-IF
            OPEN OUTPUT PRTFILE
            MOVE WS-TODAY TO PrnRoutDate
            WRITE PrintLine FROM RoutHeading
            PERFORM LIST-ONE-ENTITLEMENT UNTIL WSEOF
            IF WS-TOTAL-COUNT = ZERO
                WRITE PrintLine FROM RoutNoneLine
            ELSE
                PERFORM WRITE-EVENT-TOTAL
                PERFORM PRINT-CODE-TOTALS
            END-IF
            MOVE WS-TOTAL-COUNT TO PrnRoutTotal
            MOVE WS-TOTAL-QTY   TO PrnRoutTotalQty
            WRITE PrintLine FROM RoutFooting
            CLOSE ENTFILE
            CLOSE PRTFILE
            STOP RUN.

      * -- the key leads with the event id, so a straight read      --
      * -- comes back grouped by event: a control break closes out  --
      * -- each event's count; fulfilled prizes are passed over     --
        LIST-ONE-ENTITLEMENT.
            READ ENTFILE NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    IF ENT-OUTSTANDING
                        IF ENT-SPLATFEST-ID NOT = WS-PREV-EVENT
                            IF WS-PREV-EVENT NOT = LOW-VALUES
                                PERFORM WRITE-EVENT-TOTAL
                            END-IF
                            MOVE ENT-SPLATFEST-ID TO WS-PREV-EVENT
                                                     PrnRoutEvent
                            MOVE ZERO TO WS-EVENT-COUNT WS-EVENT-QTY
                            WRITE PrintLine FROM RoutGroupLine
                            WRITE PrintLine FROM RoutColHeads
                        END-IF
                        PERFORM WRITE-DETAIL-LINE
                    END-IF
            END-READ.

        WRITE-DETAIL-LINE.
            MOVE ENT-USERNAME    TO PrnRoutUsrName
            MOVE ENT-REWARD-CODE TO PrnRoutCode
            MOVE ENT-TEAM-NAME   TO PrnRoutTeam
            MOVE ENT-ITEM        TO PrnRoutItem
            MOVE ENT-QUANTITY    TO PrnRoutQty
            MOVE ENT-ISSUE-DATE  TO PrnRoutIssued
            IF ENT-EXTRACT-DATE = SPACES
                MOVE "NOT SENT"       TO PrnRoutSent
            ELSE
                MOVE ENT-EXTRACT-DATE TO PrnRoutSent
            END-IF
            PERFORM COMPUTE-AGE-IN-DAYS
            WRITE PrintLine FROM RoutDetailLine
            ADD 1            TO WS-EVENT-COUNT WS-TOTAL-COUNT
            ADD ENT-QUANTITY TO WS-EVENT-QTY WS-TOTAL-QTY
            PERFORM ACCUMULATE-CODE-COUNT.

        COMPUTE-AGE-IN-DAYS.
            IF ENT-ISSUE-DATE IS NOT NUMERIC
                MOVE "UNKWN" TO PrnRoutAge-X
            ELSE
                MOVE ENT-ISSUE-DATE TO WS-ISSUE-DATE-NUM
                COMPUTE WS-ISSUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-NUM)
                IF WS-ISSUE-INT = ZERO
                    MOVE "UNKWN" TO PrnRoutAge-X
                ELSE
                    COMPUTE WS-AGE-DAYS =
                        WS-TODAY-INT - WS-ISSUE-INT
                    MOVE WS-AGE-DAYS TO PrnRoutAge
                END-IF
            END-IF.

        ACCUMULATE-CODE-COUNT.
            MOVE SPACE TO WS-CODE-FOUND-SW
            MOVE SPACE TO WS-CODE-SKIP-SW
            SET CD-IDX TO 1
            SEARCH WS-CODE-TBL
                AT END
                    CONTINUE
                WHEN CD-IDX > WS-CODE-COUNT
                    CONTINUE
                WHEN WS-CODE-NM (CD-IDX) = ENT-REWARD-CODE
                    MOVE 'Y' TO WS-CODE-FOUND-SW
            END-SEARCH
            IF NOT WS-CODE-FOUND
                IF WS-CODE-COUNT < 40
                    ADD 1 TO WS-CODE-COUNT
                    SET CD-IDX TO WS-CODE-COUNT
                    MOVE ENT-REWARD-CODE TO WS-CODE-NM  (CD-IDX)
                    MOVE ZERO            TO WS-CODE-CNT (CD-IDX)
                    MOVE ZERO            TO WS-CODE-QTY (CD-IDX)
                ELSE
                    DISPLAY "WS-CODE-TBL FULL - SKIPPING REWARD "
                        ENT-REWARD-CODE
                    MOVE 'Y' TO WS-CODE-SKIP-SW
                    MOVE 'Y' TO WS-CODE-OVER-SW
                END-IF
            END-IF
            IF NOT WS-CODE-SKIP
                ADD 1            TO WS-CODE-CNT (CD-IDX)
                ADD ENT-QUANTITY TO WS-CODE-QTY (CD-IDX)
            END-IF.

        WRITE-EVENT-TOTAL.
            MOVE WS-EVENT-COUNT TO PrnRoutEventCount
            MOVE WS-EVENT-QTY   TO PrnRoutEventQty
            WRITE PrintLine FROM RoutEventTotLine.

      * -- an overflowed code must show on the printed report, not  --
      * -- just the console, so the summary is never silently short --
        PRINT-CODE-TOTALS.
            WRITE PrintLine FROM RoutCodeHeading
            PERFORM PRINT-ONE-CODE-TOTAL
                VARYING WS-CODE-SUB FROM 1 BY 1
                UNTIL WS-CODE-SUB > WS-CODE-COUNT
            IF WS-CODE-OVER
                WRITE PrintLine FROM RoutCodeOverLine
            END-IF.

        PRINT-ONE-CODE-TOTAL.
            MOVE WS-CODE-NM  (WS-CODE-SUB) TO PrnRoutCodeNm
            MOVE WS-CODE-CNT (WS-CODE-SUB) TO PrnRoutCodeCnt
            MOVE WS-CODE-QTY (WS-CODE-SUB) TO PrnRoutCodeQty
            WRITE PrintLine FROM RoutCodeLine.
