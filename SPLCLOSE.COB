      *   archive an event that is missing players. Release or        *
      *   delete them with SPLMAINT and the next run closes it.       *
      *                                                                *
      *   Each run is logged to SplRunLog.txt under event ALL -       *
      *   STARTED before the scan, then OK with the count closed, or  *
      *   REJECTED when the event or suspense file cannot be opened.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLCLOSE.
                FILE STATUS IS WS-SUSFILE-STATUS.
                SELECT PRTFILE ASSIGN TO "SplClosRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
                SELECT RUNLOG ASSIGN TO "SplRunLog.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.
      ******************************************************************
       DATA DIVISION.
      **************
           COPY SPLSUS.
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
       01 WS-CLOSED-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-HELD-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-BAD-DATE-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-RUNLOG-STATUS     PIC XX.
       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLCLOSE".
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

       01 ClosHeading.
           05 FILLER            PIC X(28) VALUE
        PROCEDURE DIVISION.
      **************
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            OPEN EXTEND RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                OPEN OUTPUT RUNLOG
                CLOSE RUNLOG
                OPEN EXTEND RUNLOG
            END-IF
            MOVE WS-TODAY TO PrnLogDate
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            OPEN I-O EVTFILE
            IF WS-EVTFILE-STATUS = "35"
                DISPLAY "SPLEVENT.TXT NOT FOUND - RUN SPLEVENT FIRST"
                MOVE "REJECTED" TO PrnLogStatus
                PERFORM WRITE-END-LOG-LINE
                STOP RUN
            END-IF
            OPEN INPUT SUSFILE
                DISPLAY "SPLSUSP.TXT OPEN FAILED - STATUS "
                    WS-SUSFILE-STATUS " - RUN SPLCONV"
                CLOSE EVTFILE
                MOVE "REJECTED" TO PrnLogStatus
                PERFORM WRITE-END-LOG-LINE
                STOP RUN
            END-IF
            OPEN OUTPUT PRTFILE
                CLOSE SUSFILE
            END-IF
            CLOSE PRTFILE
            MOVE "OK" TO PrnLogStatus
            PERFORM WRITE-END-LOG-LINE
            STOP RUN.

      * -- logged before any work so a run that dies mid-scan        -
      * -- leaves a STARTED line with no end for SPLOVER to flag     -
        WRITE-STARTED-LOG-LINE.
            MOVE SPACES      TO PrnLogEnd
            MOVE ZERO        TO PrnLogCount
            MOVE "STARTED"   TO PrnLogStatus
            WRITE LogLine FROM RunLogLine.

        WRITE-END-LOG-LINE.
            MOVE WS-CLOSED-COUNT TO PrnLogCount
            ACCEPT PrnLogEnd FROM TIME
            WRITE LogLine FROM RunLogLine
            CLOSE RUNLOG.

        CHECK-ONE-EVENT.
            READ EVTFILE NEXT RECORD
                AT END
