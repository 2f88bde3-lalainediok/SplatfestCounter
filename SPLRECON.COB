      *   BALANCED / OUT OF BALANCE verdict, so a bad restart shows   *
      *   up here instead of as a missing player line.                *
      *                                                                *
      *   EVENT= lines on SplParm.txt balance each listed event       *
      *   unattended, one SplReconRpt<event>.txt per event. Each      *
      *   event's verdict goes to SplRunLog.txt - OK when balanced,   *
      *   REJECTED when out of balance or unknown - so a driven run   *
      *   shows a bad balance as a failed step. Without EVENT= lines  *
      *   the event comes from the console as before.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRECON.
                SELECT CSVFILE ASSIGN TO WS-CSV-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CSV-STATUS.
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
       01 CsvLine              PIC X(50).
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
       01 WS-BALANCED-SW       PIC X VALUE 'Y'.
           88 WS-BALANCED      VALUE 'Y'.

      * -- run-parameter file support --------------------------------
      * -- EVENT= lines on SplParm.txt list the events to balance;  --
      * -- with none the event comes from the console prompt        --
       01 WS-PRM-STATUS         PIC XX.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-PRM-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-PRM-EOF        VALUE 'Y'.
       01 WS-PARM-MODE-SW       PIC X VALUE SPACE.
           88 WS-PARM-MODE      VALUE 'Y'.
       01 WS-PRM-KEYWORD        PIC X(12).
       01 WS-PRM-VALUE          PIC X(30).
       01 WS-RUN-EVENT-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-RUN-EVENT-TBL.
           05 WS-RUN-EVENT-ENTRY OCCURS 50 TIMES PIC X(6).
       01 WS-RUN-EVENT-SUB      PIC 9(2).
       01 WS-PRT-NAME           PIC X(30) VALUE "SplReconRpt.txt".
       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLRECON".
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

       01 ReconHeading.
           05 FILLER            PIC X(25) VALUE
               "RECONCILIATION REPORT    ".
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
            OPEN EXTEND RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                OPEN OUTPUT RUNLOG
                CLOSE RUNLOG
                OPEN EXTEND RUNLOG
            END-IF
            PERFORM PROCESS-ONE-EVENT
                VARYING WS-RUN-EVENT-SUB FROM 1 BY 1
                UNTIL WS-RUN-EVENT-SUB > WS-RUN-EVENT-COUNT
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
                IF WS-PRM-KEYWORD = "EVENT"
                    PERFORM ADD-RUN-EVENT
                END-IF
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

      * -- every total and switch starts clean for each event; an   -
      * -- out-of-balance event is logged REJECTED, not OK          -
        PROCESS-ONE-EVENT.
            MOVE WS-RUN-EVENT-ENTRY (WS-RUN-EVENT-SUB) TO WS-EVENT-ID
            ACCEPT PrnLogDate FROM DATE YYYYMMDD
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            PERFORM VALIDATE-EVENT-ID
            IF WS-EVENT-OK
                MOVE SPACE TO WS-EOF-FLAG WS-CHK-FOUND-SW
                MOVE 'Y'   TO WS-BALANCED-SW
                MOVE ZERO  TO WS-REC-PLAYERS WS-REC-POINTS
                              WS-REC-KILLS WS-REC-DEATHS
                              WS-CHK-PLAYERS WS-CHK-POINTS
                              WS-CHK-KILLS WS-CHK-DEATHS
                              WS-CSV-ROW-COUNT
                PERFORM RECOMPUTE-FROM-MASTER
                PERFORM FIND-COMPLETION-CHECKPOINT
                PERFORM COUNT-CSV-ROWS
                PERFORM BUILD-OUTPUT-NAME
                OPEN OUTPUT PRTFILE
                PERFORM PRINT-RECON-REPORT
                CLOSE PRTFILE
                MOVE WS-REC-PLAYERS TO PrnLogCount
                IF WS-BALANCED
                    MOVE "OK"       TO PrnLogStatus
                ELSE
                    MOVE "REJECTED" TO PrnLogStatus
                END-IF
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
                STRING "SplReconRpt"             DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EVENT-ID)   DELIMITED BY SIZE
                    ".txt"                       DELIMITED BY SIZE
                    INTO WS-PRT-NAME
                END-STRING
            END-IF.

      * -- reconciliation is read-only, so open and closed events    -
      * -- are both accepted: only an unknown id is refused          -
        VALIDATE-EVENT-ID.
            MOVE SPACE TO WS-EVENT-OK-SW
            OPEN INPUT EVTFILE
            IF WS-EVTFILE-STATUS = "35"
                DISPLAY "SPLEVENT.TXT NOT FOUND - RUN SPLEVENT FIRST"
