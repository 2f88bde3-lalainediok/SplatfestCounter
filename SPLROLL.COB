      *   A player whose sums do not fit the RES-SPLT fields is       *
      *   reported and skipped rather than written truncated.         *
      *                                                                *
      *   EVENT= lines on SplParm.txt roll up each listed event       *
      *   unattended, one SplRollRpt<event>.txt per event, and every  *
      *   event's outcome goes to SplRunLog.txt; without them the     *
      *   event comes from the console as before.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLROLL.
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
           COPY SPLEVT.
       FD PRTFILE.
       01 PrintLine            PIC X(80).
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
       01 WS-ROLLED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(6) VALUE ZERO.

      * -- run-parameter file support --------------------------------
      * -- EVENT= lines on SplParm.txt list the events to roll up;  --
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
       01 WS-PRT-NAME           PIC X(30) VALUE "SplRollRpt.txt".
       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLROLL".
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

       01 RollHeading.
           05 FILLER            PIC X(23) VALUE
               "MATCH ROLLUP REPORT    ".
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
            OPEN INPUT MATFILE
            IF WS-MATFILE-STATUS = "35"
                CLOSE RESTEAM
                OPEN I-O RESTEAM
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
            CLOSE MATFILE
            CLOSE RESTEAM
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

      * -- an unknown or closed event is REJECTED on the run log so -
      * -- a driven run can hold back the steps that depend on it   -
        PROCESS-ONE-EVENT.
            MOVE WS-RUN-EVENT-ENTRY (WS-RUN-EVENT-SUB) TO WS-EVENT-ID
            ACCEPT PrnLogDate FROM DATE YYYYMMDD
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            PERFORM VALIDATE-EVENT-ID
            IF WS-EVENT-OK
                MOVE SPACE      TO WS-EOF-FLAG
                MOVE LOW-VALUES TO WS-CUR-USERNAME
                MOVE ZERO TO WS-MATCH-COUNT WS-ROLLED-COUNT
                             WS-SKIPPED-COUNT
                PERFORM BUILD-OUTPUT-NAME
                PERFORM RUN-EVENT-ROLLUP
                MOVE WS-ROLLED-COUNT TO PrnLogCount
                MOVE "OK"            TO PrnLogStatus
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
                STRING "SplRollRpt"              DELIMITED BY SIZE
                    FUNCTION TRIM(WS-EVENT-ID)   DELIMITED BY SIZE
                    ".txt"                       DELIMITED BY SIZE
                    INTO WS-PRT-NAME
                END-STRING
            END-IF.

        RUN-EVENT-ROLLUP.
            OPEN OUTPUT PRTFILE
            MOVE WS-EVENT-ID   TO PrnEventId
            MOVE WS-EVENT-NAME TO PrnEventName
            WRITE PrintLine FROM RollTotalLine1
            WRITE PrintLine FROM RollTotalLine2
            WRITE PrintLine FROM RollTotalLine3
            CLOSE PRTFILE.

      * -- refuse unknown or closed events before any change is made -
      * -- the event start date becomes SPLATFEST-DATE on the rolled -
