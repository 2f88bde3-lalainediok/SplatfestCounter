      ******************************************************************
      *                                                                *
      *   SPLBATCH - night batch driver. Runs the steps listed on the *
      *   job stream SplJobs.txt (SPLJOB.CPY) in the order they are   *
      *   listed, each as its own program, for the events on          *
      *   SplParm.txt - every step reads SplParm.txt itself, exactly  *
      *   as when the operator starts it by hand.                     *
      *                                                                *
      *   A step runs only when every prerequisite named on its line  *
      *   ended OK; otherwise it is SKIPPED, so no SPLAPTS runs after *
      *   SPLEXCP or SPLROLL failed or was rejected. A step's outcome *
      *   is read back from the lines it wrote to SplRunLog.txt while *
      *   it ran: any REJECTED event makes the step REJECTED, and a   *
      *   step that logged nothing, logged a START with no end or     *
      *   came back with a non-zero return code has FAILED.           *
      *                                                                *
      *   Every step outcome is written to SplRunLog.txt under event  *
      *   BATCH with the run date, next to the lines the steps write  *
      *   themselves, so SPLOVER shows the driver's view too. A rerun *
      *   for the same run date picks up where the last one stopped:  *
      *   a step that already ended OK is not repeated. BATCH-DATE=   *
      *   on SplParm.txt names the run date when a rerun goes past    *
      *   midnight.                                                   *
      *                                                                *
      *   The batch is refused before any step runs when the job      *
      *   stream has a bad line, SplParm.txt has no EVENT= lines, or  *
      *   SPLBKUP is a step without BACKUP=ALL - those steps would    *
      *   otherwise sit at a console prompt with nobody there. The    *
      *   report is SplBatchRpt.txt.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLBATCH.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT JOBFILE ASSIGN TO "SplJobs.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JOBFILE-STATUS.
                SELECT PRMFILE ASSIGN TO "SplParm.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
                SELECT RUNLOG ASSIGN TO "SplRunLog.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.
                SELECT PRTFILE ASSIGN TO "SplBatchRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD JOBFILE.
           COPY SPLJOB.
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOBFILE-STATUS    PIC XX.
       01 WS-JOB-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-JOB-EOF       VALUE 'Y'.
       01 WS-TODAY             PIC X(8).
       01 WS-NOW               PIC X(8).
       01 WS-RUN-DATE          PIC X(8).
       01 WS-BATCH-START       PIC X(8).
       01 WS-MESSAGE           PIC X(50).
       01 WS-REFUSED-SW        PIC X VALUE SPACE.
           88 WS-BATCH-REFUSED VALUE 'Y'.
       01 WS-REFUSE-REASON     PIC X(50).

      * -- run-parameter file support --------------------------------
      * -- the driver only looks at SplParm.txt to be sure the steps -
      * -- will find what they need there; the EVENT= lines are read -
      * -- by each step, not passed on                               -
       01 WS-PRM-STATUS         PIC XX.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-PRM-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-PRM-EOF        VALUE 'Y'.
       01 WS-PRM-KEYWORD        PIC X(12).
       01 WS-PRM-VALUE          PIC X(30).
       01 WS-PARM-EVENTS        PIC 9(2) VALUE ZERO.
       01 WS-BACKUP-ALL-SW      PIC X VALUE SPACE.
           88 WS-BACKUP-ALL     VALUE 'Y'.

      * -- the job stream, in run order. A prerequisite must name an -
      * -- earlier step, so the stream can never loop on itself      -
       01 WS-JOB-TBL.
           05 WS-JOB-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-JOB-ENTRY OCCURS 20 TIMES INDEXED BY JB-IDX.
               10 WS-JB-STEP        PIC X(8).
               10 WS-JB-PREREQ      PIC X(8) OCCURS 4 TIMES.
               10 WS-JB-COMMAND     PIC X(35).
               10 WS-JB-DONE-SW     PIC X.
                   88 WS-JB-DONE-EARLIER VALUE 'Y'.
               10 WS-JB-RESULT      PIC X(10).
                   88 WS-JB-ENDED-OK     VALUE "OK" "ALREADY OK".
       01 WS-JOB-REJECTED       PIC 9(4) VALUE ZERO.
       01 WS-JOB-OK-SW          PIC X VALUE SPACE.
           88 WS-JOB-OK         VALUE 'Y'.
       01 WS-PRQ-BAD-SW         PIC X VALUE SPACE.
           88 WS-PRQ-BAD        VALUE 'Y'.
       01 WS-STEP-SUB           PIC 9(2).
       01 WS-PRQ-SUB            PIC 9.
       01 WS-FIND-NAME          PIC X(8).
       01 WS-FIND-LIMIT         PIC 9(2).
       01 WS-STEP-FOUND-SW      PIC X VALUE SPACE.
           88 WS-STEP-FOUND     VALUE 'Y'.
       01 WS-STEP-BLOCKED-SW    PIC X VALUE SPACE.
           88 WS-STEP-BLOCKED   VALUE 'Y'.
       01 WS-COMMAND            PIC X(80).
       01 WS-STEP-RC            PIC S9(9).

      * -- the run log, read back to see what a step logged. The    --
      * -- mark is the line count just before the step was started, -
      * -- so only the lines the step itself added are looked at    --
       01 WS-LOG-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-LOG-EOF       VALUE 'Y'.
       01 WS-LOG-LINES         PIC 9(7) VALUE ZERO.
       01 WS-LOG-MARK          PIC 9(7) VALUE ZERO.
       01 WS-LOG-READ          PIC 9(7) VALUE ZERO.
       01 WS-LOG-REC.
           05 WS-LOG-PROGRAM    PIC X(8).
           05 FILLER            PIC X(7).
           05 WS-LOG-DATE       PIC X(8).
           05 FILLER            PIC X(8).
           05 WS-LOG-EVENT      PIC X(6).
           05 FILLER            PIC X(8).
           05 WS-LOG-START      PIC X(8).
           05 FILLER            PIC X(6).
           05 WS-LOG-END        PIC X(8).
           05 FILLER            PIC X(10).
           05 WS-LOG-COUNT      PIC X(6).
           05 FILLER            PIC XX.
           05 WS-LOG-STATUS     PIC X(8).
       01 WS-STEP-STARTS       PIC 9(3) VALUE ZERO.
       01 WS-STEP-ENDS         PIC 9(3) VALUE ZERO.
       01 WS-STEP-REJECTS      PIC 9(3) VALUE ZERO.

       01 WS-BATCH-COUNTS.
           05 WS-RAN-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-OK-COUNT       PIC 9(2) VALUE ZERO.
           05 WS-ALREADY-COUNT  PIC 9(2) VALUE ZERO.
           05 WS-REJECT-COUNT   PIC 9(2) VALUE ZERO.
           05 WS-FAIL-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-SKIP-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-DONE-COUNT        PIC 9(2) VALUE ZERO.

       01 RunLogLine.
           05 PrnLogProgram     PIC X(8).
           05 FILLER            PIC X(7) VALUE "  DATE ".
           05 PrnLogDate        PIC X(8).
           05 FILLER            PIC X(8) VALUE "  EVENT ".
           05 PrnLogEvent       PIC X(6) VALUE "BATCH".
           05 FILLER            PIC X(8) VALUE "  START ".
           05 PrnLogStart       PIC X(8).
           05 FILLER            PIC X(6) VALUE "  END ".
           05 PrnLogEnd         PIC X(8).
           05 FILLER            PIC X(10) VALUE "  RECORDS ".
           05 PrnLogCount       PIC ZZZZZ9.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnLogStatus      PIC X(8).

       01 BatchHeading.
           05 FILLER            PIC X(30) VALUE
               "NIGHT BATCH RUN REPORT        ".
           05 FILLER            PIC X(11) VALUE "Run date : ".
           05 PrnBatchDate       PIC X(8).
       01 BatchColHeads.
           05 FILLER            PIC X(37) VALUE
               " -Step--- -Start-- -End---- Runs  Rej".
           05 FILLER            PIC X(42) VALUE
               " -Outcome-- -Note-------------------------".
       01 BatchDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtStep          PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtStart         PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtEnd           PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtRuns          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtRejects       PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtResult        PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBtNote          PIC X(30).
       01 BatchRejectLine.
           05 FILLER            PIC X(20) VALUE "JOB LINE REJECTED - ".
           05 PrnRejMessage      PIC X(40).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRejStep         PIC X(8).
       01 BatchRefusedLine.
           05 FILLER            PIC X(22) VALUE
               "NIGHT BATCH REFUSED - ".
           05 PrnRefusedReason   PIC X(50).
       01 BatchTotalLine1.
           05 FILLER            PIC X(19) VALUE "STEPS IN STREAM  : ".
           05 PrnStreamCount     PIC ZZZ9.
       01 BatchTotalLine2.
           05 FILLER            PIC X(19) VALUE "STEPS RUN        : ".
           05 PrnRanCount        PIC ZZZ9.
       01 BatchTotalLine3.
           05 FILLER            PIC X(19) VALUE "ENDED OK         : ".
           05 PrnOkCount         PIC ZZZ9.
       01 BatchTotalLine4.
           05 FILLER            PIC X(19) VALUE "ALREADY OK       : ".
           05 PrnAlreadyCount    PIC ZZZ9.
       01 BatchTotalLine5.
           05 FILLER            PIC X(19) VALUE "REJECTED         : ".
           05 PrnRejectCount     PIC ZZZ9.
       01 BatchTotalLine6.
           05 FILLER            PIC X(19) VALUE "FAILED           : ".
           05 PrnFailCount       PIC ZZZ9.
       01 BatchTotalLine7.
           05 FILLER            PIC X(19) VALUE "SKIPPED          : ".
           05 PrnSkipCount       PIC ZZZ9.
       01 BatchStatusLine.
           05 FILLER            PIC X(19) VALUE "BATCH STATUS     : ".
           05 PrnBatchStatus     PIC X(40).

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            MOVE WS-TODAY TO WS-RUN-DATE
            OPEN INPUT PRMFILE
            IF WS-PRM-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-PARAMETERS UNTIL WS-PRM-EOF
                CLOSE PRMFILE
            END-IF
            OPEN OUTPUT PRTFILE
            MOVE WS-RUN-DATE TO PrnBatchDate
            WRITE PrintLine FROM BatchHeading
            PERFORM LOAD-JOB-STREAM
            PERFORM CHECK-READY-TO-RUN
            MOVE "SPLBATCH"  TO PrnLogProgram
            MOVE WS-RUN-DATE TO PrnLogDate
            ACCEPT WS-BATCH-START FROM TIME
            MOVE WS-BATCH-START TO PrnLogStart
            PERFORM WRITE-STARTED-LOG-LINE
            IF WS-BATCH-REFUSED
                MOVE WS-REFUSE-REASON TO PrnRefusedReason
                WRITE PrintLine FROM BatchRefusedLine
                DISPLAY "NIGHT BATCH REFUSED - " WS-REFUSE-REASON
                MOVE "REJECTED" TO PrnLogStatus
            ELSE
                PERFORM LOAD-EARLIER-RESULTS
                WRITE PrintLine FROM BatchColHeads
                PERFORM RUN-ONE-STEP
                    VARYING WS-STEP-SUB FROM 1 BY 1
                    UNTIL WS-STEP-SUB > WS-JOB-COUNT
                PERFORM WRITE-BATCH-TOTALS
            END-IF
            MOVE "SPLBATCH"     TO PrnLogProgram
            MOVE WS-BATCH-START TO PrnLogStart
            MOVE WS-RAN-COUNT   TO PrnLogCount
            ACCEPT PrnLogEnd FROM TIME
            PERFORM WRITE-LOG-LINE
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
                    WHEN "EVENT"
                        IF WS-PARM-EVENTS < 99
                            ADD 1 TO WS-PARM-EVENTS
                        END-IF
                    WHEN "BACKUP"
                        IF WS-PRM-VALUE = "ALL"
                            SET WS-BACKUP-ALL TO TRUE
                        END-IF
                    WHEN "BATCH-DATE"
                        PERFORM EDIT-BATCH-DATE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      * -- a bad run date is refused, not replaced by today: a rerun -
      * -- on the wrong date would repeat the steps already done     -
        EDIT-BATCH-DATE.
            IF WS-PRM-VALUE (1:8) IS NUMERIC
                    AND WS-PRM-VALUE (9:) = SPACES
                MOVE WS-PRM-VALUE (1:8) TO WS-RUN-DATE
            ELSE
                DISPLAY "INVALID PARAMETER VALUE " ParmLine
                MOVE "BATCH-DATE ON SPLPARM.TXT IS NOT YYYYMMDD"
                    TO WS-MESSAGE
                PERFORM REFUSE-BATCH
            END-IF.

      * -- the first reason found is the one reported ---------------
        REFUSE-BATCH.
            IF NOT WS-BATCH-REFUSED
                MOVE WS-MESSAGE TO WS-REFUSE-REASON
                SET WS-BATCH-REFUSED TO TRUE
            END-IF.

      ******************************************************************
      *  job stream                                                    *
      ******************************************************************
        LOAD-JOB-STREAM.
            OPEN INPUT JOBFILE
            IF WS-JOBFILE-STATUS = "35"
                MOVE "SPLJOBS.TXT NOT FOUND - NO JOB STREAM"
                    TO WS-MESSAGE
                PERFORM REFUSE-BATCH
            ELSE
                PERFORM READ-ONE-JOB UNTIL WS-JOB-EOF
                CLOSE JOBFILE
                IF WS-JOB-REJECTED > ZERO
                    MOVE "SPLJOBS.TXT HAS REJECTED LINES" TO WS-MESSAGE
                    PERFORM REFUSE-BATCH
                END-IF
                IF WS-JOB-COUNT = ZERO
                    MOVE "SPLJOBS.TXT HOLDS NO STEPS" TO WS-MESSAGE
                    PERFORM REFUSE-BATCH
                END-IF
            END-IF.

      * -- one bad line refuses the whole stream: running the part  -
      * -- that was understood could run a step out of its order    -
        READ-ONE-JOB.
            READ JOBFILE
                AT END
                    SET WS-JOB-EOF TO TRUE
                NOT AT END
                    IF JOB-RECORD = SPACES OR JOB-STEP (1:1) = "*"
                        CONTINUE
                    ELSE
                        PERFORM EDIT-JOB-LINE
                        IF WS-JOB-OK
                            PERFORM ADD-JOB-ENTRY
                        ELSE
                            DISPLAY "JOB LINE REJECTED - "
                                WS-MESSAGE " " JOB-STEP
                            MOVE WS-MESSAGE TO PrnRejMessage
                            MOVE JOB-STEP   TO PrnRejStep
                            WRITE PrintLine FROM BatchRejectLine
                            ADD 1 TO WS-JOB-REJECTED
                        END-IF
                    END-IF
            END-READ.

      * -- the first failing edit is the one reported. The duplicate -
      * -- lookup runs last: FIND-STEP also serves the prerequisites -
        EDIT-JOB-LINE.
            MOVE 'Y'   TO WS-JOB-OK-SW
            MOVE SPACE TO WS-PRQ-BAD-SW
            PERFORM EDIT-ONE-PREREQ
                VARYING WS-PRQ-SUB FROM 1 BY 1
                UNTIL WS-PRQ-SUB > 4
            MOVE JOB-STEP     TO WS-FIND-NAME
            MOVE WS-JOB-COUNT TO WS-FIND-LIMIT
            PERFORM FIND-STEP
            EVALUATE TRUE
                WHEN JOB-STEP = SPACES
                    MOVE "STEP NAME IS REQUIRED" TO WS-MESSAGE
                    MOVE SPACE TO WS-JOB-OK-SW
                WHEN WS-STEP-FOUND
                    MOVE "STEP IS ON FILE TWICE" TO WS-MESSAGE
                    MOVE SPACE TO WS-JOB-OK-SW
                WHEN WS-PRQ-BAD
                    MOVE "PREREQUISITE IS NOT AN EARLIER STEP"
                        TO WS-MESSAGE
                    MOVE SPACE TO WS-JOB-OK-SW
                WHEN WS-JOB-COUNT NOT < 20
                    MOVE "MORE THAN 20 STEPS" TO WS-MESSAGE
                    MOVE SPACE TO WS-JOB-OK-SW
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        EDIT-ONE-PREREQ.
            IF JOB-PREREQ (WS-PRQ-SUB) NOT = SPACES
                MOVE JOB-PREREQ (WS-PRQ-SUB) TO WS-FIND-NAME
                MOVE WS-JOB-COUNT            TO WS-FIND-LIMIT
                PERFORM FIND-STEP
                IF NOT WS-STEP-FOUND
                    SET WS-PRQ-BAD TO TRUE
                END-IF
            END-IF.

        ADD-JOB-ENTRY.
            ADD 1 TO WS-JOB-COUNT
            SET JB-IDX TO WS-JOB-COUNT
            MOVE JOB-STEP       TO WS-JB-STEP      (JB-IDX)
            MOVE JOB-PREREQ (1) TO WS-JB-PREREQ    (JB-IDX, 1)
            MOVE JOB-PREREQ (2) TO WS-JB-PREREQ    (JB-IDX, 2)
            MOVE JOB-PREREQ (3) TO WS-JB-PREREQ    (JB-IDX, 3)
            MOVE JOB-PREREQ (4) TO WS-JB-PREREQ    (JB-IDX, 4)
            MOVE JOB-COMMAND    TO WS-JB-COMMAND   (JB-IDX)
            MOVE SPACE          TO WS-JB-DONE-SW   (JB-IDX)
            MOVE SPACES         TO WS-JB-RESULT    (JB-IDX).

      * -- looks WS-FIND-NAME up among the first WS-FIND-LIMIT steps -
      * -- and leaves JB-IDX on it when found                        -
        FIND-STEP.
            MOVE SPACE TO WS-STEP-FOUND-SW
            SET JB-IDX TO 1
            SEARCH WS-JOB-ENTRY
                AT END
                    CONTINUE
                WHEN JB-IDX > WS-FIND-LIMIT
                    CONTINUE
                WHEN WS-JB-STEP (JB-IDX) = WS-FIND-NAME
                    SET WS-STEP-FOUND TO TRUE
            END-SEARCH.

      * -- the steps take their events and BACKUP=ALL from           -
      * -- SplParm.txt; without them a step would stop at a console  -
      * -- prompt in the middle of the night                         -
        CHECK-READY-TO-RUN.
            IF WS-PARM-EVENTS = ZERO
                MOVE "NO EVENT= LINES ON SPLPARM.TXT" TO WS-MESSAGE
                PERFORM REFUSE-BATCH
            END-IF
            MOVE "SPLBKUP"    TO WS-FIND-NAME
            MOVE WS-JOB-COUNT TO WS-FIND-LIMIT
            PERFORM FIND-STEP
            IF WS-STEP-FOUND AND NOT WS-BACKUP-ALL
                MOVE "SPLBKUP STEP NEEDS BACKUP=ALL ON SPLPARM.TXT"
                    TO WS-MESSAGE
                PERFORM REFUSE-BATCH
            END-IF.

      ******************************************************************
      *  restart                                                       *
      ******************************************************************
      * -- a step whose last BATCH outcome for the run date was OK   -
      * -- is not run again; anything else is run from the top      -
        LOAD-EARLIER-RESULTS.
            MOVE SPACE TO WS-LOG-EOF-FLAG
            OPEN INPUT RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM READ-EARLIER-RESULT UNTIL WS-LOG-EOF
                CLOSE RUNLOG
            END-IF.

        READ-EARLIER-RESULT.
            READ RUNLOG
                AT END
                    SET WS-LOG-EOF TO TRUE
                NOT AT END
                    MOVE LogLine TO WS-LOG-REC
                    IF WS-LOG-EVENT = "BATCH"
                            AND WS-LOG-DATE = WS-RUN-DATE
                            AND WS-LOG-STATUS NOT = "STARTED"
                        MOVE WS-LOG-PROGRAM TO WS-FIND-NAME
                        MOVE WS-JOB-COUNT   TO WS-FIND-LIMIT
                        PERFORM FIND-STEP
                        IF WS-STEP-FOUND
                            IF WS-LOG-STATUS = "OK"
                                MOVE 'Y'   TO WS-JB-DONE-SW (JB-IDX)
                            ELSE
                                MOVE SPACE TO WS-JB-DONE-SW (JB-IDX)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      ******************************************************************
      *  one step                                                      *
      ******************************************************************
        RUN-ONE-STEP.
            MOVE SPACES TO PrnBtStart PrnBtEnd PrnBtNote
            MOVE ZERO   TO PrnBtRuns PrnBtRejects
            MOVE WS-JB-STEP (WS-STEP-SUB) TO PrnBtStep
            IF WS-JB-DONE-EARLIER (WS-STEP-SUB)
                MOVE "ALREADY OK" TO WS-JB-RESULT (WS-STEP-SUB)
                MOVE "ENDED OK EARLIER ON RUN DATE" TO PrnBtNote
                ADD 1 TO WS-ALREADY-COUNT
            ELSE
                PERFORM CHECK-PREREQUISITES
                IF WS-STEP-BLOCKED
                    PERFORM SKIP-STEP
                ELSE
                    PERFORM EXECUTE-STEP
                END-IF
            END-IF
            MOVE WS-JB-RESULT (WS-STEP-SUB) TO PrnBtResult
            WRITE PrintLine FROM BatchDetailLine.

        CHECK-PREREQUISITES.
            MOVE SPACE TO WS-STEP-BLOCKED-SW
            PERFORM CHECK-ONE-PREREQ
                VARYING WS-PRQ-SUB FROM 1 BY 1
                UNTIL WS-PRQ-SUB > 4.

      * -- the first prerequisite that did not end OK is named on    -
      * -- the report as the reason the step was skipped             -
        CHECK-ONE-PREREQ.
            IF WS-JB-PREREQ (WS-STEP-SUB, WS-PRQ-SUB) NOT = SPACES
                    AND NOT WS-STEP-BLOCKED
                MOVE WS-JB-PREREQ (WS-STEP-SUB, WS-PRQ-SUB)
                    TO WS-FIND-NAME
                MOVE WS-JOB-COUNT TO WS-FIND-LIMIT
                PERFORM FIND-STEP
                IF WS-STEP-FOUND AND NOT WS-JB-ENDED-OK (JB-IDX)
                    SET WS-STEP-BLOCKED TO TRUE
                    MOVE SPACES TO PrnBtNote
                    STRING WS-FIND-NAME          DELIMITED BY SPACE
                        " ENDED "                DELIMITED BY SIZE
                        WS-JB-RESULT (JB-IDX)    DELIMITED BY SPACE
                        INTO PrnBtNote
                    END-STRING
                END-IF
            END-IF.

        SKIP-STEP.
            MOVE "SKIPPED" TO WS-JB-RESULT (WS-STEP-SUB)
            ADD 1 TO WS-SKIP-COUNT
            MOVE WS-JB-STEP (WS-STEP-SUB) TO PrnLogProgram
            ACCEPT WS-NOW FROM TIME
            MOVE WS-NOW    TO PrnLogStart PrnLogEnd
            MOVE ZERO      TO PrnLogCount
            MOVE "SKIPPED" TO PrnLogStatus
            PERFORM WRITE-LOG-LINE.

      * -- each step is its own run unit: it ends in STOP RUN, so it -
      * -- is started as a separate program and the driver waits    -
        EXECUTE-STEP.
            MOVE WS-JB-STEP (WS-STEP-SUB) TO PrnLogProgram
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            PERFORM COUNT-LOG-LINES
            MOVE WS-LOG-LINES TO WS-LOG-MARK
            PERFORM BUILD-STEP-COMMAND
            DISPLAY "SPLBATCH RUNNING STEP " WS-JB-STEP (WS-STEP-SUB)
            CALL "SYSTEM" USING WS-COMMAND
            MOVE RETURN-CODE TO WS-STEP-RC
            MOVE ZERO        TO RETURN-CODE
            PERFORM SCAN-STEP-LOG
            PERFORM DECIDE-STEP-OUTCOME
            ADD 1 TO WS-RAN-COUNT
            MOVE WS-STEP-ENDS TO PrnLogCount
            ACCEPT PrnLogEnd FROM TIME
            MOVE WS-JB-RESULT (WS-STEP-SUB) TO PrnLogStatus
            PERFORM WRITE-LOG-LINE
            MOVE PrnLogStart     TO PrnBtStart
            MOVE PrnLogEnd       TO PrnBtEnd
            MOVE WS-STEP-ENDS    TO PrnBtRuns
            MOVE WS-STEP-REJECTS TO PrnBtRejects.

        BUILD-STEP-COMMAND.
            MOVE SPACES TO WS-COMMAND
            IF WS-JB-COMMAND (WS-STEP-SUB) = SPACES
                STRING "./"                      DELIMITED BY SIZE
                    WS-JB-STEP (WS-STEP-SUB)     DELIMITED BY SPACE
                    INTO WS-COMMAND
                END-STRING
            ELSE
                MOVE WS-JB-COMMAND (WS-STEP-SUB) TO WS-COMMAND
            END-IF.

      * -- the step's own lines carry its PROGRAM-ID and a real      -
      * -- event (or ALL); the driver's BATCH lines are left out     -
        SCAN-STEP-LOG.
            MOVE ZERO  TO WS-LOG-READ WS-STEP-STARTS
                          WS-STEP-ENDS WS-STEP-REJECTS
            MOVE SPACE TO WS-LOG-EOF-FLAG
            OPEN INPUT RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM TALLY-STEP-LINE UNTIL WS-LOG-EOF
                CLOSE RUNLOG
            END-IF.

        TALLY-STEP-LINE.
            READ RUNLOG
                AT END
                    SET WS-LOG-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LOG-READ
                    MOVE LogLine TO WS-LOG-REC
                    IF WS-LOG-READ > WS-LOG-MARK
                        AND WS-LOG-PROGRAM = WS-JB-STEP (WS-STEP-SUB)
                        AND WS-LOG-EVENT NOT = "BATCH"
                        IF WS-LOG-STATUS = "STARTED"
                            ADD 1 TO WS-STEP-STARTS
                        ELSE
                            ADD 1 TO WS-STEP-ENDS
                            IF WS-LOG-STATUS = "REJECTED"
                                ADD 1 TO WS-STEP-REJECTS
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      * -- outcomes are per step, not per event: one rejected event  -
      * -- holds back the dependent steps for every event            -
        DECIDE-STEP-OUTCOME.
            EVALUATE TRUE
                WHEN WS-STEP-RC NOT = ZERO
                    MOVE "FAILED" TO WS-JB-RESULT (WS-STEP-SUB)
                    MOVE "RETURN CODE NOT ZERO" TO PrnBtNote
                    ADD 1 TO WS-FAIL-COUNT
                WHEN WS-STEP-STARTS = ZERO AND WS-STEP-ENDS = ZERO
                    MOVE "FAILED" TO WS-JB-RESULT (WS-STEP-SUB)
                    MOVE "NOTHING LOGGED - SEE CONSOLE" TO PrnBtNote
                    ADD 1 TO WS-FAIL-COUNT
                WHEN WS-STEP-STARTS > WS-STEP-ENDS
                    MOVE "FAILED" TO WS-JB-RESULT (WS-STEP-SUB)
                    MOVE "STARTED BUT NO END LOGGED" TO PrnBtNote
                    ADD 1 TO WS-FAIL-COUNT
                WHEN WS-STEP-REJECTS > ZERO
                    MOVE "REJECTED" TO WS-JB-RESULT (WS-STEP-SUB)
                    MOVE "SEE THE STEP REPORT" TO PrnBtNote
                    ADD 1 TO WS-REJECT-COUNT
                WHEN OTHER
                    MOVE "OK" TO WS-JB-RESULT (WS-STEP-SUB)
                    ADD 1 TO WS-OK-COUNT
            END-EVALUATE.

      ******************************************************************
      *  run log                                                       *
      ******************************************************************
        COUNT-LOG-LINES.
            MOVE ZERO  TO WS-LOG-LINES
            MOVE SPACE TO WS-LOG-EOF-FLAG
            OPEN INPUT RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                CONTINUE
            ELSE
                PERFORM COUNT-ONE-LOG-LINE UNTIL WS-LOG-EOF
                CLOSE RUNLOG
            END-IF.

        COUNT-ONE-LOG-LINE.
            READ RUNLOG
                AT END
                    SET WS-LOG-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-LOG-LINES
            END-READ.

      * -- logged before the step starts so a driver that dies while -
      * -- a step runs leaves a STARTED line with no end for SPLOVER -
        WRITE-STARTED-LOG-LINE.
            MOVE SPACES      TO PrnLogEnd
            MOVE ZERO        TO PrnLogCount
            MOVE "STARTED"   TO PrnLogStatus
            PERFORM WRITE-LOG-LINE.

      * -- the log is open only while a line is written: the steps   -
      * -- append to the same file while the driver waits on them    -
        WRITE-LOG-LINE.
            OPEN EXTEND RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                OPEN OUTPUT RUNLOG
                CLOSE RUNLOG
                OPEN EXTEND RUNLOG
            END-IF
            WRITE LogLine FROM RunLogLine
            CLOSE RUNLOG.

      ******************************************************************
      *  totals                                                        *
      ******************************************************************
        WRITE-BATCH-TOTALS.
            MOVE WS-JOB-COUNT     TO PrnStreamCount
            MOVE WS-RAN-COUNT     TO PrnRanCount
            MOVE WS-OK-COUNT      TO PrnOkCount
            MOVE WS-ALREADY-COUNT TO PrnAlreadyCount
            MOVE WS-REJECT-COUNT  TO PrnRejectCount
            MOVE WS-FAIL-COUNT    TO PrnFailCount
            MOVE WS-SKIP-COUNT    TO PrnSkipCount
            WRITE PrintLine FROM BatchTotalLine1
            WRITE PrintLine FROM BatchTotalLine2
            WRITE PrintLine FROM BatchTotalLine3
            WRITE PrintLine FROM BatchTotalLine4
            WRITE PrintLine FROM BatchTotalLine5
            WRITE PrintLine FROM BatchTotalLine6
            WRITE PrintLine FROM BatchTotalLine7
            COMPUTE WS-DONE-COUNT = WS-OK-COUNT + WS-ALREADY-COUNT
            IF WS-DONE-COUNT = WS-JOB-COUNT
                MOVE "COMPLETE"                TO PrnBatchStatus
                MOVE "OK"                      TO PrnLogStatus
            ELSE
                MOVE "INCOMPLETE - CORRECT AND RERUN"
                                               TO PrnBatchStatus
                MOVE "FAILED"                  TO PrnLogStatus
            END-IF
            WRITE PrintLine FROM BatchStatusLine
            DISPLAY "NIGHT BATCH " PrnBatchStatus.
