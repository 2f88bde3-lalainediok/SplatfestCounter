      ******************************************************************
      *                                                                *
      *   SPLBKUP - backup and restore of the indexed master files.   *
      *                                                                *
      *   Function B unloads every master - SplatRec.txt,             *
      *   SplEvent.txt, SplPlayr.txt, SplOper.txt, SplMatch.txt,      *
      *   SplWinr.txt, SplSusp.txt, SplRules.txt, SplEntl.txt and     *
      *   SplPubLog.txt - to its own dated sequential backup,         *
      *   <master>.<yyyymmdd>.bak, laid out as SPLBKP.CPY: a header,  *
      *   one detail per record and a trailer holding the record      *
      *   count and hash totals of the key and of the numeric fields. *
      *   A master not on disk yet is noted and passed over.          *
      *                                                                *
      *   Function R rebuilds one chosen master from one chosen       *
      *   backup file. The whole backup is read and balanced against  *
      *   its trailer before anything is touched; a backup that does  *
      *   not balance, belongs to another master or has no trailer is *
      *   refused and the live file is left as it was. Before the     *
      *   live file is replaced it is itself unloaded to              *
      *   <master>.<yyyymmddhhmm>.pre, so a restore can be undone by  *
      *   restoring that copy. The report shows the trailer, counted  *
      *   and restored totals side by side.                           *
      *                                                                *
      *   SplParm.txt with BACKUP=ALL runs the backup unattended as   *
      *   the first step of the night batch, so a bad SPLROLL or      *
      *   SPLEXCP run can be rolled back; the run is logged to        *
      *   SplRunLog.txt like the other batch programs. A restore is   *
      *   never taken from SplParm.txt - it is always asked for at    *
      *   the console. The report is SplBkupRpt.txt.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLBKUP.
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
                FILE STATUS IS WS-MST-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-MST-STATUS.
                SELECT PLRFILE ASSIGN TO "SplPlayr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PLR-USERNAME
                FILE STATUS IS WS-MST-STATUS.
                SELECT OPRFILE ASSIGN TO "SplOper.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-MST-STATUS.
                SELECT MATFILE ASSIGN TO "SplMatch.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAT-KEY
                FILE STATUS IS WS-MST-STATUS.
                SELECT WINFILE ASSIGN TO "SplWinr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WIN-EVENT-ID
                FILE STATUS IS WS-MST-STATUS.
                SELECT SUSFILE ASSIGN TO "SplSusp.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUS-KEY
                FILE STATUS IS WS-MST-STATUS.
                SELECT RULFILE ASSIGN TO "SplRules.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUL-SET-ID
                FILE STATUS IS WS-MST-STATUS.
                SELECT ENTFILE ASSIGN TO "SplEntl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENT-KEY
                FILE STATUS IS WS-MST-STATUS.
                SELECT PUBFILE ASSIGN TO "SplPubLog.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PUB-KEY
                FILE STATUS IS WS-MST-STATUS.
                SELECT BKPFILE ASSIGN TO WS-BKP-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BKPFILE-STATUS.
                SELECT PRMFILE ASSIGN TO "SplParm.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-PRM-STATUS.
                SELECT RUNLOG ASSIGN TO "SplRunLog.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-RUNLOG-STATUS.
                SELECT PRTFILE ASSIGN TO "SplBkupRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD RESTEAM.
           COPY SPLREC.
       FD EVTFILE.
           COPY SPLEVT.
       FD PLRFILE.
           COPY SPLPLR.
       FD OPRFILE.
           COPY SPLOPR.
       FD MATFILE.
           COPY SPLMAT.
       FD WINFILE.
           COPY SPLWNR.
       FD SUSFILE.
           COPY SPLSUS.
       FD RULFILE.
           COPY SPLRUL.
       FD ENTFILE.
           COPY SPLENT.
       FD PUBFILE.
           COPY SPLPUB.
       FD BKPFILE.
           COPY SPLBKP.
       FD PRMFILE.
       01 ParmLine             PIC X(80).
       FD RUNLOG.
       01 LogLine              PIC X(100).
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION           PIC X.
           88 WS-FN-BACKUP      VALUE 'B'.
           88 WS-FN-RESTORE     VALUE 'R'.
      * -- one status serves every master: only one is open at a    -
      * -- time                                                      -
       01 WS-MST-STATUS         PIC XX.
       01 WS-BKPFILE-STATUS     PIC XX.
       01 WS-TODAY              PIC X(8).
       01 WS-NOW                PIC X(8).
       01 WS-MST-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-MST-EOF        VALUE 'Y'.
       01 WS-BKP-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-BKP-EOF        VALUE 'Y'.

      * -- run-parameter file support --------------------------------
      * -- BACKUP=ALL on SplParm.txt runs the backup without a       -
      * -- prompt; without it the function comes from the console    -
       01 WS-PRM-STATUS         PIC XX.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-PRM-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-PRM-EOF        VALUE 'Y'.
       01 WS-PRM-KEYWORD        PIC X(12).
       01 WS-PRM-VALUE          PIC X(30).
       01 WS-BACKUP-ALL-SW      PIC X VALUE SPACE.
           88 WS-BACKUP-ALL     VALUE 'Y'.

      * -- the masters: code the operator names on a restore, base   -
      * -- of the backup file name, live file name, record and key   -
      * -- lengths. Every master's key leads its record.             -
       01 WS-MASTER-VALUES.
           05 FILLER            PIC X(8)  VALUE "SPLATREC".
           05 FILLER            PIC X(9)  VALUE "SplatRec".
           05 FILLER            PIC X(13) VALUE "SplatRec.txt".
           05 FILLER            PIC 9(3)  VALUE 047.
           05 FILLER            PIC 9(2)  VALUE 21.
           05 FILLER            PIC X(8)  VALUE "SPLEVENT".
           05 FILLER            PIC X(9)  VALUE "SplEvent".
           05 FILLER            PIC X(13) VALUE "SplEvent.txt".
           05 FILLER            PIC 9(3)  VALUE 100.
           05 FILLER            PIC 9(2)  VALUE 06.
           05 FILLER            PIC X(8)  VALUE "SPLPLAYR".
           05 FILLER            PIC X(9)  VALUE "SplPlayr".
           05 FILLER            PIC X(13) VALUE "SplPlayr.txt".
           05 FILLER            PIC 9(3)  VALUE 054.
           05 FILLER            PIC 9(2)  VALUE 15.
           05 FILLER            PIC X(8)  VALUE "SPLOPER".
           05 FILLER            PIC X(9)  VALUE "SplOper".
           05 FILLER            PIC X(13) VALUE "SplOper.txt".
           05 FILLER            PIC 9(3)  VALUE 046.
           05 FILLER            PIC 9(2)  VALUE 08.
           05 FILLER            PIC X(8)  VALUE "SPLMATCH".
           05 FILLER            PIC X(9)  VALUE "SplMatch".
           05 FILLER            PIC X(13) VALUE "SplMatch.txt".
           05 FILLER            PIC 9(3)  VALUE 042.
           05 FILLER            PIC 9(2)  VALUE 24.
           05 FILLER            PIC X(8)  VALUE "SPLWINR".
           05 FILLER            PIC X(9)  VALUE "SplWinr".
           05 FILLER            PIC X(13) VALUE "SplWinr.txt".
           05 FILLER            PIC 9(3)  VALUE 100.
           05 FILLER            PIC 9(2)  VALUE 06.
           05 FILLER            PIC X(8)  VALUE "SPLSUSP".
           05 FILLER            PIC X(9)  VALUE "SplSusp".
           05 FILLER            PIC X(13) VALUE "SplSusp.txt".
           05 FILLER            PIC 9(3)  VALUE 075.
           05 FILLER            PIC 9(2)  VALUE 21.
           05 FILLER            PIC X(8)  VALUE "SPLRULES".
           05 FILLER            PIC X(9)  VALUE "SplRules".
           05 FILLER            PIC X(13) VALUE "SplRules.txt".
           05 FILLER            PIC 9(3)  VALUE 080.
           05 FILLER            PIC 9(2)  VALUE 06.
           05 FILLER            PIC X(8)  VALUE "SPLENTL".
           05 FILLER            PIC X(9)  VALUE "SplEntl".
           05 FILLER            PIC X(13) VALUE "SplEntl.txt".
           05 FILLER            PIC 9(3)  VALUE 100.
           05 FILLER            PIC 9(2)  VALUE 27.
           05 FILLER            PIC X(8)  VALUE "SPLPUBLG".
           05 FILLER            PIC X(9)  VALUE "SplPubLog".
           05 FILLER            PIC X(13) VALUE "SplPubLog.txt".
           05 FILLER            PIC 9(3)  VALUE 100.
           05 FILLER            PIC 9(2)  VALUE 12.
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-VALUES.
           05 WS-MST-ENTRY OCCURS 10 TIMES.
               10 WS-MST-CODE      PIC X(8).
               10 WS-MST-BASE      PIC X(9).
               10 WS-MST-LIVE      PIC X(13).
               10 WS-MST-REC-LEN   PIC 9(3).
               10 WS-MST-KEY-LEN   PIC 9(2).
       01 WS-MST-SUB            PIC 9(2).
       01 WS-FOUND-SUB          PIC 9(2).

      * -- backup file naming: <base>.<stamp><suffix> ----------------
       01 WS-BKP-NAME           PIC X(30).
       01 WS-BKP-STAMP          PIC X(12).
       01 WS-BKP-SUFFIX         PIC X(4).

      * -- unload of one master, for a backup or the safety copy ----
       01 WS-UNLOAD-SW          PIC X VALUE SPACE.
           88 WS-UNLOAD-DONE    VALUE 'D'.
           88 WS-UNLOAD-ABSENT  VALUE 'N'.
           88 WS-UNLOAD-FAILED  VALUE 'F'.
           88 WS-UNLOAD-NO-BKP  VALUE 'B'.
       01 WS-CUR-COUNT          PIC 9(9).
       01 WS-CUR-KEY-HASH       PIC 9(15).
       01 WS-CUR-NUM-HASH       PIC 9(15).
       01 WS-RUN-RECORDS        PIC 9(9) VALUE ZERO.
       01 WS-RUN-FAILED-SW      PIC X VALUE SPACE.
           88 WS-RUN-FAILED     VALUE 'Y'.

      * -- hash totals: the record image is laid over WS-HASH-DATA;  -
      * -- the key hash weights each key byte by its position so a   -
      * -- transposed key does not balance, the numeric hash adds    -
      * -- each master's numeric fields. Backup and restore both     -
      * -- come through here, so the two can never disagree on how   -
      * -- a record is hashed.                                       -
       01 WS-HASH-DATA          PIC X(100).
       01 WS-HV-REC REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(39).
           05 WS-HV-REC-BPOINT  PIC X(4).
           05 WS-HV-REC-DEATH   PIC X(2).
           05 WS-HV-REC-KILL    PIC X(2).
           05 FILLER            PIC X(53).
       01 WS-HV-EVT REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(36).
           05 WS-HV-EVT-START   PIC X(8).
           05 WS-HV-EVT-END     PIC X(8).
           05 FILLER            PIC X(48).
       01 WS-HV-PLR REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(45).
           05 WS-HV-PLR-JOIN    PIC X(8).
           05 FILLER            PIC X(47).
       01 WS-HV-MAT REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(21).
           05 WS-HV-MAT-NO      PIC X(3).
           05 FILLER            PIC X(10).
           05 WS-HV-MAT-BPOINT  PIC X(4).
           05 WS-HV-MAT-DEATH   PIC X(2).
           05 WS-HV-MAT-KILL    PIC X(2).
           05 FILLER            PIC X(58).
       01 WS-HV-WIN REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(26).
           05 WS-HV-WIN-SCORE-1 PIC X(8).
           05 FILLER            PIC X(10).
           05 WS-HV-WIN-SCORE-2 PIC X(8).
           05 WS-HV-WIN-MARGIN  PIC X(8).
           05 FILLER            PIC X(19).
           05 WS-HV-WIN-SCORE-3 PIC X(8).
           05 FILLER            PIC X(13).
       01 WS-HV-SUS REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(67).
           05 WS-HV-SUS-DATE    PIC X(8).
           05 FILLER            PIC X(25).
       01 WS-HV-RUL REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(36).
           05 WS-HV-RUL-PTS     PIC X(5).
           05 WS-HV-RUL-KILL    PIC X(5).
           05 WS-HV-RUL-AVG     PIC X(5).
           05 WS-HV-RUL-START   PIC X(8).
           05 WS-HV-RUL-END     PIC X(8).
           05 FILLER            PIC X(33).
       01 WS-HV-ENT REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(48).
           05 WS-HV-ENT-QTY     PIC X(5).
           05 WS-HV-ENT-ISSUE   PIC X(8).
           05 WS-HV-ENT-EXTRACT PIC X(8).
           05 FILLER            PIC X.
           05 WS-HV-ENT-FULFIL  PIC X(8).
           05 FILLER            PIC X(22).
       01 WS-HV-PUB REDEFINES WS-HASH-DATA.
           05 FILLER            PIC X(13).
           05 WS-HV-PUB-RESEND  PIC X(6).
           05 WS-HV-PUB-DATE    PIC X(8).
           05 FILLER            PIC X(48).
           05 WS-HV-PUB-MARGIN  PIC X(8).
           05 WS-HV-PUB-ROWS    PIC X(4).
           05 FILLER            PIC X(13).
       01 WS-HASH-SUB           PIC 9(3).
       01 WS-ONE-KEY-HASH       PIC 9(9).
       01 WS-ONE-NUM-HASH       PIC 9(9).
       01 WS-HASH-FIELD         PIC X(8) JUSTIFIED RIGHT.
       01 WS-HASH-FIELD-N REDEFINES WS-HASH-FIELD PIC 9(8).

      * -- restore ---------------------------------------------------
       01 WS-RST-CODE           PIC X(8).
       01 WS-RST-NAME           PIC X(30).
       01 WS-SAFE-NAME          PIC X(30).
       01 WS-VERIFY-MSG         PIC X(50) VALUE SPACES.
       01 WS-HDR-OK-SW          PIC X VALUE SPACE.
           88 WS-HDR-OK         VALUE 'Y'.
       01 WS-TRL-SEEN-SW        PIC X VALUE SPACE.
           88 WS-TRL-SEEN       VALUE 'Y'.
       01 WS-BKP-READ           PIC 9(9) VALUE ZERO.
       01 WS-UNLOAD-DATE        PIC X(8) VALUE SPACES.
       01 WS-UNLOAD-TIME        PIC X(8) VALUE SPACES.
       01 WS-TRL-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-TRL-KEY-HASH       PIC 9(15) VALUE ZERO.
       01 WS-TRL-NUM-HASH       PIC 9(15) VALUE ZERO.
       01 WS-VER-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-VER-KEY-HASH       PIC 9(15) VALUE ZERO.
       01 WS-VER-NUM-HASH       PIC 9(15) VALUE ZERO.
       01 WS-RST-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-RST-KEY-HASH       PIC 9(15) VALUE ZERO.
       01 WS-RST-NUM-HASH       PIC 9(15) VALUE ZERO.
       01 WS-RST-REJECTED       PIC 9(9) VALUE ZERO.

       01 RunLogLine.
           05 PrnLogProgram     PIC X(8) VALUE "SPLBKUP".
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

       01 BkupHeading.
           05 FILLER            PIC X(30) VALUE
               "MASTER FILE BACKUP    Date : ".
           05 PrnBkupDate        PIC X(8).
       01 BkupColHeads.
           05 FILLER            PIC X(37) VALUE
               " -Backup File-              --Records".
           05 FILLER            PIC X(41) VALUE
               " -----Key Hash-- -Numeric Hash-- -Result-".
       01 BkupDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBkName          PIC X(25).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBkCount         PIC Z(8)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBkKeyHash       PIC Z(14)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBkNumHash       PIC Z(14)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnBkResult        PIC X(11).
       01 BkupTotalLine.
           05 FILLER            PIC X(27) VALUE
               "RECORDS BACKED UP        : ".
           05 PrnBkTotal         PIC Z(8)9.
       01 BkupStatusLine.
           05 FILLER            PIC X(27) VALUE
               "BACKUP RUN               : ".
           05 PrnBkStatus        PIC X(40).

       01 RestHeading.
           05 FILLER            PIC X(30) VALUE
               "MASTER FILE RESTORE   Date : ".
           05 PrnRestDate        PIC X(8).
       01 RestMasterLine.
           05 FILLER            PIC X(16) VALUE "MASTER        : ".
           05 PrnRestCode        PIC X(8).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnRestLive        PIC X(13).
       01 RestBackupLine.
           05 FILLER            PIC X(16) VALUE "BACKUP FILE   : ".
           05 PrnRestName        PIC X(30).
       01 RestUnloadLine.
           05 FILLER            PIC X(16) VALUE "UNLOADED ON   : ".
           05 PrnRestUnlDate     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRestUnlTime     PIC X(8).
       01 RestColHeads.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 FILLER            PIC X(41) VALUE
               "--Records -----Key Hash-- -Numeric Hash--".
       01 RestTotalLine.
           05 PrnRestLabel       PIC X(16).
           05 PrnRestCount       PIC Z(8)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRestKeyHash     PIC Z(14)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRestNumHash     PIC Z(14)9.
       01 RestSafeLine.
           05 FILLER            PIC X(16) VALUE "SAFETY COPY   : ".
           05 PrnRestSafe        PIC X(40).
       01 RestResultLine.
           05 FILLER            PIC X(16) VALUE "RESULT        : ".
           05 PrnRestResult      PIC X(50).

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
            IF WS-BACKUP-ALL
                MOVE 'B' TO WS-FUNCTION
            ELSE
                ACCEPT WS-FUNCTION FROM CONSOLE
            END-IF
            OPEN OUTPUT PRTFILE
            EVALUATE TRUE
                WHEN WS-FN-BACKUP
                    PERFORM RUN-BACKUP
                WHEN WS-FN-RESTORE
                    PERFORM RUN-RESTORE
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION CODE - USE B OR R"
            END-EVALUATE
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
      * -- by the batch programs, so keywords another program owns  --
      * -- are passed over without comment                          --
        APPLY-PARAMETER.
            IF ParmLine = SPACES OR ParmLine (1:1) = "*"
                CONTINUE
            ELSE
                MOVE SPACES TO WS-PRM-KEYWORD WS-PRM-VALUE
                UNSTRING ParmLine DELIMITED BY "="
                    INTO WS-PRM-KEYWORD WS-PRM-VALUE
                END-UNSTRING
                IF WS-PRM-KEYWORD = "BACKUP"
                    IF WS-PRM-VALUE = "ALL"
                        SET WS-BACKUP-ALL TO TRUE
                    ELSE
                        DISPLAY "INVALID PARAMETER VALUE " ParmLine
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      *  backup                                                        *
      ******************************************************************
        RUN-BACKUP.
            OPEN EXTEND RUNLOG
            IF WS-RUNLOG-STATUS = "35"
                OPEN OUTPUT RUNLOG
                CLOSE RUNLOG
                OPEN EXTEND RUNLOG
            END-IF
            MOVE WS-TODAY TO PrnLogDate
            ACCEPT PrnLogStart FROM TIME
            PERFORM WRITE-STARTED-LOG-LINE
            MOVE WS-TODAY TO PrnBkupDate
            WRITE PrintLine FROM BkupHeading
            WRITE PrintLine FROM BkupColHeads
            PERFORM BACKUP-ONE-MASTER
                VARYING WS-MST-SUB FROM 1 BY 1
                UNTIL WS-MST-SUB > 10
            MOVE WS-RUN-RECORDS TO PrnBkTotal
            WRITE PrintLine FROM BkupTotalLine
      * -- a failed master fails the run: the night batch must not  -
      * -- go on to change files it could not roll back              -
            IF WS-RUN-FAILED
                MOVE "FAILED - DO NOT RUN THE NIGHT BATCH"
                    TO PrnBkStatus
                MOVE "REJECTED" TO PrnLogStatus
            ELSE
                MOVE "COMPLETE" TO PrnBkStatus
                MOVE "OK"       TO PrnLogStatus
            END-IF
            WRITE PrintLine FROM BkupStatusLine
            DISPLAY "BACKUP " PrnBkStatus
            MOVE WS-RUN-RECORDS TO PrnLogCount
            ACCEPT PrnLogEnd FROM TIME
            WRITE LogLine FROM RunLogLine
            CLOSE RUNLOG.

      * -- logged before any work so a run that dies mid-backup     -
      * -- leaves a STARTED line with no end for SPLOVER to flag     -
        WRITE-STARTED-LOG-LINE.
            MOVE SPACES      TO PrnLogEnd
            MOVE ZERO        TO PrnLogCount
            MOVE "STARTED"   TO PrnLogStatus
            WRITE LogLine FROM RunLogLine.

        BACKUP-ONE-MASTER.
            MOVE WS-TODAY TO WS-BKP-STAMP
            MOVE ".bak"   TO WS-BKP-SUFFIX
            PERFORM UNLOAD-MASTER
            MOVE WS-BKP-NAME     TO PrnBkName
            MOVE WS-CUR-COUNT    TO PrnBkCount
            MOVE WS-CUR-KEY-HASH TO PrnBkKeyHash
            MOVE WS-CUR-NUM-HASH TO PrnBkNumHash
            EVALUATE TRUE
                WHEN WS-UNLOAD-DONE
                    MOVE "OK"          TO PrnBkResult
                    ADD WS-CUR-COUNT   TO WS-RUN-RECORDS
                WHEN WS-UNLOAD-ABSENT
                    MOVE "NOT PRESENT" TO PrnBkResult
                WHEN OTHER
                    MOVE "FAILED"      TO PrnBkResult
                    SET WS-RUN-FAILED  TO TRUE
                    DISPLAY WS-MST-LIVE (WS-MST-SUB)
                        " BACKUP FAILED - STATUS " WS-MST-STATUS
            END-EVALUATE
            WRITE PrintLine FROM BkupDetailLine.

      * -- unloads master WS-MST-SUB to <base>.<stamp><suffix>. A    -
      * -- master not on disk is not an error - SplMatch.txt,        -
      * -- SplSusp.txt, SplEntl.txt and SplPubLog.txt only appear    -
      * -- once used. A read that fails part way leaves the backup   -
      * -- without a trailer, so it can never be restored by         -
      * -- mistake.                                                  -
        UNLOAD-MASTER.
            PERFORM BUILD-BACKUP-NAME
            MOVE ZERO  TO WS-CUR-COUNT WS-CUR-KEY-HASH WS-CUR-NUM-HASH
            MOVE SPACE TO WS-MST-EOF-FLAG
            PERFORM OPEN-MASTER-INPUT
            EVALUATE WS-MST-STATUS
                WHEN "35"
                    SET WS-UNLOAD-ABSENT TO TRUE
                WHEN "00"
                    PERFORM COPY-MASTER-TO-BACKUP
                WHEN OTHER
                    SET WS-UNLOAD-FAILED TO TRUE
            END-EVALUATE.

        BUILD-BACKUP-NAME.
            MOVE SPACES TO WS-BKP-NAME
            STRING WS-MST-BASE (WS-MST-SUB) DELIMITED BY SPACE
                   "."                      DELIMITED BY SIZE
                   WS-BKP-STAMP             DELIMITED BY SPACE
                   WS-BKP-SUFFIX            DELIMITED BY SPACE
                INTO WS-BKP-NAME
            END-STRING.

        COPY-MASTER-TO-BACKUP.
            OPEN OUTPUT BKPFILE
            IF WS-BKPFILE-STATUS NOT = "00"
                SET WS-UNLOAD-NO-BKP TO TRUE
                PERFORM CLOSE-MASTER
            ELSE
                SET WS-UNLOAD-DONE TO TRUE
                MOVE SPACES TO BKP-RECORD
                MOVE 'H'    TO BKP-REC-TYPE
                MOVE WS-MST-CODE    (WS-MST-SUB) TO BKP-MASTER
                MOVE WS-MST-LIVE    (WS-MST-SUB) TO BKP-LIVE-NAME
                MOVE WS-MST-REC-LEN (WS-MST-SUB) TO BKP-REC-LENGTH
                ACCEPT BKP-UNLOAD-DATE FROM DATE YYYYMMDD
                ACCEPT BKP-UNLOAD-TIME FROM TIME
                WRITE BKP-RECORD
                PERFORM UNLOAD-ONE-RECORD UNTIL WS-MST-EOF
                IF WS-UNLOAD-DONE
                    MOVE SPACES TO BKP-RECORD
                    MOVE 'T'    TO BKP-REC-TYPE
                    MOVE WS-MST-CODE (WS-MST-SUB) TO BKP-MASTER
                    MOVE WS-CUR-COUNT    TO BKP-REC-COUNT
                    MOVE WS-CUR-KEY-HASH TO BKP-KEY-HASH
                    MOVE WS-CUR-NUM-HASH TO BKP-NUM-HASH
                    WRITE BKP-RECORD
                END-IF
                CLOSE BKPFILE
                PERFORM CLOSE-MASTER
            END-IF.

        UNLOAD-ONE-RECORD.
            PERFORM READ-MASTER-NEXT
            IF NOT WS-MST-EOF
                IF WS-MST-STATUS = "00"
                    PERFORM HASH-RECORD-IMAGE
                    ADD 1               TO WS-CUR-COUNT
                    ADD WS-ONE-KEY-HASH TO WS-CUR-KEY-HASH
                    ADD WS-ONE-NUM-HASH TO WS-CUR-NUM-HASH
                    MOVE 'D'            TO BKP-REC-TYPE
                    MOVE WS-MST-CODE (WS-MST-SUB) TO BKP-MASTER
                    MOVE WS-HASH-DATA   TO BKP-DATA
                    WRITE BKP-RECORD
                ELSE
                    SET WS-UNLOAD-FAILED TO TRUE
                    SET WS-MST-EOF TO TRUE
                END-IF
            END-IF.

      ******************************************************************
      *  master file access - one WHEN per master                      *
      ******************************************************************
        OPEN-MASTER-INPUT.
            EVALUATE WS-MST-SUB
                WHEN 1
                    OPEN INPUT RESTEAM
                WHEN 2
                    OPEN INPUT EVTFILE
                WHEN 3
                    OPEN INPUT PLRFILE
                WHEN 4
                    OPEN INPUT OPRFILE
                WHEN 5
                    OPEN INPUT MATFILE
                WHEN 6
                    OPEN INPUT WINFILE
                WHEN 7
                    OPEN INPUT SUSFILE
                WHEN 8
                    OPEN INPUT RULFILE
                WHEN 9
                    OPEN INPUT ENTFILE
                WHEN 10
                    OPEN INPUT PUBFILE
            END-EVALUATE.

        OPEN-MASTER-OUTPUT.
            EVALUATE WS-MST-SUB
                WHEN 1
                    OPEN OUTPUT RESTEAM
                WHEN 2
                    OPEN OUTPUT EVTFILE
                WHEN 3
                    OPEN OUTPUT PLRFILE
                WHEN 4
                    OPEN OUTPUT OPRFILE
                WHEN 5
                    OPEN OUTPUT MATFILE
                WHEN 6
                    OPEN OUTPUT WINFILE
                WHEN 7
                    OPEN OUTPUT SUSFILE
                WHEN 8
                    OPEN OUTPUT RULFILE
                WHEN 9
                    OPEN OUTPUT ENTFILE
                WHEN 10
                    OPEN OUTPUT PUBFILE
            END-EVALUATE.

        CLOSE-MASTER.
            EVALUATE WS-MST-SUB
                WHEN 1
                    CLOSE RESTEAM
                WHEN 2
                    CLOSE EVTFILE
                WHEN 3
                    CLOSE PLRFILE
                WHEN 4
                    CLOSE OPRFILE
                WHEN 5
                    CLOSE MATFILE
                WHEN 6
                    CLOSE WINFILE
                WHEN 7
                    CLOSE SUSFILE
                WHEN 8
                    CLOSE RULFILE
                WHEN 9
                    CLOSE ENTFILE
                WHEN 10
                    CLOSE PUBFILE
            END-EVALUATE.

      * -- the record image comes back in WS-HASH-DATA, padded with -
      * -- spaces to the width of BKP-DATA                          -
        READ-MASTER-NEXT.
            MOVE SPACES TO WS-HASH-DATA
            EVALUATE WS-MST-SUB
                WHEN 1
                    READ RESTEAM NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE RES-SPLT TO WS-HASH-DATA
                    END-READ
                WHEN 2
                    READ EVTFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE EVT-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 3
                    READ PLRFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE PLR-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 4
                    READ OPRFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE OPR-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 5
                    READ MATFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE MAT-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 6
                    READ WINFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE WIN-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 7
                    READ SUSFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE SUS-SPLT TO WS-HASH-DATA
                    END-READ
                WHEN 8
                    READ RULFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE RUL-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 9
                    READ ENTFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE ENT-RECORD TO WS-HASH-DATA
                    END-READ
                WHEN 10
                    READ PUBFILE NEXT
                        AT END
                            SET WS-MST-EOF TO TRUE
                        NOT AT END
                            MOVE PUB-RECORD TO WS-HASH-DATA
                    END-READ
            END-EVALUATE.

      * -- writes the image in WS-HASH-DATA; the move truncates it   -
      * -- back to the master's own record length                    -
        WRITE-MASTER-RECORD.
            EVALUATE WS-MST-SUB
                WHEN 1
                    MOVE WS-HASH-DATA TO RES-SPLT
                    WRITE RES-SPLT
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 2
                    MOVE WS-HASH-DATA TO EVT-RECORD
                    WRITE EVT-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 3
                    MOVE WS-HASH-DATA TO PLR-RECORD
                    WRITE PLR-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 4
                    MOVE WS-HASH-DATA TO OPR-RECORD
                    WRITE OPR-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 5
                    MOVE WS-HASH-DATA TO MAT-RECORD
                    WRITE MAT-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 6
                    MOVE WS-HASH-DATA TO WIN-RECORD
                    WRITE WIN-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 7
                    MOVE WS-HASH-DATA TO SUS-SPLT
                    WRITE SUS-SPLT
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 8
                    MOVE WS-HASH-DATA TO RUL-RECORD
                    WRITE RUL-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 9
                    MOVE WS-HASH-DATA TO ENT-RECORD
                    WRITE ENT-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
                WHEN 10
                    MOVE WS-HASH-DATA TO PUB-RECORD
                    WRITE PUB-RECORD
                        INVALID KEY
                            ADD 1 TO WS-RST-REJECTED
                        NOT INVALID KEY
                            PERFORM COUNT-RESTORED-RECORD
                    END-WRITE
            END-EVALUATE.

      ******************************************************************
      *  hash totals                                                   *
      ******************************************************************
        HASH-RECORD-IMAGE.
            MOVE ZERO TO WS-ONE-KEY-HASH WS-ONE-NUM-HASH
            PERFORM HASH-ONE-KEY-BYTE
                VARYING WS-HASH-SUB FROM 1 BY 1
                UNTIL WS-HASH-SUB > WS-MST-KEY-LEN (WS-MST-SUB)
            EVALUATE WS-MST-SUB
                WHEN 1
                    MOVE WS-HV-REC-BPOINT  TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-REC-DEATH   TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-REC-KILL    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 2
                    MOVE WS-HV-EVT-START   TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-EVT-END     TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 3
                    MOVE WS-HV-PLR-JOIN    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 5
                    MOVE WS-HV-MAT-NO      TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-MAT-BPOINT  TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-MAT-DEATH   TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-MAT-KILL    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 6
                    MOVE WS-HV-WIN-SCORE-1 TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-WIN-SCORE-2 TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-WIN-SCORE-3 TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-WIN-MARGIN  TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 7
                    MOVE WS-HV-SUS-DATE    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 8
                    MOVE WS-HV-RUL-PTS     TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-RUL-KILL    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-RUL-AVG     TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-RUL-START   TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-RUL-END     TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 9
                    MOVE WS-HV-ENT-QTY     TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-ENT-ISSUE   TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-ENT-EXTRACT TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-ENT-FULFIL  TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN 10
                    MOVE WS-HV-PUB-RESEND  TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-PUB-DATE    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-PUB-MARGIN  TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                    MOVE WS-HV-PUB-ROWS    TO WS-HASH-FIELD
                    PERFORM ADD-HASH-FIELD
                WHEN OTHER
      * -- the operator master has no numeric fields to total -------
                    CONTINUE
            END-EVALUATE.

        HASH-ONE-KEY-BYTE.
            COMPUTE WS-ONE-KEY-HASH = WS-ONE-KEY-HASH
                + FUNCTION ORD (WS-HASH-DATA (WS-HASH-SUB:1))
                * WS-HASH-SUB.

      * -- a field that is not all digits (a suspended record's bad -
      * -- value, a blank score) adds nothing, on both sides alike  -
        ADD-HASH-FIELD.
            INSPECT WS-HASH-FIELD REPLACING LEADING SPACE BY "0"
            IF WS-HASH-FIELD IS NUMERIC
                ADD WS-HASH-FIELD-N TO WS-ONE-NUM-HASH
            END-IF.

      ******************************************************************
      *  restore                                                       *
      ******************************************************************
        RUN-RESTORE.
            ACCEPT WS-RST-CODE FROM CONSOLE
            ACCEPT WS-RST-NAME FROM CONSOLE
            MOVE WS-TODAY TO PrnRestDate
            WRITE PrintLine FROM RestHeading
            PERFORM FIND-MASTER
            IF WS-MST-SUB = ZERO
                DISPLAY "UNKNOWN MASTER " WS-RST-CODE
                MOVE WS-RST-CODE TO PrnRestCode
                MOVE SPACES      TO PrnRestLive
                WRITE PrintLine FROM RestMasterLine
                MOVE "UNKNOWN MASTER - NOTHING RESTORED"
                    TO PrnRestResult
                WRITE PrintLine FROM RestResultLine
            ELSE
                MOVE WS-MST-CODE (WS-MST-SUB) TO PrnRestCode
                MOVE WS-MST-LIVE (WS-MST-SUB) TO PrnRestLive
                WRITE PrintLine FROM RestMasterLine
                MOVE WS-RST-NAME TO PrnRestName
                WRITE PrintLine FROM RestBackupLine
                PERFORM VERIFY-BACKUP
                PERFORM PRINT-VERIFY-TOTALS
                IF WS-VERIFY-MSG = SPACES
                    PERFORM TAKE-SAFETY-COPY
                END-IF
                IF WS-VERIFY-MSG = SPACES
                    PERFORM RELOAD-MASTER
                END-IF
                MOVE WS-VERIFY-MSG TO PrnRestResult
                WRITE PrintLine FROM RestResultLine
                DISPLAY WS-VERIFY-MSG
            END-IF.

        FIND-MASTER.
            MOVE ZERO TO WS-FOUND-SUB
            PERFORM MATCH-ONE-MASTER
                VARYING WS-MST-SUB FROM 1 BY 1
                UNTIL WS-MST-SUB > 10
            MOVE WS-FOUND-SUB TO WS-MST-SUB.

        MATCH-ONE-MASTER.
            IF WS-MST-CODE (WS-MST-SUB) = WS-RST-CODE
                MOVE WS-MST-SUB TO WS-FOUND-SUB
            END-IF.

      * -- first pass: the backup must open with this master's       -
      * -- header, carry only this master's details, and end with a  -
      * -- trailer whose count and hash totals match the details.    -
      * -- The first failure found is the one reported; nothing has  -
      * -- been touched yet.                                         -
        VERIFY-BACKUP.
            MOVE SPACES TO WS-VERIFY-MSG
            MOVE WS-RST-NAME TO WS-BKP-NAME
            OPEN INPUT BKPFILE
            IF WS-BKPFILE-STATUS NOT = "00"
                MOVE "BACKUP FILE NOT FOUND - NOTHING RESTORED"
                    TO WS-VERIFY-MSG
            ELSE
                MOVE SPACE TO WS-BKP-EOF-FLAG
                PERFORM VERIFY-ONE-RECORD UNTIL WS-BKP-EOF
                CLOSE BKPFILE
                PERFORM CHECK-BACKUP-BALANCE
            END-IF.

        VERIFY-ONE-RECORD.
            READ BKPFILE
                AT END
                    SET WS-BKP-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-BKP-READ
                    EVALUATE TRUE
                        WHEN WS-BKP-READ = 1
                            PERFORM CHECK-BACKUP-HEADER
                        WHEN WS-TRL-SEEN
                            PERFORM SET-VERIFY-AFTER-TRAILER
                        WHEN BKP-DETAIL
                                AND BKP-MASTER = WS-RST-CODE
                            MOVE BKP-DATA TO WS-HASH-DATA
                            PERFORM HASH-RECORD-IMAGE
                            ADD 1               TO WS-VER-COUNT
                            ADD WS-ONE-KEY-HASH TO WS-VER-KEY-HASH
                            ADD WS-ONE-NUM-HASH TO WS-VER-NUM-HASH
                        WHEN BKP-TRAILER
                                AND BKP-MASTER = WS-RST-CODE
                            SET WS-TRL-SEEN TO TRUE
                            MOVE BKP-REC-COUNT TO WS-TRL-COUNT
                            MOVE BKP-KEY-HASH  TO WS-TRL-KEY-HASH
                            MOVE BKP-NUM-HASH  TO WS-TRL-NUM-HASH
                        WHEN OTHER
                            PERFORM SET-VERIFY-FOREIGN-RECORD
                    END-EVALUATE
            END-READ.

        CHECK-BACKUP-HEADER.
            IF BKP-HEADER AND BKP-MASTER = WS-RST-CODE
                SET WS-HDR-OK TO TRUE
                MOVE BKP-UNLOAD-DATE TO WS-UNLOAD-DATE
                MOVE BKP-UNLOAD-TIME TO WS-UNLOAD-TIME
            END-IF.

        SET-VERIFY-AFTER-TRAILER.
            IF WS-VERIFY-MSG = SPACES
                MOVE "RECORDS AFTER THE TRAILER - NOT RESTORED"
                    TO WS-VERIFY-MSG
            END-IF.

        SET-VERIFY-FOREIGN-RECORD.
            IF WS-VERIFY-MSG = SPACES
                MOVE "RECORD FOR ANOTHER MASTER - NOT RESTORED"
                    TO WS-VERIFY-MSG
            END-IF.

        CHECK-BACKUP-BALANCE.
            EVALUATE TRUE
                WHEN NOT WS-HDR-OK
                    MOVE "NOT A BACKUP OF THIS MASTER - NOT RESTORED"
                        TO WS-VERIFY-MSG
                WHEN WS-VERIFY-MSG NOT = SPACES
                    CONTINUE
                WHEN NOT WS-TRL-SEEN
                    MOVE "NO TRAILER - BACKUP INCOMPLETE - NOT RESTORED"
                        TO WS-VERIFY-MSG
                WHEN WS-VER-COUNT    NOT = WS-TRL-COUNT
                  OR WS-VER-KEY-HASH NOT = WS-TRL-KEY-HASH
                  OR WS-VER-NUM-HASH NOT = WS-TRL-NUM-HASH
                    MOVE "BACKUP DOES NOT BALANCE - NOT RESTORED"
                        TO WS-VERIFY-MSG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        PRINT-VERIFY-TOTALS.
            MOVE WS-UNLOAD-DATE TO PrnRestUnlDate
            MOVE WS-UNLOAD-TIME TO PrnRestUnlTime
            WRITE PrintLine FROM RestUnloadLine
            WRITE PrintLine FROM RestColHeads
            MOVE "TRAILER"        TO PrnRestLabel
            MOVE WS-TRL-COUNT     TO PrnRestCount
            MOVE WS-TRL-KEY-HASH  TO PrnRestKeyHash
            MOVE WS-TRL-NUM-HASH  TO PrnRestNumHash
            WRITE PrintLine FROM RestTotalLine
            MOVE "COUNTED"        TO PrnRestLabel
            MOVE WS-VER-COUNT     TO PrnRestCount
            MOVE WS-VER-KEY-HASH  TO PrnRestKeyHash
            MOVE WS-VER-NUM-HASH  TO PrnRestNumHash
            WRITE PrintLine FROM RestTotalLine.

      * -- the live file as it stands is unloaded before it is      -
      * -- replaced, stamped to the minute so it cannot overwrite    -
      * -- the backup being restored. If the copy cannot be written  -
      * -- the restore does not go ahead.                            -
        TAKE-SAFETY-COPY.
            ACCEPT WS-NOW FROM TIME
            MOVE SPACES      TO WS-BKP-STAMP
            STRING WS-TODAY     DELIMITED BY SIZE
                   WS-NOW (1:4) DELIMITED BY SIZE
                INTO WS-BKP-STAMP
            END-STRING
            MOVE ".pre" TO WS-BKP-SUFFIX
            PERFORM BUILD-BACKUP-NAME
            MOVE WS-BKP-NAME TO WS-SAFE-NAME
            IF WS-SAFE-NAME = WS-RST-NAME
                MOVE "SAFETY COPY WOULD OVERWRITE THE BACKUP - RERUN"
                    TO WS-VERIFY-MSG
            ELSE
                PERFORM UNLOAD-MASTER
                EVALUATE TRUE
                    WHEN WS-UNLOAD-DONE
                        MOVE WS-SAFE-NAME TO PrnRestSafe
                    WHEN WS-UNLOAD-ABSENT
                        MOVE "NO LIVE FILE - NONE TAKEN" TO PrnRestSafe
                    WHEN WS-UNLOAD-NO-BKP
                        MOVE "FAILED" TO PrnRestSafe
                        MOVE "SAFETY COPY NOT WRITTEN - NOT RESTORED"
                            TO WS-VERIFY-MSG
      * -- a live file that cannot be read is the reason for most   -
      * -- restores; it is noted and the restore goes ahead         -
                    WHEN OTHER
                        MOVE "LIVE FILE UNREADABLE - NONE TAKEN"
                            TO PrnRestSafe
                END-EVALUATE
                WRITE PrintLine FROM RestSafeLine
            END-IF.

      * -- second pass: the live file is emptied and rebuilt from   -
      * -- the details. A write refused here (a duplicate key) means -
      * -- the restore is short; the safety copy puts it back.       -
        RELOAD-MASTER.
            PERFORM OPEN-MASTER-OUTPUT
            IF WS-MST-STATUS NOT = "00"
                MOVE "LIVE FILE COULD NOT BE OPENED - NOT RESTORED"
                    TO WS-VERIFY-MSG
            ELSE
                MOVE WS-RST-NAME TO WS-BKP-NAME
                OPEN INPUT BKPFILE
                MOVE SPACE TO WS-BKP-EOF-FLAG
                PERFORM RELOAD-ONE-RECORD UNTIL WS-BKP-EOF
                CLOSE BKPFILE
                PERFORM CLOSE-MASTER
                MOVE "RESTORED"       TO PrnRestLabel
                MOVE WS-RST-COUNT     TO PrnRestCount
                MOVE WS-RST-KEY-HASH  TO PrnRestKeyHash
                MOVE WS-RST-NUM-HASH  TO PrnRestNumHash
                WRITE PrintLine FROM RestTotalLine
                IF WS-RST-COUNT    = WS-TRL-COUNT
                        AND WS-RST-KEY-HASH = WS-TRL-KEY-HASH
                        AND WS-RST-NUM-HASH = WS-TRL-NUM-HASH
                    MOVE "RESTORE COMPLETE" TO WS-VERIFY-MSG
                ELSE
                    MOVE "RESTORE SHORT - RESTORE THE SAFETY COPY"
                        TO WS-VERIFY-MSG
                END-IF
            END-IF.

        RELOAD-ONE-RECORD.
            READ BKPFILE
                AT END
                    SET WS-BKP-EOF TO TRUE
                NOT AT END
                    IF BKP-DETAIL
                        MOVE BKP-DATA TO WS-HASH-DATA
                        PERFORM WRITE-MASTER-RECORD
                    END-IF
            END-READ.

        COUNT-RESTORED-RECORD.
            PERFORM HASH-RECORD-IMAGE
            ADD 1               TO WS-RST-COUNT
            ADD WS-ONE-KEY-HASH TO WS-RST-KEY-HASH
            ADD WS-ONE-NUM-HASH TO WS-RST-NUM-HASH.
