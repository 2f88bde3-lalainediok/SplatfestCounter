      ******************************************************************
      *                                                                *
      *   SPLMERG - merges two usernames on SplPlayr.txt that turn    *
      *   out to be one player. Every record held under the old       *
      *   username on SplatRec.txt, SplMatch.txt, SplSusp.txt, the    *
      *   SplArch.txt archive and the reward entitlements on          *
      *   SplEntl.txt is moved to the surviving username, so SPLHIST  *
      *   and SPLSEAS see one career instead of two halves and        *
      *   SPLRWRD sees the rewards already issued.                    *
      *                                                                *
      *   The operator signs on against SplOper.txt (function M) and  *
      *   enters the old username, then the surviving one. Both must  *
      *   be on SplPlayr.txt and the surviving player must be active. *
      *                                                                *
      *   The files are scanned first and nothing is changed until    *
      *   the scan is complete. An event where BOTH usernames already *
      *   have a record on any of the five files is a conflict: none  *
      *   of the old username's records for that event are moved -    *
      *   the same person cannot be counted twice in one event - and  *
      *   the event is listed for the operator to resolve with        *
      *   SPLMAINT / SPLMATM, after which the merge can be rerun.     *
      *   Every other event is moved: keyed records are written under *
      *   the new key and the old key deleted, archive records are    *
      *   rewritten in place. Team and values move unchanged, so a    *
      *   certified event keeps its team totals; each certified event *
      *   touched is listed on the report all the same, so the        *
      *   published result can be checked against the move.           *
      *                                                                *
      *   Every re-keyed record is journalled to SplAudit.txt with    *
      *   function M and its before and after images: record type R   *
      *   for SplatRec, M for SplMatch, U for SplSusp, A for SplArch, *
      *   N for SplEntl. A record that cannot be moved cleanly - a    *
      *   write refused, an entitlement the surviving username        *
      *   already holds, or a delete that failed after the write so   *
      *   the record is on file under both usernames - is counted as  *
      *   failed and listed on the report. When nothing failed the    *
      *   old player is then marked inactive (type P) so the loads    *
      *   refuse the old spelling from now on. The merge report       *
      *   SplMergRpt.txt lists each event with the records moved per  *
      *   file, and totals per file. When anything failed the old     *
      *   player is left active and the report says the merge is      *
      *   incomplete and must be rerun once the listed records are    *
      *   resolved.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLMERG.
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
                SELECT MATFILE ASSIGN TO "SplMatch.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAT-KEY
                FILE STATUS IS WS-MATFILE-STATUS.
                SELECT SUSFILE ASSIGN TO "SplSusp.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUS-KEY
                FILE STATUS IS WS-SUSFILE-STATUS.
                SELECT ARCFILE ASSIGN TO "SplArch.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ARCFILE-STATUS.
                SELECT PLRFILE ASSIGN TO "SplPlayr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PLR-USERNAME
                FILE STATUS IS WS-PLRFILE-STATUS.
                SELECT WINFILE ASSIGN TO "SplWinr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WIN-EVENT-ID
                FILE STATUS IS WS-WINFILE-STATUS.
                SELECT ENTFILE ASSIGN TO "SplEntl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENT-KEY
                FILE STATUS IS WS-ENTFILE-STATUS.
                SELECT AUDFILE ASSIGN TO "SplAudit.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
                SELECT OPRFILE ASSIGN TO "SplOper.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-OPRFILE-STATUS.
                SELECT PRTFILE ASSIGN TO "SplMergRpt.txt"
                ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD RESTEAM.
           COPY SPLREC.
       FD MATFILE.
           COPY SPLMAT.
       FD SUSFILE.
           COPY SPLSUS.
       FD ARCFILE.
       01 ARC-RECORD           PIC X(47).
       FD PLRFILE.
           COPY SPLPLR.
       FD WINFILE.
           COPY SPLWNR.
       FD ENTFILE.
           COPY SPLENT.
       FD AUDFILE.
           COPY SPLAUD.
       FD OPRFILE.
           COPY SPLOPR.
       FD PRTFILE.
       01 PrintLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION           PIC X.
           88 WS-FN-MERGE       VALUE 'M'.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-FN-TALLY           PIC 9(2).
       01 WS-OLD-USERNAME       PIC X(15).
       01 WS-NEW-USERNAME       PIC X(15).
       01 WS-RESTEAM-STATUS     PIC XX.
       01 WS-MATFILE-STATUS     PIC XX.
       01 WS-SUSFILE-STATUS     PIC XX.
       01 WS-ARCFILE-STATUS     PIC XX.
       01 WS-PLRFILE-STATUS     PIC XX.
       01 WS-WINFILE-STATUS     PIC XX.
       01 WS-ENTFILE-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-OPRFILE-STATUS     PIC XX.
      * -- a master that does not exist yet simply has nothing to   -
      * -- move; the switches keep it out of both passes            -
       01 WS-RESTEAM-OPEN-SW    PIC X VALUE SPACE.
           88 WS-RESTEAM-OPEN   VALUE 'Y'.
       01 WS-MATFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-MATFILE-OPEN   VALUE 'Y'.
       01 WS-SUSFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-SUSFILE-OPEN   VALUE 'Y'.
       01 WS-ARCFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-ARCFILE-OPEN   VALUE 'Y'.
       01 WS-WINFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-WINFILE-OPEN   VALUE 'Y'.
       01 WS-ENTFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-ENTFILE-OPEN   VALUE 'Y'.
       01 WS-EOF-FLAG           PIC X VALUE SPACE.
           88 WSEOF             VALUE 'Y'.
       01 WS-PLAYERS-OK-SW      PIC X VALUE SPACE.
           88 WS-PLAYERS-OK     VALUE 'Y'.
       01 WS-TABLE-FULL-SW      PIC X VALUE SPACE.
           88 WS-TABLE-FULL     VALUE 'Y'.
       01 WS-SCAN-EVENT         PIC X(6).
       01 WS-SCAN-USERNAME      PIC X(15).
       01 WS-BEFORE-IMAGE       PIC X(100).
       01 WS-AFTER-IMAGE        PIC X(100).
       01 WS-AUD-TYPE           PIC X.
       01 WS-AUD-EVENT          PIC X(6).
       01 WS-DELETE-OK-SW       PIC X VALUE SPACE.
           88 WS-DELETE-OK      VALUE 'Y'.
       01 WS-ENT-LAST-CODE      PIC X(6).

      * -- every record that could not be moved cleanly, for the    -
      * -- report; all of them count in WS-TOT-FAILED even once the  -
      * -- table is full                                             -
       01 WS-NOTE-FILE          PIC X(8).
       01 WS-NOTE-DETAIL        PIC X(6).
       01 WS-NOTE-TEXT          PIC X(30).
       01 WS-PROBLEMS.
           05 WS-PROB-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-PROB OCCURS 100 TIMES INDEXED BY PB-IDX.
               10 WS-PB-FILE      PIC X(8).
               10 WS-PB-EVENT     PIC X(6).
               10 WS-PB-DETAIL    PIC X(6).
               10 WS-PB-TEXT      PIC X(30).

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

      * -- the events each username has a record for, on any file;  -
      * -- the old username's entries carry the per-file counts     -
       01 WS-OLD-EVENTS.
           05 WS-OLD-EVT-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-OLD-EVT OCCURS 500 TIMES INDEXED BY OE-IDX.
               10 WS-OE-EVENT     PIC X(6).
               10 WS-OE-CONFLICT  PIC X.
               10 WS-OE-CERTIFIED PIC X.
               10 WS-OE-REC-MOVED PIC 9(4).
               10 WS-OE-MAT-MOVED PIC 9(4).
               10 WS-OE-SUS-MOVED PIC 9(4).
               10 WS-OE-ARC-MOVED PIC 9(4).
       01 WS-NEW-EVENTS.
           05 WS-NEW-EVT-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-NEW-EVT OCCURS 500 TIMES INDEXED BY NE-IDX.
               10 WS-NE-EVENT     PIC X(6).
       01 WS-EVT-FOUND-SW       PIC X VALUE SPACE.
           88 WS-EVT-FOUND      VALUE 'Y'.

       01 WS-MERGE-TOTALS.
           05 WS-TOT-REC-MOVED  PIC 9(6) VALUE ZERO.
           05 WS-TOT-MAT-MOVED  PIC 9(6) VALUE ZERO.
           05 WS-TOT-SUS-MOVED  PIC 9(6) VALUE ZERO.
           05 WS-TOT-ARC-MOVED  PIC 9(6) VALUE ZERO.
           05 WS-TOT-ENT-MOVED  PIC 9(6) VALUE ZERO.
           05 WS-TOT-FAILED     PIC 9(6) VALUE ZERO.
           05 WS-TOT-CONFLICTS  PIC 9(4) VALUE ZERO.
           05 WS-TOT-CERTIFIED  PIC 9(4) VALUE ZERO.

       01 MergHeading.
           05 FILLER            PIC X(17) VALUE "USERNAME MERGE   ".
           05 PrnOldUser         PIC X(15).
           05 FILLER            PIC X(6) VALUE " INTO ".
           05 PrnNewUser         PIC X(15).
           05 FILLER            PIC X(12) VALUE "  OPERATOR: ".
           05 PrnOperator        PIC X(8).
       01 MergColHeads.
           05 FILLER            PIC X(40) VALUE
               "-Event  SPLATREC SPLMATCH  SPLSUSP  SPLA".
           05 FILLER            PIC X(18) VALUE
               "RCH -Note---------".
       01 MergDetailLine.
           05 PrnEvtId           PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnRecMoved        PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnMatMoved        PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnSusMoved        PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnArcMoved        PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnEvtNote         PIC X(36).
       01 MergTotalLine.
           05 FILLER            PIC X(6) VALUE "TOTAL ".
           05 FILLER            PIC X VALUE SPACE.
           05 PrnTotRec          PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnTotMat          PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnTotSus          PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnTotArc          PIC Z(7)9.
       01 MergConflictLine.
           05 FILLER            PIC X(27) VALUE
               "EVENTS IN CONFLICT       : ".
           05 PrnTotConflicts    PIC ZZZ9.
       01 MergCertifiedLine.
           05 FILLER            PIC X(27) VALUE
               "CERTIFIED EVENTS TOUCHED : ".
           05 PrnTotCertified    PIC ZZZ9.
       01 MergEntlLine.
           05 FILLER            PIC X(27) VALUE
               "ENTITLEMENTS MOVED       : ".
           05 PrnTotEnt          PIC ZZZZZ9.
       01 MergProbHeading       PIC X(36) VALUE
           "-- RECORDS NOT MOVED CLEANLY -------".
       01 MergProbLine.
           05 PrnPbFile          PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbEvent         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbDetail        PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 PrnPbText          PIC X(30).
       01 MergIncompleteLine    PIC X(52) VALUE
           "MERGE INCOMPLETE - RESOLVE THE RECORDS ABOVE, RERUN".
       01 MergFailedLine.
           05 FILLER            PIC X(27) VALUE
               "RECORDS NOT MOVED - ERROR: ".
           05 PrnTotFailed       PIC ZZZZZ9.
       01 MergPlayerLine.
           05 FILLER            PIC X(16) VALUE "OLD USERNAME    ".
           05 PrnPlrUser         PIC X(15).
           05 PrnPlrStatus       PIC X(30).
       01 MergNoneLine          PIC X(42) VALUE
           "NO RECORDS HELD UNDER THE OLD USERNAME".

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            OPEN I-O PLRFILE
            IF WS-PLRFILE-STATUS = "35"
                DISPLAY "SPLPLAYR.TXT NOT FOUND - RUN SPLPLAYR FIRST"
                STOP RUN
            END-IF
            OPEN INPUT OPRFILE
            IF WS-OPRFILE-STATUS = "35"
                DISPLAY "SPLOPER.TXT NOT FOUND - RUN SPLOPER FIRST"
                CLOSE PLRFILE
                STOP RUN
            END-IF
      * -- sign-on: the operator id must be on the master and the    -
      * -- function must be in the operator's authorized list        -
            ACCEPT WS-OPERATOR-ID FROM CONSOLE
            MOVE WS-OPERATOR-ID TO OPR-ID
            READ OPRFILE
                INVALID KEY
                    DISPLAY "UNKNOWN OPERATOR " WS-OPERATOR-ID
                    CLOSE PLRFILE
                    CLOSE OPRFILE
                    STOP RUN
                NOT INVALID KEY
                    CONTINUE
            END-READ
            ACCEPT WS-FUNCTION FROM CONSOLE
            MOVE ZERO TO WS-FN-TALLY
            INSPECT OPR-FUNCTIONS TALLYING WS-FN-TALLY
                FOR ALL WS-FUNCTION
            IF WS-FN-TALLY = ZERO OR NOT WS-FN-MERGE
                DISPLAY "FUNCTION " WS-FUNCTION
                    " NOT AUTHORIZED FOR " WS-OPERATOR-ID
                CLOSE PLRFILE
                CLOSE OPRFILE
                STOP RUN
            END-IF
            CLOSE OPRFILE
            ACCEPT WS-OLD-USERNAME FROM CONSOLE
            ACCEPT WS-NEW-USERNAME FROM CONSOLE
            PERFORM VALIDATE-USERNAMES
            IF NOT WS-PLAYERS-OK
                CLOSE PLRFILE
                STOP RUN
            END-IF
            PERFORM OPEN-MERGE-FILES
      * -- pass 1: find every event each username is on; nothing is -
      * -- changed until the scan is complete                       -
            PERFORM SCAN-ALL-FILES
            IF WS-TABLE-FULL
                DISPLAY "MORE THAN 500 EVENTS FOR ONE USERNAME - "
                    "NOTHING MERGED"
                PERFORM CLOSE-ALL-FILES
                STOP RUN
            END-IF
            PERFORM MARK-ONE-EVENT
                VARYING OE-IDX FROM 1 BY 1
                UNTIL OE-IDX > WS-OLD-EVT-COUNT
      * -- pass 2: move every event that is not in conflict ----------
            PERFORM MOVE-ONE-EVENT
                VARYING OE-IDX FROM 1 BY 1
                UNTIL OE-IDX > WS-OLD-EVT-COUNT
            IF WS-ARCFILE-OPEN
                PERFORM MOVE-ARCHIVE-RECORDS
            END-IF
      * -- the old player stays active while any record the merge   -
      * -- could not move cleanly is still keyed to it               -
            IF WS-TOT-FAILED = ZERO
                PERFORM INACTIVATE-OLD-PLAYER
            ELSE
                MOVE "LEFT ACTIVE - MERGE INCOMPLETE" TO PrnPlrStatus
            END-IF
            PERFORM PRINT-MERGE-REPORT
            PERFORM CLOSE-ALL-FILES
            STOP RUN.

      * -- the old player may already be inactive - a rerun after a  -
      * -- conflict is resolved finds it that way - but the          -
      * -- surviving player must be live                             -
        VALIDATE-USERNAMES.
            MOVE SPACE TO WS-PLAYERS-OK-SW
            IF WS-OLD-USERNAME = WS-NEW-USERNAME
                DISPLAY "OLD AND SURVIVING USERNAME ARE THE SAME"
            ELSE
                MOVE WS-NEW-USERNAME TO PLR-USERNAME
                READ PLRFILE
                    INVALID KEY
                        DISPLAY "UNKNOWN USERNAME " WS-NEW-USERNAME
                    NOT INVALID KEY
                        IF PLR-INACTIVE
                            DISPLAY "SURVIVING PLAYER IS INACTIVE "
                                WS-NEW-USERNAME
                        ELSE
                            PERFORM VALIDATE-OLD-USERNAME
                        END-IF
                END-READ
            END-IF.

        VALIDATE-OLD-USERNAME.
            MOVE WS-OLD-USERNAME TO PLR-USERNAME
            READ PLRFILE
                INVALID KEY
                    DISPLAY "UNKNOWN USERNAME " WS-OLD-USERNAME
                NOT INVALID KEY
                    SET WS-PLAYERS-OK TO TRUE
            END-READ.

        OPEN-MERGE-FILES.
            OPEN I-O RESTEAM
            IF WS-RESTEAM-STATUS = "00"
                SET WS-RESTEAM-OPEN TO TRUE
            END-IF
            OPEN I-O MATFILE
            IF WS-MATFILE-STATUS = "00"
                SET WS-MATFILE-OPEN TO TRUE
            END-IF
            OPEN I-O SUSFILE
      * -- a pre-layout-change file fails the open with a status     -
      * -- other than 35; merging blind to it would leave suspended  -
      * -- records behind under the old username. Only the files     -
      * -- opened so far are closed - the journal and report are not -
      * -- open yet                                                  -
            IF WS-SUSFILE-STATUS NOT = "00"
                    AND WS-SUSFILE-STATUS NOT = "35"
                DISPLAY "SPLSUSP.TXT OPEN FAILED - STATUS "
                    WS-SUSFILE-STATUS " - RUN SPLCONV"
                IF WS-RESTEAM-OPEN
                    CLOSE RESTEAM
                END-IF
                IF WS-MATFILE-OPEN
                    CLOSE MATFILE
                END-IF
                CLOSE PLRFILE
                STOP RUN
            END-IF
            IF WS-SUSFILE-STATUS = "00"
                SET WS-SUSFILE-OPEN TO TRUE
            END-IF
            OPEN INPUT ARCFILE
            IF WS-ARCFILE-STATUS = "00"
                SET WS-ARCFILE-OPEN TO TRUE
            END-IF
            OPEN INPUT WINFILE
            IF WS-WINFILE-STATUS = "00"
                SET WS-WINFILE-OPEN TO TRUE
            END-IF
            OPEN I-O ENTFILE
            IF WS-ENTFILE-STATUS = "00"
                SET WS-ENTFILE-OPEN TO TRUE
            END-IF
            OPEN EXTEND AUDFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDFILE
                CLOSE AUDFILE
                OPEN EXTEND AUDFILE
            END-IF
            OPEN OUTPUT PRTFILE.

        CLOSE-ALL-FILES.
            IF WS-RESTEAM-OPEN
                CLOSE RESTEAM
            END-IF
            IF WS-MATFILE-OPEN
                CLOSE MATFILE
            END-IF
            IF WS-SUSFILE-OPEN
                CLOSE SUSFILE
            END-IF
            IF WS-ARCFILE-OPEN
                CLOSE ARCFILE
            END-IF
            IF WS-WINFILE-OPEN
                CLOSE WINFILE
            END-IF
            IF WS-ENTFILE-OPEN
                CLOSE ENTFILE
            END-IF
            CLOSE PLRFILE
            CLOSE AUDFILE
            CLOSE PRTFILE.

      ******************************************************************
      *  pass 1 - scan                                                 *
      ******************************************************************
      * -- the keyed files lead with the event id, not the username, -
      * -- so each is read front to back                             -
        SCAN-ALL-FILES.
            IF WS-RESTEAM-OPEN
                MOVE LOW-VALUES TO RS-KEY
                MOVE SPACE TO WS-EOF-FLAG
                START RESTEAM KEY IS NOT LESS THAN RS-KEY
                    INVALID KEY
                        SET WSEOF TO TRUE
                END-START
                PERFORM SCAN-ONE-MASTER UNTIL WSEOF
            END-IF
            IF WS-MATFILE-OPEN
                MOVE LOW-VALUES TO MAT-KEY
                MOVE SPACE TO WS-EOF-FLAG
                START MATFILE KEY IS NOT LESS THAN MAT-KEY
                    INVALID KEY
                        SET WSEOF TO TRUE
                END-START
                PERFORM SCAN-ONE-MATCH UNTIL WSEOF
            END-IF
            IF WS-SUSFILE-OPEN
                MOVE LOW-VALUES TO SUS-KEY
                MOVE SPACE TO WS-EOF-FLAG
                START SUSFILE KEY IS NOT LESS THAN SUS-KEY
                    INVALID KEY
                        SET WSEOF TO TRUE
                END-START
                PERFORM SCAN-ONE-SUSPENSE UNTIL WSEOF
            END-IF
            IF WS-ENTFILE-OPEN
                MOVE LOW-VALUES TO ENT-KEY
                MOVE SPACE TO WS-EOF-FLAG
                START ENTFILE KEY IS NOT LESS THAN ENT-KEY
                    INVALID KEY
                        SET WSEOF TO TRUE
                END-START
                PERFORM SCAN-ONE-ENTITLEMENT UNTIL WSEOF
            END-IF
            IF WS-ARCFILE-OPEN
                MOVE SPACE TO WS-EOF-FLAG
                PERFORM SCAN-ONE-ARCHIVE UNTIL WSEOF
            END-IF.

        SCAN-ONE-MASTER.
            READ RESTEAM NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE SPLATFEST-ID TO WS-SCAN-EVENT
                    MOVE USERNAME     TO WS-SCAN-USERNAME
                    PERFORM NOTE-SCANNED-EVENT
            END-READ.

        SCAN-ONE-MATCH.
            READ MATFILE NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE MAT-SPLATFEST-ID TO WS-SCAN-EVENT
                    MOVE MAT-USERNAME     TO WS-SCAN-USERNAME
                    PERFORM NOTE-SCANNED-EVENT
            END-READ.

        SCAN-ONE-SUSPENSE.
            READ SUSFILE NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE SUS-SPLATFEST-ID TO WS-SCAN-EVENT
                    MOVE SUS-USERNAME     TO WS-SCAN-USERNAME
                    PERFORM NOTE-SCANNED-EVENT
            END-READ.

        SCAN-ONE-ENTITLEMENT.
            READ ENTFILE NEXT RECORD
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE ENT-SPLATFEST-ID TO WS-SCAN-EVENT
                    MOVE ENT-USERNAME     TO WS-SCAN-USERNAME
                    PERFORM NOTE-SCANNED-EVENT
            END-READ.

        SCAN-ONE-ARCHIVE.
            READ ARCFILE
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE ARC-RECORD      TO WS-ARC-SPLT
                    MOVE WS-ARC-EVENT    TO WS-SCAN-EVENT
                    MOVE WS-ARC-USERNAME TO WS-SCAN-USERNAME
                    PERFORM NOTE-SCANNED-EVENT
            END-READ.

        NOTE-SCANNED-EVENT.
            EVALUATE WS-SCAN-USERNAME
                WHEN WS-OLD-USERNAME
                    PERFORM ADD-OLD-EVENT
                WHEN WS-NEW-USERNAME
                    PERFORM ADD-NEW-EVENT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * -- the searches stop at the first unused entry --------------
        FIND-OLD-EVENT.
            MOVE SPACE TO WS-EVT-FOUND-SW
            SET OE-IDX TO 1
            SEARCH WS-OLD-EVT
                AT END
                    CONTINUE
                WHEN OE-IDX > WS-OLD-EVT-COUNT
                    CONTINUE
                WHEN WS-OE-EVENT (OE-IDX) = WS-SCAN-EVENT
                    SET WS-EVT-FOUND TO TRUE
            END-SEARCH.

        ADD-OLD-EVENT.
            PERFORM FIND-OLD-EVENT
            IF NOT WS-EVT-FOUND
                IF WS-OLD-EVT-COUNT < 500
                    ADD 1 TO WS-OLD-EVT-COUNT
                    SET OE-IDX TO WS-OLD-EVT-COUNT
                    MOVE WS-SCAN-EVENT TO WS-OE-EVENT (OE-IDX)
                    MOVE SPACE TO WS-OE-CONFLICT  (OE-IDX)
                    MOVE SPACE TO WS-OE-CERTIFIED (OE-IDX)
                    MOVE ZERO  TO WS-OE-REC-MOVED (OE-IDX)
                    MOVE ZERO  TO WS-OE-MAT-MOVED (OE-IDX)
                    MOVE ZERO  TO WS-OE-SUS-MOVED (OE-IDX)
                    MOVE ZERO  TO WS-OE-ARC-MOVED (OE-IDX)
                ELSE
                    SET WS-TABLE-FULL TO TRUE
                END-IF
            END-IF.

        ADD-NEW-EVENT.
            MOVE SPACE TO WS-EVT-FOUND-SW
            SET NE-IDX TO 1
            SEARCH WS-NEW-EVT
                AT END
                    CONTINUE
                WHEN NE-IDX > WS-NEW-EVT-COUNT
                    CONTINUE
                WHEN WS-NE-EVENT (NE-IDX) = WS-SCAN-EVENT
                    SET WS-EVT-FOUND TO TRUE
            END-SEARCH
            IF NOT WS-EVT-FOUND
                IF WS-NEW-EVT-COUNT < 500
                    ADD 1 TO WS-NEW-EVT-COUNT
                    SET NE-IDX TO WS-NEW-EVT-COUNT
                    MOVE WS-SCAN-EVENT TO WS-NE-EVENT (NE-IDX)
                ELSE
                    SET WS-TABLE-FULL TO TRUE
                END-IF
            END-IF.

      * -- an event both usernames are on is a conflict; an event   -
      * -- with a certified result is flagged for the report        -
        MARK-ONE-EVENT.
            SET NE-IDX TO 1
            SEARCH WS-NEW-EVT
                AT END
                    CONTINUE
                WHEN NE-IDX > WS-NEW-EVT-COUNT
                    CONTINUE
                WHEN WS-NE-EVENT (NE-IDX) = WS-OE-EVENT (OE-IDX)
                    MOVE 'Y' TO WS-OE-CONFLICT (OE-IDX)
                    ADD 1 TO WS-TOT-CONFLICTS
            END-SEARCH
            IF WS-WINFILE-OPEN
                MOVE WS-OE-EVENT (OE-IDX) TO WIN-EVENT-ID
                READ WINFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-OE-CERTIFIED (OE-IDX)
                        ADD 1 TO WS-TOT-CERTIFIED
                END-READ
            END-IF.

      ******************************************************************
      *  pass 2 - move                                                 *
      ******************************************************************
        MOVE-ONE-EVENT.
            IF WS-OE-CONFLICT (OE-IDX) NOT = 'Y'
                MOVE WS-OE-EVENT (OE-IDX) TO WS-AUD-EVENT
                IF WS-RESTEAM-OPEN
                    PERFORM MOVE-MASTER-RECORD
                END-IF
                IF WS-MATFILE-OPEN
                    MOVE SPACE TO WS-EOF-FLAG
                    PERFORM MOVE-ONE-MATCH UNTIL WSEOF
                END-IF
                IF WS-SUSFILE-OPEN
                    PERFORM MOVE-SUSPENSE-RECORD
                END-IF
                IF WS-ENTFILE-OPEN
                    MOVE LOW-VALUES TO WS-ENT-LAST-CODE
                    MOVE SPACE TO WS-EOF-FLAG
                    PERFORM MOVE-ONE-ENTITLEMENT UNTIL WSEOF
                END-IF
            END-IF.

      * -- a keyed record changes key by a write under the new key   -
      * -- and a delete of the old one; the delete only follows a    -
      * -- clean write, so a record is never lost between the two    -
        MOVE-MASTER-RECORD.
            MOVE WS-AUD-EVENT    TO SPLATFEST-ID
            MOVE WS-OLD-USERNAME TO USERNAME
            READ RESTEAM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RES-SPLT        TO WS-BEFORE-IMAGE
                    MOVE WS-NEW-USERNAME TO USERNAME
                    PERFORM WRITE-MASTER-RECORD
            END-READ.

        WRITE-MASTER-RECORD.
            MOVE "SPLATREC" TO WS-NOTE-FILE
            MOVE SPACES     TO WS-NOTE-DETAIL
            WRITE RES-SPLT
                INVALID KEY
                    DISPLAY "SPLATREC WRITE FAILED " WS-AUD-EVENT
                    MOVE "WRITE FAILED - NOT MOVED" TO WS-NOTE-TEXT
                    PERFORM NOTE-PROBLEM
                NOT INVALID KEY
                    MOVE RES-SPLT        TO WS-AFTER-IMAGE
                    MOVE WS-OLD-USERNAME TO USERNAME
                    MOVE 'Y' TO WS-DELETE-OK-SW
                    DELETE RESTEAM
                        INVALID KEY
                            DISPLAY "SPLATREC DELETE FAILED "
                                WS-AUD-EVENT
                            MOVE SPACE TO WS-DELETE-OK-SW
                    END-DELETE
                    IF WS-DELETE-OK
                        MOVE 'R' TO WS-AUD-TYPE
                        PERFORM WRITE-AUDIT-RECORD
                        ADD 1 TO WS-OE-REC-MOVED (OE-IDX)
                        ADD 1 TO WS-TOT-REC-MOVED
                    ELSE
                        PERFORM NOTE-DUPLICATE
                    END-IF
            END-WRITE.

      * -- each match is found with a fresh START: the one before it -
      * -- has already been deleted, so the next one under the old   -
      * -- username is always the first one left                     -
        MOVE-ONE-MATCH.
            MOVE WS-AUD-EVENT    TO MAT-SPLATFEST-ID
            MOVE WS-OLD-USERNAME TO MAT-USERNAME
            MOVE ZERO            TO MAT-MATCH-NO
            START MATFILE KEY IS NOT LESS THAN MAT-KEY
                INVALID KEY
                    SET WSEOF TO TRUE
            END-START
            IF NOT WSEOF
                READ MATFILE NEXT RECORD
                    AT END
                        SET WSEOF TO TRUE
                    NOT AT END
                        IF MAT-SPLATFEST-ID NOT = WS-AUD-EVENT
                                OR MAT-USERNAME NOT = WS-OLD-USERNAME
                            SET WSEOF TO TRUE
                        ELSE
                            MOVE MAT-RECORD      TO WS-BEFORE-IMAGE
                            MOVE WS-NEW-USERNAME TO MAT-USERNAME
                            PERFORM WRITE-MATCH-RECORD
                        END-IF
                END-READ
            END-IF.

      * -- a failed write leaves the match where it is, so the loop  -
      * -- stops rather than finding the same match again            -
        WRITE-MATCH-RECORD.
            MOVE "SPLMATCH"   TO WS-NOTE-FILE
            MOVE MAT-MATCH-NO TO WS-NOTE-DETAIL
            WRITE MAT-RECORD
                INVALID KEY
                    DISPLAY "SPLMATCH WRITE FAILED " WS-AUD-EVENT
                        " MATCH " MAT-MATCH-NO
                    MOVE "WRITE FAILED - NOT MOVED" TO WS-NOTE-TEXT
                    PERFORM NOTE-PROBLEM
                    SET WSEOF TO TRUE
                NOT INVALID KEY
                    MOVE MAT-RECORD      TO WS-AFTER-IMAGE
                    MOVE WS-OLD-USERNAME TO MAT-USERNAME
                    MOVE 'Y' TO WS-DELETE-OK-SW
                    DELETE MATFILE
                        INVALID KEY
                            DISPLAY "SPLMATCH DELETE FAILED "
                                WS-AUD-EVENT " MATCH " MAT-MATCH-NO
                            MOVE SPACE TO WS-DELETE-OK-SW
                            SET WSEOF TO TRUE
                    END-DELETE
                    IF WS-DELETE-OK
                        MOVE 'M' TO WS-AUD-TYPE
                        PERFORM WRITE-AUDIT-RECORD
                        ADD 1 TO WS-OE-MAT-MOVED (OE-IDX)
                        ADD 1 TO WS-TOT-MAT-MOVED
                    ELSE
                        PERFORM NOTE-DUPLICATE
                    END-IF
            END-WRITE.

        MOVE-SUSPENSE-RECORD.
            MOVE WS-AUD-EVENT    TO SUS-SPLATFEST-ID
            MOVE WS-OLD-USERNAME TO SUS-USERNAME
            READ SUSFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SUS-SPLT        TO WS-BEFORE-IMAGE
                    MOVE WS-NEW-USERNAME TO SUS-USERNAME
                    PERFORM WRITE-SUSPENSE-RECORD
            END-READ.

        WRITE-SUSPENSE-RECORD.
            MOVE "SPLSUSP" TO WS-NOTE-FILE
            MOVE SPACES    TO WS-NOTE-DETAIL
            WRITE SUS-SPLT
                INVALID KEY
                    DISPLAY "SPLSUSP WRITE FAILED " WS-AUD-EVENT
                    MOVE "WRITE FAILED - NOT MOVED" TO WS-NOTE-TEXT
                    PERFORM NOTE-PROBLEM
                NOT INVALID KEY
                    MOVE SUS-SPLT        TO WS-AFTER-IMAGE
                    MOVE WS-OLD-USERNAME TO SUS-USERNAME
                    MOVE 'Y' TO WS-DELETE-OK-SW
                    DELETE SUSFILE
                        INVALID KEY
                            DISPLAY "SPLSUSP DELETE FAILED "
                                WS-AUD-EVENT
                            MOVE SPACE TO WS-DELETE-OK-SW
                    END-DELETE
                    IF WS-DELETE-OK
                        MOVE 'U' TO WS-AUD-TYPE
                        PERFORM WRITE-AUDIT-RECORD
                        ADD 1 TO WS-OE-SUS-MOVED (OE-IDX)
                        ADD 1 TO WS-TOT-SUS-MOVED
                    ELSE
                        PERFORM NOTE-DUPLICATE
                    END-IF
            END-WRITE.

      * -- each entitlement is found with a fresh START past the     -
      * -- last reward code handled: a moved one has been deleted    -
      * -- and a refused one stays, so neither is read again. The    -
      * -- issue and extract state move with it, so SPLRWRD sees the -
      * -- reward as already issued to the surviving username        -
        MOVE-ONE-ENTITLEMENT.
            MOVE WS-AUD-EVENT     TO ENT-SPLATFEST-ID
            MOVE WS-OLD-USERNAME  TO ENT-USERNAME
            MOVE WS-ENT-LAST-CODE TO ENT-REWARD-CODE
            START ENTFILE KEY IS GREATER THAN ENT-KEY
                INVALID KEY
                    SET WSEOF TO TRUE
            END-START
            IF NOT WSEOF
                READ ENTFILE NEXT RECORD
                    AT END
                        SET WSEOF TO TRUE
                    NOT AT END
                        IF ENT-SPLATFEST-ID NOT = WS-AUD-EVENT
                                OR ENT-USERNAME NOT = WS-OLD-USERNAME
                            SET WSEOF TO TRUE
                        ELSE
                            MOVE ENT-REWARD-CODE TO WS-ENT-LAST-CODE
                            MOVE ENT-RECORD      TO WS-BEFORE-IMAGE
                            MOVE WS-NEW-USERNAME TO ENT-USERNAME
                            PERFORM WRITE-ENTITLEMENT-RECORD
                        END-IF
                END-READ
            END-IF.

      * -- the surviving username already holding the same reward    -
      * -- for the event is a conflict: the old one is left as it is -
        WRITE-ENTITLEMENT-RECORD.
            MOVE "SPLENTL"       TO WS-NOTE-FILE
            MOVE ENT-REWARD-CODE TO WS-NOTE-DETAIL
            WRITE ENT-RECORD
                INVALID KEY
                    DISPLAY "SPLENTL ALREADY HELD BY SURVIVOR "
                        WS-AUD-EVENT " " ENT-REWARD-CODE
                    MOVE "SURVIVOR ALREADY HOLDS IT" TO WS-NOTE-TEXT
                    PERFORM NOTE-PROBLEM
                NOT INVALID KEY
                    MOVE ENT-RECORD      TO WS-AFTER-IMAGE
                    MOVE WS-OLD-USERNAME TO ENT-USERNAME
                    MOVE 'Y' TO WS-DELETE-OK-SW
                    DELETE ENTFILE
                        INVALID KEY
                            DISPLAY "SPLENTL DELETE FAILED "
                                WS-AUD-EVENT " " WS-NOTE-DETAIL
                            MOVE SPACE TO WS-DELETE-OK-SW
                    END-DELETE
                    IF WS-DELETE-OK
                        MOVE 'N' TO WS-AUD-TYPE
                        PERFORM WRITE-AUDIT-RECORD
                        ADD 1 TO WS-TOT-ENT-MOVED
                    ELSE
                        PERFORM NOTE-DUPLICATE
                    END-IF
            END-WRITE.

      * -- written under the new key but not deleted under the old:  -
      * -- the record is now on file under both usernames            -
        NOTE-DUPLICATE.
            MOVE "DUPLICATE - ON FILE UNDER BOTH" TO WS-NOTE-TEXT
            PERFORM NOTE-PROBLEM.

        NOTE-PROBLEM.
            ADD 1 TO WS-TOT-FAILED
            IF WS-PROB-COUNT < 100
                ADD 1 TO WS-PROB-COUNT
                SET PB-IDX TO WS-PROB-COUNT
                MOVE WS-NOTE-FILE   TO WS-PB-FILE   (PB-IDX)
                MOVE WS-AUD-EVENT   TO WS-PB-EVENT  (PB-IDX)
                MOVE WS-NOTE-DETAIL TO WS-PB-DETAIL (PB-IDX)
                MOVE WS-NOTE-TEXT   TO WS-PB-TEXT   (PB-IDX)
            END-IF.

      * -- the archive has no key to change: each record under the   -
      * -- old username is rewritten in place, unless its event is   -
      * -- in conflict; the scan left the file at its end, so it is  -
      * -- reopened for update                                       -
        MOVE-ARCHIVE-RECORDS.
            CLOSE ARCFILE
            OPEN I-O ARCFILE
            IF WS-ARCFILE-STATUS NOT = "00"
                DISPLAY "SPLARCH.TXT OPEN FAILED - STATUS "
                    WS-ARCFILE-STATUS " - ARCHIVE NOT MOVED"
                MOVE SPACE TO WS-ARCFILE-OPEN-SW
            ELSE
                MOVE SPACE TO WS-EOF-FLAG
                PERFORM MOVE-ONE-ARCHIVE UNTIL WSEOF
            END-IF.

        MOVE-ONE-ARCHIVE.
            READ ARCFILE
                AT END
                    SET WSEOF TO TRUE
                NOT AT END
                    MOVE ARC-RECORD TO WS-ARC-SPLT
                    IF WS-ARC-USERNAME = WS-OLD-USERNAME
                        MOVE WS-ARC-EVENT TO WS-SCAN-EVENT
                        PERFORM FIND-OLD-EVENT
                        IF WS-EVT-FOUND
                                AND WS-OE-CONFLICT (OE-IDX) NOT = 'Y'
                            PERFORM REWRITE-ARCHIVE-RECORD
                        END-IF
                    END-IF
            END-READ.

        REWRITE-ARCHIVE-RECORD.
            MOVE ARC-RECORD      TO WS-BEFORE-IMAGE
            MOVE WS-NEW-USERNAME TO WS-ARC-USERNAME
            MOVE WS-ARC-SPLT     TO ARC-RECORD
            MOVE WS-ARC-EVENT    TO WS-AUD-EVENT
            REWRITE ARC-RECORD
            IF WS-ARCFILE-STATUS = "00"
                MOVE ARC-RECORD   TO WS-AFTER-IMAGE
                MOVE 'A'          TO WS-AUD-TYPE
                PERFORM WRITE-AUDIT-RECORD
                ADD 1 TO WS-OE-ARC-MOVED (OE-IDX)
                ADD 1 TO WS-TOT-ARC-MOVED
            ELSE
                DISPLAY "SPLARCH REWRITE FAILED " WS-ARC-EVENT
                    " - STATUS " WS-ARCFILE-STATUS
                MOVE "SPLARCH" TO WS-NOTE-FILE
                MOVE SPACES    TO WS-NOTE-DETAIL
                MOVE "REWRITE FAILED - NOT MOVED" TO WS-NOTE-TEXT
                PERFORM NOTE-PROBLEM
            END-IF.

      * -- deactivated rather than deleted, as SPLPLAYR does, so the -
      * -- old spelling stays on file and the loads refuse it        -
        INACTIVATE-OLD-PLAYER.
            MOVE WS-OLD-USERNAME TO PLR-USERNAME
            READ PLRFILE
                INVALID KEY
                    MOVE "NOT FOUND - STATUS NOT CHANGED"
                        TO PrnPlrStatus
                NOT INVALID KEY
                    IF PLR-INACTIVE
                        MOVE "WAS ALREADY INACTIVE" TO PrnPlrStatus
                    ELSE
                        MOVE PLR-RECORD TO WS-BEFORE-IMAGE
                        MOVE 'I'        TO PLR-STATUS
                        PERFORM REWRITE-OLD-PLAYER
                    END-IF
            END-READ.

        REWRITE-OLD-PLAYER.
            REWRITE PLR-RECORD
                INVALID KEY
                    MOVE "REWRITE FAILED - STILL ACTIVE"
                        TO PrnPlrStatus
                NOT INVALID KEY
                    MOVE "MARKED INACTIVE" TO PrnPlrStatus
                    MOVE PLR-RECORD TO WS-AFTER-IMAGE
                    MOVE SPACES     TO WS-AUD-EVENT
                    MOVE 'P'        TO WS-AUD-TYPE
                    PERFORM WRITE-AUDIT-RECORD
            END-REWRITE.

      * -- every re-keyed record is journalled under the old         -
      * -- username: the after image carries the new one            -
        WRITE-AUDIT-RECORD.
            MOVE WS-OPERATOR-ID   TO AUD-OPERATOR
            ACCEPT AUD-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-TIME FROM TIME
            MOVE WS-FUNCTION      TO AUD-FUNCTION
            MOVE WS-AUD-TYPE      TO AUD-REC-TYPE
            MOVE WS-AUD-EVENT     TO AUD-SPLATFEST-ID
            MOVE WS-OLD-USERNAME  TO AUD-USERNAME
            MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
            WRITE AUD-RECORD.

      ******************************************************************
      *  report                                                        *
      ******************************************************************
        PRINT-MERGE-REPORT.
            MOVE WS-OLD-USERNAME TO PrnOldUser
            MOVE WS-NEW-USERNAME TO PrnNewUser
            MOVE WS-OPERATOR-ID  TO PrnOperator
            WRITE PrintLine FROM MergHeading
            IF WS-OLD-EVT-COUNT = ZERO
                WRITE PrintLine FROM MergNoneLine
            ELSE
                WRITE PrintLine FROM MergColHeads
                PERFORM PRINT-ONE-EVENT
                    VARYING OE-IDX FROM 1 BY 1
                    UNTIL OE-IDX > WS-OLD-EVT-COUNT
            END-IF
            MOVE WS-TOT-REC-MOVED TO PrnTotRec
            MOVE WS-TOT-MAT-MOVED TO PrnTotMat
            MOVE WS-TOT-SUS-MOVED TO PrnTotSus
            MOVE WS-TOT-ARC-MOVED TO PrnTotArc
            WRITE PrintLine FROM MergTotalLine
            MOVE WS-TOT-ENT-MOVED TO PrnTotEnt
            WRITE PrintLine FROM MergEntlLine
            MOVE WS-TOT-CONFLICTS TO PrnTotConflicts
            WRITE PrintLine FROM MergConflictLine
            MOVE WS-TOT-CERTIFIED TO PrnTotCertified
            WRITE PrintLine FROM MergCertifiedLine
            IF WS-TOT-FAILED > ZERO
                MOVE WS-TOT-FAILED TO PrnTotFailed
                WRITE PrintLine FROM MergFailedLine
                WRITE PrintLine FROM MergProbHeading
                PERFORM PRINT-ONE-PROBLEM
                    VARYING PB-IDX FROM 1 BY 1
                    UNTIL PB-IDX > WS-PROB-COUNT
            END-IF
            MOVE WS-OLD-USERNAME TO PrnPlrUser
            WRITE PrintLine FROM MergPlayerLine
            IF WS-TOT-FAILED > ZERO
                WRITE PrintLine FROM MergIncompleteLine
            END-IF.

        PRINT-ONE-PROBLEM.
            MOVE WS-PB-FILE   (PB-IDX) TO PrnPbFile
            MOVE WS-PB-EVENT  (PB-IDX) TO PrnPbEvent
            MOVE WS-PB-DETAIL (PB-IDX) TO PrnPbDetail
            MOVE WS-PB-TEXT   (PB-IDX) TO PrnPbText
            WRITE PrintLine FROM MergProbLine.

      * -- a conflict moves nothing; a certified event that was      -
      * -- moved keeps its team totals, since team and values move   -
      * -- with the record                                           -
        PRINT-ONE-EVENT.
            MOVE WS-OE-EVENT     (OE-IDX) TO PrnEvtId
            MOVE WS-OE-REC-MOVED (OE-IDX) TO PrnRecMoved
            MOVE WS-OE-MAT-MOVED (OE-IDX) TO PrnMatMoved
            MOVE WS-OE-SUS-MOVED (OE-IDX) TO PrnSusMoved
            MOVE WS-OE-ARC-MOVED (OE-IDX) TO PrnArcMoved
            EVALUATE TRUE
                WHEN WS-OE-CONFLICT (OE-IDX) = 'Y'
                        AND WS-OE-CERTIFIED (OE-IDX) = 'Y'
                    MOVE "CONFLICT - NOT MOVED (CERTIFIED)"
                        TO PrnEvtNote
                WHEN WS-OE-CONFLICT (OE-IDX) = 'Y'
                    MOVE "CONFLICT - NOT MOVED" TO PrnEvtNote
                WHEN WS-OE-CERTIFIED (OE-IDX) = 'Y'
                    MOVE "CERTIFIED - TEAM TOTALS UNCHANGED"
                        TO PrnEvtNote
                WHEN OTHER
                    MOVE SPACES TO PrnEvtNote
            END-EVALUATE
            WRITE PrintLine FROM MergDetailLine.
