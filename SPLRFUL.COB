      ******************************************************************
      *                                                                *
      *   SPLRFUL - marks a reward entitlement on SplEntl.txt as      *
      *   fulfilled once the prize desk confirms the prize was        *
      *   delivered, or puts one back to outstanding when a           *
      *   delivery is found to have failed. The entitlement is        *
      *   found by event, username and reward code, as listed on      *
      *   the SPLRWRD register and the SplPrize<event>.txt extract.   *
      *                                                                *
      *   Function F marks an outstanding entitlement fulfilled with  *
      *   today's date and the operator id; function O returns a      *
      *   fulfilled one to outstanding and clears both. Nothing else  *
      *   on the entitlement can be changed here - what is owed is    *
      *   set by SPLRWRD from the schedule. SPLROUT lists what is     *
      *   still outstanding.                                          *
      *                                                                *
      *   The operator signs on against the operator master           *
      *   SplOper.txt the way SPLMAINT does, and every change is      *
      *   journalled to SplAudit.txt with the before and after        *
      *   images of ENT-RECORD under record type 'N'.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRFUL.
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
                SELECT AUDFILE ASSIGN TO "SplAudit.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
                SELECT OPRFILE ASSIGN TO "SplOper.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-OPRFILE-STATUS.
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD ENTFILE.
           COPY SPLENT.
       FD AUDFILE.
           COPY SPLAUD.
       FD OPRFILE.
           COPY SPLOPR.

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION           PIC X.
           88 WS-FN-FULFIL      VALUE 'F'.
           88 WS-FN-REOPEN      VALUE 'O'.
       01 WS-ENTFILE-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-OPRFILE-STATUS     PIC XX.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-FN-TALLY           PIC 9(2).
       01 WS-TODAY              PIC X(8).
       01 WS-BEFORE-IMAGE       PIC X(100).
       01 WS-AFTER-IMAGE        PIC X(100).

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            OPEN I-O ENTFILE
            IF WS-ENTFILE-STATUS = "35"
                DISPLAY "SPLENTL.TXT NOT FOUND - RUN SPLRWRD FIRST"
                STOP RUN
            END-IF
            OPEN EXTEND AUDFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDFILE
                CLOSE AUDFILE
                OPEN EXTEND AUDFILE
            END-IF
            OPEN INPUT OPRFILE
            IF WS-OPRFILE-STATUS = "35"
                DISPLAY "SPLOPER.TXT NOT FOUND - RUN SPLOPER FIRST"
                CLOSE ENTFILE
                CLOSE AUDFILE
                STOP RUN
            END-IF
      * -- sign-on: the operator id must be on the master and the    -
      * -- function must be in the operator's authorized list        -
            ACCEPT WS-OPERATOR-ID FROM CONSOLE
            MOVE WS-OPERATOR-ID TO OPR-ID
            READ OPRFILE
                INVALID KEY
                    DISPLAY "UNKNOWN OPERATOR " WS-OPERATOR-ID
                    PERFORM CLOSE-ALL-FILES
                    STOP RUN
                NOT INVALID KEY
                    CONTINUE
            END-READ
            ACCEPT WS-FUNCTION FROM CONSOLE
            MOVE ZERO TO WS-FN-TALLY
            INSPECT OPR-FUNCTIONS TALLYING WS-FN-TALLY
                FOR ALL WS-FUNCTION
            IF WS-FN-TALLY = ZERO
                DISPLAY "FUNCTION " WS-FUNCTION
                    " NOT AUTHORIZED FOR " WS-OPERATOR-ID
                PERFORM CLOSE-ALL-FILES
                STOP RUN
            END-IF
            ACCEPT WS-TODAY FROM DATE YYYYMMDD
            EVALUATE TRUE
                WHEN WS-FN-FULFIL
                    PERFORM FULFIL-ENTITLEMENT
                WHEN WS-FN-REOPEN
                    PERFORM REOPEN-ENTITLEMENT
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION CODE - USE F OR O"
            END-EVALUATE
            PERFORM CLOSE-ALL-FILES
            STOP RUN.

        CLOSE-ALL-FILES.
            CLOSE ENTFILE
            CLOSE AUDFILE
            CLOSE OPRFILE.

        ACCEPT-KEY-FIELDS.
            ACCEPT ENT-SPLATFEST-ID FROM CONSOLE
            ACCEPT ENT-USERNAME     FROM CONSOLE
            ACCEPT ENT-REWARD-CODE  FROM CONSOLE.

        FULFIL-ENTITLEMENT.
            PERFORM ACCEPT-KEY-FIELDS
            READ ENTFILE
                INVALID KEY
                    DISPLAY "ENTITLEMENT NOT FOUND"
                NOT INVALID KEY
                    IF ENT-FULFILLED
                        DISPLAY "ALREADY FULFILLED ON " ENT-FULFIL-DATE
                            " BY " ENT-FULFIL-OPER
                    ELSE
                        MOVE ENT-RECORD     TO WS-BEFORE-IMAGE
                        MOVE 'F'            TO ENT-STATUS
                        MOVE WS-TODAY       TO ENT-FULFIL-DATE
                        MOVE WS-OPERATOR-ID TO ENT-FULFIL-OPER
                        PERFORM REWRITE-ENTITLEMENT
                    END-IF
            END-READ.

      * -- a delivery that failed goes back on the outstanding list --
        REOPEN-ENTITLEMENT.
            PERFORM ACCEPT-KEY-FIELDS
            READ ENTFILE
                INVALID KEY
                    DISPLAY "ENTITLEMENT NOT FOUND"
                NOT INVALID KEY
                    IF ENT-OUTSTANDING
                        DISPLAY "ENTITLEMENT IS ALREADY OUTSTANDING"
                    ELSE
                        MOVE ENT-RECORD TO WS-BEFORE-IMAGE
                        MOVE 'O'        TO ENT-STATUS
                        MOVE SPACES     TO ENT-FULFIL-DATE
                        MOVE SPACES     TO ENT-FULFIL-OPER
                        PERFORM REWRITE-ENTITLEMENT
                    END-IF
            END-READ.

        REWRITE-ENTITLEMENT.
            REWRITE ENT-RECORD
                INVALID KEY
                    DISPLAY "REWRITE FAILED - ENTITLEMENT NOT CHANGED"
                NOT INVALID KEY
                    IF ENT-FULFILLED
                        DISPLAY "ENTITLEMENT MARKED FULFILLED"
                    ELSE
                        DISPLAY "ENTITLEMENT RETURNED TO OUTSTANDING"
                    END-IF
                    MOVE ENT-RECORD TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-RECORD
            END-REWRITE.

        WRITE-AUDIT-RECORD.
            MOVE WS-OPERATOR-ID   TO AUD-OPERATOR
            ACCEPT AUD-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-TIME FROM TIME
            MOVE WS-FUNCTION      TO AUD-FUNCTION
            MOVE 'N'              TO AUD-REC-TYPE
            MOVE ENT-SPLATFEST-ID TO AUD-SPLATFEST-ID
            MOVE ENT-USERNAME     TO AUD-USERNAME
            MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
            WRITE AUD-RECORD.
