      ******************************************************************
      *                                                                *
      *   SPLMATM - add / correct / delete single match records in    *
      *   SplMatch.txt. Keyed access is by SPLATFEST-ID + USERNAME +  *
      *   MATCH-NO (MAT-KEY), so one disputed match can be fixed      *
      *   without reloading the whole event through SPLMTCH.          *
      *                                                                *
      *   The operator signs on against the operator master           *
      *   SplOper.txt exactly as for SPLMAINT. The match values get   *
      *   the same edits SPLEXCP applies (numeric, B-POINT no more    *
      *   than 3000, DEATH and KILL no more than 50) before anything  *
      *   is written. An unknown or closed event is refused, and so   *
      *   is an event already certified on SplWinr.txt: a certified   *
      *   result must not move underneath its published scores.       *
      *                                                                *
      *   Every change is journalled to SplAudit.txt as record type   *
      *   M with the before and after match images. The player's      *
      *   event total on SplatRec.txt is then re-rolled from all of   *
      *   the player's remaining matches the way SPLROLL builds it,   *
      *   and that change is journalled as a type R record, so        *
      *   SPLAUDR shows both halves of the correction. A player left  *
      *   with no matches has the event total removed; a sum that     *
      *   will not fit RES-SPLT is reported and the total left as it  *
      *   was, as SPLROLL does.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLMATM.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT MATFILE ASSIGN TO "SplMatch.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAT-KEY
                FILE STATUS IS WS-MATFILE-STATUS.
                SELECT RESTEAM ASSIGN TO "SplatRec.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RS-KEY
                FILE STATUS IS WS-RESTEAM-STATUS.
                SELECT AUDFILE ASSIGN TO "SplAudit.txt"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-EVTFILE-STATUS.
                SELECT OPRFILE ASSIGN TO "SplOper.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-OPRFILE-STATUS.
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
      ******************************************************************
       DATA DIVISION.
      **************
       FILE SECTION.
       FD MATFILE.
           COPY SPLMAT.
       FD RESTEAM.
           COPY SPLREC.
       FD AUDFILE.
           COPY SPLAUD.
       FD EVTFILE.
           COPY SPLEVT.
       FD OPRFILE.
           COPY SPLOPR.
       FD PLRFILE.
           COPY SPLPLR.
       FD WINFILE.
           COPY SPLWNR.

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION           PIC X.
           88 WS-FN-ADD         VALUE 'A'.
           88 WS-FN-CORRECT     VALUE 'C'.
           88 WS-FN-DELETE      VALUE 'D'.
       01 WS-MATFILE-STATUS     PIC XX.
       01 WS-RESTEAM-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-EVTFILE-STATUS     PIC XX.
       01 WS-OPRFILE-STATUS     PIC XX.
       01 WS-PLRFILE-STATUS     PIC XX.
       01 WS-WINFILE-STATUS     PIC XX.
       01 WS-FN-TALLY           PIC 9(2).
      * -- same sanity limits SPLEXCP suspends on -------------------
       01 WS-MAX-BPOINT         PIC 9(4) VALUE 3000.
       01 WS-MAX-KD             PIC 9(2) VALUE 50.
       01 WS-EVENT-OK-SW        PIC X VALUE SPACE.
           88 WS-EVENT-OK       VALUE 'Y'.
       01 WS-PLAYER-OK-SW       PIC X VALUE SPACE.
           88 WS-PLAYER-OK      VALUE 'Y'.
       01 WS-VALUES-OK-SW       PIC X VALUE SPACE.
           88 WS-VALUES-OK      VALUE 'Y'.
       01 WS-WINFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-WINFILE-OPEN   VALUE 'Y'.
       01 WS-EVENT-START        PIC X(8).
       01 WS-OPERATOR-ID        PIC X(8).
      * -- the journal entry being written: function and record type -
      * -- differ between the match change and the re-rolled total   -
       01 WS-AUD-FUNCTION       PIC X.
       01 WS-AUD-TYPE           PIC X.
       01 WS-BEFORE-IMAGE       PIC X(47).
       01 WS-AFTER-IMAGE        PIC X(47).

      * -- the player whose event total is being re-rolled ------------
       01 WS-ROLL-EVENT         PIC X(6).
       01 WS-ROLL-USERNAME      PIC X(15).
       01 WS-ROLL-TEAM          PIC X(10).
       01 WS-ROLL-MATCHES       PIC 9(4) VALUE ZERO.
       01 WS-ROLL-POINTS        PIC 9(6) VALUE ZERO.
       01 WS-ROLL-KILLS         PIC 9(4) VALUE ZERO.
       01 WS-ROLL-DEATHS        PIC 9(4) VALUE ZERO.
       01 WS-ROLL-EOF-FLAG      PIC X VALUE SPACE.
           88 WS-ROLL-EOF       VALUE 'Y'.
       01 WS-TOTAL-FOUND-SW     PIC X VALUE SPACE.
           88 WS-TOTAL-FOUND    VALUE 'Y'.

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            OPEN I-O MATFILE
            IF WS-MATFILE-STATUS = "35"
                OPEN OUTPUT MATFILE
                CLOSE MATFILE
                OPEN I-O MATFILE
            END-IF
            OPEN I-O RESTEAM
            IF WS-RESTEAM-STATUS = "35"
                OPEN OUTPUT RESTEAM
                CLOSE RESTEAM
                OPEN I-O RESTEAM
            END-IF
            OPEN EXTEND AUDFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDFILE
                CLOSE AUDFILE
                OPEN EXTEND AUDFILE
            END-IF
            OPEN INPUT EVTFILE
            IF WS-EVTFILE-STATUS = "35"
                DISPLAY "SPLEVENT.TXT NOT FOUND - RUN SPLEVENT FIRST"
                CLOSE MATFILE
                CLOSE RESTEAM
                CLOSE AUDFILE
                STOP RUN
            END-IF
            OPEN INPUT PLRFILE
            IF WS-PLRFILE-STATUS = "35"
                DISPLAY "SPLPLAYR.TXT NOT FOUND - RUN SPLPLAYR FIRST"
                CLOSE MATFILE
                CLOSE RESTEAM
                CLOSE AUDFILE
                CLOSE EVTFILE
                STOP RUN
            END-IF
            OPEN INPUT OPRFILE
            IF WS-OPRFILE-STATUS = "35"
                DISPLAY "SPLOPER.TXT NOT FOUND - RUN SPLOPER FIRST"
                CLOSE MATFILE
                CLOSE RESTEAM
                CLOSE AUDFILE
                CLOSE EVTFILE
                CLOSE PLRFILE
                STOP RUN
            END-IF
      * -- no SplWinr.txt yet just means nothing is certified --------
            OPEN INPUT WINFILE
            IF WS-WINFILE-STATUS = "00"
                SET WS-WINFILE-OPEN TO TRUE
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
            EVALUATE TRUE
                WHEN WS-FN-ADD
                    PERFORM ADD-MATCH
                WHEN WS-FN-CORRECT
                    PERFORM CORRECT-MATCH
                WHEN WS-FN-DELETE
                    PERFORM DELETE-MATCH
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION CODE - USE A, C OR D"
            END-EVALUATE
            PERFORM CLOSE-ALL-FILES
            STOP RUN.

        CLOSE-ALL-FILES.
            CLOSE MATFILE
            CLOSE RESTEAM
            CLOSE AUDFILE
            CLOSE EVTFILE
            CLOSE OPRFILE
            CLOSE PLRFILE
            IF WS-WINFILE-OPEN
                CLOSE WINFILE
            END-IF.

        ACCEPT-KEY-FIELDS.
            ACCEPT MAT-SPLATFEST-ID FROM CONSOLE
            ACCEPT MAT-USERNAME     FROM CONSOLE
            ACCEPT MAT-MATCH-NO     FROM CONSOLE
            MOVE MAT-SPLATFEST-ID TO WS-ROLL-EVENT
            MOVE MAT-USERNAME     TO WS-ROLL-USERNAME
            PERFORM VALIDATE-EVENT-ID.

      * -- refuse unknown, closed or certified events before any     -
      * -- change is made                                            -
        VALIDATE-EVENT-ID.
            MOVE SPACE TO WS-EVENT-OK-SW
            MOVE MAT-SPLATFEST-ID TO EV-ID
            READ EVTFILE
                INVALID KEY
                    DISPLAY "UNKNOWN EVENT ID " MAT-SPLATFEST-ID
                NOT INVALID KEY
                    IF EV-CLOSED
                        DISPLAY "EVENT IS CLOSED " MAT-SPLATFEST-ID
                    ELSE
                        MOVE EV-START-DATE TO WS-EVENT-START
                        SET WS-EVENT-OK TO TRUE
                    END-IF
            END-READ
            IF WS-EVENT-OK AND WS-WINFILE-OPEN
                MOVE MAT-SPLATFEST-ID TO WIN-EVENT-ID
                READ WINFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY "EVENT ALREADY CERTIFIED ON " WIN-DATE
                            " - NOT CHANGED"
                        MOVE SPACE TO WS-EVENT-OK-SW
                END-READ
            END-IF.

        ACCEPT-DATA-FIELDS.
            ACCEPT MAT-TEAM-NAME FROM CONSOLE
            ACCEPT MAT-B-POINT   FROM CONSOLE
            ACCEPT MAT-DEATH     FROM CONSOLE
            ACCEPT MAT-KILL      FROM CONSOLE
            PERFORM EDIT-DATA-FIELDS.

      * -- the SPLEXCP edits, applied before the write rather than   -
      * -- after it: a bad match would otherwise roll straight into  -
      * -- the event total                                           -
        EDIT-DATA-FIELDS.
            MOVE SPACE TO WS-VALUES-OK-SW
            IF MAT-B-POINT IS NOT NUMERIC
                    OR MAT-DEATH IS NOT NUMERIC
                    OR MAT-KILL IS NOT NUMERIC
                DISPLAY "VALUES NOT NUMERIC - MATCH NOT CHANGED"
            ELSE
                IF MAT-B-POINT > WS-MAX-BPOINT
                        OR MAT-DEATH > WS-MAX-KD
                        OR MAT-KILL > WS-MAX-KD
                    DISPLAY "VALUES OUT OF RANGE - MATCH NOT CHANGED"
                ELSE
                    SET WS-VALUES-OK TO TRUE
                END-IF
            END-IF.

      * -- an add is validated against the player master the same    -
      * -- way SPLMAINT validates one                                -
        VALIDATE-USERNAME.
            MOVE SPACE TO WS-PLAYER-OK-SW
            MOVE MAT-USERNAME TO PLR-USERNAME
            READ PLRFILE
                INVALID KEY
                    DISPLAY "UNKNOWN USERNAME " MAT-USERNAME
                NOT INVALID KEY
                    IF PLR-INACTIVE
                        DISPLAY "PLAYER IS INACTIVE " MAT-USERNAME
                    ELSE
                        SET WS-PLAYER-OK TO TRUE
                    END-IF
            END-READ.

        ADD-MATCH.
            PERFORM ACCEPT-KEY-FIELDS
            IF WS-EVENT-OK
                PERFORM VALIDATE-USERNAME
            END-IF
            IF WS-EVENT-OK AND WS-PLAYER-OK
                PERFORM ACCEPT-DATA-FIELDS
            END-IF
            IF WS-EVENT-OK AND WS-PLAYER-OK AND WS-VALUES-OK
                WRITE MAT-RECORD
                    INVALID KEY
                        DISPLAY "MATCH ALREADY EXISTS - USE CORRECT"
                    NOT INVALID KEY
                        DISPLAY "MATCH ADDED"
                        MOVE SPACES     TO WS-BEFORE-IMAGE
                        MOVE MAT-RECORD TO WS-AFTER-IMAGE
                        PERFORM WRITE-MATCH-AUDIT
                        PERFORM REROLL-PLAYER-TOTAL
                END-WRITE
            END-IF.

        CORRECT-MATCH.
            PERFORM ACCEPT-KEY-FIELDS
            IF WS-EVENT-OK
                READ MATFILE
                    INVALID KEY
                        DISPLAY "MATCH NOT FOUND"
                    NOT INVALID KEY
                        MOVE MAT-RECORD TO WS-BEFORE-IMAGE
                        PERFORM ACCEPT-DATA-FIELDS
                        IF WS-VALUES-OK
                            PERFORM REWRITE-MATCH
                        END-IF
                END-READ
            END-IF.

        REWRITE-MATCH.
            REWRITE MAT-RECORD
                INVALID KEY
                    DISPLAY "REWRITE FAILED"
                NOT INVALID KEY
                    DISPLAY "MATCH CORRECTED"
                    MOVE MAT-RECORD TO WS-AFTER-IMAGE
                    PERFORM WRITE-MATCH-AUDIT
                    PERFORM REROLL-PLAYER-TOTAL
            END-REWRITE.

        DELETE-MATCH.
            PERFORM ACCEPT-KEY-FIELDS
            IF WS-EVENT-OK
                READ MATFILE
                    INVALID KEY
                        DISPLAY "MATCH NOT FOUND"
                    NOT INVALID KEY
                        MOVE MAT-RECORD TO WS-BEFORE-IMAGE
                        DELETE MATFILE
                            INVALID KEY
                                DISPLAY "MATCH NOT FOUND"
                            NOT INVALID KEY
                                DISPLAY "MATCH DELETED"
                                MOVE SPACES TO WS-AFTER-IMAGE
                                PERFORM WRITE-MATCH-AUDIT
                                PERFORM REROLL-PLAYER-TOTAL
                        END-DELETE
                END-READ
            END-IF.

      * -- re-sum every match the player still has for the event:    -
      * -- the key is event + username + match, so the player's      -
      * -- matches come back together from one START                 -
        REROLL-PLAYER-TOTAL.
            MOVE SPACES TO WS-ROLL-TEAM
            MOVE ZERO   TO WS-ROLL-MATCHES WS-ROLL-POINTS
                           WS-ROLL-KILLS WS-ROLL-DEATHS
            MOVE SPACE  TO WS-ROLL-EOF-FLAG
            MOVE WS-ROLL-EVENT    TO MAT-SPLATFEST-ID
            MOVE WS-ROLL-USERNAME TO MAT-USERNAME
            MOVE ZERO             TO MAT-MATCH-NO
            START MATFILE KEY IS NOT LESS THAN MAT-KEY
                INVALID KEY
                    SET WS-ROLL-EOF TO TRUE
            END-START
            PERFORM SUM-ONE-MATCH UNTIL WS-ROLL-EOF
            MOVE WS-ROLL-EVENT    TO SPLATFEST-ID
            MOVE WS-ROLL-USERNAME TO USERNAME
            MOVE SPACE TO WS-TOTAL-FOUND-SW
            READ RESTEAM
                INVALID KEY
                    MOVE SPACES   TO WS-BEFORE-IMAGE
                NOT INVALID KEY
                    MOVE RES-SPLT TO WS-BEFORE-IMAGE
                    SET WS-TOTAL-FOUND TO TRUE
            END-READ
            IF WS-ROLL-MATCHES = ZERO
                PERFORM REMOVE-PLAYER-TOTAL
            ELSE
      * -- a sum too big for the RES-SPLT picture is not truncated:  -
      * -- the old total stays until the matches are put right       -
                IF WS-ROLL-POINTS > 9999
                        OR WS-ROLL-KILLS > 99
                        OR WS-ROLL-DEATHS > 99
                    DISPLAY "EVENT TOTAL TOO LARGE - NOT RE-ROLLED"
                ELSE
                    PERFORM APPLY-PLAYER-TOTAL
                END-IF
            END-IF.

        SUM-ONE-MATCH.
            READ MATFILE NEXT RECORD
                AT END
                    SET WS-ROLL-EOF TO TRUE
                NOT AT END
                    IF MAT-SPLATFEST-ID NOT = WS-ROLL-EVENT
                            OR MAT-USERNAME NOT = WS-ROLL-USERNAME
                        SET WS-ROLL-EOF TO TRUE
                    ELSE
                        IF WS-ROLL-MATCHES = ZERO
                            MOVE MAT-TEAM-NAME TO WS-ROLL-TEAM
                        END-IF
                        ADD 1           TO WS-ROLL-MATCHES
                        ADD MAT-B-POINT TO WS-ROLL-POINTS
                        ADD MAT-KILL    TO WS-ROLL-KILLS
                        ADD MAT-DEATH   TO WS-ROLL-DEATHS
                    END-IF
            END-READ.

      * -- built the way SPLROLL builds it: event start date, team   -
      * -- from the player's first match, sums of every match        -
        APPLY-PLAYER-TOTAL.
            MOVE WS-ROLL-EVENT    TO SPLATFEST-ID
            MOVE WS-ROLL-USERNAME TO USERNAME
            MOVE WS-EVENT-START   TO SPLATFEST-DATE
            MOVE WS-ROLL-TEAM     TO TEAM-NAME
            MOVE WS-ROLL-POINTS   TO B-POINT
            MOVE WS-ROLL-DEATHS   TO DEATH
            MOVE WS-ROLL-KILLS    TO KILL
            IF WS-TOTAL-FOUND
                REWRITE RES-SPLT
                    INVALID KEY
                        DISPLAY "EVENT TOTAL REWRITE FAILED"
                    NOT INVALID KEY
                        DISPLAY "EVENT TOTAL RE-ROLLED FROM "
                            WS-ROLL-MATCHES " MATCHES"
                        MOVE 'C' TO WS-AUD-FUNCTION
                        PERFORM WRITE-TOTAL-AUDIT
                END-REWRITE
            ELSE
                WRITE RES-SPLT
                    INVALID KEY
                        DISPLAY "EVENT TOTAL WRITE FAILED"
                    NOT INVALID KEY
                        DISPLAY "EVENT TOTAL ROLLED FROM "
                            WS-ROLL-MATCHES " MATCHES"
                        MOVE 'A' TO WS-AUD-FUNCTION
                        PERFORM WRITE-TOTAL-AUDIT
                END-WRITE
            END-IF.

      * -- the last match is gone, so the event total it supported   -
      * -- goes too rather than standing with nothing behind it      -
        REMOVE-PLAYER-TOTAL.
            IF WS-TOTAL-FOUND
                DELETE RESTEAM
                    INVALID KEY
                        DISPLAY "EVENT TOTAL DELETE FAILED"
                    NOT INVALID KEY
                        DISPLAY "NO MATCHES LEFT - EVENT TOTAL REMOVED"
                        MOVE 'D' TO WS-AUD-FUNCTION
                        PERFORM WRITE-TOTAL-AUDIT
                END-DELETE
            END-IF.

        WRITE-MATCH-AUDIT.
            MOVE WS-FUNCTION TO WS-AUD-FUNCTION
            MOVE 'M'         TO WS-AUD-TYPE
            PERFORM WRITE-AUDIT-RECORD.

        WRITE-TOTAL-AUDIT.
            IF WS-AUD-FUNCTION = 'D'
                MOVE SPACES   TO WS-AFTER-IMAGE
            ELSE
                MOVE RES-SPLT TO WS-AFTER-IMAGE
            END-IF
            MOVE 'R' TO WS-AUD-TYPE
            PERFORM WRITE-AUDIT-RECORD.

        WRITE-AUDIT-RECORD.
            MOVE WS-OPERATOR-ID   TO AUD-OPERATOR
            ACCEPT AUD-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-TIME FROM TIME
            MOVE WS-AUD-FUNCTION  TO AUD-FUNCTION
            MOVE WS-AUD-TYPE      TO AUD-REC-TYPE
            MOVE WS-ROLL-EVENT    TO AUD-SPLATFEST-ID
            MOVE WS-ROLL-USERNAME TO AUD-USERNAME
            MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
            WRITE AUD-RECORD.
