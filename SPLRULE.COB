      ******************************************************************
      *                                                                *
      *   SPLRULE - add / correct / delete Splatfest scoring rule     *
      *   sets in SplRules.txt. Keyed access is by RUL-SET-ID. A      *
      *   rule set carries a description, the three component         *
      *   weights SPLWINR scores a team with (battle points, kills    *
      *   and average points per player) and the date range it is     *
      *   effective for; an event names its rule set on SplEvent.txt. *
      *                                                                *
      *   A rule set that a certified result on SplWinr.txt was       *
      *   scored under is part of the permanent record: it may not be *
      *   deleted, and a correction may change only its description   *
      *   and end date - never the weights or the start date the      *
      *   result was scored under. New weights for a new season go in *
      *   as a new rule set. A rule set that any event on             *
      *   SplEvent.txt names may not be deleted either, and a         *
      *   correction must leave every such event's start date inside  *
      *   its effective dates, so SPLWINR can still score the events  *
      *   not yet certified.                                          *
      *                                                                *
      *   The operator signs on against the operator master           *
      *   SplOper.txt the way SPLEVENT does, and every add,           *
      *   correction and delete is journalled to SplAudit.txt with    *
      *   the before and after images of RUL-RECORD under record      *
      *   type 'S'.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRULE.
       AUTHOR. Lalaine.

      ******************************************************************
        ENVIRONMENT DIVISION.
      **************
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT RULFILE ASSIGN TO "SplRules.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUL-SET-ID
                FILE STATUS IS WS-RULFILE-STATUS.
                SELECT WINFILE ASSIGN TO "SplWinr.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WIN-EVENT-ID
                FILE STATUS IS WS-WINFILE-STATUS.
                SELECT EVTFILE ASSIGN TO "SplEvent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EV-ID
                FILE STATUS IS WS-EVTFILE-STATUS.
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
       FD RULFILE.
           COPY SPLRUL.
       FD WINFILE.
           COPY SPLWNR.
       FD EVTFILE.
           COPY SPLEVT.
       FD AUDFILE.
           COPY SPLAUD.
       FD OPRFILE.
           COPY SPLOPR.

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION           PIC X.
           88 WS-FN-ADD         VALUE 'A'.
           88 WS-FN-CORRECT     VALUE 'C'.
           88 WS-FN-DELETE      VALUE 'D'.
       01 WS-MESSAGE            PIC X(40).
       01 WS-RULFILE-STATUS     PIC XX.
       01 WS-WINFILE-STATUS     PIC XX.
       01 WS-EVTFILE-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-OPRFILE-STATUS     PIC XX.
       01 WS-FIELDS-OK-SW       PIC X.
           88 WS-FIELDS-OK      VALUE 'Y'.
       01 WS-RULE-USED-SW       PIC X VALUE SPACE.
           88 WS-RULE-USED      VALUE 'Y'.
       01 WS-WIN-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-WIN-EOF        VALUE 'Y'.
       01 WS-USED-EVENT-ID      PIC X(6).
      * -- an event on SplEvent.txt that names the rule set, and one -
      * -- whose start date the set's dates no longer cover          -
       01 WS-RULE-NAMED-SW      PIC X VALUE SPACE.
           88 WS-RULE-NAMED     VALUE 'Y'.
       01 WS-RULE-UNCOVERED-SW  PIC X VALUE SPACE.
           88 WS-RULE-UNCOVERED VALUE 'Y'.
       01 WS-EVT-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-EVT-EOF        VALUE 'Y'.
       01 WS-NAMED-EVENT-ID     PIC X(6).
       01 WS-UNCOVERED-EVENT-ID PIC X(6).
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-FN-TALLY           PIC 9(2).
       01 WS-BEFORE-IMAGE       PIC X(100).
       01 WS-AFTER-IMAGE        PIC X(100).
      * -- the fields a correction may not change once a certified  -
      * -- result has been scored under the rule set                -
       01 WS-LOCKED-FIELDS.
           05 WS-LOCKED-PTS     PIC 9(2)V9(3).
           05 WS-LOCKED-KILL    PIC 9(2)V9(3).
           05 WS-LOCKED-AVG     PIC 9(2)V9(3).
           05 WS-LOCKED-START   PIC X(8).

      ******************************************************************
        PROCEDURE DIVISION.
      **************
            OPEN I-O RULFILE
            IF WS-RULFILE-STATUS = "35"
                OPEN OUTPUT RULFILE
                CLOSE RULFILE
                OPEN I-O RULFILE
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
                CLOSE RULFILE
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
            EVALUATE TRUE
                WHEN WS-FN-ADD
                    PERFORM ADD-RULE-SET
                WHEN WS-FN-CORRECT
                    PERFORM CORRECT-RULE-SET
                WHEN WS-FN-DELETE
                    PERFORM DELETE-RULE-SET
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION CODE - USE A, C OR D"
            END-EVALUATE
            PERFORM CLOSE-ALL-FILES
            STOP RUN.

        CLOSE-ALL-FILES.
            CLOSE RULFILE
            CLOSE AUDFILE
            CLOSE OPRFILE.

        ACCEPT-KEY-FIELD.
            ACCEPT RUL-SET-ID FROM CONSOLE.

        ACCEPT-DATA-FIELDS.
            ACCEPT RUL-DESC        FROM CONSOLE
            ACCEPT RUL-PTS-WEIGHT  FROM CONSOLE
            ACCEPT RUL-KILL-WEIGHT FROM CONSOLE
            ACCEPT RUL-AVG-WEIGHT  FROM CONSOLE
            ACCEPT RUL-EFF-START   FROM CONSOLE
            ACCEPT RUL-EFF-END     FROM CONSOLE
            PERFORM EDIT-DATA-FIELDS.

        EDIT-DATA-FIELDS.
            MOVE 'Y' TO WS-FIELDS-OK-SW
            IF RUL-SET-ID = SPACES
                DISPLAY "RULE SET ID IS REQUIRED"
                MOVE SPACE TO WS-FIELDS-OK-SW
            END-IF
            IF RUL-DESC = SPACES
                DISPLAY "RULE SET DESCRIPTION IS REQUIRED"
                MOVE SPACE TO WS-FIELDS-OK-SW
            END-IF
            IF RUL-PTS-WEIGHT IS NOT NUMERIC
                    OR RUL-KILL-WEIGHT IS NOT NUMERIC
                    OR RUL-AVG-WEIGHT IS NOT NUMERIC
                DISPLAY "WEIGHTS MUST BE NUMERIC"
                MOVE SPACE TO WS-FIELDS-OK-SW
            ELSE
                IF RUL-PTS-WEIGHT = ZERO AND RUL-KILL-WEIGHT = ZERO
                        AND RUL-AVG-WEIGHT = ZERO
                    DISPLAY "AT LEAST ONE WEIGHT MUST BE NON-ZERO"
                    MOVE SPACE TO WS-FIELDS-OK-SW
                END-IF
            END-IF
            IF RUL-EFF-START IS NOT NUMERIC
                DISPLAY "EFFECTIVE START DATE MUST BE YYYYMMDD"
                MOVE SPACE TO WS-FIELDS-OK-SW
            END-IF
            IF RUL-EFF-END NOT = SPACES
                IF RUL-EFF-END IS NOT NUMERIC
                    DISPLAY "EFFECTIVE END DATE MUST BE YYYYMMDD"
                    MOVE SPACE TO WS-FIELDS-OK-SW
                ELSE
                    IF RUL-EFF-END < RUL-EFF-START
                        DISPLAY "END DATE IS BEFORE START DATE"
                        MOVE SPACE TO WS-FIELDS-OK-SW
                    END-IF
                END-IF
            END-IF.

      * -- the record area is cleared first so the spare bytes at    -
      * -- the end of RUL-RECORD are written as spaces               -
        ADD-RULE-SET.
            MOVE SPACES TO RUL-RECORD
            PERFORM ACCEPT-KEY-FIELD
            PERFORM ACCEPT-DATA-FIELDS
            IF WS-FIELDS-OK
                WRITE RUL-RECORD
                    INVALID KEY
                        MOVE "RULE SET ALREADY EXISTS - USE CORRECT"
                            TO WS-MESSAGE
                        DISPLAY WS-MESSAGE
                    NOT INVALID KEY
                        DISPLAY "RULE SET ADDED"
                        MOVE SPACES     TO WS-BEFORE-IMAGE
                        MOVE RUL-RECORD TO WS-AFTER-IMAGE
                        PERFORM WRITE-AUDIT-RECORD
                END-WRITE
            END-IF.

      * -- once a certified result was scored under the rule set,    -
      * -- the weights and start date it was scored with are locked; -
      * -- and the dates must still cover every event naming the set -
      * -- so SPLWINR can score the events not yet certified         -
        CORRECT-RULE-SET.
            PERFORM ACCEPT-KEY-FIELD
            READ RULFILE
                INVALID KEY
                    DISPLAY "RULE SET NOT FOUND"
                NOT INVALID KEY
                    MOVE RUL-RECORD      TO WS-BEFORE-IMAGE
                    MOVE RUL-PTS-WEIGHT  TO WS-LOCKED-PTS
                    MOVE RUL-KILL-WEIGHT TO WS-LOCKED-KILL
                    MOVE RUL-AVG-WEIGHT  TO WS-LOCKED-AVG
                    MOVE RUL-EFF-START   TO WS-LOCKED-START
                    PERFORM CHECK-RULE-SET-USED
                    PERFORM ACCEPT-DATA-FIELDS
                    IF WS-FIELDS-OK AND WS-RULE-USED
                        IF RUL-PTS-WEIGHT  NOT = WS-LOCKED-PTS
                                OR RUL-KILL-WEIGHT NOT = WS-LOCKED-KILL
                                OR RUL-AVG-WEIGHT  NOT = WS-LOCKED-AVG
                                OR RUL-EFF-START   NOT = WS-LOCKED-START
                            DISPLAY "RULE SET SCORED CERTIFIED EVENT "
                                WS-USED-EVENT-ID
                            DISPLAY "ONLY DESCRIPTION AND END DATE MAY "
                                "CHANGE - ADD A NEW RULE SET"
                            MOVE SPACE TO WS-FIELDS-OK-SW
                        END-IF
                    END-IF
                    IF WS-FIELDS-OK
                        PERFORM SCAN-NAMING-EVENTS
                        IF WS-RULE-UNCOVERED
                            DISPLAY "NEW DATES DO NOT COVER EVENT "
                                WS-UNCOVERED-EVENT-ID " - NOT CORRECTED"
                            MOVE SPACE TO WS-FIELDS-OK-SW
                        END-IF
                    END-IF
                    IF WS-FIELDS-OK
                        REWRITE RUL-RECORD
                            INVALID KEY
                                DISPLAY "REWRITE FAILED"
                            NOT INVALID KEY
                                DISPLAY "RULE SET CORRECTED"
                                MOVE RUL-RECORD TO WS-AFTER-IMAGE
                                PERFORM WRITE-AUDIT-RECORD
                        END-REWRITE
                    END-IF
            END-READ.

      * -- the record is read before the delete so the journal can   -
      * -- carry the before image, the way SPLEVENT deletes do       -
        DELETE-RULE-SET.
            PERFORM ACCEPT-KEY-FIELD
            READ RULFILE
                INVALID KEY
                    DISPLAY "RULE SET NOT FOUND"
                NOT INVALID KEY
                    MOVE RUL-RECORD TO WS-BEFORE-IMAGE
                    PERFORM CHECK-RULE-SET-USED
                    EVALUATE TRUE
                        WHEN WS-RULE-USED
                            DISPLAY "RULE SET SCORED CERTIFIED EVENT "
                                WS-USED-EVENT-ID " - NOT DELETED"
                        WHEN WS-RULE-NAMED
                            DISPLAY "RULE SET NAMED BY EVENT "
                                WS-NAMED-EVENT-ID " - NOT DELETED"
                        WHEN OTHER
                            PERFORM DELETE-RULE-RECORD
                    END-EVALUATE
            END-READ.

        DELETE-RULE-RECORD.
            DELETE RULFILE
                INVALID KEY
                    DISPLAY "RULE SET NOT FOUND"
                NOT INVALID KEY
                    DISPLAY "RULE SET DELETED"
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM WRITE-AUDIT-RECORD
            END-DELETE.

      * -- SplWinr.txt holds one record per certified event, so a    -
      * -- front-to-back pass finds any result scored under the set; -
      * -- a pass of SplEvent.txt finds any event, certified or not, -
      * -- that names it                                             -
        CHECK-RULE-SET-USED.
            MOVE SPACE  TO WS-RULE-USED-SW
            MOVE SPACE  TO WS-WIN-EOF-FLAG
            MOVE SPACES TO WS-USED-EVENT-ID
            OPEN INPUT WINFILE
            IF WS-WINFILE-STATUS = "00"
                PERFORM CHECK-ONE-RESULT
                    UNTIL WS-WIN-EOF OR WS-RULE-USED
                CLOSE WINFILE
            END-IF
            PERFORM SCAN-NAMING-EVENTS.

      * -- coverage is tested against the RUL-RECORD dates as they   -
      * -- stand, so after a correction is keyed it tests the new    -
      * -- dates                                                     -
        SCAN-NAMING-EVENTS.
            MOVE SPACE  TO WS-RULE-NAMED-SW
            MOVE SPACE  TO WS-RULE-UNCOVERED-SW
            MOVE SPACE  TO WS-EVT-EOF-FLAG
            MOVE SPACES TO WS-NAMED-EVENT-ID
            MOVE SPACES TO WS-UNCOVERED-EVENT-ID
            OPEN INPUT EVTFILE
            IF WS-EVTFILE-STATUS = "00"
                PERFORM CHECK-ONE-EVENT UNTIL WS-EVT-EOF
                CLOSE EVTFILE
            END-IF.

        CHECK-ONE-EVENT.
            READ EVTFILE NEXT RECORD
                AT END
                    SET WS-EVT-EOF TO TRUE
                NOT AT END
                    IF EV-RULE-SET = RUL-SET-ID
                        PERFORM NOTE-NAMING-EVENT
                    END-IF
            END-READ.

        NOTE-NAMING-EVENT.
            IF NOT WS-RULE-NAMED
                SET WS-RULE-NAMED TO TRUE
                MOVE EV-ID TO WS-NAMED-EVENT-ID
            END-IF
            IF NOT WS-RULE-UNCOVERED
                IF EV-START-DATE < RUL-EFF-START
                        OR (RUL-EFF-END NOT = SPACES
                            AND EV-START-DATE > RUL-EFF-END)
                    SET WS-RULE-UNCOVERED TO TRUE
                    MOVE EV-ID TO WS-UNCOVERED-EVENT-ID
                END-IF
            END-IF.

        CHECK-ONE-RESULT.
            READ WINFILE NEXT RECORD
                AT END
                    SET WS-WIN-EOF TO TRUE
                NOT AT END
                    IF WIN-RULE-SET = RUL-SET-ID
                        SET WS-RULE-USED TO TRUE
                        MOVE WIN-EVENT-ID TO WS-USED-EVENT-ID
                    END-IF
            END-READ.

      * -- the rule set id goes in the event id slot of the journal; -
      * -- AUD-USERNAME is spaces, as for event changes              -
        WRITE-AUDIT-RECORD.
            MOVE WS-OPERATOR-ID   TO AUD-OPERATOR
            ACCEPT AUD-DATE FROM DATE YYYYMMDD
            ACCEPT AUD-TIME FROM TIME
            MOVE WS-FUNCTION      TO AUD-FUNCTION
            MOVE 'S'              TO AUD-REC-TYPE
            MOVE RUL-SET-ID       TO AUD-SPLATFEST-ID
            MOVE SPACES           TO AUD-USERNAME
            MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE   TO AUD-AFTER-IMAGE
            WRITE AUD-RECORD.
