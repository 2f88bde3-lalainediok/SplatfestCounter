      *   SplEvent.txt, the event master the reporting and            *
      *   maintenance programs validate SPLATFEST-ID against.         *
      *   Keyed access is by EV-ID. An event carries its name, the    *
      *   start and end dates, the two official team names (three     *
      *   for a tricolor event - the third team is left blank for an  *
      *   ordinary event), an open/closed status and the scoring      *
      *   rule set from SplRules.txt that SPLWINR scores it under -   *
      *   left blank for the house rules. A rule set must exist and   *
      *   be effective on the event's start date. Closed events are   *
      *   refused by every program that updates or reports the        *
      *   player master.                                              *
      *                                                                *
      *   The operator signs on against the operator master           *
      *   SplOper.txt: an unknown id is refused, and so is a          *
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-ID
                FILE STATUS IS WS-OPRFILE-STATUS.
                SELECT RULFILE ASSIGN TO "SplRules.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUL-SET-ID
                FILE STATUS IS WS-RULFILE-STATUS.
      ******************************************************************
       DATA DIVISION.
      **************
           COPY SPLAUD.
       FD OPRFILE.
           COPY SPLOPR.
       FD RULFILE.
           COPY SPLRUL.

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION           PIC X.
       01 WS-EVTFILE-STATUS     PIC XX.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-OPRFILE-STATUS     PIC XX.
       01 WS-RULFILE-STATUS     PIC XX.
       01 WS-RULFILE-OPEN-SW    PIC X VALUE SPACE.
           88 WS-RULFILE-OPEN   VALUE 'Y'.
       01 WS-FIELDS-OK-SW       PIC X.
           88 WS-FIELDS-OK      VALUE 'Y'.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-FN-TALLY           PIC 9(2).
       01 WS-BEFORE-IMAGE       PIC X(100).
       01 WS-AFTER-IMAGE        PIC X(100).

      ******************************************************************
        PROCEDURE DIVISION.
                CLOSE AUDFILE
                STOP RUN
            END-IF
      * -- the rules file is only needed when an event names a rule  -
      * -- set, so a site still on the house rules need not have one -
            OPEN INPUT RULFILE
            IF WS-RULFILE-STATUS = "00"
                SET WS-RULFILE-OPEN TO TRUE
            END-IF
      * -- sign-on: the operator id must be on the master and the    -
      * -- function must be in the operator's authorized list        -
            ACCEPT WS-OPERATOR-ID FROM CONSOLE
        CLOSE-ALL-FILES.
            CLOSE EVTFILE
            CLOSE AUDFILE
            CLOSE OPRFILE
            IF WS-RULFILE-OPEN
                CLOSE RULFILE
            END-IF.

        ACCEPT-KEY-FIELD.
            ACCEPT EV-ID FROM CONSOLE.
            ACCEPT EV-END-DATE   FROM CONSOLE
            ACCEPT EV-TEAM-1     FROM CONSOLE
            ACCEPT EV-TEAM-2     FROM CONSOLE
            ACCEPT EV-TEAM-3     FROM CONSOLE
            ACCEPT EV-STATUS     FROM CONSOLE
            ACCEPT EV-RULE-SET   FROM CONSOLE
            PERFORM EDIT-DATA-FIELDS.

        EDIT-DATA-FIELDS.
            IF NOT EV-OPEN AND NOT EV-CLOSED
                DISPLAY "STATUS MUST BE O (OPEN) OR C (CLOSED)"
                MOVE SPACE TO WS-FIELDS-OK-SW
            END-IF
      * -- a third team makes a tricolor event: it must be a team of -
      * -- its own, alongside the two ordinary ones                  -
            IF EV-TEAM-3 NOT = SPACES
                IF EV-TEAM-1 = SPACES OR EV-TEAM-2 = SPACES
                    DISPLAY "TEAMS 1 AND 2 REQUIRED WITH A THIRD"
                    MOVE SPACE TO WS-FIELDS-OK-SW
                END-IF
                IF EV-TEAM-3 = EV-TEAM-1 OR EV-TEAM-3 = EV-TEAM-2
                    DISPLAY "THIRD TEAM REPEATS TEAM 1 OR 2"
                    MOVE SPACE TO WS-FIELDS-OK-SW
                END-IF
            END-IF
            IF EV-RULE-SET NOT = SPACES
                PERFORM EDIT-RULE-SET
            END-IF.

      * -- a named rule set must be on SplRules.txt and cover the    -
      * -- event's start date                                        -
        EDIT-RULE-SET.
            IF NOT WS-RULFILE-OPEN
                DISPLAY "SPLRULES.TXT NOT FOUND - RUN SPLRULE FIRST"
                MOVE SPACE TO WS-FIELDS-OK-SW
            ELSE
                MOVE EV-RULE-SET TO RUL-SET-ID
                READ RULFILE
                    INVALID KEY
                        DISPLAY "UNKNOWN RULE SET " EV-RULE-SET
                        MOVE SPACE TO WS-FIELDS-OK-SW
                    NOT INVALID KEY
                        IF EV-START-DATE < RUL-EFF-START
                            DISPLAY "RULE SET NOT YET EFFECTIVE ON "
                                EV-START-DATE
                            MOVE SPACE TO WS-FIELDS-OK-SW
                        END-IF
                        IF RUL-EFF-END NOT = SPACES
                                AND EV-START-DATE > RUL-EFF-END
                            DISPLAY "RULE SET NO LONGER EFFECTIVE ON "
                                EV-START-DATE
                            MOVE SPACE TO WS-FIELDS-OK-SW
                        END-IF
                END-READ
            END-IF.

      * -- the record area is cleared first so the spare bytes at    -
      * -- the end of EVT-RECORD are written as spaces               -
        ADD-EVENT.
            MOVE SPACES TO EVT-RECORD
            PERFORM ACCEPT-KEY-FIELD
            PERFORM ACCEPT-DATA-FIELDS
            IF WS-FIELDS-OK
