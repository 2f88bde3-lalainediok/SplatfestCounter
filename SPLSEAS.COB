      *   ordered by total battle points: events played, events won   *
      *   (from the certified results on SplWinr.txt), total and      *
      *   average battle points and the season K/D per player.        *
      *   A second section lists each season event's certified        *
      *   result: every official team - two, or three for a tricolor  *
      *   event - with its score and place, and the winner or tie.    *
      *                                                                *
      *   SplParm.txt, when present, supplies SEASON-START and        *
      *   SEASON-END so the report can run unattended at season       *
       01 WS-AVG-BPOINT         PIC 9(6)V99.
       01 WS-AVG-KD             PIC 9(3)V999.

      * -- season event results section ------------------------------
       01 WS-EVT-EOF-FLAG       PIC X VALUE SPACE.
           88 WS-EVT-EOF        VALUE 'Y'.
       01 WS-RES-CERT-SW        PIC X VALUE SPACE.
           88 WS-RES-CERT       VALUE 'Y'.

       01 SeasHeading.
           05 FILLER            PIC X(19) VALUE "SEASON STANDINGS   ".
           05 PrnSeasStart       PIC X(8).
           05 PrnSeasPlayers     PIC ZZZZZ9.
       01 SeasNoneLine          PIC X(36) VALUE
           "NO EVENTS FOUND IN THE SEASON WINDOW".
       01 SeasResultHeading     PIC X(21) VALUE
           "SEASON EVENT RESULTS".
       01 SeasResultEventLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnResEvent        PIC X(6).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnResName         PIC X(30).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnResOutcome      PIC X(31).
       01 SeasResultTeamLine.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE "PLACE ".
           05 PrnResPlace        PIC 9.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnResTeam         PIC X(10).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnResScore        PIC Z(7)9.
       01 WS-RES-OUTCOME.
           05 FILLER            PIC X(9) VALUE "WINNER : ".
           05 WS-RES-WINNER      PIC X(10).
           05 FILLER            PIC X(4) VALUE " BY ".
           05 WS-RES-MARGIN      PIC Z(7)9.

      ******************************************************************
        PROCEDURE DIVISION.
            SORT SR2FILE ON DESCENDING KEY SR2-POINTS
                USING WRKFILE
                OUTPUT PROCEDURE IS PRINT-LEADERBOARD
            PERFORM PRINT-EVENT-RESULTS
            CLOSE EVTFILE
            IF WS-SEA-EVENT-COUNT = ZERO
                WRITE PrintLine FROM SeasNoneLine
                    MOVE SR2-KILLS TO WS-AVG-KD
                END-IF
            END-IF.

      * -- one pass of the event master in event-id order: each     --
      * -- season event prints its certified result with every      --
      * -- official team, so a tricolor event shows all three       --
        PRINT-EVENT-RESULTS.
            IF WS-SEA-EVENT-COUNT > ZERO
                WRITE PrintLine FROM SeasResultHeading
                OPEN INPUT WINFILE
                MOVE LOW-VALUES TO EV-ID
                START EVTFILE KEY IS NOT LESS THAN EV-ID
                    INVALID KEY
                        SET WS-EVT-EOF TO TRUE
                END-START
                PERFORM PRINT-ONE-EVENT-RESULT UNTIL WS-EVT-EOF
                IF WS-WINFILE-STATUS NOT = "35"
                    CLOSE WINFILE
                END-IF
            END-IF.

        PRINT-ONE-EVENT-RESULT.
            READ EVTFILE NEXT RECORD
                AT END
                    SET WS-EVT-EOF TO TRUE
                NOT AT END
                    IF EV-START-DATE NOT < WS-SEASON-START
                            AND EV-END-DATE NOT > WS-SEASON-END
                        PERFORM PRINT-EVENT-RESULT-LINES
                    END-IF
            END-READ.

        PRINT-EVENT-RESULT-LINES.
            MOVE EV-ID   TO PrnResEvent
            MOVE EV-NAME TO PrnResName
            MOVE "NOT CERTIFIED" TO PrnResOutcome
            MOVE SPACE TO WS-RES-CERT-SW
            IF WS-WINFILE-STATUS NOT = "35"
                MOVE EV-ID TO WIN-EVENT-ID
                READ WINFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-RES-CERT TO TRUE
                END-READ
            END-IF
            IF WS-RES-CERT
                PERFORM PRINT-CERTIFIED-RESULT
            ELSE
                WRITE PrintLine FROM SeasResultEventLine
            END-IF.

        PRINT-CERTIFIED-RESULT.
            IF WIN-DECIDED
                MOVE WIN-TEAM       TO WS-RES-WINNER
                MOVE WIN-MARGIN     TO WS-RES-MARGIN
                MOVE WS-RES-OUTCOME TO PrnResOutcome
            ELSE
                MOVE "TIE - NO WINNER DECLARED" TO PrnResOutcome
            END-IF
            WRITE PrintLine FROM SeasResultEventLine
            MOVE WIN-PLACE-1 TO PrnResPlace
            MOVE WIN-TEAM-1  TO PrnResTeam
            MOVE WIN-SCORE-1 TO PrnResScore
            WRITE PrintLine FROM SeasResultTeamLine
            MOVE WIN-PLACE-2 TO PrnResPlace
            MOVE WIN-TEAM-2  TO PrnResTeam
            MOVE WIN-SCORE-2 TO PrnResScore
            WRITE PrintLine FROM SeasResultTeamLine
            IF WIN-TEAM-COUNT = 3
                MOVE WIN-PLACE-3 TO PrnResPlace
                MOVE WIN-TEAM-3  TO PrnResTeam
                MOVE WIN-SCORE-3 TO PrnResScore
                WRITE PrintLine FROM SeasResultTeamLine
            END-IF.
