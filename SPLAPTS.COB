               10 WS-TEAM-POINTS   PIC 9(6).
               10 WS-TEAM-KILLS    PIC 9(6).
               10 WS-TEAM-DEATHS   PIC 9(6).
               10 WS-TEAM-OFFICIAL PIC X.
       01 WS-TEAM-SUB          PIC 9(2).
      * -- the event's official teams - two, or three for a tricolor -
      * -- event - go into the table first, in event-master order,   -
      * -- so they head the section even with no players yet         -
       01 WS-OFFICIAL-TEAMS.
           05 WS-OFFICIAL-TEAM  PIC X(10) OCCURS 3 TIMES.
       01 WS-OFFICIAL-SUB       PIC 9.
       01 WS-TEAM-FOUND-SW     PIC X VALUE SPACE.
           88 WS-TEAM-FOUND    VALUE 'Y'.
       01 WS-TEAM-SKIP-SW      PIC X VALUE SPACE.
           05 PrnTeamKills     PIC Z(5)9.
           05 FILLER           PIC XX VALUE SPACE.
           05 PrnTeamDeaths    PIC Z(5)9.
           05 FILLER           PIC XX VALUE SPACE.
           05 PrnTeamNote      PIC X(17).

      ******************************************************************
        PROCEDURE DIVISION.
                            DISPLAY "EVENT IS CLOSED " WS-EVENT-ID
                        ELSE
                            MOVE EV-NAME TO WS-EVENT-NAME
                            MOVE EV-TEAM-1 TO WS-OFFICIAL-TEAM (1)
                            MOVE EV-TEAM-2 TO WS-OFFICIAL-TEAM (2)
                            MOVE EV-TEAM-3 TO WS-OFFICIAL-TEAM (3)
                            SET WS-EVENT-OK TO TRUE
                        END-IF
                END-READ
            END-IF.

        BUILD-TEAM-TOTALS.
            PERFORM SEED-OFFICIAL-TEAM
                VARYING WS-OFFICIAL-SUB FROM 1 BY 1
                UNTIL WS-OFFICIAL-SUB > 3
            OPEN INPUT RESTEAM
            IF WS-RESTEAM-STATUS = "35"
                DISPLAY "SPLATREC.TXT NOT FOUND FOR THIS EVENT"
            MOVE ZERO TO LineCount
            SET WS-HEADING-WRITTEN TO TRUE.

        SEED-OFFICIAL-TEAM.
            IF WS-OFFICIAL-TEAM (WS-OFFICIAL-SUB) NOT = SPACES
                ADD 1 TO WS-TEAM-COUNT
                SET TM-IDX TO WS-TEAM-COUNT
                MOVE WS-OFFICIAL-TEAM (WS-OFFICIAL-SUB)
                               TO WS-TEAM-NM (TM-IDX)
                MOVE ZERO      TO WS-TEAM-POINTS (TM-IDX)
                MOVE ZERO      TO WS-TEAM-KILLS  (TM-IDX)
                MOVE ZERO      TO WS-TEAM-DEATHS (TM-IDX)
                MOVE 'Y'       TO WS-TEAM-OFFICIAL (TM-IDX)
            END-IF.

        ACCUMULATE-TEAM-TOTALS.
            SET WS-TEAM-FOUND-SW TO SPACE
            SET WS-TEAM-SKIP-SW  TO SPACE
                    MOVE ZERO      TO WS-TEAM-POINTS (TM-IDX)
                    MOVE ZERO      TO WS-TEAM-KILLS  (TM-IDX)
                    MOVE ZERO      TO WS-TEAM-DEATHS (TM-IDX)
                    MOVE SPACE     TO WS-TEAM-OFFICIAL (TM-IDX)
                ELSE
                    DISPLAY "WS-TEAM-TBL FULL - SKIPPING TEAM "
                        TEAM-NAME
                MOVE WS-TEAM-POINTS (WS-TEAM-SUB) TO PrnTeamPoints
                MOVE WS-TEAM-KILLS  (WS-TEAM-SUB) TO PrnTeamKills
                MOVE WS-TEAM-DEATHS (WS-TEAM-SUB) TO PrnTeamDeaths
                IF WS-TEAM-OFFICIAL (WS-TEAM-SUB) = 'Y'
                    MOVE SPACES TO PrnTeamNote
                ELSE
                    MOVE "NOT AN EVENT TEAM" TO PrnTeamNote
                END-IF
                WRITE PrintLine FROM TeamDetailLine
            END-PERFORM.

