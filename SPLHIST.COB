      *   order, so the history is complete however many events the  *
      *   player has. Prints each event with B-POINT, KILL, DEATH,   *
      *   the battle-point change against the player's previous      *
      *   event, the certified W/L/T result and the place the        *
      *   player's team finished (1-3 - a tricolor event has three    *
      *   official teams), ending with season totals and averages.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 SRT-DEATH         PIC 9(2).
           05 SRT-KILL          PIC 9(2).
           05 SRT-RESULT        PIC X.
           05 SRT-PLACE         PIC X.

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           05 FILLER            PIC X(26) VALUE
               "PLAYER HISTORY   PLAYER : ".
           05 PrnHistUsrName     PIC X(15).
       01 HistColHeads          PIC X(59) VALUE
           " -Event- -Date---- -Team-----  BPTS KILL DTHS CHANGE WL PL".
       01 HistDetailLine.
           05 FILLER            PIC X VALUE SPACE.
           05 PrnHistEvent       PIC X(6).
           05 PrnHistChange-X REDEFINES PrnHistChange PIC X(5).
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnHistResult      PIC X.
           05 FILLER            PIC XX VALUE SPACE.
           05 PrnHistPlace       PIC X.
       01 HistTotalLine1.
           05 FILLER            PIC X(19) VALUE "EVENTS PLAYED    : ".
           05 PrnHistEvents      PIC ZZZZZ9.
            RELEASE SRT-REC.

      * -- certified results off SplWinr.txt: W when the player's   --
      * -- team took the event, L when another team did, T when the --
      * -- team shared first place, blank when the event is not     --
      * -- certified yet. With three teams a tie for first can      --
      * -- still leave the third team beaten, so a tie only counts  --
      * -- for a team certified in first place                      --
        LOOK-UP-RESULT.
            MOVE SPACE TO SRT-RESULT
            MOVE SPACE TO SRT-PLACE
            IF WS-WINFILE-STATUS = "35"
                CONTINUE
            ELSE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM LOOK-UP-TEAM-PLACE
                        EVALUATE TRUE
                            WHEN WIN-TIE AND SRT-PLACE = '1'
                                MOVE 'T' TO SRT-RESULT
                            WHEN WIN-DECIDED AND WIN-TEAM = SRT-TEAM
                                MOVE 'W' TO SRT-RESULT
                            WHEN OTHER
                                MOVE 'L' TO SRT-RESULT
                END-READ
            END-IF.

      * -- a player whose team was not an official team of the      --
      * -- event has no place                                       --
        LOOK-UP-TEAM-PLACE.
            EVALUATE TRUE
                WHEN SRT-TEAM = WIN-TEAM-1
                    MOVE WIN-PLACE-1 TO SRT-PLACE
                WHEN SRT-TEAM = WIN-TEAM-2
                    MOVE WIN-PLACE-2 TO SRT-PLACE
                WHEN WIN-TEAM-COUNT = 3 AND SRT-TEAM = WIN-TEAM-3
                    MOVE WIN-PLACE-3 TO SRT-PLACE
                WHEN OTHER
                    MOVE SPACE TO SRT-PLACE
            END-EVALUATE.

      * -- sort output pass: the events come back in date order,    --
      * -- so each one prints with its change against the previous  --
        PRINT-EVENT-HISTORY.
            MOVE SRT-KILL   TO PrnHistKill
            MOVE SRT-DEATH  TO PrnHistDeath
            MOVE SRT-RESULT TO PrnHistResult
            MOVE SRT-PLACE  TO PrnHistPlace
            IF WS-EVENT-COUNT = 1
                MOVE SPACES TO PrnHistChange-X
            ELSE
