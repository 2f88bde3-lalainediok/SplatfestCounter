      ******************************************************************
      *  SPLRWS.CPY - shared RWS-RECORD reward schedule layout        *
      *  COPY'd into every program that reads SplRwdSch.txt           *
      *                                                                *
      *  One line per reward, kept in fixed columns by whoever runs   *
      *  the prize desk; a line with '*' in column 1 is a comment.    *
      *  SPLRWRD applies every line in effect on the event start      *
      *  date to each player on an official team of a certified       *
      *  event:                                                       *
      *                                                                *
      *      'W' WINNING TEAM    - every player on the certified      *
      *                            winning team (none on a tie)       *
      *      'T' TIER PRIZE      - every player whose battle points   *
      *                            put them in tier RWS-TIER (S, A    *
      *                            or B, by the SPLAPTS cutoffs)      *
      *      'C' TOP CONTRIBUTOR - the top battle-points player of    *
      *                            each official team                 *
      *      'P' PARTICIPATION   - every player on an official team   *
      *                                                                *
      *  RWS-REWARD-CODE becomes part of the entitlement key, so one  *
      *  code is issued at most once to a player for an event. An     *
      *  end date of spaces means the reward has no end date yet.     *
      ******************************************************************
       01 RWS-RECORD.
           05 RWS-REWARD-CODE  PIC X(6).
           05 RWS-TYPE         PIC X.
               88 RWS-WINNING-TEAM VALUE 'W'.
               88 RWS-TIER-PRIZE   VALUE 'T'.
               88 RWS-TOP-CONTRIB  VALUE 'C'.
               88 RWS-PARTICIPATE  VALUE 'P'.
           05 RWS-TIER         PIC X.
           05 RWS-DESC         PIC X(30).
           05 RWS-ITEM         PIC X(10).
           05 RWS-QUANTITY     PIC 9(5).
           05 RWS-QUANTITY-X REDEFINES RWS-QUANTITY PIC X(5).
           05 RWS-EFF-START    PIC X(8).
           05 RWS-EFF-END      PIC X(8).
           05 FILLER           PIC X(11).
