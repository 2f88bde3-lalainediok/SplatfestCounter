      ******************************************************************
      *  SPLFED.CPY - shared FED-RECORD published results feed        *
      *  COPY'd into every program that writes SplFeed<seq>.txt       *
      *                                                                *
      *  Fixed-format file for the community site, one per event per  *
      *  issue, written by SPLPUBL only from a result SPLWINR has     *
      *  certified on SplWinr.txt. Every record carries the feed      *
      *  sequence and the event id:                                   *
      *                                                                *
      *      'H'  header - issue date and time, 'N' first issue or    *
      *           'R' resend and the sequence it replaces             *
      *      'E'  event - name and dates from SplEvent.txt, the       *
      *           result (W won, T tie), winning team (spaces on a    *
      *           tie), margin, team count and date certified         *
      *      'S'  standing - one per official team: its score and     *
      *           place and its top contributor                       *
      *      'L'  leaderboard - one per K/D rank, highest first, as   *
      *           many as PUB-TOP-N on SplParm.txt asks for           *
      *      'T'  trailer - count of the E, S and L records, the      *
      *           leaderboard rows and the total of the official      *
      *           scores, so the site can prove it loaded the whole   *
      *           feed                                                *
      ******************************************************************
       01 FED-RECORD.
           05 FED-REC-TYPE         PIC X.
               88 FED-HEADER       VALUE 'H'.
               88 FED-EVENT        VALUE 'E'.
               88 FED-STANDING     VALUE 'S'.
               88 FED-LEADER       VALUE 'L'.
               88 FED-TRAILER      VALUE 'T'.
           05 FED-SEQ              PIC 9(6).
           05 FED-EVENT-ID         PIC X(6).
           05 FED-BODY             PIC X(87).
           05 FED-HEADER-BODY REDEFINES FED-BODY.
               10 FED-ISSUE-DATE   PIC X(8).
               10 FED-ISSUE-TIME   PIC X(8).
               10 FED-ISSUE-TYPE   PIC X.
               10 FED-RESEND-OF    PIC 9(6).
               10 FILLER           PIC X(64).
           05 FED-EVENT-BODY REDEFINES FED-BODY.
               10 FED-EVENT-NAME   PIC X(30).
               10 FED-START-DATE   PIC X(8).
               10 FED-END-DATE     PIC X(8).
               10 FED-RESULT       PIC X.
               10 FED-WIN-TEAM     PIC X(10).
               10 FED-MARGIN       PIC 9(8).
               10 FED-TEAM-COUNT   PIC 9.
               10 FED-CERT-DATE    PIC X(8).
               10 FILLER           PIC X(13).
           05 FED-STANDING-BODY REDEFINES FED-BODY.
               10 FED-TEAM-NAME    PIC X(10).
               10 FED-TEAM-SCORE   PIC 9(8).
               10 FED-TEAM-PLACE   PIC 9.
               10 FED-TOP-USERNAME PIC X(15).
               10 FED-TOP-BPOINT   PIC 9(4).
               10 FILLER           PIC X(49).
           05 FED-LEADER-BODY REDEFINES FED-BODY.
               10 FED-RANK         PIC 9(4).
               10 FED-USERNAME     PIC X(15).
               10 FED-PLAYER-TEAM  PIC X(10).
               10 FED-KILLS        PIC 9(2).
               10 FED-DEATHS       PIC 9(2).
               10 FED-RATIO        PIC 9(3)V999.
               10 FILLER           PIC X(48).
           05 FED-TRAILER-BODY REDEFINES FED-BODY.
               10 FED-REC-COUNT    PIC 9(6).
               10 FED-LEADER-COUNT PIC 9(4).
               10 FED-SCORE-TOTAL  PIC 9(9).
               10 FILLER           PIC X(68).
