      ******************************************************************
      *  SPLENT.CPY - shared ENT-RECORD reward entitlement layout     *
      *  COPY'd into every program that reads or writes SplEntl.txt   *
      *                                                                *
      *  ENT-KEY (SPLATFEST-ID + USERNAME + REWARD-CODE) is the       *
      *  indexed RECORD KEY -- one record per player per reward per   *
      *  event, written by SPLRWRD from the reward schedule and a     *
      *  certified result. An entitlement already on file is never    *
      *  written again, so a rerun issues nothing twice.              *
      *                                                                *
      *  ENT-EXTRACT-DATE is spaces until the entitlement has gone to *
      *  the prize desk on the SplPrize<event>.txt extract.           *
      *  ENT-STATUS is 'O' outstanding until SPLRFUL marks it 'F'     *
      *  fulfilled, with the date and the operator who confirmed it;  *
      *  SPLROUT lists what is still outstanding.                     *
      ******************************************************************
       01 ENT-RECORD.
           05 ENT-KEY.
               10 ENT-SPLATFEST-ID PIC X(6).
               10 ENT-USERNAME     PIC X(15).
               10 ENT-REWARD-CODE  PIC X(6).
           05 ENT-TEAM-NAME        PIC X(10).
           05 ENT-REWARD-TYPE      PIC X.
           05 ENT-ITEM             PIC X(10).
           05 ENT-QUANTITY         PIC 9(5).
           05 ENT-ISSUE-DATE       PIC X(8).
           05 ENT-EXTRACT-DATE     PIC X(8).
           05 ENT-STATUS           PIC X.
               88 ENT-OUTSTANDING  VALUE 'O'.
               88 ENT-FULFILLED    VALUE 'F'.
           05 ENT-FULFIL-DATE      PIC X(8).
           05 ENT-FULFIL-OPER      PIC X(8).
           05 FILLER               PIC X(14).
