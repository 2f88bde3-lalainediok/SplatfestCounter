      ******************************************************************
      *  SPLPRZ.CPY - shared PRZ-RECORD prize fulfilment extract      *
      *  COPY'd into every program that writes SplPrize<event>.txt    *
      *                                                                *
      *  Fixed-format file for the prize desk, one per event per      *
      *  SPLRWRD run: an 'H' header naming the event, a 'D' detail    *
      *  for each entitlement not sent before, and a 'T' trailer      *
      *  with the detail count and the total quantity so the desk     *
      *  can prove it loaded the whole file.                          *
      ******************************************************************
       01 PRZ-RECORD.
           05 PRZ-REC-TYPE         PIC X.
               88 PRZ-HEADER       VALUE 'H'.
               88 PRZ-DETAIL       VALUE 'D'.
               88 PRZ-TRAILER      VALUE 'T'.
           05 PRZ-SPLATFEST-ID     PIC X(6).
           05 PRZ-BODY             PIC X(93).
           05 PRZ-DETAIL-BODY REDEFINES PRZ-BODY.
               10 PRZ-USERNAME     PIC X(15).
               10 PRZ-DISPLAY-NAME PIC X(30).
               10 PRZ-REWARD-CODE  PIC X(6).
               10 PRZ-ITEM         PIC X(10).
               10 PRZ-QUANTITY     PIC 9(5).
               10 PRZ-TEAM-NAME    PIC X(10).
               10 PRZ-ISSUE-DATE   PIC X(8).
               10 FILLER           PIC X(9).
           05 PRZ-HEADER-BODY REDEFINES PRZ-BODY.
               10 PRZ-EVENT-NAME   PIC X(30).
               10 PRZ-RUN-DATE     PIC X(8).
               10 FILLER           PIC X(55).
           05 PRZ-TRAILER-BODY REDEFINES PRZ-BODY.
               10 PRZ-DETAIL-COUNT PIC 9(6).
               10 PRZ-TOTAL-QTY    PIC 9(9).
               10 FILLER           PIC X(78).
