      ******************************************************************
      *  SPLPUB.CPY - shared PUB-RECORD results publication log       *
      *  COPY'd into every program that reads or writes SplPubLog.txt *
      *                                                                *
      *  PUB-KEY (PUB-EVENT-ID + PUB-SEQ) is the indexed RECORD KEY   *
      *  -- one record per results feed SPLPUBL has issued. PUB-SEQ   *
      *  is the feed's sequence number, unique across every event     *
      *  and never reused; the feed goes out as SplFeed<seq>.txt. An  *
      *  event with a record here is published and is not sent again  *
      *  unless a resend is asked for.                                *
      *                                                                *
      *  PUB-TYPE is 'N' for the first issue of an event and 'R' for  *
      *  a resend, which names the sequence it replaces in            *
      *  PUB-RESEND-OF. The winning team, margin and leaderboard row  *
      *  count record what the feed said.                             *
      ******************************************************************
       01 PUB-RECORD.
           05 PUB-KEY.
               10 PUB-EVENT-ID     PIC X(6).
               10 PUB-SEQ          PIC 9(6).
           05 PUB-TYPE             PIC X.
               88 PUB-FIRST-ISSUE  VALUE 'N'.
               88 PUB-RESEND       VALUE 'R'.
           05 PUB-RESEND-OF        PIC 9(6).
           05 PUB-DATE             PIC X(8).
           05 PUB-TIME             PIC X(8).
           05 PUB-FEED-NAME        PIC X(30).
           05 PUB-WIN-TEAM         PIC X(10).
           05 PUB-MARGIN           PIC 9(8).
           05 PUB-LEADER-ROWS      PIC 9(4).
           05 FILLER               PIC X(13).
