      *> Contact-preference master - one row per enterprise identity
      *> (IDX-ENTERPRISE-ID), holding an opt-in or opt-out, and the
      *> date it took effect, for each contact purpose and channel.
      *> Purposes run marketing, service, clinical outreach; channels
      *> run mail, email, phone, SMS. A blank flag means the person
      *> has expressed no preference and the purpose's normal
      *> contact rules apply.
       01  CONTACT-PREFERENCE-RECORD.
           05  CPM-ENTERPRISE-ID        PIC 9(12).
           05  CPM-PURPOSE-PREFS OCCURS 3 TIMES.
               10  CPM-CHANNEL-PREF OCCURS 4 TIMES.
                   15  CPM-OPT-FLAG     PIC X(1).
                       88  CPM-OPTED-IN VALUE 'I'.
                       88  CPM-OPTED-OUT VALUE 'O'.
                   15  CPM-OPT-DATE     PIC 9(8).
           05  CPM-LAST-SOURCE          PIC X(4).
           05  CPM-MAINT-USER           PIC X(8).
           05  CPM-MAINT-DATE           PIC 9(8).
