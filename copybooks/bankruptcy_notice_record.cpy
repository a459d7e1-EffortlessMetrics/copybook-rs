      *> Bankruptcy notice - one court notice of a card customer's
      *> bankruptcy filing, keyed to the card account's RECORD-ID,
      *> with the chapter filed under and who reported it.
       01  BANKRUPTCY-NOTICE-RECORD.
           05  BKN-RECORD-ID            PIC 9(15).
           05  BKN-CHAPTER              PIC X(2).
               88  BKN-CHAPTER-7        VALUE '07'.
               88  BKN-CHAPTER-11       VALUE '11'.
               88  BKN-CHAPTER-13       VALUE '13'.
           05  BKN-FILED-DATE           PIC 9(8).
           05  BKN-NOTIFIED-BY          PIC X(8).
