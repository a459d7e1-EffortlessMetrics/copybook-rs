      *> FX rate tolerance reference - the largest day-over-day move,
      *> in percent of the prior rate, a currency's vendor rate may
      *> make before intake holds it for approval. Currency '***' is
      *> the default for any currency without its own row.
       01  FX-TOLERANCE-RECORD.
           05  FXT-CURRENCY-CODE        PIC X(3).
           05  FXT-TOLERANCE-PCT        PIC 9(3)V99.
