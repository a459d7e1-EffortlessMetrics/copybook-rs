      * MERCHSTL - Merchant settlement batching. Aggregates the day's
      * CARD-PAYMENT activity the CARDSCRN status screen passed, by
      * MERCHANT-ID - gross TRANS-AMOUNT, TIP-AMOUNT, CASHBACK-AMOUNT
      * funded back - computes the interchange fee from the merchant's
      * fee schedule (default schedule when the merchant has no row),
      * and writes the daily settlement file plus the per-merchant
      * recap so payouts come off the system of record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCHSTL.

       FILE-CONTROL.
           SELECT FEE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO "PAYCARDS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLEMENT-FILE ASSIGN TO "MERCHSTL"
               ORGANIZATION IS SEQUENTIAL.
