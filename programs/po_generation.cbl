      *> suggestions. Each REORDER suggestion sources through the
      *> vendor-item reference to its supplier: one PO number per
      *> vendor per run, one line per suggested item, expected date
      *> set from the vendor's quoted lead time and unit price from
      *> the vendor's quote on the source reference. Suggestions with a
      *> shifted demand pattern, no vendor source or an inactive
      *> vendor do not auto-order - they land on the buyer review
      *> file instead.
       01  WS-VENDOR-STATE             PIC X(1).
           88  WS-VENDOR-USABLE        VALUE 'Y'.
       01  WS-ITEM-VENDOR              PIC 9(6).
       01  WS-ITEM-PRICE               PIC 9(7)V9(4).
       01  WS-NEXT-PO-NUMBER           PIC 9(8) VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 5000 TIMES.
               10  WS-SRC-ITEM         PIC X(5).
               10  WS-SRC-VENDOR       PIC 9(6).
               10  WS-SRC-PRICE        PIC 9(7)V9(4).
      *> One PO per vendor per run; the table carries each vendor's
      *> assigned number and next line.
       01  WS-PO-TABLE.
                       TO WS-SRC-ITEM (WS-SRC-COUNT)
                   MOVE VIM-VENDOR-ID
                       TO WS-SRC-VENDOR (WS-SRC-COUNT)
                   MOVE VIM-UNIT-PRICE
                       TO WS-SRC-PRICE (WS-SRC-COUNT)
               END-IF
               PERFORM 1100-READ-SOURCE
           END-PERFORM
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-SRC-VENDOR (WS-SRC-INDEX)
                       TO WS-ITEM-VENDOR
                   MOVE WS-SRC-PRICE (WS-SRC-INDEX)
                       TO WS-ITEM-PRICE
               END-IF
           END-PERFORM.

                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   + WS-PO-LEAD-DAYS (WS-SLOT))
           MOVE 0 TO POR-FINAL-RECEIPT-DATE
           MOVE WS-ITEM-PRICE TO POR-UNIT-PRICE
           MOVE 0 TO POR-INVOICED-QTY
           WRITE PURCHASE-ORDER-RECORD
           ADD 1 TO WS-ORDERED-COUNT.

