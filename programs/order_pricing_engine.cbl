      * totals, and stamps a price-source line per order line so the
      * audit programs can tell contract, tier and list pricing
      * apart when they check.
      * Sales tax is computed here too rather than taken from the
      * channel: the customer's ship-to fixes the state, county and
      * city, each level's rate comes off the effective-dated rate
      * reference for the product's tax category as of the order
      * date, and a non-taxable category or an unexpired exemption
      * certificate for the ship-to state zeroes the line. Each line
      * gets a tax-detail record for the monthly liability report;
      * a customer with no ship-to on file keeps the channel's tax
      * and the detail says so.
      * Every product on the order must be on the product master and
      * not discontinued before anything is priced; one that is not
      * sends the whole order to the rejected-order file with a
      * reject line per offending product, so nothing unknown or
      * retired reaches allocation. The tax category and taxability
      * come off the same master record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDPRICE.

               ORGANIZATION IS SEQUENTIAL.
           SELECT SOURCE-FILE ASSIGN TO "ORDPRSRC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SHIP-TO-FILE ASSIGN TO "CUSTSHIP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHIP-TO-STATUS.
           SELECT RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDM-PRODUCT-CODE.
           SELECT CERTIFICATE-FILE ASSIGN TO "EXMPCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
           SELECT TAX-DETAIL-FILE ASSIGN TO "ORDTAXDT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REJECTED-ORDER-FILE ASSIGN TO "ORDPRREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODUCT-REJECT-FILE ASSIGN TO "ORDPRDRJ"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTRL"
               ORGANIZATION IS SEQUENTIAL
                         ==PRC-LINE-COUNT==.
       FD  SOURCE-FILE.
           COPY price_source_line.
       FD  SHIP-TO-FILE.
           COPY customer_ship_to_record.
       FD  RATE-FILE.
           COPY sales_tax_rate_record.
       FD  PRODUCT-MASTER.
           COPY product_master_record.
       FD  CERTIFICATE-FILE.
           COPY tax_exemption_certificate.
       FD  TAX-DETAIL-FILE.
           COPY order_tax_detail_line.
       FD  REJECTED-ORDER-FILE.
           COPY ac3_child_inside_odo_basic
               REPLACING ==ORDER-PROCESSING-RECORD== BY
                         ==REJECTED-ORDER-RECORD==
                         ==LINE-COUNT== BY
                         ==REJ-LINE-COUNT==.
       FD  PRODUCT-REJECT-FILE.
           COPY product_reject_line.

       FD  RUN-CONTROL-FILE.
           COPY run_control_record.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTRL-STATUS           PIC X(2).
       01  WS-SHIP-TO-STATUS           PIC X(2).
       01  WS-RATE-STATUS              PIC X(2).
       01  WS-CERTIFICATE-STATUS       PIC X(2).
       01  WS-EOF                      PIC X(1) VALUE 'N'.
           88  END-OF-FILE             VALUE 'Y'.
       01  WS-TODAY                    PIC 9(8).
       01  WS-APPLIED-PRICE            PIC 9(6)V99.
       01  WS-PRICE-SOURCE             PIC X(1).
       01  WS-BEST-MIN-QTY             PIC 9(6).
       01  WS-SHIP-INDEX               PIC 9(5) COMP.
       01  WS-SHIP-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-RATE-INDEX               PIC 9(4) COMP.
       01  WS-RATE-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CERT-INDEX               PIC 9(4) COMP.
       01  WS-CERT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-TAX-DATE                 PIC 9(8).
       01  WS-JURISDICTION-STATE       PIC X(1).
           88  WS-SHIP-TO-KNOWN        VALUE 'Y'.
       01  WS-SHIP-STATE               PIC X(2).
       01  WS-SHIP-COUNTY              PIC X(5).
       01  WS-SHIP-CITY                PIC X(5).
       01  WS-EXEMPT-CERTIFICATE       PIC X(20).
       01  WS-TAX-CATEGORY             PIC X(4).
       01  WS-TAXABILITY               PIC X(1).
           88  WS-CATEGORY-TAXABLE     VALUE 'T'.
       01  WS-TAX-BASE                 PIC S9(8)V99.
       01  WS-SEEK-COUNTY              PIC X(5).
       01  WS-SEEK-CITY                PIC X(5).
       01  WS-SEEK-RATE                PIC 9V9(5).
       01  WS-BEST-FROM                PIC 9(8).
       01  WS-BEST-SPECIFIC            PIC X(1).
       01  WS-ROW-SPECIFIC             PIC X(1).
       01  WS-PRODUCT-CHECK            PIC X(1).
           88  WS-PRODUCTS-GOOD        VALUE 'Y'.
       01  WS-CONTRACT-TABLE.
           05  WS-CON-ENTRY OCCURS 5000 TIMES.
               10  WS-CON-CUSTOMER     PIC X(10).
           05  WS-CLS-ENTRY OCCURS 10000 TIMES.
               10  WS-CLS-CUSTOMER     PIC X(10).
               10  WS-CLS-CLASS        PIC X(2).
       01  WS-SHIP-TO-TABLE.
           05  WS-SHP-ENTRY OCCURS 10000 TIMES.
               10  WS-SHP-CUSTOMER     PIC X(10).
               10  WS-SHP-STATE        PIC X(2).
               10  WS-SHP-COUNTY       PIC X(5).
               10  WS-SHP-CITY         PIC X(5).
       01  WS-RATE-TABLE.
           05  WS-RAT-ENTRY OCCURS 5000 TIMES.
               10  WS-RAT-STATE        PIC X(2).
               10  WS-RAT-COUNTY       PIC X(5).
               10  WS-RAT-CITY         PIC X(5).
               10  WS-RAT-CATEGORY     PIC X(4).
               10  WS-RAT-RATE         PIC 9V9(5).
               10  WS-RAT-FROM         PIC 9(8).
               10  WS-RAT-TO           PIC 9(8).
       01  WS-CERTIFICATE-TABLE.
           05  WS-CRT-ENTRY OCCURS 5000 TIMES.
               10  WS-CRT-CUSTOMER     PIC X(10).
               10  WS-CRT-STATE        PIC X(2).
               10  WS-CRT-NUMBER       PIC X(20).
               10  WS-CRT-ISSUED       PIC 9(8).
               10  WS-CRT-EXPIRES      PIC 9(8).
       01  WS-COUNTS.
           05  WS-ORDER-COUNT          PIC 9(7) VALUE 0.
           05  WS-LINES-PRICED         PIC 9(9) VALUE 0.
           05  WS-CONTRACT-LINES       PIC 9(9) VALUE 0.
           05  WS-TIER-LINES           PIC 9(9) VALUE 0.
           05  WS-LIST-LINES           PIC 9(9) VALUE 0.
           05  WS-TAXED-LINES          PIC 9(9) VALUE 0.
           05  WS-EXEMPT-LINES         PIC 9(9) VALUE 0.
           05  WS-NON-TAXABLE-LINES    PIC 9(9) VALUE 0.
           05  WS-NO-SHIP-TO-LINES     PIC 9(9) VALUE 0.
           05  WS-REJECTED-ORDERS      PIC 9(7) VALUE 0.
           05  WS-REJECTED-LINES       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1200-LOAD-TIERS
           PERFORM 1400-LOAD-LIST-PRICES
           PERFORM 1600-LOAD-CLASSIFICATIONS
           PERFORM 1800-LOAD-SHIP-TO
           PERFORM 1900-LOAD-TAX-RATES
           PERFORM 1980-LOAD-CERTIFICATES
           OPEN INPUT ORDER-FILE PRODUCT-MASTER
           OPEN OUTPUT PRICED-ORDER-FILE SOURCE-FILE TAX-DETAIL-FILE
                       REJECTED-ORDER-FILE PRODUCT-REJECT-FILE
           PERFORM 2000-READ-ORDER
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ORDER-COUNT
               PERFORM 2500-CHECK-PRODUCTS
               IF WS-PRODUCTS-GOOD
                   PERFORM 3000-PRICE-ORDER
               ELSE
                   MOVE ORDER-PROCESSING-RECORD
                       TO REJECTED-ORDER-RECORD
                   WRITE REJECTED-ORDER-RECORD
                   ADD 1 TO WS-REJECTED-ORDERS
               END-IF
               PERFORM 2000-READ-ORDER
           END-PERFORM
           CLOSE ORDER-FILE PRICED-ORDER-FILE SOURCE-FILE
                 TAX-DETAIL-FILE PRODUCT-MASTER REJECTED-ORDER-FILE
                 PRODUCT-REJECT-FILE
           DISPLAY "ORDPRICE: ORDERS=" WS-ORDER-COUNT
                   " LINES=" WS-LINES-PRICED
                   " CONTRACT=" WS-CONTRACT-LINES
                   " TIER=" WS-TIER-LINES
                   " LIST=" WS-LIST-LINES
           DISPLAY "ORDPRICE: TAXED=" WS-TAXED-LINES
                   " EXEMPT=" WS-EXEMPT-LINES
                   " NON-TAXABLE=" WS-NON-TAXABLE-LINES
                   " NO-SHIP-TO=" WS-NO-SHIP-TO-LINES
           DISPLAY "ORDPRICE: REJECTED-ORDERS=" WS-REJECTED-ORDERS
                   " REJECTED-LINES=" WS-REJECTED-LINES
           GOBACK.

      * Every run processes the run-control business date; the
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * The tax references are optional: no ship-to file leaves every
      * order on the channel's tax, no rate file taxes nothing.
       1800-LOAD-SHIP-TO.
           OPEN INPUT SHIP-TO-FILE
           IF WS-SHIP-TO-STATUS = "00"
               PERFORM 1810-READ-SHIP-TO
               PERFORM UNTIL END-OF-FILE
                   IF WS-SHIP-COUNT < 10000
                       ADD 1 TO WS-SHIP-COUNT
                       MOVE SHT-CUSTOMER-ID
                           TO WS-SHP-CUSTOMER (WS-SHIP-COUNT)
                       MOVE SHT-STATE-CODE
                           TO WS-SHP-STATE (WS-SHIP-COUNT)
                       MOVE SHT-COUNTY-CODE
                           TO WS-SHP-COUNTY (WS-SHIP-COUNT)
                       MOVE SHT-CITY-CODE
                           TO WS-SHP-CITY (WS-SHIP-COUNT)
                   END-IF
                   PERFORM 1810-READ-SHIP-TO
               END-PERFORM
               CLOSE SHIP-TO-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1810-READ-SHIP-TO.
           READ SHIP-TO-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1900-LOAD-TAX-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               PERFORM 1910-READ-TAX-RATE
               PERFORM UNTIL END-OF-FILE
                   IF WS-RATE-COUNT < 5000
                       ADD 1 TO WS-RATE-COUNT
                       MOVE STR-STATE-CODE
                           TO WS-RAT-STATE (WS-RATE-COUNT)
                       MOVE STR-COUNTY-CODE
                           TO WS-RAT-COUNTY (WS-RATE-COUNT)
                       MOVE STR-CITY-CODE
                           TO WS-RAT-CITY (WS-RATE-COUNT)
                       MOVE STR-TAX-CATEGORY
                           TO WS-RAT-CATEGORY (WS-RATE-COUNT)
                       MOVE STR-TAX-RATE
                           TO WS-RAT-RATE (WS-RATE-COUNT)
                       MOVE STR-EFFECTIVE-FROM
                           TO WS-RAT-FROM (WS-RATE-COUNT)
                       MOVE STR-EFFECTIVE-TO
                           TO WS-RAT-TO (WS-RATE-COUNT)
                   END-IF
                   PERFORM 1910-READ-TAX-RATE
               END-PERFORM
               CLOSE RATE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1910-READ-TAX-RATE.
           READ RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1980-LOAD-CERTIFICATES.
           OPEN INPUT CERTIFICATE-FILE
           IF WS-CERTIFICATE-STATUS = "00"
               PERFORM 1990-READ-CERTIFICATE
               PERFORM UNTIL END-OF-FILE
                   IF WS-CERT-COUNT < 5000
                       ADD 1 TO WS-CERT-COUNT
                       MOVE TXC-CUSTOMER-ID
                           TO WS-CRT-CUSTOMER (WS-CERT-COUNT)
                       MOVE TXC-STATE-CODE
                           TO WS-CRT-STATE (WS-CERT-COUNT)
                       MOVE TXC-CERTIFICATE-NUMBER
                           TO WS-CRT-NUMBER (WS-CERT-COUNT)
                       MOVE TXC-ISSUE-DATE
                           TO WS-CRT-ISSUED (WS-CERT-COUNT)
                       MOVE TXC-EXPIRY-DATE
                           TO WS-CRT-EXPIRES (WS-CERT-COUNT)
                   END-IF
                   PERFORM 1990-READ-CERTIFICATE
               END-PERFORM
               CLOSE CERTIFICATE-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       1990-READ-CERTIFICATE.
           READ CERTIFICATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2000-READ-ORDER.
           READ ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * Every line is checked, not just the first bad one, so the
      * reject list names every product the order needs fixed. A
      * pending product is set up on the master and may be ordered.
       2500-CHECK-PRODUCTS.
           SET WS-PRODUCTS-GOOD TO TRUE
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > LINE-COUNT
                   OF ORDER-PROCESSING-RECORD
               MOVE SPACES TO PRJ-REASON
               MOVE PRODUCT-CODE OF ORDER-PROCESSING-RECORD
                       (WS-LINE-INDEX)
                   TO PDM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE SPACES TO PDM-ITEM-CODE
                       SET PRJ-UNKNOWN-PRODUCT TO TRUE
                   NOT INVALID KEY
                       IF PDM-DISCONTINUED
                           SET PRJ-DISCONTINUED TO TRUE
                       END-IF
               END-READ
               IF PRJ-REASON NOT = SPACES
                   MOVE 'N' TO WS-PRODUCT-CHECK
                   PERFORM 2600-WRITE-PRODUCT-REJECT
               END-IF
           END-PERFORM.

       2600-WRITE-PRODUCT-REJECT.
           MOVE ORDER-ID OF ORDER-PROCESSING-RECORD TO PRJ-ORDER-ID
           MOVE LINE-NUMBER OF ORDER-PROCESSING-RECORD (WS-LINE-INDEX)
               TO PRJ-LINE-NUMBER
           MOVE PRODUCT-CODE OF ORDER-PROCESSING-RECORD
                   (WS-LINE-INDEX)
               TO PRJ-PRODUCT-CODE
           MOVE PDM-ITEM-CODE TO PRJ-ITEM-CODE
           MOVE WS-TODAY TO PRJ-REJECT-DATE
           WRITE PRODUCT-REJECT-LINE
           ADD 1 TO WS-REJECTED-LINES.

       3000-PRICE-ORDER.
           MOVE ORDER-PROCESSING-RECORD TO PRICED-ORDER-RECORD
           PERFORM 3100-FIND-CLASSIFICATION
           PERFORM 3150-FIND-TAX-JURISDICTION
           MOVE 0 TO SUBTOTAL OF PRICED-ORDER-RECORD
           MOVE 0 TO TAX-TOTAL OF PRICED-ORDER-RECORD
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > PRC-LINE-COUNT
               PERFORM 3200-PRICE-ONE-LINE
               END-IF
           END-PERFORM.

      * Tax is fixed as of the order date; an undated order takes
      * the business date. The certificate must cover the ship-to
      * state, or be multistate, and be live on that date.
       3150-FIND-TAX-JURISDICTION.
           MOVE ORDER-DATE OF PRICED-ORDER-RECORD TO WS-TAX-DATE
           IF WS-TAX-DATE = 0
               MOVE WS-TODAY TO WS-TAX-DATE
           END-IF
           MOVE 'N' TO WS-JURISDICTION-STATE
           MOVE SPACES TO WS-SHIP-STATE WS-SHIP-COUNTY WS-SHIP-CITY
           MOVE SPACES TO WS-EXEMPT-CERTIFICATE
           PERFORM VARYING WS-SHIP-INDEX FROM 1 BY 1
               UNTIL WS-SHIP-INDEX > WS-SHIP-COUNT
                   OR WS-SHIP-TO-KNOWN
               IF WS-SHP-CUSTOMER (WS-SHIP-INDEX) =
                       CUSTOMER-ID OF PRICED-ORDER-RECORD
                   SET WS-SHIP-TO-KNOWN TO TRUE
                   MOVE WS-SHP-STATE (WS-SHIP-INDEX)
                       TO WS-SHIP-STATE
                   MOVE WS-SHP-COUNTY (WS-SHIP-INDEX)
                       TO WS-SHIP-COUNTY
                   MOVE WS-SHP-CITY (WS-SHIP-INDEX)
                       TO WS-SHIP-CITY
               END-IF
           END-PERFORM
           IF WS-SHIP-TO-KNOWN
               PERFORM VARYING WS-CERT-INDEX FROM 1 BY 1
                   UNTIL WS-CERT-INDEX > WS-CERT-COUNT
                       OR WS-EXEMPT-CERTIFICATE NOT = SPACES
                   IF WS-CRT-CUSTOMER (WS-CERT-INDEX) =
                           CUSTOMER-ID OF PRICED-ORDER-RECORD
                       AND (WS-CRT-STATE (WS-CERT-INDEX) = SPACES
                           OR WS-CRT-STATE (WS-CERT-INDEX) =
                               WS-SHIP-STATE)
                       AND WS-TAX-DATE >= WS-CRT-ISSUED (WS-CERT-INDEX)
                       AND WS-TAX-DATE
                           <= WS-CRT-EXPIRES (WS-CERT-INDEX)
                       MOVE WS-CRT-NUMBER (WS-CERT-INDEX)
                           TO WS-EXEMPT-CERTIFICATE
                   END-IF
               END-PERFORM
           END-IF.

       3200-PRICE-ONE-LINE.
           PERFORM 3300-FIND-CONTRACT-PRICE
           IF NOT WS-ENTRY-FOUND
           ADD LINE-TOTAL OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               TO SUBTOTAL OF PRICED-ORDER-RECORD
           PERFORM 3600-WRITE-SOURCE-LINE
           PERFORM 3700-TAX-ONE-LINE
           ADD 1 TO WS-LINES-PRICED.

       3300-FIND-CONTRACT-PRICE.
           MOVE WS-PRICE-SOURCE TO PSL-PRICE-SOURCE
           MOVE WS-APPLIED-PRICE TO PSL-APPLIED-PRICE
           WRITE PRICE-SOURCE-LINE.

      * Tax falls on what the customer pays for the line - the line
      * total less its discount - at each level's rate separately,
      * so the liability report can file each jurisdiction's share.
       3700-TAX-ONE-LINE.
           PERFORM 3710-FIND-TAX-CATEGORY
           COMPUTE WS-TAX-BASE =
               LINE-TOTAL OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               - DISCOUNT-AMOUNT OF PRICED-ORDER-RECORD
                   (WS-LINE-INDEX)
           IF WS-TAX-BASE < 0
               MOVE 0 TO WS-TAX-BASE
           END-IF
           MOVE 0 TO OTD-STATE-RATE OTD-COUNTY-RATE OTD-CITY-RATE
           MOVE 0 TO OTD-STATE-TAX OTD-COUNTY-TAX OTD-CITY-TAX
           MOVE SPACES TO OTD-CERTIFICATE-NUMBER
           EVALUATE TRUE
               WHEN NOT WS-SHIP-TO-KNOWN
                   SET OTD-NO-JURISDICTION TO TRUE
                   ADD 1 TO WS-NO-SHIP-TO-LINES
               WHEN NOT WS-CATEGORY-TAXABLE
                   SET OTD-NON-TAXABLE TO TRUE
                   MOVE 0 TO TAX-AMOUNT OF PRICED-ORDER-RECORD
                       (WS-LINE-INDEX)
                   ADD 1 TO WS-NON-TAXABLE-LINES
               WHEN WS-EXEMPT-CERTIFICATE NOT = SPACES
                   SET OTD-EXEMPT-CERT TO TRUE
                   MOVE WS-EXEMPT-CERTIFICATE
                       TO OTD-CERTIFICATE-NUMBER
                   MOVE 0 TO TAX-AMOUNT OF PRICED-ORDER-RECORD
                       (WS-LINE-INDEX)
                   ADD 1 TO WS-EXEMPT-LINES
               WHEN OTHER
                   SET OTD-TAXED TO TRUE
                   PERFORM 3730-LEVY-LINE-TAX
                   ADD 1 TO WS-TAXED-LINES
           END-EVALUATE
           ADD TAX-AMOUNT OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               TO TAX-TOTAL OF PRICED-ORDER-RECORD
           PERFORM 3800-WRITE-TAX-DETAIL.

      * The product was checked onto the master before pricing, so
      * the read finds it; a blank taxability counts as taxable.
       3710-FIND-TAX-CATEGORY.
           MOVE PRODUCT-CODE OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               TO PDM-PRODUCT-CODE
           MOVE SPACES TO PDM-TAX-CATEGORY
           MOVE 'T' TO PDM-TAXABILITY
           READ PRODUCT-MASTER
               INVALID KEY CONTINUE
           END-READ
           MOVE PDM-TAX-CATEGORY TO WS-TAX-CATEGORY
           MOVE 'T' TO WS-TAXABILITY
           IF PDM-NON-TAXABLE
               MOVE 'N' TO WS-TAXABILITY
           END-IF.

      * A row for the product's own category beats the general row;
      * among rows equally specific the latest effective date wins.
      * No live row at a level means that level levies nothing.
       3720-FIND-RATE.
           MOVE 0 TO WS-SEEK-RATE WS-BEST-FROM
           MOVE 'N' TO WS-FOUND WS-BEST-SPECIFIC
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-RAT-STATE (WS-RATE-INDEX) = WS-SHIP-STATE
                   AND WS-RAT-COUNTY (WS-RATE-INDEX) = WS-SEEK-COUNTY
                   AND WS-RAT-CITY (WS-RATE-INDEX) = WS-SEEK-CITY
                   AND (WS-RAT-CATEGORY (WS-RATE-INDEX) = SPACES
                       OR WS-RAT-CATEGORY (WS-RATE-INDEX) =
                           WS-TAX-CATEGORY)
                   AND WS-TAX-DATE >= WS-RAT-FROM (WS-RATE-INDEX)
                   AND (WS-RAT-TO (WS-RATE-INDEX) = 0
                       OR WS-TAX-DATE <= WS-RAT-TO (WS-RATE-INDEX))
                   IF WS-RAT-CATEGORY (WS-RATE-INDEX) = SPACES
                       MOVE 'N' TO WS-ROW-SPECIFIC
                   ELSE
                       MOVE 'Y' TO WS-ROW-SPECIFIC
                   END-IF
                   IF NOT WS-ENTRY-FOUND
                       OR (WS-ROW-SPECIFIC = 'Y'
                           AND WS-BEST-SPECIFIC = 'N')
                       OR (WS-ROW-SPECIFIC = WS-BEST-SPECIFIC
                           AND WS-RAT-FROM (WS-RATE-INDEX)
                               > WS-BEST-FROM)
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE WS-ROW-SPECIFIC TO WS-BEST-SPECIFIC
                       MOVE WS-RAT-FROM (WS-RATE-INDEX)
                           TO WS-BEST-FROM
                       MOVE WS-RAT-RATE (WS-RATE-INDEX)
                           TO WS-SEEK-RATE
                   END-IF
               END-IF
           END-PERFORM.

       3730-LEVY-LINE-TAX.
           MOVE SPACES TO WS-SEEK-COUNTY WS-SEEK-CITY
           PERFORM 3720-FIND-RATE
           MOVE WS-SEEK-RATE TO OTD-STATE-RATE
           IF WS-SHIP-COUNTY NOT = SPACES
               MOVE WS-SHIP-COUNTY TO WS-SEEK-COUNTY
               PERFORM 3720-FIND-RATE
               MOVE WS-SEEK-RATE TO OTD-COUNTY-RATE
           END-IF
           IF WS-SHIP-CITY NOT = SPACES
               MOVE WS-SHIP-COUNTY TO WS-SEEK-COUNTY
               MOVE WS-SHIP-CITY TO WS-SEEK-CITY
               PERFORM 3720-FIND-RATE
               MOVE WS-SEEK-RATE TO OTD-CITY-RATE
           END-IF
           COMPUTE OTD-STATE-TAX ROUNDED =
               WS-TAX-BASE * OTD-STATE-RATE
           COMPUTE OTD-COUNTY-TAX ROUNDED =
               WS-TAX-BASE * OTD-COUNTY-RATE
           COMPUTE OTD-CITY-TAX ROUNDED =
               WS-TAX-BASE * OTD-CITY-RATE
           COMPUTE TAX-AMOUNT OF PRICED-ORDER-RECORD (WS-LINE-INDEX) =
               OTD-STATE-TAX + OTD-COUNTY-TAX + OTD-CITY-TAX.

       3800-WRITE-TAX-DETAIL.
           MOVE ORDER-ID OF PRICED-ORDER-RECORD TO OTD-ORDER-ID
           MOVE LINE-NUMBER OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               TO OTD-LINE-NUMBER
           MOVE WS-TAX-DATE TO OTD-ORDER-DATE
           MOVE CUSTOMER-ID OF PRICED-ORDER-RECORD TO OTD-CUSTOMER-ID
           MOVE PRODUCT-CODE OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               TO OTD-PRODUCT-CODE
           MOVE WS-TAX-CATEGORY TO OTD-TAX-CATEGORY
           MOVE WS-SHIP-STATE TO OTD-STATE-CODE
           MOVE WS-SHIP-COUNTY TO OTD-COUNTY-CODE
           MOVE WS-SHIP-CITY TO OTD-CITY-CODE
           MOVE WS-TAX-BASE TO OTD-SALE-AMOUNT
           MOVE TAX-AMOUNT OF PRICED-ORDER-RECORD (WS-LINE-INDEX)
               TO OTD-TAX-AMOUNT
           WRITE ORDER-TAX-DETAIL-LINE.
