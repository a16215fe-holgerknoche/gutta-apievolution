123456*Per-client processing chargeback: counts the billable events
      *of the billing month for each client code from the trails the
      *suite already keeps - records converted and migrated (audit
      *log), delta transactions applied (applied-transaction
      *ledger), statements produced (statement archive), letters
      *sent (communications log), gateway records published
      *(gateway feed) and inquiries (access log) - prices them from
      *the tiered rate card and writes one invoice per client plus
      *the billing interface file for accounts receivable, so the
      *monthly bill is no longer worked out by hand

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APICHRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional card naming the billing month; without one the
      *    month before the business date is billed
           SELECT CHARGE-CARD-FILE ASSIGN TO WS-CHARGE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-CARD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Tiered rate card: the unit price of each volume band per
      *    event, for one client or for every client
           SELECT RATE-CARD-FILE ASSIGN TO WS-RATE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-CARD-STATUS.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number; gives each customer's client code
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Compliance audit log: one before/after image per record
      *    converted, migrated or reverse-migrated
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
      *    Applied-transaction ledger posted by APIDELTA
           SELECT APPLIED-LEDGER-FILE ASSIGN TO WS-APPLIED-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-LEDGER-STATUS.
      *    Statement archive kept by APISTMT, one line per printed
      *    statement line
           SELECT STATEMENT-ARCHIVE-FILE ASSIGN TO WS-STMTARCH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMTARCH-STATUS.
      *    Communications log of every letter APICORR rendered
           SELECT COMMS-LOG-FILE ASSIGN TO WS-COMMLOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMMLOG-STATUS.
      *    The JSON gateway feed as published run after run
           SELECT GATEWAY-FEED-FILE ASSIGN TO WS-GATEWAY-FEED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-FEED-STATUS.
      *    Shared access trail written by the inquiry utilities
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
      *    Paginated invoice report, one invoice per client
           SELECT INVOICE-REPORT-FILE ASSIGN TO WS-INVOICE-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-RPT-STATUS.
      *    Billing interface file for accounts receivable
           SELECT AR-INTERFACE-FILE ASSIGN TO WS-AR-INTERFACE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AR-INTERFACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHARGE-CARD-FILE.
       01 CHARGE-CARD-RECORD.
           05 CHC-BILLING-MONTH PIC 9(06).
           05 FILLER PIC X(74).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    Client code '****' prices every client that has no row of
      *    its own for the event. The rows of one client and event
      *    are its volume bands in ascending order: each row prices
      *    the month's events above the previous row's limit up to
      *    its own, and events beyond the last row's limit are
      *    priced at the last row's price
       FD RATE-CARD-FILE.
       01 RATE-CARD-RECORD.
           05 RTC-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 RTC-EVENT-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 RTC-UP-TO-VOLUME PIC 9(09).
           05 FILLER PIC X(01).
           05 RTC-UNIT-PRICE PIC 9(03)V9(04).
           05 FILLER PIC X(49).

       FD PROVIDER-MASTER-IN.
       01 PROVIDER-MASTER-IN-RECORD.
           05 PMI-FIRST-NAME PIC X(20).
           05 PMI-LAST-NAME PIC X(20).
           05 PMI-GENDER PIC 9(01).
           05 PMI-GENDER-NEW PIC 9(01).
           05 PMI-STREET PIC X(20).
           05 PMI-NUMBER PIC X(05).
           05 PMI-POSTAL-CODE PIC X(09).
           05 PMI-CITY PIC X(20).
           05 PMI-CUSTOMER-NUMBER PIC 9(09).
           05 PMI-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 PMI-ADDR-KIND PIC X(01).
           05 PMI-BOX-NO PIC 9(09).
           05 PMI-COUNTRY-CODE PIC X(03).
           05 PMI-FOREIGN-POSTAL-CODE PIC X(09).
           05 PMI-ADDRESS-LINE PIC X(08).
           05 PMI-SEC-ADDR-COUNT PIC 9(02).
           05 PMI-CUSTOMER-KIND PIC X(01).
           05 PMI-COMPANY-NAME PIC X(30).
           05 PMI-REGISTRATION-NO PIC X(10).
           05 PMI-CONTACT-PERSON PIC X(20).
           05 PMI-DO-NOT-MAIL PIC X(01).
           05 PMI-RETURN-REASON PIC X(20).
           05 PMI-DATE-OF-BIRTH PIC X(10).
           05 PMI-CLIENT-CODE PIC X(04).
           05 PMI-LIFECYCLE-STATUS PIC X(01).
           05 PMI-STATUS-DATE PIC 9(08).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 AUD-CUSTOMER-VERSION PIC X(02).
           05 FILLER PIC X(01).
           05 AUD-OPERATION-INDEX PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-MAPPING-DIRECTION PIC X(21).
             88 AUD-CONSUMER-TO-PROVIDER
                VALUE 'CONSUMER-TO-PROVIDER'.
             88 AUD-PROVIDER-TO-CONSUMER
                VALUE 'PROVIDER-TO-CONSUMER'.
           05 FILLER PIC X(01).
           05 AUD-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 AUD-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 AUD-BEFORE-GENDER PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-AFTER-GENDER PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-BEFORE-POSTAL-CODE PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-AFTER-POSTAL-CODE PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 AUD-RUN-ID PIC 9(09).

       FD APPLIED-LEDGER-FILE.
       01 APPLIED-LEDGER-RECORD.
           05 APL-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 APL-VERSION PIC X(02).
           05 FILLER PIC X(01).
           05 APL-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 APL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(57).

       FD STATEMENT-ARCHIVE-FILE.
       01 STATEMENT-ARCHIVE-RECORD.
           05 SAR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SAR-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SAR-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SAR-LINE-NUMBER PIC 9(04).
           05 FILLER PIC X(01).
           05 SAR-PRINT-LINE PIC X(80).

       FD COMMS-LOG-FILE.
       01 COMMS-LOG-RECORD.
           05 CML-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CML-LETTER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CML-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 CML-LANGUAGE PIC X(02).
           05 FILLER PIC X(01).
           05 CML-SENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CML-SOURCE-PROGRAM PIC X(08).

       FD GATEWAY-FEED-FILE.
       01 GATEWAY-FEED-RECORD PIC X(512).

       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           05 ACC-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 ACC-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 ACC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 ACC-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 ACC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ACC-ACTION PIC X(08).
      *      The entries a customer inquiry leaves; maintenance,
      *      refusals and security entries are not billed
             88 ACC-BILLABLE-INQUIRY VALUE 'INQUIRY' 'TRACE'
                'AUDITRPT' 'BALHIST' 'STMTDUP' 'DETOKEN'.

       FD INVOICE-REPORT-FILE.
       01 INVOICE-REPORT-RECORD PIC X(132).

      *    'H' header, one 'D' detail per client and event billed,
      *    'T' trailer with the control totals
       FD AR-INTERFACE-FILE.
       01 AR-INTERFACE-RECORD.
           05 ARI-RECORD-TYPE PIC X(01).
           05 FILLER PIC X(79).
       01 AR-HEADER-RECORD.
           05 FILLER PIC X(01).
           05 FILLER PIC X(01).
           05 ARH-BILLING-MONTH PIC 9(06).
           05 FILLER PIC X(01).
           05 ARH-RUN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ARH-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 ARH-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(51).
       01 AR-DETAIL-RECORD.
           05 FILLER PIC X(01).
           05 FILLER PIC X(01).
           05 ARD-INVOICE-NUMBER PIC X(14).
           05 FILLER PIC X(01).
           05 ARD-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 ARD-EVENT-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 ARD-QUANTITY PIC 9(09).
           05 FILLER PIC X(01).
           05 ARD-AMOUNT PIC 9(09)V99.
           05 FILLER PIC X(01).
           05 ARD-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(24).
       01 AR-TRAILER-RECORD.
           05 FILLER PIC X(01).
           05 FILLER PIC X(01).
           05 ART-INVOICE-COUNT PIC 9(09).
           05 FILLER PIC X(01).
           05 ART-DETAIL-COUNT PIC 9(09).
           05 FILLER PIC X(01).
           05 ART-AMOUNT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(45).

       WORKING-STORAGE SECTION.
       01 CHARGE-CONTROLS.
           05 WS-CHARGE-CARD-NAME PIC X(30) VALUE 'CHRGCARD.DAT'.
           05 WS-CHARGE-CARD-STATUS PIC X(02).
             88 CHARGE-CARD-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-RATE-CARD-NAME PIC X(30) VALUE 'RATECARD.DAT'.
           05 WS-RATE-CARD-STATUS PIC X(02).
             88 RATE-CARD-OK VALUE '00'.
           05 WS-RATE-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 RATE-CARD-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-AUDIT-LOG-NAME PIC X(30) VALUE 'AUDITLOG.DAT'.
           05 WS-AUDIT-LOG-STATUS PIC X(02).
             88 AUDIT-LOG-OK VALUE '00'.
             88 AUDIT-LOG-EOF VALUE '10'.
           05 WS-AUDIT-EOF-FLAG PIC X VALUE 'N'.
             88 AUDIT-AT-EOF VALUE 'Y'.
           05 WS-APPLIED-LEDGER-NAME PIC X(30) VALUE 'DLTALOG.DAT'.
           05 WS-APPLIED-LEDGER-STATUS PIC X(02).
             88 APPLIED-LEDGER-OK VALUE '00'.
             88 APPLIED-LEDGER-EOF VALUE '10'.
           05 WS-APPLIED-EOF-FLAG PIC X VALUE 'N'.
             88 APPLIED-AT-EOF VALUE 'Y'.
           05 WS-STMTARCH-NAME PIC X(30) VALUE 'STMTARCH.DAT'.
           05 WS-STMTARCH-STATUS PIC X(02).
             88 STMTARCH-OK VALUE '00'.
             88 STMTARCH-EOF VALUE '10'.
           05 WS-STMTARCH-EOF-FLAG PIC X VALUE 'N'.
             88 STMTARCH-AT-EOF VALUE 'Y'.
           05 WS-COMMLOG-NAME PIC X(30) VALUE 'COMMLOG.DAT'.
           05 WS-COMMLOG-STATUS PIC X(02).
             88 COMMLOG-OK VALUE '00'.
             88 COMMLOG-EOF VALUE '10'.
           05 WS-COMMLOG-EOF-FLAG PIC X VALUE 'N'.
             88 COMMLOG-AT-EOF VALUE 'Y'.
           05 WS-GATEWAY-FEED-NAME PIC X(30) VALUE 'GATEWAY.DAT'.
           05 WS-GATEWAY-FEED-STATUS PIC X(02).
             88 GATEWAY-FEED-OK VALUE '00'.
             88 GATEWAY-FEED-EOF VALUE '10'.
           05 WS-GATEWAY-EOF-FLAG PIC X VALUE 'N'.
             88 GATEWAY-AT-EOF VALUE 'Y'.
           05 WS-ACCESS-LOG-NAME PIC X(30) VALUE 'ACCESS.DAT'.
           05 WS-ACCESS-LOG-STATUS PIC X(02).
             88 ACCESS-LOG-OK VALUE '00'.
             88 ACCESS-LOG-EOF VALUE '10'.
           05 WS-ACCESS-EOF-FLAG PIC X VALUE 'N'.
             88 ACCESS-AT-EOF VALUE 'Y'.
           05 WS-INVOICE-RPT-NAME PIC X(30) VALUE 'CHRGINV.DAT'.
           05 WS-INVOICE-RPT-STATUS PIC X(02).
           05 WS-AR-INTERFACE-NAME PIC X(30) VALUE 'CHRGAR.DAT'.
           05 WS-AR-INTERFACE-STATUS PIC X(02).

           05 BILLING-CURRENCY-CODE PIC X(03) VALUE 'EUR'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
             10 BUSINESS-YEAR PIC 9(04).
             10 BUSINESS-MONTH PIC 9(02).
             10 BUSINESS-DAY PIC 9(02).
           05 BILLING-MONTH PIC 9(06) VALUE 0.
           05 BILLING-MONTH-X REDEFINES BILLING-MONTH PIC X(06).
           05 BILLING-MONTH-PARTS REDEFINES BILLING-MONTH.
             10 BILLING-YEAR PIC 9(04).
             10 BILLING-MON PIC 9(02).
      *    The month as a timestamp window for the millisecond
      *    trails: from the first instant of the month up to, not
      *    including, the first instant of the next
           05 WINDOW-FROM-MS PIC 9(18) VALUE 0.
           05 WINDOW-TO-MS PIC 9(18) VALUE 0.
           05 EPOCH-DAY-NUMBER PIC S9(9) BINARY.
           05 MS-PER-DAY PIC S9(9) BINARY VALUE 86400000.

           05 CUSTOMERS-MAPPED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-OUT-OF-SEQUENCE PIC S9(9) BINARY VALUE 0.
           05 RATE-ROWS-LOADED PIC S9(9) BINARY VALUE 0.
           05 RATE-ROWS-REJECTED PIC S9(9) BINARY VALUE 0.
           05 ROUND-TRIP-IMAGES PIC S9(9) BINARY VALUE 0.
           05 GATEWAY-LINES-UNPARSED PIC S9(9) BINARY VALUE 0.
           05 EVENTS-UNPRICED PIC S9(9) BINARY VALUE 0.
           05 CLIENTS-INVOICED PIC S9(9) BINARY VALUE 0.
           05 AR-DETAILS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 GRAND-TOTAL-AMOUNT PIC S9(11)V99 COMP-3 VALUE 0.

      *    Day-number work fields (days since 0000-03-01)
       01 DAY-NUMBER-WORK.
           05 DNW-DATE-PARTS.
             10 DNW-YEAR PIC 9(04).
             10 DNW-MONTH PIC 9(02).
             10 DNW-DAY PIC 9(02).
           05 DNW-DATE REDEFINES DNW-DATE-PARTS PIC 9(08).
           05 DNW-ADJ-YEAR PIC S9(9) BINARY.
           05 DNW-ERA PIC S9(9) BINARY.
           05 DNW-YEAR-OF-ERA PIC S9(9) BINARY.
           05 DNW-SHIFTED-MONTH PIC S9(9) BINARY.
           05 DNW-DAY-OF-YEAR PIC S9(9) BINARY.
           05 DNW-WORK PIC S9(9) BINARY.
           05 DNW-DAY-NUMBER PIC S9(9) BINARY.

      *    The billable events, in invoice order; the code is the
      *    one the rate card prices
       01 EVENT-TABLE-CONTROLS.
           05 EVENT-ENTRY-COUNT PIC S9(4) BINARY VALUE 6.
           05 EVENT-IX PIC S9(4) BINARY.
           05 CONVERT-EVENT-IX PIC S9(4) BINARY VALUE 1.
           05 DELTA-EVENT-IX PIC S9(4) BINARY VALUE 2.
           05 STATEMENT-EVENT-IX PIC S9(4) BINARY VALUE 3.
           05 LETTER-EVENT-IX PIC S9(4) BINARY VALUE 4.
           05 GATEWAY-EVENT-IX PIC S9(4) BINARY VALUE 5.
           05 INQUIRY-EVENT-IX PIC S9(4) BINARY VALUE 6.
       01 EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 6.
             10 EVT-CODE PIC X(08).
             10 EVT-DESCRIPTION PIC X(30).
             10 EVT-COUNTED PIC S9(9) BINARY.
             10 EVT-UNASSIGNED PIC S9(9) BINARY.
             10 EVT-AMOUNT PIC S9(11)V99 COMP-3.

      *    Client codes met on the provider extract, with the
      *    month's event counts of each
       01 CLIENT-TABLE-CONTROLS.
           05 MAX-CLIENT-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 CLIENT-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 CLIENT-IX PIC S9(4) BINARY.
           05 CLIENT-FOUND-IX PIC S9(4) BINARY.
       01 CLIENT-TABLE.
           05 CLIENT-ENTRY OCCURS 500.
             10 CLT-CLIENT-CODE PIC X(04).
             10 CLT-EVENT-COUNT PIC S9(9) BINARY OCCURS 6.
             10 CLT-EVENTS-TOTAL PIC S9(9) BINARY.

      *    Customer-to-client map in customer-number order, for the
      *    halving search each event's customer is looked up with;
      *    a customer with no client code maps to client 0
       01 CUSTOMER-MAP-CONTROLS.
           05 MAX-MAP-ENTRIES PIC S9(9) BINARY VALUE 100000.
           05 MAP-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MAP-LOW-IX PIC S9(9) BINARY.
           05 MAP-HIGH-IX PIC S9(9) BINARY.
           05 MAP-MID-IX PIC S9(9) BINARY.
           05 MAP-FOUND-IX PIC S9(9) BINARY.
           05 LAST-MAPPED-CUSTOMER PIC 9(09) VALUE 0.
       01 CUSTOMER-MAP-TABLE.
           05 CUSTOMER-MAP-ENTRY OCCURS 100000.
             10 CMP-CUSTOMER-NUMBER PIC 9(09).
             10 CMP-CLIENT-IX PIC S9(4) BINARY.

      *    Rate card held in memory, rows in card order
       01 RATE-TABLE-CONTROLS.
           05 MAX-RATE-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 RATE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RATE-IX PIC S9(4) BINARY.
           05 RATE-PRIOR-LIMIT PIC 9(09).
           05 RATE-CLIENT-USED PIC X(04).
           05 RATE-ROWS-FOUND PIC S9(4) BINARY.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 500.
             10 RTT-CLIENT-CODE PIC X(04).
             10 RTT-EVENT-CODE PIC X(08).
             10 RTT-UP-TO-VOLUME PIC 9(09).
             10 RTT-UNIT-PRICE PIC 9(03)V9(04).

      *    Runs of the billing month: the run ids first met on the
      *    audit log inside the month, which date the gateway
      *    records those runs published. Run ids are issued in
      *    ascending order, so a run already under way before the
      *    month began is known by an id no higher than the last
      *    one seen before the window
       01 BILLING-RUN-CONTROLS.
           05 MAX-RUN-ENTRIES PIC S9(4) BINARY VALUE 2000.
           05 RUN-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RUN-IX PIC S9(4) BINARY.
           05 RUN-FOUND-IX PIC S9(4) BINARY.
           05 LAST-RUN-ID-BEFORE-WINDOW PIC 9(09) VALUE 0.
           05 WANTED-RUN-ID PIC 9(09).
       01 BILLING-RUN-TABLE.
           05 BILLING-RUN-ENTRY OCCURS 2000.
             10 BRT-RUN-ID PIC 9(09).

      *    The image before the current audit record: APICONV's
      *    round-trip check writes a provider-to-consumer image
      *    straight after the consumer-to-provider one, for the same
      *    customer and run, and that pair is one conversion
       01 PRIOR-AUDIT-FIELDS.
           05 PRIOR-AUDIT-DIRECTION PIC X(21) VALUE SPACES.
           05 PRIOR-AUDIT-CUSTOMER PIC 9(09) VALUE 0.
           05 PRIOR-AUDIT-RUN-ID PIC 9(09) VALUE 0.

      *    Event in hand: the customer it is charged for and the
      *    event it counts as
       01 CHARGE-EVENT-FIELDS.
           05 CHARGE-CUSTOMER PIC 9(09).
           05 CHARGE-EVENT-IX PIC S9(4) BINARY.

      *    Scanner for the numeric values of the gateway feed's JSON
       01 JSON-SCAN-CONTROLS.
           05 JSON-KEY PIC X(20).
           05 JSON-KEY-LEN PIC S9(4) BINARY.
           05 JSON-SCAN-IX PIC S9(4) BINARY.
           05 JSON-SCAN-LIMIT PIC S9(4) BINARY.
           05 JSON-VALUE-IX PIC S9(4) BINARY.
           05 JSON-VALUE-RAW PIC X(09).
           05 JSON-NUMBER-VALUE PIC 9(09).
           05 JSON-KEY-FOUND-FLAG PIC X(01).
             88 JSON-KEY-FOUND VALUE 'Y'.
           05 JSON-VALUE-FOUND-FLAG PIC X(01).
             88 JSON-VALUE-FOUND VALUE 'Y'.
           05 GATEWAY-RUN-ID PIC 9(09).

      *    Pricing of one client's invoice
       01 INVOICE-FIELDS.
           05 INVOICE-NUMBER PIC X(14).
           05 INVOICE-TOTAL PIC S9(11)V99 COMP-3.
           05 EVENT-CHARGE PIC S9(11)V99 COMP-3.
           05 BAND-AMOUNT PIC S9(11)V99 COMP-3.
           05 BAND-FROM PIC 9(09).
           05 BAND-START PIC 9(09).
           05 BAND-QUANTITY PIC S9(9) BINARY.
           05 BAND-ROOM PIC S9(9) BINARY.
           05 BAND-REMAINING PIC S9(9) BINARY.
           05 BAND-PRICE PIC 9(03)V9(04).
           05 INVOICE-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 INVOICE-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 INVOICE-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 INVOICE-HEADING-CLIENT PIC X(04).

       01 INVOICE-DETAIL-LINE.
           05 IDL-EVENT-CODE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-BAND-FROM PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-BAND-TO PIC ZZZ,ZZZ,ZZ9.
           05 IDL-BAND-TO-X REDEFINES IDL-BAND-TO PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-QUANTITY PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-UNIT-PRICE PIC ZZ9.9999.
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 IDL-NOTE PIC X(16).

       01 INVOICE-TOTAL-LINE.
           05 ITL-LABEL PIC X(50).
           05 FILLER PIC X(46) VALUE SPACES.
           05 ITL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 CHARGE-SUMMARY-LINE.
           05 CSL-LABEL PIC X(40).
           05 CSL-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CSL-SECOND-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CSL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY 'Running the processing chargeback...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-BILLING-MONTH
           PERFORM SET-UP-EVENT-TABLE

           PERFORM LOAD-RATE-CARD
           IF RATE-ENTRY-COUNT = 0
               DISPLAY 'NO RATE CARD PRESENT - NOTHING TO PRICE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-CLIENT-MAP
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - no client to '
                       'bill'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Billing month ' BILLING-MONTH ' for '
                   CLIENT-ENTRY-COUNT ' client code(s)'
              UPON CONSOLE

           PERFORM COUNT-CONVERSIONS
           PERFORM COUNT-DELTA-APPLIES
           PERFORM COUNT-STATEMENTS
           PERFORM COUNT-LETTERS
           PERFORM COUNT-GATEWAY-RECORDS
           PERFORM COUNT-INQUIRIES

           OPEN OUTPUT INVOICE-REPORT-FILE
           OPEN OUTPUT AR-INTERFACE-FILE
           MOVE SPACES TO AR-HEADER-RECORD
           MOVE 'H' TO ARI-RECORD-TYPE
           MOVE BILLING-MONTH TO ARH-BILLING-MONTH
           MOVE BUSINESS-DATE TO ARH-RUN-DATE
           MOVE BILLING-CURRENCY-CODE TO ARH-CURRENCY-CODE
           MOVE 'APICHRG' TO ARH-SOURCE-PROGRAM
           WRITE AR-HEADER-RECORD

           PERFORM VARYING CLIENT-IX FROM 1 BY 1
                   UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
               IF CLT-EVENTS-TOTAL (CLIENT-IX) > 0
                   PERFORM PRICE-CLIENT-INVOICE
               END-IF
           END-PERFORM

           PERFORM WRITE-CHARGE-SUMMARY

           MOVE SPACES TO AR-TRAILER-RECORD
           MOVE 'T' TO ARI-RECORD-TYPE
           MOVE CLIENTS-INVOICED TO ART-INVOICE-COUNT
           MOVE AR-DETAILS-WRITTEN TO ART-DETAIL-COUNT
           MOVE GRAND-TOTAL-AMOUNT TO ART-AMOUNT-TOTAL
           WRITE AR-TRAILER-RECORD
           CLOSE AR-INTERFACE-FILE
           CLOSE INVOICE-REPORT-FILE

           PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-ENTRY-COUNT
               DISPLAY EVT-CODE (EVENT-IX) ' events billed: '
                       EVT-COUNTED (EVENT-IX) ' unassigned: '
                       EVT-UNASSIGNED (EVENT-IX)
                  UPON CONSOLE
           END-PERFORM
           DISPLAY 'Clients invoiced:          ' CLIENTS-INVOICED
              UPON CONSOLE
           DISPLAY 'AR detail lines written:   ' AR-DETAILS-WRITTEN
              UPON CONSOLE

           PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-ENTRY-COUNT
               IF EVT-UNASSIGNED (EVENT-IX) > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM
           IF EVENTS-UNPRICED > 0
               OR RATE-ROWS-REJECTED > 0
               OR CUSTOMERS-OUT-OF-SEQUENCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The run is dated with the business date, the system date
      * when none is on file
       LOAD-BUSINESS-DATE SECTION.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

           EXIT.

      * ---
      * The card names the month to bill; without one the run bills
      * the month before the business date, the month just closed.
      * The month becomes the millisecond window of the timestamped
      * trails
       LOAD-BILLING-MONTH SECTION.
           OPEN INPUT CHARGE-CARD-FILE
           IF CHARGE-CARD-OK
               READ CHARGE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHC-BILLING-MONTH IS NUMERIC
                           MOVE CHC-BILLING-MONTH TO BILLING-MONTH
                       END-IF
               END-READ
               CLOSE CHARGE-CARD-FILE
           END-IF
           IF BILLING-MONTH > 0
               AND (BILLING-MON < 1 OR BILLING-MON > 12)
               DISPLAY '*** BILLING MONTH ' BILLING-MONTH
                       ' ON THE CARD IS NOT A MONTH - BILLING THE '
                       'PREVIOUS MONTH'
                  UPON CONSOLE
               MOVE 0 TO BILLING-MONTH
           END-IF
           IF BILLING-MONTH = 0
               IF BUSINESS-MONTH = 1
                   COMPUTE BILLING-YEAR = BUSINESS-YEAR - 1
                   MOVE 12 TO BILLING-MON
               ELSE
                   MOVE BUSINESS-YEAR TO BILLING-YEAR
                   COMPUTE BILLING-MON = BUSINESS-MONTH - 1
               END-IF
           END-IF

           MOVE 19700101 TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DNW-DAY-NUMBER TO EPOCH-DAY-NUMBER

           MOVE BILLING-YEAR TO DNW-YEAR
           MOVE BILLING-MON TO DNW-MONTH
           MOVE 1 TO DNW-DAY
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WINDOW-FROM-MS =
               (DNW-DAY-NUMBER - EPOCH-DAY-NUMBER) * MS-PER-DAY

           IF BILLING-MON = 12
               COMPUTE DNW-YEAR = BILLING-YEAR + 1
               MOVE 1 TO DNW-MONTH
           ELSE
               MOVE BILLING-YEAR TO DNW-YEAR
               COMPUTE DNW-MONTH = BILLING-MON + 1
           END-IF
           MOVE 1 TO DNW-DAY
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WINDOW-TO-MS =
               (DNW-DAY-NUMBER - EPOCH-DAY-NUMBER) * MS-PER-DAY

           EXIT.

      * ---
      * Day number of DNW-DATE: days since 0000-03-01 in the
      * proleptic Gregorian calendar, so the difference of two day
      * numbers is the days between the dates
       COMPUTE-DAY-NUMBER SECTION.
           IF DNW-MONTH > 2
               MOVE DNW-YEAR TO DNW-ADJ-YEAR
               COMPUTE DNW-SHIFTED-MONTH = DNW-MONTH - 3
           ELSE
               COMPUTE DNW-ADJ-YEAR = DNW-YEAR - 1
               COMPUTE DNW-SHIFTED-MONTH = DNW-MONTH + 9
           END-IF
           DIVIDE DNW-ADJ-YEAR BY 400 GIVING DNW-ERA
           COMPUTE DNW-YEAR-OF-ERA = DNW-ADJ-YEAR - DNW-ERA * 400
           COMPUTE DNW-WORK = 153 * DNW-SHIFTED-MONTH + 2
           DIVIDE DNW-WORK BY 5 GIVING DNW-DAY-OF-YEAR
           COMPUTE DNW-DAY-OF-YEAR = DNW-DAY-OF-YEAR + DNW-DAY - 1
           COMPUTE DNW-DAY-NUMBER =
               DNW-ERA * 146097 + DNW-YEAR-OF-ERA * 365
             + DNW-DAY-OF-YEAR
           DIVIDE DNW-YEAR-OF-ERA BY 4 GIVING DNW-WORK
           ADD DNW-WORK TO DNW-DAY-NUMBER
           DIVIDE DNW-YEAR-OF-ERA BY 100 GIVING DNW-WORK
           SUBTRACT DNW-WORK FROM DNW-DAY-NUMBER

           EXIT.

       SET-UP-EVENT-TABLE SECTION.
           MOVE 'CONVERT' TO EVT-CODE (CONVERT-EVENT-IX)
           MOVE 'RECORDS CONVERTED/MIGRATED'
             TO EVT-DESCRIPTION (CONVERT-EVENT-IX)
           MOVE 'DELTA' TO EVT-CODE (DELTA-EVENT-IX)
           MOVE 'DELTA TRANSACTIONS APPLIED'
             TO EVT-DESCRIPTION (DELTA-EVENT-IX)
           MOVE 'STMT' TO EVT-CODE (STATEMENT-EVENT-IX)
           MOVE 'STATEMENTS PRODUCED'
             TO EVT-DESCRIPTION (STATEMENT-EVENT-IX)
           MOVE 'LETTER' TO EVT-CODE (LETTER-EVENT-IX)
           MOVE 'LETTERS SENT' TO EVT-DESCRIPTION (LETTER-EVENT-IX)
           MOVE 'GATEWAY' TO EVT-CODE (GATEWAY-EVENT-IX)
           MOVE 'GATEWAY RECORDS PUBLISHED'
             TO EVT-DESCRIPTION (GATEWAY-EVENT-IX)
           MOVE 'INQUIRY' TO EVT-CODE (INQUIRY-EVENT-IX)
           MOVE 'INQUIRIES' TO EVT-DESCRIPTION (INQUIRY-EVENT-IX)
           PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-ENTRY-COUNT
               MOVE 0 TO EVT-COUNTED (EVENT-IX)
               MOVE 0 TO EVT-UNASSIGNED (EVENT-IX)
               MOVE 0 TO EVT-AMOUNT (EVENT-IX)
           END-PERFORM

           EXIT.

      * ---
      * Hold the rate card in memory. A row that does not raise the
      * limit of the row before it for the same client and event is
      * no band and is refused
       LOAD-RATE-CARD SECTION.
           OPEN INPUT RATE-CARD-FILE
           IF NOT RATE-CARD-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RATE-CARD-AT-EOF
               READ RATE-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-CARD-EOF-FLAG
                   NOT AT END
                       IF RTC-EVENT-CODE NOT = SPACES
                           PERFORM KEEP-RATE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-CARD-FILE

           EXIT.

       KEEP-RATE-ROW SECTION.
           IF RTC-UP-TO-VOLUME IS NOT NUMERIC
               OR RTC-UNIT-PRICE IS NOT NUMERIC
               OR RTC-UP-TO-VOLUME = 0
               DISPLAY '*** RATE ROW ' RTC-CLIENT-CODE ' '
                       RTC-EVENT-CODE ' HAS NO VOLUME OR PRICE - '
                       'IGNORED'
                  UPON CONSOLE
               ADD 1 TO RATE-ROWS-REJECTED
               EXIT SECTION
           END-IF

           MOVE 0 TO RATE-PRIOR-LIMIT
           PERFORM VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX > RATE-ENTRY-COUNT
               IF RTT-CLIENT-CODE (RATE-IX) = RTC-CLIENT-CODE
                   AND RTT-EVENT-CODE (RATE-IX) = RTC-EVENT-CODE
                   MOVE RTT-UP-TO-VOLUME (RATE-IX)
                     TO RATE-PRIOR-LIMIT
               END-IF
           END-PERFORM
           IF RTC-UP-TO-VOLUME NOT > RATE-PRIOR-LIMIT
               DISPLAY '*** RATE ROW ' RTC-CLIENT-CODE ' '
                       RTC-EVENT-CODE ' UP TO ' RTC-UP-TO-VOLUME
                       ' IS OUT OF BAND ORDER - IGNORED'
                  UPON CONSOLE
               ADD 1 TO RATE-ROWS-REJECTED
               EXIT SECTION
           END-IF

           IF RATE-ENTRY-COUNT >= MAX-RATE-ENTRIES
               DISPLAY '*** RATE TABLE FULL AT ' MAX-RATE-ENTRIES
                       ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO RATE-ENTRY-COUNT
           ADD 1 TO RATE-ROWS-LOADED
           MOVE RTC-CLIENT-CODE TO RTT-CLIENT-CODE (RATE-ENTRY-COUNT)
           MOVE RTC-EVENT-CODE TO RTT-EVENT-CODE (RATE-ENTRY-COUNT)
           MOVE RTC-UP-TO-VOLUME
             TO RTT-UP-TO-VOLUME (RATE-ENTRY-COUNT)
           MOVE RTC-UNIT-PRICE TO RTT-UNIT-PRICE (RATE-ENTRY-COUNT)

           EXIT.

      * ---
      * Every customer on the provider extract with its client
      * code. The extract is in customer-number order; a record
      * out of that order cannot be searched for and is left out
       LOAD-CLIENT-MAP SECTION.
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           AND PMI-CUSTOMER-NUMBER > 0
                           PERFORM MAP-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

       MAP-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER NOT > LAST-MAPPED-CUSTOMER
               DISPLAY '*** CUSTOMER ' PMI-CUSTOMER-NUMBER
                       ' OUT OF SEQUENCE ON ' WS-PROVMAST-IN-NAME
                       ' - NOT BILLED TO A CLIENT'
                  UPON CONSOLE
               ADD 1 TO CUSTOMERS-OUT-OF-SEQUENCE
               EXIT SECTION
           END-IF
           IF MAP-ENTRY-COUNT >= MAX-MAP-ENTRIES
               DISPLAY '*** CUSTOMER MAP FULL AT ' MAX-MAP-ENTRIES
                       ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO CLIENT-FOUND-IX
           IF PMI-CLIENT-CODE NOT = SPACES
               PERFORM VARYING CLIENT-IX FROM 1 BY 1
                       UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
                          OR CLIENT-FOUND-IX > 0
                   IF CLT-CLIENT-CODE (CLIENT-IX) = PMI-CLIENT-CODE
                       MOVE CLIENT-IX TO CLIENT-FOUND-IX
                   END-IF
               END-PERFORM
               IF CLIENT-FOUND-IX = 0
                   PERFORM ADD-CLIENT-ENTRY
               END-IF
           END-IF

           ADD 1 TO MAP-ENTRY-COUNT
           ADD 1 TO CUSTOMERS-MAPPED
           MOVE PMI-CUSTOMER-NUMBER
             TO CMP-CUSTOMER-NUMBER (MAP-ENTRY-COUNT)
           MOVE CLIENT-FOUND-IX TO CMP-CLIENT-IX (MAP-ENTRY-COUNT)
           MOVE PMI-CUSTOMER-NUMBER TO LAST-MAPPED-CUSTOMER

           EXIT.

       ADD-CLIENT-ENTRY SECTION.
           IF CLIENT-ENTRY-COUNT >= MAX-CLIENT-ENTRIES
               DISPLAY '*** CLIENT TABLE FULL AT ' MAX-CLIENT-ENTRIES
                       ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CLIENT-ENTRY-COUNT
           MOVE CLIENT-ENTRY-COUNT TO CLIENT-FOUND-IX
           MOVE PMI-CLIENT-CODE TO CLT-CLIENT-CODE (CLIENT-FOUND-IX)
           MOVE 0 TO CLT-EVENTS-TOTAL (CLIENT-FOUND-IX)
           PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-ENTRY-COUNT
               MOVE 0 TO CLT-EVENT-COUNT (CLIENT-FOUND-IX, EVENT-IX)
           END-PERFORM

           EXIT.

      * ---
      * Charge one event to its customer's client. A customer no
      * longer on the extract, or carrying no client code, cannot
      * be billed and is counted as unassigned for the summary
       CHARGE-ONE-EVENT SECTION.
           MOVE 0 TO MAP-FOUND-IX
           MOVE 1 TO MAP-LOW-IX
           MOVE MAP-ENTRY-COUNT TO MAP-HIGH-IX
           PERFORM UNTIL MAP-LOW-IX > MAP-HIGH-IX
                      OR MAP-FOUND-IX > 0
               COMPUTE MAP-MID-IX = (MAP-LOW-IX + MAP-HIGH-IX) / 2
               EVALUATE TRUE
                   WHEN CMP-CUSTOMER-NUMBER (MAP-MID-IX)
                           = CHARGE-CUSTOMER
                       MOVE MAP-MID-IX TO MAP-FOUND-IX
                   WHEN CMP-CUSTOMER-NUMBER (MAP-MID-IX)
                           < CHARGE-CUSTOMER
                       COMPUTE MAP-LOW-IX = MAP-MID-IX + 1
                   WHEN OTHER
                       COMPUTE MAP-HIGH-IX = MAP-MID-IX - 1
               END-EVALUATE
           END-PERFORM

           IF MAP-FOUND-IX = 0
               ADD 1 TO EVT-UNASSIGNED (CHARGE-EVENT-IX)
               EXIT SECTION
           END-IF
           IF CMP-CLIENT-IX (MAP-FOUND-IX) = 0
               ADD 1 TO EVT-UNASSIGNED (CHARGE-EVENT-IX)
               EXIT SECTION
           END-IF

           MOVE CMP-CLIENT-IX (MAP-FOUND-IX) TO CLIENT-FOUND-IX
           ADD 1 TO CLT-EVENT-COUNT (CLIENT-FOUND-IX, CHARGE-EVENT-IX)
           ADD 1 TO CLT-EVENTS-TOTAL (CLIENT-FOUND-IX)
           ADD 1 TO EVT-COUNTED (CHARGE-EVENT-IX)

           EXIT.

      * ---
      * Records converted and migrated: every audit image of the
      * month, except the provider-to-consumer half of a
      * conversion's round-trip check. The runs first met inside
      * the month are kept for dating the gateway feed
       COUNT-CONVERSIONS SECTION.
           MOVE CONVERT-EVENT-IX TO CHARGE-EVENT-IX
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT AUDIT-LOG-OK
               DISPLAY 'No audit log present' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL AUDIT-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-AUDIT-IMAGE
                       MOVE AUD-MAPPING-DIRECTION
                         TO PRIOR-AUDIT-DIRECTION
                       MOVE AUD-CUSTOMER-NUMBER
                         TO PRIOR-AUDIT-CUSTOMER
                       MOVE AUD-RUN-ID TO PRIOR-AUDIT-RUN-ID
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE

           EXIT.

       CHECK-ONE-AUDIT-IMAGE SECTION.
           IF AUD-TIMESTAMP-MS IS NOT NUMERIC
               OR AUD-TIMESTAMP-MS NOT < WINDOW-TO-MS
               EXIT SECTION
           END-IF
           IF AUD-TIMESTAMP-MS < WINDOW-FROM-MS
               IF AUD-RUN-ID IS NUMERIC
                   AND AUD-RUN-ID > LAST-RUN-ID-BEFORE-WINDOW
                   MOVE AUD-RUN-ID TO LAST-RUN-ID-BEFORE-WINDOW
               END-IF
               EXIT SECTION
           END-IF

           IF AUD-RUN-ID IS NUMERIC
               AND AUD-RUN-ID > LAST-RUN-ID-BEFORE-WINDOW
               MOVE AUD-RUN-ID TO WANTED-RUN-ID
               PERFORM FIND-BILLING-RUN
               IF RUN-FOUND-IX = 0
                   PERFORM KEEP-BILLING-RUN
               END-IF
           END-IF

           IF AUD-CUSTOMER-NUMBER IS NOT NUMERIC
               OR AUD-CUSTOMER-NUMBER = 0
               EXIT SECTION
           END-IF
           IF AUD-PROVIDER-TO-CONSUMER
               AND PRIOR-AUDIT-DIRECTION = 'CONSUMER-TO-PROVIDER'
               AND PRIOR-AUDIT-CUSTOMER = AUD-CUSTOMER-NUMBER
               AND PRIOR-AUDIT-RUN-ID = AUD-RUN-ID
               ADD 1 TO ROUND-TRIP-IMAGES
               EXIT SECTION
           END-IF

           MOVE AUD-CUSTOMER-NUMBER TO CHARGE-CUSTOMER
           PERFORM CHARGE-ONE-EVENT

           EXIT.

       FIND-BILLING-RUN SECTION.
           MOVE 0 TO RUN-FOUND-IX
           PERFORM VARYING RUN-IX FROM 1 BY 1
                   UNTIL RUN-IX > RUN-ENTRY-COUNT
                      OR RUN-FOUND-IX > 0
               IF BRT-RUN-ID (RUN-IX) = WANTED-RUN-ID
                   MOVE RUN-IX TO RUN-FOUND-IX
               END-IF
           END-PERFORM

           EXIT.

       KEEP-BILLING-RUN SECTION.
           IF RUN-ENTRY-COUNT >= MAX-RUN-ENTRIES
               DISPLAY '*** BILLING RUN TABLE FULL AT '
                       MAX-RUN-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO RUN-ENTRY-COUNT
           MOVE WANTED-RUN-ID TO BRT-RUN-ID (RUN-ENTRY-COUNT)

           EXIT.

      * ---
      * Delta transactions applied: the ledger lines posted under a
      * business date of the month
       COUNT-DELTA-APPLIES SECTION.
           MOVE DELTA-EVENT-IX TO CHARGE-EVENT-IX
           OPEN INPUT APPLIED-LEDGER-FILE
           IF NOT APPLIED-LEDGER-OK
               DISPLAY 'No applied-transaction ledger present'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL APPLIED-AT-EOF
               READ APPLIED-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-APPLIED-EOF-FLAG
                   NOT AT END
                       IF APL-BUSINESS-DATE (1:6) = BILLING-MONTH-X
                           AND APL-CUSTOMER-NUMBER IS NUMERIC
                           AND APL-CUSTOMER-NUMBER > 0
                           MOVE APL-CUSTOMER-NUMBER
                             TO CHARGE-CUSTOMER
                           PERFORM CHARGE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLIED-LEDGER-FILE

           EXIT.

      * ---
      * Statements produced: the first archived line of each
      * statement of a cycle dated in the month
       COUNT-STATEMENTS SECTION.
           MOVE STATEMENT-EVENT-IX TO CHARGE-EVENT-IX
           OPEN INPUT STATEMENT-ARCHIVE-FILE
           IF NOT STMTARCH-OK
               DISPLAY 'No statement archive present' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL STMTARCH-AT-EOF
               READ STATEMENT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-STMTARCH-EOF-FLAG
                   NOT AT END
                       IF SAR-STATEMENT-DATE (1:6) = BILLING-MONTH-X
                           AND SAR-LINE-NUMBER = '0001'
                           AND SAR-CUSTOMER-NUMBER IS NUMERIC
                           AND SAR-CUSTOMER-NUMBER > 0
                           MOVE SAR-CUSTOMER-NUMBER
                             TO CHARGE-CUSTOMER
                           PERFORM CHARGE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-ARCHIVE-FILE

           EXIT.

      * ---
      * Letters sent: communications-log entries sent in the month
       COUNT-LETTERS SECTION.
           MOVE LETTER-EVENT-IX TO CHARGE-EVENT-IX
           OPEN INPUT COMMS-LOG-FILE
           IF NOT COMMLOG-OK
               DISPLAY 'No communications log present' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL COMMLOG-AT-EOF
               READ COMMS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-COMMLOG-EOF-FLAG
                   NOT AT END
                       IF CML-SENT-DATE (1:6) = BILLING-MONTH-X
                           AND CML-CUSTOMER-NUMBER IS NUMERIC
                           AND CML-CUSTOMER-NUMBER > 0
                           MOVE CML-CUSTOMER-NUMBER
                             TO CHARGE-CUSTOMER
                           PERFORM CHARGE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMS-LOG-FILE

           EXIT.

      * ---
      * Gateway records published: feed lines stamped with a run of
      * the month. The feed carries no date of its own, so the run
      * id dates it
       COUNT-GATEWAY-RECORDS SECTION.
           MOVE GATEWAY-EVENT-IX TO CHARGE-EVENT-IX
           OPEN INPUT GATEWAY-FEED-FILE
           IF NOT GATEWAY-FEED-OK
               DISPLAY 'No gateway feed present' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL GATEWAY-AT-EOF
               READ GATEWAY-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-GATEWAY-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-GATEWAY-LINE
               END-READ
           END-PERFORM
           CLOSE GATEWAY-FEED-FILE

           EXIT.

       CHECK-ONE-GATEWAY-LINE SECTION.
           MOVE '"runId":' TO JSON-KEY
           MOVE 8 TO JSON-KEY-LEN
           PERFORM PARSE-JSON-NUMBER
           IF NOT JSON-VALUE-FOUND
               ADD 1 TO GATEWAY-LINES-UNPARSED
               EXIT SECTION
           END-IF
           MOVE JSON-NUMBER-VALUE TO GATEWAY-RUN-ID

           MOVE GATEWAY-RUN-ID TO WANTED-RUN-ID
           PERFORM FIND-BILLING-RUN
           IF RUN-FOUND-IX = 0
               EXIT SECTION
           END-IF

           MOVE '"customerNumber":' TO JSON-KEY
           MOVE 17 TO JSON-KEY-LEN
           PERFORM PARSE-JSON-NUMBER
           IF NOT JSON-VALUE-FOUND
               ADD 1 TO GATEWAY-LINES-UNPARSED
               EXIT SECTION
           END-IF

           MOVE JSON-NUMBER-VALUE TO CHARGE-CUSTOMER
           PERFORM CHARGE-ONE-EVENT

           EXIT.

      * ---
      * Find JSON-KEY on the current feed line and take the unsigned
      * integer after it
       PARSE-JSON-NUMBER SECTION.
           MOVE 'N' TO JSON-KEY-FOUND-FLAG
           MOVE 'N' TO JSON-VALUE-FOUND-FLAG
           MOVE 0 TO JSON-NUMBER-VALUE
           COMPUTE JSON-SCAN-LIMIT = 512 - JSON-KEY-LEN + 1

           MOVE 1 TO JSON-SCAN-IX
           PERFORM UNTIL JSON-KEY-FOUND
                      OR JSON-SCAN-IX > JSON-SCAN-LIMIT
               IF GATEWAY-FEED-RECORD (JSON-SCAN-IX:JSON-KEY-LEN)
                   = JSON-KEY (1:JSON-KEY-LEN)
                   MOVE 'Y' TO JSON-KEY-FOUND-FLAG
               ELSE
                   ADD 1 TO JSON-SCAN-IX
               END-IF
           END-PERFORM
           IF NOT JSON-KEY-FOUND
               EXIT SECTION
           END-IF

           COMPUTE JSON-SCAN-IX = JSON-SCAN-IX + JSON-KEY-LEN
           MOVE SPACES TO JSON-VALUE-RAW
           MOVE 0 TO JSON-VALUE-IX
           PERFORM UNTIL JSON-SCAN-IX > 512
                      OR JSON-VALUE-IX >= 9
                      OR GATEWAY-FEED-RECORD (JSON-SCAN-IX:1) = ','
                      OR GATEWAY-FEED-RECORD (JSON-SCAN-IX:1) = '}'
               ADD 1 TO JSON-VALUE-IX
               MOVE GATEWAY-FEED-RECORD (JSON-SCAN-IX:1)
                 TO JSON-VALUE-RAW (JSON-VALUE-IX:1)
               ADD 1 TO JSON-SCAN-IX
           END-PERFORM

           IF JSON-VALUE-IX > 0
               AND JSON-VALUE-RAW (1:JSON-VALUE-IX) IS NUMERIC
               MOVE JSON-VALUE-RAW (1:JSON-VALUE-IX)
                 TO JSON-NUMBER-VALUE
               MOVE 'Y' TO JSON-VALUE-FOUND-FLAG
           END-IF

           EXIT.

      * ---
      * Inquiries: the access-log entries an inquiry leaves, for a
      * customer, timestamped in the month
       COUNT-INQUIRIES SECTION.
           MOVE INQUIRY-EVENT-IX TO CHARGE-EVENT-IX
           OPEN INPUT ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               DISPLAY 'No access log present' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL ACCESS-AT-EOF
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCESS-EOF-FLAG
                   NOT AT END
                       IF ACC-TIMESTAMP-MS IS NUMERIC
                           AND ACC-TIMESTAMP-MS NOT < WINDOW-FROM-MS
                           AND ACC-TIMESTAMP-MS < WINDOW-TO-MS
                           AND ACC-BILLABLE-INQUIRY
                           AND ACC-CUSTOMER-NUMBER IS NUMERIC
                           AND ACC-CUSTOMER-NUMBER > 0
                           MOVE ACC-CUSTOMER-NUMBER
                             TO CHARGE-CUSTOMER
                           PERFORM CHARGE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE

           EXIT.

      * ---
      * One client's invoice: each event it had in the month priced
      * band by band, an AR detail line per event and the invoice
      * total
       PRICE-CLIENT-INVOICE SECTION.
           ADD 1 TO CLIENTS-INVOICED
           MOVE 0 TO INVOICE-TOTAL
           MOVE SPACES TO INVOICE-NUMBER
           STRING 'CHG' DELIMITED BY SIZE
                  BILLING-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CLT-CLIENT-CODE (CLIENT-IX) DELIMITED BY SIZE
             INTO INVOICE-NUMBER
           END-STRING
           MOVE CLT-CLIENT-CODE (CLIENT-IX) TO INVOICE-HEADING-CLIENT
           PERFORM WRITE-INVOICE-HEADING

           PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-ENTRY-COUNT
               IF CLT-EVENT-COUNT (CLIENT-IX, EVENT-IX) > 0
                   PERFORM PRICE-CLIENT-EVENT
               END-IF
           END-PERFORM

           MOVE SPACES TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE
           MOVE SPACES TO ITL-LABEL
           STRING 'INVOICE TOTAL ' DELIMITED BY SIZE
                  INVOICE-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BILLING-CURRENCY-CODE DELIMITED BY SIZE
             INTO ITL-LABEL
           END-STRING
           MOVE INVOICE-TOTAL TO ITL-AMOUNT
           MOVE INVOICE-TOTAL-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE
           ADD INVOICE-TOTAL TO GRAND-TOTAL-AMOUNT

           EXIT.

      * ---
      * Price one event's count for the client: the client's own
      * rows when it has any for the event, the '****' rows
      * otherwise. With neither, the count is listed unpriced
       PRICE-CLIENT-EVENT SECTION.
           MOVE 0 TO EVENT-CHARGE
           MOVE CLT-CLIENT-CODE (CLIENT-IX) TO RATE-CLIENT-USED
           PERFORM COUNT-RATE-ROWS
           IF RATE-ROWS-FOUND = 0
               MOVE '****' TO RATE-CLIENT-USED
               PERFORM COUNT-RATE-ROWS
           END-IF

           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE EVT-CODE (EVENT-IX) TO IDL-EVENT-CODE
           MOVE EVT-DESCRIPTION (EVENT-IX) TO IDL-DESCRIPTION

           IF RATE-ROWS-FOUND = 0
               ADD CLT-EVENT-COUNT (CLIENT-IX, EVENT-IX)
                 TO EVENTS-UNPRICED
               MOVE CLT-EVENT-COUNT (CLIENT-IX, EVENT-IX)
                 TO IDL-QUANTITY
               MOVE 0 TO IDL-AMOUNT
               MOVE 'NO RATE ON CARD' TO IDL-NOTE
               MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
               PERFORM WRITE-INVOICE-LINE
               MOVE SPACES TO INVOICE-REPORT-RECORD
               PERFORM WRITE-INVOICE-LINE
               PERFORM WRITE-AR-DETAIL
               EXIT SECTION
           END-IF

           MOVE CLT-EVENT-COUNT (CLIENT-IX, EVENT-IX)
             TO BAND-REMAINING
           MOVE 0 TO BAND-FROM
           MOVE 0 TO BAND-PRICE
           PERFORM VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX > RATE-ENTRY-COUNT
                      OR BAND-REMAINING = 0
               IF RTT-CLIENT-CODE (RATE-IX) = RATE-CLIENT-USED
                   AND RTT-EVENT-CODE (RATE-IX) = EVT-CODE (EVENT-IX)
                   COMPUTE BAND-ROOM =
                       RTT-UP-TO-VOLUME (RATE-IX) - BAND-FROM
                   IF BAND-REMAINING < BAND-ROOM
                       MOVE BAND-REMAINING TO BAND-QUANTITY
                   ELSE
                       MOVE BAND-ROOM TO BAND-QUANTITY
                   END-IF
                   MOVE RTT-UNIT-PRICE (RATE-IX) TO BAND-PRICE
                   COMPUTE BAND-START = BAND-FROM + 1
                   MOVE BAND-START TO IDL-BAND-FROM
                   MOVE RTT-UP-TO-VOLUME (RATE-IX) TO IDL-BAND-TO
                   PERFORM WRITE-BAND-LINE
                   MOVE RTT-UP-TO-VOLUME (RATE-IX) TO BAND-FROM
               END-IF
           END-PERFORM

      *    Volume beyond the top band goes at the top band's price
           IF BAND-REMAINING > 0
               MOVE BAND-REMAINING TO BAND-QUANTITY
               COMPUTE BAND-START = BAND-FROM + 1
               MOVE BAND-START TO IDL-BAND-FROM
               MOVE '  AND ABOVE' TO IDL-BAND-TO-X
               PERFORM WRITE-BAND-LINE
           END-IF

           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE 'EVENT TOTAL' TO IDL-DESCRIPTION
           MOVE CLT-EVENT-COUNT (CLIENT-IX, EVENT-IX) TO IDL-QUANTITY
           MOVE EVENT-CHARGE TO IDL-AMOUNT
           IF RATE-CLIENT-USED = '****'
               MOVE 'STANDARD RATES' TO IDL-NOTE
           ELSE
               MOVE 'CLIENT RATES' TO IDL-NOTE
           END-IF
           MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE
           MOVE SPACES TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           ADD EVENT-CHARGE TO INVOICE-TOTAL
           ADD EVENT-CHARGE TO EVT-AMOUNT (EVENT-IX)
           PERFORM WRITE-AR-DETAIL

           EXIT.

       COUNT-RATE-ROWS SECTION.
           MOVE 0 TO RATE-ROWS-FOUND
           PERFORM VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX > RATE-ENTRY-COUNT
               IF RTT-CLIENT-CODE (RATE-IX) = RATE-CLIENT-USED
                   AND RTT-EVENT-CODE (RATE-IX) = EVT-CODE (EVENT-IX)
                   ADD 1 TO RATE-ROWS-FOUND
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One band of an event: its quantity at its unit price,
      * rounded to the cent; the caller has set the band limits
       WRITE-BAND-LINE SECTION.
           COMPUTE BAND-AMOUNT ROUNDED = BAND-QUANTITY * BAND-PRICE
           ADD BAND-AMOUNT TO EVENT-CHARGE
           SUBTRACT BAND-QUANTITY FROM BAND-REMAINING
           MOVE BAND-QUANTITY TO IDL-QUANTITY
           MOVE BAND-PRICE TO IDL-UNIT-PRICE
           MOVE BAND-AMOUNT TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE
           MOVE SPACES TO IDL-EVENT-CODE
           MOVE SPACES TO IDL-DESCRIPTION

           EXIT.

       WRITE-AR-DETAIL SECTION.
           MOVE SPACES TO AR-DETAIL-RECORD
           MOVE 'D' TO ARI-RECORD-TYPE
           MOVE INVOICE-NUMBER TO ARD-INVOICE-NUMBER
           MOVE CLT-CLIENT-CODE (CLIENT-IX) TO ARD-CLIENT-CODE
           MOVE EVT-CODE (EVENT-IX) TO ARD-EVENT-CODE
           MOVE CLT-EVENT-COUNT (CLIENT-IX, EVENT-IX) TO ARD-QUANTITY
           MOVE EVENT-CHARGE TO ARD-AMOUNT
           MOVE BILLING-CURRENCY-CODE TO ARD-CURRENCY-CODE
           WRITE AR-DETAIL-RECORD
           ADD 1 TO AR-DETAILS-WRITTEN

           EXIT.

       WRITE-INVOICE-HEADING SECTION.
           ADD 1 TO INVOICE-RPT-PAGE-NUMBER

           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'PROCESSING CHARGEBACK - BILLING MONTH '
                  DELIMITED BY SIZE
                  BILLING-MONTH DELIMITED BY SIZE
                  ' - RUN ' DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  INVOICE-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO INVOICE-REPORT-RECORD
           END-STRING
           WRITE INVOICE-REPORT-RECORD

           MOVE SPACES TO INVOICE-REPORT-RECORD
           IF INVOICE-HEADING-CLIENT = SPACES
               MOVE 'RUN SUMMARY' TO INVOICE-REPORT-RECORD
           ELSE
               STRING 'INVOICE ' DELIMITED BY SIZE
                      INVOICE-NUMBER DELIMITED BY SIZE
                      ' - CLIENT ' DELIMITED BY SIZE
                      INVOICE-HEADING-CLIENT DELIMITED BY SIZE
                      ' - AMOUNTS IN ' DELIMITED BY SIZE
                      BILLING-CURRENCY-CODE DELIMITED BY SIZE
                 INTO INVOICE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE INVOICE-REPORT-RECORD

           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           IF INVOICE-HEADING-CLIENT NOT = SPACES
               MOVE SPACES TO INVOICE-REPORT-RECORD
               STRING 'EVENT    DESCRIPTION                    '
                      '  BAND FROM     BAND TO    QUANTITY '
                      'UNIT PRICE            AMOUNT'
                      DELIMITED BY SIZE
                 INTO INVOICE-REPORT-RECORD
               END-STRING
               WRITE INVOICE-REPORT-RECORD
               MOVE SPACES TO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD
           END-IF

           MOVE 0 TO INVOICE-RPT-LINE-COUNT

           EXIT.

       WRITE-INVOICE-LINE SECTION.
           IF INVOICE-RPT-LINE-COUNT >= INVOICE-RPT-LINES-PER-PAGE
               PERFORM WRITE-INVOICE-HEADING
           END-IF
           WRITE INVOICE-REPORT-RECORD
           ADD 1 TO INVOICE-RPT-LINE-COUNT

           EXIT.

      * ---
      * The run summary closes the report: the events of the month
      * per type, billed and unassigned, with the amounts, and the
      * exceptions to look at before the invoices go out
       WRITE-CHARGE-SUMMARY SECTION.
           MOVE SPACES TO INVOICE-HEADING-CLIENT
           PERFORM WRITE-INVOICE-HEADING

           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'EVENT                                      '
                  '   BILLED   UNASSIGNED            AMOUNT'
                  DELIMITED BY SIZE
             INTO INVOICE-REPORT-RECORD
           END-STRING
           PERFORM WRITE-INVOICE-LINE

           PERFORM VARYING EVENT-IX FROM 1 BY 1
                   UNTIL EVENT-IX > EVENT-ENTRY-COUNT
               MOVE SPACES TO CHARGE-SUMMARY-LINE
               MOVE EVT-DESCRIPTION (EVENT-IX) TO CSL-LABEL
               MOVE EVT-COUNTED (EVENT-IX) TO CSL-VALUE
               MOVE EVT-UNASSIGNED (EVENT-IX) TO CSL-SECOND-VALUE
               MOVE EVT-AMOUNT (EVENT-IX) TO CSL-AMOUNT
               MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
               PERFORM WRITE-INVOICE-LINE
           END-PERFORM

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'TOTAL INVOICED' TO CSL-LABEL
           MOVE GRAND-TOTAL-AMOUNT TO CSL-AMOUNT
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'CLIENTS INVOICED' TO CSL-LABEL
           MOVE CLIENTS-INVOICED TO CSL-VALUE
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'EVENTS WITH NO RATE ON THE CARD' TO CSL-LABEL
           MOVE EVENTS-UNPRICED TO CSL-VALUE
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'RATE ROWS REFUSED' TO CSL-LABEL
           MOVE RATE-ROWS-REJECTED TO CSL-VALUE
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'CUSTOMERS OUT OF SEQUENCE ON EXTRACT' TO CSL-LABEL
           MOVE CUSTOMERS-OUT-OF-SEQUENCE TO CSL-VALUE
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'ROUND-TRIP AUDIT IMAGES NOT BILLED' TO CSL-LABEL
           MOVE ROUND-TRIP-IMAGES TO CSL-VALUE
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE SPACES TO CHARGE-SUMMARY-LINE
           MOVE 'GATEWAY LINES NOT READABLE' TO CSL-LABEL
           MOVE GATEWAY-LINES-UNPARSED TO CSL-VALUE
           MOVE CHARGE-SUMMARY-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           EXIT.
