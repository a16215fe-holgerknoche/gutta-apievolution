      * Subject-access request register kept by APISAR: one line per
      * request a customer makes for a copy of everything we hold
      * about them. The statutory due date is one calendar month
      * after receipt, three when the request is extended as
      * complex. Status O open, V identity verified, P disclosure
      * pack produced (APISARP stamps the pack date and the number
      * of items disclosed), S pack sent, W withdrawn or refused.
      * The customer number leads the record so the erasure purge
      * treats the register like the other customer-keyed ones
           05 '*-'CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'SEQUENCE PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'REQUEST-STATUS PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'RECEIVED-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'DUE-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'EXTENDED-FLAG PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'CHANNEL PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'VERIFIED-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'IDENTITY-METHOD PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'VERIFIED-BY PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'PACK-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'PACK-ITEMS PIC 9(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'CLOSED-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'REASON PIC X(30).
