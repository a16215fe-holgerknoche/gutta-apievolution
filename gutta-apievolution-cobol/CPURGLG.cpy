      * Erasure log: one line appended by APIPURGE for every purge
      * card it works, erased or refused - the outcome is ERASED,
      * HELD (legal hold), CHECKDIG (check digit failed), OPERATOR
      * (operator not authorized) or NOTARGET (card names nobody).
      * The retention sweep reads it back under its approval ticket
      * to learn which of its candidates were actually erased
           05 '*-'TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'OUTCOME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'RECORDS-REMOVED PIC 9(09).
