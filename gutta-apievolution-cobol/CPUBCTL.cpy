      * Shared publish control record: one line written next to
      * every published provider output, under the output's own name
      * with a .CTL suffix, by whichever program published it. Every
      * program reading that output proves the file against it
      * before processing a record - the run and business date say
      * which generation it is, the count and the two totals say the
      * file is whole
           05 '*-'RUN-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
      *    Sum of the customer numbers, a hash only
           05 '*-'HASH-TOTAL PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'BALANCE-TOTAL PIC S9(13)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01) VALUE SPACE.
           05 '*-'PROGRAM-NAME PIC X(08).
