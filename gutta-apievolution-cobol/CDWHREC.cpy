           05 '*-'COUNTRY-CODE PIC X(03).
           05 '*-'ACCOUNT-BALANCE PIC S9(7)V99 COMP-3.
           05 FILLER PIC X(11).
      *    Date of birth and company registration number, carried
      *    only as format-preserving tokens when the token card flags
      *    them for the warehouse and left blank otherwise; the
      *    warehouse never takes the clear values
           05 '*-'DATE-OF-BIRTH-TOKEN PIC X(10).
           05 '*-'REGISTRATION-NO-TOKEN PIC X(10).
