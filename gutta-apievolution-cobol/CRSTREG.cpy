      * Restricted-customer register kept by the security officer:
      * one line per customer whose records only privileged operators
      * may see - employees' own accounts, high-profile customers.
      * The restriction class is the operator privilege level (column
      * 10 of OPERAUTH.DAT) needed to see the customer - class 0
      * only watches the customer, every access being logged; the
      * category ('STAFF', 'VIP', ...) and reason are for the reviewer
           05 '*-'CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 '*-'RESTRICTION-CLASS PIC 9(01).
           05 FILLER PIC X(01).
           05 '*-'CATEGORY PIC X(08).
           05 FILLER PIC X(01).
           05 '*-'REASON PIC X(30).
           05 FILLER PIC X(29).
