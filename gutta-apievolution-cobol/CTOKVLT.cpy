      * Token vault entry: one record per customer, sensitive field
      * and clear value, pairing the value with the format-preserving
      * token the partner feeds carry in its place. The vault is the
      * only way back from a token to the value; it is keyed on the
      * customer, field and value, so a value already tokenized is
      * found with one read, and on the field and token, which is
      * unique, so no token can ever stand for two values. It is
      * written by the feed writers, read by the detokenization
      * utility and erased customer by customer by the
      * right-to-erasure purge
           05 '*-'VAULT-KEY.
             10 '*-'CUSTOMER-NUMBER PIC 9(09).
      *      'DOB', 'REGNO' or 'CONTACT'
             10 '*-'FIELD-CODE PIC X(08).
             10 '*-'CLEAR-VALUE PIC X(40).
           05 '*-'TOKEN-KEY.
      *      Always the same as the field code above
             10 '*-'TOKEN-FIELD-CODE PIC X(08).
             10 '*-'TOKEN PIC X(40).
           05 '*-'CREATED-DATE PIC 9(08).
           05 '*-'PROGRAM-NAME PIC X(08).
