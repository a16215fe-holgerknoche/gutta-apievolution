      * Token card: one line per partner feed naming which sensitive
      * fields that feed carries as tokens instead of clear values.
      * The feed is 'GATEWAY', 'DWHX' or 'RMIG', or 'ALL' for every
      * feed; a 'Y' flags the field. With no line for a feed it
      * carries its fields as before
           05 '*-'FEED-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 '*-'TOKENIZE-DOB PIC X(01).
           05 FILLER PIC X(01).
           05 '*-'TOKENIZE-REGNO PIC X(01).
           05 FILLER PIC X(01).
           05 '*-'TOKENIZE-CONTACT PIC X(01).
           05 FILLER PIC X(66).
