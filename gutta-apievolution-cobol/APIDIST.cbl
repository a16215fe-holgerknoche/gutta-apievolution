123456*Partner distribution hub: cuts every subscribed partner's
      *feed from the published provider master in a single pass -
      *each partner's subscription entry names the format and
      *revision it takes, the client codes and postal region bands
      *it is entitled to, and whether closed and do-not-mail
      *customers go to it - and appends one manifest line per
      *partner dataset carrying its record count, hash total and
      *the run identifier, so onboarding a partner is a
      *subscription entry rather than a new job step

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One subscription entry per downstream partner
           SELECT SUBSCRIPTION-FILE ASSIGN TO WS-PARTSUB-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSUB-STATUS.
      *    Provider-layout extract as written by APIMIGR, with the
      *    secondary-address child records written in step with it
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
           SELECT PROVIDER-SECADDR-IN ASSIGN TO WS-PROVSEC-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVSEC-IN-STATUS.
      *    Work file the single pass tags with the partner slot
      *    each record is cut for; record sequential, since the
      *    warehouse format's packed bytes ride in it
           SELECT DISTRIBUTION-WORK-FILE ASSIGN TO WS-DISTWORK-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-DISTWORK-STATUS.
      *    A partner dataset, assigned to each subscription's
      *    dataset name in turn: text formats go out line
      *    sequential, the warehouse format record sequential
           SELECT PARTNER-LINE-FILE ASSIGN TO WS-PARTNER-DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-LINE-STATUS.
           SELECT PARTNER-FIXED-FILE
               ASSIGN TO WS-PARTNER-DATASET-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-PARTNER-FIXED-STATUS.
      *    Distribution manifest, one line per partner dataset cut,
      *    kept across runs
           SELECT DISTRIBUTION-MANIFEST ASSIGN TO WS-DISTMAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISTMAN-STATUS.
      *    Short-held lock serializing run-identifier issuance, so
      *    two overlapping jobs can never be issued the same number
           SELECT RUN-LOCK-FILE ASSIGN TO WS-RUN-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
      *    Run-control file issuing this run's identifier
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
      *    Publish control record beside the provider output; the
      *    input is proved against it before a partner is cut
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Shared run log for the numbered verification messages
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Token card flagging the fields each feed carries as
      *    tokens, and the token vault pairing tokens with values
           SELECT TOKEN-CARD-FILE ASSIGN TO WS-TOKEN-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CARD-STATUS.
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKV-VAULT-KEY
               ALTERNATE RECORD KEY IS TKV-TOKEN-KEY
               FILE STATUS IS WS-TOKEN-VAULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Format 'PROV' (provider layout), 'DWHX' (warehouse
      *    interface), 'V1' or 'V3' (consumer revisions) or 'JSON'
      *    (gateway line). Blank client codes take every client; a
      *    'Y' in a band's position (band 0 first) restricts the
      *    feed to those postal region bands, all blank taking
      *    every band
       FD SUBSCRIPTION-FILE.
       01 SUBSCRIPTION-RECORD.
           05 PSB-PARTNER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 PSB-FORMAT PIC X(04).
           05 FILLER PIC X(01).
           05 PSB-DATASET-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 PSB-CLIENT-CODES.
             10 PSB-CLIENT-CODE PIC X(04) OCCURS 5.
           05 FILLER PIC X(01).
           05 PSB-REGION-BANDS PIC X(10).
           05 FILLER PIC X(01).
           05 PSB-INCLUDE-CLOSED PIC X(01).
           05 FILLER PIC X(01).
           05 PSB-INCLUDE-DO-NOT-MAIL PIC X(01).

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

      *    One child record per secondary address, as APIMIGR
      *    writes them
       FD PROVIDER-SECADDR-IN.
       01 PROVIDER-SECADDR-RECORD.
           05 PSA-CUSTOMER-NUMBER PIC 9(09).
           05 PSA-SEQUENCE PIC 9(02).
           05 PSA-ADDR-KIND PIC X(01).
           05 PSA-POSTAL-CODE PIC 9(09).
           05 PSA-CITY PIC X(20).
           05 PSA-STREET PIC X(20).
           05 PSA-NUMBER PIC 9(05).
           05 PSA-BOX-NO PIC 9(09).
           05 PSA-COUNTRY-CODE PIC X(03).
           05 PSA-FOREIGN-POSTAL-CODE PIC X(09).
           05 PSA-ADDRESS-LINE PIC X(08).

       FD DISTRIBUTION-WORK-FILE.
       01 DISTRIBUTION-WORK-RECORD.
           05 DWK-PARTNER-SLOT PIC 9(02).
           05 DWK-PAYLOAD PIC X(400).

       FD PARTNER-LINE-FILE.
       01 PARTNER-LINE-RECORD PIC X(400).

       FD PARTNER-FIXED-FILE.
       01 PARTNER-FIXED-RECORD PIC X(175).
      *    Header/trailer view in the warehouse interface's control
      *    record layout
       01 PARTNER-FIXED-CONTROL.
           05 DWC-RECORD-TYPE PIC X(01).
           05 DWC-EXTRACT-DATE PIC 9(08).
           05 DWC-RECORD-COUNT PIC 9(09).
           05 DWC-HASH-TOTAL PIC 9(18).
           05 FILLER PIC X(139).

       FD DISTRIBUTION-MANIFEST.
       01 DISTRIBUTION-MANIFEST-RECORD.
           05 DMF-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 DMF-DISTRIBUTION-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 DMF-PARTNER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 DMF-FORMAT PIC X(04).
           05 FILLER PIC X(01).
           05 DMF-DATASET-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 DMF-RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(01).
           05 DMF-HASH-TOTAL PIC 9(18).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD.
           05 RLK-OWNER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLK-TIMESTAMP-MS PIC 9(18).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(71).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD TOKEN-CARD-FILE.
       01 TOKEN-CARD-RECORD.
           COPY CTOKCRD REPLACING '*-' BY TKC-.

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           COPY CTOKVLT REPLACING '*-' BY TKV-.

       WORKING-STORAGE SECTION.
       01 DISTRIBUTION-CONTROLS.
           05 WS-PARTSUB-NAME PIC X(30) VALUE 'PARTSUB.DAT'.
           05 WS-PARTSUB-STATUS PIC X(02).
             88 PARTSUB-OK VALUE '00'.
           05 WS-PARTSUB-EOF-FLAG PIC X VALUE 'N'.
             88 PARTSUB-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVSEC-IN-NAME PIC X(30) VALUE 'PROVSEC.DAT'.
           05 WS-PROVSEC-IN-STATUS PIC X(02).
             88 PROVSEC-IN-OK VALUE '00'.
             88 PROVSEC-IN-EOF VALUE '10'.
           05 WS-PROVSEC-IN-EOF-FLAG PIC X VALUE 'Y'.
             88 PROVSEC-IN-AT-EOF VALUE 'Y'.
           05 WS-DISTWORK-NAME PIC X(30) VALUE 'DISTWORK.DAT'.
           05 WS-DISTWORK-STATUS PIC X(02).
             88 DISTWORK-OK VALUE '00'.
           05 WS-DISTWORK-EOF-FLAG PIC X VALUE 'N'.
             88 DISTWORK-AT-EOF VALUE 'Y'.
           05 WS-PARTNER-DATASET-NAME PIC X(30).
           05 WS-PARTNER-LINE-STATUS PIC X(02).
             88 PARTNER-LINE-OK VALUE '00'.
           05 WS-PARTNER-FIXED-STATUS PIC X(02).
             88 PARTNER-FIXED-OK VALUE '00'.
           05 WS-DISTMAN-NAME PIC X(30) VALUE 'DISTMAN.DAT'.
           05 WS-DISTMAN-STATUS PIC X(02).
             88 DISTMAN-OK VALUE '00'.

           05 DISTRIBUTION-DATE PIC 9(08).
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 RECORDS-SKIPPED PIC S9(9) BINARY VALUE 0.
           05 RECORDS-DISTRIBUTED PIC S9(9) BINARY VALUE 0.
           05 RECORDS-NOT-SUBSCRIBED PIC S9(9) BINARY VALUE 0.
           05 SUBSCRIPTIONS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 DATASETS-CUT PIC S9(9) BINARY VALUE 0.
           05 DATASETS-FAILED PIC S9(9) BINARY VALUE 0.
           05 WORK-DELETE-STATUS PIC S9(9) BINARY.
           05 CUSTOMER-CUT-COUNT PIC S9(4) BINARY.
           05 CUSTOMER-SUBSCRIBED-FLAG PIC X(01).
             88 CUSTOMER-SUBSCRIBED VALUE 'Y'.

      *    Subscriptions held in memory for the single pass; each
      *    entry accumulates its own dataset's totals
       01 SUBSCRIPTION-TABLE-CONTROLS.
           05 MAX-SUBSCRIPTION-ENTRIES PIC S9(4) BINARY VALUE 20.
           05 SUBSCRIPTION-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 SUBSCRIPTION-IX PIC S9(4) BINARY.
           05 CLIENT-CODE-IX PIC S9(4) BINARY.
           05 SUBSCRIPTION-MATCH-FLAG PIC X(01).
             88 SUBSCRIPTION-MATCHES VALUE 'Y'.
           05 CLIENT-CODE-MATCH-FLAG PIC X(01).
             88 CLIENT-CODE-MATCHES VALUE 'Y'.
       01 SUBSCRIPTION-TABLE.
           05 SUBSCRIPTION-ENTRY OCCURS 20.
             10 SBT-PARTNER-ID PIC X(08).
             10 SBT-FORMAT PIC X(04).
               88 SBT-PROVIDER-FORMAT VALUE 'PROV'.
               88 SBT-WAREHOUSE-FORMAT VALUE 'DWHX'.
               88 SBT-REVISION-1-FORMAT VALUE 'V1'.
               88 SBT-REVISION-3-FORMAT VALUE 'V3'.
               88 SBT-GATEWAY-FORMAT VALUE 'JSON'.
             10 SBT-DATASET-NAME PIC X(30).
             10 SBT-CLIENT-CODES.
               15 SBT-CLIENT-CODE PIC X(04) OCCURS 5.
             10 SBT-REGION-BANDS PIC X(10).
             10 SBT-INCLUDE-CLOSED PIC X(01).
             10 SBT-INCLUDE-DO-NOT-MAIL PIC X(01).
             10 SBT-RECORD-COUNT PIC S9(9) BINARY.
             10 SBT-HASH-TOTAL PIC 9(18).

       01 BAND-WORK-FIELDS.
           05 BAND-INDEX PIC S9(4) BINARY.
           05 BAND-DIGIT PIC 9(01).
           05 BAND-POSTAL-VALUE PIC S9(9) BINARY.

      *    The current customer's street-kind secondary addresses,
      *    the only kind the revision-3 layout can carry
       01 SECONDARY-ADDRESS-CONTROLS.
           05 SEC-ADDRESS-COUNT PIC S9(4) BINARY.
           05 SEC-ADDRESS-IX PIC S9(4) BINARY.
           05 SEC-COUNT-DISP PIC 9(01).
           05 SEC-ADDRESS-ENTRY OCCURS 2.
             10 SEA-STREET PIC X(20).
             10 SEA-NUMBER PIC 9(05).
             10 SEA-POSTAL-CODE PIC 9(09).
             10 SEA-CITY PIC X(20).

      *    Consumer revision layouts as APIRMIG writes them
       01 CONSUMER-MASTER-V1-RECORD.
           05 CMV1-FIRST-NAME PIC X(20).
           05 CMV1-LAST-NAME PIC X(20).
           05 CMV1-GENDER PIC X(01).
           05 CMV1-STREET PIC X(20).
           05 CMV1-NUMBER PIC X(05).
           05 CMV1-POSTAL-CODE PIC X(09).
           05 CMV1-CITY PIC X(20).
           05 CMV1-CUSTOMER-NUMBER PIC 9(09).
       01 CONSUMER-MASTER-V3-RECORD.
           05 CMV3-FIRST-NAME PIC X(20).
           05 CMV3-LAST-NAME PIC X(20).
           05 CMV3-DATE-OF-BIRTH PIC X(10).
           05 CMV3-GENDER PIC X(01).
           05 CMV3-STREET PIC X(20).
           05 CMV3-NUMBER PIC X(05).
           05 CMV3-POSTAL-CODE PIC X(09).
           05 CMV3-CITY PIC X(20).
           05 CMV3-SEC-ADDR-COUNT PIC X(01).
           05 CMV3-SEC-ADDR OCCURS 2.
               10 CMV3-SEC-STREET PIC X(20).
               10 CMV3-SEC-NUMBER PIC X(05).
               10 CMV3-SEC-POSTAL-CODE PIC X(09).
               10 CMV3-SEC-CITY PIC X(20).
           05 CMV3-CUSTOMER-NUMBER PIC 9(09).

      *    Warehouse interface detail as APIDWHX cuts it
       01 WAREHOUSE-INTF-RECORD.
           COPY CDWHREC REPLACING '*-' BY DWH-.

      *    Gateway line in the feed's JSON shape
       01 GATEWAY-LINE-RECORD PIC X(400).

      *    Scratch fields used to render a numeric field as a JSON
      *    number with no leading padding, and to right-trim a text
      *    field without stopping at an embedded space
       01 JSON-BUILD-CONTROLS.
           05 JSON-NUMERIC-EDIT PIC Z(8)9.
           05 JSON-NUMERIC-TRIMMED PIC X(09).
           05 JSON-SCAN-IX PIC S9(4) BINARY.
           05 JSON-GENDER-TEXT PIC X(09).
           05 JSON-POSTAL-CODE-TEXT PIC X(09).
           05 JSON-CUSTNO-TEXT PIC X(09).
           05 JSON-RUN-ID-TEXT PIC X(09).
           05 JSON-BALANCE-TEXT PIC X(09).
           05 JSON-BALANCE-NEGATIVE PIC X(01).
           05 JSON-BALANCE-CENTS PIC S9(9) BINARY.
           05 JSON-TEXT-RAW PIC X(20).
           05 JSON-TEXT-LEN PIC S9(4) BINARY.
           05 JSON-FIRST-NAME-RAW PIC X(20).
           05 JSON-FIRST-NAME-LEN PIC S9(4) BINARY.
           05 JSON-LAST-NAME-RAW PIC X(20).
           05 JSON-LAST-NAME-LEN PIC S9(4) BINARY.
           05 JSON-CITY-RAW PIC X(20).
           05 JSON-CITY-LEN PIC S9(4) BINARY.
           05 JSON-CLIENT-SEGMENT PIC X(22).
           05 JSON-CLIENT-SEG-LEN PIC S9(4) BINARY.

      *    Run-control lock state: the lock is held only across the
      *    read-increment-rewrite of the run-control file, so its
      *    stale limit is short
       01 RUN-LOCK-CONTROLS.
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-RUN-LOCK-STATUS PIC X(02).
             88 RUN-LOCK-OK VALUE '00'.
           05 RLK-OWNER-NAME PIC X(08) VALUE 'APIDIST'.
           05 RUN-LOCK-STALE-LIMIT-MS PIC S9(18) BINARY
              VALUE 60000.
           05 RLK-HELD-OWNER PIC X(08).
           05 RLK-HELD-TIMESTAMP PIC S9(18) BINARY.
           05 RLK-HELD-AGE-MS PIC S9(18) BINARY.
           05 RLK-CURRENT-TIME-MS PIC 9(18).
           05 RLK-FILE-DETAILS.
             10 RLK-FILE-SIZE PIC 9(8) COMP-X.
             10 RLK-FILE-DAY PIC 9(2) COMP-X.
             10 RLK-FILE-MONTH PIC 9(2) COMP-X.
             10 RLK-FILE-YEAR PIC 9(4) COMP-X.
             10 RLK-FILE-HOURS PIC 9(2) COMP-X.
             10 RLK-FILE-MINUTES PIC 9(2) COMP-X.
             10 RLK-FILE-SECONDS PIC 9(2) COMP-X.
             10 RLK-FILE-HUNDREDTHS PIC 9(2) COMP-X.
           05 RLK-EXIST-STATUS PIC S9(9) BINARY.

      *    This run's identifier, issued from the run-control file
      *    and stamped on every manifest line
       01 RUN-IDENTIFIER-CONTROLS.
           05 WS-RUN-CONTROL-NAME PIC X(30) VALUE 'RUNCTL.DAT'.
           05 WS-RUN-CONTROL-STATUS PIC X(02).
             88 RUN-CONTROL-OK VALUE '00'.
           05 CURRENT-RUN-ID PIC 9(09) VALUE 0.

      *    Verification of the input against its publish control:
      *    the control must be for the business date being run and
      *    its count and totals must match the file as it stands
       01 PUBLISH-CONTROL-CONTROLS.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 PUBLISH-CONTROL-STEM PIC X(30).
           05 PUBLISH-EOF-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-AT-EOF VALUE 'Y'.
           05 PUBLISH-CONTROL-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-CONTROL-FOUND VALUE 'Y'.
           05 PUBLISH-REFUSED-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-INPUT-REFUSED VALUE 'Y'.
           05 PUBLISH-EXPECTED-DATE PIC 9(08) VALUE 0.
           05 PUBLISH-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
           05 PUBLISH-HASH-TOTAL PIC 9(18) VALUE 0.
           05 PUBLISH-BALANCE-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
           05 PUBLISH-COUNT-DISP PIC 9(09).
           05 PUBLISH-CONTROL-COUNT-DISP PIC 9(09).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

      *    The control line as it was read; the file is closed
      *    before the line is proved
       01 PUBLISH-CONTROL-LINE.
           COPY CPUBCTL REPLACING '*-' BY PCL-.

       01 RUN-LOG-CONTROLS.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-STATUS PIC X(02).
             88 RUN-LOG-OK VALUE '00'.
           05 RUN-LOG-MESSAGE-ID PIC X(07).
           05 RUN-LOG-SEVERITY PIC X(01).
           05 RUN-LOG-TEXT PIC X(80).

      *    Format-preserving tokenization of the sensitive fields the
      *    token card flags for a feed: a clear value is replaced
      *    by a token of the same shape - a digit for a digit, a
      *    letter for a letter, punctuation kept - and the pairing is
      *    held in the token vault, so a customer's value keeps its
      *    token run after run and only the vault resolves it. A
      *    warehouse cut follows the card's DWHX line and a
      *    revision-3 cut its RMIG line, as APIDWHX and APIRMIG do
       01 TOKEN-CONTROLS.
           05 WS-TOKEN-CARD-NAME PIC X(30) VALUE 'TOKNCARD.DAT'.
           05 WS-TOKEN-CARD-STATUS PIC X(02).
             88 TOKEN-CARD-OK VALUE '00'.
           05 WS-TOKEN-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 TOKEN-CARD-AT-EOF VALUE 'Y'.
           05 WS-TOKEN-VAULT-NAME PIC X(30) VALUE 'TOKVAULT.DAT'.
           05 WS-TOKEN-VAULT-STATUS PIC X(02).
             88 TOKEN-VAULT-OK VALUE '00'.
             88 TOKEN-VAULT-DUPLICATE VALUE '22'.
             88 TOKEN-VAULT-ABSENT VALUE '35'.
           05 TOKEN-PROGRAM-NAME PIC X(08) VALUE 'APIDIST'.
           05 TOKENIZE-DOB-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-DOB VALUE 'Y'.
           05 TOKENIZE-REGNO-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-REGNO VALUE 'Y'.
           05 TOKENIZE-V3-DOB-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-V3-DOB VALUE 'Y'.
           05 TOKEN-VAULT-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 TOKEN-VAULT-IS-OPEN VALUE 'Y'.
           05 TOKEN-CUSTOMER-NUMBER PIC 9(09).
           05 TOKEN-FIELD-CODE PIC X(08).
           05 TOKEN-CLEAR-VALUE PIC X(40).
           05 TOKEN-CLEAR-BYTES REDEFINES TOKEN-CLEAR-VALUE.
             10 TOKEN-CLEAR-BYTE PIC 9(2) COMP-X OCCURS 40.
           05 TOKEN-RESULT PIC X(40).
           05 TOKEN-POS PIC S9(4) BINARY.
           05 TOKEN-ATTEMPT PIC S9(4) BINARY.
           05 TOKEN-CLASH-FLAG PIC X(01).
             88 TOKEN-CLASHES VALUE 'Y'.
           05 TOKEN-SEED PIC S9(18) BINARY.
           05 TOKEN-QUOTIENT PIC S9(18) BINARY.
           05 TOKEN-PICK PIC S9(4) BINARY.
           05 TOKEN-TIME PIC 9(08).
           05 TOKEN-DATE PIC 9(08) VALUE 0.
           05 TOKEN-DIGITS PIC X(10) VALUE '0123456789'.
           05 TOKEN-LOWER-LETTERS PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 TOKEN-UPPER-LETTERS PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 TOKENS-ISSUED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-REUSED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-REFUSED PIC S9(9) BINARY VALUE 0.


       PROCEDURE DIVISION.
           PERFORM LOAD-SUBSCRIPTIONS
           IF SUBSCRIPTION-ENTRY-COUNT = 0
               DISPLAY 'NO PARTNER SUBSCRIPTIONS PRESENT - NOTHING '
                       'TO DISTRIBUTE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Distributing ' WS-PROVMAST-IN-NAME ' to '
                   SUBSCRIPTION-ENTRY-COUNT ' partner(s)...'
              UPON CONSOLE

           PERFORM VERIFY-PUBLISH-CONTROL
           IF PUBLISH-INPUT-REFUSED
               GOBACK
           END-IF

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'distribute'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-PROVSEC-FILE
           PERFORM LOAD-TOKEN-CARD

           PERFORM ISSUE-RUN-IDENTIFIER
           ACCEPT DISTRIBUTION-DATE FROM DATE YYYYMMDD

      *    The single pass over the master: every record is tested
      *    against every subscription and tagged for each partner
      *    it goes to
           OPEN OUTPUT DISTRIBUTION-WORK-FILE
           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM DISTRIBUTE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-WORK-FILE
           PERFORM CLOSE-PROVSEC-FILE
           PERFORM CLOSE-TOKEN-VAULT
           CLOSE PROVIDER-MASTER-IN

      *    Each partner's dataset is then cut from the tagged work
      *    file and recorded in the manifest
           OPEN EXTEND DISTRIBUTION-MANIFEST
           IF NOT DISTMAN-OK
               OPEN OUTPUT DISTRIBUTION-MANIFEST
           END-IF
           PERFORM VARYING SUBSCRIPTION-IX FROM 1 BY 1
                   UNTIL SUBSCRIPTION-IX > SUBSCRIPTION-ENTRY-COUNT
               PERFORM CUT-PARTNER-DATASET
           END-PERFORM
           CLOSE DISTRIBUTION-MANIFEST
           CALL 'CBL_DELETE_FILE' USING WS-DISTWORK-NAME
              RETURNING WORK-DELETE-STATUS

           DISPLAY 'Provider records read:     ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Records without a key:     ' RECORDS-SKIPPED
              UPON CONSOLE
           DISPLAY 'Records to no partner:     '
                   RECORDS-NOT-SUBSCRIBED
              UPON CONSOLE
           DISPLAY 'Partner records cut:       ' RECORDS-DISTRIBUTED
              UPON CONSOLE
           DISPLAY 'Partner datasets cut:      ' DATASETS-CUT
              UPON CONSOLE
           DISPLAY 'Partner datasets failed:   ' DATASETS-FAILED
              UPON CONSOLE
           DISPLAY 'Subscriptions refused:     ' SUBSCRIPTIONS-REFUSED
              UPON CONSOLE
           DISPLAY 'Run identifier:            ' CURRENT-RUN-ID
              UPON CONSOLE
           IF TOKENIZE-DOB OR TOKENIZE-REGNO OR TOKENIZE-V3-DOB
               DISPLAY 'Tokens issued:             ' TOKENS-ISSUED
                  UPON CONSOLE
               DISPLAY 'Tokens reused:             ' TOKENS-REUSED
                  UPON CONSOLE
               DISPLAY 'Values blanked:            ' TOKENS-REFUSED
                  UPON CONSOLE
           END-IF
           IF DATASETS-FAILED > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF SUBSCRIPTIONS-REFUSED > 0
                  OR TOKENS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * ---
      * Hold the subscriptions in memory; an entry naming no
      * partner, no dataset or a format this hub cannot cut is
      * refused on the console and the rest still distribute
       LOAD-SUBSCRIPTIONS SECTION.
           OPEN INPUT SUBSCRIPTION-FILE
           IF NOT PARTSUB-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL PARTSUB-AT-EOF
               READ SUBSCRIPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-PARTSUB-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-SUBSCRIPTION
               END-READ
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE

           EXIT.

       LOAD-ONE-SUBSCRIPTION SECTION.
           IF PSB-PARTNER-ID = SPACES OR PSB-DATASET-NAME = SPACES
               DISPLAY '*** SUBSCRIPTION WITHOUT PARTNER OR DATASET '
                       '- IGNORED'
                  UPON CONSOLE
               ADD 1 TO SUBSCRIPTIONS-REFUSED
               EXIT SECTION
           END-IF
           IF PSB-FORMAT NOT = 'PROV' AND NOT = 'DWHX'
              AND NOT = 'V1' AND NOT = 'V3' AND NOT = 'JSON'
               DISPLAY '*** SUBSCRIPTION ' PSB-PARTNER-ID
                       ' NAMES UNKNOWN FORMAT ' PSB-FORMAT
                       ' - IGNORED'
                  UPON CONSOLE
               ADD 1 TO SUBSCRIPTIONS-REFUSED
               EXIT SECTION
           END-IF
           IF SUBSCRIPTION-ENTRY-COUNT >= MAX-SUBSCRIPTION-ENTRIES
               DISPLAY '*** SUBSCRIPTION TABLE FULL - PARTNER '
                       PSB-PARTNER-ID ' NOT DISTRIBUTED'
                  UPON CONSOLE
               ADD 1 TO SUBSCRIPTIONS-REFUSED
               EXIT SECTION
           END-IF

           ADD 1 TO SUBSCRIPTION-ENTRY-COUNT
           MOVE SUBSCRIPTION-ENTRY-COUNT TO SUBSCRIPTION-IX
           MOVE PSB-PARTNER-ID TO SBT-PARTNER-ID (SUBSCRIPTION-IX)
           MOVE PSB-FORMAT TO SBT-FORMAT (SUBSCRIPTION-IX)
           MOVE PSB-DATASET-NAME
             TO SBT-DATASET-NAME (SUBSCRIPTION-IX)
           MOVE PSB-CLIENT-CODES
             TO SBT-CLIENT-CODES (SUBSCRIPTION-IX)
           MOVE PSB-REGION-BANDS
             TO SBT-REGION-BANDS (SUBSCRIPTION-IX)
           MOVE PSB-INCLUDE-CLOSED
             TO SBT-INCLUDE-CLOSED (SUBSCRIPTION-IX)
           MOVE PSB-INCLUDE-DO-NOT-MAIL
             TO SBT-INCLUDE-DO-NOT-MAIL (SUBSCRIPTION-IX)
           MOVE 0 TO SBT-RECORD-COUNT (SUBSCRIPTION-IX)
           MOVE 0 TO SBT-HASH-TOTAL (SUBSCRIPTION-IX)

           EXIT.

      * ---
      * Band the record, gather its secondary addresses and tag a
      * copy in each matching partner's format; a record with no
      * usable customer number cannot enter any hash total
       DISTRIBUTE-ONE-CUSTOMER SECTION.
           MOVE 0 TO SEC-ADDRESS-COUNT
           PERFORM LOAD-SECONDARY-ADDRESSES
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO RECORDS-SKIPPED
               EXIT SECTION
           END-IF

      *    Band 0 stands for a postal code that is not numeric;
      *    only a partner taking every band receives those
           MOVE 0 TO BAND-INDEX
           IF PMI-POSTAL-CODE IS NUMERIC
               MOVE PMI-POSTAL-CODE TO BAND-POSTAL-VALUE
               PERFORM UNTIL BAND-POSTAL-VALUE < 10
                   DIVIDE BAND-POSTAL-VALUE BY 10
                     GIVING BAND-POSTAL-VALUE
               END-PERFORM
               MOVE BAND-POSTAL-VALUE TO BAND-DIGIT
               COMPUTE BAND-INDEX = BAND-DIGIT + 1
           END-IF

           MOVE 'N' TO CUSTOMER-SUBSCRIBED-FLAG
           PERFORM VARYING SUBSCRIPTION-IX FROM 1 BY 1
                   UNTIL SUBSCRIPTION-IX > SUBSCRIPTION-ENTRY-COUNT
               PERFORM TEST-SUBSCRIPTION-MATCH
               IF SUBSCRIPTION-MATCHES
                   SET CUSTOMER-SUBSCRIBED TO TRUE
                   PERFORM TAG-PARTNER-RECORD
               END-IF
           END-PERFORM
           IF NOT CUSTOMER-SUBSCRIBED
               ADD 1 TO RECORDS-NOT-SUBSCRIBED
           END-IF

           EXIT.

      * ---
      * Apply one subscription's entitlement to the current record:
      * lifecycle, mailing preference, client code and region band
       TEST-SUBSCRIPTION-MATCH SECTION.
           MOVE 'N' TO SUBSCRIPTION-MATCH-FLAG
           IF PMI-LIFECYCLE-STATUS = 'C'
              AND SBT-INCLUDE-CLOSED (SUBSCRIPTION-IX) NOT = 'Y'
               EXIT SECTION
           END-IF
           IF PMI-DO-NOT-MAIL = 'Y'
              AND SBT-INCLUDE-DO-NOT-MAIL (SUBSCRIPTION-IX) NOT = 'Y'
               EXIT SECTION
           END-IF

           IF SBT-CLIENT-CODES (SUBSCRIPTION-IX) NOT = SPACES
               MOVE 'N' TO CLIENT-CODE-MATCH-FLAG
               PERFORM VARYING CLIENT-CODE-IX FROM 1 BY 1
                       UNTIL CLIENT-CODE-IX > 5
                   IF SBT-CLIENT-CODE (SUBSCRIPTION-IX CLIENT-CODE-IX)
                      NOT = SPACES
                      AND SBT-CLIENT-CODE
                          (SUBSCRIPTION-IX CLIENT-CODE-IX)
                          = PMI-CLIENT-CODE
                       SET CLIENT-CODE-MATCHES TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CLIENT-CODE-MATCHES
                   EXIT SECTION
               END-IF
           END-IF

           IF SBT-REGION-BANDS (SUBSCRIPTION-IX) NOT = SPACES
               IF BAND-INDEX = 0
                   EXIT SECTION
               END-IF
               IF SBT-REGION-BANDS (SUBSCRIPTION-IX) (BAND-INDEX:1)
                  NOT = 'Y'
                   EXIT SECTION
               END-IF
           END-IF

           SET SUBSCRIPTION-MATCHES TO TRUE

           EXIT.

      * ---
      * Build the current record in the partner's format and tag it
      * with the partner's slot in the work file
       TAG-PARTNER-RECORD SECTION.
           MOVE SPACES TO DISTRIBUTION-WORK-RECORD
           MOVE SUBSCRIPTION-IX TO DWK-PARTNER-SLOT
           EVALUATE TRUE
               WHEN SBT-PROVIDER-FORMAT (SUBSCRIPTION-IX)
                   MOVE PROVIDER-MASTER-IN-RECORD TO DWK-PAYLOAD
               WHEN SBT-WAREHOUSE-FORMAT (SUBSCRIPTION-IX)
                   PERFORM BUILD-WAREHOUSE-DETAIL
                   MOVE WAREHOUSE-INTF-RECORD TO DWK-PAYLOAD
               WHEN SBT-REVISION-1-FORMAT (SUBSCRIPTION-IX)
                   PERFORM BUILD-REVISION-1-RECORD
                   MOVE CONSUMER-MASTER-V1-RECORD TO DWK-PAYLOAD
               WHEN SBT-REVISION-3-FORMAT (SUBSCRIPTION-IX)
                   PERFORM BUILD-REVISION-3-RECORD
                   MOVE CONSUMER-MASTER-V3-RECORD TO DWK-PAYLOAD
               WHEN SBT-GATEWAY-FORMAT (SUBSCRIPTION-IX)
                   PERFORM BUILD-GATEWAY-LINE
                   MOVE GATEWAY-LINE-RECORD TO DWK-PAYLOAD
           END-EVALUATE
           WRITE DISTRIBUTION-WORK-RECORD
           ADD 1 TO SBT-RECORD-COUNT (SUBSCRIPTION-IX)
           ADD PMI-CUSTOMER-NUMBER TO SBT-HASH-TOTAL (SUBSCRIPTION-IX)
           ADD 1 TO RECORDS-DISTRIBUTED

           EXIT.

      * ---
      * Warehouse interface detail, cut the way APIDWHX cuts it
       BUILD-WAREHOUSE-DETAIL SECTION.
           MOVE SPACES TO WAREHOUSE-INTF-RECORD
           MOVE 'D' TO DWH-RECORD-TYPE
           MOVE PMI-CUSTOMER-NUMBER TO DWH-CUSTOMER-NUMBER
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE 'C' TO DWH-CUSTOMER-KIND
               MOVE PMI-COMPANY-NAME TO DWH-COMPANY-NAME
               MOVE SPACES TO DWH-FIRST-NAME
               MOVE SPACES TO DWH-LAST-NAME
           ELSE
               MOVE 'P' TO DWH-CUSTOMER-KIND
               MOVE PMI-FIRST-NAME TO DWH-FIRST-NAME
               MOVE PMI-LAST-NAME TO DWH-LAST-NAME
               MOVE SPACES TO DWH-COMPANY-NAME
           END-IF
           IF PMI-GENDER-NEW IS NUMERIC
               MOVE PMI-GENDER-NEW TO DWH-GENDER
           ELSE
               MOVE 0 TO DWH-GENDER
           END-IF
           MOVE PMI-STREET TO DWH-STREET
           MOVE PMI-NUMBER TO DWH-HOUSE-NUMBER
           MOVE PMI-POSTAL-CODE TO DWH-POSTAL-CODE
           MOVE PMI-CITY TO DWH-CITY
           MOVE PMI-COUNTRY-CODE TO DWH-COUNTRY-CODE
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO DWH-ACCOUNT-BALANCE
           ELSE
               MOVE 0 TO DWH-ACCOUNT-BALANCE
           END-IF
           MOVE PMI-CUSTOMER-NUMBER TO TOKEN-CUSTOMER-NUMBER
           IF TOKENIZE-DOB AND PMI-CUSTOMER-KIND NOT = 'C'
               MOVE 'DOB' TO TOKEN-FIELD-CODE
               MOVE PMI-DATE-OF-BIRTH TO TOKEN-CLEAR-VALUE
               PERFORM TOKENIZE-FIELD-VALUE
               MOVE TOKEN-RESULT TO DWH-DATE-OF-BIRTH-TOKEN
           END-IF
           IF TOKENIZE-REGNO AND PMI-CUSTOMER-KIND = 'C'
               MOVE 'REGNO' TO TOKEN-FIELD-CODE
               MOVE PMI-REGISTRATION-NO TO TOKEN-CLEAR-VALUE
               PERFORM TOKENIZE-FIELD-VALUE
               MOVE TOKEN-RESULT TO DWH-REGISTRATION-NO-TOKEN
           END-IF

           EXIT.

      * ---
      * Revision-1 consumer record: the legacy gender code and the
      * primary street address only
       BUILD-REVISION-1-RECORD SECTION.
           MOVE SPACES TO CONSUMER-MASTER-V1-RECORD
           MOVE PMI-FIRST-NAME TO CMV1-FIRST-NAME
           MOVE PMI-LAST-NAME TO CMV1-LAST-NAME
           MOVE PMI-GENDER TO CMV1-GENDER
           MOVE PMI-STREET TO CMV1-STREET
           MOVE PMI-NUMBER TO CMV1-NUMBER
           MOVE PMI-POSTAL-CODE TO CMV1-POSTAL-CODE
           MOVE PMI-CITY TO CMV1-CITY
           MOVE PMI-CUSTOMER-NUMBER TO CMV1-CUSTOMER-NUMBER

           EXIT.

      * ---
      * Revision-3 consumer record: adds the date of birth and up
      * to two street-kind secondary addresses
       BUILD-REVISION-3-RECORD SECTION.
           MOVE SPACES TO CONSUMER-MASTER-V3-RECORD
           MOVE PMI-FIRST-NAME TO CMV3-FIRST-NAME
           MOVE PMI-LAST-NAME TO CMV3-LAST-NAME
           MOVE PMI-DATE-OF-BIRTH TO CMV3-DATE-OF-BIRTH
           IF TOKENIZE-V3-DOB
               MOVE PMI-CUSTOMER-NUMBER TO TOKEN-CUSTOMER-NUMBER
               MOVE 'DOB' TO TOKEN-FIELD-CODE
               MOVE PMI-DATE-OF-BIRTH TO TOKEN-CLEAR-VALUE
               PERFORM TOKENIZE-FIELD-VALUE
               MOVE TOKEN-RESULT TO CMV3-DATE-OF-BIRTH
           END-IF
           MOVE PMI-GENDER TO CMV3-GENDER
           MOVE PMI-STREET TO CMV3-STREET
           MOVE PMI-NUMBER TO CMV3-NUMBER
           MOVE PMI-POSTAL-CODE TO CMV3-POSTAL-CODE
           MOVE PMI-CITY TO CMV3-CITY
           MOVE SEC-ADDRESS-COUNT TO SEC-COUNT-DISP
           MOVE SEC-COUNT-DISP TO CMV3-SEC-ADDR-COUNT
           PERFORM VARYING SEC-ADDRESS-IX FROM 1 BY 1
                   UNTIL SEC-ADDRESS-IX > SEC-ADDRESS-COUNT
               MOVE SEA-STREET (SEC-ADDRESS-IX)
                 TO CMV3-SEC-STREET (SEC-ADDRESS-IX)
               MOVE SEA-NUMBER (SEC-ADDRESS-IX)
                 TO CMV3-SEC-NUMBER (SEC-ADDRESS-IX)
               MOVE SEA-POSTAL-CODE (SEC-ADDRESS-IX)
                 TO CMV3-SEC-POSTAL-CODE (SEC-ADDRESS-IX)
               MOVE SEA-CITY (SEC-ADDRESS-IX)
                 TO CMV3-SEC-CITY (SEC-ADDRESS-IX)
           END-PERFORM
           MOVE PMI-CUSTOMER-NUMBER TO CMV3-CUSTOMER-NUMBER

           EXIT.

      * ---
      * Gateway line in the feed's JSON shape: balance as signed
      * integer cents, the client code closing the object when the
      * customer carries one
       BUILD-GATEWAY-LINE SECTION.
           MOVE PMI-CUSTOMER-NUMBER TO JSON-NUMERIC-EDIT
           PERFORM TRIM-JSON-NUMBER
           MOVE JSON-NUMERIC-TRIMMED TO JSON-CUSTNO-TEXT

           MOVE CURRENT-RUN-ID TO JSON-NUMERIC-EDIT
           PERFORM TRIM-JSON-NUMBER
           MOVE JSON-NUMERIC-TRIMMED TO JSON-RUN-ID-TEXT

           MOVE 0 TO JSON-NUMERIC-EDIT
           IF PMI-GENDER-NEW IS NUMERIC
               MOVE PMI-GENDER-NEW TO JSON-NUMERIC-EDIT
           END-IF
           PERFORM TRIM-JSON-NUMBER
           MOVE JSON-NUMERIC-TRIMMED TO JSON-GENDER-TEXT

           MOVE 0 TO JSON-NUMERIC-EDIT
           IF PMI-POSTAL-CODE IS NUMERIC
               MOVE PMI-POSTAL-CODE TO JSON-NUMERIC-EDIT
           END-IF
           PERFORM TRIM-JSON-NUMBER
           MOVE JSON-NUMERIC-TRIMMED TO JSON-POSTAL-CODE-TEXT

           MOVE PMI-FIRST-NAME TO JSON-TEXT-RAW
           PERFORM TRIM-JSON-TEXT
           MOVE JSON-TEXT-RAW TO JSON-FIRST-NAME-RAW
           MOVE JSON-TEXT-LEN TO JSON-FIRST-NAME-LEN

           MOVE PMI-LAST-NAME TO JSON-TEXT-RAW
           PERFORM TRIM-JSON-TEXT
           MOVE JSON-TEXT-RAW TO JSON-LAST-NAME-RAW
           MOVE JSON-TEXT-LEN TO JSON-LAST-NAME-LEN

           MOVE PMI-CITY TO JSON-TEXT-RAW
           PERFORM TRIM-JSON-TEXT
           MOVE JSON-TEXT-RAW TO JSON-CITY-RAW
           MOVE JSON-TEXT-LEN TO JSON-CITY-LEN

           MOVE SPACE TO JSON-BALANCE-NEGATIVE
           MOVE 0 TO JSON-BALANCE-CENTS
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               COMPUTE JSON-BALANCE-CENTS =
                   PMI-ACCOUNT-BALANCE * 100
           END-IF
           IF JSON-BALANCE-CENTS < 0
               MOVE '-' TO JSON-BALANCE-NEGATIVE
               COMPUTE JSON-BALANCE-CENTS = 0 - JSON-BALANCE-CENTS
           END-IF
           MOVE JSON-BALANCE-CENTS TO JSON-NUMERIC-EDIT
           PERFORM TRIM-JSON-NUMBER
           MOVE JSON-NUMERIC-TRIMMED TO JSON-BALANCE-TEXT

           MOVE SPACES TO JSON-CLIENT-SEGMENT
           IF PMI-CLIENT-CODE NOT = SPACES
               STRING ',"clientCode":"' DELIMITED BY SIZE
                      PMI-CLIENT-CODE DELIMITED BY SPACE
                      '"}' DELIMITED BY SIZE
                 INTO JSON-CLIENT-SEGMENT
               END-STRING
               MOVE 22 TO JSON-CLIENT-SEG-LEN
               PERFORM UNTIL JSON-CLIENT-SEG-LEN <= 1
                   OR JSON-CLIENT-SEGMENT
                      (JSON-CLIENT-SEG-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM JSON-CLIENT-SEG-LEN
               END-PERFORM
           ELSE
               MOVE '}' TO JSON-CLIENT-SEGMENT
               MOVE 1 TO JSON-CLIENT-SEG-LEN
           END-IF

           MOVE SPACES TO GATEWAY-LINE-RECORD
           STRING
               '{"runId":' DELIMITED BY SIZE
               JSON-RUN-ID-TEXT DELIMITED BY SPACE
               ',"customerNumber":' DELIMITED BY SIZE
               JSON-CUSTNO-TEXT DELIMITED BY SPACE
               ',"firstName":"' DELIMITED BY SIZE
               JSON-FIRST-NAME-RAW (1:JSON-FIRST-NAME-LEN)
                 DELIMITED BY SIZE
               '","lastName":"' DELIMITED BY SIZE
               JSON-LAST-NAME-RAW (1:JSON-LAST-NAME-LEN)
                 DELIMITED BY SIZE
               '","gender":' DELIMITED BY SIZE
               JSON-GENDER-TEXT DELIMITED BY SPACE
               ',"postalCode":' DELIMITED BY SIZE
               JSON-POSTAL-CODE-TEXT DELIMITED BY SPACE
               ',"city":"' DELIMITED BY SIZE
               JSON-CITY-RAW (1:JSON-CITY-LEN) DELIMITED BY SIZE
               '","accountBalanceCents":' DELIMITED BY SIZE
               JSON-BALANCE-NEGATIVE DELIMITED BY SPACE
               JSON-BALANCE-TEXT DELIMITED BY SPACE
               JSON-CLIENT-SEGMENT (1:JSON-CLIENT-SEG-LEN)
                 DELIMITED BY SIZE
             INTO GATEWAY-LINE-RECORD
           END-STRING

           EXIT.

      * ---
      * Left-justifies JSON-NUMERIC-EDIT's zero-suppressed value into
      * JSON-NUMERIC-TRIMMED; an all-spaces edit (zero) trims down
      * to a single '0'
       TRIM-JSON-NUMBER SECTION.
           MOVE SPACES TO JSON-NUMERIC-TRIMMED
           MOVE 1 TO JSON-SCAN-IX

           PERFORM UNTIL JSON-SCAN-IX > 9
                       OR JSON-NUMERIC-EDIT (JSON-SCAN-IX:1) NOT = SPACE
               ADD 1 TO JSON-SCAN-IX
           END-PERFORM

           IF JSON-SCAN-IX > 9
               MOVE '0' TO JSON-NUMERIC-TRIMMED (1:1)
           ELSE
               MOVE JSON-NUMERIC-EDIT (JSON-SCAN-IX:)
                 TO JSON-NUMERIC-TRIMMED
           END-IF

           EXIT.

      * ---
      * Sets JSON-TEXT-LEN to the position of JSON-TEXT-RAW's last
      * non-space character, so embedded spaces survive; an
      * all-spaces field trims down to a length of 1
       TRIM-JSON-TEXT SECTION.
           MOVE 20 TO JSON-SCAN-IX

           PERFORM UNTIL JSON-SCAN-IX < 1
                       OR JSON-TEXT-RAW (JSON-SCAN-IX:1) NOT = SPACE
               SUBTRACT 1 FROM JSON-SCAN-IX
           END-PERFORM

           IF JSON-SCAN-IX < 1
               MOVE 1 TO JSON-TEXT-LEN
           ELSE
               MOVE JSON-SCAN-IX TO JSON-TEXT-LEN
           END-IF

           EXIT.

      * ---
      * Copy one partner's tagged records from the work file into
      * its dataset - the warehouse format framed by the interface's
      * header and trailer control records - and record the cut in
      * the manifest. A dataset that cannot be opened is reported
      * and left out of the manifest
       CUT-PARTNER-DATASET SECTION.
           MOVE SBT-DATASET-NAME (SUBSCRIPTION-IX)
             TO WS-PARTNER-DATASET-NAME
           IF SBT-WAREHOUSE-FORMAT (SUBSCRIPTION-IX)
               OPEN OUTPUT PARTNER-FIXED-FILE
               IF NOT PARTNER-FIXED-OK
                   PERFORM REPORT-DATASET-FAILURE
                   EXIT SECTION
               END-IF
               MOVE SPACES TO PARTNER-FIXED-CONTROL
               MOVE 'H' TO DWC-RECORD-TYPE
               MOVE DISTRIBUTION-DATE TO DWC-EXTRACT-DATE
               MOVE 0 TO DWC-RECORD-COUNT
               MOVE 0 TO DWC-HASH-TOTAL
               WRITE PARTNER-FIXED-CONTROL
           ELSE
               OPEN OUTPUT PARTNER-LINE-FILE
               IF NOT PARTNER-LINE-OK
                   PERFORM REPORT-DATASET-FAILURE
                   EXIT SECTION
               END-IF
           END-IF

           MOVE 'N' TO WS-DISTWORK-EOF-FLAG
           OPEN INPUT DISTRIBUTION-WORK-FILE
           IF NOT DISTWORK-OK
               MOVE 'Y' TO WS-DISTWORK-EOF-FLAG
           END-IF
           PERFORM UNTIL DISTWORK-AT-EOF
               READ DISTRIBUTION-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-DISTWORK-EOF-FLAG
                   NOT AT END
                       IF DWK-PARTNER-SLOT = SUBSCRIPTION-IX
                           PERFORM WRITE-PARTNER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF DISTWORK-OK OR WS-DISTWORK-STATUS = '10'
               CLOSE DISTRIBUTION-WORK-FILE
           END-IF

           IF SBT-WAREHOUSE-FORMAT (SUBSCRIPTION-IX)
               MOVE SPACES TO PARTNER-FIXED-CONTROL
               MOVE 'T' TO DWC-RECORD-TYPE
               MOVE DISTRIBUTION-DATE TO DWC-EXTRACT-DATE
               MOVE SBT-RECORD-COUNT (SUBSCRIPTION-IX)
                 TO DWC-RECORD-COUNT
               MOVE SBT-HASH-TOTAL (SUBSCRIPTION-IX)
                 TO DWC-HASH-TOTAL
               WRITE PARTNER-FIXED-CONTROL
               CLOSE PARTNER-FIXED-FILE
           ELSE
               CLOSE PARTNER-LINE-FILE
           END-IF

           MOVE SPACES TO DISTRIBUTION-MANIFEST-RECORD
           MOVE CURRENT-RUN-ID TO DMF-RUN-ID
           MOVE DISTRIBUTION-DATE TO DMF-DISTRIBUTION-DATE
           MOVE SBT-PARTNER-ID (SUBSCRIPTION-IX) TO DMF-PARTNER-ID
           MOVE SBT-FORMAT (SUBSCRIPTION-IX) TO DMF-FORMAT
           MOVE SBT-DATASET-NAME (SUBSCRIPTION-IX)
             TO DMF-DATASET-NAME
           MOVE SBT-RECORD-COUNT (SUBSCRIPTION-IX)
             TO DMF-RECORD-COUNT
           MOVE SBT-HASH-TOTAL (SUBSCRIPTION-IX) TO DMF-HASH-TOTAL
           WRITE DISTRIBUTION-MANIFEST-RECORD
           ADD 1 TO DATASETS-CUT

           DISPLAY 'Partner ' SBT-PARTNER-ID (SUBSCRIPTION-IX)
                   ' ' SBT-FORMAT (SUBSCRIPTION-IX)
                   ' records: ' SBT-RECORD-COUNT (SUBSCRIPTION-IX)
              UPON CONSOLE

           EXIT.

       WRITE-PARTNER-RECORD SECTION.
           IF SBT-WAREHOUSE-FORMAT (SUBSCRIPTION-IX)
               MOVE DWK-PAYLOAD TO PARTNER-FIXED-RECORD
               WRITE PARTNER-FIXED-RECORD
           ELSE
               MOVE DWK-PAYLOAD TO PARTNER-LINE-RECORD
               WRITE PARTNER-LINE-RECORD
           END-IF

           EXIT.

       REPORT-DATASET-FAILURE SECTION.
           DISPLAY '*** CANNOT OPEN DATASET '
                   WS-PARTNER-DATASET-NAME ' FOR PARTNER '
                   SBT-PARTNER-ID (SUBSCRIPTION-IX)
              UPON CONSOLE
           ADD 1 TO DATASETS-FAILED

           EXIT.

      * ---
      * Open the secondary-address child file and buffer its first
      * record; an extract delivered without one distributes with
      * no secondary addresses
       OPEN-PROVSEC-FILE SECTION.
           MOVE 'Y' TO WS-PROVSEC-IN-EOF-FLAG
           OPEN INPUT PROVIDER-SECADDR-IN
           IF PROVSEC-IN-OK
               MOVE 'N' TO WS-PROVSEC-IN-EOF-FLAG
               PERFORM READ-PROVSEC-RECORD
           END-IF

           EXIT.

       CLOSE-PROVSEC-FILE SECTION.
           IF PROVSEC-IN-OK OR PROVSEC-IN-EOF
               CLOSE PROVIDER-SECADDR-IN
           END-IF

           EXIT.

       READ-PROVSEC-RECORD SECTION.
           IF NOT PROVSEC-IN-AT-EOF
               READ PROVIDER-SECADDR-IN
                   AT END
                       MOVE 'Y' TO WS-PROVSEC-IN-EOF-FLAG
               END-READ
           END-IF

           EXIT.

      * ---
      * Consume the current customer's child records, written in
      * step with the main file; the first two street-kind ones are
      * kept for the revision-3 layout
       LOAD-SECONDARY-ADDRESSES SECTION.
           PERFORM UNTIL PROVSEC-IN-AT-EOF
                      OR PSA-CUSTOMER-NUMBER
                         NOT = PMI-CUSTOMER-NUMBER
               IF PSA-ADDR-KIND NOT = 'P' AND NOT = 'I'
                  AND SEC-ADDRESS-COUNT < 2
                   ADD 1 TO SEC-ADDRESS-COUNT
                   MOVE PSA-STREET TO SEA-STREET (SEC-ADDRESS-COUNT)
                   MOVE PSA-NUMBER TO SEA-NUMBER (SEC-ADDRESS-COUNT)
                   MOVE PSA-POSTAL-CODE
                     TO SEA-POSTAL-CODE (SEC-ADDRESS-COUNT)
                   MOVE PSA-CITY TO SEA-CITY (SEC-ADDRESS-COUNT)
               END-IF
               PERFORM READ-PROVSEC-RECORD
           END-PERFORM

           EXIT.

       ISSUE-RUN-IDENTIFIER SECTION.
           PERFORM ACQUIRE-RUN-CONTROL-LOCK

           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-LAST-RUN-ID IS NUMERIC
                           MOVE RCT-LAST-RUN-ID TO CURRENT-RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           ADD 1 TO CURRENT-RUN-ID

           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE CURRENT-RUN-ID TO RCT-LAST-RUN-ID
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE

           PERFORM RELEASE-RUN-CONTROL-LOCK

           EXIT.

      * ---
      * Acquire the lock serializing run-identifier issuance; a
      * holder older than the short stale limit abended mid-issue
      * and is taken over
       ACQUIRE-RUN-CONTROL-LOCK SECTION.
           CALL 'CBL_CHECK_FILE_EXIST' USING
                WS-RUN-LOCK-NAME
                RLK-FILE-DETAILS
              RETURNING RLK-EXIST-STATUS

           IF RLK-EXIST-STATUS = 0
               OPEN INPUT RUN-LOCK-FILE
               MOVE 0 TO RLK-HELD-TIMESTAMP
               MOVE SPACES TO RLK-HELD-OWNER
               IF RUN-LOCK-OK
                   READ RUN-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RLK-OWNER TO RLK-HELD-OWNER
                           IF RLK-TIMESTAMP-MS IS NUMERIC
                               MOVE RLK-TIMESTAMP-MS
                                 TO RLK-HELD-TIMESTAMP
                           END-IF
                   END-READ
                   CLOSE RUN-LOCK-FILE
               END-IF

               CALL 'getCurrentTimeMs' USING
                    BY REFERENCE RLK-CURRENT-TIME-MS
               COMPUTE RLK-HELD-AGE-MS =
                   RLK-CURRENT-TIME-MS - RLK-HELD-TIMESTAMP
               IF RLK-HELD-AGE-MS < RUN-LOCK-STALE-LIMIT-MS
                   DISPLAY '*** RUN-IDENTIFIER ISSUANCE LOCKED BY '
                           RLK-HELD-OWNER
                           ' - A SHARED NUMBER WOULD MAKE BOTH '
                           'RUNS INDISTINGUISHABLE'
                      UPON CONSOLE
                   DISPLAY 'ENDING - RERUN IN A MOMENT'
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'STALE RUN-CONTROL LOCK FROM '
                       RLK-HELD-OWNER ' TAKEN OVER'
                  UPON CONSOLE
           END-IF

           OPEN OUTPUT RUN-LOCK-FILE
           MOVE RLK-OWNER-NAME TO RLK-OWNER
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLK-CURRENT-TIME-MS
           MOVE RLK-CURRENT-TIME-MS TO RLK-TIMESTAMP-MS
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE

           EXIT.

       RELEASE-RUN-CONTROL-LOCK SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-NAME
              RETURNING RLK-EXIST-STATUS

           EXIT.

      * ---
      * Prove the provider output against the publish control
      * written beside it before processing a record. A missing
      * control, or one for another business date, means the step
      * is running early or against an old generation (8); a file
      * that disagrees with its own control is damaged or
      * incomplete (12)
       VERIFY-PUBLISH-CONTROL SECTION.
           MOVE 'N' TO PUBLISH-REFUSED-FLAG
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-IN-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE 0 TO PUBLISH-EXPECTED-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE
                             TO PUBLISH-EXPECTED-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF PUBLISH-EXPECTED-DATE = 0
               ACCEPT PUBLISH-EXPECTED-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 'N' TO PUBLISH-CONTROL-FOUND-FLAG
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO PUBLISH-CONTROL-FOUND-FLAG
                       MOVE PUBLISH-CONTROL-RECORD
                         TO PUBLISH-CONTROL-LINE
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF

           IF NOT PUBLISH-CONTROL-FOUND
               MOVE 'APV101E' TO RUN-LOG-MESSAGE-ID
               MOVE 'E' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING 'NO PUBLISH CONTROL ' DELIMITED BY SIZE
                      WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' - INPUT CANNOT BE VERIFIED'
                          DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           IF PCL-BUSINESS-DATE NOT NUMERIC
               OR PCL-BUSINESS-DATE NOT = PUBLISH-EXPECTED-DATE
               MOVE 'APV102E' TO RUN-LOG-MESSAGE-ID
               MOVE 'E' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' IS FOR BUSINESS DATE ' DELIMITED BY SIZE
                      PCL-BUSINESS-DATE DELIMITED BY SIZE
                      ', EXPECTED ' DELIMITED BY SIZE
                      PUBLISH-EXPECTED-DATE DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 0 TO PUBLISH-RECORD-COUNT
           MOVE 0 TO PUBLISH-HASH-TOTAL
           MOVE 0 TO PUBLISH-BALANCE-TOTAL
           MOVE 'N' TO PUBLISH-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF PROVMAST-IN-OK
               PERFORM UNTIL PUBLISH-AT-EOF
                   READ PROVIDER-MASTER-IN
                       AT END
                           MOVE 'Y' TO PUBLISH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PUBLISH-RECORD-COUNT
                           IF PMI-CUSTOMER-NUMBER IS NUMERIC
                               ADD PMI-CUSTOMER-NUMBER
                                 TO PUBLISH-HASH-TOTAL
                           END-IF
                           IF PMI-ACCOUNT-BALANCE IS NUMERIC
                               ADD PMI-ACCOUNT-BALANCE
                                 TO PUBLISH-BALANCE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-MASTER-IN
           END-IF

      *    A missing output is reported by the open that follows
           IF NOT PROVMAST-IN-OK
               EXIT SECTION
           END-IF
           MOVE PUBLISH-RECORD-COUNT TO PUBLISH-COUNT-DISP
           MOVE PCL-RECORD-COUNT TO PUBLISH-CONTROL-COUNT-DISP
           IF PCL-RECORD-COUNT NOT NUMERIC
               OR PCL-HASH-TOTAL NOT NUMERIC
               OR PCL-BALANCE-TOTAL NOT NUMERIC
               OR PCL-RECORD-COUNT NOT = PUBLISH-RECORD-COUNT
               OR PCL-HASH-TOTAL NOT = PUBLISH-HASH-TOTAL
               OR PCL-BALANCE-TOTAL NOT = PUBLISH-BALANCE-TOTAL
               MOVE 'APV103S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING WS-PROVMAST-IN-NAME DELIMITED BY SPACE
                      ' DISAGREES WITH ITS CONTROL - '
                          DELIMITED BY SIZE
                      PUBLISH-COUNT-DISP DELIMITED BY SIZE
                      ' RECORDS, CONTROL ' DELIMITED BY SIZE
                      PUBLISH-CONTROL-COUNT-DISP DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               DISPLAY '    HASH    ' PUBLISH-HASH-TOTAL
                       ' CONTROL ' PCL-HASH-TOTAL
                  UPON CONSOLE
               DISPLAY '    BALANCE ' PUBLISH-BALANCE-TOTAL
                       ' CONTROL ' PCL-BALANCE-TOTAL
                  UPON CONSOLE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 'APV001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING WS-PROVMAST-IN-NAME DELIMITED BY SPACE
                  ' VERIFIED AGAINST ' DELIMITED BY SIZE
                  WS-PUBCTL-NAME DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  PUBLISH-COUNT-DISP DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT.
      * Anything but an informational message goes to the console
      * as well
       WRITE-RUN-LOG-MESSAGE SECTION.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUN-LOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APIDIST' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           IF RUN-LOG-SEVERITY NOT = 'I'
               DISPLAY '*** ' RUN-LOG-MESSAGE-ID ' ' RUN-LOG-TEXT
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Read the token card: a warehouse cut takes the flags of the
      * DWHX line and a revision-3 cut those of the RMIG line, an
      * ALL line applying to both; with any field flagged the vault
      * is opened so existing tokens are reused. With no card
      * nothing is tokenized
       LOAD-TOKEN-CARD SECTION.
           MOVE 'N' TO WS-TOKEN-CARD-EOF-FLAG
           OPEN INPUT TOKEN-CARD-FILE
           IF NOT TOKEN-CARD-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL TOKEN-CARD-AT-EOF
               READ TOKEN-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-TOKEN-CARD-EOF-FLAG
                   NOT AT END
                       IF TKC-FEED-NAME = 'DWHX'
                           OR TKC-FEED-NAME = 'ALL'
                           IF TKC-TOKENIZE-DOB = 'Y'
                               MOVE 'Y' TO TOKENIZE-DOB-FLAG
                           END-IF
                           IF TKC-TOKENIZE-REGNO = 'Y'
                               MOVE 'Y' TO TOKENIZE-REGNO-FLAG
                           END-IF
                       END-IF
                       IF TKC-FEED-NAME = 'RMIG'
                           OR TKC-FEED-NAME = 'ALL'
                           IF TKC-TOKENIZE-DOB = 'Y'
                               MOVE 'Y' TO TOKENIZE-V3-DOB-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOKEN-CARD-FILE

           IF TOKENIZE-DOB OR TOKENIZE-REGNO OR TOKENIZE-V3-DOB
               DISPLAY '  Tokenized fields: warehouse date of birth '
                       TOKENIZE-DOB-FLAG ', registration no '
                       TOKENIZE-REGNO-FLAG ', revision-3 date of '
                       'birth ' TOKENIZE-V3-DOB-FLAG
                  UPON CONSOLE
               PERFORM OPEN-TOKEN-VAULT
           END-IF

           EXIT.

      * ---
      * Open the vault for update. The first run ever creates it;
      * a vault that cannot be opened leaves every value to be
      * tokenized blanked, never sent in clear
       OPEN-TOKEN-VAULT SECTION.
           ACCEPT TOKEN-DATE FROM DATE YYYYMMDD
           OPEN I-O TOKEN-VAULT-FILE
           IF TOKEN-VAULT-ABSENT
               OPEN OUTPUT TOKEN-VAULT-FILE
               CLOSE TOKEN-VAULT-FILE
               OPEN I-O TOKEN-VAULT-FILE
           END-IF
           IF TOKEN-VAULT-OK
               MOVE 'Y' TO TOKEN-VAULT-OPEN-FLAG
           ELSE
               DISPLAY '*** TOKEN VAULT ' WS-TOKEN-VAULT-NAME
                       ' NOT AVAILABLE, STATUS '
                       WS-TOKEN-VAULT-STATUS
                       ' - TOKENIZED VALUES ARE BLANKED'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Replace TOKEN-CLEAR-VALUE (field TOKEN-FIELD-CODE of
      * customer TOKEN-CUSTOMER-NUMBER) by its token in
      * TOKEN-RESULT: the vault's token when the value has one,
      * otherwise a new one entered in the vault. A value that
      * cannot be given a token is blanked, never sent in clear
       TOKENIZE-FIELD-VALUE SECTION.
           MOVE SPACES TO TOKEN-RESULT
           IF TOKEN-CLEAR-VALUE = SPACES
               EXIT SECTION
           END-IF
           IF NOT TOKEN-VAULT-IS-OPEN
               ADD 1 TO TOKENS-REFUSED
               EXIT SECTION
           END-IF

           PERFORM FIND-VAULT-TOKEN
           IF TOKEN-RESULT NOT = SPACES
               ADD 1 TO TOKENS-REUSED
               EXIT SECTION
           END-IF

      *    A new token must differ from the value; the vault itself
      *    refuses a token already issued for the field, so each
      *    token resolves to exactly one value
           MOVE 'Y' TO TOKEN-CLASH-FLAG
           PERFORM VARYING TOKEN-ATTEMPT FROM 1 BY 1
                   UNTIL TOKEN-ATTEMPT > 20
                      OR NOT TOKEN-CLASHES
                      OR NOT TOKEN-VAULT-IS-OPEN
               PERFORM GENERATE-TOKEN
               IF TOKEN-RESULT NOT = TOKEN-CLEAR-VALUE
                   PERFORM ENTER-VAULT-TOKEN
               END-IF
           END-PERFORM
           IF TOKEN-CLASHES
               MOVE SPACES TO TOKEN-RESULT
               ADD 1 TO TOKENS-REFUSED
           END-IF

           EXIT.

      * ---
      * The vault's token for the value, spaces when it has none
       FIND-VAULT-TOKEN SECTION.
           MOVE SPACES TO TOKEN-RESULT
           MOVE TOKEN-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
           MOVE TOKEN-FIELD-CODE TO TKV-FIELD-CODE
           MOVE TOKEN-CLEAR-VALUE TO TKV-CLEAR-VALUE
           READ TOKEN-VAULT-FILE KEY IS TKV-VAULT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TKV-TOKEN TO TOKEN-RESULT
           END-READ

           EXIT.

      * ---
      * Enter the candidate token in TOKEN-RESULT in the vault. A
      * duplicate is either a token already issued for the field -
      * the next candidate is tried - or a value another writer has
      * just tokenized, whose token is then taken from the vault
       ENTER-VAULT-TOKEN SECTION.
           MOVE TOKEN-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
           MOVE TOKEN-FIELD-CODE TO TKV-FIELD-CODE
           MOVE TOKEN-CLEAR-VALUE TO TKV-CLEAR-VALUE
           MOVE TOKEN-FIELD-CODE TO TKV-TOKEN-FIELD-CODE
           MOVE TOKEN-RESULT TO TKV-TOKEN
           MOVE TOKEN-DATE TO TKV-CREATED-DATE
           MOVE TOKEN-PROGRAM-NAME TO TKV-PROGRAM-NAME
           WRITE TOKEN-VAULT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE TRUE
               WHEN TOKEN-VAULT-OK
                   MOVE 'N' TO TOKEN-CLASH-FLAG
                   ADD 1 TO TOKENS-ISSUED
               WHEN TOKEN-VAULT-DUPLICATE
                   PERFORM FIND-VAULT-TOKEN
                   IF TOKEN-RESULT NOT = SPACES
                       MOVE 'N' TO TOKEN-CLASH-FLAG
                       ADD 1 TO TOKENS-REUSED
                   END-IF
               WHEN OTHER
                   DISPLAY '*** TOKEN VAULT WRITE FAILED, STATUS '
                           WS-TOKEN-VAULT-STATUS
                           ' - FURTHER TOKENIZED VALUES ARE BLANKED'
                      UPON CONSOLE
                   CLOSE TOKEN-VAULT-FILE
                   MOVE 'N' TO TOKEN-VAULT-OPEN-FLAG
           END-EVALUATE

           EXIT.

      * ---
      * One candidate token: each digit and letter of the value is
      * replaced from a pseudo-random sequence seeded from the
      * customer, the value, the time of day and the attempt, so
      * the token cannot be worked back to the value without the
      * vault; everything else is kept where it stands
       GENERATE-TOKEN SECTION.
           ACCEPT TOKEN-TIME FROM TIME
           COMPUTE TOKEN-SEED = TOKEN-CUSTOMER-NUMBER
                              + TOKEN-TIME * 7
                              + TOKEN-ATTEMPT * 7919
                              + TOKENS-ISSUED * 131
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > 40
               COMPUTE TOKEN-SEED = TOKEN-SEED
                   + TOKEN-CLEAR-BYTE (TOKEN-POS) * TOKEN-POS
           END-PERFORM
           DIVIDE TOKEN-SEED BY 2147483647
               GIVING TOKEN-QUOTIENT
               REMAINDER TOKEN-SEED
           IF TOKEN-SEED = 0
               MOVE 1 TO TOKEN-SEED
           END-IF

           MOVE TOKEN-CLEAR-VALUE TO TOKEN-RESULT
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > 40
               COMPUTE TOKEN-SEED = TOKEN-SEED * 48271
               DIVIDE TOKEN-SEED BY 2147483647
                   GIVING TOKEN-QUOTIENT
                   REMAINDER TOKEN-SEED
               EVALUATE TRUE
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1) IS NUMERIC
                   DIVIDE TOKEN-SEED BY 10
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-DIGITS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1) = SPACE
                   CONTINUE
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1)
                        IS ALPHABETIC-LOWER
                   DIVIDE TOKEN-SEED BY 26
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-LOWER-LETTERS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1)
                        IS ALPHABETIC-UPPER
                   DIVIDE TOKEN-SEED BY 26
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-UPPER-LETTERS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               END-EVALUATE
           END-PERFORM

           EXIT.

      * ---
      * Every token is in the vault from the moment it is issued;
      * closing it is all that is left
       CLOSE-TOKEN-VAULT SECTION.
           IF TOKEN-VAULT-IS-OPEN
               CLOSE TOKEN-VAULT-FILE
               MOVE 'N' TO TOKEN-VAULT-OPEN-FLAG
           END-IF

           EXIT.
