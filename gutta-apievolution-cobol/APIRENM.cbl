123456*Municipal street and postal-code renaming: applies the rename
      *table - old street, postal code and city to their new values
      *from an effective date - across the whole base in one run:
      *the primary street address on the sequential and the keyed
      *master, every matching secondary address and the household
      *file. Each changed customer's record as it stood goes to the
      *history under the run identifier, every changed address goes
      *on the change report and, where the table row asks for it,
      *an address-change letter is queued. A dry run counts and
      *lists what would change and leaves every file as it is

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIRENM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Rename table, one row per renamed street or re-coded
      *    postal district
           SELECT RENAME-TABLE-FILE ASSIGN TO WS-RENAME-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RENAME-STATUS.
      *    Run control card: 'Y' in the first column is a dry run
           SELECT RENAME-CONTROL-FILE ASSIGN TO WS-RENAME-CTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RENAME-CTL-STATUS.
      *    Published provider master, rewritten through the work
      *    file once the renames are applied
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
           SELECT PROVIDER-MASTER-NEW ASSIGN TO WS-PROVMAST-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-NEW-STATUS.
      *    Secondary-address child records, in step with the master
           SELECT PROVIDER-SECADDR-IN ASSIGN TO WS-PROVSEC-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVSEC-IN-STATUS.
           SELECT PROVIDER-SECADDR-NEW ASSIGN TO WS-PROVSEC-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVSEC-NEW-STATUS.
      *    Keyed provider master built by APIPMIDX; a renamed
      *    customer's keyed record is replaced directly
           SELECT PROVIDER-MASTER-IDX ASSIGN TO WS-PROVMAST-IDX-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMX-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROVMAST-IDX-STATUS.
      *    Provider-master history the migration keeps
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    Household membership APIHHLD writes, renamed in place
           SELECT HOUSEHOLD-FILE ASSIGN TO WS-HOUSEHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
           SELECT HOUSEHOLD-NEW ASSIGN TO WS-HOUSEHOLD-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-NEW-STATUS.
      *    Change report, every changed address and the count per
      *    rename row
           SELECT RENAME-REPORT-FILE ASSIGN TO WS-RENAME-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RENAME-RPT-STATUS.
      *    Letter requests queued for the correspondence run
           SELECT LETTER-REQUEST-FILE ASSIGN TO WS-CORRREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREQ-STATUS.
      *    Business date the rows take effect against
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Short-held lock serializing run-identifier issuance, so
      *    two overlapping jobs can never be issued the same number
           SELECT RUN-LOCK-FILE ASSIGN TO WS-RUN-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
      *    Run-control file issuing this run's identifier
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
      *    Publish control record written next to the provider
      *    output, proving its generation and totals to every reader
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Old address to match, new address to set, in the
      *    master's columns. A blank old street or city matches any;
      *    a blank new field is left as it is. 'Y' in the letter
      *    column queues an address-change letter to every customer
      *    the row changes
       FD RENAME-TABLE-FILE.
       01 RENAME-TABLE-RECORD.
           05 SRN-OLD-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 SRN-OLD-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 SRN-OLD-CITY PIC X(20).
           05 FILLER PIC X(01).
           05 SRN-NEW-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 SRN-NEW-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 SRN-NEW-CITY PIC X(20).
           05 FILLER PIC X(01).
           05 SRN-EFFECTIVE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SRN-LETTER-FLAG PIC X(01).

       FD RENAME-CONTROL-FILE.
       01 RENAME-CONTROL-RECORD.
           05 RNC-DRY-RUN PIC X(01).
           05 FILLER PIC X(79).

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

       FD PROVIDER-MASTER-NEW.
       01 PROVIDER-MASTER-NEW-RECORD PIC X(252).

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

       FD PROVIDER-SECADDR-NEW.
       01 PROVIDER-SECADDR-NEW-RECORD PIC X(95).

      *    Same columns as the sequential record, keyed on the
      *    customer number at its existing offset
       FD PROVIDER-MASTER-IDX.
       01 PROVIDER-MASTER-IDX-RECORD.
           05 FILLER PIC X(96).
           05 PMX-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(147).

      *    One history line per superseded provider record, as the
      *    migration writes them
       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE PIC X(252).

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HHM-HOUSEHOLD-ID PIC 9(07).
           05 FILLER PIC X(01).
           05 HHM-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 HHM-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 HHM-NUMBER PIC X(05).
           05 FILLER PIC X(01).
           05 HHM-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 HHM-CITY PIC X(20).

       FD HOUSEHOLD-NEW.
       01 HOUSEHOLD-NEW-RECORD PIC X(75).

       FD RENAME-REPORT-FILE.
       01 RENAME-REPORT-RECORD PIC X(132).

       FD LETTER-REQUEST-FILE.
       01 LETTER-REQUEST-RECORD.
           05 CRQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CRQ-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 CRQ-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(01).
           05 CRQ-REQUEST-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CRQ-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CRQ-AMOUNT PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 CRQ-REFERENCE PIC X(12).
           05 FILLER PIC X(11).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

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

       WORKING-STORAGE SECTION.
       01 RENAME-CONTROLS.
           05 WS-RENAME-NAME PIC X(30) VALUE 'RENAME.DAT'.
           05 WS-RENAME-STATUS PIC X(02).
             88 RENAME-OK VALUE '00'.
           05 WS-RENAME-EOF-FLAG PIC X VALUE 'N'.
             88 RENAME-AT-EOF VALUE 'Y'.
           05 WS-RENAME-CTL-NAME PIC X(30) VALUE 'RENAMCTL.DAT'.
           05 WS-RENAME-CTL-STATUS PIC X(02).
             88 RENAME-CTL-OK VALUE '00'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-NEW-NAME PIC X(30) VALUE 'PROVOUT.NEW'.
           05 WS-PROVMAST-NEW-STATUS PIC X(02).
           05 WS-PROVSEC-IN-NAME PIC X(30) VALUE 'PROVSEC.DAT'.
           05 WS-PROVSEC-IN-STATUS PIC X(02).
             88 PROVSEC-IN-OK VALUE '00'.
           05 WS-PROVSEC-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVSEC-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVSEC-OPEN-FLAG PIC X VALUE 'N'.
             88 PROVSEC-IN-OPEN VALUE 'Y'.
           05 WS-PROVSEC-NEW-NAME PIC X(30) VALUE 'PROVSEC.NEW'.
           05 WS-PROVSEC-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IDX-NAME PIC X(30) VALUE 'PROVMAST.IDX'.
           05 WS-PROVMAST-IDX-STATUS PIC X(02).
             88 PROVMAST-IDX-OK VALUE '00'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-HOUSEHOLD-NAME PIC X(30) VALUE 'HOUSHOLD.DAT'.
           05 WS-HOUSEHOLD-STATUS PIC X(02).
             88 HOUSEHOLD-OK VALUE '00'.
           05 WS-HOUSEHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 HOUSEHOLD-AT-EOF VALUE 'Y'.
           05 WS-HOUSEHOLD-NEW-NAME PIC X(30) VALUE 'HOUSHOLD.NEW'.
           05 WS-HOUSEHOLD-NEW-STATUS PIC X(02).
           05 WS-RENAME-RPT-NAME PIC X(30) VALUE 'RENAMRPT.DAT'.
           05 WS-RENAME-RPT-STATUS PIC X(02).
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-CORRREQ-STATUS PIC X(02).
             88 CORRREQ-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS-CODE PIC S9(9) BINARY.
           05 DRY-RUN-FLAG PIC X(01) VALUE 'N'.
             88 DRY-RUN-MODE VALUE 'Y'.
           05 KEYED-MASTER-FLAG PIC X(01) VALUE 'N'.
             88 KEYED-MASTER-OPEN VALUE 'Y'.
           05 CUSTOMER-CHANGED-FLAG PIC X(01).
             88 CUSTOMER-CHANGED VALUE 'Y'.
           05 CUSTOMER-LETTER-FLAG PIC X(01).
             88 CUSTOMER-WANTS-LETTER VALUE 'Y'.
           05 CUSTOMER-LETTER-DATE PIC 9(08).

           05 ROWS-READ PIC S9(9) BINARY VALUE 0.
           05 ROWS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 ROWS-NOT-YET-EFFECTIVE PIC S9(9) BINARY VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-CHANGED PIC S9(9) BINARY VALUE 0.
           05 PRIMARY-CHANGED PIC S9(9) BINARY VALUE 0.
           05 SECONDARY-CHANGED PIC S9(9) BINARY VALUE 0.
           05 HOUSEHOLDS-CHANGED PIC S9(9) BINARY VALUE 0.
           05 LETTERS-REQUESTED PIC S9(9) BINARY VALUE 0.
           05 KEYED-REWRITE-MISSES PIC S9(9) BINARY VALUE 0.
           05 RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 RENAME-RUN-MODE PIC X(08).

      *    The customer's record as it stood before any rename, for
      *    the history
           05 PROVIDER-RECORD-HOLD PIC X(252).

      *    The rename rows held for the passes, old and new street
      *    and city already standardized the way the master's are
       01 RENAME-TABLE-CONTROLS.
           05 MAX-RENAME-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 RENAME-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RENAME-IX PIC S9(4) BINARY.
       01 RENAME-TABLE.
           05 RENAME-ENTRY OCCURS 500.
             10 RNT-OLD-STREET PIC X(20).
             10 RNT-OLD-POSTAL-CODE PIC X(09).
             10 RNT-OLD-CITY PIC X(20).
             10 RNT-NEW-STREET PIC X(20).
             10 RNT-NEW-POSTAL-CODE PIC X(09).
             10 RNT-NEW-CITY PIC X(20).
             10 RNT-EFFECTIVE-DATE PIC 9(08).
             10 RNT-LETTER-FLAG PIC X(01).
             10 RNT-EFFECTIVE-FLAG PIC X(01).
               88 RNT-IN-EFFECT VALUE 'Y'.
             10 RNT-PRIMARY-COUNT PIC S9(9) BINARY.
             10 RNT-SECONDARY-COUNT PIC S9(9) BINARY.
             10 RNT-HOUSEHOLD-COUNT PIC S9(9) BINARY.

      *    One address run through the rename rows: the caller
      *    loads it and says where it came from, and gets it back
      *    with the rows in effect applied in table order
       01 ADDRESS-WORK-FIELDS.
           05 ADW-SOURCE PIC X(01).
             88 ADW-PRIMARY VALUE 'P'.
             88 ADW-SECONDARY VALUE 'S'.
             88 ADW-HOUSEHOLD VALUE 'H'.
           05 ADW-STREET PIC X(20).
           05 ADW-POSTAL-CODE PIC X(09).
           05 ADW-CITY PIC X(20).
           05 ADW-OLD-STREET PIC X(20).
           05 ADW-OLD-POSTAL-CODE PIC X(09).
           05 ADW-OLD-CITY PIC X(20).
           05 ADW-CHANGED-FLAG PIC X(01).
             88 ADW-CHANGED VALUE 'Y'.
           05 ADW-LETTER-FLAG PIC X(01).
           05 ADW-EFFECTIVE-DATE PIC 9(08).
           05 ADW-CUSTOMER-NUMBER PIC 9(09).
           05 ADW-LABEL PIC X(06).

      *    The conversion's standardization rules for one text
      *    field: leading-padding trim, case folding and the
      *    street-ending expansion
       01 STANDARDIZATION-CONTROLS.
           05 STD-FIELD-VALUE PIC X(20).
           05 STD-STREET-FLAG PIC X(01).
             88 STD-EXPAND-STREET VALUE 'Y'.
           05 STD-TEXT-LENGTH PIC S9(4) BINARY.
           05 STD-SCAN-IX PIC S9(4) BINARY.
           05 STD-SHIFT-WORK PIC X(20).
           05 LOWER-CASE-LETTERS PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 UPPER-CASE-LETTERS PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 RENAME-DETAIL-LINE.
           05 RDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-SOURCE PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-OLD-STREET PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-OLD-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-OLD-CITY PIC X(20).
           05 FILLER PIC X(04) VALUE ' -> '.
           05 RDL-NEW-STREET PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-NEW-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-NEW-CITY PIC X(20).

       01 RENAME-COLUMN-LINE.
           05 FILLER PIC X(17) VALUE 'CUSTOMER  SOURCE'.
           05 FILLER PIC X(55) VALUE 'OLD STREET / POSTAL / CITY'.
           05 FILLER PIC X(50) VALUE 'NEW STREET / POSTAL / CITY'.

       01 ROW-SUMMARY-LINE.
           05 FILLER PIC X(04) VALUE 'ROW '.
           05 RSL-ROW-NUMBER PIC ZZ9.
           05 FILLER PIC X(11) VALUE ' EFFECTIVE '.
           05 RSL-EFFECTIVE-DATE PIC 9(08).
           05 FILLER PIC X(09) VALUE ' PRIMARY '.
           05 RSL-PRIMARY-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE ' SECONDARY '.
           05 RSL-SECONDARY-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE ' HOUSEHOLD '.
           05 RSL-HOUSEHOLD-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RSL-NOTE PIC X(20).

      *    Run-control lock state: the lock is held only across the
      *    read-increment-rewrite of the run-control file, so its
      *    stale limit is short
       01 RUN-LOCK-CONTROLS.
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-RUN-LOCK-STATUS PIC X(02).
             88 RUN-LOCK-OK VALUE '00'.
           05 RLK-OWNER-NAME PIC X(08) VALUE 'APIRENM'.
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
      *    once a live run is sure to go ahead
       01 RUN-IDENTIFIER-CONTROLS.
           05 WS-RUN-CONTROL-NAME PIC X(30) VALUE 'RUNCTL.DAT'.
           05 WS-RUN-CONTROL-STATUS PIC X(02).
             88 RUN-CONTROL-OK VALUE '00'.
           05 CURRENT-RUN-ID PIC 9(09) VALUE 0.

      *    Publish control written next to the provider output: the
      *    totals are taken from the file as it was published
       01 PUBLISH-CONTROL-CONTROLS.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 PUBLISH-CONTROL-STEM PIC X(30).
           05 PUBLISH-EOF-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-AT-EOF VALUE 'Y'.
           05 PUBLISH-RUN-ID PIC 9(09) VALUE 0.
           05 PUBLISH-BUSINESS-DATE PIC 9(08) VALUE 0.
           05 PUBLISH-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
           05 PUBLISH-HASH-TOTAL PIC 9(18) VALUE 0.
           05 PUBLISH-BALANCE-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RUN-CONTROL-CARD
           PERFORM LOAD-RENAME-TABLE
           IF RENAME-ENTRY-COUNT = 0
               DISPLAY 'NO RENAME TABLE PRESENT - NOTHING TO RENAME'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           IF DRY-RUN-MODE
               MOVE 'DRY RUN' TO RENAME-RUN-MODE
               DISPLAY 'DRY RUN - counting what ' RENAME-ENTRY-COUNT
                       ' rename row(s) would change, no file is '
                       'touched'
                  UPON CONSOLE
           ELSE
               MOVE 'APPLIED' TO RENAME-RUN-MODE
               DISPLAY 'Applying ' RENAME-ENTRY-COUNT
                       ' rename row(s) across the base...'
                  UPON CONSOLE
           END-IF

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PROVIDER-SECADDR-IN
           IF PROVSEC-IN-OK
               SET PROVSEC-IN-OPEN TO TRUE
               MOVE ZEROS TO PSA-CUSTOMER-NUMBER
           ELSE
               MOVE 'Y' TO WS-PROVSEC-IN-EOF-FLAG
           END-IF

      *    Renames reach the masters under a run identifier the
      *    history lines carry
           IF NOT DRY-RUN-MODE
               PERFORM ISSUE-RUN-IDENTIFIER
               OPEN OUTPUT PROVIDER-MASTER-NEW
               IF PROVSEC-IN-OPEN
                   OPEN OUTPUT PROVIDER-SECADDR-NEW
               END-IF
               OPEN EXTEND PROVIDER-HISTORY-FILE
               IF NOT PROVHIST-OK
                   OPEN OUTPUT PROVIDER-HISTORY-FILE
               END-IF
               OPEN EXTEND LETTER-REQUEST-FILE
               IF NOT CORRREQ-OK
                   OPEN OUTPUT LETTER-REQUEST-FILE
               END-IF
               OPEN I-O PROVIDER-MASTER-IDX
               IF PROVMAST-IDX-OK
                   SET KEYED-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY 'NO KEYED MASTER PRESENT - ONLY THE '
                           'SEQUENTIAL MASTER IS CHANGED'
                      UPON CONSOLE
               END-IF
           END-IF

           OPEN OUTPUT RENAME-REPORT-FILE
           PERFORM WRITE-RENAME-HEADING

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM RENAME-ONE-CUSTOMER
               END-READ
           END-PERFORM

      *    Secondary addresses of no master customer go through as
      *    they are
           PERFORM UNTIL PROVSEC-IN-AT-EOF
               IF PSA-CUSTOMER-NUMBER NOT = ZEROS
                   PERFORM COPY-SECONDARY-THROUGH
               END-IF
               PERFORM READ-NEXT-SECONDARY
           END-PERFORM

           IF PROVSEC-IN-OPEN
               CLOSE PROVIDER-SECADDR-IN
           END-IF
           CLOSE PROVIDER-MASTER-IN

           IF NOT DRY-RUN-MODE
               IF KEYED-MASTER-OPEN
                   CLOSE PROVIDER-MASTER-IDX
               END-IF
               CLOSE LETTER-REQUEST-FILE
               CLOSE PROVIDER-HISTORY-FILE
               CLOSE PROVIDER-MASTER-NEW
      *        The renamed masters replace the published ones only
      *        after a complete pass
               CALL 'CBL_DELETE_FILE' USING WS-PROVMAST-IN-NAME
                  RETURNING RENAME-STATUS-CODE
               CALL 'CBL_RENAME_FILE' USING
                    WS-PROVMAST-NEW-NAME
                    WS-PROVMAST-IN-NAME
                  RETURNING RENAME-STATUS-CODE
               PERFORM WRITE-PUBLISH-CONTROL
               IF PROVSEC-IN-OPEN
                   CLOSE PROVIDER-SECADDR-NEW
                   CALL 'CBL_DELETE_FILE' USING WS-PROVSEC-IN-NAME
                      RETURNING RENAME-STATUS-CODE
                   CALL 'CBL_RENAME_FILE' USING
                        WS-PROVSEC-NEW-NAME
                        WS-PROVSEC-IN-NAME
                      RETURNING RENAME-STATUS-CODE
               END-IF
           END-IF

           PERFORM RENAME-HOUSEHOLDS
           PERFORM WRITE-ROW-SUMMARY
           CLOSE RENAME-REPORT-FILE

           DISPLAY 'Run mode:                 ' RENAME-RUN-MODE
              UPON CONSOLE
           DISPLAY 'Rename rows read:         ' ROWS-READ
              UPON CONSOLE
           DISPLAY 'Rows refused:             ' ROWS-REFUSED
              UPON CONSOLE
           DISPLAY 'Rows not yet effective:   ' ROWS-NOT-YET-EFFECTIVE
              UPON CONSOLE
           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers changed:        ' CUSTOMERS-CHANGED
              UPON CONSOLE
           DISPLAY 'Primary addresses:        ' PRIMARY-CHANGED
              UPON CONSOLE
           DISPLAY 'Secondary addresses:      ' SECONDARY-CHANGED
              UPON CONSOLE
           DISPLAY 'Household records:        ' HOUSEHOLDS-CHANGED
              UPON CONSOLE
           DISPLAY 'Letters requested:        ' LETTERS-REQUESTED
              UPON CONSOLE
           DISPLAY 'Run identifier:           ' CURRENT-RUN-ID
              UPON CONSOLE
           IF ROWS-REFUSED > 0 OR KEYED-REWRITE-MISSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Rows take effect against the business date when one is on
      * file, the system date otherwise
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
      * Without a control card the run applies the table
       LOAD-RUN-CONTROL-CARD SECTION.
           OPEN INPUT RENAME-CONTROL-FILE
           IF NOT RENAME-CTL-OK
               EXIT SECTION
           END-IF
           READ RENAME-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RNC-DRY-RUN = 'Y'
                       SET DRY-RUN-MODE TO TRUE
                   END-IF
           END-READ
           CLOSE RENAME-CONTROL-FILE

           EXIT.

      * ---
      * A row must name an old street or an old postal code, and
      * change something; a new postal code must be domestic, the
      * secondary addresses holding it as a number. Rows dated
      * after the business date are held and only counted
       LOAD-RENAME-TABLE SECTION.
           OPEN INPUT RENAME-TABLE-FILE
           IF NOT RENAME-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RENAME-AT-EOF
               READ RENAME-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-RENAME-EOF-FLAG
                   NOT AT END
                       IF RENAME-TABLE-RECORD NOT = SPACES
                           ADD 1 TO ROWS-READ
                           PERFORM STORE-ONE-RENAME-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENAME-TABLE-FILE

           EXIT.

       STORE-ONE-RENAME-ROW SECTION.
           IF (SRN-OLD-STREET = SPACES AND SRN-OLD-POSTAL-CODE = SPACES)
              OR (SRN-NEW-STREET = SPACES
                  AND SRN-NEW-POSTAL-CODE = SPACES
                  AND SRN-NEW-CITY = SPACES)
              OR (SRN-NEW-POSTAL-CODE NOT = SPACES
                  AND SRN-NEW-POSTAL-CODE IS NOT NUMERIC)
              OR SRN-EFFECTIVE-DATE IS NOT NUMERIC
               ADD 1 TO ROWS-REFUSED
               DISPLAY '*** RENAME ROW REFUSED: '
                       RENAME-TABLE-RECORD (1:60)
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF RENAME-ENTRY-COUNT >= MAX-RENAME-ENTRIES
               ADD 1 TO ROWS-REFUSED
               DISPLAY '*** RENAME TABLE FULL AT ' MAX-RENAME-ENTRIES
                       ' - ROW NOT HELD: '
                       RENAME-TABLE-RECORD (1:40)
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO RENAME-ENTRY-COUNT
           MOVE RENAME-ENTRY-COUNT TO RENAME-IX

           MOVE 'Y' TO STD-STREET-FLAG
           MOVE SRN-OLD-STREET TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO RNT-OLD-STREET (RENAME-IX)
           MOVE SRN-NEW-STREET TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO RNT-NEW-STREET (RENAME-IX)
           MOVE 'N' TO STD-STREET-FLAG
           MOVE SRN-OLD-CITY TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO RNT-OLD-CITY (RENAME-IX)
           MOVE SRN-NEW-CITY TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO RNT-NEW-CITY (RENAME-IX)
           MOVE SRN-OLD-POSTAL-CODE TO RNT-OLD-POSTAL-CODE (RENAME-IX)
           MOVE SRN-NEW-POSTAL-CODE TO RNT-NEW-POSTAL-CODE (RENAME-IX)
           MOVE SRN-EFFECTIVE-DATE TO RNT-EFFECTIVE-DATE (RENAME-IX)
           MOVE SRN-LETTER-FLAG TO RNT-LETTER-FLAG (RENAME-IX)
           MOVE 0 TO RNT-PRIMARY-COUNT (RENAME-IX)
           MOVE 0 TO RNT-SECONDARY-COUNT (RENAME-IX)
           MOVE 0 TO RNT-HOUSEHOLD-COUNT (RENAME-IX)
           IF SRN-EFFECTIVE-DATE <= BUSINESS-DATE
               MOVE 'Y' TO RNT-EFFECTIVE-FLAG (RENAME-IX)
           ELSE
               MOVE 'N' TO RNT-EFFECTIVE-FLAG (RENAME-IX)
               ADD 1 TO ROWS-NOT-YET-EFFECTIVE
           END-IF

           EXIT.

      * ---
      * One master customer with its secondary addresses. A closed
      * customer is copied through untouched. The record as it stood
      * goes to the history once, whichever of its addresses
      * changed, and the keyed record is replaced to match
       RENAME-ONE-CUSTOMER SECTION.
           MOVE 'N' TO CUSTOMER-CHANGED-FLAG
           MOVE 'N' TO CUSTOMER-LETTER-FLAG
           MOVE 0 TO CUSTOMER-LETTER-DATE
           MOVE PROVIDER-MASTER-IN-RECORD TO PROVIDER-RECORD-HOLD

           IF PMI-LIFECYCLE-STATUS NOT = 'C'
              AND (PMI-ADDR-KIND = 'S' OR PMI-ADDR-KIND = SPACE)
               MOVE 'P' TO ADW-SOURCE
               MOVE PMI-CUSTOMER-NUMBER TO ADW-CUSTOMER-NUMBER
               MOVE 'PRIMRY' TO ADW-LABEL
               MOVE PMI-STREET TO ADW-STREET
               MOVE PMI-POSTAL-CODE TO ADW-POSTAL-CODE
               MOVE PMI-CITY TO ADW-CITY
               PERFORM APPLY-RENAME-ROWS
               IF ADW-CHANGED
                   MOVE ADW-STREET TO PMI-STREET
                   MOVE ADW-POSTAL-CODE TO PMI-POSTAL-CODE
                   MOVE ADW-CITY TO PMI-CITY
                   ADD 1 TO PRIMARY-CHANGED
                   PERFORM NOTE-CUSTOMER-CHANGE
               END-IF
           END-IF

      *    The customer's secondary addresses follow any left over
      *    from customers before it
           PERFORM UNTIL PROVSEC-IN-AT-EOF
                      OR PSA-CUSTOMER-NUMBER > PMI-CUSTOMER-NUMBER
               IF PSA-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
                   PERFORM RENAME-ONE-SECONDARY
               END-IF
               IF PSA-CUSTOMER-NUMBER NOT = ZEROS
                   PERFORM COPY-SECONDARY-THROUGH
               END-IF
               PERFORM READ-NEXT-SECONDARY
           END-PERFORM

           IF CUSTOMER-CHANGED
               ADD 1 TO CUSTOMERS-CHANGED
               IF CUSTOMER-WANTS-LETTER
                   ADD 1 TO LETTERS-REQUESTED
               END-IF
           END-IF
           IF DRY-RUN-MODE
               EXIT SECTION
           END-IF

           IF CUSTOMER-CHANGED
               MOVE SPACES TO PROVIDER-HISTORY-RECORD
               MOVE BUSINESS-DATE TO HIS-REPLACED-DATE
               MOVE CURRENT-RUN-ID TO HIS-RUN-ID
               MOVE PROVIDER-RECORD-HOLD TO HIS-RECORD-IMAGE
               WRITE PROVIDER-HISTORY-RECORD
               IF CUSTOMER-WANTS-LETTER
                   PERFORM QUEUE-ADDRESS-LETTER
               END-IF
           END-IF

           MOVE SPACES TO PROVIDER-MASTER-NEW-RECORD
           MOVE PROVIDER-MASTER-IN-RECORD TO PROVIDER-MASTER-NEW-RECORD
           WRITE PROVIDER-MASTER-NEW-RECORD

           IF CUSTOMER-CHANGED AND KEYED-MASTER-OPEN
               MOVE PROVIDER-MASTER-IN-RECORD
                 TO PROVIDER-MASTER-IDX-RECORD
               REWRITE PROVIDER-MASTER-IDX-RECORD
                   INVALID KEY
                       ADD 1 TO KEYED-REWRITE-MISSES
                       DISPLAY 'CUSTOMER ' PMI-CUSTOMER-NUMBER
                               ' NOT ON THE KEYED MASTER - REBUILD '
                               'IT WITH APIPMIDX'
                          UPON CONSOLE
               END-REWRITE
           END-IF

           EXIT.

      * ---
      * A secondary street address of an open customer; a postal
      * box or foreign address has no street to rename
       RENAME-ONE-SECONDARY SECTION.
           IF PMI-LIFECYCLE-STATUS = 'C'
              OR PSA-ADDR-KIND = 'P' OR PSA-ADDR-KIND = 'I'
               EXIT SECTION
           END-IF

           MOVE 'S' TO ADW-SOURCE
           MOVE PSA-CUSTOMER-NUMBER TO ADW-CUSTOMER-NUMBER
           MOVE SPACES TO ADW-LABEL
           STRING 'SEC ' DELIMITED BY SIZE
                  PSA-SEQUENCE DELIMITED BY SIZE
             INTO ADW-LABEL
           END-STRING
           MOVE PSA-STREET TO ADW-STREET
           MOVE PSA-POSTAL-CODE TO ADW-POSTAL-CODE
           MOVE PSA-CITY TO ADW-CITY
           PERFORM APPLY-RENAME-ROWS
           IF ADW-CHANGED
               MOVE ADW-STREET TO PSA-STREET
               MOVE ADW-POSTAL-CODE TO PSA-POSTAL-CODE
               MOVE ADW-CITY TO PSA-CITY
               ADD 1 TO SECONDARY-CHANGED
               PERFORM NOTE-CUSTOMER-CHANGE
           END-IF

           EXIT.

       NOTE-CUSTOMER-CHANGE SECTION.
           SET CUSTOMER-CHANGED TO TRUE
           IF ADW-LETTER-FLAG = 'Y'
               SET CUSTOMER-WANTS-LETTER TO TRUE
               IF ADW-EFFECTIVE-DATE > CUSTOMER-LETTER-DATE
                   MOVE ADW-EFFECTIVE-DATE TO CUSTOMER-LETTER-DATE
               END-IF
           END-IF

           EXIT.

       READ-NEXT-SECONDARY SECTION.
           IF PROVSEC-IN-AT-EOF
               EXIT SECTION
           END-IF
           READ PROVIDER-SECADDR-IN
               AT END
                   MOVE 'Y' TO WS-PROVSEC-IN-EOF-FLAG
           END-READ

           EXIT.

       COPY-SECONDARY-THROUGH SECTION.
           IF DRY-RUN-MODE
               EXIT SECTION
           END-IF
           MOVE SPACES TO PROVIDER-SECADDR-NEW-RECORD
           MOVE PROVIDER-SECADDR-RECORD TO PROVIDER-SECADDR-NEW-RECORD
           WRITE PROVIDER-SECADDR-NEW-RECORD

           EXIT.

      * ---
      * Run the address in ADDRESS-WORK-FIELDS through every row in
      * effect, in table order, so one row's new address can be the
      * next row's old one. Each change goes on the report, and the
      * row's count for the address's source is bumped
       APPLY-RENAME-ROWS SECTION.
           MOVE 'N' TO ADW-CHANGED-FLAG
           MOVE 'N' TO ADW-LETTER-FLAG
           MOVE 0 TO ADW-EFFECTIVE-DATE
           MOVE ADW-STREET TO ADW-OLD-STREET
           MOVE ADW-POSTAL-CODE TO ADW-OLD-POSTAL-CODE
           MOVE ADW-CITY TO ADW-OLD-CITY

           PERFORM VARYING RENAME-IX FROM 1 BY 1
                   UNTIL RENAME-IX > RENAME-ENTRY-COUNT
               IF RNT-IN-EFFECT (RENAME-IX)
                  AND (RNT-OLD-STREET (RENAME-IX) = SPACES
                       OR RNT-OLD-STREET (RENAME-IX) = ADW-STREET)
                  AND (RNT-OLD-POSTAL-CODE (RENAME-IX) = SPACES
                       OR RNT-OLD-POSTAL-CODE (RENAME-IX)
                              = ADW-POSTAL-CODE)
                  AND (RNT-OLD-CITY (RENAME-IX) = SPACES
                       OR RNT-OLD-CITY (RENAME-IX) = ADW-CITY)
                   PERFORM APPLY-ONE-RENAME-ROW
               END-IF
           END-PERFORM

           IF ADW-CHANGED
               MOVE SPACES TO RENAME-DETAIL-LINE
               MOVE ADW-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER
               MOVE ADW-LABEL TO RDL-SOURCE
               MOVE ADW-OLD-STREET TO RDL-OLD-STREET
               MOVE ADW-OLD-POSTAL-CODE TO RDL-OLD-POSTAL-CODE
               MOVE ADW-OLD-CITY TO RDL-OLD-CITY
               MOVE ADW-STREET TO RDL-NEW-STREET
               MOVE ADW-POSTAL-CODE TO RDL-NEW-POSTAL-CODE
               MOVE ADW-CITY TO RDL-NEW-CITY
               MOVE ' -> ' TO RENAME-DETAIL-LINE (69:4)
               MOVE RENAME-DETAIL-LINE TO RENAME-REPORT-RECORD
               PERFORM WRITE-RENAME-LINE
           END-IF

           EXIT.

       APPLY-ONE-RENAME-ROW SECTION.
           IF RNT-NEW-STREET (RENAME-IX) NOT = SPACES
               MOVE RNT-NEW-STREET (RENAME-IX) TO ADW-STREET
           END-IF
           IF RNT-NEW-POSTAL-CODE (RENAME-IX) NOT = SPACES
               MOVE RNT-NEW-POSTAL-CODE (RENAME-IX) TO ADW-POSTAL-CODE
           END-IF
           IF RNT-NEW-CITY (RENAME-IX) NOT = SPACES
               MOVE RNT-NEW-CITY (RENAME-IX) TO ADW-CITY
           END-IF
           IF ADW-STREET = ADW-OLD-STREET
              AND ADW-POSTAL-CODE = ADW-OLD-POSTAL-CODE
              AND ADW-CITY = ADW-OLD-CITY
               EXIT SECTION
           END-IF

           SET ADW-CHANGED TO TRUE
           IF RNT-LETTER-FLAG (RENAME-IX) = 'Y'
               MOVE 'Y' TO ADW-LETTER-FLAG
           END-IF
           IF RNT-EFFECTIVE-DATE (RENAME-IX) > ADW-EFFECTIVE-DATE
               MOVE RNT-EFFECTIVE-DATE (RENAME-IX) TO ADW-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN ADW-PRIMARY
                   ADD 1 TO RNT-PRIMARY-COUNT (RENAME-IX)
               WHEN ADW-SECONDARY
                   ADD 1 TO RNT-SECONDARY-COUNT (RENAME-IX)
               WHEN ADW-HOUSEHOLD
                   ADD 1 TO RNT-HOUSEHOLD-COUNT (RENAME-IX)
           END-EVALUATE

           EXIT.

      * ---
      * Queue one address-change letter; the run identifier is the
      * reference the letter is only sent once for
       QUEUE-ADDRESS-LETTER SECTION.
           MOVE SPACES TO LETTER-REQUEST-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO CRQ-CUSTOMER-NUMBER
           MOVE 'ADDRCHG1' TO CRQ-LETTER-CODE
           MOVE 'APIRENM ' TO CRQ-SOURCE-PROGRAM
           MOVE BUSINESS-DATE TO CRQ-REQUEST-DATE
           MOVE CUSTOMER-LETTER-DATE TO CRQ-EVENT-DATE
           MOVE 0 TO CRQ-AMOUNT
           MOVE CURRENT-RUN-ID TO CRQ-REFERENCE
           WRITE LETTER-REQUEST-RECORD

           EXIT.

      * ---
      * The household file takes the same renames, so the mailing
      * jobs see the new address before APIHHLD next regroups
       RENAME-HOUSEHOLDS SECTION.
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-OK
               DISPLAY 'NO HOUSEHOLD FILE PRESENT - HOUSEHOLDS NOT '
                       'RENAMED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NOT DRY-RUN-MODE
               OPEN OUTPUT HOUSEHOLD-NEW
           END-IF

           PERFORM UNTIL HOUSEHOLD-AT-EOF
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-HOUSEHOLD-EOF-FLAG
                   NOT AT END
                       MOVE 'H' TO ADW-SOURCE
                       MOVE HHM-CUSTOMER-NUMBER TO ADW-CUSTOMER-NUMBER
                       MOVE 'HHLD' TO ADW-LABEL
                       MOVE HHM-STREET TO ADW-STREET
                       MOVE HHM-POSTAL-CODE TO ADW-POSTAL-CODE
                       MOVE HHM-CITY TO ADW-CITY
                       PERFORM APPLY-RENAME-ROWS
                       IF ADW-CHANGED
                           MOVE ADW-STREET TO HHM-STREET
                           MOVE ADW-POSTAL-CODE TO HHM-POSTAL-CODE
                           MOVE ADW-CITY TO HHM-CITY
                           ADD 1 TO HOUSEHOLDS-CHANGED
                       END-IF
                       IF NOT DRY-RUN-MODE
                           MOVE SPACES TO HOUSEHOLD-NEW-RECORD
                           MOVE HOUSEHOLD-RECORD
                             TO HOUSEHOLD-NEW-RECORD
                           WRITE HOUSEHOLD-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE

           IF NOT DRY-RUN-MODE
               CLOSE HOUSEHOLD-NEW
               CALL 'CBL_DELETE_FILE' USING WS-HOUSEHOLD-NAME
                  RETURNING RENAME-STATUS-CODE
               CALL 'CBL_RENAME_FILE' USING
                    WS-HOUSEHOLD-NEW-NAME
                    WS-HOUSEHOLD-NAME
                  RETURNING RENAME-STATUS-CODE
           END-IF

           EXIT.

      * ---
      * What each row changed - or on a dry run would change - by
      * source, with the rows held for a later date marked
       WRITE-ROW-SUMMARY SECTION.
           MOVE SPACES TO RENAME-REPORT-RECORD
           PERFORM WRITE-RENAME-LINE
           MOVE 'CHANGES BY RENAME ROW' TO RENAME-REPORT-RECORD
           PERFORM WRITE-RENAME-LINE

           PERFORM VARYING RENAME-IX FROM 1 BY 1
                   UNTIL RENAME-IX > RENAME-ENTRY-COUNT
               MOVE RENAME-IX TO RSL-ROW-NUMBER
               MOVE RNT-EFFECTIVE-DATE (RENAME-IX) TO RSL-EFFECTIVE-DATE
               MOVE RNT-PRIMARY-COUNT (RENAME-IX) TO RSL-PRIMARY-COUNT
               MOVE RNT-SECONDARY-COUNT (RENAME-IX)
                 TO RSL-SECONDARY-COUNT
               MOVE RNT-HOUSEHOLD-COUNT (RENAME-IX)
                 TO RSL-HOUSEHOLD-COUNT
               IF RNT-IN-EFFECT (RENAME-IX)
                   MOVE SPACES TO RSL-NOTE
               ELSE
                   MOVE 'NOT YET EFFECTIVE' TO RSL-NOTE
               END-IF
               MOVE ROW-SUMMARY-LINE TO RENAME-REPORT-RECORD
               PERFORM WRITE-RENAME-LINE

               MOVE SPACES TO RENAME-DETAIL-LINE
               MOVE RNT-OLD-STREET (RENAME-IX) TO RDL-OLD-STREET
               MOVE RNT-OLD-POSTAL-CODE (RENAME-IX)
                 TO RDL-OLD-POSTAL-CODE
               MOVE RNT-OLD-CITY (RENAME-IX) TO RDL-OLD-CITY
               MOVE RNT-NEW-STREET (RENAME-IX) TO RDL-NEW-STREET
               MOVE RNT-NEW-POSTAL-CODE (RENAME-IX)
                 TO RDL-NEW-POSTAL-CODE
               MOVE RNT-NEW-CITY (RENAME-IX) TO RDL-NEW-CITY
               MOVE ' -> ' TO RENAME-DETAIL-LINE (69:4)
               MOVE RENAME-DETAIL-LINE TO RENAME-REPORT-RECORD
               PERFORM WRITE-RENAME-LINE
           END-PERFORM

           EXIT.

      * ---
      * Start a new report page: bump the page number, write the
      * report title and column lines, and reset the page line count
       WRITE-RENAME-HEADING SECTION.
           ADD 1 TO RPT-PAGE-NUMBER

           MOVE SPACES TO RENAME-REPORT-RECORD
           WRITE RENAME-REPORT-RECORD

           MOVE SPACES TO RENAME-REPORT-RECORD
           IF DRY-RUN-MODE
               STRING 'STREET AND POSTAL RENAMES AT '
                      DELIMITED BY SIZE
                      BUSINESS-DATE
                      DELIMITED BY SIZE
                      ' - DRY RUN, NOTHING CHANGED - PAGE '
                      DELIMITED BY SIZE
                      RPT-PAGE-NUMBER
                      DELIMITED BY SIZE
                 INTO RENAME-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'STREET AND POSTAL RENAMES AT '
                      DELIMITED BY SIZE
                      BUSINESS-DATE
                      DELIMITED BY SIZE
                      ' - RUN '
                      DELIMITED BY SIZE
                      CURRENT-RUN-ID
                      DELIMITED BY SIZE
                      ' - PAGE '
                      DELIMITED BY SIZE
                      RPT-PAGE-NUMBER
                      DELIMITED BY SIZE
                 INTO RENAME-REPORT-RECORD
               END-STRING
           END-IF
           WRITE RENAME-REPORT-RECORD

           MOVE SPACES TO RENAME-REPORT-RECORD
           WRITE RENAME-REPORT-RECORD

           MOVE RENAME-COLUMN-LINE TO RENAME-REPORT-RECORD
           WRITE RENAME-REPORT-RECORD

           MOVE 0 TO RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-RENAME-LINE SECTION.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-RENAME-HEADING
           END-IF
           WRITE RENAME-REPORT-RECORD
           ADD 1 TO RPT-LINE-COUNT
           MOVE SPACES TO RENAME-REPORT-RECORD

           EXIT.

      * ---
      * Standardize one text field in STD-FIELD-VALUE the way the
      * conversion does: trim leading padding, fold to upper case
      * and, for street fields, expand the inconsistent
      * 'STR.'/'STR'/'STREET' endings to 'STRASSE', so a row
      * matches the master's standardized address
       STANDARDIZE-ONE-FIELD SECTION.
           IF STD-FIELD-VALUE = SPACES
               EXIT SECTION
           END-IF

      *    Trim leading padding by shifting left to the first
      *    non-space byte
           MOVE 1 TO STD-SCAN-IX
           PERFORM UNTIL STD-SCAN-IX >= 20
                      OR STD-FIELD-VALUE (STD-SCAN-IX:1) NOT = SPACE
               ADD 1 TO STD-SCAN-IX
           END-PERFORM
           IF STD-SCAN-IX > 1
               AND STD-FIELD-VALUE (STD-SCAN-IX:1) NOT = SPACE
               MOVE STD-FIELD-VALUE (STD-SCAN-IX:)
                 TO STD-SHIFT-WORK
               MOVE STD-SHIFT-WORK TO STD-FIELD-VALUE
           END-IF

      *    Case folding
           INSPECT STD-FIELD-VALUE
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS

      *    Street-abbreviation expansion on the right-trimmed text
           IF STD-EXPAND-STREET
               MOVE 20 TO STD-TEXT-LENGTH
               PERFORM UNTIL STD-TEXT-LENGTH < 1
                   OR STD-FIELD-VALUE (STD-TEXT-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM STD-TEXT-LENGTH
               END-PERFORM
               EVALUATE TRUE
                   WHEN STD-TEXT-LENGTH >= 6
                       AND STD-FIELD-VALUE
                           (STD-TEXT-LENGTH - 5:6) = 'STREET'
                       AND STD-TEXT-LENGTH + 1 <= 20
                       MOVE 'STRASSE'
                         TO STD-FIELD-VALUE (STD-TEXT-LENGTH - 5:7)
                   WHEN STD-TEXT-LENGTH >= 4
                       AND STD-FIELD-VALUE
                           (STD-TEXT-LENGTH - 3:4) = 'STR.'
                       AND STD-TEXT-LENGTH + 3 <= 20
                       MOVE 'STRASSE'
                         TO STD-FIELD-VALUE (STD-TEXT-LENGTH - 3:7)
                   WHEN STD-TEXT-LENGTH >= 4
                       AND STD-FIELD-VALUE
                           (STD-TEXT-LENGTH - 2:3) = 'STR'
                       AND STD-TEXT-LENGTH + 4 <= 20
                       MOVE 'STRASSE'
                         TO STD-FIELD-VALUE (STD-TEXT-LENGTH - 2:7)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EXIT.

      * ---
      * Issue this run's identifier under the run-control lock
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
                   CLOSE PROVIDER-MASTER-IN
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
      * Write the publish control record next to the provider
      * output, read back as it now stands after the replace
       WRITE-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-IN-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE CURRENT-RUN-ID TO PUBLISH-RUN-ID
           MOVE BUSINESS-DATE TO PUBLISH-BUSINESS-DATE
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

           OPEN OUTPUT PUBLISH-CONTROL-FILE
           MOVE SPACES TO PUBLISH-CONTROL-RECORD
           MOVE PUBLISH-RUN-ID TO PBC-RUN-ID
           MOVE PUBLISH-BUSINESS-DATE TO PBC-BUSINESS-DATE
           MOVE PUBLISH-RECORD-COUNT TO PBC-RECORD-COUNT
           MOVE PUBLISH-HASH-TOTAL TO PBC-HASH-TOTAL
           MOVE PUBLISH-BALANCE-TOTAL TO PBC-BALANCE-TOTAL
           MOVE 'APIRENM' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.
