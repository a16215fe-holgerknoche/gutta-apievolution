123456*Referential-integrity sweep over the published outputs: checks
      *that the files each publish step derives from the provider
      *master still agree with it and with each other - the keyed
      *master (present, and not stale), the secondary-address child
      *records against each customer's count, the phonetic index,
      *the household membership, the range partitions and their
      *index, and the customer cross-reference - and lists every
      *missing customer, orphan entry and range fault. It ends RC 0
      *when everything agrees, RC 4 when a derived file was not
      *there to check, and RC 12 when anything disagrees, so the
      *job chain can stop the downstream steps on it

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Keyed provider master APIPMIDX builds; read by key for
      *    each published customer and then front to back for
      *    records the master no longer has
           SELECT PROVIDER-MASTER-IDX ASSIGN TO WS-PROVMAST-IDX-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMX-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROVMAST-IDX-STATUS.
      *    Secondary-address child records APIMIGR writes
           SELECT PROVIDER-SECADDR-IN ASSIGN TO WS-PROVSEC-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVSEC-STATUS.
      *    Phonetic name index APIPHON builds
           SELECT PHONETIC-INDEX-FILE ASSIGN TO WS-PHONIDX-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHONIDX-STATUS.
      *    Household membership APIHHLD writes
           SELECT HOUSEHOLD-FILE ASSIGN TO WS-HOUSEHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
      *    Partition index APIPART writes, and the partition named
      *    on each of its lines in turn
           SELECT PARTITION-INDEX-FILE ASSIGN TO WS-PARTIDX-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTIDX-STATUS.
           SELECT PARTITION-IN-FILE ASSIGN TO WS-PARTITION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS.
      *    Old-to-new customer-number cross-reference
           SELECT CUSTOMER-XREF-FILE ASSIGN TO WS-XREF-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
      *    Findings and the pass/fail summary
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO WS-INTEGRITY-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER PIC X(104).

      *    Same columns as the sequential record; the customer number
      *    serves as the record key at its existing offset
       FD PROVIDER-MASTER-IDX.
       01 PROVIDER-MASTER-IDX-RECORD.
           05 FILLER PIC X(96).
           05 PMX-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(147).

       FD PROVIDER-SECADDR-IN.
       01 PROVIDER-SECADDR-RECORD.
           05 PSA-CUSTOMER-NUMBER PIC 9(09).
           05 PSA-SEQUENCE PIC 9(02).
           05 FILLER PIC X(84).

       FD PHONETIC-INDEX-FILE.
       01 PHONETIC-INDEX-RECORD.
           05 PHX-LAST-SOUNDEX PIC X(04).
           05 FILLER PIC X(01).
           05 PHX-FIRST-SOUNDEX PIC X(04).
           05 FILLER PIC X(01).
           05 PHX-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(64).

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HHM-HOUSEHOLD-ID PIC 9(07).
           05 FILLER PIC X(01).
           05 HHM-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(58).

       FD PARTITION-INDEX-FILE.
       01 PARTITION-INDEX-RECORD.
           05 PIX-PARTITION-NUMBER PIC 9(02).
           05 FILLER PIC X(01).
           05 PIX-DATASET-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 PIX-LOW-KEY PIC 9(09).
           05 FILLER PIC X(01).
           05 PIX-HIGH-KEY PIC 9(09).
           05 FILLER PIC X(01).
           05 PIX-RECORD-COUNT PIC 9(09).

       FD PARTITION-IN-FILE.
       01 PARTITION-IN-RECORD.
           05 FILLER PIC X(96).
           05 PTI-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(147).

       FD CUSTOMER-XREF-FILE.
       01 CUSTOMER-XREF-RECORD.
           05 XRF-OLD-NUMBER PIC 9(09).
           05 XRF-NEW-NUMBER PIC 9(09).

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWEEP-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IDX-NAME PIC X(30) VALUE 'PROVMAST.IDX'.
           05 WS-PROVMAST-IDX-STATUS PIC X(02).
             88 PROVMAST-IDX-OK VALUE '00'.
           05 WS-PROVSEC-NAME PIC X(30) VALUE 'PROVSEC.DAT'.
           05 WS-PROVSEC-STATUS PIC X(02).
             88 PROVSEC-OK VALUE '00'.
           05 WS-PHONIDX-NAME PIC X(30) VALUE 'PHONIDX.DAT'.
           05 WS-PHONIDX-STATUS PIC X(02).
             88 PHONIDX-OK VALUE '00'.
           05 WS-HOUSEHOLD-NAME PIC X(30) VALUE 'HOUSHOLD.DAT'.
           05 WS-HOUSEHOLD-STATUS PIC X(02).
             88 HOUSEHOLD-OK VALUE '00'.
           05 WS-PARTIDX-NAME PIC X(30) VALUE 'PARTIDX.DAT'.
           05 WS-PARTIDX-STATUS PIC X(02).
             88 PARTIDX-OK VALUE '00'.
           05 WS-PARTITION-NAME PIC X(30).
           05 WS-PARTITION-STATUS PIC X(02).
             88 PARTITION-OK VALUE '00'.
           05 WS-XREF-NAME PIC X(30) VALUE 'CUSTXREF.DAT'.
           05 WS-XREF-STATUS PIC X(02).
             88 XREF-FILE-OK VALUE '00'.
           05 WS-INTEGRITY-RPT-NAME PIC X(30) VALUE 'RINTRPT.DAT'.
           05 WS-INTEGRITY-RPT-STATUS PIC X(02).
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.

           05 MASTER-RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 FILES-NOT-PRESENT PIC S9(4) BINARY VALUE 0.
           05 TOTAL-FINDINGS PIC S9(9) BINARY VALUE 0.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
      *    Whether each derived file was there to check; a file not
      *    present is not also reported customer by customer
           05 PHONIDX-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 PHONIDX-PRESENT VALUE 'Y'.
           05 HOUSEHOLD-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 HOUSEHOLD-PRESENT VALUE 'Y'.
           05 PARTIDX-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 PARTIDX-PRESENT VALUE 'Y'.

      *    The published customers and what each derived file is
      *    expected to hold for them
       01 MASTER-TABLE-CONTROLS.
           05 MAX-MASTER-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 MASTER-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MASTER-IX PIC S9(9) BINARY.
           05 MASTER-FOUND-IX PIC S9(9) BINARY.
           05 MASTER-NEXT-IX PIC S9(9) BINARY VALUE 1.
           05 LOOKUP-CUSTOMER PIC 9(09).

       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 20000.
             10 MST-CUSTOMER-NUMBER PIC 9(09).
             10 MST-SEC-EXPECTED PIC 9(02).
             10 MST-SEC-FOUND PIC S9(4) BINARY.
             10 MST-PHONETIC-EXPECTED PIC X(01).
             10 MST-HOUSEHOLD-EXPECTED PIC X(01).
             10 MST-IN-PHONIDX PIC X(01).
             10 MST-IN-HOUSEHOLD PIC X(01).
             10 MST-IN-PARTITION PIC X(01).

       01 PARTITION-TABLE-CONTROLS.
           05 MAX-PARTITION-ENTRIES PIC S9(4) BINARY VALUE 99.
           05 PARTITION-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 PARTITION-IX PIC S9(4) BINARY.
           05 PREVIOUS-IX PIC S9(4) BINARY.
           05 PARTITION-RECORDS-READ PIC S9(9) BINARY.
           05 RANGE-FOUND-IX PIC S9(4) BINARY.

       01 PARTITION-TABLE.
           05 PARTITION-ENTRY OCCURS 99.
             10 PTN-PARTITION-NUMBER PIC 9(02).
             10 PTN-DATASET-NAME PIC X(30).
             10 PTN-LOW-KEY PIC 9(09).
             10 PTN-HIGH-KEY PIC 9(09).
             10 PTN-RECORD-COUNT PIC 9(09).

      *    The checks, with their findings counted; each check lists
      *    its first findings in full and counts the rest
       01 CHECK-NAME-VALUES.
           05 FILLER PIC X(28) VALUE 'DUPLICATE MASTER KEY'.
           05 FILLER PIC X(28) VALUE 'MISSING FROM KEYED MASTER'.
           05 FILLER PIC X(28) VALUE 'STALE KEYED RECORD'.
           05 FILLER PIC X(28) VALUE 'ORPHAN KEYED RECORD'.
           05 FILLER PIC X(28) VALUE 'SECONDARY COUNT MISMATCH'.
           05 FILLER PIC X(28) VALUE 'ORPHAN SECONDARY ADDRESS'.
           05 FILLER PIC X(28) VALUE 'MISSING FROM PHONETIC INDEX'.
           05 FILLER PIC X(28) VALUE 'ORPHAN PHONETIC ENTRY'.
           05 FILLER PIC X(28) VALUE 'MISSING FROM HOUSEHOLDS'.
           05 FILLER PIC X(28) VALUE 'ORPHAN HOUSEHOLD MEMBER'.
           05 FILLER PIC X(28) VALUE 'MISSING FROM PARTITIONS'.
           05 FILLER PIC X(28) VALUE 'ORPHAN PARTITION RECORD'.
           05 FILLER PIC X(28) VALUE 'PARTITION RANGE FAULT'.
           05 FILLER PIC X(28) VALUE 'XREF TO UNKNOWN CUSTOMER'.
       01 CHECK-NAME-TABLE REDEFINES CHECK-NAME-VALUES.
           05 CHECK-NAME PIC X(28) OCCURS 14.

       01 CHECK-TABLE-CONTROLS.
           05 CHECK-COUNT-MAX PIC S9(4) BINARY VALUE 14.
           05 CHECK-IX PIC S9(4) BINARY.
           05 MAX-DETAIL-LINES PIC S9(9) BINARY VALUE 100.

       01 CHECK-COUNT-TABLE.
           05 CHECK-FINDINGS PIC S9(9) BINARY OCCURS 14.

      *    Check numbers, named for the places that raise them
       01 CHECK-NUMBERS.
           05 CHK-DUPLICATE-MASTER PIC S9(4) BINARY VALUE 1.
           05 CHK-MISSING-KEYED PIC S9(4) BINARY VALUE 2.
           05 CHK-STALE-KEYED PIC S9(4) BINARY VALUE 3.
           05 CHK-ORPHAN-KEYED PIC S9(4) BINARY VALUE 4.
           05 CHK-SECONDARY-COUNT PIC S9(4) BINARY VALUE 5.
           05 CHK-ORPHAN-SECONDARY PIC S9(4) BINARY VALUE 6.
           05 CHK-MISSING-PHONETIC PIC S9(4) BINARY VALUE 7.
           05 CHK-ORPHAN-PHONETIC PIC S9(4) BINARY VALUE 8.
           05 CHK-MISSING-HOUSEHOLD PIC S9(4) BINARY VALUE 9.
           05 CHK-ORPHAN-HOUSEHOLD PIC S9(4) BINARY VALUE 10.
           05 CHK-MISSING-PARTITION PIC S9(4) BINARY VALUE 11.
           05 CHK-ORPHAN-PARTITION PIC S9(4) BINARY VALUE 12.
           05 CHK-PARTITION-RANGE PIC S9(4) BINARY VALUE 13.
           05 CHK-XREF-UNKNOWN PIC S9(4) BINARY VALUE 14.

       01 FINDING-WORK-FIELDS.
           05 FINDING-CHECK-IX PIC S9(4) BINARY.
           05 FINDING-FILE PIC X(12).
           05 FINDING-KEY PIC X(09).
           05 FINDING-DETAIL PIC X(72).
           05 COUNT-EDIT PIC ZZZ,ZZZ,ZZ9.
           05 INDEX-COUNT-EDIT PIC ZZZ,ZZZ,ZZ9.
           05 SMALL-EDIT PIC Z9.
           05 SECOND-EDIT PIC Z9.
           05 KEY-EDIT PIC 9(09).

       01 INTEGRITY-REPORT-CONTROLS.
           05 IRL-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 IRL-LINE-COUNT PIC S9(9) BINARY VALUE 99.
           05 IRL-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 IRL-HOLD-LINE PIC X(132).

       01 FINDING-LINE.
           05 FDL-CHECK-NAME PIC X(28).
           05 FILLER PIC X(01).
           05 FDL-FILE PIC X(12).
           05 FILLER PIC X(01).
           05 FDL-KEY PIC X(09).
           05 FILLER PIC X(01).
           05 FDL-DETAIL PIC X(72).

       01 FINDING-COLUMN-LINE.
           05 FILLER PIC X(29) VALUE 'CHECK'.
           05 FILLER PIC X(13) VALUE 'FILE'.
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER PIC X(72) VALUE 'DETAIL'.

       01 SUMMARY-LINE.
           05 SML-CHECK-NAME PIC X(28).
           05 FILLER PIC X(01).
           05 SML-FINDINGS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 SML-RESULT PIC X(04).

       PROCEDURE DIVISION.
           DISPLAY 'Sweeping the published outputs for '
                   'referential integrity...'
              UPON CONSOLE

           MOVE 0 TO RETURN-CODE
           PERFORM VARYING CHECK-IX FROM 1 BY 1
                   UNTIL CHECK-IX > CHECK-COUNT-MAX
               MOVE 0 TO CHECK-FINDINGS (CHECK-IX)
           END-PERFORM

           OPEN OUTPUT INTEGRITY-REPORT-FILE

           PERFORM LOAD-PUBLISHED-MASTER
           IF MASTER-ENTRY-COUNT = 0
               MOVE 'NO PUBLISHED MASTER PRESENT - NOTHING TO SWEEP'
                 TO FINDING-DETAIL
               PERFORM WRITE-REPORT-HEADING
               MOVE FINDING-DETAIL TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
               CLOSE INTEGRITY-REPORT-FILE
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SWEEP-KEYED-MASTER
           PERFORM SWEEP-SECONDARY-ADDRESSES
           PERFORM SWEEP-PHONETIC-INDEX
           PERFORM SWEEP-HOUSEHOLDS
           PERFORM SWEEP-PARTITIONS
           PERFORM SWEEP-CROSS-REFERENCE
           PERFORM REPORT-MISSING-CUSTOMERS

           PERFORM WRITE-SWEEP-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE

           DISPLAY 'Published customers:      ' MASTER-ENTRY-COUNT
              UPON CONSOLE
           DISPLAY 'Derived files not present: ' FILES-NOT-PRESENT
              UPON CONSOLE
           DISPLAY 'Integrity findings:       ' TOTAL-FINDINGS
              UPON CONSOLE

           EVALUATE TRUE
               WHEN TOTAL-FINDINGS > 0
                   DISPLAY '*** INTEGRITY SWEEP FAILED - SEE '
                           WS-INTEGRITY-RPT-NAME
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
               WHEN FILES-NOT-PRESENT > 0 OR TABLE-FULL-FLAG = 'Y'
                   DISPLAY 'Integrity sweep passed with files '
                           'unchecked'
                      UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Integrity sweep passed' UPON CONSOLE
           END-EVALUATE

           GOBACK.

      * ---
      * The published customers, in master order, with what each
      * derived file should hold: a phonetic entry for a person
      * with a last name, household membership for a customer
      * with a street or city, as many children as its count says
       LOAD-PUBLISHED-MASTER SECTION.
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO MASTER-RECORDS-READ
                       PERFORM LOAD-ONE-MASTER-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

       LOAD-ONE-MASTER-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               MOVE CHK-DUPLICATE-MASTER TO FINDING-CHECK-IX
               MOVE 'PROVOUT' TO FINDING-FILE
               MOVE PMI-CUSTOMER-NUMBER TO FINDING-KEY
               MOVE 'CUSTOMER NUMBER NOT NUMERIC' TO FINDING-DETAIL
               PERFORM WRITE-FINDING
               EXIT SECTION
           END-IF

           MOVE PMI-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
           PERFORM FIND-MASTER-CUSTOMER
           IF MASTER-FOUND-IX > 0
               MOVE CHK-DUPLICATE-MASTER TO FINDING-CHECK-IX
               MOVE 'PROVOUT' TO FINDING-FILE
               MOVE PMI-CUSTOMER-NUMBER TO FINDING-KEY
               MOVE 'CUSTOMER PUBLISHED MORE THAN ONCE'
                 TO FINDING-DETAIL
               PERFORM WRITE-FINDING
               EXIT SECTION
           END-IF

           IF MASTER-ENTRY-COUNT >= MAX-MASTER-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** CUSTOMER TABLE FULL AT '
                           MAX-MASTER-ENTRIES
                           ' - LATER CUSTOMERS NOT SWEPT'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO MASTER-ENTRY-COUNT
           MOVE MASTER-ENTRY-COUNT TO MASTER-IX
           MOVE PMI-CUSTOMER-NUMBER TO MST-CUSTOMER-NUMBER (MASTER-IX)
           IF PMI-SEC-ADDR-COUNT IS NUMERIC
               MOVE PMI-SEC-ADDR-COUNT TO MST-SEC-EXPECTED (MASTER-IX)
           ELSE
               MOVE 0 TO MST-SEC-EXPECTED (MASTER-IX)
           END-IF
           MOVE 0 TO MST-SEC-FOUND (MASTER-IX)
           IF PMI-CUSTOMER-KIND NOT = 'C'
               AND PMI-LAST-NAME NOT = SPACES
               MOVE 'Y' TO MST-PHONETIC-EXPECTED (MASTER-IX)
           ELSE
               MOVE 'N' TO MST-PHONETIC-EXPECTED (MASTER-IX)
           END-IF
           IF PMI-STREET = SPACES AND PMI-CITY = SPACES
               MOVE 'N' TO MST-HOUSEHOLD-EXPECTED (MASTER-IX)
           ELSE
               MOVE 'Y' TO MST-HOUSEHOLD-EXPECTED (MASTER-IX)
           END-IF
           MOVE 'N' TO MST-IN-PHONIDX (MASTER-IX)
           MOVE 'N' TO MST-IN-HOUSEHOLD (MASTER-IX)
           MOVE 'N' TO MST-IN-PARTITION (MASTER-IX)

           EXIT.

      * ---
      * The derived files are written in master order, so the
      * entry after the last one found is tried before a full scan
       FIND-MASTER-CUSTOMER SECTION.
           MOVE 0 TO MASTER-FOUND-IX
           IF MASTER-NEXT-IX <= MASTER-ENTRY-COUNT
               IF MST-CUSTOMER-NUMBER (MASTER-NEXT-IX)
                      = LOOKUP-CUSTOMER
                   MOVE MASTER-NEXT-IX TO MASTER-FOUND-IX
               END-IF
           END-IF
           IF MASTER-FOUND-IX = 0
               PERFORM VARYING MASTER-IX FROM 1 BY 1
                       UNTIL MASTER-IX > MASTER-ENTRY-COUNT
                          OR MASTER-FOUND-IX > 0
                   IF MST-CUSTOMER-NUMBER (MASTER-IX)
                          = LOOKUP-CUSTOMER
                       MOVE MASTER-IX TO MASTER-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF
           IF MASTER-FOUND-IX > 0
               COMPUTE MASTER-NEXT-IX = MASTER-FOUND-IX + 1
           END-IF

           EXIT.

      * ---
      * Every published customer read by key - missing, or a
      * record that no longer matches what was published - and
      * then the keyed file front to back for records the master
      * no longer has
       SWEEP-KEYED-MASTER SECTION.
           OPEN INPUT PROVIDER-MASTER-IDX
           IF NOT PROVMAST-IDX-OK
               MOVE 'PROVMAST.IDX' TO FINDING-FILE
               PERFORM NOTE-FILE-NOT-PRESENT
               EXIT SECTION
           END-IF

           OPEN INPUT PROVIDER-MASTER-IN
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM CHECK-ONE-KEYED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN
           CLOSE PROVIDER-MASTER-IDX

           OPEN INPUT PROVIDER-MASTER-IDX
           MOVE 1 TO MASTER-NEXT-IX
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-MASTER-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       MOVE PMX-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-MASTER-CUSTOMER
                       IF MASTER-FOUND-IX = 0
                           MOVE CHK-ORPHAN-KEYED TO FINDING-CHECK-IX
                           MOVE 'PROVMAST.IDX' TO FINDING-FILE
                           MOVE PMX-CUSTOMER-NUMBER TO FINDING-KEY
                           MOVE 'KEYED RECORD FOR A CUSTOMER NOT ON '
                             & 'THE PUBLISHED MASTER'
                             TO FINDING-DETAIL
                           PERFORM WRITE-FINDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IDX

           EXIT.

       CHECK-ONE-KEYED-RECORD SECTION.
           MOVE PMI-CUSTOMER-NUMBER TO PMX-CUSTOMER-NUMBER
           READ PROVIDER-MASTER-IDX
               INVALID KEY
                   MOVE CHK-MISSING-KEYED TO FINDING-CHECK-IX
                   MOVE 'PROVMAST.IDX' TO FINDING-FILE
                   MOVE PMI-CUSTOMER-NUMBER TO FINDING-KEY
                   MOVE 'PUBLISHED CUSTOMER HAS NO KEYED RECORD'
                     TO FINDING-DETAIL
                   PERFORM WRITE-FINDING
               NOT INVALID KEY
                   IF PROVIDER-MASTER-IDX-RECORD
                          NOT = PROVIDER-MASTER-IN-RECORD
                       MOVE CHK-STALE-KEYED TO FINDING-CHECK-IX
                       MOVE 'PROVMAST.IDX' TO FINDING-FILE
                       MOVE PMI-CUSTOMER-NUMBER TO FINDING-KEY
                       MOVE 'KEYED RECORD DIFFERS FROM THE PUBLISHED '
                         & 'RECORD'
                         TO FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ

           EXIT.

      * ---
      * Each child must belong to a published customer, and each
      * customer's children must number what its count says
       SWEEP-SECONDARY-ADDRESSES SECTION.
           OPEN INPUT PROVIDER-SECADDR-IN
           IF NOT PROVSEC-OK
               MOVE 'PROVSEC' TO FINDING-FILE
               PERFORM NOTE-FILE-NOT-PRESENT
               EXIT SECTION
           END-IF

           MOVE 1 TO MASTER-NEXT-IX
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-SECADDR-IN
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       MOVE PSA-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-MASTER-CUSTOMER
                       IF MASTER-FOUND-IX = 0
                           MOVE CHK-ORPHAN-SECONDARY
                             TO FINDING-CHECK-IX
                           MOVE 'PROVSEC' TO FINDING-FILE
                           MOVE PSA-CUSTOMER-NUMBER TO FINDING-KEY
                           MOVE 'CHILD RECORD FOR A CUSTOMER NOT ON '
                             & 'THE PUBLISHED MASTER'
                             TO FINDING-DETAIL
                           PERFORM WRITE-FINDING
                       ELSE
                           ADD 1 TO MST-SEC-FOUND (MASTER-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-SECADDR-IN

           PERFORM VARYING MASTER-IX FROM 1 BY 1
                   UNTIL MASTER-IX > MASTER-ENTRY-COUNT
               IF MST-SEC-FOUND (MASTER-IX)
                      NOT = MST-SEC-EXPECTED (MASTER-IX)
                   MOVE CHK-SECONDARY-COUNT TO FINDING-CHECK-IX
                   MOVE 'PROVSEC' TO FINDING-FILE
                   MOVE MST-CUSTOMER-NUMBER (MASTER-IX) TO FINDING-KEY
                   MOVE MST-SEC-EXPECTED (MASTER-IX) TO SMALL-EDIT
                   MOVE MST-SEC-FOUND (MASTER-IX) TO SECOND-EDIT
                   MOVE SPACES TO FINDING-DETAIL
                   STRING 'MASTER COUNTS ' DELIMITED BY SIZE
                          SMALL-EDIT DELIMITED BY SIZE
                          ' SECONDARY ADDRESS(ES), ' DELIMITED BY SIZE
                          SECOND-EDIT DELIMITED BY SIZE
                          ' CHILD RECORD(S) FOUND' DELIMITED BY SIZE
                     INTO FINDING-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM

           EXIT.

       SWEEP-PHONETIC-INDEX SECTION.
           OPEN INPUT PHONETIC-INDEX-FILE
           IF NOT PHONIDX-OK
               MOVE 'PHONIDX' TO FINDING-FILE
               PERFORM NOTE-FILE-NOT-PRESENT
               EXIT SECTION
           END-IF
           MOVE 'Y' TO PHONIDX-PRESENT-FLAG

           MOVE 1 TO MASTER-NEXT-IX
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PHONETIC-INDEX-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       MOVE PHX-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-MASTER-CUSTOMER
                       IF MASTER-FOUND-IX = 0
                           MOVE CHK-ORPHAN-PHONETIC
                             TO FINDING-CHECK-IX
                           MOVE 'PHONIDX' TO FINDING-FILE
                           MOVE PHX-CUSTOMER-NUMBER TO FINDING-KEY
                           MOVE 'INDEX ENTRY FOR A CUSTOMER NOT ON '
                             & 'THE PUBLISHED MASTER'
                             TO FINDING-DETAIL
                           PERFORM WRITE-FINDING
                       ELSE
                           MOVE 'Y' TO MST-IN-PHONIDX (MASTER-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PHONETIC-INDEX-FILE

           EXIT.

       SWEEP-HOUSEHOLDS SECTION.
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-OK
               MOVE 'HOUSHOLD' TO FINDING-FILE
               PERFORM NOTE-FILE-NOT-PRESENT
               EXIT SECTION
           END-IF
           MOVE 'Y' TO HOUSEHOLD-PRESENT-FLAG

           MOVE 1 TO MASTER-NEXT-IX
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       MOVE HHM-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-MASTER-CUSTOMER
                       IF MASTER-FOUND-IX = 0
                           MOVE CHK-ORPHAN-HOUSEHOLD
                             TO FINDING-CHECK-IX
                           MOVE 'HOUSHOLD' TO FINDING-FILE
                           MOVE HHM-CUSTOMER-NUMBER TO FINDING-KEY
                           MOVE 'MEMBER IS NOT ON THE PUBLISHED MASTER'
                             TO FINDING-DETAIL
                           PERFORM WRITE-FINDING
                       ELSE
                           MOVE 'Y'
                             TO MST-IN-HOUSEHOLD (MASTER-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE

           EXIT.

      * ---
      * The partition index must number its partitions 1 to n with
      * ranges that climb without overlapping; each partition must
      * hold what its line says, every record inside its range and
      * on the published master
       SWEEP-PARTITIONS SECTION.
           OPEN INPUT PARTITION-INDEX-FILE
           IF NOT PARTIDX-OK
               MOVE 'PARTIDX' TO FINDING-FILE
               PERFORM NOTE-FILE-NOT-PRESENT
               EXIT SECTION
           END-IF
           MOVE 'Y' TO PARTIDX-PRESENT-FLAG

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PARTITION-INDEX-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF PARTITION-ENTRY-COUNT
                              < MAX-PARTITION-ENTRIES
                           ADD 1 TO PARTITION-ENTRY-COUNT
                           MOVE PARTITION-ENTRY-COUNT TO PARTITION-IX
                           MOVE PIX-PARTITION-NUMBER
                             TO PTN-PARTITION-NUMBER (PARTITION-IX)
                           MOVE PIX-DATASET-NAME
                             TO PTN-DATASET-NAME (PARTITION-IX)
                           MOVE PIX-LOW-KEY
                             TO PTN-LOW-KEY (PARTITION-IX)
                           MOVE PIX-HIGH-KEY
                             TO PTN-HIGH-KEY (PARTITION-IX)
                           MOVE PIX-RECORD-COUNT
                             TO PTN-RECORD-COUNT (PARTITION-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-INDEX-FILE

           MOVE 0 TO PREVIOUS-IX
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-ENTRY-COUNT
               PERFORM CHECK-ONE-PARTITION-RANGE
               PERFORM SWEEP-ONE-PARTITION
           END-PERFORM

           EXIT.

       CHECK-ONE-PARTITION-RANGE SECTION.
           MOVE CHK-PARTITION-RANGE TO FINDING-CHECK-IX
           MOVE 'PARTIDX' TO FINDING-FILE
           MOVE SPACES TO FINDING-KEY
           MOVE PTN-PARTITION-NUMBER (PARTITION-IX) TO SMALL-EDIT

           IF PTN-PARTITION-NUMBER (PARTITION-IX) NOT = PARTITION-IX
               MOVE PARTITION-IX TO SECOND-EDIT
               MOVE SPACES TO FINDING-DETAIL
               STRING 'LINE ' DELIMITED BY SIZE
                      SECOND-EDIT DELIMITED BY SIZE
                      ' DESCRIBES PARTITION ' DELIMITED BY SIZE
                      SMALL-EDIT DELIMITED BY SIZE
                      ' - A PARTITION IS MISSING OR OUT OF ORDER'
                      DELIMITED BY SIZE
                 INTO FINDING-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF

      *    An empty partition carries zero keys and no range
           IF PTN-RECORD-COUNT (PARTITION-IX) = 0
               EXIT SECTION
           END-IF

           IF PTN-LOW-KEY (PARTITION-IX) > PTN-HIGH-KEY (PARTITION-IX)
               MOVE SPACES TO FINDING-DETAIL
               STRING 'PARTITION ' DELIMITED BY SIZE
                      SMALL-EDIT DELIMITED BY SIZE
                      ' LOW KEY IS ABOVE ITS HIGH KEY'
                      DELIMITED BY SIZE
                 INTO FINDING-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF

           IF PREVIOUS-IX > 0
               IF PTN-LOW-KEY (PARTITION-IX)
                      <= PTN-HIGH-KEY (PREVIOUS-IX)
                   MOVE PTN-PARTITION-NUMBER (PREVIOUS-IX)
                     TO SECOND-EDIT
                   MOVE SPACES TO FINDING-DETAIL
                   STRING 'PARTITION ' DELIMITED BY SIZE
                          SMALL-EDIT DELIMITED BY SIZE
                          ' RANGE OVERLAPS PARTITION '
                          DELIMITED BY SIZE
                          SECOND-EDIT DELIMITED BY SIZE
                     INTO FINDING-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           MOVE PARTITION-IX TO PREVIOUS-IX

           EXIT.

       SWEEP-ONE-PARTITION SECTION.
           MOVE PTN-DATASET-NAME (PARTITION-IX) TO WS-PARTITION-NAME
           MOVE PTN-PARTITION-NUMBER (PARTITION-IX) TO SMALL-EDIT
           OPEN INPUT PARTITION-IN-FILE
           IF NOT PARTITION-OK
               MOVE CHK-PARTITION-RANGE TO FINDING-CHECK-IX
               MOVE 'PARTIDX' TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE SPACES TO FINDING-DETAIL
               STRING 'PARTITION ' DELIMITED BY SIZE
                      SMALL-EDIT DELIMITED BY SIZE
                      ' DATASET ' DELIMITED BY SIZE
                      WS-PARTITION-NAME DELIMITED BY SPACE
                      ' IS NOT PRESENT' DELIMITED BY SIZE
                 INTO FINDING-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
               EXIT SECTION
           END-IF

           MOVE 0 TO PARTITION-RECORDS-READ
           MOVE 1 TO MASTER-NEXT-IX
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PARTITION-IN-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO PARTITION-RECORDS-READ
                       PERFORM CHECK-ONE-PARTITION-RECORD
               END-READ
           END-PERFORM
           CLOSE PARTITION-IN-FILE

           IF PARTITION-RECORDS-READ
                  NOT = PTN-RECORD-COUNT (PARTITION-IX)
               MOVE CHK-PARTITION-RANGE TO FINDING-CHECK-IX
               MOVE 'PARTIDX' TO FINDING-FILE
               MOVE SPACES TO FINDING-KEY
               MOVE PARTITION-RECORDS-READ TO COUNT-EDIT
               MOVE PTN-RECORD-COUNT (PARTITION-IX) TO INDEX-COUNT-EDIT
               MOVE SPACES TO FINDING-DETAIL
               STRING 'PARTITION ' DELIMITED BY SIZE
                      SMALL-EDIT DELIMITED BY SIZE
                      ' INDEX COUNTS' DELIMITED BY SIZE
                      INDEX-COUNT-EDIT DELIMITED BY SIZE
                      ', DATASET HOLDS' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                 INTO FINDING-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF

           EXIT.

       CHECK-ONE-PARTITION-RECORD SECTION.
           MOVE CHK-ORPHAN-PARTITION TO FINDING-CHECK-IX
           MOVE WS-PARTITION-NAME TO FINDING-FILE
           MOVE PTI-CUSTOMER-NUMBER TO FINDING-KEY
           IF PTI-CUSTOMER-NUMBER IS NOT NUMERIC
               MOVE 'RECORD WITHOUT A USABLE CUSTOMER NUMBER'
                 TO FINDING-DETAIL
               PERFORM WRITE-FINDING
               EXIT SECTION
           END-IF

           MOVE PTI-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
           PERFORM FIND-MASTER-CUSTOMER
           IF MASTER-FOUND-IX = 0
               MOVE 'RECORD FOR A CUSTOMER NOT ON THE PUBLISHED '
                 & 'MASTER'
                 TO FINDING-DETAIL
               PERFORM WRITE-FINDING
               EXIT SECTION
           END-IF
           MOVE 'Y' TO MST-IN-PARTITION (MASTER-FOUND-IX)

           IF PTI-CUSTOMER-NUMBER < PTN-LOW-KEY (PARTITION-IX)
               OR PTI-CUSTOMER-NUMBER > PTN-HIGH-KEY (PARTITION-IX)
               MOVE SPACES TO FINDING-DETAIL
               STRING 'KEY OUTSIDE THE RANGE OF PARTITION '
                      DELIMITED BY SIZE
                      SMALL-EDIT DELIMITED BY SIZE
                 INTO FINDING-DETAIL
               END-STRING
               PERFORM WRITE-FINDING
           END-IF

           EXIT.

      * ---
      * A renumbering must lead to a customer still published
       SWEEP-CROSS-REFERENCE SECTION.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF NOT XREF-FILE-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ CUSTOMER-XREF-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       MOVE CHK-XREF-UNKNOWN TO FINDING-CHECK-IX
                       MOVE 'CUSTXREF' TO FINDING-FILE
                       MOVE XRF-OLD-NUMBER TO FINDING-KEY
                       IF XRF-NEW-NUMBER IS NOT NUMERIC
                           MOVE 'NEW NUMBER IS NOT NUMERIC'
                             TO FINDING-DETAIL
                           PERFORM WRITE-FINDING
                       ELSE
                           MOVE XRF-NEW-NUMBER TO LOOKUP-CUSTOMER
                           PERFORM FIND-MASTER-CUSTOMER
                           IF MASTER-FOUND-IX = 0
                               MOVE SPACES TO FINDING-DETAIL
                               STRING 'RENUMBERED TO '
                                      DELIMITED BY SIZE
                                      XRF-NEW-NUMBER DELIMITED BY SIZE
                                      ', WHICH IS NOT PUBLISHED'
                                      DELIMITED BY SIZE
                                 INTO FINDING-DETAIL
                               END-STRING
                               PERFORM WRITE-FINDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-XREF-FILE

           EXIT.

      * ---
      * Published customers a present derived file does not hold
       REPORT-MISSING-CUSTOMERS SECTION.
           PERFORM VARYING MASTER-IX FROM 1 BY 1
                   UNTIL MASTER-IX > MASTER-ENTRY-COUNT
               MOVE MST-CUSTOMER-NUMBER (MASTER-IX) TO FINDING-KEY
               IF PHONIDX-PRESENT
                   AND MST-PHONETIC-EXPECTED (MASTER-IX) = 'Y'
                   AND MST-IN-PHONIDX (MASTER-IX) = 'N'
                   MOVE CHK-MISSING-PHONETIC TO FINDING-CHECK-IX
                   MOVE 'PHONIDX' TO FINDING-FILE
                   MOVE 'PERSON CUSTOMER HAS NO INDEX ENTRY'
                     TO FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
               IF HOUSEHOLD-PRESENT
                   AND MST-HOUSEHOLD-EXPECTED (MASTER-IX) = 'Y'
                   AND MST-IN-HOUSEHOLD (MASTER-IX) = 'N'
                   MOVE CHK-MISSING-HOUSEHOLD TO FINDING-CHECK-IX
                   MOVE 'HOUSHOLD' TO FINDING-FILE
                   MOVE 'ADDRESSED CUSTOMER BELONGS TO NO HOUSEHOLD'
                     TO FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
               IF PARTIDX-PRESENT
                   AND MST-IN-PARTITION (MASTER-IX) = 'N'
                   PERFORM REPORT-MISSING-PARTITION
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Name the partition whose range should have held the
      * customer, or say the key fell between the ranges
       REPORT-MISSING-PARTITION SECTION.
           MOVE CHK-MISSING-PARTITION TO FINDING-CHECK-IX
           MOVE 'PARTIDX' TO FINDING-FILE
           MOVE 0 TO RANGE-FOUND-IX
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-ENTRY-COUNT
                      OR RANGE-FOUND-IX > 0
               IF PTN-RECORD-COUNT (PARTITION-IX) > 0
                   AND MST-CUSTOMER-NUMBER (MASTER-IX)
                       >= PTN-LOW-KEY (PARTITION-IX)
                   AND MST-CUSTOMER-NUMBER (MASTER-IX)
                       <= PTN-HIGH-KEY (PARTITION-IX)
                   MOVE PARTITION-IX TO RANGE-FOUND-IX
               END-IF
           END-PERFORM

           MOVE SPACES TO FINDING-DETAIL
           IF RANGE-FOUND-IX = 0
               MOVE 'KEY FALLS IN A GAP BETWEEN THE PARTITION RANGES'
                 TO FINDING-DETAIL
           ELSE
               MOVE PTN-PARTITION-NUMBER (RANGE-FOUND-IX)
                 TO SMALL-EDIT
               STRING 'IN THE RANGE OF PARTITION ' DELIMITED BY SIZE
                      SMALL-EDIT DELIMITED BY SIZE
                      ' BUT NOT IN ITS DATASET' DELIMITED BY SIZE
                 INTO FINDING-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-FINDING

           EXIT.

      * ---
      * A derived file that is not there is reported once and
      * leaves the sweep at a warning rather than a failure
       NOTE-FILE-NOT-PRESENT SECTION.
           ADD 1 TO FILES-NOT-PRESENT
           MOVE SPACES TO FINDING-LINE
           MOVE 'FILE NOT PRESENT' TO FDL-CHECK-NAME
           MOVE FINDING-FILE TO FDL-FILE
           MOVE 'NOT CHECKED THIS RUN' TO FDL-DETAIL
           DISPLAY '*** ' FINDING-FILE ' NOT PRESENT - NOT CHECKED'
              UPON CONSOLE
           MOVE FINDING-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ---
      * Count the finding against its check and list it while the
      * check is still under its detail limit
       WRITE-FINDING SECTION.
           ADD 1 TO CHECK-FINDINGS (FINDING-CHECK-IX)
           ADD 1 TO TOTAL-FINDINGS
           IF CHECK-FINDINGS (FINDING-CHECK-IX) > MAX-DETAIL-LINES
               EXIT SECTION
           END-IF

           MOVE SPACES TO FINDING-LINE
           MOVE CHECK-NAME (FINDING-CHECK-IX) TO FDL-CHECK-NAME
           MOVE FINDING-FILE TO FDL-FILE
           MOVE FINDING-KEY TO FDL-KEY
           MOVE FINDING-DETAIL TO FDL-DETAIL
           MOVE FINDING-LINE TO INTEGRITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ---
      * Findings per check, PASS or FAIL, and the sweep's result
       WRITE-SWEEP-SUMMARY SECTION.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'SWEEP SUMMARY' TO INTEGRITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING CHECK-IX FROM 1 BY 1
                   UNTIL CHECK-IX > CHECK-COUNT-MAX
               MOVE SPACES TO SUMMARY-LINE
               MOVE CHECK-NAME (CHECK-IX) TO SML-CHECK-NAME
               MOVE CHECK-FINDINGS (CHECK-IX) TO SML-FINDINGS
               IF CHECK-FINDINGS (CHECK-IX) = 0
                   MOVE 'PASS' TO SML-RESULT
               ELSE
                   MOVE 'FAIL' TO SML-RESULT
               END-IF
               MOVE SUMMARY-LINE TO INTEGRITY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               IF CHECK-FINDINGS (CHECK-IX) > MAX-DETAIL-LINES
                   COMPUTE KEY-EDIT =
                       CHECK-FINDINGS (CHECK-IX) - MAX-DETAIL-LINES
                   MOVE SPACES TO INTEGRITY-REPORT-RECORD
                   STRING '  (' DELIMITED BY SIZE
                          KEY-EDIT DELIMITED BY SIZE
                          ' MORE NOT LISTED)' DELIMITED BY SIZE
                     INTO INTEGRITY-REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN TOTAL-FINDINGS > 0
                   MOVE 'SWEEP RESULT: FAIL' TO INTEGRITY-REPORT-RECORD
               WHEN FILES-NOT-PRESENT > 0
                   MOVE 'SWEEP RESULT: PASS - SOME FILES NOT PRESENT'
                     TO INTEGRITY-REPORT-RECORD
               WHEN OTHER
                   MOVE 'SWEEP RESULT: PASS' TO INTEGRITY-REPORT-RECORD
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO IRL-PAGE-NUMBER

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE MASTER-ENTRY-COUNT TO COUNT-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'PUBLISHED-OUTPUT INTEGRITY SWEEP - '
                  DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  ' CUSTOMERS - PAGE ' DELIMITED BY SIZE
                  IRL-PAGE-NUMBER DELIMITED BY SIZE
             INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE FINDING-COLUMN-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE 0 TO IRL-LINE-COUNT

           EXIT.

       WRITE-REPORT-LINE SECTION.
           IF IRL-LINE-COUNT >= IRL-LINES-PER-PAGE
               MOVE INTEGRITY-REPORT-RECORD TO IRL-HOLD-LINE
               PERFORM WRITE-REPORT-HEADING
               MOVE IRL-HOLD-LINE TO INTEGRITY-REPORT-RECORD
           END-IF
           WRITE INTEGRITY-REPORT-RECORD
           ADD 1 TO IRL-LINE-COUNT

           EXIT.
