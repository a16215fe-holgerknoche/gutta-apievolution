123456*Consolidation of a partitioned production conversion: once
      *the concurrent APICONV steps have each converted the
      *customer-number range they claimed from the partition plan,
      *this step checks that every partition ended cleanly under
      *the one run identifier and that the ranges cover every
      *customer number exactly once - no gap, no overlap - and
      *that each partition's work files still hold what the step
      *reported writing. Only then are the partitions' outputs
      *merged in range order into the single published set, the
      *run metrics and the consumer/provider control totals added
      *up across the partitions; the plan is then reopened for the
      *next run.
      *Return codes: 0 published, 4 published with a control-total
      *mismatch, 8 no partition plan, 12 publish refused

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIPCONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Short-held lock serializing run-identifier issuance and
      *    every update of the partition plan
           SELECT RUN-LOCK-FILE ASSIGN TO WS-RUN-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
      *    Environment profile naming the datasets, shared with the
      *    conversion steps so both sides agree on every name
           SELECT ENV-PROFILE-FILE ASSIGN TO WS-ENV-PROFILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-PROFILE-STATUS.
      *    Partition plan, one card per range, marked by each step
      *    with its outcome and control totals
           SELECT CONV-PARTITION-FILE ASSIGN TO WS-CONV-PART-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-PART-STATUS.
      *    Run lock guarding the shared audit log the partitions'
      *    audit trails are appended to
           SELECT AUDIT-LOCK-FILE ASSIGN TO WS-AUDIT-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOCK-STATUS.
      *    One partition's output being counted or merged; one FD
      *    serves every output since each is copied line for line
           SELECT PARTITION-OUTPUT-FILE ASSIGN TO WS-PART-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-OUT-STATUS.
      *    The published dataset the partitions are merged into
           SELECT PUBLISHED-OUTPUT-FILE ASSIGN TO WS-PUBLISHED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBLISHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD.
           05 RLK-OWNER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLK-TIMESTAMP-MS PIC 9(18).

       FD ENV-PROFILE-FILE.
       01 ENV-PROFILE-RECORD.
           05 EPR-DATASET-KEY PIC X(12).
           05 EPR-DATASET-NAME PIC X(30).
           05 FILLER PIC X(38).

       FD CONV-PARTITION-FILE.
       01 CONV-PARTITION-RECORD PIC X(138).

       FD AUDIT-LOCK-FILE.
       01 AUDIT-LOCK-RECORD.
           05 ALK-OWNER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ALK-TIMESTAMP-MS PIC 9(18).

       FD PARTITION-OUTPUT-FILE.
       01 PARTITION-OUTPUT-RECORD PIC X(1024).

       FD PUBLISHED-OUTPUT-FILE.
       01 PUBLISHED-OUTPUT-RECORD PIC X(1024).

       WORKING-STORAGE SECTION.
       01 RUN-LOCK-CONTROLS.
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-RUN-LOCK-STATUS PIC X(02).
             88 RUN-LOCK-OK VALUE '00'.
           05 RLK-OWNER-NAME PIC X(08) VALUE 'APIPCONS'.
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
           05 PARTITION-LOCK-TRIES PIC S9(4) BINARY.
           05 PARTITION-LOCK-RETRY-LIMIT PIC S9(4) BINARY VALUE 30.
           05 PARTITION-LOCK-SLEEP-SECONDS PIC 9(04) BINARY VALUE 1.

       01 AUDIT-LOCK-CONTROLS.
           05 WS-AUDIT-LOCK-NAME PIC X(30) VALUE 'AUDLOCK.DAT'.
           05 WS-AUDIT-LOCK-STATUS PIC X(02).
             88 AUDIT-LOCK-OK VALUE '00'.
           05 AUDIT-LOCK-STALE-LIMIT-MS PIC S9(18) BINARY
              VALUE 7200000.
           05 ALK-HELD-OWNER PIC X(08).
           05 ALK-HELD-TIMESTAMP PIC S9(18) BINARY.
           05 ALK-HELD-AGE-MS PIC S9(18) BINARY.
           05 ALK-CURRENT-TIME-MS PIC 9(18).

       01 ENV-PROFILE-CONTROLS.
           05 WS-ENV-PROFILE-NAME PIC X(30) VALUE 'ENVPROF.DAT'.
           05 WS-ENV-PROFILE-STATUS PIC X(02).
             88 ENV-PROFILE-OK VALUE '00'.
           05 WS-ENV-PROFILE-EOF-FLAG PIC X VALUE 'N'.
             88 ENV-PROFILE-AT-EOF VALUE 'Y'.
           05 ENV-NAMES-OVERRIDDEN PIC S9(4) BINARY VALUE 0.

      *    The datasets the conversion writes per partition, under
      *    the same names and profile keys the conversion uses
       01 CONSOLIDATION-DATASETS.
           05 WS-REJECT-FILE-NAME PIC X(30) VALUE 'REJECTS.DAT'.
           05 WS-QUARANTINE-NAME PIC X(30) VALUE 'QUARANT.DAT'.
           05 WS-AUDIT-LOG-NAME PIC X(30) VALUE 'AUDITLOG.DAT'.
           05 WS-PRINT-REPORT-NAME PIC X(30) VALUE 'PRINTRPT.DAT'.
           05 WS-GOLDEN-MASTER-NAME PIC X(30)
              VALUE 'GOLDNMSTR.DAT'.
           05 WS-GOLDEN-WORK-NAME PIC X(30) VALUE 'GOLDWORK.DAT'.
           05 WS-GATEWAY-FEED-NAME PIC X(30) VALUE 'GATEWAY.DAT'.
           05 WS-GATEWAY-WORK-NAME PIC X(30) VALUE 'GATEWORK.DAT'.
           05 WS-LETTER-NAME PIC X(30) VALUE 'LTREXT.DAT'.
           05 WS-LETTER-REG-NAME PIC X(30) VALUE 'LTRREG.DAT'.
           05 WS-SHADOW-OUTPUT-NAME PIC X(30) VALUE 'SHADOW.DAT'.
           05 WS-DUP-REPORT-NAME PIC X(30) VALUE 'DUPRPT.DAT'.
           05 WS-STD-REPORT-NAME PIC X(30) VALUE 'STDRPT.DAT'.
           05 WS-XREF-MISS-NAME PIC X(30) VALUE 'XREFMISS.DAT'.
           05 WS-CHKTRANS-NAME PIC X(30) VALUE 'CHKTRANS.DAT'.
           05 WS-RUN-METRICS-NAME PIC X(30) VALUE 'CONVMETR.DAT'.
           05 WS-GOLDEN-QUAR-NAME PIC X(30) VALUE 'GOLDQUAR.DAT'.
           05 WS-GATEWAY-QUAR-NAME PIC X(30) VALUE 'GATEQUAR.DAT'.
           05 WS-WATCHHOLD-NAME PIC X(30) VALUE 'WLHOLD.DAT'.

       01 CONSOLIDATION-CONTROLS.
           05 WS-CONV-PART-NAME PIC X(30) VALUE 'CONVPART.DAT'.
           05 WS-CONV-PART-STATUS PIC X(02).
             88 CONV-PART-OK VALUE '00'.
           05 WS-CONV-PART-EOF-FLAG PIC X VALUE 'N'.
             88 CONV-PART-AT-EOF VALUE 'Y'.
           05 WS-PART-OUT-NAME PIC X(30).
           05 WS-PART-OUT-STATUS PIC X(02).
             88 PART-OUT-OK VALUE '00'.
           05 WS-PART-OUT-EOF-FLAG PIC X VALUE 'N'.
             88 PART-OUT-AT-EOF VALUE 'Y'.
           05 WS-PUBLISHED-NAME PIC X(30).
           05 WS-PUBLISHED-STATUS PIC X(02).
             88 PUBLISHED-OK VALUE '00'.
           05 LCK-DELETE-STATUS PIC S9(9) BINARY.
           05 PARTITION-CARD-COUNT PIC S9(4) BINARY VALUE 0.
           05 MAX-PARTITION-CARDS PIC S9(4) BINARY VALUE 16.
           05 PARTITION-IX PIC S9(4) BINARY.
           05 ORDER-IX PIC S9(4) BINARY.
           05 ORDER-NEXT-IX PIC S9(4) BINARY.
           05 ORDER-SWAP PIC S9(4) BINARY.
           05 PARTITION-NUMBER PIC 9(02).
           05 PARTITION-NAME-WORK PIC X(30).
           05 PARTITION-NAME-IX PIC S9(4) BINARY.
           05 PARTITION-DOT-IX PIC S9(4) BINARY.
           05 RUN-IDENTIFIER PIC 9(09) VALUE 0.
           05 EXPECTED-LOW-KEY PIC 9(10).
           05 GAP-START-KEY PIC 9(09).
           05 REFUSAL-COUNT PIC S9(9) BINARY VALUE 0.
           05 MERGE-MODE PIC X(01).
             88 MERGE-REPLACES VALUE 'R'.
             88 MERGE-APPENDS VALUE 'A'.
           05 MERGE-BASE-NAME PIC X(30).
           05 FILE-RECORD-COUNT PIC S9(9) BINARY.
           05 MERGE-RECORD-COUNT PIC S9(9) BINARY.
           05 OUTPUTS-PUBLISHED PIC S9(9) BINARY VALUE 0.
           05 CONSUMER-BALANCE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 PROVIDER-BALANCE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 CONTROL-TOTAL-MISMATCHES PIC S9(9) BINARY VALUE 0.
           05 RECORDS-CONVERTED PIC S9(9) BINARY VALUE 0.
           05 REJECTS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 RECORDS-QUARANTINED PIC S9(9) BINARY VALUE 0.
           05 BALANCE-TOTAL-EDIT PIC -(11)9.99.

      *    The partitions' run metrics added up key by key, in the
      *    order the keys first appear
       01 RUN-METRICS-CONTROLS.
           05 MAX-METRIC-ENTRIES PIC S9(4) BINARY VALUE 40.
           05 METRIC-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 METRIC-IX PIC S9(4) BINARY.
           05 METRIC-SCAN-IX PIC S9(4) BINARY.
           05 METRIC-KEY PIC X(30).
           05 METRIC-TEXT PIC X(30).
           05 METRIC-DIGIT PIC 9(01).
           05 METRIC-SIGN PIC X(01).
             88 METRIC-IS-NEGATIVE VALUE '-'.
           05 METRIC-VALUE PIC S9(18) BINARY.
           05 METRIC-VALUE-EDIT PIC -Z(17)9.

       01 RUN-METRICS-TABLE.
           05 RMT-ENTRY OCCURS 40 TIMES.
             10 RMT-METRIC-KEY PIC X(30).
             10 RMT-METRIC-VALUE PIC S9(18) BINARY.

       01 PARTITION-CARD-TABLE.
           05 PCT-CARD-IMAGE PIC X(138) OCCURS 16 TIMES.
      *    Card numbers in ascending order of their low key: the
      *    range check walks them in this order and the outputs are
      *    merged in it, so the published set stays in customer
      *    order
       01 PARTITION-ORDER-TABLE.
           05 POT-CARD-IX PIC S9(4) BINARY OCCURS 16 TIMES.

      *    One partition card, laid out as APICONV writes it
       01 PARTITION-CARD-WORK.
           05 PCW-PARTITION-NUMBER PIC 9(02).
           05 FILLER PIC X(01).
           05 PCW-LOW-KEY PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-HIGH-KEY PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-PARTITION-STATUS PIC X(01).
             88 PCW-PARTITION-OPEN VALUE SPACE.
             88 PCW-PARTITION-CLAIMED VALUE 'C'.
             88 PCW-PARTITION-ENDED VALUE 'E'.
             88 PCW-PARTITION-FAILED VALUE 'F'.
           05 FILLER PIC X(01).
           05 PCW-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-RETURN-CODE PIC 9(03).
           05 FILLER PIC X(01).
           05 PCW-CONSUMER-TOTAL PIC S9(11)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 PCW-PROVIDER-TOTAL PIC S9(11)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 PCW-CONTROL-MISMATCHES PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-RECORDS-CONVERTED PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-GOLDEN-RECORDS PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-GATEWAY-RECORDS PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-AUDIT-RECORDS PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-REJECTS-WRITTEN PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-QUARANTINED PIC 9(09).

       PROCEDURE DIVISION.
           PERFORM LOAD-ENVIRONMENT-PROFILE

           OPEN INPUT CONV-PARTITION-FILE
           IF NOT CONV-PART-OK
               DISPLAY '*** NO PARTITION PLAN ' WS-CONV-PART-NAME
                       ' - NOTHING TO CONSOLIDATE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CONV-PARTITION-FILE

           PERFORM WAIT-FOR-RUN-CONTROL-LOCK
           PERFORM ACQUIRE-RUN-CONTROL-LOCK
           PERFORM LOAD-PARTITION-PLAN
           PERFORM RELEASE-RUN-CONTROL-LOCK

           IF PARTITION-CARD-COUNT = 0
               DISPLAY '*** PARTITION PLAN ' WS-CONV-PART-NAME
                       ' HOLDS NO CARDS - NOTHING TO CONSOLIDATE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Consolidating ' PARTITION-CARD-COUNT
                   ' conversion partition(s) from '
                   WS-CONV-PART-NAME
              UPON CONSOLE

      *    Every check runs before anything is published, and every
      *    failure is reported, so one rerun can fix them all
           PERFORM CHECK-PARTITION-OUTCOMES
           PERFORM ORDER-PARTITIONS-BY-RANGE
           PERFORM CHECK-PARTITION-RANGES
           IF REFUSAL-COUNT = 0
               PERFORM CHECK-PARTITION-WORK-FILES
           END-IF

           IF REFUSAL-COUNT > 0
               DISPLAY '*** PUBLISH REFUSED - ' REFUSAL-COUNT
                       ' PROBLEM(S) WITH THE PARTITIONED RUN; '
                       'NOTHING WAS PUBLISHED'
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ADD-UP-CONTROL-TOTALS

           MOVE WS-REJECT-FILE-NAME TO MERGE-BASE-NAME
           MOVE WS-REJECT-FILE-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-QUARANTINE-NAME TO MERGE-BASE-NAME
           MOVE WS-QUARANTINE-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-PRINT-REPORT-NAME TO MERGE-BASE-NAME
           MOVE WS-PRINT-REPORT-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-LETTER-NAME TO MERGE-BASE-NAME
           MOVE WS-LETTER-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-LETTER-REG-NAME TO MERGE-BASE-NAME
           MOVE WS-LETTER-REG-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-SHADOW-OUTPUT-NAME TO MERGE-BASE-NAME
           MOVE WS-SHADOW-OUTPUT-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-DUP-REPORT-NAME TO MERGE-BASE-NAME
           MOVE WS-DUP-REPORT-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-STD-REPORT-NAME TO MERGE-BASE-NAME
           MOVE WS-STD-REPORT-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-XREF-MISS-NAME TO MERGE-BASE-NAME
           MOVE WS-XREF-MISS-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-CHKTRANS-NAME TO MERGE-BASE-NAME
           MOVE WS-CHKTRANS-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-GOLDEN-QUAR-NAME TO MERGE-BASE-NAME
           MOVE WS-GOLDEN-QUAR-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-GATEWAY-QUAR-NAME TO MERGE-BASE-NAME
           MOVE WS-GATEWAY-QUAR-NAME TO WS-PUBLISHED-NAME
           SET MERGE-REPLACES TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           PERFORM MERGE-RUN-METRICS

           PERFORM ACQUIRE-AUDIT-LOCK
           MOVE WS-AUDIT-LOG-NAME TO MERGE-BASE-NAME
           MOVE WS-AUDIT-LOG-NAME TO WS-PUBLISHED-NAME
           SET MERGE-APPENDS TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           CALL 'CBL_DELETE_FILE' USING WS-AUDIT-LOCK-NAME
              RETURNING LCK-DELETE-STATUS

           MOVE WS-GOLDEN-WORK-NAME TO MERGE-BASE-NAME
           MOVE WS-GOLDEN-MASTER-NAME TO WS-PUBLISHED-NAME
           SET MERGE-APPENDS TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-GATEWAY-WORK-NAME TO MERGE-BASE-NAME
           MOVE WS-GATEWAY-FEED-NAME TO WS-PUBLISHED-NAME
           SET MERGE-APPENDS TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT
           MOVE WS-WATCHHOLD-NAME TO MERGE-BASE-NAME
           MOVE WS-WATCHHOLD-NAME TO WS-PUBLISHED-NAME
           SET MERGE-APPENDS TO TRUE
           PERFORM MERGE-PARTITION-OUTPUT

           PERFORM REOPEN-PARTITION-PLAN

           DISPLAY '=== APIPCONS CONSOLIDATION SUMMARY ==='
              UPON CONSOLE
           DISPLAY '  Run identifier: ' RUN-IDENTIFIER UPON CONSOLE
           DISPLAY '  Partitions consolidated: ' PARTITION-CARD-COUNT
              UPON CONSOLE
           DISPLAY '  Records converted: ' RECORDS-CONVERTED
              UPON CONSOLE
           DISPLAY '  Fields rejected: ' REJECTS-WRITTEN
              UPON CONSOLE
           DISPLAY '  Conversions quarantined: ' RECORDS-QUARANTINED
              UPON CONSOLE
           DISPLAY '  Control total mismatches: '
                   CONTROL-TOTAL-MISMATCHES
              UPON CONSOLE
           MOVE CONSUMER-BALANCE-TOTAL TO BALANCE-TOTAL-EDIT
           DISPLAY '  Consumer balance total: ' BALANCE-TOTAL-EDIT
              UPON CONSOLE
           MOVE PROVIDER-BALANCE-TOTAL TO BALANCE-TOTAL-EDIT
           DISPLAY '  Provider balance total: ' BALANCE-TOTAL-EDIT
              UPON CONSOLE
           DISPLAY '  Outputs published: ' OUTPUTS-PUBLISHED
              UPON CONSOLE
           IF CONSUMER-BALANCE-TOTAL NOT = PROVIDER-BALANCE-TOTAL
               OR CONTROL-TOTAL-MISMATCHES > 0
               DISPLAY '  *** CONTROL TOTALS DO NOT AGREE ACROSS '
                       'THE PARTITIONS ***'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '  Return code: ' RETURN-CODE UPON CONSOLE
           DISPLAY '=== END APIPCONS CONSOLIDATION SUMMARY ==='
              UPON CONSOLE

           GOBACK.

      * ---
      * Read the optional environment profile; the keys this step
      * does not use belong to the other programs sharing the card
       LOAD-ENVIRONMENT-PROFILE SECTION.
           OPEN INPUT ENV-PROFILE-FILE
           IF NOT ENV-PROFILE-OK
               MOVE 'Y' TO WS-ENV-PROFILE-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL ENV-PROFILE-AT-EOF
               READ ENV-PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-ENV-PROFILE-EOF-FLAG
                   NOT AT END
                       IF EPR-DATASET-NAME NOT = SPACES
                           ADD 1 TO ENV-NAMES-OVERRIDDEN
                           EVALUATE EPR-DATASET-KEY
                           WHEN 'REJECTS'
                               MOVE EPR-DATASET-NAME
                                 TO WS-REJECT-FILE-NAME
                           WHEN 'QUARANT'
                               MOVE EPR-DATASET-NAME
                                 TO WS-QUARANTINE-NAME
                           WHEN 'AUDITLOG'
                               MOVE EPR-DATASET-NAME
                                 TO WS-AUDIT-LOG-NAME
                           WHEN 'AUDLOCK'
                               MOVE EPR-DATASET-NAME
                                 TO WS-AUDIT-LOCK-NAME
                           WHEN 'PRINTRPT'
                               MOVE EPR-DATASET-NAME
                                 TO WS-PRINT-REPORT-NAME
                           WHEN 'GOLDNMSTR'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GOLDEN-MASTER-NAME
                           WHEN 'GOLDWORK'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GOLDEN-WORK-NAME
                           WHEN 'GATEWAY'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GATEWAY-FEED-NAME
                           WHEN 'GATEWORK'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GATEWAY-WORK-NAME
                           WHEN 'SHADOW'
                               MOVE EPR-DATASET-NAME
                                 TO WS-SHADOW-OUTPUT-NAME
                           WHEN 'DUPRPT'
                               MOVE EPR-DATASET-NAME
                                 TO WS-DUP-REPORT-NAME
                           WHEN 'STDRPT'
                               MOVE EPR-DATASET-NAME
                                 TO WS-STD-REPORT-NAME
                           WHEN 'XREFMISS'
                               MOVE EPR-DATASET-NAME
                                 TO WS-XREF-MISS-NAME
                           WHEN 'CONVMETR'
                               MOVE EPR-DATASET-NAME
                                 TO WS-RUN-METRICS-NAME
                           WHEN 'GOLDQUAR'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GOLDEN-QUAR-NAME
                           WHEN 'GATEQUAR'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GATEWAY-QUAR-NAME
                           WHEN 'RUNLOCK'
                               MOVE EPR-DATASET-NAME
                                 TO WS-RUN-LOCK-NAME
                           WHEN 'CONVPART'
                               MOVE EPR-DATASET-NAME
                                 TO WS-CONV-PART-NAME
                           WHEN OTHER
                               SUBTRACT 1
                                 FROM ENV-NAMES-OVERRIDDEN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENV-PROFILE-FILE

           IF ENV-NAMES-OVERRIDDEN > 0
               DISPLAY 'Environment profile applied: '
                       ENV-NAMES-OVERRIDDEN ' dataset name(s)'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Read the partition plan into the card table
       LOAD-PARTITION-PLAN SECTION.
           MOVE 0 TO PARTITION-CARD-COUNT
           MOVE 'N' TO WS-CONV-PART-EOF-FLAG
           OPEN INPUT CONV-PARTITION-FILE
           IF NOT CONV-PART-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL CONV-PART-AT-EOF
               READ CONV-PARTITION-FILE
                   AT END
                       MOVE 'Y' TO WS-CONV-PART-EOF-FLAG
                   NOT AT END
                       IF CONV-PARTITION-RECORD NOT = SPACES
                           IF PARTITION-CARD-COUNT
                                   >= MAX-PARTITION-CARDS
                               DISPLAY '*** PARTITION PLAN '
                                       WS-CONV-PART-NAME
                                       ' HAS MORE THAN '
                                       MAX-PARTITION-CARDS
                                       ' CARDS - EXTRA CARDS IGNORED'
                                  UPON CONSOLE
                               MOVE 'Y' TO WS-CONV-PART-EOF-FLAG
                           ELSE
                               ADD 1 TO PARTITION-CARD-COUNT
                               MOVE CONV-PARTITION-RECORD
                                 TO PCT-CARD-IMAGE
                                    (PARTITION-CARD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONV-PARTITION-FILE

           EXIT.

      * ---
      * Every partition must have ended, below return code 8, under
      * the same run identifier as the others; a card still marked
      * claimed belongs to a step that is running or abended
       CHECK-PARTITION-OUTCOMES SECTION.
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (PARTITION-IX)
                 TO PARTITION-CARD-WORK
               EVALUATE TRUE
                   WHEN PCW-PARTITION-NUMBER IS NOT NUMERIC
                       OR PCW-LOW-KEY IS NOT NUMERIC
                       OR PCW-HIGH-KEY IS NOT NUMERIC
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION CARD ' PARTITION-IX
                               ' IS UNUSABLE: '
                               PCT-CARD-IMAGE (PARTITION-IX) (1:22)
                          UPON CONSOLE
                   WHEN PCW-PARTITION-OPEN
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' WAS NEVER RUN'
                          UPON CONSOLE
                   WHEN PCW-PARTITION-CLAIMED
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' DID NOT END - STILL RUNNING OR '
                               'ABENDED'
                          UPON CONSOLE
                   WHEN PCW-PARTITION-FAILED
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' FAILED WITH RETURN CODE '
                               PCW-RETURN-CODE
                          UPON CONSOLE
                   WHEN NOT PCW-PARTITION-ENDED
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' HAS UNKNOWN STATUS '
                               PCW-PARTITION-STATUS
                          UPON CONSOLE
                   WHEN PCW-RETURN-CODE IS NOT NUMERIC
                       OR PCW-RETURN-CODE >= 8
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' ENDED WITH RETURN CODE '
                               PCW-RETURN-CODE
                          UPON CONSOLE
                   WHEN PCW-RUN-ID IS NOT NUMERIC
                       OR PCW-RUN-ID = 0
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' CARRIES NO RUN IDENTIFIER'
                          UPON CONSOLE
                   WHEN RUN-IDENTIFIER = 0
                       MOVE PCW-RUN-ID TO RUN-IDENTIFIER
                   WHEN PCW-RUN-ID NOT = RUN-IDENTIFIER
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' RAN AS RUN ' PCW-RUN-ID
                               ', NOT RUN ' RUN-IDENTIFIER
                          UPON CONSOLE
               END-EVALUATE
           END-PERFORM

           EXIT.

      * ---
      * Order the cards by their low key - a plain exchange sort,
      * the plan never holds more than a handful of cards
       ORDER-PARTITIONS-BY-RANGE SECTION.
           PERFORM VARYING ORDER-IX FROM 1 BY 1
                   UNTIL ORDER-IX > PARTITION-CARD-COUNT
               MOVE ORDER-IX TO POT-CARD-IX (ORDER-IX)
           END-PERFORM

           PERFORM VARYING ORDER-IX FROM 1 BY 1
                   UNTIL ORDER-IX >= PARTITION-CARD-COUNT
               COMPUTE ORDER-NEXT-IX = ORDER-IX + 1
               PERFORM UNTIL ORDER-NEXT-IX > PARTITION-CARD-COUNT
                   IF PCT-CARD-IMAGE (POT-CARD-IX (ORDER-NEXT-IX))
                          (4:9)
                      < PCT-CARD-IMAGE (POT-CARD-IX (ORDER-IX))
                          (4:9)
                       MOVE POT-CARD-IX (ORDER-IX) TO ORDER-SWAP
                       MOVE POT-CARD-IX (ORDER-NEXT-IX)
                         TO POT-CARD-IX (ORDER-IX)
                       MOVE ORDER-SWAP
                         TO POT-CARD-IX (ORDER-NEXT-IX)
                   END-IF
                   ADD 1 TO ORDER-NEXT-IX
               END-PERFORM
           END-PERFORM

           EXIT.

      * ---
      * Walked in low-key order the ranges must start at zero, each
      * start where the one before it stopped, and end at the
      * highest customer number: anything else leaves customers
      * unconverted or converts them twice. Partition numbers must
      * be unique too, since they name each partition's files
       CHECK-PARTITION-RANGES SECTION.
           MOVE 0 TO EXPECTED-LOW-KEY
           PERFORM VARYING ORDER-IX FROM 1 BY 1
                   UNTIL ORDER-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (POT-CARD-IX (ORDER-IX))
                 TO PARTITION-CARD-WORK
               IF PCW-LOW-KEY IS NUMERIC
                   AND PCW-HIGH-KEY IS NUMERIC
                   IF PCW-LOW-KEY > PCW-HIGH-KEY
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' RANGE ' PCW-LOW-KEY ' TO '
                               PCW-HIGH-KEY ' IS BACKWARDS'
                          UPON CONSOLE
                   END-IF
                   IF PCW-LOW-KEY > EXPECTED-LOW-KEY
                       ADD 1 TO REFUSAL-COUNT
                       MOVE EXPECTED-LOW-KEY TO GAP-START-KEY
                       DISPLAY '*** GAP BEFORE PARTITION '
                               PCW-PARTITION-NUMBER
                               ': CUSTOMERS FROM ' GAP-START-KEY
                               ' ARE IN NO PARTITION'
                          UPON CONSOLE
                   END-IF
                   IF PCW-LOW-KEY < EXPECTED-LOW-KEY
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER
                               ' STARTING AT ' PCW-LOW-KEY
                               ' OVERLAPS THE RANGE BEFORE IT'
                          UPON CONSOLE
                   END-IF
                   IF PCW-HIGH-KEY >= EXPECTED-LOW-KEY
                       COMPUTE EXPECTED-LOW-KEY = PCW-HIGH-KEY + 1
                   END-IF
               END-IF
               PERFORM VARYING PARTITION-IX FROM 1 BY 1
                       UNTIL PARTITION-IX >= POT-CARD-IX (ORDER-IX)
                   IF PCT-CARD-IMAGE (PARTITION-IX) (1:2)
                          = PCW-PARTITION-NUMBER
                       ADD 1 TO REFUSAL-COUNT
                       DISPLAY '*** PARTITION NUMBER '
                               PCW-PARTITION-NUMBER
                               ' IS ON THE PLAN TWICE'
                          UPON CONSOLE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF EXPECTED-LOW-KEY <= 999999999
               ADD 1 TO REFUSAL-COUNT
               MOVE EXPECTED-LOW-KEY TO GAP-START-KEY
               DISPLAY '*** GAP AFTER THE LAST PARTITION: CUSTOMERS '
                       'FROM ' GAP-START-KEY
                       ' ARE IN NO PARTITION'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Each partition's golden-master, gateway and audit work
      * files must hold exactly the records the step reported
      * writing - a short file is a damaged partition, refused the
      * same way a failed one is
       CHECK-PARTITION-WORK-FILES SECTION.
           PERFORM VARYING ORDER-IX FROM 1 BY 1
                   UNTIL ORDER-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (POT-CARD-IX (ORDER-IX))
                 TO PARTITION-CARD-WORK
               MOVE PCW-PARTITION-NUMBER TO PARTITION-NUMBER

               MOVE WS-GOLDEN-WORK-NAME TO PARTITION-NAME-WORK
               PERFORM COUNT-PARTITION-FILE
               IF FILE-RECORD-COUNT NOT = PCW-GOLDEN-RECORDS
                   PERFORM REPORT-SHORT-WORK-FILE
               END-IF
               MOVE WS-GATEWAY-WORK-NAME TO PARTITION-NAME-WORK
               PERFORM COUNT-PARTITION-FILE
               IF FILE-RECORD-COUNT NOT = PCW-GATEWAY-RECORDS
                   PERFORM REPORT-SHORT-WORK-FILE
               END-IF
               MOVE WS-AUDIT-LOG-NAME TO PARTITION-NAME-WORK
               PERFORM COUNT-PARTITION-FILE
               IF FILE-RECORD-COUNT NOT = PCW-AUDIT-RECORDS
                   PERFORM REPORT-SHORT-WORK-FILE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Count the records in this partition's copy of the dataset
      * named in PARTITION-NAME-WORK; an absent file counts zero
       COUNT-PARTITION-FILE SECTION.
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-PART-OUT-NAME
           MOVE 0 TO FILE-RECORD-COUNT
           MOVE 'N' TO WS-PART-OUT-EOF-FLAG
           OPEN INPUT PARTITION-OUTPUT-FILE
           IF NOT PART-OUT-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL PART-OUT-AT-EOF
               READ PARTITION-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-PART-OUT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO FILE-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE PARTITION-OUTPUT-FILE

           EXIT.

       REPORT-SHORT-WORK-FILE SECTION.
           ADD 1 TO REFUSAL-COUNT
           DISPLAY '*** PARTITION ' PCW-PARTITION-NUMBER ' FILE '
                   WS-PART-OUT-NAME ' HOLDS ' FILE-RECORD-COUNT
                   ' RECORD(S), NOT AS REPORTED BY THE STEP'
              UPON CONSOLE

           EXIT.

      * ---
      * The run's control totals are the partitions' totals added
      * up; each partition has already balanced its own slice, and
      * the sum is what the end-of-run reconciliation is judged on
       ADD-UP-CONTROL-TOTALS SECTION.
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (PARTITION-IX)
                 TO PARTITION-CARD-WORK
               IF PCW-CONSUMER-TOTAL IS NUMERIC
                   ADD PCW-CONSUMER-TOTAL TO CONSUMER-BALANCE-TOTAL
               END-IF
               IF PCW-PROVIDER-TOTAL IS NUMERIC
                   ADD PCW-PROVIDER-TOTAL TO PROVIDER-BALANCE-TOTAL
               END-IF
               IF PCW-CONTROL-MISMATCHES IS NUMERIC
                   ADD PCW-CONTROL-MISMATCHES
                     TO CONTROL-TOTAL-MISMATCHES
               END-IF
               IF PCW-RECORDS-CONVERTED IS NUMERIC
                   ADD PCW-RECORDS-CONVERTED TO RECORDS-CONVERTED
               END-IF
               IF PCW-REJECTS-WRITTEN IS NUMERIC
                   ADD PCW-REJECTS-WRITTEN TO REJECTS-WRITTEN
               END-IF
               IF PCW-QUARANTINED IS NUMERIC
                   ADD PCW-QUARANTINED TO RECORDS-QUARANTINED
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Merge every partition's copy of MERGE-BASE-NAME, in range
      * order, into WS-PUBLISHED-NAME - replacing it for the run's
      * own reports, appending to it for the growing golden master,
      * gateway feed, watch-list hold register and audit trail -
      * and remove each partition file once it has been copied
       MERGE-PARTITION-OUTPUT SECTION.
           MOVE 0 TO MERGE-RECORD-COUNT
           IF MERGE-APPENDS
               OPEN EXTEND PUBLISHED-OUTPUT-FILE
               IF NOT PUBLISHED-OK
                   OPEN OUTPUT PUBLISHED-OUTPUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT PUBLISHED-OUTPUT-FILE
           END-IF

           PERFORM VARYING ORDER-IX FROM 1 BY 1
                   UNTIL ORDER-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (POT-CARD-IX (ORDER-IX)) (1:2)
                 TO PARTITION-NUMBER
               MOVE MERGE-BASE-NAME TO PARTITION-NAME-WORK
               PERFORM SUFFIX-PARTITION-NAME
               MOVE PARTITION-NAME-WORK TO WS-PART-OUT-NAME
               MOVE 'N' TO WS-PART-OUT-EOF-FLAG
               OPEN INPUT PARTITION-OUTPUT-FILE
               IF PART-OUT-OK
                   PERFORM UNTIL PART-OUT-AT-EOF
                       READ PARTITION-OUTPUT-FILE
                           AT END
                               MOVE 'Y' TO WS-PART-OUT-EOF-FLAG
                           NOT AT END
                               MOVE PARTITION-OUTPUT-RECORD
                                 TO PUBLISHED-OUTPUT-RECORD
                               WRITE PUBLISHED-OUTPUT-RECORD
                               ADD 1 TO MERGE-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE PARTITION-OUTPUT-FILE
                   CALL 'CBL_DELETE_FILE' USING WS-PART-OUT-NAME
                      RETURNING LCK-DELETE-STATUS
               END-IF
           END-PERFORM
           CLOSE PUBLISHED-OUTPUT-FILE
           ADD 1 TO OUTPUTS-PUBLISHED

           DISPLAY '  Published to ' WS-PUBLISHED-NAME ': '
                   MERGE-RECORD-COUNT ' record(s)'
              UPON CONSOLE

           EXIT.

      * ---
      * The partitions' run metrics are key=value lines; the
      * published file carries each key once, the partitions'
      * values added up - except the job duration and return code,
      * where the partitions ran side by side and the highest
      * stands for the run - and each partition file is removed
      * once read
       MERGE-RUN-METRICS SECTION.
           MOVE 0 TO METRIC-ENTRY-COUNT
           PERFORM VARYING ORDER-IX FROM 1 BY 1
                   UNTIL ORDER-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (POT-CARD-IX (ORDER-IX)) (1:2)
                 TO PARTITION-NUMBER
               MOVE WS-RUN-METRICS-NAME TO PARTITION-NAME-WORK
               PERFORM SUFFIX-PARTITION-NAME
               MOVE PARTITION-NAME-WORK TO WS-PART-OUT-NAME
               MOVE 'N' TO WS-PART-OUT-EOF-FLAG
               OPEN INPUT PARTITION-OUTPUT-FILE
               IF PART-OUT-OK
                   PERFORM UNTIL PART-OUT-AT-EOF
                       READ PARTITION-OUTPUT-FILE
                           AT END
                               MOVE 'Y' TO WS-PART-OUT-EOF-FLAG
                           NOT AT END
                               PERFORM ADD-UP-ONE-METRIC
                       END-READ
                   END-PERFORM
                   CLOSE PARTITION-OUTPUT-FILE
                   CALL 'CBL_DELETE_FILE' USING WS-PART-OUT-NAME
                      RETURNING LCK-DELETE-STATUS
               END-IF
           END-PERFORM

           MOVE WS-RUN-METRICS-NAME TO WS-PUBLISHED-NAME
           OPEN OUTPUT PUBLISHED-OUTPUT-FILE
           PERFORM VARYING METRIC-IX FROM 1 BY 1
                   UNTIL METRIC-IX > METRIC-ENTRY-COUNT
               MOVE RMT-METRIC-VALUE (METRIC-IX) TO METRIC-VALUE-EDIT
               MOVE 1 TO METRIC-SCAN-IX
               PERFORM UNTIL METRIC-SCAN-IX >= 19
                          OR METRIC-VALUE-EDIT (METRIC-SCAN-IX:1)
                             NOT = SPACE
                   ADD 1 TO METRIC-SCAN-IX
               END-PERFORM
               MOVE SPACES TO PUBLISHED-OUTPUT-RECORD
               STRING RMT-METRIC-KEY (METRIC-IX) DELIMITED BY SPACE
                      '=' DELIMITED BY SIZE
                      METRIC-VALUE-EDIT (METRIC-SCAN-IX:)
                          DELIMITED BY SIZE
                 INTO PUBLISHED-OUTPUT-RECORD
               END-STRING
               WRITE PUBLISHED-OUTPUT-RECORD
           END-PERFORM
           CLOSE PUBLISHED-OUTPUT-FILE
           ADD 1 TO OUTPUTS-PUBLISHED

           DISPLAY '  Published to ' WS-PUBLISHED-NAME ': '
                   METRIC-ENTRY-COUNT ' metric(s)'
              UPON CONSOLE

           EXIT.

      * ---
      * Take one key=value line: the value is an optionally signed
      * whole number, as the conversion writes it
       ADD-UP-ONE-METRIC SECTION.
           MOVE SPACES TO METRIC-KEY
           MOVE SPACES TO METRIC-TEXT
           UNSTRING PARTITION-OUTPUT-RECORD DELIMITED BY '='
             INTO METRIC-KEY METRIC-TEXT
           END-UNSTRING
           IF METRIC-KEY = SPACES
               EXIT SECTION
           END-IF

           MOVE 0 TO METRIC-VALUE
           MOVE SPACE TO METRIC-SIGN
           MOVE 1 TO METRIC-SCAN-IX
           IF METRIC-TEXT (1:1) = '-'
               MOVE '-' TO METRIC-SIGN
               MOVE 2 TO METRIC-SCAN-IX
           END-IF
           PERFORM UNTIL METRIC-SCAN-IX > 30
                      OR METRIC-TEXT (METRIC-SCAN-IX:1) IS NOT NUMERIC
               MOVE METRIC-TEXT (METRIC-SCAN-IX:1) TO METRIC-DIGIT
               COMPUTE METRIC-VALUE = METRIC-VALUE * 10 + METRIC-DIGIT
               ADD 1 TO METRIC-SCAN-IX
           END-PERFORM
           IF METRIC-IS-NEGATIVE
               COMPUTE METRIC-VALUE = 0 - METRIC-VALUE
           END-IF

           PERFORM VARYING METRIC-IX FROM 1 BY 1
                   UNTIL METRIC-IX > METRIC-ENTRY-COUNT
                      OR RMT-METRIC-KEY (METRIC-IX) = METRIC-KEY
               CONTINUE
           END-PERFORM
           IF METRIC-IX > METRIC-ENTRY-COUNT
               IF METRIC-ENTRY-COUNT >= MAX-METRIC-ENTRIES
                   DISPLAY '*** RUN METRIC ' METRIC-KEY
                           ' DROPPED - MORE THAN ' MAX-METRIC-ENTRIES
                           ' KEYS'
                      UPON CONSOLE
                   EXIT SECTION
               END-IF
               ADD 1 TO METRIC-ENTRY-COUNT
               MOVE METRIC-KEY TO RMT-METRIC-KEY (METRIC-IX)
               MOVE METRIC-VALUE TO RMT-METRIC-VALUE (METRIC-IX)
               EXIT SECTION
           END-IF

           IF METRIC-KEY = 'jobDurationMs' OR 'returnCode'
               IF METRIC-VALUE > RMT-METRIC-VALUE (METRIC-IX)
                   MOVE METRIC-VALUE TO RMT-METRIC-VALUE (METRIC-IX)
               END-IF
           ELSE
               ADD METRIC-VALUE TO RMT-METRIC-VALUE (METRIC-IX)
           END-IF

           EXIT.

      * ---
      * Replace the extension of PARTITION-NAME-WORK - or append,
      * for a name without one - with .Pnn for the partition in
      * PARTITION-NUMBER, the same naming the conversion steps use
       SUFFIX-PARTITION-NAME SECTION.
           MOVE 0 TO PARTITION-DOT-IX
           PERFORM VARYING PARTITION-NAME-IX FROM 1 BY 1
                   UNTIL PARTITION-NAME-IX > 27
                      OR PARTITION-DOT-IX > 0
               IF PARTITION-NAME-WORK (PARTITION-NAME-IX:1) = '.'
                   OR PARTITION-NAME-WORK (PARTITION-NAME-IX:1)
                      = SPACE
                   MOVE PARTITION-NAME-IX TO PARTITION-DOT-IX
               END-IF
           END-PERFORM
           IF PARTITION-DOT-IX = 0
               MOVE 27 TO PARTITION-DOT-IX
           END-IF

           MOVE SPACES TO PARTITION-NAME-WORK (PARTITION-DOT-IX:)
           STRING '.P' DELIMITED BY SIZE
                  PARTITION-NUMBER DELIMITED BY SIZE
             INTO PARTITION-NAME-WORK
             WITH POINTER PARTITION-DOT-IX
           END-STRING

           EXIT.

      * ---
      * With the run published, every card goes back to open -
      * range kept, claim, run identifier and totals cleared - so
      * the next run's first step issues a fresh identifier
       REOPEN-PARTITION-PLAN SECTION.
           PERFORM WAIT-FOR-RUN-CONTROL-LOCK
           PERFORM ACQUIRE-RUN-CONTROL-LOCK
           OPEN OUTPUT CONV-PARTITION-FILE
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE SPACES TO CONV-PARTITION-RECORD
               MOVE PCT-CARD-IMAGE (PARTITION-IX) (1:22)
                 TO CONV-PARTITION-RECORD (1:22)
               WRITE CONV-PARTITION-RECORD
           END-PERFORM
           CLOSE CONV-PARTITION-FILE
           PERFORM RELEASE-RUN-CONTROL-LOCK

           EXIT.

      * ---
      * The partition steps hold the run-control lock only briefly;
      * wait for a holder rather than failing, and leave a holder
      * that outlasts the wait to the stale-lock handling
       WAIT-FOR-RUN-CONTROL-LOCK SECTION.
           MOVE 0 TO PARTITION-LOCK-TRIES
           PERFORM UNTIL PARTITION-LOCK-TRIES
                         >= PARTITION-LOCK-RETRY-LIMIT
               CALL 'CBL_CHECK_FILE_EXIST' USING
                    WS-RUN-LOCK-NAME
                    RLK-FILE-DETAILS
                  RETURNING RLK-EXIST-STATUS
               IF RLK-EXIST-STATUS NOT = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO PARTITION-LOCK-TRIES
               CALL 'C$SLEEP' USING PARTITION-LOCK-SLEEP-SECONDS
           END-PERFORM

           EXIT.

      * ---
      * Acquire the run-control lock; a holder older than the short
      * stale limit abended and is taken over
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
                   DISPLAY '*** PARTITION PLAN LOCKED BY '
                           RLK-HELD-OWNER
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
      * Acquire the lock guarding the shared audit log before the
      * partitions' trails are appended to it, exactly as a single
      * conversion run does; a lock older than the stale limit is
      * taken over
       ACQUIRE-AUDIT-LOCK SECTION.
           CALL 'CBL_CHECK_FILE_EXIST' USING
                WS-AUDIT-LOCK-NAME
                RLK-FILE-DETAILS
              RETURNING RLK-EXIST-STATUS

           IF RLK-EXIST-STATUS = 0
               OPEN INPUT AUDIT-LOCK-FILE
               MOVE 0 TO ALK-HELD-TIMESTAMP
               MOVE SPACES TO ALK-HELD-OWNER
               IF AUDIT-LOCK-OK
                   READ AUDIT-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ALK-OWNER TO ALK-HELD-OWNER
                           IF ALK-TIMESTAMP-MS IS NUMERIC
                               MOVE ALK-TIMESTAMP-MS
                                 TO ALK-HELD-TIMESTAMP
                           END-IF
                   END-READ
                   CLOSE AUDIT-LOCK-FILE
               END-IF

               CALL 'getCurrentTimeMs' USING
                    BY REFERENCE ALK-CURRENT-TIME-MS
               COMPUTE ALK-HELD-AGE-MS =
                   ALK-CURRENT-TIME-MS - ALK-HELD-TIMESTAMP
               IF ALK-HELD-AGE-MS < AUDIT-LOCK-STALE-LIMIT-MS
                   DISPLAY '*** AUDIT LOG LOCKED BY '
                           ALK-HELD-OWNER
                           ' - PARTITION OUTPUTS PARTLY PUBLISHED'
                      UPON CONSOLE
                   DISPLAY 'ENDING - RERUN ONCE THE HOLDER '
                           'FINISHES'
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'STALE AUDIT LOCK FROM ' ALK-HELD-OWNER
                       ' TAKEN OVER'
                  UPON CONSOLE
           END-IF

           OPEN OUTPUT AUDIT-LOCK-FILE
           MOVE RLK-OWNER-NAME TO ALK-OWNER
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ALK-CURRENT-TIME-MS
           MOVE ALK-CURRENT-TIME-MS TO ALK-TIMESTAMP-MS
           WRITE AUDIT-LOCK-RECORD
           CLOSE AUDIT-LOCK-FILE

           EXIT.
