               ACCESS MODE IS RANDOM
               RECORD KEY IS KMR-CUSTOMER-NUMBER
               FILE STATUS IS WS-KEYMAST-STATUS.
      *    This run's applied transactions, one line per add,
      *    change and delete that reached the master; posted to the
      *    applied-transaction ledger once the run ends cleanly
           SELECT APPLIED-WORK-FILE ASSIGN TO WS-APPLIED-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-WORK-STATUS.
      *    Applied-transaction ledger kept run after run under the
      *    business date, read by the monthly chargeback
           SELECT APPLIED-LEDGER-FILE ASSIGN TO WS-APPLIED-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-LEDGER-STATUS.
      *    Commit-point checkpoint for restarting an interrupted
      *    apply where it left off instead of from the top
           SELECT DELTA-CHECKPOINT-FILE
               ASSIGN TO WS-DELTA-CHECKPOINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-CHECKPOINT-STATUS.
      *    Work file for cutting a restarted run's outputs back to
      *    their checkpointed counts
           SELECT DELTA-TRUNC-WORK-FILE
               ASSIGN TO WS-DELTA-TRUNC-WORK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-TRUNC-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 DELTA-CARD-RECORD.
           05 DLC-VERSION PIC X(02).
           05 DLC-APPLY-MODE PIC X(01).
      *    'Y' resumes an interrupted apply from its last commit
      *    point instead of starting over
           05 DLC-RESTART-MODE PIC X(01).
      *    Merge steps between commit points; blank or zero keeps
      *    the default
           05 DLC-COMMIT-INTERVAL PIC 9(09).
           05 FILLER PIC X(67).

      *    The customer number leads the record so one key position
      *    serves every version's image; the image keeps the key at
       FD NET-TRANSACTION-FILE.
       01 NET-TRANSACTION-RECORD PIC X(268).

      *    The checkpoint carries the exact restart position in every
      *    file the apply touches - the kept master and the netted
      *    transactions by records consumed, the two outputs by
      *    records written - with the keys buffered at the commit
      *    point so a restart can prove it is back on the same
      *    records, and every control total, staging ones included,
      *    so the restarted run reports what an uninterrupted one
      *    would have
       FD DELTA-CHECKPOINT-FILE.
       01 DELTA-CHECKPOINT-RECORD.
           05 DCK-VERSION PIC X(02).
           05 DCK-APPLY-MODE PIC X(01).
      *    'S' staged, apply not started; 'P' apply in progress;
      *    'A' apply finished, pending store not yet committed
           05 DCK-PHASE PIC X(01).
             88 DCK-PHASE-KNOWN VALUE 'S' 'P' 'A'.
           05 DCK-MASTER-EOF PIC X(01).
           05 DCK-TRANSACTION-EOF PIC X(01).
           05 DCK-POSITIONS.
             10 DCK-LAST-CUSTOMER PIC 9(09).
             10 DCK-MASTER-POSITION PIC 9(09).
             10 DCK-MASTER-KEY PIC 9(09).
             10 DCK-TRANSACTION-POSITION PIC 9(09).
             10 DCK-TRANSACTION-KEY PIC 9(09).
             10 DCK-NEW-MASTER-WRITTEN PIC 9(09).
             10 DCK-DELTA-WRITTEN PIC 9(09).
             10 DCK-MASTERS-READ PIC 9(09).
             10 DCK-CUSTOMERS-ADDED PIC 9(09).
             10 DCK-CUSTOMERS-CHANGED PIC 9(09).
             10 DCK-CUSTOMERS-DELETED PIC 9(09).
             10 DCK-CUSTOMERS-UNCHANGED PIC 9(09).
             10 DCK-UNMATCHED PIC 9(09).
             10 DCK-TRANSACTIONS-DUE PIC 9(09).
             10 DCK-TRANSACTIONS-RELEASED PIC 9(09).
             10 DCK-TRANSACTIONS-HELD PIC 9(09).
             10 DCK-XREF-TRANSLATIONS PIC 9(09).
             10 DCK-XREF-MISSES PIC 9(09).
             10 DCK-CHECK-DIGIT-REJECTS PIC 9(09).
             10 DCK-NET-INPUT-COUNT PIC 9(09).
             10 DCK-NET-OUTPUT-COUNT PIC 9(09).
             10 DCK-NET-ODD-SEQUENCES PIC 9(09).
             10 DCK-APPLIED-WRITTEN PIC 9(09).

       FD DELTA-TRUNC-WORK-FILE.
       01 DELTA-TRUNC-WORK-RECORD PIC X(245).

       FD APPLIED-WORK-FILE.
       01 APPLIED-WORK-RECORD.
           05 APW-VERSION PIC X(02).
           05 FILLER PIC X(01).
           05 APW-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 APW-CUSTOMER-NUMBER PIC 9(09).

       FD APPLIED-LEDGER-FILE.
       01 APPLIED-LEDGER-RECORD.
           05 APL-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 APL-VERSION PIC X(02).
           05 FILLER PIC X(01).
           05 APL-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 APL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(57).

       WORKING-STORAGE SECTION.
       01 DELTA-CONTROLS.
           05 WS-CUSTMAST-NAME PIC X(30) VALUE 'CUSTV1.DAT'.
           05 WS-DELTA-STATUS PIC X(02).
             88 DELTA-OK VALUE '00'.

           05 WS-APPLIED-WORK-NAME PIC X(30) VALUE 'DLTAAPPL.DAT'.
           05 WS-APPLIED-WORK-STATUS PIC X(02).
             88 APPLIED-WORK-OK VALUE '00'.
           05 WS-APPLIED-LEDGER-NAME PIC X(30) VALUE 'DLTALOG.DAT'.
           05 WS-APPLIED-LEDGER-STATUS PIC X(02).
             88 APPLIED-LEDGER-OK VALUE '00'.
           05 APPLIED-ACTION PIC X(01).
           05 APPLIED-RECORDS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 APPLIED-RECORDS-POSTED PIC S9(9) BINARY VALUE 0.

           05 WS-DELTA-CARD-NAME PIC X(30) VALUE 'DLTACARD.DAT'.
           05 WS-DELTA-CARD-STATUS PIC X(02).
             88 DELTA-CARD-OK VALUE '00'.
             88 VERSION-V6 VALUE 'V6'.
             88 VERSION-V7 VALUE 'V7'.

           05 MASTER-KEY PIC 9(09) VALUE 0.
           05 TRANSACTION-KEY PIC 9(09) VALUE 0.
      *    Whether the detail record last read from the master was
      *    kept, so its continuation records follow it onto the new
      *    master; a changed or deleted customer drops them
      *    merge below can treat an exhausted file as always-high
       01 HIGH-KEY-VALUE PIC 9(09) VALUE 999999999.

      *    Commit-point checkpoint state: an abend near the end of a
      *    large day file resumes from the last commit point, so the
      *    pending store and the cross-reference translations are not
      *    staged a second time and no delta line is written twice
       01 DELTA-CHECKPOINT-CONTROLS.
           05 WS-DELTA-CHECKPOINT-NAME PIC X(30)
              VALUE 'DLTACKPT.DAT'.
           05 WS-DELTA-CHECKPOINT-STATUS PIC X(02).
             88 DELTA-CHECKPOINT-OK VALUE '00'.
           05 WS-DELTA-TRUNC-WORK-NAME PIC X(30)
              VALUE 'DLTAWORK.DAT'.
           05 WS-DELTA-TRUNC-WORK-STATUS PIC X(02).
             88 DELTA-TRUNC-WORK-OK VALUE '00'.
           05 DELTA-TRUNC-EOF-FLAG PIC X(01).
             88 DELTA-TRUNC-AT-EOF VALUE 'Y'.
           05 DELTA-RESTART-FLAG PIC X(01) VALUE 'N'.
             88 DELTA-RESTART-MODE VALUE 'Y'.
           05 DELTA-RESTART-REFUSED-FLAG PIC X(01) VALUE 'N'.
             88 DELTA-RESTART-REFUSED VALUE 'Y'.
           05 DELTA-CHECKPOINT-FOUND-FLAG PIC X(01).
             88 DELTA-CHECKPOINT-FOUND VALUE 'Y'.
           05 PENDING-COMMITTED-FLAG PIC X(01) VALUE 'N'.
             88 PENDING-STORE-COMMITTED VALUE 'Y'.
      *    Phase of the checkpoint being written, and of the one a
      *    restart resumes from
           05 CHECKPOINT-PHASE PIC X(01).
           05 RESTART-PHASE PIC X(01) VALUE SPACE.
             88 RESTART-BEFORE-APPLY VALUE 'S'.
             88 RESTART-DURING-APPLY VALUE 'P'.
             88 RESTART-AFTER-APPLY VALUE 'A'.
           05 COMMIT-INTERVAL PIC S9(9) BINARY VALUE 1000.
           05 STEPS-SINCE-COMMIT PIC S9(9) BINARY VALUE 0.
           05 LAST-CUSTOMER-APPLIED PIC 9(09) VALUE 0.
      *    Running file positions, carried into every checkpoint
           05 MASTER-RECORDS-CONSUMED PIC S9(9) BINARY VALUE 0.
           05 NEW-MASTER-RECORDS-WRITTEN PIC S9(9) BINARY VALUE 0.
      *    The position a restart resumes at
           05 RESTART-MASTER-POSITION PIC S9(9) BINARY VALUE 0.
           05 RESTART-MASTER-EOF PIC X(01).
           05 RESTART-MASTER-KEY PIC 9(09).
           05 RESTART-MASTERS-READ PIC S9(9) BINARY VALUE 0.
           05 RESTART-TRANSACTION-POSITION PIC S9(9) BINARY
              VALUE 0.
           05 RESTART-TRANSACTION-EOF PIC X(01).
           05 RESTART-TRANSACTION-KEY PIC 9(09).
           05 RESTART-NEW-MASTER-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 RESTART-DELTA-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 RESTART-APPLIED-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 RESTART-SKIP-TARGET PIC S9(9) BINARY.
           05 DELTA-SKIP-COUNT PIC S9(9) BINARY.
           05 DELTA-TRUNC-COUNT PIC S9(9) BINARY.
           05 PENDING-NEW-COUNT PIC S9(9) BINARY.

      *    Old-to-new customer-number cross reference held in
      *    memory; with no file present every number passes through
      *    untranslated. The cross reference is issued in ascending
                   ' day transactions against the kept master...'
              UPON CONSOLE

           PERFORM LOAD-DELTA-CHECKPOINT
           IF DELTA-RESTART-REFUSED
               PERFORM REFUSE-DELTA-RESTART
               GOBACK
           END-IF

      *    A restart resumes from the staged and netted files the
      *    interrupted run left behind - staging again would run the
      *    pending store and the cross reference a second time
           IF NOT DELTA-RESTART-MODE
               PERFORM VALIDATE-DAY-FILE
               IF VALIDATE-ERRORS > 0
                   DISPLAY '*** DAY FILE REFUSED - '
                           VALIDATE-ERRORS ' MALFORMED RECORD(S) IN '
                           VALIDATE-RECORDS
                      UPON CONSOLE
                   DISPLAY 'NOTHING APPLIED - FIX THE FILE AND RERUN'
                      UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               PERFORM STAGE-DUE-TRANSACTIONS
               PERFORM COLLAPSE-DUE-TRANSACTIONS
               MOVE 'S' TO CHECKPOINT-PHASE
               PERFORM SAVE-DELTA-CHECKPOINT
           END-IF

           IF NOT RESTART-AFTER-APPLY
               IF KEYED-APPLY-MODE
                   PERFORM APPLY-KEYED-TRANSACTIONS
               ELSE
                   PERFORM OPEN-FILES
                   PERFORM POSITION-APPLY-INPUTS

                   PERFORM UNTIL CUSTMAST-AT-EOF AND TRANFILE-AT-EOF
                              OR DELTA-RESTART-REFUSED
                       EVALUATE TRUE
                           WHEN MASTER-KEY < TRANSACTION-KEY
                               PERFORM KEEP-MASTER-RECORD
                           WHEN MASTER-KEY > TRANSACTION-KEY
                               PERFORM APPLY-UNMATCHED-TRANSACTION
                           WHEN OTHER
                               PERFORM APPLY-MATCHED-TRANSACTION
                       END-EVALUATE
                       PERFORM COUNT-APPLY-COMMIT-STEP
                   END-PERFORM

                   PERFORM CLOSE-FILES
               END-IF

               IF DELTA-RESTART-REFUSED
                   PERFORM REFUSE-DELTA-RESTART
                   GOBACK
               END-IF
               IF RETURN-CODE < 12
                   MOVE 'A' TO CHECKPOINT-PHASE
                   PERFORM SAVE-DELTA-CHECKPOINT
               END-IF
           END-IF

           IF RETURN-CODE < 8 AND NOT PENDING-STORE-COMMITTED
               PERFORM COMMIT-PENDING-STORE
           END-IF
           IF RETURN-CODE < 12
               PERFORM POST-APPLIED-TRANSACTIONS
               PERFORM CLEAR-DELTA-CHECKPOINT
           END-IF

           DISPLAY 'Master records read:       ' MASTERS-READ
              UPON CONSOLE
           DISPLAY 'Delta records written:     '
                   DELTA-RECORDS-WRITTEN
              UPON CONSOLE
           DISPLAY 'Applied to the ledger:     '
                   APPLIED-RECORDS-POSTED
              UPON CONSOLE
           DISPLAY 'Unmatched change/delete:   '
                   UNMATCHED-TRANSACTIONS
              UPON CONSOLE
                                       ' - USING SEQUENTIAL COPY'
                                  UPON CONSOLE
                       END-EVALUATE
                       IF DLC-RESTART-MODE = 'Y'
                           MOVE 'Y' TO DELTA-RESTART-FLAG
                       END-IF
                       IF DLC-COMMIT-INTERVAL IS NUMERIC
                           AND DLC-COMMIT-INTERVAL > 0
                           MOVE DLC-COMMIT-INTERVAL
                             TO COMMIT-INTERVAL
                       END-IF
               END-READ
               CLOSE DELTA-CARD-FILE
           END-IF
      *    A keyed apply updates the master in place as it goes, so
      *    every transaction is its own commit point - a restart
      *    must never apply one a second time
           IF KEYED-APPLY-MODE
               MOVE 1 TO COMMIT-INTERVAL
           END-IF

           EVALUATE TRUE
               WHEN VERSION-V1
           IF NOT TRANFILE-OK
               MOVE 'Y' TO WS-TRANFILE-EOF-FLAG
           END-IF
           IF DELTA-RESTART-MODE
               PERFORM TRUNCATE-DELTA-EXTRACT
               PERFORM TRUNCATE-APPLIED-WORK
               OPEN EXTEND DELTA-EXTRACT-FILE
               OPEN EXTEND APPLIED-WORK-FILE
           ELSE
               OPEN OUTPUT DELTA-EXTRACT-FILE
               OPEN OUTPUT APPLIED-WORK-FILE
           END-IF

           IF RESTART-DURING-APPLY
               PERFORM REPOSITION-DAY-TRANSACTIONS
           ELSE
               PERFORM READ-DAY-TRANSACTION
           END-IF
           PERFORM UNTIL TRANFILE-AT-EOF OR DELTA-RESTART-REFUSED
               PERFORM APPLY-ONE-KEYED-TRANSACTION
               PERFORM READ-DAY-TRANSACTION
               PERFORM COUNT-APPLY-COMMIT-STEP
           END-PERFORM

           IF TRANFILE-OK OR TRANFILE-EOF
               CLOSE DAY-TRANSACTION-FILE
           END-IF
           CLOSE DELTA-EXTRACT-FILE
           CLOSE APPLIED-WORK-FILE
           CLOSE KEYED-MASTER-FILE

           EXIT.
      * add-for-existing-customer applied as a change but counted
      * for data management
       APPLY-ONE-KEYED-TRANSACTION SECTION.
           MOVE TRANSACTION-KEY TO LAST-CUSTOMER-APPLIED
           MOVE TRANSACTION-KEY TO KMR-CUSTOMER-NUMBER
           EVALUATE TRUE
               WHEN TRANSACTION-DELETE
                           ADD 1 TO UNMATCHED-TRANSACTIONS
                       NOT INVALID KEY
                           ADD 1 TO CUSTOMERS-DELETED
                           MOVE 'D' TO APPLIED-ACTION
                           PERFORM WRITE-APPLIED-TRANSACTION
                   END-DELETE
               WHEN TRANSACTION-ADD
                   MOVE TRN-RECORD-IMAGE TO KMR-RECORD-IMAGE
                           REWRITE KEYED-MASTER-RECORD
                           END-REWRITE
                           ADD 1 TO CUSTOMERS-CHANGED
                           MOVE 'C' TO APPLIED-ACTION
                       NOT INVALID KEY
                           ADD 1 TO CUSTOMERS-ADDED
                           MOVE 'A' TO APPLIED-ACTION
                   END-WRITE
                   PERFORM WRITE-APPLIED-TRANSACTION
                   MOVE TRN-RECORD-IMAGE TO DELTA-EXTRACT-RECORD
                   WRITE DELTA-EXTRACT-RECORD
                   ADD 1 TO DELTA-RECORDS-WRITTEN
                           ADD 1 TO UNMATCHED-TRANSACTIONS
                       NOT INVALID KEY
                           ADD 1 TO CUSTOMERS-CHANGED
                           MOVE 'C' TO APPLIED-ACTION
                           PERFORM WRITE-APPLIED-TRANSACTION
                           MOVE TRN-RECORD-IMAGE
                             TO DELTA-EXTRACT-RECORD
                           WRITE DELTA-EXTRACT-RECORD

           EXIT.

      * ---
      * Open the kept master, the netted transactions and the two
      * outputs; a restart cuts the outputs back to their
      * checkpointed counts and extends them instead of rewriting
      * them
       OPEN-FILES SECTION.
           MOVE 'N' TO WS-CUSTMAST-EOF-FLAG
           MOVE 'N' TO WS-TRANFILE-EOF-FLAG
           IF NOT TRANFILE-OK
               MOVE 'Y' TO WS-TRANFILE-EOF-FLAG
           END-IF
           IF DELTA-RESTART-MODE
               PERFORM TRUNCATE-NEW-MASTER
               PERFORM TRUNCATE-DELTA-EXTRACT
               PERFORM TRUNCATE-APPLIED-WORK
               OPEN EXTEND NEW-MASTER-FILE
               OPEN EXTEND DELTA-EXTRACT-FILE
               OPEN EXTEND APPLIED-WORK-FILE
           ELSE
               OPEN OUTPUT NEW-MASTER-FILE
               OPEN OUTPUT DELTA-EXTRACT-FILE
               OPEN OUTPUT APPLIED-WORK-FILE
           END-IF

           EXIT.

           END-IF
           CLOSE NEW-MASTER-FILE
           CLOSE DELTA-EXTRACT-FILE
           CLOSE APPLIED-WORK-FILE

           EXIT.

                       MOVE 'Y' TO WS-CUSTMAST-EOF-FLAG
                       MOVE HIGH-KEY-VALUE TO MASTER-KEY
                   NOT AT END
                       ADD 1 TO MASTER-RECORDS-CONSUMED
      *    Header/trailer integrity records carry no customer and
      *    are read past; the loop only ends on a detail record
                       IF CMX-CONTINUATION-RECORD
                               MOVE CUSTOMER-MASTER-RECORD
                                 TO NEW-MASTER-RECORD
                               WRITE NEW-MASTER-RECORD
                               ADD 1 TO NEW-MASTER-RECORDS-WRITTEN
                           END-IF
                       END-IF
                       IF NOT CMX-HEADER-RECORD
           EXIT.

      * ---
      * The business date this run processes under; the system date
      * only serves when no card names one
       LOAD-BUSINESS-DATE SECTION.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
               ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           END-IF

           EXIT.

      * ---
      * Stage this run's due transactions: the day file and the
      * kept pending store are merged in customer-number order,
      * everything whose effective date has arrived (or that names
      * no date) is released into the due file the apply pass
      * reads, and future-dated transactions are held on the next
      * pending store. The pending store is replaced only after a
      * complete staging pass, so an abend keeps today's holds
       STAGE-DUE-TRANSACTIONS SECTION.
      *    The business date decides what is due
           PERFORM LOAD-BUSINESS-DATE

           MOVE 'N' TO WS-TRANFILE-EOF-FLAG
           OPEN INPUT DAY-TRANSACTION-FILE
           IF NOT TRANFILE-OK
           MOVE WS-DUE-NAME TO WS-TRANFILE-NAME
           MOVE 'N' TO WS-TRANFILE-EOF-FLAG

           PERFORM SHOW-STAGING-TOTALS

           EXIT.

       SHOW-STAGING-TOTALS SECTION.
           DISPLAY 'Transactions due this run: ' TRANSACTIONS-DUE
              UPON CONSOLE
           DISPLAY 'Pending released this run: '
      * No transaction touches this customer - copy it to the new
      * master unchanged; it does not enter the delta extract
       KEEP-MASTER-RECORD SECTION.
           MOVE MASTER-KEY TO LAST-CUSTOMER-APPLIED
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD
           ADD 1 TO NEW-MASTER-RECORDS-WRITTEN
           ADD 1 TO CUSTOMERS-UNCHANGED
           SET LAST-MASTER-KEPT TO TRUE
           PERFORM READ-CUSTOMER-MASTER
      * customer; a change or delete with no master record to apply
      * to is counted and reported
       APPLY-UNMATCHED-TRANSACTION SECTION.
           MOVE TRANSACTION-KEY TO LAST-CUSTOMER-APPLIED
           EVALUATE TRUE
               WHEN TRANSACTION-ADD
                   MOVE TRN-RECORD-IMAGE TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO NEW-MASTER-RECORDS-WRITTEN
                   MOVE TRN-RECORD-IMAGE TO DELTA-EXTRACT-RECORD
                   WRITE DELTA-EXTRACT-RECORD
                   ADD 1 TO CUSTOMERS-ADDED
                   ADD 1 TO DELTA-RECORDS-WRITTEN
                   MOVE 'A' TO APPLIED-ACTION
                   PERFORM WRITE-APPLIED-TRANSACTION
               WHEN OTHER
                   DISPLAY 'NO MASTER RECORD FOR ' TRN-ACTION
                           ' TRANSACTION, CUSTOMER '
      * counted as unmatched so data management sees the day file
      * was mis-coded
       APPLY-MATCHED-TRANSACTION SECTION.
           MOVE MASTER-KEY TO LAST-CUSTOMER-APPLIED
           MOVE 'N' TO LAST-MASTER-KEPT-FLAG
           EVALUATE TRUE
               WHEN TRANSACTION-DELETE
                   ADD 1 TO CUSTOMERS-DELETED
                   MOVE 'D' TO APPLIED-ACTION
                   PERFORM WRITE-APPLIED-TRANSACTION
               WHEN OTHER
                   IF TRANSACTION-ADD
                       DISPLAY 'ADD FOR EXISTING CUSTOMER '
                   END-IF
                   MOVE TRN-RECORD-IMAGE TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO NEW-MASTER-RECORDS-WRITTEN
                   MOVE TRN-RECORD-IMAGE TO DELTA-EXTRACT-RECORD
                   WRITE DELTA-EXTRACT-RECORD
                   ADD 1 TO CUSTOMERS-CHANGED
                   ADD 1 TO DELTA-RECORDS-WRITTEN
                   MOVE 'C' TO APPLIED-ACTION
                   PERFORM WRITE-APPLIED-TRANSACTION
           END-EVALUATE
           PERFORM READ-CUSTOMER-MASTER
           PERFORM READ-DAY-TRANSACTION

           EXIT.

      * ---
      * Read the checkpoint left by an interrupted run when the card
      * asks for a restart. The checkpoint must belong to this
      * version and apply mode, and the staged files it resumes
      * from must still hold what the interrupted run staged; the
      * control totals come back from it so the restarted run
      * reports what an uninterrupted one would have
       LOAD-DELTA-CHECKPOINT SECTION.
           IF NOT DELTA-RESTART-MODE
               EXIT SECTION
           END-IF

           MOVE 'N' TO DELTA-CHECKPOINT-FOUND-FLAG
           OPEN INPUT DELTA-CHECKPOINT-FILE
           IF DELTA-CHECKPOINT-OK
               READ DELTA-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCK-PHASE-KNOWN
                           AND DCK-POSITIONS IS NUMERIC
                           SET DELTA-CHECKPOINT-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE DELTA-CHECKPOINT-FILE
           END-IF

           IF NOT DELTA-CHECKPOINT-FOUND
               DISPLAY 'No usable checkpoint found - applying '
                       'from the top'
                  UPON CONSOLE
               MOVE 'N' TO DELTA-RESTART-FLAG
               EXIT SECTION
           END-IF

           IF DCK-VERSION NOT = SELECTED-VERSION
               OR DCK-APPLY-MODE NOT = SELECTED-APPLY-MODE
               DISPLAY '*** CHECKPOINT WAS TAKEN FOR ' DCK-VERSION
                       ' APPLY MODE "' DCK-APPLY-MODE
                       '" - THIS RUN IS ' SELECTED-VERSION
                       ' APPLY MODE "' SELECTED-APPLY-MODE '"'
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
               EXIT SECTION
           END-IF

           MOVE DCK-PHASE TO RESTART-PHASE
           MOVE DCK-MASTER-POSITION TO RESTART-MASTER-POSITION
           MOVE DCK-MASTER-EOF TO RESTART-MASTER-EOF
           MOVE DCK-MASTER-KEY TO RESTART-MASTER-KEY
           MOVE DCK-MASTERS-READ TO RESTART-MASTERS-READ
           MOVE DCK-TRANSACTION-POSITION
             TO RESTART-TRANSACTION-POSITION
           MOVE DCK-TRANSACTION-EOF TO RESTART-TRANSACTION-EOF
           MOVE DCK-TRANSACTION-KEY TO RESTART-TRANSACTION-KEY
           MOVE DCK-NEW-MASTER-WRITTEN TO RESTART-NEW-MASTER-WRITTEN
           MOVE DCK-DELTA-WRITTEN TO RESTART-DELTA-WRITTEN
           MOVE DCK-APPLIED-WRITTEN TO RESTART-APPLIED-WRITTEN

           MOVE DCK-LAST-CUSTOMER TO LAST-CUSTOMER-APPLIED
           MOVE DCK-MASTER-POSITION TO MASTER-RECORDS-CONSUMED
           MOVE DCK-MASTERS-READ TO MASTERS-READ
           MOVE DCK-TRANSACTION-POSITION TO TRANSACTIONS-READ
           MOVE DCK-NEW-MASTER-WRITTEN TO NEW-MASTER-RECORDS-WRITTEN
           MOVE DCK-DELTA-WRITTEN TO DELTA-RECORDS-WRITTEN
           MOVE DCK-APPLIED-WRITTEN TO APPLIED-RECORDS-WRITTEN
           MOVE DCK-CUSTOMERS-ADDED TO CUSTOMERS-ADDED
           MOVE DCK-CUSTOMERS-CHANGED TO CUSTOMERS-CHANGED
           MOVE DCK-CUSTOMERS-DELETED TO CUSTOMERS-DELETED
           MOVE DCK-CUSTOMERS-UNCHANGED TO CUSTOMERS-UNCHANGED
           MOVE DCK-UNMATCHED TO UNMATCHED-TRANSACTIONS
           MOVE DCK-TRANSACTIONS-DUE TO TRANSACTIONS-DUE
           MOVE DCK-TRANSACTIONS-RELEASED TO TRANSACTIONS-RELEASED
           MOVE DCK-TRANSACTIONS-HELD TO TRANSACTIONS-HELD
           MOVE DCK-XREF-TRANSLATIONS TO XREF-TRANSLATIONS
           MOVE DCK-XREF-MISSES TO XREF-MISSES
           MOVE DCK-CHECK-DIGIT-REJECTS TO CHECK-DIGIT-REJECTS
           MOVE DCK-NET-INPUT-COUNT TO NET-INPUT-COUNT
           MOVE DCK-NET-OUTPUT-COUNT TO NET-OUTPUT-COUNT
           MOVE DCK-NET-ODD-SEQUENCES TO NET-ODD-SEQUENCES

      *    The apply pass reads the netted file staging left behind
           MOVE WS-NET-NAME TO WS-TRANFILE-NAME
           MOVE 'N' TO WS-TRANFILE-EOF-FLAG

           PERFORM CHECK-STAGED-FILES
           IF DELTA-RESTART-REFUSED
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN RESTART-BEFORE-APPLY
                   DISPLAY 'Restarting from staging - apply begins '
                           'at the first customer'
                      UPON CONSOLE
               WHEN RESTART-DURING-APPLY
                   DISPLAY 'Restarting apply after customer '
                           LAST-CUSTOMER-APPLIED
                      UPON CONSOLE
               WHEN OTHER
                   DISPLAY 'Restarting after a completed apply - '
                           'committing the pending store only'
                      UPON CONSOLE
           END-EVALUATE
           PERFORM SHOW-STAGING-TOTALS

           EXIT.

      * ---
      * The netted transactions and the rebuilt pending store must
      * still be there, record for record, as the interrupted run
      * staged them. Once the apply has finished, a missing rebuilt
      * store means it was already renamed over the kept one
       CHECK-STAGED-FILES SECTION.
           IF NOT RESTART-AFTER-APPLY
               MOVE 0 TO DELTA-SKIP-COUNT
               MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
               OPEN INPUT NET-TRANSACTION-FILE
               IF NOT NET-FILE-OK
                   DISPLAY '*** NETTED TRANSACTIONS ' WS-NET-NAME
                           ' ARE GONE - STATUS ' WS-NET-STATUS
                      UPON CONSOLE
                   SET DELTA-RESTART-REFUSED TO TRUE
                   EXIT SECTION
               END-IF
               PERFORM UNTIL DELTA-TRUNC-AT-EOF
                   READ NET-TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO DELTA-SKIP-COUNT
                   END-READ
               END-PERFORM
               CLOSE NET-TRANSACTION-FILE
               IF DELTA-SKIP-COUNT NOT = NET-OUTPUT-COUNT
                   DISPLAY '*** NETTED TRANSACTIONS HOLD '
                           DELTA-SKIP-COUNT ' RECORD(S), CHECKPOINT '
                           'EXPECTS ' NET-OUTPUT-COUNT
                      UPON CONSOLE
                   SET DELTA-RESTART-REFUSED TO TRUE
                   EXIT SECTION
               END-IF
           END-IF

           MOVE 0 TO PENDING-NEW-COUNT
           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           OPEN INPUT PENDING-NEW-FILE
           IF NOT PENDING-NEW-OK
               IF RESTART-AFTER-APPLY
                   SET PENDING-STORE-COMMITTED TO TRUE
               ELSE
                   DISPLAY '*** REBUILT PENDING STORE '
                           WS-PENDING-NEW-NAME ' IS GONE - STATUS '
                           WS-PENDING-NEW-STATUS
                      UPON CONSOLE
                   SET DELTA-RESTART-REFUSED TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM UNTIL DELTA-TRUNC-AT-EOF
               READ PENDING-NEW-FILE
                   AT END
                       MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                   NOT AT END
                       ADD 1 TO PENDING-NEW-COUNT
               END-READ
           END-PERFORM
           CLOSE PENDING-NEW-FILE
           IF PENDING-NEW-COUNT NOT = TRANSACTIONS-HELD
               DISPLAY '*** REBUILT PENDING STORE HOLDS '
                       PENDING-NEW-COUNT ' RECORD(S), CHECKPOINT '
                       'EXPECTS ' TRANSACTIONS-HELD
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
           END-IF

           EXIT.

      * ---
      * Nothing further is touched: the checkpoint stays as it is so
      * the restart can be retried once the files are put right
       REFUSE-DELTA-RESTART SECTION.
           DISPLAY '*** RESTART REFUSED - THE CHECKPOINT IS KEPT '
                   'FOR THE NEXT ATTEMPT'
              UPON CONSOLE
           MOVE 12 TO RETURN-CODE

           EXIT.

      * ---
      * Prime the balanced-line merge: a fresh apply reads the first
      * master and transaction records, a restart repositions both
      * files at the records buffered when the checkpoint was taken
       POSITION-APPLY-INPUTS SECTION.
           IF RESTART-DURING-APPLY
               PERFORM REPOSITION-KEPT-MASTER
               PERFORM REPOSITION-DAY-TRANSACTIONS
           ELSE
               PERFORM READ-CUSTOMER-MASTER
               PERFORM READ-DAY-TRANSACTION
           END-IF

           EXIT.

      * ---
      * Read past the master records the interrupted run consumed
      * ahead of the one it had buffered, then read that one the
      * normal way; its key must match the checkpoint's or the
      * master is not the file the interrupted run was applying
       REPOSITION-KEPT-MASTER SECTION.
           IF RESTART-MASTER-EOF = 'Y'
               MOVE RESTART-MASTER-POSITION TO RESTART-SKIP-TARGET
           ELSE
               COMPUTE RESTART-SKIP-TARGET =
                       RESTART-MASTER-POSITION - 1
           END-IF

           MOVE 0 TO DELTA-SKIP-COUNT
           PERFORM UNTIL DELTA-SKIP-COUNT >= RESTART-SKIP-TARGET
                      OR CUSTMAST-AT-EOF
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-CUSTMAST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO DELTA-SKIP-COUNT
               END-READ
           END-PERFORM
           IF DELTA-SKIP-COUNT < RESTART-SKIP-TARGET
               DISPLAY '*** KEPT MASTER ' WS-CUSTMAST-NAME
                       ' ENDS AT RECORD ' DELTA-SKIP-COUNT
                       ' - CHECKPOINT IS PAST RECORD '
                       RESTART-SKIP-TARGET
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM READ-CUSTOMER-MASTER
           IF MASTER-KEY NOT = RESTART-MASTER-KEY
               OR WS-CUSTMAST-EOF-FLAG NOT = RESTART-MASTER-EOF
               DISPLAY '*** KEPT MASTER REPOSITIONED AT CUSTOMER '
                       MASTER-KEY ' - CHECKPOINT HAD '
                       RESTART-MASTER-KEY
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
               EXIT SECTION
           END-IF

           MOVE RESTART-MASTER-POSITION TO MASTER-RECORDS-CONSUMED
           MOVE RESTART-MASTERS-READ TO MASTERS-READ

           EXIT.

      * ---
      * The same for the netted transactions: read past the ones
      * already applied, then read the buffered one and prove it is
      * the transaction the checkpoint names
       REPOSITION-DAY-TRANSACTIONS SECTION.
           IF RESTART-TRANSACTION-EOF = 'Y'
               MOVE RESTART-TRANSACTION-POSITION
                 TO RESTART-SKIP-TARGET
           ELSE
               COMPUTE RESTART-SKIP-TARGET =
                       RESTART-TRANSACTION-POSITION - 1
           END-IF

           MOVE 0 TO DELTA-SKIP-COUNT
           PERFORM UNTIL DELTA-SKIP-COUNT >= RESTART-SKIP-TARGET
                      OR TRANFILE-AT-EOF
               READ DAY-TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TRANFILE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO DELTA-SKIP-COUNT
               END-READ
           END-PERFORM
           IF DELTA-SKIP-COUNT < RESTART-SKIP-TARGET
               DISPLAY '*** NETTED TRANSACTIONS END AT RECORD '
                       DELTA-SKIP-COUNT ' - CHECKPOINT IS PAST '
                       'RECORD ' RESTART-SKIP-TARGET
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM READ-DAY-TRANSACTION
           IF TRANSACTION-KEY NOT = RESTART-TRANSACTION-KEY
               OR WS-TRANFILE-EOF-FLAG NOT = RESTART-TRANSACTION-EOF
               DISPLAY '*** TRANSACTIONS REPOSITIONED AT CUSTOMER '
                       TRANSACTION-KEY ' - CHECKPOINT HAD '
                       RESTART-TRANSACTION-KEY
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
               EXIT SECTION
           END-IF

           MOVE RESTART-TRANSACTION-POSITION TO TRANSACTIONS-READ

           EXIT.

      * ---
      * Count one merge step toward the commit interval; at the
      * interval the outputs are closed and reopened so everything
      * written so far is on disk, and only then is the checkpoint
      * naming those counts written
       COUNT-APPLY-COMMIT-STEP SECTION.
           ADD 1 TO STEPS-SINCE-COMMIT
           IF STEPS-SINCE-COMMIT < COMMIT-INTERVAL
               EXIT SECTION
           END-IF

           IF NOT KEYED-APPLY-MODE
               CLOSE NEW-MASTER-FILE
               OPEN EXTEND NEW-MASTER-FILE
           END-IF
           CLOSE DELTA-EXTRACT-FILE
           OPEN EXTEND DELTA-EXTRACT-FILE
           CLOSE APPLIED-WORK-FILE
           OPEN EXTEND APPLIED-WORK-FILE

           MOVE 'P' TO CHECKPOINT-PHASE
           PERFORM SAVE-DELTA-CHECKPOINT
           MOVE 0 TO STEPS-SINCE-COMMIT

           EXIT.

      * ---
      * Record the phase reached, the exact position in every file
      * and every control total
       SAVE-DELTA-CHECKPOINT SECTION.
           OPEN OUTPUT DELTA-CHECKPOINT-FILE
           MOVE SELECTED-VERSION TO DCK-VERSION
           MOVE SELECTED-APPLY-MODE TO DCK-APPLY-MODE
           MOVE CHECKPOINT-PHASE TO DCK-PHASE
           MOVE WS-CUSTMAST-EOF-FLAG TO DCK-MASTER-EOF
           MOVE WS-TRANFILE-EOF-FLAG TO DCK-TRANSACTION-EOF
           MOVE LAST-CUSTOMER-APPLIED TO DCK-LAST-CUSTOMER
           MOVE MASTER-RECORDS-CONSUMED TO DCK-MASTER-POSITION
           MOVE MASTER-KEY TO DCK-MASTER-KEY
           MOVE TRANSACTIONS-READ TO DCK-TRANSACTION-POSITION
           MOVE TRANSACTION-KEY TO DCK-TRANSACTION-KEY
           MOVE NEW-MASTER-RECORDS-WRITTEN TO DCK-NEW-MASTER-WRITTEN
           MOVE DELTA-RECORDS-WRITTEN TO DCK-DELTA-WRITTEN
           MOVE MASTERS-READ TO DCK-MASTERS-READ
           MOVE CUSTOMERS-ADDED TO DCK-CUSTOMERS-ADDED
           MOVE CUSTOMERS-CHANGED TO DCK-CUSTOMERS-CHANGED
           MOVE CUSTOMERS-DELETED TO DCK-CUSTOMERS-DELETED
           MOVE CUSTOMERS-UNCHANGED TO DCK-CUSTOMERS-UNCHANGED
           MOVE UNMATCHED-TRANSACTIONS TO DCK-UNMATCHED
           MOVE TRANSACTIONS-DUE TO DCK-TRANSACTIONS-DUE
           MOVE TRANSACTIONS-RELEASED TO DCK-TRANSACTIONS-RELEASED
           MOVE TRANSACTIONS-HELD TO DCK-TRANSACTIONS-HELD
           MOVE XREF-TRANSLATIONS TO DCK-XREF-TRANSLATIONS
           MOVE XREF-MISSES TO DCK-XREF-MISSES
           MOVE CHECK-DIGIT-REJECTS TO DCK-CHECK-DIGIT-REJECTS
           MOVE NET-INPUT-COUNT TO DCK-NET-INPUT-COUNT
           MOVE NET-OUTPUT-COUNT TO DCK-NET-OUTPUT-COUNT
           MOVE NET-ODD-SEQUENCES TO DCK-NET-ODD-SEQUENCES
           MOVE APPLIED-RECORDS-WRITTEN TO DCK-APPLIED-WRITTEN
           WRITE DELTA-CHECKPOINT-RECORD
           CLOSE DELTA-CHECKPOINT-FILE

           EXIT.

      * ---
      * A completed run needs no restart point, so clear the
      * checkpoint file
       CLEAR-DELTA-CHECKPOINT SECTION.
           OPEN OUTPUT DELTA-CHECKPOINT-FILE
           CLOSE DELTA-CHECKPOINT-FILE

           EXIT.

      * ---
      * Cut the new master back to its checkpointed record count, so
      * records written after the last commit point are written
      * again rather than duplicated
       TRUNCATE-NEW-MASTER SECTION.
           MOVE RESTART-NEW-MASTER-WRITTEN TO DELTA-TRUNC-COUNT
           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           MOVE 0 TO DELTA-SKIP-COUNT
           OPEN OUTPUT DELTA-TRUNC-WORK-FILE
           OPEN INPUT NEW-MASTER-FILE
           IF NEWMAST-OK
               PERFORM UNTIL DELTA-TRUNC-AT-EOF
                          OR DELTA-SKIP-COUNT >= DELTA-TRUNC-COUNT
                   READ NEW-MASTER-FILE
                       AT END
                           MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO DELTA-SKIP-COUNT
                           MOVE NEW-MASTER-RECORD
                             TO DELTA-TRUNC-WORK-RECORD
                           WRITE DELTA-TRUNC-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE NEW-MASTER-FILE
           END-IF
           CLOSE DELTA-TRUNC-WORK-FILE
           IF DELTA-SKIP-COUNT < DELTA-TRUNC-COUNT
               DISPLAY '*** NEW MASTER ' WS-NEWMAST-NAME ' HOLDS '
                       DELTA-SKIP-COUNT ' RECORD(S), CHECKPOINT '
                       'EXPECTS ' DELTA-TRUNC-COUNT
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
           END-IF

           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           OPEN INPUT DELTA-TRUNC-WORK-FILE
           OPEN OUTPUT NEW-MASTER-FILE
           PERFORM UNTIL DELTA-TRUNC-AT-EOF
               READ DELTA-TRUNC-WORK-FILE
                   AT END
                       MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                   NOT AT END
                       MOVE DELTA-TRUNC-WORK-RECORD
                         TO NEW-MASTER-RECORD
                       WRITE NEW-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE NEW-MASTER-FILE
           CLOSE DELTA-TRUNC-WORK-FILE

           EXIT.

      * ---
      * Cut the delta extract back to its checkpointed record count
      * the same way, so no changed customer appears in it twice
       TRUNCATE-DELTA-EXTRACT SECTION.
           MOVE RESTART-DELTA-WRITTEN TO DELTA-TRUNC-COUNT
           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           MOVE 0 TO DELTA-SKIP-COUNT
           OPEN OUTPUT DELTA-TRUNC-WORK-FILE
           OPEN INPUT DELTA-EXTRACT-FILE
           IF DELTA-OK
               PERFORM UNTIL DELTA-TRUNC-AT-EOF
                          OR DELTA-SKIP-COUNT >= DELTA-TRUNC-COUNT
                   READ DELTA-EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO DELTA-SKIP-COUNT
                           MOVE DELTA-EXTRACT-RECORD
                             TO DELTA-TRUNC-WORK-RECORD
                           WRITE DELTA-TRUNC-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE DELTA-EXTRACT-FILE
           END-IF
           CLOSE DELTA-TRUNC-WORK-FILE
           IF DELTA-SKIP-COUNT < DELTA-TRUNC-COUNT
               DISPLAY '*** DELTA EXTRACT ' WS-DELTA-NAME ' HOLDS '
                       DELTA-SKIP-COUNT ' RECORD(S), CHECKPOINT '
                       'EXPECTS ' DELTA-TRUNC-COUNT
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
           END-IF

           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           OPEN INPUT DELTA-TRUNC-WORK-FILE
           OPEN OUTPUT DELTA-EXTRACT-FILE
           PERFORM UNTIL DELTA-TRUNC-AT-EOF
               READ DELTA-TRUNC-WORK-FILE
                   AT END
                       MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                   NOT AT END
                       MOVE DELTA-TRUNC-WORK-RECORD
                         TO DELTA-EXTRACT-RECORD
                       WRITE DELTA-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE DELTA-EXTRACT-FILE
           CLOSE DELTA-TRUNC-WORK-FILE

           EXIT.

      * ---
      * Note one transaction that reached the master on this run's
      * applied file; the caller has set the action taken
       WRITE-APPLIED-TRANSACTION SECTION.
           MOVE SPACES TO APPLIED-WORK-RECORD
           MOVE SELECTED-VERSION TO APW-VERSION
           MOVE APPLIED-ACTION TO APW-ACTION
           MOVE TRANSACTION-KEY TO APW-CUSTOMER-NUMBER
           WRITE APPLIED-WORK-RECORD
           ADD 1 TO APPLIED-RECORDS-WRITTEN

           EXIT.

      * ---
      * Cut the applied file back to its checkpointed record count
      * the same way, so no transaction is posted twice
       TRUNCATE-APPLIED-WORK SECTION.
           MOVE RESTART-APPLIED-WRITTEN TO DELTA-TRUNC-COUNT
           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           MOVE 0 TO DELTA-SKIP-COUNT
           OPEN OUTPUT DELTA-TRUNC-WORK-FILE
           OPEN INPUT APPLIED-WORK-FILE
           IF APPLIED-WORK-OK
               PERFORM UNTIL DELTA-TRUNC-AT-EOF
                          OR DELTA-SKIP-COUNT >= DELTA-TRUNC-COUNT
                   READ APPLIED-WORK-FILE
                       AT END
                           MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO DELTA-SKIP-COUNT
                           MOVE APPLIED-WORK-RECORD
                             TO DELTA-TRUNC-WORK-RECORD
                           WRITE DELTA-TRUNC-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE APPLIED-WORK-FILE
           END-IF
           CLOSE DELTA-TRUNC-WORK-FILE
           IF DELTA-SKIP-COUNT < DELTA-TRUNC-COUNT
               DISPLAY '*** APPLIED FILE ' WS-APPLIED-WORK-NAME
                       ' HOLDS ' DELTA-SKIP-COUNT ' RECORD(S), '
                       'CHECKPOINT EXPECTS ' DELTA-TRUNC-COUNT
                  UPON CONSOLE
               SET DELTA-RESTART-REFUSED TO TRUE
           END-IF

           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           OPEN INPUT DELTA-TRUNC-WORK-FILE
           OPEN OUTPUT APPLIED-WORK-FILE
           PERFORM UNTIL DELTA-TRUNC-AT-EOF
               READ DELTA-TRUNC-WORK-FILE
                   AT END
                       MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                   NOT AT END
                       MOVE DELTA-TRUNC-WORK-RECORD
                         TO APPLIED-WORK-RECORD
                       WRITE APPLIED-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE APPLIED-WORK-FILE
           CLOSE DELTA-TRUNC-WORK-FILE

           EXIT.

      * ---
      * Post the run's applied transactions onto the ledger under
      * the business date, once the apply is complete and just
      * before the checkpoint is cleared; a restart resumes without
      * staging, so the date is read here when staging did not
       POST-APPLIED-TRANSACTIONS SECTION.
           IF RUN-DATE-YYYYMMDD = 0
               PERFORM LOAD-BUSINESS-DATE
           END-IF

           OPEN INPUT APPLIED-WORK-FILE
           IF NOT APPLIED-WORK-OK
               EXIT SECTION
           END-IF
           OPEN EXTEND APPLIED-LEDGER-FILE
           IF NOT APPLIED-LEDGER-OK
               OPEN OUTPUT APPLIED-LEDGER-FILE
           END-IF

           MOVE 'N' TO DELTA-TRUNC-EOF-FLAG
           PERFORM UNTIL DELTA-TRUNC-AT-EOF
               READ APPLIED-WORK-FILE
                   AT END
                       MOVE 'Y' TO DELTA-TRUNC-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO APPLIED-LEDGER-RECORD
                       MOVE RUN-DATE-YYYYMMDD TO APL-BUSINESS-DATE
                       MOVE APW-VERSION TO APL-VERSION
                       MOVE APW-ACTION TO APL-ACTION
                       MOVE APW-CUSTOMER-NUMBER
                         TO APL-CUSTOMER-NUMBER
                       WRITE APPLIED-LEDGER-RECORD
                       ADD 1 TO APPLIED-RECORDS-POSTED
               END-READ
           END-PERFORM
           CLOSE APPLIED-LEDGER-FILE
           CLOSE APPLIED-WORK-FILE
           CALL 'CBL_DELETE_FILE' USING WS-APPLIED-WORK-NAME
              RETURNING PENDING-RENAME-STATUS

           EXIT.
