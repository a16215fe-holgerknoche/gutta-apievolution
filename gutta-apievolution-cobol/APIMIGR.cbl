           SELECT PROVIDER-MASTER-OUT ASSIGN TO WS-PROVMAST-OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-OUT-STATUS.
      *    Publish control record written next to the provider
      *    output, proving its generation and totals to every reader
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Reject file for fields convertData could not represent
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
           05 MCK-OUTPUTS-WRITTEN PIC 9(09).
           05 MCK-CHILDREN-WRITTEN PIC 9(09).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD MIGRATION-TRUNC-WORK-FILE.
       01 MIGRATION-TRUNC-WORK-RECORD PIC X(252).

             10 LCK-FILE-HUNDREDTHS PIC 9(2) COMP-X.
           05 LCK-EXIST-STATUS PIC S9(9) BINARY.

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

      *    Record-position checkpoint so a multi-million-record
      *    migration that abends can be restarted where it left off
      *    instead of rewriting PROVOUT.DAT from record one and
           CLOSE DUPLICATE-REPORT-FILE
           PERFORM CLOSE-BALANCE-FILE
           PERFORM CLOSE-FILES
           PERFORM WRITE-PUBLISH-CONTROL
           PERFORM CLEAR-MIGRATION-CHECKPOINT
           PERFORM UNLOAD-SCRIPTS


           EXIT.

      * ---
      * Write the publish control record next to the provider
      * output. The file is read back as it now stands, so the
      * control of a restarted run covers the records the
      * interrupted run left as well as this run's
       WRITE-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-OUT-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE 0 TO PUBLISH-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE
                             TO PUBLISH-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF PUBLISH-BUSINESS-DATE = 0
               ACCEPT PUBLISH-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE CURRENT-RUN-ID TO PUBLISH-RUN-ID
           MOVE 0 TO PUBLISH-RECORD-COUNT
           MOVE 0 TO PUBLISH-HASH-TOTAL
           MOVE 0 TO PUBLISH-BALANCE-TOTAL
           MOVE 'N' TO PUBLISH-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-OUT
           IF PROVMAST-OUT-OK
               PERFORM UNTIL PUBLISH-AT-EOF
                   READ PROVIDER-MASTER-OUT
                       AT END
                           MOVE 'Y' TO PUBLISH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PUBLISH-RECORD-COUNT
                           IF PMO-CUSTOMER-NUMBER IS NUMERIC
                               ADD PMO-CUSTOMER-NUMBER
                                 TO PUBLISH-HASH-TOTAL
                           END-IF
                           IF PMO-ACCOUNT-BALANCE IS NUMERIC
                               ADD PMO-ACCOUNT-BALANCE
                                 TO PUBLISH-BALANCE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-MASTER-OUT
           END-IF

           OPEN OUTPUT PUBLISH-CONTROL-FILE
           MOVE SPACES TO PUBLISH-CONTROL-RECORD
           MOVE PUBLISH-RUN-ID TO PBC-RUN-ID
           MOVE PUBLISH-BUSINESS-DATE TO PBC-BUSINESS-DATE
           MOVE PUBLISH-RECORD-COUNT TO PBC-RECORD-COUNT
           MOVE PUBLISH-HASH-TOTAL TO PBC-HASH-TOTAL
           MOVE PUBLISH-BALANCE-TOTAL TO PBC-BALANCE-TOTAL
           MOVE 'APIMIGR' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.

      * ---
      * A completed run needs no restart point, so clear the
      * checkpoint file
                           WHEN 'TESTSEL'
                           WHEN 'TESTMETR'
                           WHEN 'XREFMISS'
                           WHEN 'CONVPART'
                               SUBTRACT 1
                                 FROM ENV-NAMES-OVERRIDDEN
                           WHEN OTHER
