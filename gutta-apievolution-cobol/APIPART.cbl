           SELECT PARTITION-CARD-FILE ASSIGN TO WS-PART-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CARD-STATUS.
      *    Publish control records: the one beside the master being
      *    cut, and one written beside each partition so a reader
      *    given a partition proves it the same way
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 PROVIDER-MASTER-IN-RECORD.
           05 FILLER PIC X(96).
           05 PMI-CUSTOMER-NUMBER PIC 9(09).
           05 PMI-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(137).

       FD PARTITION-OUT-FILE.
       01 PARTITION-OUT-RECORD PIC X(252).
           05 PRC-PARTITION-COUNT PIC 9(02).
           05 FILLER PIC X(78).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 PARTITION-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 RECORDS-ROUTED PIC S9(9) BINARY VALUE 0.
           05 PARTITIONS-WRITTEN PIC S9(4) BINARY VALUE 0.

      *    Publish control written next to each partition: the
      *    partition inherits the generation of the master it was
      *    cut from and carries its own totals
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
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

       PROCEDURE DIVISION.
           PERFORM LOAD-PARTITION-CARD
           PERFORM LOAD-SOURCE-PUBLISH-CONTROL

           DISPLAY 'Partitioning ' WS-PROVMAST-IN-NAME ' into '
                   PARTITION-COUNT ' range(s)...'
           MOVE 999999999 TO PART-LOW-SEEN
           MOVE 0 TO PART-HIGH-SEEN
           MOVE 0 TO PART-RECORD-COUNT
           MOVE 0 TO PUBLISH-RECORD-COUNT
           MOVE 0 TO PUBLISH-HASH-TOTAL
           MOVE 0 TO PUBLISH-BALANCE-TOTAL

           EXIT.

           END-IF
           MOVE PART-RECORD-COUNT TO PIX-RECORD-COUNT
           WRITE PARTITION-INDEX-RECORD
           PERFORM WRITE-PARTITION-CONTROL

           EXIT.

           WRITE PARTITION-OUT-RECORD
           ADD 1 TO PART-RECORD-COUNT
           ADD 1 TO RECORDS-ROUTED
           ADD 1 TO PUBLISH-RECORD-COUNT
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
               ADD PMI-CUSTOMER-NUMBER TO PUBLISH-HASH-TOTAL
           END-IF
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               ADD PMI-ACCOUNT-BALANCE TO PUBLISH-BALANCE-TOTAL
           END-IF

           EXIT.

      * ---
      * Take the run identifier and business date from the control
      * beside the master being cut; with no control there the
      * business date is today's and the run is unnamed
       LOAD-SOURCE-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-IN-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE 0 TO PUBLISH-RUN-ID
           MOVE 0 TO PUBLISH-BUSINESS-DATE
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PBC-RUN-ID IS NUMERIC
                           MOVE PBC-RUN-ID TO PUBLISH-RUN-ID
                       END-IF
                       IF PBC-BUSINESS-DATE IS NUMERIC
                           MOVE PBC-BUSINESS-DATE
                             TO PUBLISH-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF
           IF PUBLISH-BUSINESS-DATE = 0
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
           END-IF

           EXIT.

      * ---
      * Write the publish control for the partition just closed,
      * from the totals routed into it
       WRITE-PARTITION-CONTROL SECTION.
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PARTITION-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           OPEN OUTPUT PUBLISH-CONTROL-FILE
           MOVE SPACES TO PUBLISH-CONTROL-RECORD
           MOVE PUBLISH-RUN-ID TO PBC-RUN-ID
           MOVE PUBLISH-BUSINESS-DATE TO PBC-BUSINESS-DATE
           MOVE PUBLISH-RECORD-COUNT TO PBC-RECORD-COUNT
           MOVE PUBLISH-HASH-TOTAL TO PBC-HASH-TOTAL
           MOVE PUBLISH-BALANCE-TOTAL TO PBC-BALANCE-TOTAL
           MOVE 'APIPART' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           EXIT.
