           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    Publish control record rewritten beside a restored
      *    master, dated by the business date of the restore
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Backout certificate for operations
           SELECT BACKOUT-CERT-FILE ASSIGN TO WS-BKO-CERT-NAME
               ORGANIZATION LINE SEQUENTIAL

       FD PROVIDER-MASTER-OUT.
       01 PROVIDER-MASTER-RECORD PIC X(252).
      *    The key and balance columns of the published layout, for
      *    the control totals
       01 PROVIDER-MASTER-TOTALS-VIEW.
           05 FILLER PIC X(96).
           05 PMV-CUSTOMER-NUMBER PIC 9(09).
           05 PMV-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(137).

      *    One history line per superseded provider record, as the
      *    migration writes them; the run id names the run that
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE PIC X(252).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD BACKOUT-CERT-FILE.
       01 BACKOUT-CERT-RECORD PIC X(80).

           05 RECORD-MATCHES-FLAG PIC X(01).
             88 RECORD-MATCHES-TARGET VALUE 'Y'.

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
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

       01 CERT-DETAIL-LINE.
           05 CDL-FILE-NAME PIC X(30).
           05 FILLER PIC X(10) VALUE ' REMOVED '.
             INTO BACKOUT-CERT-RECORD
           END-STRING
           WRITE BACKOUT-CERT-RECORD
           PERFORM WRITE-PUBLISH-CONTROL

           EXIT.

      * ---
      * Rewrite the publish control beside the restored master. The
      * restored generation keeps the run identifier of the control
      * it replaces unless that is the run being reversed, which no
      * longer describes any record in the file
       WRITE-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE 0 TO PUBLISH-RUN-ID
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PBC-RUN-ID IS NUMERIC
                           MOVE PBC-RUN-ID TO PUBLISH-RUN-ID
                       END-IF
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF
           IF PUBLISH-RUN-ID = TARGET-RUN-ID
               MOVE 0 TO PUBLISH-RUN-ID
           END-IF
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
           MOVE 0 TO PUBLISH-RECORD-COUNT
           MOVE 0 TO PUBLISH-HASH-TOTAL
           MOVE 0 TO PUBLISH-BALANCE-TOTAL
           MOVE 'N' TO PUBLISH-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-OUT
           IF PROVMAST-OK
               PERFORM UNTIL PUBLISH-AT-EOF
                   READ PROVIDER-MASTER-OUT
                       AT END
                           MOVE 'Y' TO PUBLISH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PUBLISH-RECORD-COUNT
                           IF PMV-CUSTOMER-NUMBER IS NUMERIC
                               ADD PMV-CUSTOMER-NUMBER
                                 TO PUBLISH-HASH-TOTAL
                           END-IF
                           IF PMV-ACCOUNT-BALANCE IS NUMERIC
                               ADD PMV-ACCOUNT-BALANCE
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
           MOVE 'APIBKOUT' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.

