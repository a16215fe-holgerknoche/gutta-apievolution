123456*Undeliverable-address return feed: reads the mail house's
      *weekly file of bounced customer numbers, marks the matching
      *provider-master customers do-not-mail with the return
      *reason, prints a region-band summary of the returns and a
      *list of the returned customers branch by branch (branch and
      *RM from the APIPORT portfolio), and feeds every affected
      *customer to the standardization report so the address team
      *reworks the address instead of the same bad one being mailed
      *month after month

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIRETRN.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-NEW-STATUS.
      *    Region-band summary of this week's returns, in the
      *    regional summary's report shape, then the per-branch
      *    list of the returned customers
           SELECT RETURN-REPORT-FILE ASSIGN TO WS-RETURN-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-RPT-STATUS.
               ASSIGN TO WS-STD-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STD-REPORT-STATUS.
      *    Branch and RM portfolio from APIPORT, in provider order
           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.
      *    Publish control record written next to the provider
      *    output, proving its generation and totals to every reader
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(01) VALUE SPACE.
           05 STD-RPT-AFTER-VALUE PIC X(20).

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           05 PFL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 PFL-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PFL-RM-ID PIC X(08).
           05 FILLER PIC X(01).
           05 PFL-ASSIGNED-BY PIC X(01).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 RETURN-CONTROLS.
           05 WS-RETURN-FEED-NAME PIC X(30) VALUE 'RETNFEED.DAT'.
           05 WS-STD-REPORT-NAME PIC X(30) VALUE 'STDRPT.DAT'.
           05 WS-STD-REPORT-STATUS PIC X(02).
             88 STD-REPORT-OK VALUE '00'.
           05 WS-PORTFOLIO-NAME PIC X(30) VALUE 'PORTFOLIO.DAT'.
           05 WS-PORTFOLIO-STATUS PIC X(02).
             88 PORTFOLIO-OK VALUE '00'.
           05 WS-PORTFOLIO-EOF-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-AT-EOF VALUE 'Y'.
           05 WS-PORTFOLIO-OPEN-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-OPEN VALUE 'Y'.

           05 RETURNS-LOADED PIC S9(9) BINARY VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 RETURN-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RETURN-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RETURN-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 RETURN-RPT-TITLE PIC X(40).

      *    This week's returns held in memory for the master pass
       01 RETURN-TABLE-CONTROLS.
             10 RSE-CUSTOMER-NUMBER PIC 9(09).
             10 RSE-RETURN-REASON PIC X(20).
             10 RSE-MATCHED-FLAG PIC X(01).
             10 RSE-NAME PIC X(30).
             10 RSE-BRANCH PIC X(04).
             10 RSE-RM-ID PIC X(08).

      *    The branches the matched returns belong to, kept in
      *    branch order as they are met
       01 BRANCH-TABLE-CONTROLS.
           05 MAX-BRANCH-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 BRANCH-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 BRANCH-IX PIC S9(4) BINARY.
           05 BRANCH-SORT-IX PIC S9(4) BINARY.
           05 BRANCH-HOLD PIC X(04).
           05 BRANCH-FOUND-FLAG PIC X(01).
             88 BRANCH-FOUND VALUE 'Y'.
           05 BRANCH-RETURN-COUNT PIC S9(9) BINARY.
       01 BRANCH-TABLE.
           05 BRANCH-CODE PIC X(04) OCCURS 200.

      *    One accumulator per postal-code band, the same banding
      *    the regional summary uses
           05 FILLER PIC X(10) VALUE ' RETURNS '.
           05 RDL-RETURN-COUNT PIC ZZZ,ZZZ,ZZ9.

       01 RETURN-CUSTOMER-LINE.
           05 RCL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RCL-NAME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RCL-RETURN-REASON PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RCL-RM-ID PIC X(08).

       01 BRANCH-TOTAL-LINE.
           05 FILLER PIC X(07) VALUE 'BRANCH '.
           05 BTL-BRANCH PIC X(04).
           05 FILLER PIC X(10) VALUE ' RETURNS '.
           05 BTL-RETURN-COUNT PIC ZZZ,ZZZ,ZZ9.

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

       PROCEDURE DIVISION.
           PERFORM LOAD-RETURN-FEED
           IF RETURN-ENTRY-COUNT = 0
           END-IF
           OPEN OUTPUT PROVIDER-MASTER-NEW
           OPEN EXTEND STANDARDIZATION-REPORT-FILE
           OPEN INPUT PORTFOLIO-FILE
           IF PORTFOLIO-OK
               MOVE 'Y' TO WS-PORTFOLIO-OPEN-FLAG
               MOVE ZEROS TO PFL-CUSTOMER-NUMBER
           ELSE
               MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
               END-READ
           END-PERFORM

           IF PORTFOLIO-OPEN
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE STANDARDIZATION-REPORT-FILE
           CLOSE PROVIDER-MASTER-NEW
           CLOSE PROVIDER-MASTER-IN
                WS-PROVMAST-NEW-NAME
                WS-PROVMAST-IN-NAME
              RETURNING RENAME-STATUS
           PERFORM WRITE-PUBLISH-CONTROL

           PERFORM COUNT-UNMATCHED-RETURNS
           PERFORM WRITE-RETURN-REPORT
               MOVE RSE-RETURN-REASON (RETURN-FOUND-IX)
                 TO PMI-RETURN-REASON
               MOVE 'Y' TO RSE-MATCHED-FLAG (RETURN-FOUND-IX)
               PERFORM NOTE-RETURN-BRANCH

               IF PMI-POSTAL-CODE IS NUMERIC
                   MOVE PMI-POSTAL-CODE TO BAND-POSTAL-VALUE

           EXIT.

      * ---
      * Hold the returned customer's name, branch and RM for the
      * branch list. The portfolio is read forward in step with
      * the master; a customer it does not carry is listed under
      * branch NONE
       NOTE-RETURN-BRANCH SECTION.
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO RSE-NAME (RETURN-FOUND-IX)
           ELSE
               MOVE SPACES TO RSE-NAME (RETURN-FOUND-IX)
               STRING PMI-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY '  '
                 INTO RSE-NAME (RETURN-FOUND-IX)
               END-STRING
           END-IF

           MOVE 'NONE' TO RSE-BRANCH (RETURN-FOUND-IX)
           MOVE SPACES TO RSE-RM-ID (RETURN-FOUND-IX)
           PERFORM UNTIL PORTFOLIO-AT-EOF
                      OR PFL-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               READ PORTFOLIO-FILE
                   AT END
                       MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
               END-READ
           END-PERFORM
           IF NOT PORTFOLIO-AT-EOF
              AND PFL-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
               MOVE PFL-BRANCH TO RSE-BRANCH (RETURN-FOUND-IX)
               MOVE PFL-RM-ID TO RSE-RM-ID (RETURN-FOUND-IX)
           END-IF

           MOVE 'N' TO BRANCH-FOUND-FLAG
           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
                      OR BRANCH-FOUND
               IF BRANCH-CODE (BRANCH-IX)
                      = RSE-BRANCH (RETURN-FOUND-IX)
                   MOVE 'Y' TO BRANCH-FOUND-FLAG
               END-IF
           END-PERFORM
           IF BRANCH-FOUND
               EXIT SECTION
           END-IF
           IF BRANCH-ENTRY-COUNT >= MAX-BRANCH-ENTRIES
               DISPLAY '*** BRANCH TABLE FULL - RETURNS FOR BRANCH '
                       RSE-BRANCH (RETURN-FOUND-IX) ' NOT LISTED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO BRANCH-ENTRY-COUNT
           MOVE BRANCH-ENTRY-COUNT TO BRANCH-IX
           MOVE RSE-BRANCH (RETURN-FOUND-IX) TO BRANCH-CODE (BRANCH-IX)
           PERFORM UNTIL BRANCH-IX <= 1
               COMPUTE BRANCH-SORT-IX = BRANCH-IX - 1
               IF BRANCH-CODE (BRANCH-SORT-IX)
                      <= BRANCH-CODE (BRANCH-IX)
                   MOVE 1 TO BRANCH-IX
               ELSE
                   MOVE BRANCH-CODE (BRANCH-SORT-IX) TO BRANCH-HOLD
                   MOVE BRANCH-CODE (BRANCH-IX)
                     TO BRANCH-CODE (BRANCH-SORT-IX)
                   MOVE BRANCH-HOLD TO BRANCH-CODE (BRANCH-IX)
                   MOVE BRANCH-SORT-IX TO BRANCH-IX
               END-IF
           END-PERFORM

           EXIT.

       COUNT-UNMATCHED-RETURNS SECTION.
           PERFORM VARYING RETURN-IX FROM 1 BY 1
                   UNTIL RETURN-IX > RETURN-ENTRY-COUNT
           EXIT.

      * ---
      * Region-band summary of the week's returns, region order,
      * then each branch's returned customers on pages of their
      * own so the list can be split between the branches
       WRITE-RETURN-REPORT SECTION.
           OPEN OUTPUT RETURN-REPORT-FILE
           MOVE 'UNDELIVERABLE RETURNS BY REGION' TO RETURN-RPT-TITLE
           PERFORM WRITE-RETURN-REPORT-HEADING

           PERFORM VARYING BAND-INDEX FROM 1 BY 1
               PERFORM WRITE-RETURN-REPORT-LINE
           END-PERFORM

           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
               PERFORM WRITE-BRANCH-RETURNS
           END-PERFORM

           CLOSE RETURN-REPORT-FILE

           EXIT.

       WRITE-BRANCH-RETURNS SECTION.
           MOVE SPACES TO RETURN-RPT-TITLE
           STRING 'UNDELIVERABLE RETURNS FOR BRANCH '
                  DELIMITED BY SIZE
                  BRANCH-CODE (BRANCH-IX) DELIMITED BY SIZE
             INTO RETURN-RPT-TITLE
           END-STRING
           PERFORM WRITE-RETURN-REPORT-HEADING

           MOVE 0 TO BRANCH-RETURN-COUNT
           PERFORM VARYING RETURN-IX FROM 1 BY 1
                   UNTIL RETURN-IX > RETURN-ENTRY-COUNT
               IF RSE-MATCHED-FLAG (RETURN-IX) = 'Y'
                  AND RSE-BRANCH (RETURN-IX) = BRANCH-CODE (BRANCH-IX)
                   ADD 1 TO BRANCH-RETURN-COUNT
                   MOVE SPACES TO RETURN-CUSTOMER-LINE
                   MOVE RSE-CUSTOMER-NUMBER (RETURN-IX)
                     TO RCL-CUSTOMER-NUMBER
                   MOVE RSE-NAME (RETURN-IX) TO RCL-NAME
                   MOVE RSE-RETURN-REASON (RETURN-IX)
                     TO RCL-RETURN-REASON
                   MOVE RSE-RM-ID (RETURN-IX) TO RCL-RM-ID
                   MOVE RETURN-CUSTOMER-LINE TO RETURN-REPORT-RECORD
                   PERFORM WRITE-RETURN-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO RETURN-REPORT-RECORD
           PERFORM WRITE-RETURN-REPORT-LINE
           MOVE BRANCH-CODE (BRANCH-IX) TO BTL-BRANCH
           MOVE BRANCH-RETURN-COUNT TO BTL-RETURN-COUNT
           MOVE BRANCH-TOTAL-LINE TO RETURN-REPORT-RECORD
           PERFORM WRITE-RETURN-REPORT-LINE

           EXIT.

       WRITE-RETURN-REPORT-HEADING SECTION.
           ADD 1 TO RETURN-RPT-PAGE-NUMBER

           WRITE RETURN-REPORT-RECORD

           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING RETURN-RPT-TITLE DELIMITED BY '  '
                  ' - PAGE ' DELIMITED BY SIZE
                  RETURN-RPT-PAGE-NUMBER
                  DELIMITED BY SIZE
             INTO RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-RECORD

           EXIT.

      * ---
      * Write the publish control record next to the provider
      * output, read back as it now stands after the replace. The
      * job issues no run identifier of its own, so the republished
      * file keeps the run identifier of the control it replaces
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
           MOVE 'APIRETRN' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.
