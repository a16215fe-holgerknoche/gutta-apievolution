123456*Print-bureau delivery reconciliation: matches the bureau's
      *daily confirmation file (statement number, pages, posted,
      *failed or returned) line by line to the statement register
      *APISTMT writes. Confirmations are carried from day to day in
      *a reconciliation file for the cycle, so the report can list
      *statements the bureau has not confirmed, statements confirmed
      *twice, page-count mismatches and confirmations of statements
      *not on the register. A statement still unconfirmed after the
      *configured number of days, or one the bureau failed to
      *produce, goes on the reprint list

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIPBRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cycle's statement register, in statement order
           SELECT STATEMENT-REGISTER-FILE
               ASSIGN TO WS-STMT-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-REGISTER-STATUS.
      *    The bureau's confirmation file for the day
           SELECT BUREAU-CONFIRM-FILE ASSIGN TO WS-BUREAU-CONFIRM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-CONFIRM-STATUS.
      *    Control card: days a statement may stay unconfirmed
           SELECT RECON-CONTROL-FILE ASSIGN TO WS-RECON-CTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CTL-STATUS.
      *    Confirmations so far this cycle, one line per statement,
      *    rewritten through the work file every run
           SELECT RECON-STATE-FILE ASSIGN TO WS-RECON-STATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATE-STATUS.
           SELECT RECON-STATE-NEW ASSIGN TO WS-RECON-STATE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATE-NEW-STATUS.
      *    Reconciliation report
           SELECT RECON-REPORT-FILE ASSIGN TO WS-RECON-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-RPT-STATUS.
      *    Statements to reprint, appended as they are first flagged
           SELECT REPRINT-LIST-FILE ASSIGN TO WS-REPRINT-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-LIST-STATUS.
      *    Business date the confirmations are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-REGISTER-FILE.
       01 STATEMENT-REGISTER-RECORD.
           05 SRG-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SRG-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SRG-BALANCE-SIGN PIC X(01).
           05 SRG-BALANCE-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 SRG-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SRG-PAGE-COUNT PIC 9(04).

      *    P posted, F failed at the bureau, R returned undelivered
       FD BUREAU-CONFIRM-FILE.
       01 BUREAU-CONFIRM-RECORD.
           05 BCF-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BCF-PAGE-COUNT PIC 9(04).
           05 FILLER PIC X(01).
           05 BCF-DELIVERY-STATUS PIC X(01).
             88 BCF-POSTED VALUE 'P'.
             88 BCF-FAILED VALUE 'F'.
             88 BCF-RETURNED VALUE 'R'.
           05 FILLER PIC X(64).

       FD RECON-CONTROL-FILE.
       01 RECON-CONTROL-RECORD.
           05 PRC-REPRINT-DAYS PIC 9(03).
           05 FILLER PIC X(77).

       FD RECON-STATE-FILE.
       01 RECON-STATE-RECORD.
           05 RCN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RCN-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RCN-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RCN-PAGES-EXPECTED PIC 9(04).
           05 FILLER PIC X(01).
           05 RCN-CONFIRM-COUNT PIC 9(03).
           05 FILLER PIC X(01).
           05 RCN-PAGES-CONFIRMED PIC 9(04).
           05 FILLER PIC X(01).
           05 RCN-DELIVERY-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 RCN-FIRST-CONFIRM-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RCN-LAST-CONFIRM-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RCN-REPRINT-FLAG PIC X(01).

       FD RECON-STATE-NEW.
       01 RECON-STATE-NEW-RECORD PIC X(64).

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD PIC X(132).

       FD REPRINT-LIST-FILE.
       01 REPRINT-LIST-RECORD.
           05 RPL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RPL-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RPL-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RPL-FLAGGED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RPL-REASON PIC X(20).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 RECON-CONTROLS.
           05 WS-STMT-REGISTER-NAME PIC X(30) VALUE 'STMTREG.DAT'.
           05 WS-STMT-REGISTER-STATUS PIC X(02).
             88 STMT-REGISTER-OK VALUE '00'.
           05 WS-STMT-REGISTER-EOF-FLAG PIC X VALUE 'N'.
             88 STMT-REGISTER-AT-EOF VALUE 'Y'.
           05 WS-BUREAU-CONFIRM-NAME PIC X(30) VALUE 'BUREAUCF.DAT'.
           05 WS-BUREAU-CONFIRM-STATUS PIC X(02).
             88 BUREAU-CONFIRM-OK VALUE '00'.
           05 WS-BUREAU-CONFIRM-EOF-FLAG PIC X VALUE 'N'.
             88 BUREAU-CONFIRM-AT-EOF VALUE 'Y'.
           05 WS-RECON-CTL-NAME PIC X(30) VALUE 'PBRCCTL.DAT'.
           05 WS-RECON-CTL-STATUS PIC X(02).
             88 RECON-CTL-OK VALUE '00'.
           05 WS-RECON-STATE-NAME PIC X(30) VALUE 'STMTRECN.DAT'.
           05 WS-RECON-STATE-STATUS PIC X(02).
             88 RECON-STATE-OK VALUE '00'.
           05 WS-RECON-STATE-EOF-FLAG PIC X VALUE 'N'.
             88 RECON-STATE-AT-EOF VALUE 'Y'.
           05 WS-RECON-STATE-NEW-NAME PIC X(30) VALUE 'STMTRECN.NEW'.
           05 WS-RECON-STATE-NEW-STATUS PIC X(02).
           05 WS-RECON-RPT-NAME PIC X(30) VALUE 'PBRCRPT.DAT'.
           05 WS-RECON-RPT-STATUS PIC X(02).
           05 WS-REPRINT-LIST-NAME PIC X(30) VALUE 'STMTRPRQ.DAT'.
           05 WS-REPRINT-LIST-STATUS PIC X(02).
             88 REPRINT-LIST-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DAY-NUMBER PIC S9(9) BINARY.
           05 REPRINT-AFTER-DAYS PIC S9(4) BINARY VALUE 10.
           05 REPRINT-DAYS-EDIT PIC ZZ9.
           05 REPRINT-REASON PIC X(20).
           05 RECON-STATUS-CODE PIC S9(9) BINARY.
           05 DAYS-OUTSTANDING PIC S9(9) BINARY.
           05 CONFIRMATIONS-READ PIC S9(9) BINARY VALUE 0.
           05 CONFIRMATIONS-MATCHED PIC S9(9) BINARY VALUE 0.
           05 CONFIRMATIONS-INVALID PIC S9(9) BINARY VALUE 0.
           05 NOT-ON-REGISTER-COUNT PIC S9(9) BINARY VALUE 0.
           05 DUPLICATE-COUNT PIC S9(9) BINARY VALUE 0.
           05 PAGE-MISMATCH-COUNT PIC S9(9) BINARY VALUE 0.
           05 FAILED-COUNT PIC S9(9) BINARY VALUE 0.
           05 RETURNED-COUNT PIC S9(9) BINARY VALUE 0.
           05 STATEMENTS-CONFIRMED PIC S9(9) BINARY VALUE 0.
           05 STATEMENTS-OUTSTANDING PIC S9(9) BINARY VALUE 0.
           05 REPRINTS-FLAGGED PIC S9(9) BINARY VALUE 0.
           05 RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.

      *    The cycle's statements, as the register lists them, with
      *    what the bureau has confirmed about each so far
       01 STATEMENT-TABLE-CONTROLS.
           05 MAX-STATEMENT-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 STATEMENT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 STATEMENT-IX PIC S9(9) BINARY.
           05 STATEMENT-FOUND-IX PIC S9(9) BINARY.
           05 LOOKUP-STATEMENT-NUMBER PIC 9(09).
       01 STATEMENT-TABLE.
           05 STATEMENT-ENTRY OCCURS 20000.
             10 STM-STATEMENT-NUMBER PIC 9(09).
             10 STM-CUSTOMER-NUMBER PIC 9(09).
             10 STM-STATEMENT-DATE PIC 9(08).
             10 STM-PAGES-EXPECTED PIC 9(04).
             10 STM-CONFIRM-COUNT PIC 9(03).
             10 STM-PAGES-CONFIRMED PIC 9(04).
             10 STM-DELIVERY-STATUS PIC X(01).
             10 STM-FIRST-CONFIRM-DATE PIC 9(08).
             10 STM-LAST-CONFIRM-DATE PIC 9(08).
             10 STM-REPRINT-FLAG PIC X(01).
               88 STM-REPRINT-FLAGGED VALUE 'Y'.

      *    Calendar arithmetic: a date is turned into a running day
      *    number so day counts fall out of plain subtraction
       01 DAY-NUMBER-WORK-FIELDS.
           05 DNW-DATE-PARTS.
             10 DNW-YEAR PIC 9(04).
             10 DNW-MONTH PIC 9(02).
             10 DNW-DAY PIC 9(02).
           05 DNW-DATE REDEFINES DNW-DATE-PARTS PIC 9(08).
           05 DNW-ADJ-YEAR PIC S9(9) BINARY.
           05 DNW-ERA PIC S9(9) BINARY.
           05 DNW-YEAR-OF-ERA PIC S9(9) BINARY.
           05 DNW-SHIFTED-MONTH PIC S9(9) BINARY.
           05 DNW-DAY-OF-YEAR PIC S9(9) BINARY.
           05 DNW-WORK PIC S9(9) BINARY.
           05 DNW-DAY-NUMBER PIC S9(9) BINARY.

       01 CONFIRM-EXCEPTION-LINE.
           05 CXL-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CXL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CXL-BUREAU-PAGES PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 CXL-REGISTER-PAGES PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 CXL-DELIVERY-STATUS PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CXL-REASON PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CXL-DETAIL PIC X(40).

       01 OUTSTANDING-LINE.
           05 OSL-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OSL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OSL-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OSL-PAGES PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 OSL-DAYS PIC ZZZ9.
           05 FILLER PIC X(06) VALUE ' DAYS '.
           05 OSL-NOTE PIC X(30).

       01 RECON-TOTAL-LINE.
           05 RTL-LABEL PIC X(40).
           05 RTL-VALUE PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           DISPLAY 'Reconciling the print bureau confirmations...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           MOVE BUSINESS-DATE TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DNW-DAY-NUMBER TO BUSINESS-DAY-NUMBER
           PERFORM LOAD-RECON-CONTROL-CARD
           MOVE REPRINT-AFTER-DAYS TO REPRINT-DAYS-EDIT
           PERFORM LOAD-STATEMENT-REGISTER
           PERFORM LOAD-RECON-STATE

           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-RECON-HEADING
           OPEN EXTEND REPRINT-LIST-FILE
           IF NOT REPRINT-LIST-OK
               OPEN OUTPUT REPRINT-LIST-FILE
           END-IF

           PERFORM MATCH-BUREAU-CONFIRMATIONS
           PERFORM LIST-OUTSTANDING-STATEMENTS
           PERFORM WRITE-RECON-STATE
           PERFORM WRITE-RECON-TOTALS

           CLOSE REPRINT-LIST-FILE
           CLOSE RECON-REPORT-FILE

           DISPLAY 'Statements on register:   ' STATEMENT-ENTRY-COUNT
              UPON CONSOLE
           DISPLAY 'Confirmations read:       ' CONFIRMATIONS-READ
              UPON CONSOLE
           DISPLAY 'Not on the register:      ' NOT-ON-REGISTER-COUNT
              UPON CONSOLE
           DISPLAY 'Confirmed more than once: ' DUPLICATE-COUNT
              UPON CONSOLE
           DISPLAY 'Page-count mismatches:    ' PAGE-MISMATCH-COUNT
              UPON CONSOLE
           DISPLAY 'Statements confirmed:     ' STATEMENTS-CONFIRMED
              UPON CONSOLE
           DISPLAY 'Statements outstanding:   ' STATEMENTS-OUTSTANDING
              UPON CONSOLE
           DISPLAY 'Reprints flagged:         ' REPRINTS-FLAGGED
              UPON CONSOLE
           IF NOT-ON-REGISTER-COUNT > 0 OR DUPLICATE-COUNT > 0
              OR PAGE-MISMATCH-COUNT > 0 OR CONFIRMATIONS-INVALID > 0
              OR REPRINTS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Confirmations are dated with the business date when one is
      * on file, the system date otherwise
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
      * Without a control card a statement may stay unconfirmed for
      * the default ten days
       LOAD-RECON-CONTROL-CARD SECTION.
           OPEN INPUT RECON-CONTROL-FILE
           IF NOT RECON-CTL-OK
               EXIT SECTION
           END-IF
           READ RECON-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRC-REPRINT-DAYS IS NUMERIC
                       MOVE PRC-REPRINT-DAYS TO REPRINT-AFTER-DAYS
                   END-IF
           END-READ
           CLOSE RECON-CONTROL-FILE

           EXIT.

       LOAD-STATEMENT-REGISTER SECTION.
           OPEN INPUT STATEMENT-REGISTER-FILE
           IF NOT STMT-REGISTER-OK
               DISPLAY 'No statement register present - nothing to '
                       'reconcile'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL STMT-REGISTER-AT-EOF
               READ STATEMENT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-STMT-REGISTER-EOF-FLAG
                   NOT AT END
                       IF SRG-STATEMENT-NUMBER IS NUMERIC
                           PERFORM ADD-REGISTER-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-REGISTER-FILE

           EXIT.

       ADD-REGISTER-STATEMENT SECTION.
           IF STATEMENT-ENTRY-COUNT >= MAX-STATEMENT-ENTRIES
               DISPLAY '*** STATEMENT TABLE FULL - RUN STOPPED'
                  UPON CONSOLE
               CLOSE STATEMENT-REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO STATEMENT-ENTRY-COUNT
           MOVE STATEMENT-ENTRY-COUNT TO STATEMENT-IX
           MOVE SRG-STATEMENT-NUMBER
             TO STM-STATEMENT-NUMBER (STATEMENT-IX)
           MOVE SRG-CUSTOMER-NUMBER
             TO STM-CUSTOMER-NUMBER (STATEMENT-IX)
           IF SRG-STATEMENT-DATE IS NUMERIC
               MOVE SRG-STATEMENT-DATE
                 TO STM-STATEMENT-DATE (STATEMENT-IX)
           ELSE
               MOVE BUSINESS-DATE TO STM-STATEMENT-DATE (STATEMENT-IX)
           END-IF
           IF SRG-PAGE-COUNT IS NUMERIC
               MOVE SRG-PAGE-COUNT TO STM-PAGES-EXPECTED (STATEMENT-IX)
           ELSE
               MOVE 0 TO STM-PAGES-EXPECTED (STATEMENT-IX)
           END-IF
           MOVE 0 TO STM-CONFIRM-COUNT (STATEMENT-IX)
           MOVE 0 TO STM-PAGES-CONFIRMED (STATEMENT-IX)
           MOVE SPACE TO STM-DELIVERY-STATUS (STATEMENT-IX)
           MOVE 0 TO STM-FIRST-CONFIRM-DATE (STATEMENT-IX)
           MOVE 0 TO STM-LAST-CONFIRM-DATE (STATEMENT-IX)
           MOVE 'N' TO STM-REPRINT-FLAG (STATEMENT-IX)

           EXIT.

      * ---
      * Carry forward what earlier days confirmed. A line of an
      * earlier cycle, whose statement date no longer matches the
      * register's, is dropped with the cycle it belonged to
       LOAD-RECON-STATE SECTION.
           OPEN INPUT RECON-STATE-FILE
           IF NOT RECON-STATE-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RECON-STATE-AT-EOF
               READ RECON-STATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RECON-STATE-EOF-FLAG
                   NOT AT END
                       IF RCN-STATEMENT-NUMBER IS NUMERIC
                           MOVE RCN-STATEMENT-NUMBER
                             TO LOOKUP-STATEMENT-NUMBER
                           PERFORM FIND-STATEMENT
                           IF STATEMENT-FOUND-IX > 0
                              AND RCN-STATEMENT-DATE
                                  = STM-STATEMENT-DATE
                                    (STATEMENT-FOUND-IX)
                               PERFORM RESTORE-STATEMENT-STATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECON-STATE-FILE

           EXIT.

       RESTORE-STATEMENT-STATE SECTION.
           MOVE STATEMENT-FOUND-IX TO STATEMENT-IX
           MOVE RCN-CONFIRM-COUNT TO STM-CONFIRM-COUNT (STATEMENT-IX)
           MOVE RCN-PAGES-CONFIRMED
             TO STM-PAGES-CONFIRMED (STATEMENT-IX)
           MOVE RCN-DELIVERY-STATUS
             TO STM-DELIVERY-STATUS (STATEMENT-IX)
           MOVE RCN-FIRST-CONFIRM-DATE
             TO STM-FIRST-CONFIRM-DATE (STATEMENT-IX)
           MOVE RCN-LAST-CONFIRM-DATE
             TO STM-LAST-CONFIRM-DATE (STATEMENT-IX)
           MOVE RCN-REPRINT-FLAG TO STM-REPRINT-FLAG (STATEMENT-IX)

           EXIT.

      * ---
      * Find LOOKUP-STATEMENT-NUMBER in the table. Statement numbers
      * run from one in register order, so the entry is tried at its
      * own position before the table is scanned
       FIND-STATEMENT SECTION.
           MOVE 0 TO STATEMENT-FOUND-IX
           IF LOOKUP-STATEMENT-NUMBER > 0
              AND LOOKUP-STATEMENT-NUMBER <= STATEMENT-ENTRY-COUNT
               IF STM-STATEMENT-NUMBER (LOOKUP-STATEMENT-NUMBER)
                      = LOOKUP-STATEMENT-NUMBER
                   MOVE LOOKUP-STATEMENT-NUMBER TO STATEMENT-FOUND-IX
                   EXIT SECTION
               END-IF
           END-IF

           PERFORM VARYING STATEMENT-IX FROM 1 BY 1
                   UNTIL STATEMENT-IX > STATEMENT-ENTRY-COUNT
                      OR STATEMENT-FOUND-IX > 0
               IF STM-STATEMENT-NUMBER (STATEMENT-IX)
                      = LOOKUP-STATEMENT-NUMBER
                   MOVE STATEMENT-IX TO STATEMENT-FOUND-IX
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Today's confirmations, line by line in the bureau's order;
      * each exception is listed as it is met
       MATCH-BUREAU-CONFIRMATIONS SECTION.
           MOVE 'CONFIRMATION EXCEPTIONS THIS RUN'
             TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           OPEN INPUT BUREAU-CONFIRM-FILE
           IF NOT BUREAU-CONFIRM-OK
               DISPLAY 'NO BUREAU CONFIRMATION FILE TODAY - ONLY THE '
                       'OUTSTANDING STATEMENTS ARE LISTED'
                  UPON CONSOLE
               MOVE 'NO CONFIRMATION FILE RECEIVED'
                 TO RECON-REPORT-RECORD
               PERFORM WRITE-RECON-LINE
               EXIT SECTION
           END-IF

           PERFORM UNTIL BUREAU-CONFIRM-AT-EOF
               READ BUREAU-CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO WS-BUREAU-CONFIRM-EOF-FLAG
                   NOT AT END
                       IF BUREAU-CONFIRM-RECORD NOT = SPACES
                           ADD 1 TO CONFIRMATIONS-READ
                           PERFORM MATCH-ONE-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUREAU-CONFIRM-FILE

           EXIT.

       MATCH-ONE-CONFIRMATION SECTION.
           MOVE SPACES TO CONFIRM-EXCEPTION-LINE

           IF BCF-STATEMENT-NUMBER IS NOT NUMERIC
              OR BCF-PAGE-COUNT IS NOT NUMERIC
              OR NOT (BCF-POSTED OR BCF-FAILED OR BCF-RETURNED)
               ADD 1 TO CONFIRMATIONS-INVALID
               MOVE 'UNREADABLE CONFIRMATION LINE' TO CXL-REASON
               MOVE BUREAU-CONFIRM-RECORD (1:40) TO CXL-DETAIL
               MOVE CONFIRM-EXCEPTION-LINE TO RECON-REPORT-RECORD
               PERFORM WRITE-RECON-LINE
               EXIT SECTION
           END-IF

           MOVE BCF-STATEMENT-NUMBER TO CXL-STATEMENT-NUMBER
           MOVE BCF-PAGE-COUNT TO CXL-BUREAU-PAGES
           MOVE BCF-DELIVERY-STATUS TO CXL-DELIVERY-STATUS
           MOVE BCF-STATEMENT-NUMBER TO LOOKUP-STATEMENT-NUMBER
           PERFORM FIND-STATEMENT
           IF STATEMENT-FOUND-IX = 0
               ADD 1 TO NOT-ON-REGISTER-COUNT
               MOVE 'NOT ON THE STATEMENT REGISTER' TO CXL-REASON
               MOVE CONFIRM-EXCEPTION-LINE TO RECON-REPORT-RECORD
               PERFORM WRITE-RECON-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO CONFIRMATIONS-MATCHED
           MOVE STATEMENT-FOUND-IX TO STATEMENT-IX
           MOVE STM-CUSTOMER-NUMBER (STATEMENT-IX)
             TO CXL-CUSTOMER-NUMBER
           MOVE STM-PAGES-EXPECTED (STATEMENT-IX) TO CXL-REGISTER-PAGES

           IF STM-CONFIRM-COUNT (STATEMENT-IX) > 0
               ADD 1 TO DUPLICATE-COUNT
               MOVE 'CONFIRMED MORE THAN ONCE' TO CXL-REASON
               STRING 'FIRST CONFIRMED '
                      DELIMITED BY SIZE
                      STM-FIRST-CONFIRM-DATE (STATEMENT-IX)
                      DELIMITED BY SIZE
                      ' STATUS '
                      DELIMITED BY SIZE
                      STM-DELIVERY-STATUS (STATEMENT-IX)
                      DELIMITED BY SIZE
                 INTO CXL-DETAIL
               END-STRING
               MOVE CONFIRM-EXCEPTION-LINE TO RECON-REPORT-RECORD
               PERFORM WRITE-RECON-LINE
               MOVE SPACES TO CXL-DETAIL
           ELSE
               MOVE BUSINESS-DATE
                 TO STM-FIRST-CONFIRM-DATE (STATEMENT-IX)
           END-IF
           IF STM-CONFIRM-COUNT (STATEMENT-IX) < 999
               ADD 1 TO STM-CONFIRM-COUNT (STATEMENT-IX)
           END-IF
           MOVE BCF-PAGE-COUNT TO STM-PAGES-CONFIRMED (STATEMENT-IX)
           MOVE BCF-DELIVERY-STATUS
             TO STM-DELIVERY-STATUS (STATEMENT-IX)
           MOVE BUSINESS-DATE TO STM-LAST-CONFIRM-DATE (STATEMENT-IX)

           IF BCF-PAGE-COUNT NOT = STM-PAGES-EXPECTED (STATEMENT-IX)
               ADD 1 TO PAGE-MISMATCH-COUNT
               MOVE 'PAGE COUNT MISMATCH' TO CXL-REASON
               MOVE CONFIRM-EXCEPTION-LINE TO RECON-REPORT-RECORD
               PERFORM WRITE-RECON-LINE
           END-IF

      *    A statement the bureau could not produce is reprinted; a
      *    returned one is left to the return-feed job, another
      *    copy to the same address would come back too
           EVALUATE TRUE
               WHEN BCF-FAILED
                   ADD 1 TO FAILED-COUNT
                   MOVE 'FAILED AT THE BUREAU' TO CXL-REASON
                   MOVE CONFIRM-EXCEPTION-LINE TO RECON-REPORT-RECORD
                   PERFORM WRITE-RECON-LINE
                   MOVE 'FAILED AT BUREAU' TO REPRINT-REASON
                   PERFORM FLAG-FOR-REPRINT
               WHEN BCF-RETURNED
                   ADD 1 TO RETURNED-COUNT
                   MOVE 'RETURNED UNDELIVERED' TO CXL-REASON
                   MOVE CONFIRM-EXCEPTION-LINE TO RECON-REPORT-RECORD
                   PERFORM WRITE-RECON-LINE
           END-EVALUATE

           EXIT.

      * ---
      * Every statement the bureau has not yet confirmed, with the
      * days since its cycle date; past the configured limit it is
      * flagged for reprint
       LIST-OUTSTANDING-STATEMENTS SECTION.
           MOVE SPACES TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE
           MOVE 'STATEMENTS NOT CONFIRMED BY THE BUREAU'
             TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           PERFORM VARYING STATEMENT-IX FROM 1 BY 1
                   UNTIL STATEMENT-IX > STATEMENT-ENTRY-COUNT
               IF STM-CONFIRM-COUNT (STATEMENT-IX) > 0
                   ADD 1 TO STATEMENTS-CONFIRMED
               ELSE
                   ADD 1 TO STATEMENTS-OUTSTANDING
                   PERFORM LIST-ONE-OUTSTANDING
               END-IF
           END-PERFORM

           EXIT.

       LIST-ONE-OUTSTANDING SECTION.
           MOVE STM-STATEMENT-DATE (STATEMENT-IX) TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE DAYS-OUTSTANDING =
               BUSINESS-DAY-NUMBER - DNW-DAY-NUMBER
           IF DAYS-OUTSTANDING < 0
               MOVE 0 TO DAYS-OUTSTANDING
           END-IF

           MOVE SPACES TO OUTSTANDING-LINE
           MOVE STM-STATEMENT-NUMBER (STATEMENT-IX)
             TO OSL-STATEMENT-NUMBER
           MOVE STM-CUSTOMER-NUMBER (STATEMENT-IX)
             TO OSL-CUSTOMER-NUMBER
           MOVE STM-STATEMENT-DATE (STATEMENT-IX) TO OSL-STATEMENT-DATE
           MOVE STM-PAGES-EXPECTED (STATEMENT-IX) TO OSL-PAGES
           MOVE DAYS-OUTSTANDING TO OSL-DAYS
           MOVE ' DAYS ' TO OUTSTANDING-LINE (39:6)
           IF DAYS-OUTSTANDING > REPRINT-AFTER-DAYS
               IF STM-REPRINT-FLAGGED (STATEMENT-IX)
                   MOVE 'REPRINT ALREADY REQUESTED' TO OSL-NOTE
               ELSE
                   MOVE 'FLAGGED FOR REPRINT' TO OSL-NOTE
                   MOVE 'NEVER CONFIRMED' TO REPRINT-REASON
                   PERFORM FLAG-FOR-REPRINT
               END-IF
           END-IF
           MOVE OUTSTANDING-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           EXIT.

      * ---
      * Put the statement at STATEMENT-IX on the reprint list, once;
      * the caller has set REPRINT-REASON
       FLAG-FOR-REPRINT SECTION.
           IF STM-REPRINT-FLAGGED (STATEMENT-IX)
               EXIT SECTION
           END-IF
           SET STM-REPRINT-FLAGGED (STATEMENT-IX) TO TRUE
           MOVE SPACES TO REPRINT-LIST-RECORD
           MOVE STM-CUSTOMER-NUMBER (STATEMENT-IX)
             TO RPL-CUSTOMER-NUMBER
           MOVE STM-STATEMENT-DATE (STATEMENT-IX) TO RPL-STATEMENT-DATE
           MOVE STM-STATEMENT-NUMBER (STATEMENT-IX)
             TO RPL-STATEMENT-NUMBER
           MOVE BUSINESS-DATE TO RPL-FLAGGED-DATE
           MOVE REPRINT-REASON TO RPL-REASON
           WRITE REPRINT-LIST-RECORD
           ADD 1 TO REPRINTS-FLAGGED

           EXIT.

      * ---
      * The table goes back out as the cycle's reconciliation file
       WRITE-RECON-STATE SECTION.
           OPEN OUTPUT RECON-STATE-NEW
           PERFORM VARYING STATEMENT-IX FROM 1 BY 1
                   UNTIL STATEMENT-IX > STATEMENT-ENTRY-COUNT
               MOVE SPACES TO RECON-STATE-RECORD
               MOVE STM-STATEMENT-NUMBER (STATEMENT-IX)
                 TO RCN-STATEMENT-NUMBER
               MOVE STM-CUSTOMER-NUMBER (STATEMENT-IX)
                 TO RCN-CUSTOMER-NUMBER
               MOVE STM-STATEMENT-DATE (STATEMENT-IX)
                 TO RCN-STATEMENT-DATE
               MOVE STM-PAGES-EXPECTED (STATEMENT-IX)
                 TO RCN-PAGES-EXPECTED
               MOVE STM-CONFIRM-COUNT (STATEMENT-IX)
                 TO RCN-CONFIRM-COUNT
               MOVE STM-PAGES-CONFIRMED (STATEMENT-IX)
                 TO RCN-PAGES-CONFIRMED
               MOVE STM-DELIVERY-STATUS (STATEMENT-IX)
                 TO RCN-DELIVERY-STATUS
               MOVE STM-FIRST-CONFIRM-DATE (STATEMENT-IX)
                 TO RCN-FIRST-CONFIRM-DATE
               MOVE STM-LAST-CONFIRM-DATE (STATEMENT-IX)
                 TO RCN-LAST-CONFIRM-DATE
               MOVE STM-REPRINT-FLAG (STATEMENT-IX) TO RCN-REPRINT-FLAG
               MOVE RECON-STATE-RECORD TO RECON-STATE-NEW-RECORD
               WRITE RECON-STATE-NEW-RECORD
           END-PERFORM
           CLOSE RECON-STATE-NEW

           CALL 'CBL_DELETE_FILE' USING WS-RECON-STATE-NAME
              RETURNING RECON-STATUS-CODE
           CALL 'CBL_RENAME_FILE' USING
                WS-RECON-STATE-NEW-NAME
                WS-RECON-STATE-NAME
              RETURNING RECON-STATUS-CODE

           EXIT.

       WRITE-RECON-TOTALS SECTION.
           MOVE SPACES TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE
           MOVE 'STATEMENTS ON THE REGISTER' TO RTL-LABEL
           MOVE STATEMENT-ENTRY-COUNT TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'CONFIRMATIONS RECEIVED THIS RUN' TO RTL-LABEL
           MOVE CONFIRMATIONS-READ TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'CONFIRMATIONS NOT ON THE REGISTER' TO RTL-LABEL
           MOVE NOT-ON-REGISTER-COUNT TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'UNREADABLE CONFIRMATION LINES' TO RTL-LABEL
           MOVE CONFIRMATIONS-INVALID TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'CONFIRMED MORE THAN ONCE' TO RTL-LABEL
           MOVE DUPLICATE-COUNT TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'PAGE COUNT MISMATCHES' TO RTL-LABEL
           MOVE PAGE-MISMATCH-COUNT TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'FAILED AT THE BUREAU' TO RTL-LABEL
           MOVE FAILED-COUNT TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'RETURNED UNDELIVERED' TO RTL-LABEL
           MOVE RETURNED-COUNT TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'STATEMENTS CONFIRMED SO FAR' TO RTL-LABEL
           MOVE STATEMENTS-CONFIRMED TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'STATEMENTS NOT YET CONFIRMED' TO RTL-LABEL
           MOVE STATEMENTS-OUTSTANDING TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE
           MOVE 'REPRINTS FLAGGED THIS RUN' TO RTL-LABEL
           MOVE REPRINTS-FLAGGED TO RTL-VALUE
           PERFORM WRITE-RECON-TOTAL-LINE

           EXIT.

       WRITE-RECON-TOTAL-LINE SECTION.
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           EXIT.

      * ---
      * Start a new report page: bump the page number, write the
      * report title line, and reset the page line count
       WRITE-RECON-HEADING SECTION.
           ADD 1 TO RPT-PAGE-NUMBER

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           STRING 'PRINT BUREAU RECONCILIATION AT '
                  DELIMITED BY SIZE
                  BUSINESS-DATE
                  DELIMITED BY SIZE
                  ' - REPRINT AFTER '
                  DELIMITED BY SIZE
                  REPRINT-DAYS-EDIT
                  DELIMITED BY SIZE
                  ' DAYS - PAGE '
                  DELIMITED BY SIZE
                  RPT-PAGE-NUMBER
                  DELIMITED BY SIZE
             INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE 0 TO RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-RECON-LINE SECTION.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-RECON-HEADING
           END-IF
           WRITE RECON-REPORT-RECORD
           ADD 1 TO RPT-LINE-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD

           EXIT.

      * ---
      * Turn DNW-DATE into a running day number (days since the
      * civil calendar's epoch, March-based years so the leap day
      * falls last); integer divisions truncate as the rule needs
       COMPUTE-DAY-NUMBER SECTION.
           IF DNW-MONTH > 2
               MOVE DNW-YEAR TO DNW-ADJ-YEAR
               COMPUTE DNW-SHIFTED-MONTH = DNW-MONTH - 3
           ELSE
               COMPUTE DNW-ADJ-YEAR = DNW-YEAR - 1
               COMPUTE DNW-SHIFTED-MONTH = DNW-MONTH + 9
           END-IF
           DIVIDE DNW-ADJ-YEAR BY 400 GIVING DNW-ERA
           COMPUTE DNW-YEAR-OF-ERA = DNW-ADJ-YEAR - DNW-ERA * 400
           COMPUTE DNW-WORK = 153 * DNW-SHIFTED-MONTH + 2
           DIVIDE DNW-WORK BY 5 GIVING DNW-DAY-OF-YEAR
           COMPUTE DNW-DAY-OF-YEAR = DNW-DAY-OF-YEAR + DNW-DAY - 1
           COMPUTE DNW-DAY-NUMBER =
               DNW-ERA * 146097 + DNW-YEAR-OF-ERA * 365
             + DNW-DAY-OF-YEAR
           DIVIDE DNW-YEAR-OF-ERA BY 4 GIVING DNW-WORK
           ADD DNW-WORK TO DNW-DAY-NUMBER
           DIVIDE DNW-YEAR-OF-ERA BY 100 GIVING DNW-WORK
           SUBTRACT DNW-WORK FROM DNW-DAY-NUMBER

           EXIT.
