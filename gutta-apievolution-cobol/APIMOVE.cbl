123456*Change-of-address forwarding: reads the mail house's mover
      *file (customer, old address, forwarding address, move date),
      *checks the old address still matches the provider master and
      *moves the customer to the forwarding address on the keyed and
      *the sequential master, the superseded record archived to the
      *history first. The new address goes through the conversion's
      *standardization rules, and a return marked against the old
      *address no longer stops the customer being mailed. Movers
      *whose old address does not match go to an exceptions report
      *instead of being applied

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIMOVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The mail house's change-of-address feed
           SELECT MOVER-FEED-FILE ASSIGN TO WS-MOVER-FEED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MOVER-FEED-STATUS.
      *    Published provider master, rewritten in place through
      *    the work file once the movers are applied
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
           SELECT PROVIDER-MASTER-NEW ASSIGN TO WS-PROVMAST-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-NEW-STATUS.
      *    Keyed provider master built by APIPMIDX; a moved
      *    customer's keyed record is replaced directly
           SELECT PROVIDER-MASTER-IDX ASSIGN TO WS-PROVMAST-IDX-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMX-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROVMAST-IDX-STATUS.
      *    Provider-master history the migration keeps; the record
      *    a move supersedes is appended here
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    Standardization change report the conversion writes;
      *    fields the rules changed on a forwarding address are
      *    appended to it
           SELECT STANDARDIZATION-REPORT-FILE
               ASSIGN TO WS-STD-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STD-REPORT-STATUS.
      *    Movers not applied, for the address team to work
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO WS-EXCEPTION-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-RPT-STATUS.
      *    Business date the history stamps carry
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
      *    Old and new address in the provider master's columns
       FD MOVER-FEED-FILE.
       01 MOVER-FEED-RECORD.
           05 MVF-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 MVF-OLD-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 MVF-OLD-NUMBER PIC X(05).
           05 FILLER PIC X(01).
           05 MVF-OLD-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 MVF-OLD-CITY PIC X(20).
           05 FILLER PIC X(01).
           05 MVF-NEW-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 MVF-NEW-NUMBER PIC X(05).
           05 FILLER PIC X(01).
           05 MVF-NEW-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 MVF-NEW-CITY PIC X(20).
           05 FILLER PIC X(01).
           05 MVF-MOVE-DATE PIC 9(08).

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

      *    Same layout the standardization pass writes, so the
      *    address team's rework queue reads one report
       FD STANDARDIZATION-REPORT-FILE.
       01 STANDARDIZATION-REPORT-RECORD.
           05 STD-RPT-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STD-RPT-CUSTOMER-VERSION PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STD-RPT-FIELD-NAME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STD-RPT-BEFORE-VALUE PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STD-RPT-AFTER-VALUE PIC X(20).

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-RECORD PIC X(132).

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
       01 MOVER-CONTROLS.
           05 WS-MOVER-FEED-NAME PIC X(30) VALUE 'MOVERS.DAT'.
           05 WS-MOVER-FEED-STATUS PIC X(02).
             88 MOVER-FEED-OK VALUE '00'.
           05 WS-MOVER-FEED-EOF-FLAG PIC X VALUE 'N'.
             88 MOVER-FEED-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-NEW-NAME PIC X(30) VALUE 'PROVOUT.NEW'.
           05 WS-PROVMAST-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IDX-NAME PIC X(30) VALUE 'PROVMAST.IDX'.
           05 WS-PROVMAST-IDX-STATUS PIC X(02).
             88 PROVMAST-IDX-OK VALUE '00'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-STD-REPORT-NAME PIC X(30) VALUE 'STDRPT.DAT'.
           05 WS-STD-REPORT-STATUS PIC X(02).
             88 STD-REPORT-OK VALUE '00'.
           05 WS-EXCEPTION-RPT-NAME PIC X(30) VALUE 'MOVEXCP.DAT'.
           05 WS-EXCEPTION-RPT-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 KEYED-MASTER-FLAG PIC X(01) VALUE 'N'.
             88 KEYED-MASTER-OPEN VALUE 'Y'.
           05 CUSTOMER-CHANGED-FLAG PIC X(01).
             88 CUSTOMER-CHANGED VALUE 'Y'.

           05 MOVERS-READ PIC S9(9) BINARY VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 MOVERS-APPLIED PIC S9(9) BINARY VALUE 0.
           05 MOVERS-EXCEPTED PIC S9(9) BINARY VALUE 0.
           05 RETURNS-CLEARED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ARCHIVED PIC S9(9) BINARY VALUE 0.
           05 KEYED-REWRITE-MISSES PIC S9(9) BINARY VALUE 0.
           05 EXCEPTION-REASON PIC X(30).
           05 XRP-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 XRP-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 XRP-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.

      *    The week's movers held in memory for the master pass,
      *    the old address already standardized for the comparison;
      *    a customer moving twice in one feed is moved in feed
      *    order, each move checked against the address before it
       01 MOVER-TABLE-CONTROLS.
           05 MAX-MOVER-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 MOVER-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MOVER-IX PIC S9(9) BINARY.

       01 MOVER-TABLE.
           05 MOVER-ENTRY OCCURS 5000.
             10 MVT-CUSTOMER-NUMBER PIC 9(09).
             10 MVT-OLD-STREET PIC X(20).
             10 MVT-OLD-NUMBER PIC X(05).
             10 MVT-OLD-POSTAL-CODE PIC X(09).
             10 MVT-OLD-CITY PIC X(20).
             10 MVT-NEW-STREET PIC X(20).
             10 MVT-NEW-NUMBER PIC X(05).
             10 MVT-NEW-POSTAL-CODE PIC X(09).
             10 MVT-NEW-CITY PIC X(20).
             10 MVT-MOVE-DATE PIC 9(08).
             10 MVT-STATE PIC X(01).
               88 MOVER-UNSEEN VALUE 'N'.
               88 MOVER-APPLIED VALUE 'A'.
               88 MOVER-EXCEPTED VALUE 'X'.

      *    The conversion's standardization rules for one text
      *    field: leading-padding trim, case folding and the
      *    street-ending expansion. The report flag is off while
      *    the feed's old address is folded for the comparison
       01 STANDARDIZATION-CONTROLS.
           05 FIELDS-STANDARDIZED PIC S9(9) BINARY VALUE 0.
           05 STD-FIELD-VALUE PIC X(20).
           05 STD-FIELD-BEFORE PIC X(20).
           05 STD-FIELD-NAME PIC X(20).
           05 STD-CUSTOMER-NUMBER PIC 9(09).
           05 STD-STREET-FLAG PIC X(01).
             88 STD-EXPAND-STREET VALUE 'Y'.
           05 STD-REPORT-FLAG PIC X(01).
             88 STD-REPORT-CHANGES VALUE 'Y'.
           05 STD-TEXT-LENGTH PIC S9(4) BINARY.
           05 STD-SCAN-IX PIC S9(4) BINARY.
           05 STD-SHIFT-WORK PIC X(20).
           05 LOWER-CASE-LETTERS PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 UPPER-CASE-LETTERS PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 EXCEPTION-DETAIL-LINE.
           05 XDL-CUSTOMER-NUMBER PIC X(09).
           05 FILLER PIC X(01).
           05 XDL-MOVE-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 XDL-REASON PIC X(30).
           05 FILLER PIC X(01).
           05 XDL-SIDE PIC X(06).
           05 FILLER PIC X(01).
           05 XDL-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 XDL-NUMBER PIC X(05).
           05 FILLER PIC X(01).
           05 XDL-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 XDL-CITY PIC X(20).

       01 EXCEPTION-COLUMN-LINE.
           05 FILLER PIC X(19) VALUE 'CUSTOMER  MOVED'.
           05 FILLER PIC X(31) VALUE 'REASON'.
           05 FILLER PIC X(28) VALUE 'SOURCE STREET'.
           05 FILLER PIC X(16) VALUE 'POSTAL'.
           05 FILLER PIC X(20) VALUE 'CITY'.

      *    Run-control lock state: the lock is held only across the
      *    read-increment-rewrite of the run-control file, so its
      *    stale limit is short
       01 RUN-LOCK-CONTROLS.
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-RUN-LOCK-STATUS PIC X(02).
             88 RUN-LOCK-OK VALUE '00'.
           05 RLK-OWNER-NAME PIC X(08) VALUE 'APIMOVE'.
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
      *    once there are movers to apply
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
           PERFORM LOAD-MOVER-FEED
           IF MOVER-ENTRY-COUNT = 0
               DISPLAY 'NO MOVER FEED PRESENT - NOTHING TO FORWARD'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Forwarding ' MOVER-ENTRY-COUNT
                   ' mover(s) to their new address...'
              UPON CONSOLE

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Moves reach the masters under a run identifier the
      *    history lines carry
           PERFORM ISSUE-RUN-IDENTIFIER

           OPEN OUTPUT PROVIDER-MASTER-NEW
           OPEN EXTEND PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               OPEN OUTPUT PROVIDER-HISTORY-FILE
           END-IF
           OPEN EXTEND STANDARDIZATION-REPORT-FILE
           IF NOT STD-REPORT-OK
               OPEN OUTPUT STANDARDIZATION-REPORT-FILE
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM WRITE-EXCEPTION-HEADING

           OPEN I-O PROVIDER-MASTER-IDX
           IF PROVMAST-IDX-OK
               SET KEYED-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'NO KEYED MASTER PRESENT - ONLY THE '
                       'SEQUENTIAL MASTER IS CHANGED'
                  UPON CONSOLE
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM FORWARD-ONE-CUSTOMER
               END-READ
           END-PERFORM

           IF KEYED-MASTER-OPEN
               CLOSE PROVIDER-MASTER-IDX
           END-IF
           CLOSE STANDARDIZATION-REPORT-FILE
           CLOSE PROVIDER-HISTORY-FILE
           CLOSE PROVIDER-MASTER-NEW
           CLOSE PROVIDER-MASTER-IN

      *    The forwarded master replaces the published one only
      *    after a complete pass
           CALL 'CBL_DELETE_FILE' USING WS-PROVMAST-IN-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-PROVMAST-NEW-NAME
                WS-PROVMAST-IN-NAME
              RETURNING RENAME-STATUS
           PERFORM WRITE-PUBLISH-CONTROL

           PERFORM REPORT-UNMATCHED-MOVERS
           CLOSE EXCEPTION-REPORT-FILE

           DISPLAY 'Movers read:              ' MOVERS-READ
              UPON CONSOLE
           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Movers applied:           ' MOVERS-APPLIED
              UPON CONSOLE
           DISPLAY 'Movers to exceptions:     ' MOVERS-EXCEPTED
              UPON CONSOLE
           DISPLAY 'Returns cleared:          ' RETURNS-CLEARED
              UPON CONSOLE
           DISPLAY 'Records archived:         ' CUSTOMERS-ARCHIVED
              UPON CONSOLE
           DISPLAY 'Fields standardized:      ' FIELDS-STANDARDIZED
              UPON CONSOLE
           DISPLAY 'Run identifier:           ' CURRENT-RUN-ID
              UPON CONSOLE
           IF MOVERS-EXCEPTED > 0 OR KEYED-REWRITE-MISSES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The history stamps carry the business date when one is on
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
      * Load the week's movers; the old address is folded the way
      * the master's own address was when it was converted, so a
      * difference in case or street ending is not a mismatch
       LOAD-MOVER-FEED SECTION.
           OPEN INPUT MOVER-FEED-FILE
           IF NOT MOVER-FEED-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL MOVER-FEED-AT-EOF
               READ MOVER-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-MOVER-FEED-EOF-FLAG
                   NOT AT END
                       ADD 1 TO MOVERS-READ
                       IF MVF-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM STORE-ONE-MOVER
                       ELSE
                           DISPLAY 'MOVER WITHOUT A CUSTOMER NUMBER '
                                   'SKIPPED'
                              UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVER-FEED-FILE

           EXIT.

       STORE-ONE-MOVER SECTION.
           IF MOVER-ENTRY-COUNT >= MAX-MOVER-ENTRIES
               DISPLAY '*** MOVER TABLE FULL AT ' MAX-MOVER-ENTRIES
                       ' - CUSTOMER ' MVF-CUSTOMER-NUMBER
                       ' NOT FORWARDED'
                  UPON CONSOLE
               ADD 1 TO MOVERS-EXCEPTED
               EXIT SECTION
           END-IF

           ADD 1 TO MOVER-ENTRY-COUNT
           MOVE MOVER-ENTRY-COUNT TO MOVER-IX
           MOVE MVF-CUSTOMER-NUMBER TO MVT-CUSTOMER-NUMBER (MOVER-IX)
           MOVE 'N' TO STD-REPORT-FLAG

           MOVE 'Y' TO STD-STREET-FLAG
           MOVE MVF-OLD-STREET TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO MVT-OLD-STREET (MOVER-IX)
           MOVE 'N' TO STD-STREET-FLAG
           MOVE MVF-OLD-CITY TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO MVT-OLD-CITY (MOVER-IX)
           MOVE MVF-OLD-NUMBER TO MVT-OLD-NUMBER (MOVER-IX)
           MOVE MVF-OLD-POSTAL-CODE TO MVT-OLD-POSTAL-CODE (MOVER-IX)

           MOVE MVF-NEW-STREET TO MVT-NEW-STREET (MOVER-IX)
           MOVE MVF-NEW-NUMBER TO MVT-NEW-NUMBER (MOVER-IX)
           MOVE MVF-NEW-POSTAL-CODE TO MVT-NEW-POSTAL-CODE (MOVER-IX)
           MOVE MVF-NEW-CITY TO MVT-NEW-CITY (MOVER-IX)
           IF MVF-MOVE-DATE IS NUMERIC
               MOVE MVF-MOVE-DATE TO MVT-MOVE-DATE (MOVER-IX)
           ELSE
               MOVE 0 TO MVT-MOVE-DATE (MOVER-IX)
           END-IF
           MOVE 'N' TO MVT-STATE (MOVER-IX)

           EXIT.

      * ---
      * Copy one master record through, moving it for every mover
      * in the feed that names it; the record as it stood goes to
      * the history before the first move, and the keyed record is
      * replaced once the last has been applied
       FORWARD-ONE-CUSTOMER SECTION.
           MOVE 'N' TO CUSTOMER-CHANGED-FLAG
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
               PERFORM VARYING MOVER-IX FROM 1 BY 1
                       UNTIL MOVER-IX > MOVER-ENTRY-COUNT
                   IF MVT-CUSTOMER-NUMBER (MOVER-IX)
                          = PMI-CUSTOMER-NUMBER
                       PERFORM APPLY-ONE-MOVER
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO PROVIDER-MASTER-NEW-RECORD
           MOVE PROVIDER-MASTER-IN-RECORD
             TO PROVIDER-MASTER-NEW-RECORD
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
      * A mover is applied only to an open customer still living
      * at a street address that matches the feed's old address,
      * and only to a domestic forwarding address. A return
      * reason other than a death was raised against the address
      * being left, so the customer may be mailed again
       APPLY-ONE-MOVER SECTION.
           MOVE SPACES TO EXCEPTION-REASON
           EVALUATE TRUE
               WHEN PMI-LIFECYCLE-STATUS = 'C'
                   MOVE 'CUSTOMER IS CLOSED' TO EXCEPTION-REASON
               WHEN PMI-ADDR-KIND NOT = 'S'
                   AND PMI-ADDR-KIND NOT = SPACE
                   MOVE 'MASTER HOLDS NO STREET ADDRESS'
                     TO EXCEPTION-REASON
               WHEN PMI-STREET NOT = MVT-OLD-STREET (MOVER-IX)
                   OR PMI-NUMBER NOT = MVT-OLD-NUMBER (MOVER-IX)
                   OR PMI-POSTAL-CODE
                          NOT = MVT-OLD-POSTAL-CODE (MOVER-IX)
                   OR PMI-CITY NOT = MVT-OLD-CITY (MOVER-IX)
                   MOVE 'OLD ADDRESS DOES NOT MATCH' TO EXCEPTION-REASON
               WHEN MVT-NEW-STREET (MOVER-IX) = SPACES
                   OR MVT-NEW-CITY (MOVER-IX) = SPACES
                   MOVE 'NEW ADDRESS INCOMPLETE' TO EXCEPTION-REASON
               WHEN MVT-NEW-POSTAL-CODE (MOVER-IX) IS NOT NUMERIC
                   MOVE 'NEW POSTAL CODE NOT DOMESTIC'
                     TO EXCEPTION-REASON
           END-EVALUATE
           IF EXCEPTION-REASON NOT = SPACES
               MOVE 'X' TO MVT-STATE (MOVER-IX)
               ADD 1 TO MOVERS-EXCEPTED
               PERFORM WRITE-MOVER-EXCEPTION
               EXIT SECTION
           END-IF

           IF NOT CUSTOMER-CHANGED
               PERFORM ARCHIVE-SUPERSEDED-RECORD
               SET CUSTOMER-CHANGED TO TRUE
           END-IF

           MOVE 'Y' TO STD-REPORT-FLAG
           MOVE PMI-CUSTOMER-NUMBER TO STD-CUSTOMER-NUMBER
           MOVE 'Y' TO STD-STREET-FLAG
           MOVE 'STREET' TO STD-FIELD-NAME
           MOVE MVT-NEW-STREET (MOVER-IX) TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO PMI-STREET
           MOVE 'N' TO STD-STREET-FLAG
           MOVE 'CITY' TO STD-FIELD-NAME
           MOVE MVT-NEW-CITY (MOVER-IX) TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO PMI-CITY
           MOVE MVT-NEW-NUMBER (MOVER-IX) TO PMI-NUMBER
           MOVE MVT-NEW-POSTAL-CODE (MOVER-IX) TO PMI-POSTAL-CODE
           MOVE 'S' TO PMI-ADDR-KIND

           IF PMI-DO-NOT-MAIL = 'Y'
               AND PMI-RETURN-REASON NOT = SPACES
               AND PMI-RETURN-REASON NOT = 'DECEASED'
               MOVE 'N' TO PMI-DO-NOT-MAIL
               MOVE SPACES TO PMI-RETURN-REASON
               ADD 1 TO RETURNS-CLEARED
           END-IF

           MOVE 'A' TO MVT-STATE (MOVER-IX)
           ADD 1 TO MOVERS-APPLIED

           EXIT.

       ARCHIVE-SUPERSEDED-RECORD SECTION.
           MOVE SPACES TO PROVIDER-HISTORY-RECORD
           MOVE BUSINESS-DATE TO HIS-REPLACED-DATE
           MOVE CURRENT-RUN-ID TO HIS-RUN-ID
           MOVE PROVIDER-MASTER-IN-RECORD TO HIS-RECORD-IMAGE
           WRITE PROVIDER-HISTORY-RECORD
           ADD 1 TO CUSTOMERS-ARCHIVED

           EXIT.

      * ---
      * A mover naming a customer the master does not hold
       REPORT-UNMATCHED-MOVERS SECTION.
           PERFORM VARYING MOVER-IX FROM 1 BY 1
                   UNTIL MOVER-IX > MOVER-ENTRY-COUNT
               IF MOVER-UNSEEN (MOVER-IX)
                   MOVE 'X' TO MVT-STATE (MOVER-IX)
                   ADD 1 TO MOVERS-EXCEPTED
                   MOVE 'CUSTOMER NOT ON THE MASTER'
                     TO EXCEPTION-REASON
                   PERFORM WRITE-MOVER-EXCEPTION
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Two lines per exception - the mover as the mail house sent
      * it and the address the master holds - kept together on a
      * page
       WRITE-MOVER-EXCEPTION SECTION.
           IF XRP-LINE-COUNT + 2 > XRP-LINES-PER-PAGE
               PERFORM WRITE-EXCEPTION-HEADING
           END-IF

           MOVE SPACES TO EXCEPTION-DETAIL-LINE
           MOVE MVT-CUSTOMER-NUMBER (MOVER-IX) TO XDL-CUSTOMER-NUMBER
           MOVE MVT-MOVE-DATE (MOVER-IX) TO XDL-MOVE-DATE
           MOVE EXCEPTION-REASON TO XDL-REASON
           MOVE 'FEED' TO XDL-SIDE
           MOVE MVT-OLD-STREET (MOVER-IX) TO XDL-STREET
           MOVE MVT-OLD-NUMBER (MOVER-IX) TO XDL-NUMBER
           MOVE MVT-OLD-POSTAL-CODE (MOVER-IX) TO XDL-POSTAL-CODE
           MOVE MVT-OLD-CITY (MOVER-IX) TO XDL-CITY
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

      *    Once the master pass is over there is no master record
      *    to show beside the mover
           MOVE SPACES TO EXCEPTION-DETAIL-LINE
           MOVE 'MASTER' TO XDL-SIDE
           IF PROVMAST-IN-AT-EOF
               MOVE '(NONE)' TO XDL-STREET
           ELSE
               MOVE PMI-STREET TO XDL-STREET
               MOVE PMI-NUMBER TO XDL-NUMBER
               MOVE PMI-POSTAL-CODE TO XDL-POSTAL-CODE
               MOVE PMI-CITY TO XDL-CITY
           END-IF
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           ADD 2 TO XRP-LINE-COUNT

           EXIT.

       WRITE-EXCEPTION-HEADING SECTION.
           ADD 1 TO XRP-PAGE-NUMBER

           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING 'CHANGE-OF-ADDRESS EXCEPTIONS - PAGE '
                  DELIMITED BY SIZE
                  XRP-PAGE-NUMBER
                  DELIMITED BY SIZE
             INTO EXCEPTION-REPORT-RECORD
           END-STRING
           WRITE EXCEPTION-REPORT-RECORD

           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE EXCEPTION-COLUMN-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE 0 TO XRP-LINE-COUNT

           EXIT.

      * ---
      * Standardize one text field in STD-FIELD-VALUE: trim leading
      * padding, fold to upper case and, for street fields, expand
      * the inconsistent 'STR.'/'STR'/'STREET' endings to 'STRASSE'.
      * With the report flag on, a field the rules changed goes on
      * the change report; the caller has set STD-FIELD-NAME,
      * STD-CUSTOMER-NUMBER and the street flag
       STANDARDIZE-ONE-FIELD SECTION.
           MOVE STD-FIELD-VALUE TO STD-FIELD-BEFORE

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

           IF STD-FIELD-VALUE NOT = STD-FIELD-BEFORE
               AND STD-REPORT-CHANGES
               ADD 1 TO FIELDS-STANDARDIZED
               MOVE SPACES TO STANDARDIZATION-REPORT-RECORD
               MOVE STD-CUSTOMER-NUMBER TO STD-RPT-CUSTOMER-NUMBER
               MOVE 'PM' TO STD-RPT-CUSTOMER-VERSION
               MOVE STD-FIELD-NAME TO STD-RPT-FIELD-NAME
               MOVE STD-FIELD-BEFORE TO STD-RPT-BEFORE-VALUE
               MOVE STD-FIELD-VALUE TO STD-RPT-AFTER-VALUE
               WRITE STANDARDIZATION-REPORT-RECORD
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
           MOVE 'APIMOVE' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.
