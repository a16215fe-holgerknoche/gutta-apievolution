123456*Consolidated group exposure: takes the group register links in
      *force on the business date, resolves each parent against the
      *provider output, walks every subsidiary up to its ultimate
      *parent and rolls balances and overdraft exposure up the
      *hierarchy. A group whose consolidated exposure is over the
      *card limit is flagged, and so is one where no single member
      *is over it on its own; links that go round in a cycle and
      *parents the provider output does not carry are listed as
      *exceptions. The resolved membership is written out for the
      *portfolio assignment run

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIGEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract, sorted by customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Group register maintained by APIGREG
           SELECT GROUP-REGISTER-FILE ASSIGN TO WS-GROUP-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-REG-STATUS.
      *    Consolidated exposure limit card
           SELECT GROUP-LIMIT-FILE ASSIGN TO WS-GROUP-LIMIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-LIMIT-STATUS.
           SELECT GROUP-REPORT-FILE ASSIGN TO WS-GROUP-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-RPT-STATUS.
      *    Member to ultimate parent, read by APIPORT
           SELECT GROUP-MEMBER-FILE ASSIGN TO WS-GROUP-MBR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-MBR-STATUS.
      *    Business date the links in force are taken at
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

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
           05 PMI-COMPANY-NAME PIC X(30).
           05 PMI-REGISTRATION-NO PIC X(10).
           05 PMI-CONTACT-PERSON PIC X(20).
           05 PMI-DO-NOT-MAIL PIC X(01).
           05 PMI-RETURN-REASON PIC X(20).
           05 PMI-DATE-OF-BIRTH PIC X(10).
           05 PMI-CLIENT-CODE PIC X(04).
           05 PMI-LIFECYCLE-STATUS PIC X(01).
           05 PMI-STATUS-DATE PIC 9(08).

       FD GROUP-REGISTER-FILE.
       01 GROUP-REGISTER-RECORD.
           05 GRR-MEMBER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 GRR-PARENT-KIND PIC X(01).
           05 FILLER PIC X(01).
           05 GRR-PARENT-KEY PIC X(10).
           05 FILLER PIC X(01).
           05 GRR-EFFECTIVE-FROM PIC 9(08).
           05 FILLER PIC X(01).
           05 GRR-EFFECTIVE-TO PIC 9(08).
           05 FILLER PIC X(01).
           05 GRR-RECORDED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 GRR-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 GRR-TICKET PIC X(12).

      *    Consolidated overdraft exposure above which a group is
      *    flagged
       FD GROUP-LIMIT-FILE.
       01 GROUP-LIMIT-RECORD.
           05 GLC-EXPOSURE-LIMIT PIC 9(09)V99.
           05 FILLER PIC X(69).

       FD GROUP-REPORT-FILE.
       01 GROUP-REPORT-RECORD PIC X(80).

      *    Top of the group carries its own number as the ultimate
      *    parent, with a zero immediate parent and level
       FD GROUP-MEMBER-FILE.
       01 GROUP-MEMBER-RECORD.
           05 GMB-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-ULTIMATE-PARENT PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-IMMEDIATE-PARENT PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-LEVEL PIC 9(02).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 GROUP-EXPOSURE-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-GROUP-REG-NAME PIC X(30) VALUE 'GROUPREG.DAT'.
           05 WS-GROUP-REG-STATUS PIC X(02).
             88 GROUP-REG-OK VALUE '00'.
           05 WS-GROUP-REG-EOF-FLAG PIC X VALUE 'N'.
             88 GROUP-REG-AT-EOF VALUE 'Y'.
           05 WS-GROUP-LIMIT-NAME PIC X(30) VALUE 'GROUPLIM.DAT'.
           05 WS-GROUP-LIMIT-STATUS PIC X(02).
             88 GROUP-LIMIT-OK VALUE '00'.
           05 WS-GROUP-RPT-NAME PIC X(30) VALUE 'GROUPRPT.DAT'.
           05 WS-GROUP-RPT-STATUS PIC X(02).
           05 WS-GROUP-MBR-NAME PIC X(30) VALUE 'GROUPMBR.DAT'.
           05 WS-GROUP-MBR-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 EXPOSURE-LIMIT PIC S9(9)V99 COMP-3 VALUE 0.
           05 LIMIT-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 LIMIT-PRESENT VALUE 'Y'.
           05 GROUPS-REPORTED PIC S9(9) BINARY VALUE 0.
           05 GROUPS-OVER-LIMIT PIC S9(9) BINARY VALUE 0.
           05 GROUPS-OVER-ONLY-CONSOLIDATED PIC S9(9) BINARY
              VALUE 0.
           05 CYCLE-MEMBERS PIC S9(9) BINARY VALUE 0.
           05 ORPHAN-LINKS PIC S9(9) BINARY VALUE 0.
           05 MEMBERS-NOT-ON-FILE PIC S9(9) BINARY VALUE 0.
           05 GROUP-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 GROUP-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 GROUP-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 40.
           05 MEMBER-EXPOSURE PIC S9(9)V99 COMP-3.
           05 LOOKUP-CUSTOMER-NUMBER PIC 9(09).
           05 WALK-IX PIC S9(9) BINARY.
           05 WALK-STEPS PIC S9(9) BINARY.
           05 TOP-IX PIC S9(9) BINARY.
           05 PRINT-LEVEL PIC S9(4) BINARY.
           05 DEEPEST-LEVEL PIC S9(4) BINARY.

      *    Register links in force on the business date
       01 LINK-TABLE-CONTROLS.
           05 MAX-LINK-ENTRIES PIC S9(9) BINARY VALUE 10000.
           05 LINK-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LINK-IX PIC S9(9) BINARY.
       01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 10000.
             10 LNK-MEMBER-IX PIC S9(9) BINARY.
             10 LNK-PARENT-KIND PIC X(01).
             10 LNK-PARENT-KEY PIC X(10).
             10 LNK-PARENT-NUMBER PIC 9(09).

      *    Every customer a link in force names, subsidiary or
      *    parent, with its place in the hierarchy and the balance
      *    and exposure of the part of the group below it
       01 NODE-TABLE-CONTROLS.
           05 MAX-NODE-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 NODE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 NODE-IX PIC S9(9) BINARY.
           05 NODE-FOUND-IX PIC S9(9) BINARY.
       01 NODE-TABLE.
           05 NODE-ENTRY OCCURS 20000.
             10 NOD-CUSTOMER-NUMBER PIC 9(09).
             10 NOD-NAME PIC X(24).
             10 NOD-BALANCE PIC S9(9)V99 COMP-3.
             10 NOD-ON-FILE PIC X(01).
             10 NOD-FLAG PIC X(01).
             10 NOD-PARENT-IX PIC S9(9) BINARY.
             10 NOD-TOP-IX PIC S9(9) BINARY.
             10 NOD-LEVEL PIC S9(4) BINARY.
             10 NOD-MEMBER-COUNT PIC S9(9) BINARY.
             10 NOD-SUB-BALANCE PIC S9(11)V99 COMP-3.
             10 NOD-SUB-EXPOSURE PIC S9(11)V99 COMP-3.
             10 NOD-LARGEST-EXPOSURE PIC S9(9)V99 COMP-3.

       01 GROUP-HEADER-LINE.
           05 FILLER PIC X(06) VALUE 'GROUP '.
           05 GHL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GHL-NAME PIC X(24).
           05 FILLER PIC X(09) VALUE ' MEMBERS '.
           05 GHL-MEMBER-COUNT PIC ZZZ9.

       01 GROUP-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE '  BALANCE '.
           05 GTL-BALANCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE ' EXPOSURE '.
           05 GTL-EXPOSURE PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GTL-FLAG PIC X(24).

       01 GROUP-MEMBER-LINE.
           05 FILLER PIC X(03) VALUE '  L'.
           05 GML-LEVEL PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GML-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GML-NAME PIC X(24).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GML-PARENT-NUMBER PIC Z(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GML-BALANCE PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 GML-SUB-EXPOSURE PIC ZZ,ZZZ,ZZ9.99.

       01 EXCEPTION-LINE.
           05 EXL-LABEL PIC X(14).
           05 EXL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(08) VALUE ' PARENT '.
           05 EXL-PARENT-KIND PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EXL-PARENT-KEY PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 EXL-REASON PIC X(36).

       PROCEDURE DIVISION.
           DISPLAY 'Rolling group exposure up to the ultimate '
                   'parents...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-EXPOSURE-LIMIT
           PERFORM LOAD-LINKS-IN-FORCE
           PERFORM READ-PROVIDER-CUSTOMERS
           PERFORM ATTACH-RESOLVED-PARENTS
           PERFORM FIND-ULTIMATE-PARENTS
           PERFORM ROLL-UP-EXPOSURE

           OPEN OUTPUT GROUP-REPORT-FILE
           OPEN OUTPUT GROUP-MEMBER-FILE
           PERFORM WRITE-GROUP-REPORT-HEADING
           PERFORM VARYING TOP-IX FROM 1 BY 1
                   UNTIL TOP-IX > NODE-ENTRY-COUNT
               IF NOD-TOP-IX (TOP-IX) = TOP-IX
                  AND NOD-MEMBER-COUNT (TOP-IX) > 1
                   PERFORM WRITE-ONE-GROUP
               END-IF
           END-PERFORM
           PERFORM WRITE-GROUP-EXCEPTIONS
           CLOSE GROUP-MEMBER-FILE
           CLOSE GROUP-REPORT-FILE

           DISPLAY 'Groups reported:          ' GROUPS-REPORTED
              UPON CONSOLE
           DISPLAY 'Groups over limit:        ' GROUPS-OVER-LIMIT
              UPON CONSOLE
           DISPLAY '  of which group only:    '
                   GROUPS-OVER-ONLY-CONSOLIDATED
              UPON CONSOLE
           DISPLAY 'Customers in a cycle:     ' CYCLE-MEMBERS
              UPON CONSOLE
           DISPLAY 'Orphaned parent links:    ' ORPHAN-LINKS
              UPON CONSOLE
           DISPLAY 'Members not on file:      ' MEMBERS-NOT-ON-FILE
              UPON CONSOLE
           IF GROUPS-OVER-LIMIT > 0 OR CYCLE-MEMBERS > 0
              OR ORPHAN-LINKS > 0 OR MEMBERS-NOT-ON-FILE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Links are taken as they stand on the business date, the
      * system date when none is on file
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
      * Without a limit card the groups are still rolled up, only
      * nothing is flagged over limit
       LOAD-EXPOSURE-LIMIT SECTION.
           OPEN INPUT GROUP-LIMIT-FILE
           IF NOT GROUP-LIMIT-OK
               DISPLAY 'NO GROUP LIMIT CARD - NO GROUP IS FLAGGED '
                       'OVER LIMIT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           READ GROUP-LIMIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GLC-EXPOSURE-LIMIT IS NUMERIC
                       MOVE GLC-EXPOSURE-LIMIT TO EXPOSURE-LIMIT
                       SET LIMIT-PRESENT TO TRUE
                   END-IF
           END-READ
           CLOSE GROUP-LIMIT-FILE

           EXIT.

      * ---
      * A link is in force from its effective date up to, not
      * including, its end date; zero is a link not yet ended
       LOAD-LINKS-IN-FORCE SECTION.
           OPEN INPUT GROUP-REGISTER-FILE
           IF NOT GROUP-REG-OK
               DISPLAY 'No group register present - no groups to '
                       'roll up'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL GROUP-REG-AT-EOF
               READ GROUP-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-GROUP-REG-EOF-FLAG
                   NOT AT END
                       IF GRR-MEMBER-NUMBER IS NUMERIC
                          AND GRR-EFFECTIVE-FROM IS NUMERIC
                          AND GRR-EFFECTIVE-FROM <= BUSINESS-DATE
                          AND (GRR-EFFECTIVE-TO IS NOT NUMERIC
                               OR GRR-EFFECTIVE-TO = 0
                               OR GRR-EFFECTIVE-TO > BUSINESS-DATE)
                           PERFORM ADD-LINK-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-REGISTER-FILE

           EXIT.

       ADD-LINK-IN-FORCE SECTION.
           IF LINK-ENTRY-COUNT >= MAX-LINK-ENTRIES
               DISPLAY '*** GROUP LINK TABLE FULL - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO LINK-ENTRY-COUNT
           MOVE LINK-ENTRY-COUNT TO LINK-IX
           MOVE GRR-MEMBER-NUMBER TO LOOKUP-CUSTOMER-NUMBER
           PERFORM FIND-OR-ADD-NODE
           MOVE NODE-FOUND-IX TO LNK-MEMBER-IX (LINK-IX)
           MOVE GRR-PARENT-KIND TO LNK-PARENT-KIND (LINK-IX)
           MOVE GRR-PARENT-KEY TO LNK-PARENT-KEY (LINK-IX)
           MOVE 0 TO LNK-PARENT-NUMBER (LINK-IX)
           IF GRR-PARENT-KIND = 'N'
              AND GRR-PARENT-KEY (1:9) IS NUMERIC
               MOVE GRR-PARENT-KEY (1:9)
                 TO LNK-PARENT-NUMBER (LINK-IX)
               MOVE LNK-PARENT-NUMBER (LINK-IX)
                 TO LOOKUP-CUSTOMER-NUMBER
               PERFORM FIND-OR-ADD-NODE
           END-IF

           EXIT.

      * ---
      * Find LOOKUP-CUSTOMER-NUMBER in the node table, adding it
      * when it is not there yet; NODE-FOUND-IX points at it
       FIND-OR-ADD-NODE SECTION.
           MOVE 0 TO NODE-FOUND-IX
           PERFORM VARYING NODE-IX FROM 1 BY 1
                   UNTIL NODE-IX > NODE-ENTRY-COUNT
                      OR NODE-FOUND-IX > 0
               IF NOD-CUSTOMER-NUMBER (NODE-IX)
                      = LOOKUP-CUSTOMER-NUMBER
                   MOVE NODE-IX TO NODE-FOUND-IX
               END-IF
           END-PERFORM
           IF NODE-FOUND-IX > 0
               EXIT SECTION
           END-IF

           IF NODE-ENTRY-COUNT >= MAX-NODE-ENTRIES
               DISPLAY '*** GROUP CUSTOMER TABLE FULL - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO NODE-ENTRY-COUNT
           MOVE NODE-ENTRY-COUNT TO NODE-FOUND-IX
           MOVE LOOKUP-CUSTOMER-NUMBER
             TO NOD-CUSTOMER-NUMBER (NODE-FOUND-IX)
           MOVE SPACES TO NOD-NAME (NODE-FOUND-IX)
           MOVE 0 TO NOD-BALANCE (NODE-FOUND-IX)
           MOVE 'N' TO NOD-ON-FILE (NODE-FOUND-IX)
           MOVE SPACE TO NOD-FLAG (NODE-FOUND-IX)
           MOVE 0 TO NOD-PARENT-IX (NODE-FOUND-IX)
           MOVE 0 TO NOD-TOP-IX (NODE-FOUND-IX)
           MOVE 0 TO NOD-LEVEL (NODE-FOUND-IX)
           MOVE 0 TO NOD-MEMBER-COUNT (NODE-FOUND-IX)
           MOVE 0 TO NOD-SUB-BALANCE (NODE-FOUND-IX)
           MOVE 0 TO NOD-SUB-EXPOSURE (NODE-FOUND-IX)
           MOVE 0 TO NOD-LARGEST-EXPOSURE (NODE-FOUND-IX)

           EXIT.

      * ---
      * One pass over the provider output picks up the name and
      * balance of every customer in a group and turns parents
      * named by registration number into customer numbers. A
      * closed customer is not carried, so a closed parent shows
      * as an orphan
       READ-PROVIDER-CUSTOMERS SECTION.
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - no balances '
                       'to roll up'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       IF PMI-LIFECYCLE-STATUS NOT = 'C'
                           PERFORM NOTE-PROVIDER-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

       NOTE-PROVIDER-CUSTOMER SECTION.
           IF PMI-CUSTOMER-KIND = 'C'
              AND PMI-REGISTRATION-NO NOT = SPACES
               PERFORM VARYING LINK-IX FROM 1 BY 1
                       UNTIL LINK-IX > LINK-ENTRY-COUNT
                   IF LNK-PARENT-KIND (LINK-IX) = 'R'
                      AND LNK-PARENT-NUMBER (LINK-IX) = 0
                      AND LNK-PARENT-KEY (LINK-IX)
                          = PMI-REGISTRATION-NO
                       MOVE PMI-CUSTOMER-NUMBER
                         TO LNK-PARENT-NUMBER (LINK-IX)
                       MOVE PMI-CUSTOMER-NUMBER
                         TO LOOKUP-CUSTOMER-NUMBER
                       PERFORM FIND-OR-ADD-NODE
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO NODE-FOUND-IX
           PERFORM VARYING NODE-IX FROM 1 BY 1
                   UNTIL NODE-IX > NODE-ENTRY-COUNT
                      OR NODE-FOUND-IX > 0
               IF NOD-CUSTOMER-NUMBER (NODE-IX) = PMI-CUSTOMER-NUMBER
                   MOVE NODE-IX TO NODE-FOUND-IX
               END-IF
           END-PERFORM
           IF NODE-FOUND-IX = 0
               EXIT SECTION
           END-IF

           MOVE 'Y' TO NOD-ON-FILE (NODE-FOUND-IX)
           MOVE PMI-ACCOUNT-BALANCE TO NOD-BALANCE (NODE-FOUND-IX)
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO NOD-NAME (NODE-FOUND-IX)
           ELSE
               MOVE PMI-LAST-NAME TO NOD-NAME (NODE-FOUND-IX)
           END-IF

           EXIT.

      * ---
      * Hang each subsidiary under its parent. A parent the provider
      * output does not carry leaves the subsidiary at the top of
      * what remains of its group, and the link is an orphan
       ATTACH-RESOLVED-PARENTS SECTION.
           PERFORM VARYING LINK-IX FROM 1 BY 1
                   UNTIL LINK-IX > LINK-ENTRY-COUNT
               MOVE 0 TO NODE-FOUND-IX
               IF LNK-PARENT-NUMBER (LINK-IX) > 0
                   MOVE LNK-PARENT-NUMBER (LINK-IX)
                     TO LOOKUP-CUSTOMER-NUMBER
                   PERFORM FIND-OR-ADD-NODE
                   IF NOD-ON-FILE (NODE-FOUND-IX) NOT = 'Y'
                       MOVE 0 TO NODE-FOUND-IX
                   END-IF
               END-IF
               MOVE LNK-MEMBER-IX (LINK-IX) TO NODE-IX
               IF NODE-FOUND-IX > 0
                   MOVE NODE-FOUND-IX TO NOD-PARENT-IX (NODE-IX)
               ELSE
                   MOVE 'O' TO NOD-FLAG (NODE-IX)
                   ADD 1 TO ORPHAN-LINKS
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Walk each customer up through its parents. A walk longer
      * than there are customers can only be going round a cycle;
      * such a customer belongs to no group
       FIND-ULTIMATE-PARENTS SECTION.
           PERFORM VARYING NODE-IX FROM 1 BY 1
                   UNTIL NODE-IX > NODE-ENTRY-COUNT
               MOVE NODE-IX TO WALK-IX
               MOVE 0 TO WALK-STEPS
               PERFORM UNTIL NOD-PARENT-IX (WALK-IX) = 0
                          OR WALK-STEPS > NODE-ENTRY-COUNT
                   MOVE NOD-PARENT-IX (WALK-IX) TO WALK-IX
                   ADD 1 TO WALK-STEPS
               END-PERFORM
               IF WALK-STEPS > NODE-ENTRY-COUNT
                   MOVE 'C' TO NOD-FLAG (NODE-IX)
                   MOVE 0 TO NOD-TOP-IX (NODE-IX)
                   ADD 1 TO CYCLE-MEMBERS
               ELSE
                   MOVE WALK-IX TO NOD-TOP-IX (NODE-IX)
                   MOVE WALK-STEPS TO NOD-LEVEL (NODE-IX)
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Add each customer's balance, and its overdraft when it is
      * negative, to itself and every parent above it; the
      * ultimate parent ends up with the consolidated figures and
      * the largest single member exposure
       ROLL-UP-EXPOSURE SECTION.
           PERFORM VARYING NODE-IX FROM 1 BY 1
                   UNTIL NODE-IX > NODE-ENTRY-COUNT
               IF NOD-TOP-IX (NODE-IX) > 0
                   IF NOD-ON-FILE (NODE-IX) NOT = 'Y'
                       ADD 1 TO MEMBERS-NOT-ON-FILE
                   END-IF
                   MOVE 0 TO MEMBER-EXPOSURE
                   IF NOD-BALANCE (NODE-IX) < 0
                       COMPUTE MEMBER-EXPOSURE =
                           0 - NOD-BALANCE (NODE-IX)
                   END-IF
                   MOVE NOD-TOP-IX (NODE-IX) TO TOP-IX
                   ADD 1 TO NOD-MEMBER-COUNT (TOP-IX)
                   IF MEMBER-EXPOSURE > NOD-LARGEST-EXPOSURE (TOP-IX)
                       MOVE MEMBER-EXPOSURE
                         TO NOD-LARGEST-EXPOSURE (TOP-IX)
                   END-IF
                   MOVE NODE-IX TO WALK-IX
                   PERFORM UNTIL WALK-IX = 0
                       ADD NOD-BALANCE (NODE-IX)
                         TO NOD-SUB-BALANCE (WALK-IX)
                       ADD MEMBER-EXPOSURE
                         TO NOD-SUB-EXPOSURE (WALK-IX)
                       MOVE NOD-PARENT-IX (WALK-IX) TO WALK-IX
                   END-PERFORM
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One group: the ultimate parent with the consolidated figures
      * and any flag, then its members level by level, each with
      * the exposure of its own part of the group
       WRITE-ONE-GROUP SECTION.
           ADD 1 TO GROUPS-REPORTED
           MOVE NOD-CUSTOMER-NUMBER (TOP-IX) TO GHL-CUSTOMER-NUMBER
           MOVE NOD-NAME (TOP-IX) TO GHL-NAME
           MOVE NOD-MEMBER-COUNT (TOP-IX) TO GHL-MEMBER-COUNT
           MOVE GROUP-HEADER-LINE TO GROUP-REPORT-RECORD
           PERFORM WRITE-GROUP-REPORT-LINE

           MOVE NOD-SUB-BALANCE (TOP-IX) TO GTL-BALANCE
           MOVE NOD-SUB-EXPOSURE (TOP-IX) TO GTL-EXPOSURE
           MOVE SPACES TO GTL-FLAG
           IF LIMIT-PRESENT
              AND NOD-SUB-EXPOSURE (TOP-IX) > EXPOSURE-LIMIT
               ADD 1 TO GROUPS-OVER-LIMIT
               IF NOD-LARGEST-EXPOSURE (TOP-IX) > EXPOSURE-LIMIT
                   MOVE 'OVER LIMIT' TO GTL-FLAG
               ELSE
                   MOVE 'OVER LIMIT - GROUP ONLY' TO GTL-FLAG
                   ADD 1 TO GROUPS-OVER-ONLY-CONSOLIDATED
               END-IF
           END-IF
           MOVE GROUP-TOTAL-LINE TO GROUP-REPORT-RECORD
           PERFORM WRITE-GROUP-REPORT-LINE

           MOVE 0 TO DEEPEST-LEVEL
           PERFORM VARYING NODE-IX FROM 1 BY 1
                   UNTIL NODE-IX > NODE-ENTRY-COUNT
               IF NOD-TOP-IX (NODE-IX) = TOP-IX
                  AND NOD-LEVEL (NODE-IX) > DEEPEST-LEVEL
                   MOVE NOD-LEVEL (NODE-IX) TO DEEPEST-LEVEL
               END-IF
           END-PERFORM

           PERFORM VARYING PRINT-LEVEL FROM 0 BY 1
                   UNTIL PRINT-LEVEL > DEEPEST-LEVEL
               PERFORM VARYING NODE-IX FROM 1 BY 1
                       UNTIL NODE-IX > NODE-ENTRY-COUNT
                   IF NOD-TOP-IX (NODE-IX) = TOP-IX
                      AND NOD-LEVEL (NODE-IX) = PRINT-LEVEL
                       PERFORM WRITE-GROUP-MEMBER
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO GROUP-REPORT-RECORD
           PERFORM WRITE-GROUP-REPORT-LINE

           EXIT.

       WRITE-GROUP-MEMBER SECTION.
           MOVE NOD-LEVEL (NODE-IX) TO GML-LEVEL
           MOVE NOD-CUSTOMER-NUMBER (NODE-IX) TO GML-CUSTOMER-NUMBER
           MOVE NOD-NAME (NODE-IX) TO GML-NAME
           IF NOD-ON-FILE (NODE-IX) NOT = 'Y'
               MOVE '** NOT ON FILE **' TO GML-NAME
           END-IF
           MOVE 0 TO GML-PARENT-NUMBER
           IF NOD-PARENT-IX (NODE-IX) > 0
               MOVE NOD-CUSTOMER-NUMBER (NOD-PARENT-IX (NODE-IX))
                 TO GML-PARENT-NUMBER
           END-IF
           MOVE NOD-BALANCE (NODE-IX) TO GML-BALANCE
           MOVE NOD-SUB-EXPOSURE (NODE-IX) TO GML-SUB-EXPOSURE
           MOVE GROUP-MEMBER-LINE TO GROUP-REPORT-RECORD
           PERFORM WRITE-GROUP-REPORT-LINE

           MOVE SPACES TO GROUP-MEMBER-RECORD
           MOVE NOD-CUSTOMER-NUMBER (NODE-IX) TO GMB-CUSTOMER-NUMBER
           MOVE NOD-CUSTOMER-NUMBER (TOP-IX) TO GMB-ULTIMATE-PARENT
           MOVE 0 TO GMB-IMMEDIATE-PARENT
           IF NOD-PARENT-IX (NODE-IX) > 0
               MOVE NOD-CUSTOMER-NUMBER (NOD-PARENT-IX (NODE-IX))
                 TO GMB-IMMEDIATE-PARENT
           END-IF
           MOVE NOD-LEVEL (NODE-IX) TO GMB-LEVEL
           WRITE GROUP-MEMBER-RECORD

           EXIT.

      * ---
      * Customers caught in a cycle, links whose parent the provider
      * output does not carry, and members that have dropped off it
       WRITE-GROUP-EXCEPTIONS SECTION.
           MOVE SPACES TO GROUP-REPORT-RECORD
           MOVE 'REGISTER EXCEPTIONS' TO GROUP-REPORT-RECORD
           PERFORM WRITE-GROUP-REPORT-LINE

           PERFORM VARYING LINK-IX FROM 1 BY 1
                   UNTIL LINK-IX > LINK-ENTRY-COUNT
               MOVE LNK-MEMBER-IX (LINK-IX) TO NODE-IX
               MOVE SPACES TO EXL-REASON
               EVALUATE NOD-FLAG (NODE-IX)
                   WHEN 'C'
                       MOVE 'CYCLE' TO EXL-LABEL
                       MOVE 'LINKS LEAD BACK ROUND - NO GROUP'
                         TO EXL-REASON
                   WHEN 'O'
                       MOVE 'ORPHAN PARENT' TO EXL-LABEL
                       MOVE 'PARENT NOT ON FILE OR CLOSED'
                         TO EXL-REASON
                   WHEN OTHER
                       IF NOD-ON-FILE (NODE-IX) NOT = 'Y'
                           MOVE 'MEMBER' TO EXL-LABEL
                           MOVE 'MEMBER NOT ON FILE OR CLOSED'
                             TO EXL-REASON
                       END-IF
               END-EVALUATE
               IF EXL-REASON NOT = SPACES
                   MOVE NOD-CUSTOMER-NUMBER (NODE-IX)
                     TO EXL-CUSTOMER-NUMBER
                   MOVE LNK-PARENT-KIND (LINK-IX) TO EXL-PARENT-KIND
                   MOVE LNK-PARENT-KEY (LINK-IX) TO EXL-PARENT-KEY
                   MOVE EXCEPTION-LINE TO GROUP-REPORT-RECORD
                   PERFORM WRITE-GROUP-REPORT-LINE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Start a new report page: bump the page number, write the
      * report title line, and reset the page line count
       WRITE-GROUP-REPORT-HEADING SECTION.
           ADD 1 TO GROUP-RPT-PAGE-NUMBER

           MOVE SPACES TO GROUP-REPORT-RECORD
           WRITE GROUP-REPORT-RECORD

           MOVE SPACES TO GROUP-REPORT-RECORD
           STRING 'CONSOLIDATED GROUP EXPOSURE AT '
                  DELIMITED BY SIZE
                  BUSINESS-DATE
                  DELIMITED BY SIZE
                  ' - PAGE '
                  DELIMITED BY SIZE
                  GROUP-RPT-PAGE-NUMBER
                  DELIMITED BY SIZE
             INTO GROUP-REPORT-RECORD
           END-STRING
           WRITE GROUP-REPORT-RECORD

           MOVE SPACES TO GROUP-REPORT-RECORD
           WRITE GROUP-REPORT-RECORD

           MOVE 0 TO GROUP-RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-GROUP-REPORT-LINE SECTION.
           IF GROUP-RPT-LINE-COUNT >= GROUP-RPT-LINES-PER-PAGE
               PERFORM WRITE-GROUP-REPORT-HEADING
           END-IF
           WRITE GROUP-REPORT-RECORD
           ADD 1 TO GROUP-RPT-LINE-COUNT
           MOVE SPACES TO GROUP-REPORT-RECORD

           EXIT.
