123456*Branch and relationship-manager portfolio assignment: stamps
      *every provider customer with the branch and RM that own it -
      *from a customer override card, a company-group override, the
      *country of an international primary or the postal-code range
      *of a domestic one - into the portfolio file the branch lists
      *are split by, and prints each RM's book: customers, total
      *balance, overdrawn and dormant. A branch-closure card makes it
      *a reassignment run: the closing branch's whole portfolio moves
      *to the receiving branch, the assignment table is rewritten to
      *match, and a transfer list goes to both branches

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Assignment table: postal ranges ('R'), countries ('C'),
      *    customer overrides ('O'), company-group overrides ('G',
      *    keyed on the group's parent customer) and the group
      *    members ('M', member to parent); rewritten through the
      *    work file by a reassignment run
           SELECT ASSIGNMENT-TABLE-FILE ASSIGN TO WS-PORTASGN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTASGN-STATUS.
           SELECT ASSIGNMENT-TABLE-NEW ASSIGN TO WS-PORTASGN-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTASGN-NEW-STATUS.
      *    Group membership resolved from the group register by
      *    APIGEXP: member to ultimate parent, taken over the 'M'
      *    cards for the same member
           SELECT GROUP-MEMBER-FILE ASSIGN TO WS-GROUP-MBR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-MBR-STATUS.
      *    Branch closures: closing branch, receiving branch and the
      *    RM taking the book over (blank keeps each customer's RM)
           SELECT BRANCH-CLOSURE-FILE ASSIGN TO WS-PORTCLOS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTCLOS-STATUS.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Portfolio file, one line per provider customer in master
      *    order, replaced only after a complete pass
           SELECT PORTFOLIO-NEW ASSIGN TO WS-PORTFOLIO-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-NEW-STATUS.
      *    Per-RM portfolio report
           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO WS-PORTRPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTRPT-STATUS.
      *    Transfer list of a reassignment run, one part for each
      *    branch of every closure
           SELECT TRANSFER-LIST-FILE ASSIGN TO WS-PORTXFER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTXFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSIGNMENT-TABLE-FILE.
       01 ASSIGNMENT-TABLE-RECORD.
           05 PAS-CARD-TYPE PIC X(01).
             88 PAS-POSTAL-RANGE VALUE 'R'.
             88 PAS-COUNTRY VALUE 'C'.
             88 PAS-CUSTOMER-OVERRIDE VALUE 'O'.
             88 PAS-GROUP-OVERRIDE VALUE 'G'.
             88 PAS-GROUP-MEMBER VALUE 'M'.
           05 FILLER PIC X(01).
           05 PAS-KEY-AREA PIC X(19).
           05 PAS-RANGE-KEY REDEFINES PAS-KEY-AREA.
             10 PAS-POSTAL-FROM PIC X(09).
             10 FILLER PIC X(01).
             10 PAS-POSTAL-TO PIC X(09).
           05 PAS-COUNTRY-KEY REDEFINES PAS-KEY-AREA.
             10 PAS-COUNTRY-CODE PIC X(03).
             10 FILLER PIC X(16).
           05 PAS-CUSTOMER-KEY REDEFINES PAS-KEY-AREA.
             10 PAS-CUSTOMER-NUMBER PIC 9(09).
             10 FILLER PIC X(01).
             10 PAS-PARENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 PAS-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PAS-RM-ID PIC X(08).
           05 FILLER PIC X(45).

       FD ASSIGNMENT-TABLE-NEW.
       01 ASSIGNMENT-TABLE-NEW-RECORD PIC X(80).

       FD GROUP-MEMBER-FILE.
       01 GROUP-MEMBER-RECORD.
           05 GMB-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-ULTIMATE-PARENT PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-IMMEDIATE-PARENT PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-LEVEL PIC 9(02).

       FD BRANCH-CLOSURE-FILE.
       01 BRANCH-CLOSURE-RECORD.
           05 PCL-CLOSING-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PCL-RECEIVING-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PCL-RECEIVING-RM-ID PIC X(08).
           05 FILLER PIC X(62).

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

      *    How the branch was found: 'O' customer override, 'G'
      *    group override, 'C' country, 'R' postal range, 'U' not
      *    assigned; 'T' when a closure moved it this run
       FD PORTFOLIO-NEW.
       01 PORTFOLIO-NEW-RECORD.
           05 PFN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 PFN-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PFN-RM-ID PIC X(08).
           05 FILLER PIC X(01).
           05 PFN-ASSIGNED-BY PIC X(01).

       FD PORTFOLIO-REPORT-FILE.
       01 PORTFOLIO-REPORT-RECORD PIC X(80).

       FD TRANSFER-LIST-FILE.
       01 TRANSFER-LIST-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 PORTFOLIO-CONTROLS.
           05 WS-PORTASGN-NAME PIC X(30) VALUE 'PORTASGN.DAT'.
           05 WS-PORTASGN-STATUS PIC X(02).
             88 PORTASGN-OK VALUE '00'.
           05 WS-PORTASGN-EOF-FLAG PIC X VALUE 'N'.
             88 PORTASGN-AT-EOF VALUE 'Y'.
           05 WS-PORTASGN-NEW-NAME PIC X(30) VALUE 'PORTASGN.NEW'.
           05 WS-PORTASGN-NEW-STATUS PIC X(02).
           05 WS-GROUP-MBR-NAME PIC X(30) VALUE 'GROUPMBR.DAT'.
           05 WS-GROUP-MBR-STATUS PIC X(02).
             88 GROUP-MBR-OK VALUE '00'.
           05 WS-GROUP-MBR-EOF-FLAG PIC X VALUE 'N'.
             88 GROUP-MBR-AT-EOF VALUE 'Y'.
           05 WS-PORTCLOS-NAME PIC X(30) VALUE 'PORTCLOS.DAT'.
           05 WS-PORTCLOS-STATUS PIC X(02).
             88 PORTCLOS-OK VALUE '00'.
           05 WS-PORTCLOS-EOF-FLAG PIC X VALUE 'N'.
             88 PORTCLOS-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PORTFOLIO-NAME PIC X(30) VALUE 'PORTFOLIO.DAT'.
           05 WS-PORTFOLIO-NEW-NAME PIC X(30) VALUE 'PORTFOLIO.NEW'.
           05 WS-PORTFOLIO-NEW-STATUS PIC X(02).
           05 WS-PORTRPT-NAME PIC X(30) VALUE 'PORTRPT.DAT'.
           05 WS-PORTRPT-STATUS PIC X(02).
           05 WS-PORTXFER-NAME PIC X(30) VALUE 'PORTXFER.DAT'.
           05 WS-PORTXFER-STATUS PIC X(02).

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ASSIGNED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-UNASSIGNED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-TRANSFERRED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REWRITTEN PIC S9(9) BINARY VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
             88 TABLE-FULL VALUE 'Y'.
           05 LOOKUP-FOUND-FLAG PIC X(01).
             88 LOOKUP-FOUND VALUE 'Y'.
           05 RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 RPT-TITLE PIC X(50).

      *    The customer's assignment as it is worked out
       01 ASSIGNMENT-WORK-FIELDS.
           05 CUSTOMER-BRANCH PIC X(04).
           05 CUSTOMER-RM-ID PIC X(08).
           05 CUSTOMER-ASSIGNED-BY PIC X(01).
           05 GROUP-PARENT-NUMBER PIC 9(09).
           05 TRANSFER-OLD-RM-ID PIC X(08).
           05 REPORT-LINE-HOLD PIC X(80).
           05 TRANSFER-COUNT-EDIT PIC ZZZ,ZZZ,ZZ9.

      *    The assignment table split by card type
       01 RANGE-TABLE-CONTROLS.
           05 MAX-RANGE-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 RANGE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RANGE-IX PIC S9(4) BINARY.
       01 RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 500.
             10 RNG-POSTAL-FROM PIC X(09).
             10 RNG-POSTAL-TO PIC X(09).
             10 RNG-BRANCH PIC X(04).
             10 RNG-RM-ID PIC X(08).

       01 COUNTRY-TABLE-CONTROLS.
           05 MAX-COUNTRY-ENTRIES PIC S9(4) BINARY VALUE 300.
           05 COUNTRY-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 COUNTRY-IX PIC S9(4) BINARY.
       01 COUNTRY-TABLE.
           05 COUNTRY-ENTRY OCCURS 300.
             10 CTY-COUNTRY-CODE PIC X(03).
             10 CTY-BRANCH PIC X(04).
             10 CTY-RM-ID PIC X(08).

       01 OVERRIDE-TABLE-CONTROLS.
           05 MAX-OVERRIDE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 OVERRIDE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 OVERRIDE-IX PIC S9(9) BINARY.
       01 OVERRIDE-TABLE.
           05 OVERRIDE-ENTRY OCCURS 5000.
             10 OVR-CUSTOMER-NUMBER PIC 9(09).
             10 OVR-BRANCH PIC X(04).
             10 OVR-RM-ID PIC X(08).

       01 GROUP-TABLE-CONTROLS.
           05 MAX-GROUP-ENTRIES PIC S9(9) BINARY VALUE 1000.
           05 GROUP-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 GROUP-IX PIC S9(9) BINARY.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 1000.
             10 GRP-PARENT-NUMBER PIC 9(09).
             10 GRP-BRANCH PIC X(04).
             10 GRP-RM-ID PIC X(08).

       01 MEMBER-TABLE-CONTROLS.
           05 MAX-MEMBER-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 MEMBER-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MEMBER-IX PIC S9(9) BINARY.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 5000.
             10 MBR-CUSTOMER-NUMBER PIC 9(09).
             10 MBR-PARENT-NUMBER PIC 9(09).

       01 CLOSURE-TABLE-CONTROLS.
           05 MAX-CLOSURE-ENTRIES PIC S9(4) BINARY VALUE 20.
           05 CLOSURE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 CLOSURE-IX PIC S9(4) BINARY.
           05 CLOSURE-CHECK-IX PIC S9(4) BINARY.
       01 CLOSURE-TABLE.
           05 CLOSURE-ENTRY OCCURS 20.
             10 CLS-CLOSING-BRANCH PIC X(04).
             10 CLS-RECEIVING-BRANCH PIC X(04).
             10 CLS-RECEIVING-RM-ID PIC X(08).
             10 CLS-TRANSFER-COUNT PIC S9(9) BINARY.

      *    One book per branch and RM, kept in branch/RM order as
      *    the books are met
       01 BOOK-TABLE-CONTROLS.
           05 MAX-BOOK-ENTRIES PIC S9(4) BINARY VALUE 1000.
           05 BOOK-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 BOOK-IX PIC S9(4) BINARY.
           05 BOOK-SORT-IX PIC S9(4) BINARY.
           05 BOOK-FOUND-IX PIC S9(4) BINARY.
           05 BOOK-KEY PIC X(12).
           05 BOOK-HOLD PIC X(40).
       01 BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000.
             10 BKT-KEY.
               15 BKT-BRANCH PIC X(04).
               15 BKT-RM-ID PIC X(08).
             10 BKT-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 BKT-BALANCE-TOTAL PIC S9(11)V99 COMP-3.
             10 BKT-OVERDRAWN-COUNT PIC S9(9) BINARY.
             10 BKT-DORMANT-COUNT PIC S9(9) BINARY.
             10 FILLER PIC X(05).

       01 BOOK-TOTALS.
           05 BRANCH-TOTALS.
             10 BRT-BRANCH PIC X(04).
             10 BRT-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 BRT-BALANCE-TOTAL PIC S9(11)V99 COMP-3.
             10 BRT-OVERDRAWN-COUNT PIC S9(9) BINARY.
             10 BRT-DORMANT-COUNT PIC S9(9) BINARY.
           05 GRAND-TOTALS.
             10 GT-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 GT-BALANCE-TOTAL PIC S9(11)V99 COMP-3.
             10 GT-OVERDRAWN-COUNT PIC S9(9) BINARY.
             10 GT-DORMANT-COUNT PIC S9(9) BINARY.

      *    Customers moved by a closure, for the transfer list
       01 TRANSFER-TABLE-CONTROLS.
           05 MAX-TRANSFER-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 TRANSFER-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 TRANSFER-IX PIC S9(9) BINARY.
       01 TRANSFER-TABLE.
           05 TRANSFER-ENTRY OCCURS 5000.
             10 TRT-CLOSURE-IX PIC S9(4) BINARY.
             10 TRT-CUSTOMER-NUMBER PIC 9(09).
             10 TRT-NAME PIC X(30).
             10 TRT-OLD-RM-ID PIC X(08).
             10 TRT-NEW-RM-ID PIC X(08).

       01 BOOK-DETAIL-LINE.
           05 BDL-BRANCH PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-RM-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-CUSTOMER-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-BALANCE-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-OVERDRAWN-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-DORMANT-COUNT PIC ZZZ,ZZZ,ZZ9.

       01 BOOK-COLUMN-LINE.
           05 FILLER PIC X(14) VALUE 'BRCH RM'.
           05 FILLER PIC X(12) VALUE '  CUSTOMERS'.
           05 FILLER PIC X(19) VALUE '      TOTAL BALANCE'.
           05 FILLER PIC X(12) VALUE '  OVERDRAWN'.
           05 FILLER PIC X(12) VALUE '    DORMANT'.

       01 TRANSFER-DETAIL-LINE.
           05 TDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TDL-NAME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TDL-OLD-RM-ID PIC X(08).
           05 FILLER PIC X(04) VALUE ' -> '.
           05 TDL-NEW-BRANCH PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TDL-NEW-RM-ID PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY 'Assigning provider customers to branch and '
                   'RM portfolios...'
              UPON CONSOLE

           PERFORM LOAD-ASSIGNMENT-TABLE
           IF RANGE-ENTRY-COUNT = 0 AND COUNTRY-ENTRY-COUNT = 0
              AND OVERRIDE-ENTRY-COUNT = 0 AND GROUP-ENTRY-COUNT = 0
               DISPLAY '*** NO ASSIGNMENT TABLE - NO PORTFOLIO BUILT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-GROUP-MEMBERSHIP
           PERFORM LOAD-BRANCH-CLOSURES

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PORTFOLIO-NEW

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM ASSIGN-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PORTFOLIO-NEW
           CLOSE PROVIDER-MASTER-IN

      *    The portfolio replaces the published one only after a
      *    complete pass
           CALL 'CBL_DELETE_FILE' USING WS-PORTFOLIO-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-PORTFOLIO-NEW-NAME
                WS-PORTFOLIO-NAME
              RETURNING RENAME-STATUS

           PERFORM WRITE-PORTFOLIO-REPORT

           IF CLOSURE-ENTRY-COUNT > 0
               PERFORM WRITE-TRANSFER-LIST
               PERFORM REWRITE-ASSIGNMENT-TABLE
           END-IF

           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers assigned:       ' CUSTOMERS-ASSIGNED
              UPON CONSOLE
           DISPLAY 'Customers not assigned:   ' CUSTOMERS-UNASSIGNED
              UPON CONSOLE
           DISPLAY 'Customers transferred:    ' CUSTOMERS-TRANSFERRED
              UPON CONSOLE
           DISPLAY 'Assignment cards moved:   ' CARDS-REWRITTEN
              UPON CONSOLE
           DISPLAY 'Cards refused:            ' CARDS-REFUSED
              UPON CONSOLE
           IF CUSTOMERS-UNASSIGNED > 0 OR CARDS-REFUSED > 0
              OR TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Load the assignment table into one table per card type; a
      * card with no branch, an unknown type or a bad key is
      * refused and named on the console
       LOAD-ASSIGNMENT-TABLE SECTION.
           OPEN INPUT ASSIGNMENT-TABLE-FILE
           IF NOT PORTASGN-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL PORTASGN-AT-EOF
               READ ASSIGNMENT-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-PORTASGN-EOF-FLAG
                   NOT AT END
                       IF ASSIGNMENT-TABLE-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-ASSIGNMENT-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-TABLE-FILE

           EXIT.

       LOAD-ONE-ASSIGNMENT-CARD SECTION.
           IF PAS-BRANCH = SPACES AND NOT PAS-GROUP-MEMBER
               PERFORM REFUSE-ASSIGNMENT-CARD
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN PAS-POSTAL-RANGE
                   IF PAS-POSTAL-FROM = SPACES
                      OR PAS-POSTAL-TO < PAS-POSTAL-FROM
                       PERFORM REFUSE-ASSIGNMENT-CARD
                   ELSE
                       IF RANGE-ENTRY-COUNT < MAX-RANGE-ENTRIES
                           ADD 1 TO RANGE-ENTRY-COUNT
                           MOVE PAS-POSTAL-FROM
                             TO RNG-POSTAL-FROM (RANGE-ENTRY-COUNT)
                           MOVE PAS-POSTAL-TO
                             TO RNG-POSTAL-TO (RANGE-ENTRY-COUNT)
                           MOVE PAS-BRANCH
                             TO RNG-BRANCH (RANGE-ENTRY-COUNT)
                           MOVE PAS-RM-ID
                             TO RNG-RM-ID (RANGE-ENTRY-COUNT)
                       ELSE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   END-IF
               WHEN PAS-COUNTRY
                   IF PAS-COUNTRY-CODE = SPACES
                       PERFORM REFUSE-ASSIGNMENT-CARD
                   ELSE
                       IF COUNTRY-ENTRY-COUNT < MAX-COUNTRY-ENTRIES
                           ADD 1 TO COUNTRY-ENTRY-COUNT
                           MOVE PAS-COUNTRY-CODE
                             TO CTY-COUNTRY-CODE
                                (COUNTRY-ENTRY-COUNT)
                           MOVE PAS-BRANCH
                             TO CTY-BRANCH (COUNTRY-ENTRY-COUNT)
                           MOVE PAS-RM-ID
                             TO CTY-RM-ID (COUNTRY-ENTRY-COUNT)
                       ELSE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   END-IF
               WHEN PAS-CUSTOMER-OVERRIDE
                   IF PAS-CUSTOMER-NUMBER IS NOT NUMERIC
                       PERFORM REFUSE-ASSIGNMENT-CARD
                   ELSE
                       IF OVERRIDE-ENTRY-COUNT < MAX-OVERRIDE-ENTRIES
                           ADD 1 TO OVERRIDE-ENTRY-COUNT
                           MOVE PAS-CUSTOMER-NUMBER
                             TO OVR-CUSTOMER-NUMBER
                                (OVERRIDE-ENTRY-COUNT)
                           MOVE PAS-BRANCH
                             TO OVR-BRANCH (OVERRIDE-ENTRY-COUNT)
                           MOVE PAS-RM-ID
                             TO OVR-RM-ID (OVERRIDE-ENTRY-COUNT)
                       ELSE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   END-IF
               WHEN PAS-GROUP-OVERRIDE
                   IF PAS-CUSTOMER-NUMBER IS NOT NUMERIC
                       PERFORM REFUSE-ASSIGNMENT-CARD
                   ELSE
                       IF GROUP-ENTRY-COUNT < MAX-GROUP-ENTRIES
                           ADD 1 TO GROUP-ENTRY-COUNT
                           MOVE PAS-CUSTOMER-NUMBER
                             TO GRP-PARENT-NUMBER (GROUP-ENTRY-COUNT)
                           MOVE PAS-BRANCH
                             TO GRP-BRANCH (GROUP-ENTRY-COUNT)
                           MOVE PAS-RM-ID
                             TO GRP-RM-ID (GROUP-ENTRY-COUNT)
                       ELSE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   END-IF
               WHEN PAS-GROUP-MEMBER
                   IF PAS-CUSTOMER-NUMBER IS NOT NUMERIC
                      OR PAS-PARENT-NUMBER IS NOT NUMERIC
                       PERFORM REFUSE-ASSIGNMENT-CARD
                   ELSE
                       IF MEMBER-ENTRY-COUNT < MAX-MEMBER-ENTRIES
                           ADD 1 TO MEMBER-ENTRY-COUNT
                           MOVE PAS-CUSTOMER-NUMBER
                             TO MBR-CUSTOMER-NUMBER
                                (MEMBER-ENTRY-COUNT)
                           MOVE PAS-PARENT-NUMBER
                             TO MBR-PARENT-NUMBER
                                (MEMBER-ENTRY-COUNT)
                       ELSE
                           PERFORM NOTE-TABLE-FULL
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM REFUSE-ASSIGNMENT-CARD
           END-EVALUATE

           EXIT.

      * ---
      * Add the register's group members after the 'M' cards; the
      * member search keeps the last entry it finds, so the
      * register's ultimate parent wins over a card for the same
      * member. The top of each group maps to itself and is left out
       LOAD-GROUP-MEMBERSHIP SECTION.
           OPEN INPUT GROUP-MEMBER-FILE
           IF NOT GROUP-MBR-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL GROUP-MBR-AT-EOF
               READ GROUP-MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-GROUP-MBR-EOF-FLAG
                   NOT AT END
                       IF GMB-CUSTOMER-NUMBER IS NUMERIC
                          AND GMB-ULTIMATE-PARENT IS NUMERIC
                          AND GMB-CUSTOMER-NUMBER
                              NOT = GMB-ULTIMATE-PARENT
                           IF MEMBER-ENTRY-COUNT < MAX-MEMBER-ENTRIES
                               ADD 1 TO MEMBER-ENTRY-COUNT
                               MOVE GMB-CUSTOMER-NUMBER
                                 TO MBR-CUSTOMER-NUMBER
                                    (MEMBER-ENTRY-COUNT)
                               MOVE GMB-ULTIMATE-PARENT
                                 TO MBR-PARENT-NUMBER
                                    (MEMBER-ENTRY-COUNT)
                           ELSE
                               MOVE 'M' TO PAS-CARD-TYPE
                               PERFORM NOTE-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBER-FILE

           EXIT.

       REFUSE-ASSIGNMENT-CARD SECTION.
           ADD 1 TO CARDS-REFUSED
           DISPLAY '*** ASSIGNMENT CARD REFUSED: '
                   ASSIGNMENT-TABLE-RECORD (1:40)
              UPON CONSOLE

           EXIT.

       NOTE-TABLE-FULL SECTION.
           IF NOT TABLE-FULL
               SET TABLE-FULL TO TRUE
               DISPLAY '*** ASSIGNMENT TABLE FULL FOR CARD TYPE '
                       PAS-CARD-TYPE
                       ' - LATER CARDS OF THE TYPE NOT HELD'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Load the closure cards. A closing branch may not be
      * another closure's receiving branch, and each branch closes
      * only once, so a customer moves in one step
       LOAD-BRANCH-CLOSURES SECTION.
           OPEN INPUT BRANCH-CLOSURE-FILE
           IF NOT PORTCLOS-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL PORTCLOS-AT-EOF
               READ BRANCH-CLOSURE-FILE
                   AT END
                       MOVE 'Y' TO WS-PORTCLOS-EOF-FLAG
                   NOT AT END
                       IF PCL-CLOSING-BRANCH NOT = SPACES
                           PERFORM LOAD-ONE-CLOSURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-CLOSURE-FILE

           EXIT.

       LOAD-ONE-CLOSURE SECTION.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING CLOSURE-CHECK-IX FROM 1 BY 1
                   UNTIL CLOSURE-CHECK-IX > CLOSURE-ENTRY-COUNT
               IF CLS-CLOSING-BRANCH (CLOSURE-CHECK-IX)
                      = PCL-CLOSING-BRANCH
                  OR CLS-CLOSING-BRANCH (CLOSURE-CHECK-IX)
                      = PCL-RECEIVING-BRANCH
                  OR CLS-RECEIVING-BRANCH (CLOSURE-CHECK-IX)
                      = PCL-CLOSING-BRANCH
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM

           IF PCL-RECEIVING-BRANCH = SPACES
              OR PCL-RECEIVING-BRANCH = PCL-CLOSING-BRANCH
              OR LOOKUP-FOUND
              OR CLOSURE-ENTRY-COUNT >= MAX-CLOSURE-ENTRIES
               ADD 1 TO CARDS-REFUSED
               DISPLAY '*** BRANCH CLOSURE REFUSED: '
                       PCL-CLOSING-BRANCH ' TO '
                       PCL-RECEIVING-BRANCH
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO CLOSURE-ENTRY-COUNT
           MOVE PCL-CLOSING-BRANCH
             TO CLS-CLOSING-BRANCH (CLOSURE-ENTRY-COUNT)
           MOVE PCL-RECEIVING-BRANCH
             TO CLS-RECEIVING-BRANCH (CLOSURE-ENTRY-COUNT)
           MOVE PCL-RECEIVING-RM-ID
             TO CLS-RECEIVING-RM-ID (CLOSURE-ENTRY-COUNT)
           MOVE 0 TO CLS-TRANSFER-COUNT (CLOSURE-ENTRY-COUNT)
           DISPLAY 'REASSIGNMENT RUN: BRANCH ' PCL-CLOSING-BRANCH
                   ' CLOSES INTO ' PCL-RECEIVING-BRANCH
              UPON CONSOLE

           EXIT.

      * ---
      * The customer's own override wins, then the override of the
      * company group it heads or belongs to, then the country of
      * an international primary, then the first postal range
      * holding a domestic postal code. A closure then moves the
      * customer on to the receiving branch
       ASSIGN-ONE-CUSTOMER SECTION.
           MOVE 'NONE' TO CUSTOMER-BRANCH
           MOVE SPACES TO CUSTOMER-RM-ID
           MOVE 'U' TO CUSTOMER-ASSIGNED-BY

           PERFORM VARYING OVERRIDE-IX FROM 1 BY 1
                   UNTIL OVERRIDE-IX > OVERRIDE-ENTRY-COUNT
                      OR CUSTOMER-ASSIGNED-BY NOT = 'U'
               IF OVR-CUSTOMER-NUMBER (OVERRIDE-IX)
                      = PMI-CUSTOMER-NUMBER
                   MOVE OVR-BRANCH (OVERRIDE-IX) TO CUSTOMER-BRANCH
                   MOVE OVR-RM-ID (OVERRIDE-IX) TO CUSTOMER-RM-ID
                   MOVE 'O' TO CUSTOMER-ASSIGNED-BY
               END-IF
           END-PERFORM

           IF CUSTOMER-ASSIGNED-BY = 'U'
               MOVE PMI-CUSTOMER-NUMBER TO GROUP-PARENT-NUMBER
               PERFORM VARYING MEMBER-IX FROM 1 BY 1
                       UNTIL MEMBER-IX > MEMBER-ENTRY-COUNT
                   IF MBR-CUSTOMER-NUMBER (MEMBER-IX)
                          = PMI-CUSTOMER-NUMBER
                       MOVE MBR-PARENT-NUMBER (MEMBER-IX)
                         TO GROUP-PARENT-NUMBER
                   END-IF
               END-PERFORM
               PERFORM VARYING GROUP-IX FROM 1 BY 1
                       UNTIL GROUP-IX > GROUP-ENTRY-COUNT
                          OR CUSTOMER-ASSIGNED-BY NOT = 'U'
                   IF GRP-PARENT-NUMBER (GROUP-IX)
                          = GROUP-PARENT-NUMBER
                       MOVE GRP-BRANCH (GROUP-IX) TO CUSTOMER-BRANCH
                       MOVE GRP-RM-ID (GROUP-IX) TO CUSTOMER-RM-ID
                       MOVE 'G' TO CUSTOMER-ASSIGNED-BY
                   END-IF
               END-PERFORM
           END-IF

           IF CUSTOMER-ASSIGNED-BY = 'U' AND PMI-ADDR-KIND = 'I'
               PERFORM VARYING COUNTRY-IX FROM 1 BY 1
                       UNTIL COUNTRY-IX > COUNTRY-ENTRY-COUNT
                          OR CUSTOMER-ASSIGNED-BY NOT = 'U'
                   IF CTY-COUNTRY-CODE (COUNTRY-IX)
                          = PMI-COUNTRY-CODE
                       MOVE CTY-BRANCH (COUNTRY-IX)
                         TO CUSTOMER-BRANCH
                       MOVE CTY-RM-ID (COUNTRY-IX) TO CUSTOMER-RM-ID
                       MOVE 'C' TO CUSTOMER-ASSIGNED-BY
                   END-IF
               END-PERFORM
           END-IF

           IF CUSTOMER-ASSIGNED-BY = 'U' AND PMI-ADDR-KIND NOT = 'I'
              AND PMI-POSTAL-CODE NOT = SPACES
               PERFORM VARYING RANGE-IX FROM 1 BY 1
                       UNTIL RANGE-IX > RANGE-ENTRY-COUNT
                          OR CUSTOMER-ASSIGNED-BY NOT = 'U'
                   IF PMI-POSTAL-CODE >= RNG-POSTAL-FROM (RANGE-IX)
                      AND PMI-POSTAL-CODE <= RNG-POSTAL-TO (RANGE-IX)
                       MOVE RNG-BRANCH (RANGE-IX) TO CUSTOMER-BRANCH
                       MOVE RNG-RM-ID (RANGE-IX) TO CUSTOMER-RM-ID
                       MOVE 'R' TO CUSTOMER-ASSIGNED-BY
                   END-IF
               END-PERFORM
           END-IF

           IF CUSTOMER-ASSIGNED-BY = 'U'
               ADD 1 TO CUSTOMERS-UNASSIGNED
               DISPLAY 'NO BRANCH FOR CUSTOMER ' PMI-CUSTOMER-NUMBER
                  UPON CONSOLE
           ELSE
               ADD 1 TO CUSTOMERS-ASSIGNED
               PERFORM VARYING CLOSURE-IX FROM 1 BY 1
                       UNTIL CLOSURE-IX > CLOSURE-ENTRY-COUNT
                   IF CLS-CLOSING-BRANCH (CLOSURE-IX)
                          = CUSTOMER-BRANCH
                       PERFORM TRANSFER-ONE-CUSTOMER
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO PORTFOLIO-NEW-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO PFN-CUSTOMER-NUMBER
           MOVE CUSTOMER-BRANCH TO PFN-BRANCH
           MOVE CUSTOMER-RM-ID TO PFN-RM-ID
           MOVE CUSTOMER-ASSIGNED-BY TO PFN-ASSIGNED-BY
           WRITE PORTFOLIO-NEW-RECORD

      *    A closed customer keeps its stamp but is off every RM's
      *    book
           IF PMI-LIFECYCLE-STATUS NOT = 'C'
               PERFORM ADD-TO-BOOK
           END-IF

           EXIT.

      * ---
      * Move one customer of a closing branch to the receiving
      * branch (and its RM when the card names one), and hold it
      * for the transfer list
       TRANSFER-ONE-CUSTOMER SECTION.
           ADD 1 TO CUSTOMERS-TRANSFERRED
           ADD 1 TO CLS-TRANSFER-COUNT (CLOSURE-IX)
           MOVE CUSTOMER-RM-ID TO TRANSFER-OLD-RM-ID
           MOVE CLS-RECEIVING-BRANCH (CLOSURE-IX) TO CUSTOMER-BRANCH
           IF CLS-RECEIVING-RM-ID (CLOSURE-IX) NOT = SPACES
               MOVE CLS-RECEIVING-RM-ID (CLOSURE-IX)
                 TO CUSTOMER-RM-ID
           END-IF
           MOVE 'T' TO CUSTOMER-ASSIGNED-BY

           IF TRANSFER-ENTRY-COUNT >= MAX-TRANSFER-ENTRIES
               PERFORM NOTE-TABLE-FULL
               EXIT SECTION
           END-IF
           ADD 1 TO TRANSFER-ENTRY-COUNT
           MOVE TRANSFER-ENTRY-COUNT TO TRANSFER-IX
           MOVE CLOSURE-IX TO TRT-CLOSURE-IX (TRANSFER-IX)
           MOVE PMI-CUSTOMER-NUMBER TO TRT-CUSTOMER-NUMBER (TRANSFER-IX)
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO TRT-NAME (TRANSFER-IX)
           ELSE
               MOVE SPACES TO TRT-NAME (TRANSFER-IX)
               STRING PMI-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY '  '
                 INTO TRT-NAME (TRANSFER-IX)
               END-STRING
           END-IF
           MOVE TRANSFER-OLD-RM-ID TO TRT-OLD-RM-ID (TRANSFER-IX)
           MOVE CUSTOMER-RM-ID TO TRT-NEW-RM-ID (TRANSFER-IX)

           EXIT.

      * ---
      * Find or open the customer's book, keeping the books in
      * branch/RM order, and add the customer to it
       ADD-TO-BOOK SECTION.
           MOVE CUSTOMER-BRANCH TO BOOK-KEY (1:4)
           MOVE CUSTOMER-RM-ID TO BOOK-KEY (5:8)
           MOVE 0 TO BOOK-FOUND-IX
           PERFORM VARYING BOOK-IX FROM 1 BY 1
                   UNTIL BOOK-IX > BOOK-ENTRY-COUNT
                      OR BOOK-FOUND-IX > 0
               IF BKT-KEY (BOOK-IX) = BOOK-KEY
                   MOVE BOOK-IX TO BOOK-FOUND-IX
               END-IF
           END-PERFORM

           IF BOOK-FOUND-IX = 0
               IF BOOK-ENTRY-COUNT >= MAX-BOOK-ENTRIES
                   PERFORM NOTE-TABLE-FULL
                   EXIT SECTION
               END-IF
               ADD 1 TO BOOK-ENTRY-COUNT
               MOVE BOOK-ENTRY-COUNT TO BOOK-IX
               MOVE BOOK-KEY TO BKT-KEY (BOOK-IX)
               MOVE 0 TO BKT-CUSTOMER-COUNT (BOOK-IX)
               MOVE 0 TO BKT-BALANCE-TOTAL (BOOK-IX)
               MOVE 0 TO BKT-OVERDRAWN-COUNT (BOOK-IX)
               MOVE 0 TO BKT-DORMANT-COUNT (BOOK-IX)
               PERFORM UNTIL BOOK-IX <= 1
                   COMPUTE BOOK-SORT-IX = BOOK-IX - 1
                   IF BKT-KEY (BOOK-SORT-IX) <= BKT-KEY (BOOK-IX)
                       MOVE 1 TO BOOK-IX
                   ELSE
                       MOVE BOOK-ENTRY (BOOK-SORT-IX) TO BOOK-HOLD
                       MOVE BOOK-ENTRY (BOOK-IX)
                         TO BOOK-ENTRY (BOOK-SORT-IX)
                       MOVE BOOK-HOLD TO BOOK-ENTRY (BOOK-IX)
                       MOVE BOOK-SORT-IX TO BOOK-IX
                   END-IF
               END-PERFORM
               PERFORM VARYING BOOK-IX FROM 1 BY 1
                       UNTIL BOOK-IX > BOOK-ENTRY-COUNT
                          OR BOOK-FOUND-IX > 0
                   IF BKT-KEY (BOOK-IX) = BOOK-KEY
                       MOVE BOOK-IX TO BOOK-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           ADD 1 TO BKT-CUSTOMER-COUNT (BOOK-FOUND-IX)
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               ADD PMI-ACCOUNT-BALANCE
                 TO BKT-BALANCE-TOTAL (BOOK-FOUND-IX)
               IF PMI-ACCOUNT-BALANCE < 0
                   ADD 1 TO BKT-OVERDRAWN-COUNT (BOOK-FOUND-IX)
               END-IF
           END-IF
           IF PMI-LIFECYCLE-STATUS = 'D'
               ADD 1 TO BKT-DORMANT-COUNT (BOOK-FOUND-IX)
           END-IF

           EXIT.

      * ---
      * One line per RM book in branch order, a total line after
      * each branch and the grand total at the end
       WRITE-PORTFOLIO-REPORT SECTION.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE
           MOVE 'BRANCH AND RM PORTFOLIOS' TO RPT-TITLE
           PERFORM WRITE-REPORT-HEADING
           MOVE BOOK-COLUMN-LINE TO PORTFOLIO-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           INITIALIZE GRAND-TOTALS
           INITIALIZE BRANCH-TOTALS
           IF BOOK-ENTRY-COUNT > 0
               MOVE BKT-BRANCH (1) TO BRT-BRANCH
           END-IF

           PERFORM VARYING BOOK-IX FROM 1 BY 1
                   UNTIL BOOK-IX > BOOK-ENTRY-COUNT
               IF BKT-BRANCH (BOOK-IX) NOT = BRT-BRANCH
                   PERFORM WRITE-BRANCH-TOTAL
                   INITIALIZE BRANCH-TOTALS
                   MOVE BKT-BRANCH (BOOK-IX) TO BRT-BRANCH
               END-IF
               MOVE SPACES TO BOOK-DETAIL-LINE
               MOVE BKT-BRANCH (BOOK-IX) TO BDL-BRANCH
               MOVE BKT-RM-ID (BOOK-IX) TO BDL-RM-ID
               MOVE BKT-CUSTOMER-COUNT (BOOK-IX) TO BDL-CUSTOMER-COUNT
               MOVE BKT-BALANCE-TOTAL (BOOK-IX) TO BDL-BALANCE-TOTAL
               MOVE BKT-OVERDRAWN-COUNT (BOOK-IX)
                 TO BDL-OVERDRAWN-COUNT
               MOVE BKT-DORMANT-COUNT (BOOK-IX) TO BDL-DORMANT-COUNT
               MOVE BOOK-DETAIL-LINE TO PORTFOLIO-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               ADD BKT-CUSTOMER-COUNT (BOOK-IX) TO BRT-CUSTOMER-COUNT
               ADD BKT-BALANCE-TOTAL (BOOK-IX) TO BRT-BALANCE-TOTAL
               ADD BKT-OVERDRAWN-COUNT (BOOK-IX)
                 TO BRT-OVERDRAWN-COUNT
               ADD BKT-DORMANT-COUNT (BOOK-IX) TO BRT-DORMANT-COUNT
           END-PERFORM
           IF BOOK-ENTRY-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF

           MOVE SPACES TO BOOK-DETAIL-LINE
           MOVE 'ALL' TO BDL-BRANCH
           MOVE 'TOTAL' TO BDL-RM-ID
           MOVE GT-CUSTOMER-COUNT TO BDL-CUSTOMER-COUNT
           MOVE GT-BALANCE-TOTAL TO BDL-BALANCE-TOTAL
           MOVE GT-OVERDRAWN-COUNT TO BDL-OVERDRAWN-COUNT
           MOVE GT-DORMANT-COUNT TO BDL-DORMANT-COUNT
           MOVE BOOK-DETAIL-LINE TO PORTFOLIO-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           CLOSE PORTFOLIO-REPORT-FILE

           EXIT.

       WRITE-BRANCH-TOTAL SECTION.
           MOVE SPACES TO BOOK-DETAIL-LINE
           MOVE BRT-BRANCH TO BDL-BRANCH
           MOVE 'TOTAL' TO BDL-RM-ID
           MOVE BRT-CUSTOMER-COUNT TO BDL-CUSTOMER-COUNT
           MOVE BRT-BALANCE-TOTAL TO BDL-BALANCE-TOTAL
           MOVE BRT-OVERDRAWN-COUNT TO BDL-OVERDRAWN-COUNT
           MOVE BRT-DORMANT-COUNT TO BDL-DORMANT-COUNT
           MOVE BOOK-DETAIL-LINE TO PORTFOLIO-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           ADD BRT-CUSTOMER-COUNT TO GT-CUSTOMER-COUNT
           ADD BRT-BALANCE-TOTAL TO GT-BALANCE-TOTAL
           ADD BRT-OVERDRAWN-COUNT TO GT-OVERDRAWN-COUNT
           ADD BRT-DORMANT-COUNT TO GT-DORMANT-COUNT

           EXIT.

       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO RPT-PAGE-NUMBER

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           STRING RPT-TITLE DELIMITED BY '  '
                  ' - PAGE ' DELIMITED BY SIZE
                  RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO PORTFOLIO-REPORT-RECORD
           END-STRING
           WRITE PORTFOLIO-REPORT-RECORD

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD
           WRITE PORTFOLIO-REPORT-RECORD

           MOVE 0 TO RPT-LINE-COUNT

           EXIT.

       WRITE-REPORT-LINE SECTION.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               MOVE PORTFOLIO-REPORT-RECORD TO REPORT-LINE-HOLD
               PERFORM WRITE-REPORT-HEADING
               MOVE REPORT-LINE-HOLD TO PORTFOLIO-REPORT-RECORD
           END-IF
           WRITE PORTFOLIO-REPORT-RECORD
           ADD 1 TO RPT-LINE-COUNT
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD

           EXIT.

      * ---
      * The transfer list: for every closure, the customers
      * leaving the closing branch, then the same customers
      * arriving at the receiving branch, each part on its own
      * page so it can go to its branch
       WRITE-TRANSFER-LIST SECTION.
           OPEN OUTPUT TRANSFER-LIST-FILE

           PERFORM VARYING CLOSURE-IX FROM 1 BY 1
                   UNTIL CLOSURE-IX > CLOSURE-ENTRY-COUNT
               MOVE SPACES TO TRANSFER-LIST-RECORD
               WRITE TRANSFER-LIST-RECORD
               STRING 'BRANCH ' DELIMITED BY SIZE
                      CLS-CLOSING-BRANCH (CLOSURE-IX)
                         DELIMITED BY SIZE
                      ' - CUSTOMERS TRANSFERRED OUT TO BRANCH '
                         DELIMITED BY SIZE
                      CLS-RECEIVING-BRANCH (CLOSURE-IX)
                         DELIMITED BY SIZE
                 INTO TRANSFER-LIST-RECORD
               END-STRING
               WRITE TRANSFER-LIST-RECORD
               PERFORM WRITE-TRANSFER-PART

               MOVE SPACES TO TRANSFER-LIST-RECORD
               WRITE TRANSFER-LIST-RECORD
               STRING 'BRANCH ' DELIMITED BY SIZE
                      CLS-RECEIVING-BRANCH (CLOSURE-IX)
                         DELIMITED BY SIZE
                      ' - CUSTOMERS TRANSFERRED IN FROM BRANCH '
                         DELIMITED BY SIZE
                      CLS-CLOSING-BRANCH (CLOSURE-IX)
                         DELIMITED BY SIZE
                 INTO TRANSFER-LIST-RECORD
               END-STRING
               WRITE TRANSFER-LIST-RECORD
               PERFORM WRITE-TRANSFER-PART
           END-PERFORM

           CLOSE TRANSFER-LIST-FILE

           EXIT.

       WRITE-TRANSFER-PART SECTION.
           MOVE SPACES TO TRANSFER-LIST-RECORD
           WRITE TRANSFER-LIST-RECORD
           PERFORM VARYING TRANSFER-IX FROM 1 BY 1
                   UNTIL TRANSFER-IX > TRANSFER-ENTRY-COUNT
               IF TRT-CLOSURE-IX (TRANSFER-IX) = CLOSURE-IX
                   MOVE SPACES TO TRANSFER-DETAIL-LINE
                   MOVE TRT-CUSTOMER-NUMBER (TRANSFER-IX)
                     TO TDL-CUSTOMER-NUMBER
                   MOVE TRT-NAME (TRANSFER-IX) TO TDL-NAME
                   MOVE TRT-OLD-RM-ID (TRANSFER-IX) TO TDL-OLD-RM-ID
                   MOVE CLS-RECEIVING-BRANCH (CLOSURE-IX)
                     TO TDL-NEW-BRANCH
                   MOVE TRT-NEW-RM-ID (TRANSFER-IX) TO TDL-NEW-RM-ID
                   MOVE TRANSFER-DETAIL-LINE TO TRANSFER-LIST-RECORD
                   WRITE TRANSFER-LIST-RECORD
               END-IF
           END-PERFORM

           MOVE CLS-TRANSFER-COUNT (CLOSURE-IX) TO TRANSFER-COUNT-EDIT
           MOVE SPACES TO TRANSFER-LIST-RECORD
           STRING 'CUSTOMERS TRANSFERRED: ' DELIMITED BY SIZE
                  TRANSFER-COUNT-EDIT DELIMITED BY SIZE
             INTO TRANSFER-LIST-RECORD
           END-STRING
           WRITE TRANSFER-LIST-RECORD

           EXIT.

      * ---
      * After a reassignment run the closing branch's cards carry
      * the receiving branch (and its RM when the closure names
      * one), so the next assignment keeps the customers where the
      * closure put them. The table only replaces the kept one
      * after a complete pass
       REWRITE-ASSIGNMENT-TABLE SECTION.
           MOVE 'N' TO WS-PORTASGN-EOF-FLAG
           OPEN INPUT ASSIGNMENT-TABLE-FILE
           IF NOT PORTASGN-OK
               EXIT SECTION
           END-IF
           OPEN OUTPUT ASSIGNMENT-TABLE-NEW

           PERFORM UNTIL PORTASGN-AT-EOF
               READ ASSIGNMENT-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-PORTASGN-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING CLOSURE-IX FROM 1 BY 1
                               UNTIL CLOSURE-IX
                                     > CLOSURE-ENTRY-COUNT
                           IF PAS-BRANCH
                                  = CLS-CLOSING-BRANCH (CLOSURE-IX)
                              AND NOT PAS-GROUP-MEMBER
                               MOVE CLS-RECEIVING-BRANCH (CLOSURE-IX)
                                 TO PAS-BRANCH
                               IF CLS-RECEIVING-RM-ID (CLOSURE-IX)
                                      NOT = SPACES
                                   MOVE CLS-RECEIVING-RM-ID
                                          (CLOSURE-IX)
                                     TO PAS-RM-ID
                               END-IF
                               ADD 1 TO CARDS-REWRITTEN
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO ASSIGNMENT-TABLE-NEW-RECORD
                       MOVE ASSIGNMENT-TABLE-RECORD
                         TO ASSIGNMENT-TABLE-NEW-RECORD
                       WRITE ASSIGNMENT-TABLE-NEW-RECORD
               END-READ
           END-PERFORM

           CLOSE ASSIGNMENT-TABLE-NEW
           CLOSE ASSIGNMENT-TABLE-FILE

           CALL 'CBL_DELETE_FILE' USING WS-PORTASGN-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-PORTASGN-NEW-NAME
                WS-PORTASGN-NAME
              RETURNING RENAME-STATUS

           EXIT.
