123456*Outbound change-event feed after each publish: compares the
      *freshly published provider master with the generation the
      *publish just archived to the history and writes one event
      *per customer per changed field group - name, primary
      *address, balance, lifecycle status, do-not-mail, company
      *data - with the before and after values and the publishing
      *run's identifier, plus events for new and dropped customers,
      *so the CRM and marketing feeds take the night's changes
      *instead of reloading the whole master. The migration archives
      *the whole master it replaces; the maker-checker, mover and
      *rename publishes archive only the customers they changed, so
      *their generation speaks for those customers alone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APICHGEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Provider-master history; the generation the publish
      *    control names is the master, or the part of it, this
      *    publish replaced
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Optional card naming the archived generation to compare
      *    against, for a rerun after a later run archived again
           SELECT EVENT-CARD-FILE ASSIGN TO WS-EVENT-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-CARD-STATUS.
      *    The change-event feed the subscribers take
           SELECT CHANGE-EVENT-FILE ASSIGN TO WS-CHGEVENT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHGEVENT-STATUS.

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

      *    One history line per superseded provider record, as the
      *    migration writes them
       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE PIC X(252).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD EVENT-CARD-FILE.
       01 EVENT-CARD-RECORD.
           05 EVC-RUN-ID PIC 9(09).
      *    'F' the named generation is a whole master, 'P' it holds
      *    only the customers its run changed; blank takes the
      *    publish control's word for the run it names, else 'F'
           05 EVC-GENERATION-SCOPE PIC X(01).
           05 FILLER PIC X(70).

      *    One event per customer per changed field group; the
      *    trailer carries the event count and the run identifier
       FD CHANGE-EVENT-FILE.
       01 CHANGE-EVENT-RECORD.
           05 CEV-RECORD-TYPE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CEV-RUN-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CEV-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CEV-EVENT-TYPE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CEV-BEFORE-VALUE PIC X(92).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CEV-AFTER-VALUE PIC X(92).
       01 CHANGE-EVENT-TRAILER.
           05 CET-RECORD-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 CET-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 CET-EVENT-COUNT PIC 9(09).
           05 FILLER PIC X(195).

       WORKING-STORAGE SECTION.
       01 CHANGE-EVENT-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-PROVHIST-EOF-FLAG PIC X VALUE 'N'.
             88 PROVHIST-AT-EOF VALUE 'Y'.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 WS-EVENT-CARD-NAME PIC X(30) VALUE 'CHEVCARD.DAT'.
           05 WS-EVENT-CARD-STATUS PIC X(02).
             88 EVENT-CARD-OK VALUE '00'.
           05 WS-CHGEVENT-NAME PIC X(30) VALUE 'CHGEVENT.DAT'.
           05 WS-CHGEVENT-STATUS PIC X(02).

           05 COMPARE-RUN-ID PIC 9(09) VALUE 0.
           05 GENERATION-SCOPE PIC X(01) VALUE SPACE.
             88 FULL-GENERATION VALUE 'F'.
             88 PARTIAL-GENERATION VALUE 'P'.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 PRIOR-RECORDS PIC S9(9) BINARY VALUE 0.
           05 EVENTS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-CHANGED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-NEW PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-DROPPED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-NOT-COVERED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMER-HAD-CHANGE PIC X(01).
           05 EVENT-CUSTOMER PIC 9(09).
           05 EVENT-TYPE PIC X(08).

      *    The archived generation held in memory, matched against
      *    the published records as they stream past
       01 PRIOR-TABLE-CONTROLS.
           05 MAX-PRIOR-ENTRIES PIC S9(9) BINARY VALUE 50000.
           05 PRIOR-COUNT PIC S9(9) BINARY VALUE 0.
           05 PRIOR-IX PIC S9(9) BINARY.
           05 PRIOR-FOUND-IX PIC S9(9) BINARY.
           05 PRIOR-TABLE-FULL-WARNED PIC X(01) VALUE 'N'.

       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 50000.
             10 PRT-CUSTOMER-NUMBER PIC 9(09).
             10 PRT-IMAGE PIC X(252).
             10 PRT-SEEN-FLAG PIC X(01).

      *    The archived record under comparison, same columns as the
      *    published one
       01 PRIOR-RECORD.
           05 PRV-FIRST-NAME PIC X(20).
           05 PRV-LAST-NAME PIC X(20).
           05 PRV-GENDER PIC 9(01).
           05 PRV-GENDER-NEW PIC 9(01).
           05 PRV-STREET PIC X(20).
           05 PRV-NUMBER PIC X(05).
           05 PRV-POSTAL-CODE PIC X(09).
           05 PRV-CITY PIC X(20).
           05 PRV-CUSTOMER-NUMBER PIC 9(09).
           05 PRV-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 PRV-ADDR-KIND PIC X(01).
           05 PRV-BOX-NO PIC 9(09).
           05 PRV-COUNTRY-CODE PIC X(03).
           05 PRV-FOREIGN-POSTAL-CODE PIC X(09).
           05 PRV-ADDRESS-LINE PIC X(08).
           05 PRV-SEC-ADDR-COUNT PIC 9(02).
           05 PRV-CUSTOMER-KIND PIC X(01).
           05 PRV-COMPANY-NAME PIC X(30).
           05 PRV-REGISTRATION-NO PIC X(10).
           05 PRV-CONTACT-PERSON PIC X(20).
           05 PRV-DO-NOT-MAIL PIC X(01).
           05 PRV-RETURN-REASON PIC X(20).
           05 PRV-DATE-OF-BIRTH PIC X(10).
           05 PRV-CLIENT-CODE PIC X(04).
           05 PRV-LIFECYCLE-STATUS PIC X(01).
           05 PRV-STATUS-DATE PIC 9(08).

      *    Field-group images: each group is compared and carried as
      *    one value, so an event names the whole group as it stood
      *    and as it stands
       01 GROUP-IMAGES.
           05 NAME-IMAGE.
             10 NMI-FIRST-NAME PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 NMI-LAST-NAME PIC X(20).
           05 ADDRESS-IMAGE.
             10 ADI-STREET PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-NUMBER PIC X(05).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-POSTAL-CODE PIC X(09).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-CITY PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-ADDR-KIND PIC X(01).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-BOX-NO PIC 9(09).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-COUNTRY-CODE PIC X(03).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-FOREIGN-POSTAL-CODE PIC X(09).
             10 FILLER PIC X(01) VALUE SPACE.
             10 ADI-ADDRESS-LINE PIC X(08).
           05 BALANCE-IMAGE.
             10 BLI-ACCOUNT-BALANCE PIC -9(7).99.
           05 STATUS-IMAGE.
             10 STI-LIFECYCLE-STATUS PIC X(01).
             10 FILLER PIC X(01) VALUE SPACE.
             10 STI-STATUS-DATE PIC 9(08).
           05 MAIL-IMAGE.
             10 MLI-DO-NOT-MAIL PIC X(01).
             10 FILLER PIC X(01) VALUE SPACE.
             10 MLI-RETURN-REASON PIC X(20).
           05 COMPANY-IMAGE.
             10 CMI-CUSTOMER-KIND PIC X(01).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CMI-COMPANY-NAME PIC X(30).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CMI-REGISTRATION-NO PIC X(10).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CMI-CONTACT-PERSON PIC X(20).
           05 CUSTOMER-IMAGE.
             10 CUI-FIRST-NAME PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CUI-LAST-NAME PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CUI-POSTAL-CODE PIC X(09).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CUI-CITY PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 CUI-CLIENT-CODE PIC X(04).
           05 BEFORE-GROUP-VALUE PIC X(92).
           05 AFTER-GROUP-VALUE PIC X(92).

       PROCEDURE DIVISION.
           DISPLAY 'Building the change-event feed from the '
                   'latest publish...'
              UPON CONSOLE

           PERFORM LOAD-EVENT-CARD
           PERFORM LOAD-PUBLISH-CONTROL
           PERFORM FIND-ARCHIVED-GENERATION
           IF GENERATION-SCOPE = SPACE
               MOVE 'F' TO GENERATION-SCOPE
           END-IF
           PERFORM LOAD-ARCHIVED-GENERATION

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CHANGE-EVENT-FILE

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM COMPARE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           PERFORM REPORT-DROPPED-CUSTOMERS

           MOVE SPACES TO CHANGE-EVENT-TRAILER
           MOVE 'T' TO CET-RECORD-TYPE
           MOVE COMPARE-RUN-ID TO CET-RUN-ID
           MOVE EVENTS-WRITTEN TO CET-EVENT-COUNT
           WRITE CHANGE-EVENT-TRAILER
           CLOSE CHANGE-EVENT-FILE

           DISPLAY 'Compared with run:         ' COMPARE-RUN-ID
              UPON CONSOLE
           DISPLAY 'Generation scope:          ' GENERATION-SCOPE
              UPON CONSOLE
           DISPLAY 'Archived records loaded:   ' PRIOR-RECORDS
              UPON CONSOLE
           DISPLAY 'Published records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers changed:         ' CUSTOMERS-CHANGED
              UPON CONSOLE
           DISPLAY 'Customers new:             ' CUSTOMERS-NEW
              UPON CONSOLE
           DISPLAY 'Customers dropped:         ' CUSTOMERS-DROPPED
              UPON CONSOLE
           DISPLAY 'Customers not covered:     ' CUSTOMERS-NOT-COVERED
              UPON CONSOLE
           DISPLAY 'Change events written:     ' EVENTS-WRITTEN
              UPON CONSOLE

           IF PRIOR-TABLE-FULL-WARNED = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       LOAD-EVENT-CARD SECTION.
           OPEN INPUT EVENT-CARD-FILE
           IF EVENT-CARD-OK
               READ EVENT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EVC-RUN-ID IS NUMERIC
                           MOVE EVC-RUN-ID TO COMPARE-RUN-ID
                       END-IF
                       IF EVC-GENERATION-SCOPE = 'F' OR 'P'
                           MOVE EVC-GENERATION-SCOPE
                             TO GENERATION-SCOPE
                       END-IF
               END-READ
               CLOSE EVENT-CARD-FILE
           END-IF

           EXIT.

      * ---
      * The publish control names the run that wrote the master
      * being compared, and so the generation it archived. Only the
      * migration archives the whole master it replaces; a
      * generation any other publisher wrote holds just the
      * customers that run changed, and a publisher that archives
      * nothing leaves an empty generation and so no events
       LOAD-PUBLISH-CONTROL SECTION.
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF NOT PUBCTL-OK
               EXIT SECTION
           END-IF
           READ PUBLISH-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PBC-RUN-ID IS NUMERIC
                       AND PBC-RUN-ID > 0
                       IF COMPARE-RUN-ID = 0
                           MOVE PBC-RUN-ID TO COMPARE-RUN-ID
                       END-IF
                       IF COMPARE-RUN-ID = PBC-RUN-ID
                           AND GENERATION-SCOPE = SPACE
                           IF PBC-PROGRAM-NAME = 'APIMIGR'
                               MOVE 'F' TO GENERATION-SCOPE
                           ELSE
                               MOVE 'P' TO GENERATION-SCOPE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           CLOSE PUBLISH-CONTROL-FILE

           EXIT.

      * ---
      * With no run named on a card or a publish control, the
      * newest generation in the history is the one the publish
      * just archived - its run identifier is the publishing run's,
      * which every event carries
       FIND-ARCHIVED-GENERATION SECTION.
           IF COMPARE-RUN-ID > 0
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-PROVHIST-EOF-FLAG
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               DISPLAY 'NO PROVIDER HISTORY PRESENT - EVERY '
                       'CUSTOMER IS REPORTED NEW'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL PROVHIST-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PROVHIST-EOF-FLAG
                   NOT AT END
                       IF HIS-RUN-ID IS NUMERIC
                           AND HIS-RUN-ID > COMPARE-RUN-ID
                           MOVE HIS-RUN-ID TO COMPARE-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

      * ---
      * The generation's records into the table; a customer the
      * generation holds twice keeps its last image
       LOAD-ARCHIVED-GENERATION SECTION.
           IF COMPARE-RUN-ID = 0
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-PROVHIST-EOF-FLAG
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL PROVHIST-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PROVHIST-EOF-FLAG
                   NOT AT END
                       IF HIS-RUN-ID IS NUMERIC
                           AND HIS-RUN-ID = COMPARE-RUN-ID
                           ADD 1 TO PRIOR-RECORDS
                           PERFORM STORE-ARCHIVED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

       STORE-ARCHIVED-RECORD SECTION.
           MOVE HIS-RECORD-IMAGE TO PRIOR-RECORD
           IF PRV-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE 0 TO PRIOR-FOUND-IX
           PERFORM VARYING PRIOR-IX FROM 1 BY 1
                   UNTIL PRIOR-IX > PRIOR-COUNT
                      OR PRIOR-FOUND-IX > 0
               IF PRT-CUSTOMER-NUMBER (PRIOR-IX)
                   = PRV-CUSTOMER-NUMBER
                   MOVE PRIOR-IX TO PRIOR-FOUND-IX
               END-IF
           END-PERFORM

           IF PRIOR-FOUND-IX = 0
               IF PRIOR-COUNT >= MAX-PRIOR-ENTRIES
                   IF PRIOR-TABLE-FULL-WARNED = 'N'
                       MOVE 'Y' TO PRIOR-TABLE-FULL-WARNED
                       DISPLAY 'ARCHIVED GENERATION TABLE FULL AT '
                               MAX-PRIOR-ENTRIES
                               ' - FEED IS INCOMPLETE'
                          UPON CONSOLE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO PRIOR-COUNT
               MOVE PRIOR-COUNT TO PRIOR-FOUND-IX
           END-IF

           MOVE PRV-CUSTOMER-NUMBER
             TO PRT-CUSTOMER-NUMBER (PRIOR-FOUND-IX)
           MOVE HIS-RECORD-IMAGE TO PRT-IMAGE (PRIOR-FOUND-IX)
           MOVE 'N' TO PRT-SEEN-FLAG (PRIOR-FOUND-IX)

           EXIT.

      * ---
      * One published customer against its archived image: a
      * customer a whole generation never held is new, otherwise
      * each field group that differs raises its own event. A
      * partial generation says nothing of the customers it does
      * not hold, so those pass without an event
       COMPARE-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE PMI-CUSTOMER-NUMBER TO EVENT-CUSTOMER
           MOVE 0 TO PRIOR-FOUND-IX
           PERFORM VARYING PRIOR-IX FROM 1 BY 1
                   UNTIL PRIOR-IX > PRIOR-COUNT
                      OR PRIOR-FOUND-IX > 0
               IF PRT-CUSTOMER-NUMBER (PRIOR-IX)
                   = PMI-CUSTOMER-NUMBER
                   MOVE PRIOR-IX TO PRIOR-FOUND-IX
               END-IF
           END-PERFORM

           IF PRIOR-FOUND-IX = 0
               AND PARTIAL-GENERATION
               ADD 1 TO CUSTOMERS-NOT-COVERED
               EXIT SECTION
           END-IF

           IF PRIOR-FOUND-IX = 0
               ADD 1 TO CUSTOMERS-NEW
               MOVE PMI-FIRST-NAME TO CUI-FIRST-NAME
               MOVE PMI-LAST-NAME TO CUI-LAST-NAME
               MOVE PMI-POSTAL-CODE TO CUI-POSTAL-CODE
               MOVE PMI-CITY TO CUI-CITY
               MOVE PMI-CLIENT-CODE TO CUI-CLIENT-CODE
               MOVE SPACES TO BEFORE-GROUP-VALUE
               MOVE CUSTOMER-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'NEW' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
               EXIT SECTION
           END-IF

           MOVE 'Y' TO PRT-SEEN-FLAG (PRIOR-FOUND-IX)
           MOVE PRT-IMAGE (PRIOR-FOUND-IX) TO PRIOR-RECORD
           MOVE 'N' TO CUSTOMER-HAD-CHANGE

           IF PMI-FIRST-NAME NOT = PRV-FIRST-NAME
               OR PMI-LAST-NAME NOT = PRV-LAST-NAME
               MOVE PRV-FIRST-NAME TO NMI-FIRST-NAME
               MOVE PRV-LAST-NAME TO NMI-LAST-NAME
               MOVE NAME-IMAGE TO BEFORE-GROUP-VALUE
               MOVE PMI-FIRST-NAME TO NMI-FIRST-NAME
               MOVE PMI-LAST-NAME TO NMI-LAST-NAME
               MOVE NAME-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'NAME' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF

           IF PMI-STREET NOT = PRV-STREET
               OR PMI-NUMBER NOT = PRV-NUMBER
               OR PMI-POSTAL-CODE NOT = PRV-POSTAL-CODE
               OR PMI-CITY NOT = PRV-CITY
               OR PMI-ADDR-KIND NOT = PRV-ADDR-KIND
               OR PMI-BOX-NO NOT = PRV-BOX-NO
               OR PMI-COUNTRY-CODE NOT = PRV-COUNTRY-CODE
               OR PMI-FOREIGN-POSTAL-CODE
                  NOT = PRV-FOREIGN-POSTAL-CODE
               OR PMI-ADDRESS-LINE NOT = PRV-ADDRESS-LINE
               MOVE PRV-STREET TO ADI-STREET
               MOVE PRV-NUMBER TO ADI-NUMBER
               MOVE PRV-POSTAL-CODE TO ADI-POSTAL-CODE
               MOVE PRV-CITY TO ADI-CITY
               MOVE PRV-ADDR-KIND TO ADI-ADDR-KIND
               MOVE PRV-BOX-NO TO ADI-BOX-NO
               MOVE PRV-COUNTRY-CODE TO ADI-COUNTRY-CODE
               MOVE PRV-FOREIGN-POSTAL-CODE
                 TO ADI-FOREIGN-POSTAL-CODE
               MOVE PRV-ADDRESS-LINE TO ADI-ADDRESS-LINE
               MOVE ADDRESS-IMAGE TO BEFORE-GROUP-VALUE
               MOVE PMI-STREET TO ADI-STREET
               MOVE PMI-NUMBER TO ADI-NUMBER
               MOVE PMI-POSTAL-CODE TO ADI-POSTAL-CODE
               MOVE PMI-CITY TO ADI-CITY
               MOVE PMI-ADDR-KIND TO ADI-ADDR-KIND
               MOVE PMI-BOX-NO TO ADI-BOX-NO
               MOVE PMI-COUNTRY-CODE TO ADI-COUNTRY-CODE
               MOVE PMI-FOREIGN-POSTAL-CODE
                 TO ADI-FOREIGN-POSTAL-CODE
               MOVE PMI-ADDRESS-LINE TO ADI-ADDRESS-LINE
               MOVE ADDRESS-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'ADDRESS' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF

           IF PMI-ACCOUNT-BALANCE NOT = PRV-ACCOUNT-BALANCE
               MOVE PRV-ACCOUNT-BALANCE TO BLI-ACCOUNT-BALANCE
               MOVE BALANCE-IMAGE TO BEFORE-GROUP-VALUE
               MOVE PMI-ACCOUNT-BALANCE TO BLI-ACCOUNT-BALANCE
               MOVE BALANCE-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'BALANCE' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF

           IF PMI-LIFECYCLE-STATUS NOT = PRV-LIFECYCLE-STATUS
               MOVE PRV-LIFECYCLE-STATUS TO STI-LIFECYCLE-STATUS
               MOVE PRV-STATUS-DATE TO STI-STATUS-DATE
               MOVE STATUS-IMAGE TO BEFORE-GROUP-VALUE
               MOVE PMI-LIFECYCLE-STATUS TO STI-LIFECYCLE-STATUS
               MOVE PMI-STATUS-DATE TO STI-STATUS-DATE
               MOVE STATUS-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'STATUS' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF

           IF PMI-DO-NOT-MAIL NOT = PRV-DO-NOT-MAIL
               OR PMI-RETURN-REASON NOT = PRV-RETURN-REASON
               MOVE PRV-DO-NOT-MAIL TO MLI-DO-NOT-MAIL
               MOVE PRV-RETURN-REASON TO MLI-RETURN-REASON
               MOVE MAIL-IMAGE TO BEFORE-GROUP-VALUE
               MOVE PMI-DO-NOT-MAIL TO MLI-DO-NOT-MAIL
               MOVE PMI-RETURN-REASON TO MLI-RETURN-REASON
               MOVE MAIL-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'DONOTML' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF

           IF PMI-CUSTOMER-KIND NOT = PRV-CUSTOMER-KIND
               OR PMI-COMPANY-NAME NOT = PRV-COMPANY-NAME
               OR PMI-REGISTRATION-NO NOT = PRV-REGISTRATION-NO
               OR PMI-CONTACT-PERSON NOT = PRV-CONTACT-PERSON
               MOVE PRV-CUSTOMER-KIND TO CMI-CUSTOMER-KIND
               MOVE PRV-COMPANY-NAME TO CMI-COMPANY-NAME
               MOVE PRV-REGISTRATION-NO TO CMI-REGISTRATION-NO
               MOVE PRV-CONTACT-PERSON TO CMI-CONTACT-PERSON
               MOVE COMPANY-IMAGE TO BEFORE-GROUP-VALUE
               MOVE PMI-CUSTOMER-KIND TO CMI-CUSTOMER-KIND
               MOVE PMI-COMPANY-NAME TO CMI-COMPANY-NAME
               MOVE PMI-REGISTRATION-NO TO CMI-REGISTRATION-NO
               MOVE PMI-CONTACT-PERSON TO CMI-CONTACT-PERSON
               MOVE COMPANY-IMAGE TO AFTER-GROUP-VALUE
               MOVE 'COMPANY' TO EVENT-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF

           IF CUSTOMER-HAD-CHANGE = 'Y'
               ADD 1 TO CUSTOMERS-CHANGED
           END-IF

           EXIT.

      * ---
      * Every archived customer the publish no longer carries is
      * dropped; a partial generation holds only customers its run
      * worked, so the same holds for it
       REPORT-DROPPED-CUSTOMERS SECTION.
           PERFORM VARYING PRIOR-IX FROM 1 BY 1
                   UNTIL PRIOR-IX > PRIOR-COUNT
               IF PRT-SEEN-FLAG (PRIOR-IX) = 'N'
                   ADD 1 TO CUSTOMERS-DROPPED
                   MOVE PRT-IMAGE (PRIOR-IX) TO PRIOR-RECORD
                   MOVE PRV-FIRST-NAME TO CUI-FIRST-NAME
                   MOVE PRV-LAST-NAME TO CUI-LAST-NAME
                   MOVE PRV-POSTAL-CODE TO CUI-POSTAL-CODE
                   MOVE PRV-CITY TO CUI-CITY
                   MOVE PRV-CLIENT-CODE TO CUI-CLIENT-CODE
                   MOVE CUSTOMER-IMAGE TO BEFORE-GROUP-VALUE
                   MOVE SPACES TO AFTER-GROUP-VALUE
                   MOVE PRV-CUSTOMER-NUMBER TO EVENT-CUSTOMER
                   MOVE 'DROPPED' TO EVENT-TYPE
                   PERFORM WRITE-CHANGE-EVENT
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The caller has set the customer, the event type and the
      * group's before and after values
       WRITE-CHANGE-EVENT SECTION.
           MOVE 'Y' TO CUSTOMER-HAD-CHANGE
           MOVE SPACES TO CHANGE-EVENT-RECORD
           MOVE 'E' TO CEV-RECORD-TYPE
           MOVE COMPARE-RUN-ID TO CEV-RUN-ID
           MOVE EVENT-CUSTOMER TO CEV-CUSTOMER-NUMBER
           MOVE EVENT-TYPE TO CEV-EVENT-TYPE
           MOVE BEFORE-GROUP-VALUE TO CEV-BEFORE-VALUE
           MOVE AFTER-GROUP-VALUE TO CEV-AFTER-VALUE
           WRITE CHANGE-EVENT-RECORD
           ADD 1 TO EVENTS-WRITTEN

           EXIT.
