123456*Marketing consent and communication-preference maintenance:
      *keeps one register entry per customer and channel - marketing
      *by post, e-mail and phone, and paper or electronic statements
      *- with the status, the date it was captured and where it came
      *from. Branch and letter-reply cards are applied first, then
      *the consent cards the gateway import cut from its payloads;
      *every change is appended to the consent audit trail

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APICONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One action card per consent: 'S' set or 'R' remove, the
      *    customer, channel, status, capture date and source
           SELECT CONSENT-CARD-FILE ASSIGN TO WS-CONSENT-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-CARD-STATUS.
      *    The consent register, keyed by customer and channel
           SELECT CONSENT-REGISTER-FILE ASSIGN TO WS-CONSENT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-REG-STATUS.
           SELECT CONSENT-NEW-FILE ASSIGN TO WS-CONSENT-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-NEW-STATUS.
      *    Audit trail of every consent change
           SELECT CONSENT-AUDIT-FILE ASSIGN TO WS-CONSENT-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-AUDIT-STATUS.
      *    Business date a card without a capture date is dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout for the desk's cards and the gateway import's
       FD CONSENT-CARD-FILE.
       01 CONSENT-CARD-RECORD.
           05 CSC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 CSC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CSC-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CSC-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CSC-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CSC-SOURCE PIC X(08).
           05 FILLER PIC X(01).
           05 CSC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(35).

      *    Channels POST, EMAL and PHON carry marketing consent,
      *    G granted or W withdrawn; channel STMT carries the
      *    statement preference, P paper or E electronic
       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           05 CNS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CNS-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CNS-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CNS-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CNS-SOURCE PIC X(08).

       FD CONSENT-NEW-FILE.
       01 CONSENT-NEW-RECORD.
           05 CNN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CNN-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CNN-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CNN-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CNN-SOURCE PIC X(08).

      *    Customer number leads, so the erasure finds the trail the
      *    same way it finds the register
       FD CONSENT-AUDIT-FILE.
       01 CONSENT-AUDIT-RECORD.
           05 CAU-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CAU-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 CAU-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CAU-OLD-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CAU-NEW-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CAU-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CAU-SOURCE PIC X(08).
           05 FILLER PIC X(01).
           05 CAU-OPERATOR-ID PIC X(08).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 CONSENT-MAINT-CONTROLS.
           05 WS-CONSENT-CARD-NAME PIC X(30) VALUE 'CONSCARD.DAT'.
           05 WS-CONSENT-GW-NAME PIC X(30) VALUE 'CONSGW.DAT'.
           05 WS-CONSENT-DESK-NAME PIC X(30) VALUE 'CONSCARD.DAT'.
           05 WS-CONSENT-CARD-STATUS PIC X(02).
             88 CONSENT-CARD-OK VALUE '00'.
           05 WS-CONSENT-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 CONSENT-CARD-AT-EOF VALUE 'Y'.
           05 WS-CONSENT-REG-NAME PIC X(30) VALUE 'CONSENT.DAT'.
           05 WS-CONSENT-REG-STATUS PIC X(02).
             88 CONSENT-REG-OK VALUE '00'.
           05 WS-CONSENT-REG-EOF-FLAG PIC X VALUE 'N'.
             88 CONSENT-REG-AT-EOF VALUE 'Y'.
           05 WS-CONSENT-NEW-NAME PIC X(30) VALUE 'CONSENT.NEW'.
           05 WS-CONSENT-NEW-STATUS PIC X(02).
           05 WS-CONSENT-AUDIT-NAME PIC X(30) VALUE 'CONSAUD.DAT'.
           05 WS-CONSENT-AUDIT-STATUS PIC X(02).
             88 CONSENT-AUDIT-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 CARD-FILES-FOUND PIC S9(4) BINARY VALUE 0.
           05 CONSENTS-ADDED PIC S9(9) BINARY VALUE 0.
           05 CONSENTS-CHANGED PIC S9(9) BINARY VALUE 0.
           05 CONSENTS-REMOVED PIC S9(9) BINARY VALUE 0.
           05 CONSENTS-UNCHANGED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 CURRENT-TIME-MS PIC 9(18).
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 CARD-DELETE-STATUS PIC S9(9) BINARY.
           05 CARD-CAPTURE-DATE PIC 9(08).
           05 PRIOR-CONSENT-STATUS PIC X(01).

      *    The register held in memory while the cards apply; a
      *    removed entry is blanked and left out of the rewrite
       01 CONSENT-TABLE-CONTROLS.
           05 MAX-CONSENT-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 CONSENT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 CONSENT-IX PIC S9(9) BINARY.
           05 CONSENT-FOUND-IX PIC S9(9) BINARY.

       01 CONSENT-TABLE.
           05 CONSENT-ENTRY OCCURS 20000.
             10 CNT-CUSTOMER-NUMBER PIC 9(09).
             10 CNT-CHANNEL PIC X(04).
             10 CNT-CONSENT-STATUS PIC X(01).
             10 CNT-CAPTURE-DATE PIC 9(08).
             10 CNT-SOURCE PIC X(08).
             10 CNT-REMOVED-FLAG PIC X(01).
               88 CNT-REMOVED VALUE 'Y'.

       PROCEDURE DIVISION.
           CALL 'timer'

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CONSENT-REGISTER

           OPEN EXTEND CONSENT-AUDIT-FILE
           IF NOT CONSENT-AUDIT-OK
               OPEN OUTPUT CONSENT-AUDIT-FILE
           END-IF

      *    The desk's cards go first, then the gateway's, so a
      *    customer's own online choice made the same day stands
           MOVE WS-CONSENT-DESK-NAME TO WS-CONSENT-CARD-NAME
           PERFORM APPLY-CONSENT-CARD-FILE
           MOVE WS-CONSENT-GW-NAME TO WS-CONSENT-CARD-NAME
           PERFORM APPLY-CONSENT-CARD-FILE

           CLOSE CONSENT-AUDIT-FILE

           IF CARD-FILES-FOUND = 0
               DISPLAY 'NO CONSENT CARDS PRESENT - NOTHING TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REWRITE-CONSENT-REGISTER

      *    Once the register holds them the cards are spent; left in
      *    place, a gateway file would be applied again next run and
      *    re-grant a consent withdrawn at the desk in between
           IF RENAME-STATUS = 0
               CALL 'CBL_DELETE_FILE' USING WS-CONSENT-DESK-NAME
                  RETURNING CARD-DELETE-STATUS
               CALL 'CBL_DELETE_FILE' USING WS-CONSENT-GW-NAME
                  RETURNING CARD-DELETE-STATUS
           ELSE
               DISPLAY '*** CONSENT REGISTER NOT REPLACED, STATUS '
                       RENAME-STATUS ' - CARDS KEPT FOR A RERUN'
                  UPON CONSOLE
           END-IF

           DISPLAY 'Consents added:     ' CONSENTS-ADDED
              UPON CONSOLE
           DISPLAY 'Consents changed:   ' CONSENTS-CHANGED
              UPON CONSOLE
           DISPLAY 'Consents removed:   ' CONSENTS-REMOVED
              UPON CONSOLE
           DISPLAY 'Consents unchanged: ' CONSENTS-UNCHANGED
              UPON CONSOLE
           DISPLAY 'Cards refused:      ' CARDS-REFUSED
              UPON CONSOLE
           IF RENAME-STATUS NOT = 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF CARDS-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * ---
      * Cards without a capture date are dated with the business
      * date, the system date when none is on file
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

       LOAD-CONSENT-REGISTER SECTION.
           OPEN INPUT CONSENT-REGISTER-FILE
           IF NOT CONSENT-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL CONSENT-REG-AT-EOF
                      OR CONSENT-ENTRY-COUNT >= MAX-CONSENT-ENTRIES
               READ CONSENT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-CONSENT-REG-EOF-FLAG
                   NOT AT END
                       IF CNS-CUSTOMER-NUMBER IS NUMERIC
                           ADD 1 TO CONSENT-ENTRY-COUNT
                           MOVE CNS-CUSTOMER-NUMBER
                             TO CNT-CUSTOMER-NUMBER
                                (CONSENT-ENTRY-COUNT)
                           MOVE CNS-CHANNEL
                             TO CNT-CHANNEL (CONSENT-ENTRY-COUNT)
                           MOVE CNS-CONSENT-STATUS
                             TO CNT-CONSENT-STATUS
                                (CONSENT-ENTRY-COUNT)
                           IF CNS-CAPTURE-DATE IS NUMERIC
                               MOVE CNS-CAPTURE-DATE
                                 TO CNT-CAPTURE-DATE
                                    (CONSENT-ENTRY-COUNT)
                           ELSE
                               MOVE 0 TO CNT-CAPTURE-DATE
                                         (CONSENT-ENTRY-COUNT)
                           END-IF
                           MOVE CNS-SOURCE
                             TO CNT-SOURCE (CONSENT-ENTRY-COUNT)
                           MOVE 'N' TO CNT-REMOVED-FLAG
                                       (CONSENT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-REGISTER-FILE

           IF NOT CONSENT-REG-AT-EOF
               DISPLAY '*** CONSENT REGISTER FULL - RUN STOPPED '
                       'BEFORE ANY CARD IS APPLIED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Apply every card on the file named in WS-CONSENT-CARD-NAME;
      * a file not on disk is simply skipped
       APPLY-CONSENT-CARD-FILE SECTION.
           MOVE 'N' TO WS-CONSENT-CARD-EOF-FLAG
           OPEN INPUT CONSENT-CARD-FILE
           IF NOT CONSENT-CARD-OK
               EXIT SECTION
           END-IF
           ADD 1 TO CARD-FILES-FOUND

           PERFORM UNTIL CONSENT-CARD-AT-EOF
               READ CONSENT-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CONSENT-CARD-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-CONSENT-CARD
               END-READ
           END-PERFORM
           CLOSE CONSENT-CARD-FILE

           EXIT.

      * ---
      * Apply one card. The status must belong to the channel and
      * the source must be one the register knows; a card setting
      * the status an entry already holds changes nothing and is
      * not logged
       APPLY-ONE-CONSENT-CARD SECTION.
           IF CSC-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'CONSENT CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF CSC-CHANNEL NOT = 'POST' AND NOT = 'EMAL'
                          AND NOT = 'PHON' AND NOT = 'STMT'
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'CONSENT CARD FOR ' CSC-CUSTOMER-NUMBER
                       ' REFUSED - UNKNOWN CHANNEL ' CSC-CHANNEL
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF CSC-ACTION = 'S'
               IF CSC-CHANNEL = 'STMT'
                   IF CSC-CONSENT-STATUS NOT = 'P' AND NOT = 'E'
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'CONSENT CARD FOR '
                               CSC-CUSTOMER-NUMBER
                               ' REFUSED - STATEMENT PREFERENCE '
                               'MUST BE P OR E'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
               ELSE
                   IF CSC-CONSENT-STATUS NOT = 'G' AND NOT = 'W'
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'CONSENT CARD FOR '
                               CSC-CUSTOMER-NUMBER
                               ' REFUSED - MARKETING CONSENT '
                               'MUST BE G OR W'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
               END-IF
               IF CSC-SOURCE NOT = 'BRANCH' AND NOT = 'GATEWAY'
                             AND NOT = 'LETTER'
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'CONSENT CARD FOR ' CSC-CUSTOMER-NUMBER
                           ' REFUSED - UNKNOWN SOURCE ' CSC-SOURCE
                      UPON CONSOLE
                   EXIT SECTION
               END-IF
           END-IF

           IF CSC-CAPTURE-DATE IS NUMERIC
               AND CSC-CAPTURE-DATE > 0
               MOVE CSC-CAPTURE-DATE TO CARD-CAPTURE-DATE
           ELSE
               MOVE BUSINESS-DATE TO CARD-CAPTURE-DATE
           END-IF

           MOVE 0 TO CONSENT-FOUND-IX
           PERFORM VARYING CONSENT-IX FROM 1 BY 1
                   UNTIL CONSENT-IX > CONSENT-ENTRY-COUNT
                      OR CONSENT-FOUND-IX > 0
               IF CNT-CUSTOMER-NUMBER (CONSENT-IX)
                       = CSC-CUSTOMER-NUMBER
                   AND CNT-CHANNEL (CONSENT-IX) = CSC-CHANNEL
                   AND NOT CNT-REMOVED (CONSENT-IX)
                   MOVE CONSENT-IX TO CONSENT-FOUND-IX
               END-IF
           END-PERFORM

           EVALUATE CSC-ACTION
               WHEN 'S'
                   IF CONSENT-FOUND-IX = 0
                       IF CONSENT-ENTRY-COUNT >= MAX-CONSENT-ENTRIES
                           ADD 1 TO CARDS-REFUSED
                           DISPLAY 'CONSENT REGISTER FULL - CARD '
                                   'REFUSED'
                              UPON CONSOLE
                           EXIT SECTION
                       END-IF
                       ADD 1 TO CONSENT-ENTRY-COUNT
                       MOVE CONSENT-ENTRY-COUNT TO CONSENT-FOUND-IX
                       MOVE CSC-CUSTOMER-NUMBER
                         TO CNT-CUSTOMER-NUMBER (CONSENT-FOUND-IX)
                       MOVE CSC-CHANNEL
                         TO CNT-CHANNEL (CONSENT-FOUND-IX)
                       MOVE 'N' TO CNT-REMOVED-FLAG
                                   (CONSENT-FOUND-IX)
                       MOVE SPACE TO PRIOR-CONSENT-STATUS
                       ADD 1 TO CONSENTS-ADDED
                   ELSE
                       MOVE CNT-CONSENT-STATUS (CONSENT-FOUND-IX)
                         TO PRIOR-CONSENT-STATUS
                       IF PRIOR-CONSENT-STATUS = CSC-CONSENT-STATUS
                           ADD 1 TO CONSENTS-UNCHANGED
                           EXIT SECTION
                       END-IF
                       ADD 1 TO CONSENTS-CHANGED
                   END-IF
                   MOVE CSC-CONSENT-STATUS
                     TO CNT-CONSENT-STATUS (CONSENT-FOUND-IX)
                   MOVE CARD-CAPTURE-DATE
                     TO CNT-CAPTURE-DATE (CONSENT-FOUND-IX)
                   MOVE CSC-SOURCE TO CNT-SOURCE (CONSENT-FOUND-IX)
                   PERFORM WRITE-CONSENT-AUDIT-ENTRY
               WHEN 'R'
                   IF CONSENT-FOUND-IX = 0
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'NO ' CSC-CHANNEL ' CONSENT HELD FOR '
                               CSC-CUSTOMER-NUMBER
                               ' - REMOVAL REFUSED'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
                   MOVE CNT-CONSENT-STATUS (CONSENT-FOUND-IX)
                     TO PRIOR-CONSENT-STATUS
                   MOVE 'Y' TO CNT-REMOVED-FLAG (CONSENT-FOUND-IX)
                   MOVE SPACE TO CNT-CONSENT-STATUS (CONSENT-FOUND-IX)
                   MOVE CARD-CAPTURE-DATE
                     TO CNT-CAPTURE-DATE (CONSENT-FOUND-IX)
                   MOVE CSC-SOURCE TO CNT-SOURCE (CONSENT-FOUND-IX)
                   ADD 1 TO CONSENTS-REMOVED
                   PERFORM WRITE-CONSENT-AUDIT-ENTRY
               WHEN OTHER
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'UNKNOWN CONSENT ACTION ' CSC-ACTION
                           ' - CARD REFUSED'
                      UPON CONSOLE
           END-EVALUATE

           EXIT.

      * ---
      * One trail line per change: the prior and the new status
      * (blank for an entry added or removed) with the capture date
      * and source the register now holds
       WRITE-CONSENT-AUDIT-ENTRY SECTION.
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE CURRENT-TIME-MS
           MOVE SPACES TO CONSENT-AUDIT-RECORD
           MOVE CSC-CUSTOMER-NUMBER TO CAU-CUSTOMER-NUMBER
           MOVE CURRENT-TIME-MS TO CAU-TIMESTAMP-MS
           MOVE CSC-CHANNEL TO CAU-CHANNEL
           MOVE PRIOR-CONSENT-STATUS TO CAU-OLD-STATUS
           MOVE CNT-CONSENT-STATUS (CONSENT-FOUND-IX)
             TO CAU-NEW-STATUS
           MOVE CARD-CAPTURE-DATE TO CAU-CAPTURE-DATE
           MOVE CSC-SOURCE TO CAU-SOURCE
           MOVE CSC-OPERATOR-ID TO CAU-OPERATOR-ID
           WRITE CONSENT-AUDIT-RECORD

           EXIT.

      * ---
      * The register only replaces the kept one after a complete
      * pass
       REWRITE-CONSENT-REGISTER SECTION.
           OPEN OUTPUT CONSENT-NEW-FILE
           PERFORM VARYING CONSENT-IX FROM 1 BY 1
                   UNTIL CONSENT-IX > CONSENT-ENTRY-COUNT
               IF NOT CNT-REMOVED (CONSENT-IX)
                   MOVE SPACES TO CONSENT-NEW-RECORD
                   MOVE CNT-CUSTOMER-NUMBER (CONSENT-IX)
                     TO CNN-CUSTOMER-NUMBER
                   MOVE CNT-CHANNEL (CONSENT-IX) TO CNN-CHANNEL
                   MOVE CNT-CONSENT-STATUS (CONSENT-IX)
                     TO CNN-CONSENT-STATUS
                   MOVE CNT-CAPTURE-DATE (CONSENT-IX)
                     TO CNN-CAPTURE-DATE
                   MOVE CNT-SOURCE (CONSENT-IX) TO CNN-SOURCE
                   WRITE CONSENT-NEW-RECORD
               END-IF
           END-PERFORM
           CLOSE CONSENT-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-CONSENT-REG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-CONSENT-NEW-NAME
                WS-CONSENT-REG-NAME
              RETURNING RENAME-STATUS

           EXIT.
