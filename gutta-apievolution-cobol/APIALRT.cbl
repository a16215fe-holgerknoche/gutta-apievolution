123456*Run-log alert router: sweeps the run-log messages written
      *since its last sweep, routes each one the routing table
      *matches - by message id, severity and program - to an
      *on-call group at an urgency, and writes a notification for
      *the paging interface. A repeat of an alert still inside its
      *suppression window is counted, not paged again. An alert
      *nobody has acknowledged on the ack card within its group's
      *escalation time is escalated to the group's next group

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIALRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared run log every program writes its numbered
      *    messages to
           SELECT RUN-LOG-IN-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-IN-STATUS.
      *    Routing table: message id (or its leading characters),
      *    severity and program, any of them blank for any, to the
      *    group to page, the urgency and the suppression window
           SELECT ALERT-RULE-FILE ASSIGN TO WS-ALERT-RULE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-RULE-STATUS.
      *    On-call groups: how long an alert may go unacknowledged
      *    and the group it escalates to then
           SELECT ONCALL-GROUP-FILE ASSIGN TO WS-ONCALL-GROUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-GROUP-STATUS.
      *    How far the last sweep got through the run log, and the
      *    next alert number to issue
           SELECT ALERT-POSITION-FILE ASSIGN TO WS-ALERT-POSITION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-POSITION-STATUS.
      *    Alerts still open or inside their suppression window;
      *    rewritten through a work file each sweep
           SELECT ALERT-REGISTER-FILE ASSIGN TO WS-ALERT-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-REGISTER-STATUS.
           SELECT ALERT-REGISTER-NEW ASSIGN TO WS-ALERT-REGNEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-REGNEW-STATUS.
      *    Operator acknowledgements: alert number and who took it
           SELECT ALERT-ACK-FILE ASSIGN TO WS-ALERT-ACK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-ACK-STATUS.
      *    Notifications for the paging interface, appended
           SELECT ALERT-NOTIFY-FILE ASSIGN TO WS-ALERT-NOTIFY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOG-IN-FILE.
       01 RUN-LOG-IN-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLI-.

       FD ALERT-RULE-FILE.
       01 ALERT-RULE-RECORD.
           05 ARR-MESSAGE-ID PIC X(07).
           05 FILLER PIC X(01).
           05 ARR-SEVERITY PIC X(01).
           05 FILLER PIC X(01).
           05 ARR-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 ARR-GROUP PIC X(12).
           05 FILLER PIC X(01).
           05 ARR-URGENCY PIC 9(01).
           05 FILLER PIC X(01).
           05 ARR-SUPPRESS-MINUTES PIC 9(04).

       FD ONCALL-GROUP-FILE.
       01 ONCALL-GROUP-RECORD.
           05 OCG-GROUP PIC X(12).
           05 FILLER PIC X(01).
           05 OCG-ESCALATE-MINUTES PIC 9(04).
           05 FILLER PIC X(01).
           05 OCG-NEXT-GROUP PIC X(12).

       FD ALERT-POSITION-FILE.
       01 ALERT-POSITION-RECORD.
           05 APS-LINES-SWEPT PIC 9(09).
           05 FILLER PIC X(01).
           05 APS-LAST-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 APS-NEXT-ALERT-ID PIC 9(09).

       FD ALERT-REGISTER-FILE.
       01 ALERT-REGISTER-RECORD.
           05 ALR-ALERT-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 ALR-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 ALR-MESSAGE-ID PIC X(07).
           05 FILLER PIC X(01).
           05 ALR-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 ALR-SEVERITY PIC X(01).
           05 FILLER PIC X(01).
           05 ALR-GROUP PIC X(12).
           05 FILLER PIC X(01).
           05 ALR-URGENCY PIC 9(01).
           05 FILLER PIC X(01).
           05 ALR-ESCALATION-LEVEL PIC 9(02).
           05 FILLER PIC X(01).
           05 ALR-SUPPRESS-MINUTES PIC 9(04).
           05 FILLER PIC X(01).
           05 ALR-RAISED-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 ALR-NOTIFIED-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 ALR-LAST-SEEN-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 ALR-REPEAT-COUNT PIC 9(05).
           05 FILLER PIC X(01).
           05 ALR-ACKED-BY PIC X(08).
           05 FILLER PIC X(01).
           05 ALR-MESSAGE-TEXT PIC X(80).

       FD ALERT-REGISTER-NEW.
       01 ALERT-REGISTER-NEW-RECORD PIC X(210).

       FD ALERT-ACK-FILE.
       01 ALERT-ACK-RECORD.
           05 ACK-ALERT-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 ACK-OPERATOR PIC X(08).
           05 FILLER PIC X(62).

       FD ALERT-NOTIFY-FILE.
       01 ALERT-NOTIFY-RECORD.
           05 NTF-ALERT-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 NTF-KIND PIC X(08).
           05 FILLER PIC X(01).
           05 NTF-GROUP PIC X(12).
           05 FILLER PIC X(01).
           05 NTF-URGENCY PIC 9(01).
           05 FILLER PIC X(01).
           05 NTF-ESCALATION-LEVEL PIC 9(02).
           05 FILLER PIC X(01).
           05 NTF-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 NTF-MESSAGE-ID PIC X(07).
           05 FILLER PIC X(01).
           05 NTF-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 NTF-SEVERITY PIC X(01).
           05 FILLER PIC X(01).
           05 NTF-MESSAGE-TEXT PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALERT-CONTROLS.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-IN-STATUS PIC X(02).
             88 RUN-LOG-IN-OK VALUE '00'.
           05 WS-ALERT-RULE-NAME PIC X(30) VALUE 'ALRTRULE.DAT'.
           05 WS-ALERT-RULE-STATUS PIC X(02).
             88 ALERT-RULE-OK VALUE '00'.
           05 WS-ONCALL-GROUP-NAME PIC X(30) VALUE 'ONCALL.DAT'.
           05 WS-ONCALL-GROUP-STATUS PIC X(02).
             88 ONCALL-GROUP-OK VALUE '00'.
           05 WS-ALERT-POSITION-NAME PIC X(30) VALUE 'ALRTPOS.DAT'.
           05 WS-ALERT-POSITION-STATUS PIC X(02).
             88 ALERT-POSITION-OK VALUE '00'.
           05 WS-ALERT-REGISTER-NAME PIC X(30) VALUE 'ALRTREG.DAT'.
           05 WS-ALERT-REGISTER-STATUS PIC X(02).
             88 ALERT-REGISTER-OK VALUE '00'.
           05 WS-ALERT-REGNEW-NAME PIC X(30) VALUE 'ALRTREG.NEW'.
           05 WS-ALERT-REGNEW-STATUS PIC X(02).
           05 WS-ALERT-ACK-NAME PIC X(30) VALUE 'ALRTACK.DAT'.
           05 WS-ALERT-ACK-STATUS PIC X(02).
             88 ALERT-ACK-OK VALUE '00'.
           05 WS-ALERT-NOTIFY-NAME PIC X(30) VALUE 'ALRTNOTE.DAT'.
           05 WS-ALERT-NOTIFY-STATUS PIC X(02).
             88 ALERT-NOTIFY-OK VALUE '00'.
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.
           05 RENAME-STATUS PIC S9(9) BINARY.

           05 CURRENT-TIME-MS PIC 9(18).
           05 WINDOW-MS PIC S9(18) BINARY.
      *    Used when a rule or group leaves its minutes blank, and
      *    for a severity 'S' message no rule routes
           05 DEFAULT-SUPPRESS-MINUTES PIC 9(04) VALUE 30.
           05 DEFAULT-ESCALATE-MINUTES PIC 9(04) VALUE 15.
           05 DEFAULT-GROUP PIC X(12) VALUE 'OPERATIONS'.

           05 LINES-IN-LOG PIC S9(9) BINARY VALUE 0.
           05 LINES-SWEPT-BEFORE PIC S9(9) BINARY VALUE 0.
           05 LAST-TIMESTAMP-BEFORE PIC 9(18) VALUE 0.
           05 LAST-TIMESTAMP-SWEPT PIC 9(18) VALUE 0.
           05 NEXT-ALERT-ID PIC 9(09) VALUE 1.
           05 LOG-LINE-NUMBER PIC S9(9) BINARY.

           05 MESSAGES-SWEPT PIC S9(9) BINARY VALUE 0.
           05 MESSAGES-UNROUTED PIC S9(9) BINARY VALUE 0.
           05 SEVERE-UNROUTED PIC S9(9) BINARY VALUE 0.
           05 ALERTS-RAISED PIC S9(9) BINARY VALUE 0.
           05 REPEATS-SUPPRESSED PIC S9(9) BINARY VALUE 0.
           05 ALERTS-ESCALATED PIC S9(9) BINARY VALUE 0.
           05 ALERTS-ACKNOWLEDGED PIC S9(9) BINARY VALUE 0.
           05 ALERTS-CLOSED PIC S9(9) BINARY VALUE 0.
           05 ACKS-UNMATCHED PIC S9(9) BINARY VALUE 0.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
           05 NOTIFY-KIND PIC X(08).

       01 RULE-TABLE-CONTROLS.
           05 MAX-RULE-ENTRIES PIC S9(4) BINARY VALUE 100.
           05 RULE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RULE-IX PIC S9(4) BINARY.
           05 RULE-FOUND-IX PIC S9(4) BINARY.
           05 RULE-SCORE PIC S9(4) BINARY.
           05 BEST-RULE-SCORE PIC S9(4) BINARY.
           05 ID-LENGTH PIC S9(4) BINARY.

       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100.
             10 RUL-MESSAGE-ID PIC X(07).
             10 RUL-ID-LENGTH PIC S9(4) BINARY.
             10 RUL-SEVERITY PIC X(01).
             10 RUL-PROGRAM-NAME PIC X(08).
             10 RUL-GROUP PIC X(12).
             10 RUL-URGENCY PIC 9(01).
             10 RUL-SUPPRESS-MINUTES PIC 9(04).

       01 GROUP-TABLE-CONTROLS.
           05 MAX-GROUP-ENTRIES PIC S9(4) BINARY VALUE 30.
           05 GROUP-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 GROUP-IX PIC S9(4) BINARY.
           05 GROUP-FOUND-IX PIC S9(4) BINARY.
           05 LOOKUP-GROUP PIC X(12).

       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 30.
             10 GRP-GROUP PIC X(12).
             10 GRP-ESCALATE-MINUTES PIC 9(04).
             10 GRP-NEXT-GROUP PIC X(12).

      *    The register held as images, with the fields a sweep
      *    matches and ages on kept beside each one
       01 REGISTER-TABLE-CONTROLS.
           05 MAX-REGISTER-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 REGISTER-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 REGISTER-IX PIC S9(9) BINARY.
           05 REGISTER-FOUND-IX PIC S9(9) BINARY.

       01 REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 2000.
             10 REG-IMAGE PIC X(210).

       PROCEDURE DIVISION.
           DISPLAY 'Sweeping the run log for alerts...' UPON CONSOLE
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-ROUTING-RULES
           IF RULE-ENTRY-COUNT = 0
               DISPLAY 'NO ALERT ROUTING TABLE PRESENT - NOTHING '
                       'ROUTED'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ONCALL-GROUPS
           PERFORM LOAD-SWEEP-POSITION
           PERFORM LOAD-ALERT-REGISTER
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE CURRENT-TIME-MS

           OPEN EXTEND ALERT-NOTIFY-FILE
           IF NOT ALERT-NOTIFY-OK
               OPEN OUTPUT ALERT-NOTIFY-FILE
           END-IF

           PERFORM APPLY-ACK-CARDS
           PERFORM SWEEP-RUN-LOG
           PERFORM ESCALATE-OPEN-ALERTS

           CLOSE ALERT-NOTIFY-FILE

           PERFORM REWRITE-ALERT-REGISTER
           PERFORM SAVE-SWEEP-POSITION

           DISPLAY 'Run-log messages swept: ' MESSAGES-SWEPT
              UPON CONSOLE
           DISPLAY 'Alerts raised:          ' ALERTS-RAISED
              UPON CONSOLE
           DISPLAY 'Repeats suppressed:     ' REPEATS-SUPPRESSED
              UPON CONSOLE
           DISPLAY 'Alerts escalated:       ' ALERTS-ESCALATED
              UPON CONSOLE
           DISPLAY 'Alerts acknowledged:    ' ALERTS-ACKNOWLEDGED
              UPON CONSOLE
           DISPLAY 'Alerts closed:          ' ALERTS-CLOSED
              UPON CONSOLE
           IF ACKS-UNMATCHED > 0
               DISPLAY 'Acks for no open alert: ' ACKS-UNMATCHED
                  UPON CONSOLE
           END-IF
           IF SEVERE-UNROUTED > 0
               DISPLAY '*** ' SEVERE-UNROUTED ' SEVERE MESSAGE(S) '
                       'MATCHED NO RULE - PAGED TO ' DEFAULT-GROUP
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TABLE-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The routing table, with the length of each message-id
      * pattern so a rule can name a whole id or just its prefix
       LOAD-ROUTING-RULES SECTION.
           OPEN INPUT ALERT-RULE-FILE
           IF NOT ALERT-RULE-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ ALERT-RULE-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF ARR-GROUP NOT = SPACES
                           PERFORM STORE-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-RULE-FILE

           EXIT.

       STORE-ONE-RULE SECTION.
           IF RULE-ENTRY-COUNT >= MAX-RULE-ENTRIES
               DISPLAY '*** ROUTING TABLE FULL AT ' MAX-RULE-ENTRIES
                       ' - RULE FOR ' ARR-MESSAGE-ID ' IGNORED'
                  UPON CONSOLE
               MOVE 'Y' TO TABLE-FULL-FLAG
               EXIT SECTION
           END-IF
           ADD 1 TO RULE-ENTRY-COUNT
           MOVE RULE-ENTRY-COUNT TO RULE-IX
           MOVE ARR-MESSAGE-ID TO RUL-MESSAGE-ID (RULE-IX)
           MOVE ARR-SEVERITY TO RUL-SEVERITY (RULE-IX)
           MOVE ARR-PROGRAM-NAME TO RUL-PROGRAM-NAME (RULE-IX)
           MOVE ARR-GROUP TO RUL-GROUP (RULE-IX)
           IF ARR-URGENCY IS NUMERIC AND ARR-URGENCY > 0
               MOVE ARR-URGENCY TO RUL-URGENCY (RULE-IX)
           ELSE
               MOVE 3 TO RUL-URGENCY (RULE-IX)
           END-IF
           IF ARR-SUPPRESS-MINUTES IS NUMERIC
               AND ARR-SUPPRESS-MINUTES > 0
               MOVE ARR-SUPPRESS-MINUTES
                 TO RUL-SUPPRESS-MINUTES (RULE-IX)
           ELSE
               MOVE DEFAULT-SUPPRESS-MINUTES
                 TO RUL-SUPPRESS-MINUTES (RULE-IX)
           END-IF

           MOVE 7 TO ID-LENGTH
           PERFORM UNTIL ID-LENGTH = 0
                      OR ARR-MESSAGE-ID (ID-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM ID-LENGTH
           END-PERFORM
           MOVE ID-LENGTH TO RUL-ID-LENGTH (RULE-IX)

           EXIT.

       LOAD-ONCALL-GROUPS SECTION.
           OPEN INPUT ONCALL-GROUP-FILE
           IF NOT ONCALL-GROUP-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ ONCALL-GROUP-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF OCG-GROUP NOT = SPACES
                           AND GROUP-ENTRY-COUNT < MAX-GROUP-ENTRIES
                           ADD 1 TO GROUP-ENTRY-COUNT
                           MOVE GROUP-ENTRY-COUNT TO GROUP-IX
                           MOVE OCG-GROUP TO GRP-GROUP (GROUP-IX)
                           MOVE OCG-NEXT-GROUP
                             TO GRP-NEXT-GROUP (GROUP-IX)
                           IF OCG-ESCALATE-MINUTES IS NUMERIC
                               AND OCG-ESCALATE-MINUTES > 0
                               MOVE OCG-ESCALATE-MINUTES
                                 TO GRP-ESCALATE-MINUTES (GROUP-IX)
                           ELSE
                               MOVE DEFAULT-ESCALATE-MINUTES
                                 TO GRP-ESCALATE-MINUTES (GROUP-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONCALL-GROUP-FILE

           EXIT.

       FIND-ONCALL-GROUP SECTION.
           MOVE 0 TO GROUP-FOUND-IX
           PERFORM VARYING GROUP-IX FROM 1 BY 1
                   UNTIL GROUP-IX > GROUP-ENTRY-COUNT
                      OR GROUP-FOUND-IX > 0
               IF GRP-GROUP (GROUP-IX) = LOOKUP-GROUP
                   MOVE GROUP-IX TO GROUP-FOUND-IX
               END-IF
           END-PERFORM

           EXIT.

       LOAD-SWEEP-POSITION SECTION.
           OPEN INPUT ALERT-POSITION-FILE
           IF NOT ALERT-POSITION-OK
               EXIT SECTION
           END-IF
           READ ALERT-POSITION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF APS-LINES-SWEPT IS NUMERIC
                       MOVE APS-LINES-SWEPT TO LINES-SWEPT-BEFORE
                   END-IF
                   IF APS-LAST-TIMESTAMP-MS IS NUMERIC
                       MOVE APS-LAST-TIMESTAMP-MS
                         TO LAST-TIMESTAMP-BEFORE
                   END-IF
                   IF APS-NEXT-ALERT-ID IS NUMERIC
                       AND APS-NEXT-ALERT-ID > 0
                       MOVE APS-NEXT-ALERT-ID TO NEXT-ALERT-ID
                   END-IF
           END-READ
           CLOSE ALERT-POSITION-FILE

           EXIT.

       LOAD-ALERT-REGISTER SECTION.
           OPEN INPUT ALERT-REGISTER-FILE
           IF NOT ALERT-REGISTER-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ ALERT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF ALR-ALERT-ID IS NUMERIC
                           AND REGISTER-ENTRY-COUNT
                               < MAX-REGISTER-ENTRIES
                           ADD 1 TO REGISTER-ENTRY-COUNT
                           MOVE ALERT-REGISTER-RECORD
                             TO REG-IMAGE (REGISTER-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-REGISTER-FILE

           EXIT.

      * ---
      * An acknowledged alert stops escalating; it stays in the
      * register until its suppression window runs out so repeats
      * of it are still held back
       APPLY-ACK-CARDS SECTION.
           OPEN INPUT ALERT-ACK-FILE
           IF NOT ALERT-ACK-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ ALERT-ACK-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF ACK-ALERT-ID IS NUMERIC
                           PERFORM APPLY-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-ACK-FILE

           EXIT.

       APPLY-ONE-ACK SECTION.
           MOVE 0 TO REGISTER-FOUND-IX
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > REGISTER-ENTRY-COUNT
                      OR REGISTER-FOUND-IX > 0
               MOVE REG-IMAGE (REGISTER-IX) TO ALERT-REGISTER-RECORD
               IF ALR-ALERT-ID = ACK-ALERT-ID
                   MOVE REGISTER-IX TO REGISTER-FOUND-IX
               END-IF
           END-PERFORM
           IF REGISTER-FOUND-IX = 0
               ADD 1 TO ACKS-UNMATCHED
               EXIT SECTION
           END-IF

      *    The ack card is kept, so an alert already taken is left
      *    as it is
           MOVE REG-IMAGE (REGISTER-FOUND-IX) TO ALERT-REGISTER-RECORD
           IF ALR-STATUS NOT = 'O'
               EXIT SECTION
           END-IF
           MOVE 'A' TO ALR-STATUS
           MOVE ACK-OPERATOR TO ALR-ACKED-BY
           MOVE ALERT-REGISTER-RECORD TO REG-IMAGE (REGISTER-FOUND-IX)
           ADD 1 TO ALERTS-ACKNOWLEDGED

           EXIT.

      * ---
      * Pick up after the last line the previous sweep handled. If
      * the log is now shorter, or that line is no longer the one
      * swept, the log was rolled over and is swept from the top
       SWEEP-RUN-LOG SECTION.
           OPEN INPUT RUN-LOG-IN-FILE
           IF NOT RUN-LOG-IN-OK
               EXIT SECTION
           END-IF
           MOVE 0 TO LINES-IN-LOG
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ RUN-LOG-IN-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINES-IN-LOG
                       IF LINES-IN-LOG = LINES-SWEPT-BEFORE
                           AND RLI-TIMESTAMP-MS
                               NOT = LAST-TIMESTAMP-BEFORE
                           MOVE 0 TO LINES-SWEPT-BEFORE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-IN-FILE
           IF LINES-IN-LOG < LINES-SWEPT-BEFORE
               MOVE 0 TO LINES-SWEPT-BEFORE
           END-IF
           IF LINES-SWEPT-BEFORE = 0
               AND LAST-TIMESTAMP-BEFORE > 0
               DISPLAY 'Run log rolled over - swept from the top'
                  UPON CONSOLE
           END-IF

           MOVE LAST-TIMESTAMP-BEFORE TO LAST-TIMESTAMP-SWEPT
           OPEN INPUT RUN-LOG-IN-FILE
           MOVE 0 TO LOG-LINE-NUMBER
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ RUN-LOG-IN-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LOG-LINE-NUMBER
                       IF LOG-LINE-NUMBER > LINES-SWEPT-BEFORE
                           ADD 1 TO MESSAGES-SWEPT
                           MOVE RLI-TIMESTAMP-MS
                             TO LAST-TIMESTAMP-SWEPT
                           PERFORM ROUTE-ONE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-IN-FILE

           EXIT.

      * ---
      * The most specific rule wins: a longer message-id pattern
      * first, then a named program, then a named severity
       ROUTE-ONE-MESSAGE SECTION.
           MOVE 0 TO RULE-FOUND-IX
           MOVE -1 TO BEST-RULE-SCORE
           PERFORM VARYING RULE-IX FROM 1 BY 1
                   UNTIL RULE-IX > RULE-ENTRY-COUNT
               PERFORM SCORE-ONE-RULE
               IF RULE-SCORE > BEST-RULE-SCORE
                   MOVE RULE-SCORE TO BEST-RULE-SCORE
                   MOVE RULE-IX TO RULE-FOUND-IX
               END-IF
           END-PERFORM

           IF RULE-FOUND-IX = 0
               ADD 1 TO MESSAGES-UNROUTED
               IF RLI-SEVERITY NOT = 'S'
                   EXIT SECTION
               END-IF
               ADD 1 TO SEVERE-UNROUTED
           END-IF

           PERFORM FIND-REPEAT-ALERT
           IF REGISTER-FOUND-IX > 0
               MOVE REG-IMAGE (REGISTER-FOUND-IX)
                 TO ALERT-REGISTER-RECORD
               ADD 1 TO ALR-REPEAT-COUNT
               MOVE RLI-TIMESTAMP-MS TO ALR-LAST-SEEN-MS
               MOVE ALERT-REGISTER-RECORD
                 TO REG-IMAGE (REGISTER-FOUND-IX)
               ADD 1 TO REPEATS-SUPPRESSED
               EXIT SECTION
           END-IF

           PERFORM RAISE-NEW-ALERT

           EXIT.

       SCORE-ONE-RULE SECTION.
           MOVE -1 TO RULE-SCORE
           MOVE RUL-ID-LENGTH (RULE-IX) TO ID-LENGTH
           IF ID-LENGTH > 0
               IF RLI-MESSAGE-ID (1:ID-LENGTH)
                      NOT = RUL-MESSAGE-ID (RULE-IX) (1:ID-LENGTH)
                   EXIT SECTION
               END-IF
           END-IF
           IF RUL-SEVERITY (RULE-IX) NOT = SPACE
               AND RUL-SEVERITY (RULE-IX) NOT = RLI-SEVERITY
               EXIT SECTION
           END-IF
           IF RUL-PROGRAM-NAME (RULE-IX) NOT = SPACES
               AND RUL-PROGRAM-NAME (RULE-IX) NOT = RLI-PROGRAM-NAME
               EXIT SECTION
           END-IF

           COMPUTE RULE-SCORE = ID-LENGTH * 10
           IF RUL-PROGRAM-NAME (RULE-IX) NOT = SPACES
               ADD 2 TO RULE-SCORE
           END-IF
           IF RUL-SEVERITY (RULE-IX) NOT = SPACE
               ADD 1 TO RULE-SCORE
           END-IF

           EXIT.

      * ---
      * The same message from the same program inside the window of
      * an alert already raised for it
       FIND-REPEAT-ALERT SECTION.
           MOVE 0 TO REGISTER-FOUND-IX
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > REGISTER-ENTRY-COUNT
                      OR REGISTER-FOUND-IX > 0
               MOVE REG-IMAGE (REGISTER-IX) TO ALERT-REGISTER-RECORD
               IF ALR-MESSAGE-ID = RLI-MESSAGE-ID
                   AND ALR-PROGRAM-NAME = RLI-PROGRAM-NAME
                   AND ALR-STATUS NOT = 'C'
                   COMPUTE WINDOW-MS =
                       ALR-SUPPRESS-MINUTES * 60000
                   IF RLI-TIMESTAMP-MS - ALR-LAST-SEEN-MS
                          <= WINDOW-MS
                       MOVE REGISTER-IX TO REGISTER-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       RAISE-NEW-ALERT SECTION.
           IF REGISTER-ENTRY-COUNT >= MAX-REGISTER-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   DISPLAY '*** ALERT REGISTER FULL AT '
                           MAX-REGISTER-ENTRIES
                           ' - LATER ALERTS PAGED BUT NOT TRACKED'
                      UPON CONSOLE
               END-IF
               MOVE 'Y' TO TABLE-FULL-FLAG
           END-IF

           MOVE SPACES TO ALERT-REGISTER-RECORD
           MOVE NEXT-ALERT-ID TO ALR-ALERT-ID
           ADD 1 TO NEXT-ALERT-ID
           MOVE 'O' TO ALR-STATUS
           MOVE RLI-MESSAGE-ID TO ALR-MESSAGE-ID
           MOVE RLI-PROGRAM-NAME TO ALR-PROGRAM-NAME
           MOVE RLI-SEVERITY TO ALR-SEVERITY
           IF RULE-FOUND-IX > 0
               MOVE RUL-GROUP (RULE-FOUND-IX) TO ALR-GROUP
               MOVE RUL-URGENCY (RULE-FOUND-IX) TO ALR-URGENCY
               MOVE RUL-SUPPRESS-MINUTES (RULE-FOUND-IX)
                 TO ALR-SUPPRESS-MINUTES
           ELSE
               MOVE DEFAULT-GROUP TO ALR-GROUP
               MOVE 1 TO ALR-URGENCY
               MOVE DEFAULT-SUPPRESS-MINUTES TO ALR-SUPPRESS-MINUTES
           END-IF
           MOVE 0 TO ALR-ESCALATION-LEVEL
           MOVE RLI-TIMESTAMP-MS TO ALR-RAISED-MS
           MOVE CURRENT-TIME-MS TO ALR-NOTIFIED-MS
           MOVE RLI-TIMESTAMP-MS TO ALR-LAST-SEEN-MS
           MOVE 0 TO ALR-REPEAT-COUNT
           MOVE RLI-MESSAGE-TEXT TO ALR-MESSAGE-TEXT
           IF TABLE-FULL-FLAG = 'N'
               ADD 1 TO REGISTER-ENTRY-COUNT
               MOVE ALERT-REGISTER-RECORD
                 TO REG-IMAGE (REGISTER-ENTRY-COUNT)
           END-IF
           ADD 1 TO ALERTS-RAISED

           MOVE 'RAISED' TO NOTIFY-KIND
           PERFORM WRITE-NOTIFICATION

           EXIT.

      * ---
      * An open alert past its group's escalation time goes to the
      * group's next group and the clock starts again; at the end
      * of the chain it is paged again to the last group. An
      * acknowledged alert whose window has run out is closed
       ESCALATE-OPEN-ALERTS SECTION.
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > REGISTER-ENTRY-COUNT
               MOVE REG-IMAGE (REGISTER-IX) TO ALERT-REGISTER-RECORD
               EVALUATE ALR-STATUS
                   WHEN 'O'
                       PERFORM ESCALATE-ONE-ALERT
                   WHEN 'A'
                       COMPUTE WINDOW-MS =
                           ALR-SUPPRESS-MINUTES * 60000
                       IF CURRENT-TIME-MS - ALR-LAST-SEEN-MS
                              > WINDOW-MS
                           MOVE 'C' TO ALR-STATUS
                           ADD 1 TO ALERTS-CLOSED
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE ALERT-REGISTER-RECORD TO REG-IMAGE (REGISTER-IX)
           END-PERFORM

           EXIT.

       ESCALATE-ONE-ALERT SECTION.
           MOVE ALR-GROUP TO LOOKUP-GROUP
           PERFORM FIND-ONCALL-GROUP
           IF GROUP-FOUND-IX > 0
               COMPUTE WINDOW-MS =
                   GRP-ESCALATE-MINUTES (GROUP-FOUND-IX) * 60000
           ELSE
               COMPUTE WINDOW-MS = DEFAULT-ESCALATE-MINUTES * 60000
           END-IF
           IF CURRENT-TIME-MS - ALR-NOTIFIED-MS < WINDOW-MS
               EXIT SECTION
           END-IF

           IF GROUP-FOUND-IX > 0
               IF GRP-NEXT-GROUP (GROUP-FOUND-IX) NOT = SPACES
                   MOVE GRP-NEXT-GROUP (GROUP-FOUND-IX) TO ALR-GROUP
               END-IF
           END-IF
           IF ALR-ESCALATION-LEVEL < 99
               ADD 1 TO ALR-ESCALATION-LEVEL
           END-IF
           IF ALR-URGENCY > 1
               SUBTRACT 1 FROM ALR-URGENCY
           END-IF
           MOVE CURRENT-TIME-MS TO ALR-NOTIFIED-MS
           ADD 1 TO ALERTS-ESCALATED

           MOVE 'ESCALATE' TO NOTIFY-KIND
           PERFORM WRITE-NOTIFICATION

           EXIT.

      * ---
      * One notification for the paging interface from the alert
      * in ALERT-REGISTER-RECORD; caller has set NOTIFY-KIND
       WRITE-NOTIFICATION SECTION.
           MOVE SPACES TO ALERT-NOTIFY-RECORD
           MOVE NOTIFY-KIND TO NTF-KIND
           MOVE ALR-ALERT-ID TO NTF-ALERT-ID
           MOVE ALR-GROUP TO NTF-GROUP
           MOVE ALR-URGENCY TO NTF-URGENCY
           MOVE ALR-ESCALATION-LEVEL TO NTF-ESCALATION-LEVEL
           MOVE CURRENT-TIME-MS TO NTF-TIMESTAMP-MS
           MOVE ALR-MESSAGE-ID TO NTF-MESSAGE-ID
           MOVE ALR-PROGRAM-NAME TO NTF-PROGRAM-NAME
           MOVE ALR-SEVERITY TO NTF-SEVERITY
           MOVE ALR-MESSAGE-TEXT TO NTF-MESSAGE-TEXT
           WRITE ALERT-NOTIFY-RECORD

           EXIT.

      * ---
      * Closed alerts drop out; the rest are carried to next sweep
       REWRITE-ALERT-REGISTER SECTION.
           OPEN OUTPUT ALERT-REGISTER-NEW
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > REGISTER-ENTRY-COUNT
               MOVE REG-IMAGE (REGISTER-IX) TO ALERT-REGISTER-RECORD
               IF ALR-STATUS NOT = 'C'
                   MOVE ALERT-REGISTER-RECORD
                     TO ALERT-REGISTER-NEW-RECORD
                   WRITE ALERT-REGISTER-NEW-RECORD
               END-IF
           END-PERFORM
           CLOSE ALERT-REGISTER-NEW

           CALL 'CBL_DELETE_FILE' USING WS-ALERT-REGISTER-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-ALERT-REGNEW-NAME
                WS-ALERT-REGISTER-NAME
              RETURNING RENAME-STATUS

           EXIT.

       SAVE-SWEEP-POSITION SECTION.
           OPEN OUTPUT ALERT-POSITION-FILE
           MOVE SPACES TO ALERT-POSITION-RECORD
           IF LINES-IN-LOG > LINES-SWEPT-BEFORE
               MOVE LINES-IN-LOG TO APS-LINES-SWEPT
           ELSE
               MOVE LINES-SWEPT-BEFORE TO APS-LINES-SWEPT
           END-IF
           MOVE LAST-TIMESTAMP-SWEPT TO APS-LAST-TIMESTAMP-MS
           MOVE NEXT-ALERT-ID TO APS-NEXT-ALERT-ID
           WRITE ALERT-POSITION-RECORD
           CLOSE ALERT-POSITION-FILE

           EXIT.
