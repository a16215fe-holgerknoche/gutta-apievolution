123456*Nightly critical-path and batch SLA report: reads the job
      *chain's plan card and its step history, the shared run log
      *and the steps' run-metrics files, lays out the night's step
      *timeline - start, end and elapsed for every step run, the
      *time lost to failed attempts and to waits between steps -
      *against each program's rolling average over the prior
      *nights, and projects the finish of the steps still to run
      *against the SLA deadline card. APICHAIN calls it after each
      *step, so a projected breach is raised on the run log at the
      *step that causes it; the last call leaves the morning report

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The chain's plan card: the steps the night has to run
           SELECT CHAIN-PLAN-FILE ASSIGN TO WS-CHAIN-PLAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-PLAN-STATUS.
      *    Every step APICHAIN has run, night by night, with its
      *    state line and timings
           SELECT CHAIN-HISTORY-FILE ASSIGN TO WS-CHAIN-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-HISTORY-STATUS.
      *    Deadline, averaging window, tolerance and the metrics
      *    dataset each program writes
           SELECT SLA-CARD-FILE ASSIGN TO WS-SLA-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CARD-STATUS.
      *    A step's run-metrics file
           SELECT METRICS-IN-FILE ASSIGN TO WS-METRICS-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-METRICS-IN-STATUS.
      *    Shared run log: read for the warnings and errors each
      *    step raised, then appended to when the SLA is in danger
           SELECT RUN-LOG-IN-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-IN-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
      *    Which SLA warnings tonight has already raised, so each is
      *    raised once however many steps are still to run
           SELECT SLA-WARNING-FILE ASSIGN TO WS-SLA-WARNING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-WARNING-STATUS.
      *    Timeline, critical path and projection
           SELECT SLA-REPORT-FILE ASSIGN TO WS-SLA-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAIN-PLAN-FILE.
       01 CHAIN-PLAN-RECORD.
           05 CHP-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 CHP-MAX-OK-RC PIC 9(03).
           05 FILLER PIC X(68).

       FD CHAIN-HISTORY-FILE.
       01 CHAIN-HISTORY-RECORD.
           05 CHH-NIGHT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CHH-STEP-NUMBER PIC 9(03).
           05 FILLER PIC X(01).
           05 CHH-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 CHH-OUTCOME PIC X(04).
           05 FILLER PIC X(01).
           05 CHH-RETURN-CODE PIC 9(03).
           05 FILLER PIC X(01).
           05 CHH-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 CHH-START-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CHH-START-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 CHH-END-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CHH-END-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 CHH-START-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 CHH-END-MS PIC 9(18).

      *    DEADLINE HHMM, HISTORY nights, TOLERANC percent over the
      *    average before a step is called slow, and METRICS program
      *    and dataset
       FD SLA-CARD-FILE.
       01 SLA-CARD-RECORD.
           05 SLC-KEYWORD PIC X(08).
           05 FILLER PIC X(01).
           05 SLC-NUMBER PIC 9(04).
           05 FILLER PIC X(67).
       01 SLA-METRICS-CARD REDEFINES SLA-CARD-RECORD.
           05 FILLER PIC X(09).
           05 SLC-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 SLC-DATASET-NAME PIC X(30).
           05 FILLER PIC X(32).

       FD METRICS-IN-FILE.
       01 METRICS-IN-RECORD PIC X(80).

       FD RUN-LOG-IN-FILE.
       01 RUN-LOG-IN-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLI-.

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       FD SLA-WARNING-FILE.
       01 SLA-WARNING-RECORD.
           05 SLW-NIGHT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SLW-PROJECTED-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 SLW-MISSED-FLAG PIC X(01).

       FD SLA-REPORT-FILE.
       01 SLA-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 SLA-CONTROLS.
           05 WS-CHAIN-PLAN-NAME PIC X(30) VALUE 'CHNPLAN.DAT'.
           05 WS-CHAIN-PLAN-STATUS PIC X(02).
             88 CHAIN-PLAN-OK VALUE '00'.
           05 WS-CHAIN-HISTORY-NAME PIC X(30) VALUE 'CHNHIST.DAT'.
           05 WS-CHAIN-HISTORY-STATUS PIC X(02).
             88 CHAIN-HISTORY-OK VALUE '00'.
           05 WS-SLA-CARD-NAME PIC X(30) VALUE 'SLACARD.DAT'.
           05 WS-SLA-CARD-STATUS PIC X(02).
             88 SLA-CARD-OK VALUE '00'.
           05 WS-METRICS-IN-NAME PIC X(30).
           05 WS-METRICS-IN-STATUS PIC X(02).
             88 METRICS-IN-OK VALUE '00'.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-IN-STATUS PIC X(02).
             88 RUN-LOG-IN-OK VALUE '00'.
           05 WS-RUN-LOG-STATUS PIC X(02).
             88 RUN-LOG-OK VALUE '00'.
           05 WS-SLA-WARNING-NAME PIC X(30) VALUE 'SLAWARN.DAT'.
           05 WS-SLA-WARNING-STATUS PIC X(02).
             88 SLA-WARNING-OK VALUE '00'.
           05 WS-SLA-RPT-NAME PIC X(30) VALUE 'SLARPT.DAT'.
           05 WS-SLA-RPT-STATUS PIC X(02).
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.

           05 RUN-LOG-MESSAGE-ID PIC X(07).
           05 RUN-LOG-SEVERITY PIC X(01).
           05 RUN-LOG-TEXT PIC X(80).

      *    Card values, defaulted for a night with no card
       01 SLA-PARAMETERS.
           05 DEADLINE-HHMM PIC 9(04) VALUE 0600.
           05 DEADLINE-PARTS REDEFINES DEADLINE-HHMM.
             10 DLN-HOURS PIC 9(02).
             10 DLN-MINUTES PIC 9(02).
           05 HISTORY-NIGHTS PIC S9(4) BINARY VALUE 7.
           05 MAX-HISTORY-NIGHTS PIC S9(4) BINARY VALUE 99.
           05 TOLERANCE-PERCENT PIC S9(4) BINARY VALUE 25.
      *    Waits between steps shorter than this are not listed
           05 MIN-WAIT-SECONDS PIC S9(9) BINARY VALUE 60.

      *    Which metrics dataset each program writes
       01 METRICS-MAP-CONTROLS.
           05 MAX-METRICS-MAP-ENTRIES PIC S9(4) BINARY VALUE 20.
           05 METRICS-MAP-COUNT PIC S9(4) BINARY VALUE 0.
           05 METRICS-MAP-IX PIC S9(4) BINARY.
           05 METRICS-MAP-FOUND-IX PIC S9(4) BINARY.

       01 METRICS-MAP-TABLE.
           05 METRICS-MAP-ENTRY OCCURS 20.
             10 MMP-PROGRAM-NAME PIC X(08).
             10 MMP-DATASET-NAME PIC X(30).

      *    The plan, and whether tonight has completed each step
       01 PLAN-TABLE-CONTROLS.
           05 MAX-PLAN-STEPS PIC S9(4) BINARY VALUE 20.
           05 PLAN-STEP-COUNT PIC S9(4) BINARY VALUE 0.
           05 PLAN-IX PIC S9(4) BINARY.

       01 PLAN-TABLE.
           05 PLAN-STEP-ENTRY OCCURS 20.
             10 PLN-PROGRAM-NAME PIC X(08).
             10 PLN-DONE-FLAG PIC X(01).
               88 PLAN-STEP-DONE VALUE 'Y'.

      *    The most recent nights in the history, oldest first; the
      *    last is tonight and the rest are the averaging window
       01 NIGHT-TABLE-CONTROLS.
           05 NIGHT-COUNT PIC S9(4) BINARY VALUE 0.
           05 NIGHT-IX PIC S9(4) BINARY.
           05 TONIGHT-DATE PIC 9(08) VALUE 0.
           05 WINDOW-START-DATE PIC 9(08) VALUE 0.

       01 NIGHT-TABLE.
           05 NIGHT-DATE PIC 9(08) OCCURS 100.

      *    Completed runs per program over the averaging window
       01 AVERAGE-TABLE-CONTROLS.
           05 MAX-AVERAGE-ENTRIES PIC S9(4) BINARY VALUE 40.
           05 AVERAGE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 AVERAGE-IX PIC S9(4) BINARY.
           05 AVERAGE-FOUND-IX PIC S9(4) BINARY.
           05 LOOKUP-PROGRAM PIC X(08).

       01 AVERAGE-TABLE.
           05 AVERAGE-ENTRY OCCURS 40.
             10 AVG-PROGRAM-NAME PIC X(08).
             10 AVG-TOTAL-SECONDS PIC S9(9) BINARY.
             10 AVG-RUNS PIC S9(4) BINARY.
             10 AVG-SECONDS PIC S9(9) BINARY.

      *    Tonight's step runs in the order they ran, times held as
      *    seconds from midnight at the start of the night
       01 TONIGHT-TABLE-CONTROLS.
           05 MAX-TONIGHT-ENTRIES PIC S9(4) BINARY VALUE 60.
           05 TONIGHT-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 TONIGHT-IX PIC S9(4) BINARY.
           05 TONIGHT-FOUND-IX PIC S9(4) BINARY.
           05 ORIGIN-DAY-NUMBER PIC S9(9) BINARY.

       01 TONIGHT-TABLE.
           05 TONIGHT-ENTRY OCCURS 60.
             10 TNT-STEP-NUMBER PIC 9(03).
             10 TNT-PROGRAM-NAME PIC X(08).
             10 TNT-OUTCOME PIC X(04).
             10 TNT-RETURN-CODE PIC 9(03).
             10 TNT-START-TIME PIC 9(06).
             10 TNT-END-TIME PIC 9(06).
             10 TNT-START-MS PIC 9(18).
             10 TNT-END-MS PIC 9(18).
             10 TNT-START-SECONDS PIC S9(9) BINARY.
             10 TNT-END-SECONDS PIC S9(9) BINARY.
             10 TNT-ELAPSED-SECONDS PIC S9(9) BINARY.
             10 TNT-WARNINGS PIC S9(4) BINARY.
             10 TNT-ERRORS PIC S9(4) BINARY.
             10 TNT-RECORDS PIC S9(12) BINARY.
             10 TNT-METRICS-FLAG PIC X(01).
               88 TONIGHT-HAS-METRICS VALUE 'Y'.

      *    The night's totals and the projection
       01 NIGHT-TOTALS.
           05 NIGHT-START-SECONDS PIC S9(9) BINARY VALUE 0.
           05 LAST-END-SECONDS PIC S9(9) BINARY VALUE 0.
           05 NIGHT-SPAN-SECONDS PIC S9(9) BINARY VALUE 0.
           05 COMPLETED-SECONDS PIC S9(9) BINARY VALUE 0.
           05 FAILED-SECONDS PIC S9(9) BINARY VALUE 0.
           05 WAITING-SECONDS PIC S9(9) BINARY VALUE 0.
           05 OVER-AVERAGE-SECONDS PIC S9(9) BINARY VALUE 0.
           05 REMAINING-SECONDS PIC S9(9) BINARY VALUE 0.
           05 PROJECTED-FINISH-SECONDS PIC S9(9) BINARY VALUE 0.
           05 DEADLINE-SECONDS PIC S9(9) BINARY VALUE 0.
           05 MARGIN-SECONDS PIC S9(9) BINARY VALUE 0.
           05 STEPS-PENDING PIC S9(4) BINARY VALUE 0.
           05 STEPS-UNESTIMATED PIC S9(4) BINARY VALUE 0.
           05 LONGEST-IX PIC S9(4) BINARY VALUE 0.
           05 LAST-STEP-IX PIC S9(4) BINARY VALUE 0.
           05 SLA-STATUS PIC X(16) VALUE SPACES.
           05 SLA-BREACH-FLAG PIC X(01) VALUE 'N'.
             88 SLA-BREACHED VALUE 'Y'.
           05 PROJECTED-WARNED-FLAG PIC X(01) VALUE 'N'.
           05 MISSED-WARNED-FLAG PIC X(01) VALUE 'N'.

       01 TIME-WORK-FIELDS.
           05 LINE-ELAPSED-SECONDS PIC S9(9) BINARY.
           05 LINE-START-SECONDS PIC S9(9) BINARY.
           05 LINE-END-SECONDS PIC S9(9) BINARY.
           05 MS-DIFFERENCE PIC S9(18) BINARY.
           05 CLOCK-DATE PIC 9(08).
           05 CLOCK-TIME PIC 9(06).
           05 CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
             10 CKT-HOURS PIC 9(02).
             10 CKT-MINUTES PIC 9(02).
             10 CKT-SECONDS PIC 9(02).
           05 CLOCK-SECONDS PIC S9(9) BINARY.
           05 DAY-SECONDS PIC S9(9) BINARY.
           05 DEADLINE-TEXT PIC X(08).
           05 VARIANCE-SECONDS PIC S9(9) BINARY.
           05 SLOW-LIMIT-SECONDS PIC S9(9) BINARY.
           05 PERCENT-OF-NIGHT PIC S9(5)V9 BINARY.

       01 DATE-WORK-FIELDS.
           05 DATE-WORK PIC 9(08).
           05 DATE-WORK-PARTS REDEFINES DATE-WORK.
             10 DTW-YEAR PIC 9(04).
             10 DTW-MONTH PIC 9(02).
             10 DTW-DAY PIC 9(02).
           05 DAY-NUMBER PIC S9(9) BINARY.
           05 DNW-YEAR PIC S9(9) BINARY.
           05 DNW-MONTH PIC S9(4) BINARY.
           05 DNW-QUOTIENT-4 PIC S9(9) BINARY.
           05 DNW-QUOTIENT-100 PIC S9(9) BINARY.
           05 DNW-QUOTIENT-400 PIC S9(9) BINARY.
           05 DNW-MONTH-DAYS PIC S9(9) BINARY.

      *    Seconds rendered as [sign]HH:MM:SS
       01 DURATION-WORK-FIELDS.
           05 DURATION-SECONDS PIC S9(9) BINARY.
           05 DURATION-REMAINDER PIC S9(9) BINARY.
           05 DURATION-TEXT.
             10 DRT-SIGN PIC X(01).
             10 DRT-HOURS PIC 9(02).
             10 FILLER PIC X(01) VALUE ':'.
             10 DRT-MINUTES PIC 9(02).
             10 FILLER PIC X(01) VALUE ':'.
             10 DRT-SECONDS PIC 9(02).
           05 CLOCK-TEXT.
             10 CLT-HOURS PIC 9(02).
             10 FILLER PIC X(01) VALUE ':'.
             10 CLT-MINUTES PIC 9(02).
             10 FILLER PIC X(01) VALUE ':'.
             10 CLT-SECONDS PIC 9(02).

      *    key=value parse state for one metrics line
       01 METRIC-PARSE-CONTROLS.
           05 MPS-SCAN-IX PIC S9(4) BINARY.
           05 MPS-EQUAL-IX PIC S9(4) BINARY.
           05 MPS-KEY PIC X(30).
           05 MPS-VALUE-TEXT PIC X(20).
           05 MPS-VALUE PIC S9(15) BINARY.
           05 MPS-NEGATIVE-FLAG PIC X(01).
           05 MPS-VALUE-START PIC S9(4) BINARY.
           05 MPS-VALUE-OK-FLAG PIC X(01).
             88 METRIC-VALUE-OK VALUE 'Y'.
           05 MPS-DIGIT-IX PIC S9(4) BINARY.
           05 MPS-DIGIT-X PIC X(01).
           05 MPS-DIGIT REDEFINES MPS-DIGIT-X PIC 9(01).

       01 SLA-REPORT-CONTROLS.
           05 SRL-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 SRL-LINE-COUNT PIC S9(9) BINARY VALUE 99.
           05 SRL-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 SRL-HOLD-LINE PIC X(132).
           05 STEP-EDIT PIC ZZ9.
           05 COUNT-EDIT PIC ZZ9.
           05 PERCENT-EDIT PIC ZZ9.9.
           05 NOTE-POINTER PIC S9(4) BINARY.

       01 TIMELINE-COLUMN-LINE.
           05 FILLER PIC X(40)
              VALUE 'STP PROGRAM  OUTC RC  START    END      '.
           05 FILLER PIC X(40)
              VALUE 'ELAPSED  AVERAGE  VARIANCE  %PATH     RE'.
           05 FILLER PIC X(40)
              VALUE 'CORDS WARN  ERR FLAG                    '.

       01 TIMELINE-LINE.
           05 TML-STEP PIC ZZ9.
           05 FILLER PIC X(01).
           05 TML-PROGRAM PIC X(08).
           05 FILLER PIC X(01).
           05 TML-OUTCOME PIC X(04).
           05 FILLER PIC X(01).
           05 TML-RETURN-CODE PIC ZZ9.
           05 FILLER PIC X(01).
           05 TML-START PIC X(08).
           05 FILLER PIC X(01).
           05 TML-END PIC X(08).
           05 FILLER PIC X(01).
           05 TML-ELAPSED PIC X(08).
           05 FILLER PIC X(01).
           05 TML-AVERAGE PIC X(08).
           05 FILLER PIC X(01).
           05 TML-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 TML-PERCENT PIC ZZ9.9.
           05 FILLER PIC X(01).
           05 TML-RECORDS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01).
           05 TML-WARNINGS PIC ZZZ9.
           05 FILLER PIC X(01).
           05 TML-ERRORS PIC ZZZ9.
           05 FILLER PIC X(01).
           05 TML-FLAG PIC X(10).

       01 SUMMARY-LINE.
           05 SML-LABEL PIC X(36).
           05 SML-VALUE PIC X(09).
           05 FILLER PIC X(02).
           05 SML-NOTE PIC X(60).

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE

           PERFORM LOAD-SLA-CARD
           PERFORM LOAD-CHAIN-PLAN
           PERFORM FIND-AVERAGING-WINDOW
           IF NIGHT-COUNT = 0
               DISPLAY 'NO CHAIN STEP HISTORY PRESENT - NOTHING TO '
                       'REPORT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-STEP-HISTORY
           IF TONIGHT-ENTRY-COUNT = 0
               DISPLAY 'NO USABLE STEP HISTORY FOR THE NIGHT OF '
                       TONIGHT-DATE
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ATTACH-RUN-LOG-COUNTS
           PERFORM ATTACH-STEP-METRICS
           PERFORM PROJECT-NIGHT-FINISH
           PERFORM RAISE-SLA-WARNINGS
           PERFORM WRITE-SLA-REPORT

           DISPLAY 'Night of ' TONIGHT-DATE ': '
                   TONIGHT-ENTRY-COUNT ' step run(s), '
                   STEPS-PENDING ' step(s) to run'
              UPON CONSOLE
           MOVE PROJECTED-FINISH-SECONDS TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           DISPLAY 'SLA ' SLA-STATUS ' - finish ' CLOCK-TEXT
              UPON CONSOLE

           IF SLA-BREACHED
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Card values over the defaults; the four programs that write
      * run metrics today are mapped to their datasets up front
       LOAD-SLA-CARD SECTION.
           MOVE 'APIMIGR' TO LOOKUP-PROGRAM
           MOVE 'MIGRMETR.DAT' TO WS-METRICS-IN-NAME
           PERFORM MAP-METRICS-DATASET
           MOVE 'APICONV' TO LOOKUP-PROGRAM
           MOVE 'CONVMETR.DAT' TO WS-METRICS-IN-NAME
           PERFORM MAP-METRICS-DATASET
           MOVE 'APIJIMP' TO LOOKUP-PROGRAM
           MOVE 'JIMPMETR.DAT' TO WS-METRICS-IN-NAME
           PERFORM MAP-METRICS-DATASET
           MOVE 'APITEST' TO LOOKUP-PROGRAM
           MOVE 'TESTMETR.DAT' TO WS-METRICS-IN-NAME
           PERFORM MAP-METRICS-DATASET

           OPEN INPUT SLA-CARD-FILE
           IF NOT SLA-CARD-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ SLA-CARD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-SLA-CARD
               END-READ
           END-PERFORM
           CLOSE SLA-CARD-FILE

           EXIT.

       APPLY-ONE-SLA-CARD SECTION.
           EVALUATE SLC-KEYWORD
               WHEN 'DEADLINE'
                   IF SLC-NUMBER IS NUMERIC
                       AND SLC-NUMBER (1:2) < '24'
                       AND SLC-NUMBER (3:2) < '60'
                       MOVE SLC-NUMBER TO DEADLINE-HHMM
                   ELSE
                       DISPLAY '*** DEADLINE CARD NOT A TIME OF DAY: '
                               SLC-NUMBER ' - ' DEADLINE-HHMM
                               ' KEPT'
                          UPON CONSOLE
                   END-IF
               WHEN 'HISTORY'
                   IF SLC-NUMBER IS NUMERIC AND SLC-NUMBER > 0
                       MOVE SLC-NUMBER TO HISTORY-NIGHTS
                       IF HISTORY-NIGHTS > MAX-HISTORY-NIGHTS
                           MOVE MAX-HISTORY-NIGHTS TO HISTORY-NIGHTS
                       END-IF
                   END-IF
               WHEN 'TOLERANC'
                   IF SLC-NUMBER IS NUMERIC
                       MOVE SLC-NUMBER TO TOLERANCE-PERCENT
                   END-IF
               WHEN 'METRICS'
                   IF SLC-PROGRAM-NAME NOT = SPACES
                       AND SLC-DATASET-NAME NOT = SPACES
                       MOVE SLC-PROGRAM-NAME TO LOOKUP-PROGRAM
                       MOVE SLC-DATASET-NAME TO WS-METRICS-IN-NAME
                       PERFORM MAP-METRICS-DATASET
                   END-IF
               WHEN OTHER
                   IF SLC-KEYWORD NOT = SPACES
                       DISPLAY '*** UNKNOWN SLA CARD IGNORED: '
                               SLC-KEYWORD
                          UPON CONSOLE
                   END-IF
           END-EVALUATE

           EXIT.

       MAP-METRICS-DATASET SECTION.
           MOVE 0 TO METRICS-MAP-FOUND-IX
           PERFORM VARYING METRICS-MAP-IX FROM 1 BY 1
                   UNTIL METRICS-MAP-IX > METRICS-MAP-COUNT
                      OR METRICS-MAP-FOUND-IX > 0
               IF MMP-PROGRAM-NAME (METRICS-MAP-IX) = LOOKUP-PROGRAM
                   MOVE METRICS-MAP-IX TO METRICS-MAP-FOUND-IX
               END-IF
           END-PERFORM
           IF METRICS-MAP-FOUND-IX = 0
               IF METRICS-MAP-COUNT >= MAX-METRICS-MAP-ENTRIES
                   EXIT SECTION
               END-IF
               ADD 1 TO METRICS-MAP-COUNT
               MOVE METRICS-MAP-COUNT TO METRICS-MAP-FOUND-IX
               MOVE LOOKUP-PROGRAM
                 TO MMP-PROGRAM-NAME (METRICS-MAP-FOUND-IX)
           END-IF
           MOVE WS-METRICS-IN-NAME
             TO MMP-DATASET-NAME (METRICS-MAP-FOUND-IX)

           EXIT.

       LOAD-CHAIN-PLAN SECTION.
           OPEN INPUT CHAIN-PLAN-FILE
           IF NOT CHAIN-PLAN-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ CHAIN-PLAN-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF CHP-PROGRAM-NAME NOT = SPACES
                           AND PLAN-STEP-COUNT < MAX-PLAN-STEPS
                           ADD 1 TO PLAN-STEP-COUNT
                           MOVE CHP-PROGRAM-NAME
                             TO PLN-PROGRAM-NAME (PLAN-STEP-COUNT)
                           MOVE 'N' TO PLN-DONE-FLAG (PLAN-STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-PLAN-FILE

           EXIT.

      * ---
      * First pass over the history: the last night in it is
      * tonight, and the distinct nights before it - as many as the
      * HISTORY card allows - are the ones averaged over. The
      * history is appended in run order, so the nights only climb
       FIND-AVERAGING-WINDOW SECTION.
           OPEN INPUT CHAIN-HISTORY-FILE
           IF NOT CHAIN-HISTORY-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ CHAIN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF CHH-NIGHT-DATE IS NUMERIC
                           PERFORM NOTE-HISTORY-NIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-HISTORY-FILE

           IF NIGHT-COUNT > 0
               MOVE NIGHT-DATE (NIGHT-COUNT) TO TONIGHT-DATE
               IF NIGHT-COUNT > 1
                   MOVE NIGHT-DATE (1) TO WINDOW-START-DATE
               ELSE
                   MOVE TONIGHT-DATE TO WINDOW-START-DATE
               END-IF
           END-IF

           EXIT.

       NOTE-HISTORY-NIGHT SECTION.
           IF NIGHT-COUNT > 0
               IF CHH-NIGHT-DATE = NIGHT-DATE (NIGHT-COUNT)
                   EXIT SECTION
               END-IF
           END-IF

           IF NIGHT-COUNT > HISTORY-NIGHTS
               PERFORM VARYING NIGHT-IX FROM 2 BY 1
                       UNTIL NIGHT-IX > NIGHT-COUNT
                   MOVE NIGHT-DATE (NIGHT-IX)
                     TO NIGHT-DATE (NIGHT-IX - 1)
               END-PERFORM
               SUBTRACT 1 FROM NIGHT-COUNT
           END-IF
           ADD 1 TO NIGHT-COUNT
           MOVE CHH-NIGHT-DATE TO NIGHT-DATE (NIGHT-COUNT)

           EXIT.

      * ---
      * Second pass: tonight's runs into the timeline and completed
      * runs of the nights in the window into each program's average
       LOAD-STEP-HISTORY SECTION.
           OPEN INPUT CHAIN-HISTORY-FILE
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ CHAIN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF CHH-NIGHT-DATE IS NUMERIC
                           AND CHH-START-DATE IS NUMERIC
                           AND CHH-END-DATE IS NUMERIC
                           AND CHH-START-TIME IS NUMERIC
                           AND CHH-END-TIME IS NUMERIC
                           PERFORM FOLD-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-HISTORY-FILE

           PERFORM VARYING AVERAGE-IX FROM 1 BY 1
                   UNTIL AVERAGE-IX > AVERAGE-ENTRY-COUNT
               DIVIDE AVG-TOTAL-SECONDS (AVERAGE-IX)
                   BY AVG-RUNS (AVERAGE-IX)
                   GIVING AVG-SECONDS (AVERAGE-IX) ROUNDED
           END-PERFORM

      *    A plan step is done tonight once a run of it ended OK
           PERFORM VARYING TONIGHT-IX FROM 1 BY 1
                   UNTIL TONIGHT-IX > TONIGHT-ENTRY-COUNT
               MOVE TNT-STEP-NUMBER (TONIGHT-IX) TO PLAN-IX
               IF TNT-OUTCOME (TONIGHT-IX) = 'OK'
                   AND PLAN-IX > 0
                   AND PLAN-IX <= PLAN-STEP-COUNT
                   IF PLN-PROGRAM-NAME (PLAN-IX)
                          = TNT-PROGRAM-NAME (TONIGHT-IX)
                       MOVE 'Y' TO PLN-DONE-FLAG (PLAN-IX)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       FOLD-ONE-HISTORY-LINE SECTION.
           PERFORM COMPUTE-LINE-ELAPSED

           IF CHH-NIGHT-DATE = TONIGHT-DATE
               PERFORM ADD-TONIGHT-ENTRY
               EXIT SECTION
           END-IF

           IF CHH-NIGHT-DATE < WINDOW-START-DATE
               OR CHH-NIGHT-DATE > TONIGHT-DATE
               OR CHH-OUTCOME NOT = 'OK'
               EXIT SECTION
           END-IF

           MOVE CHH-PROGRAM-NAME TO LOOKUP-PROGRAM
           PERFORM FIND-PROGRAM-AVERAGE
           IF AVERAGE-FOUND-IX = 0
               IF AVERAGE-ENTRY-COUNT >= MAX-AVERAGE-ENTRIES
                   EXIT SECTION
               END-IF
               ADD 1 TO AVERAGE-ENTRY-COUNT
               MOVE AVERAGE-ENTRY-COUNT TO AVERAGE-FOUND-IX
               MOVE LOOKUP-PROGRAM
                 TO AVG-PROGRAM-NAME (AVERAGE-FOUND-IX)
               MOVE 0 TO AVG-TOTAL-SECONDS (AVERAGE-FOUND-IX)
               MOVE 0 TO AVG-RUNS (AVERAGE-FOUND-IX)
           END-IF
           ADD LINE-ELAPSED-SECONDS
             TO AVG-TOTAL-SECONDS (AVERAGE-FOUND-IX)
           ADD 1 TO AVG-RUNS (AVERAGE-FOUND-IX)

           EXIT.

       FIND-PROGRAM-AVERAGE SECTION.
           MOVE 0 TO AVERAGE-FOUND-IX
           PERFORM VARYING AVERAGE-IX FROM 1 BY 1
                   UNTIL AVERAGE-IX > AVERAGE-ENTRY-COUNT
                      OR AVERAGE-FOUND-IX > 0
               IF AVG-PROGRAM-NAME (AVERAGE-IX) = LOOKUP-PROGRAM
                   MOVE AVERAGE-IX TO AVERAGE-FOUND-IX
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * A step's elapsed time from its millisecond stamps, or from
      * its clock times where those are all there is
       COMPUTE-LINE-ELAPSED SECTION.
           MOVE 0 TO LINE-ELAPSED-SECONDS
           IF CHH-START-MS IS NUMERIC AND CHH-END-MS IS NUMERIC
               AND CHH-START-MS > 0
               AND CHH-END-MS >= CHH-START-MS
               COMPUTE MS-DIFFERENCE = CHH-END-MS - CHH-START-MS
               DIVIDE MS-DIFFERENCE BY 1000
                   GIVING LINE-ELAPSED-SECONDS
               EXIT SECTION
           END-IF

           MOVE CHH-START-DATE TO DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           MOVE CHH-START-TIME TO CLOCK-TIME
           COMPUTE LINE-START-SECONDS = DAY-NUMBER * 86400
               + CKT-HOURS * 3600 + CKT-MINUTES * 60 + CKT-SECONDS
           MOVE CHH-END-DATE TO DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           MOVE CHH-END-TIME TO CLOCK-TIME
           COMPUTE LINE-END-SECONDS = DAY-NUMBER * 86400
               + CKT-HOURS * 3600 + CKT-MINUTES * 60 + CKT-SECONDS
           IF LINE-END-SECONDS > LINE-START-SECONDS
               COMPUTE LINE-ELAPSED-SECONDS =
                   LINE-END-SECONDS - LINE-START-SECONDS
           END-IF

           EXIT.

      * ---
      * Tonight's run with its clock times taken to seconds from
      * midnight on the day the night's first step started
       ADD-TONIGHT-ENTRY SECTION.
           IF TONIGHT-ENTRY-COUNT >= MAX-TONIGHT-ENTRIES
               EXIT SECTION
           END-IF
           ADD 1 TO TONIGHT-ENTRY-COUNT
           MOVE TONIGHT-ENTRY-COUNT TO TONIGHT-IX

           IF TONIGHT-IX = 1
               MOVE CHH-START-DATE TO DATE-WORK
               PERFORM COMPUTE-DAY-NUMBER
               MOVE DAY-NUMBER TO ORIGIN-DAY-NUMBER
           END-IF

           MOVE CHH-STEP-NUMBER TO TNT-STEP-NUMBER (TONIGHT-IX)
           MOVE CHH-PROGRAM-NAME TO TNT-PROGRAM-NAME (TONIGHT-IX)
           MOVE CHH-OUTCOME TO TNT-OUTCOME (TONIGHT-IX)
           MOVE CHH-RETURN-CODE TO TNT-RETURN-CODE (TONIGHT-IX)
           MOVE CHH-START-TIME TO TNT-START-TIME (TONIGHT-IX)
           MOVE CHH-END-TIME TO TNT-END-TIME (TONIGHT-IX)
           MOVE 0 TO TNT-START-MS (TONIGHT-IX)
           MOVE 0 TO TNT-END-MS (TONIGHT-IX)
           IF CHH-START-MS IS NUMERIC AND CHH-END-MS IS NUMERIC
               MOVE CHH-START-MS TO TNT-START-MS (TONIGHT-IX)
               MOVE CHH-END-MS TO TNT-END-MS (TONIGHT-IX)
           END-IF
           MOVE LINE-ELAPSED-SECONDS
             TO TNT-ELAPSED-SECONDS (TONIGHT-IX)
           MOVE 0 TO TNT-WARNINGS (TONIGHT-IX)
           MOVE 0 TO TNT-ERRORS (TONIGHT-IX)
           MOVE 0 TO TNT-RECORDS (TONIGHT-IX)
           MOVE 'N' TO TNT-METRICS-FLAG (TONIGHT-IX)

           MOVE CHH-START-DATE TO CLOCK-DATE
           MOVE CHH-START-TIME TO CLOCK-TIME
           PERFORM COMPUTE-NIGHT-SECONDS
           MOVE CLOCK-SECONDS TO TNT-START-SECONDS (TONIGHT-IX)
           MOVE CHH-END-DATE TO CLOCK-DATE
           MOVE CHH-END-TIME TO CLOCK-TIME
           PERFORM COMPUTE-NIGHT-SECONDS
           MOVE CLOCK-SECONDS TO TNT-END-SECONDS (TONIGHT-IX)

           EXIT.

       COMPUTE-NIGHT-SECONDS SECTION.
           MOVE CLOCK-DATE TO DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE CLOCK-SECONDS =
               (DAY-NUMBER - ORIGIN-DAY-NUMBER) * 86400
               + CKT-HOURS * 3600 + CKT-MINUTES * 60 + CKT-SECONDS

           EXIT.

      * ---
      * Running day number for the date in DATE-WORK, counted from
      * March so the leap day falls at the end of the year
       COMPUTE-DAY-NUMBER SECTION.
           MOVE DTW-YEAR TO DNW-YEAR
           MOVE DTW-MONTH TO DNW-MONTH
           IF DNW-MONTH <= 2
               SUBTRACT 1 FROM DNW-YEAR
               ADD 12 TO DNW-MONTH
           END-IF
           DIVIDE DNW-YEAR BY 4 GIVING DNW-QUOTIENT-4
           DIVIDE DNW-YEAR BY 100 GIVING DNW-QUOTIENT-100
           DIVIDE DNW-YEAR BY 400 GIVING DNW-QUOTIENT-400
           COMPUTE DNW-MONTH-DAYS = 153 * (DNW-MONTH - 3) + 2
           DIVIDE DNW-MONTH-DAYS BY 5 GIVING DNW-MONTH-DAYS
           COMPUTE DAY-NUMBER = 365 * DNW-YEAR + DNW-QUOTIENT-4
               - DNW-QUOTIENT-100 + DNW-QUOTIENT-400
               + DNW-MONTH-DAYS + DTW-DAY

           EXIT.

      * ---
      * Warnings and errors on the run log fall to the step whose
      * run they were stamped inside
       ATTACH-RUN-LOG-COUNTS SECTION.
           IF TONIGHT-ENTRY-COUNT = 0
               EXIT SECTION
           END-IF
           OPEN INPUT RUN-LOG-IN-FILE
           IF NOT RUN-LOG-IN-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ RUN-LOG-IN-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF RLI-TIMESTAMP-MS IS NUMERIC
                           AND RLI-PROGRAM-NAME NOT = 'APISLA'
                           AND (RLI-SEVERITY = 'W' OR 'E' OR 'S')
                           PERFORM ATTACH-ONE-RUN-LOG-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-IN-FILE

           EXIT.

       ATTACH-ONE-RUN-LOG-MESSAGE SECTION.
           PERFORM VARYING TONIGHT-IX FROM 1 BY 1
                   UNTIL TONIGHT-IX > TONIGHT-ENTRY-COUNT
               IF TNT-START-MS (TONIGHT-IX) > 0
                   AND RLI-TIMESTAMP-MS >= TNT-START-MS (TONIGHT-IX)
                   AND RLI-TIMESTAMP-MS <= TNT-END-MS (TONIGHT-IX)
                   IF RLI-SEVERITY = 'W'
                       ADD 1 TO TNT-WARNINGS (TONIGHT-IX)
                   ELSE
                       ADD 1 TO TNT-ERRORS (TONIGHT-IX)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * A metrics file holds its program's latest run only, so it
      * is credited to that program's last run tonight
       ATTACH-STEP-METRICS SECTION.
           PERFORM VARYING METRICS-MAP-IX FROM 1 BY 1
                   UNTIL METRICS-MAP-IX > METRICS-MAP-COUNT
               MOVE 0 TO TONIGHT-FOUND-IX
               PERFORM VARYING TONIGHT-IX FROM TONIGHT-ENTRY-COUNT
                       BY -1
                       UNTIL TONIGHT-IX < 1 OR TONIGHT-FOUND-IX > 0
                   IF TNT-PROGRAM-NAME (TONIGHT-IX)
                          = MMP-PROGRAM-NAME (METRICS-MAP-IX)
                       MOVE TONIGHT-IX TO TONIGHT-FOUND-IX
                   END-IF
               END-PERFORM
               IF TONIGHT-FOUND-IX > 0
                   PERFORM READ-STEP-METRICS
               END-IF
           END-PERFORM

           EXIT.

       READ-STEP-METRICS SECTION.
           MOVE MMP-DATASET-NAME (METRICS-MAP-IX) TO WS-METRICS-IN-NAME
           OPEN INPUT METRICS-IN-FILE
           IF NOT METRICS-IN-OK
               EXIT SECTION
           END-IF
           MOVE 'Y' TO TNT-METRICS-FLAG (TONIGHT-FOUND-IX)

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ METRICS-IN-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-METRIC-LINE
                       IF METRIC-VALUE-OK
                           AND MPS-KEY (1:7) = 'records'
                           AND MPS-KEY NOT = 'recordsPerSecond'
                           ADD MPS-VALUE
                             TO TNT-RECORDS (TONIGHT-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METRICS-IN-FILE

           EXIT.

       PARSE-METRIC-LINE SECTION.
           MOVE 'N' TO MPS-VALUE-OK-FLAG
           MOVE SPACES TO MPS-KEY
           MOVE SPACES TO MPS-VALUE-TEXT
           MOVE 0 TO MPS-EQUAL-IX

           PERFORM VARYING MPS-SCAN-IX FROM 1 BY 1
                   UNTIL MPS-SCAN-IX > 50
                      OR MPS-EQUAL-IX > 0
               IF METRICS-IN-RECORD (MPS-SCAN-IX:1) = '='
                   MOVE MPS-SCAN-IX TO MPS-EQUAL-IX
               END-IF
           END-PERFORM
           IF MPS-EQUAL-IX < 2
               EXIT SECTION
           END-IF

           COMPUTE MPS-SCAN-IX = MPS-EQUAL-IX - 1
           MOVE METRICS-IN-RECORD (1:MPS-SCAN-IX) TO MPS-KEY
           COMPUTE MPS-SCAN-IX = MPS-EQUAL-IX + 1
           MOVE METRICS-IN-RECORD (MPS-SCAN-IX:20)
             TO MPS-VALUE-TEXT

           MOVE 'N' TO MPS-NEGATIVE-FLAG
           MOVE 1 TO MPS-VALUE-START
           IF MPS-VALUE-TEXT (1:1) = '-'
               MOVE 'Y' TO MPS-NEGATIVE-FLAG
               MOVE 2 TO MPS-VALUE-START
           END-IF

           MOVE 0 TO MPS-VALUE
           PERFORM VARYING MPS-DIGIT-IX FROM MPS-VALUE-START BY 1
                   UNTIL MPS-DIGIT-IX > 20
                      OR MPS-VALUE-TEXT (MPS-DIGIT-IX:1) = SPACE
               IF MPS-VALUE-TEXT (MPS-DIGIT-IX:1) IS NUMERIC
                   MOVE MPS-VALUE-TEXT (MPS-DIGIT-IX:1)
                     TO MPS-DIGIT-X
                   COMPUTE MPS-VALUE = MPS-VALUE * 10 + MPS-DIGIT
                   MOVE 'Y' TO MPS-VALUE-OK-FLAG
               ELSE
                   MOVE 'N' TO MPS-VALUE-OK-FLAG
                   EXIT SECTION
               END-IF
           END-PERFORM

           IF MPS-NEGATIVE-FLAG = 'Y'
               COMPUTE MPS-VALUE = 0 - MPS-VALUE
           END-IF

           EXIT.

      * ---
      * The chain runs its steps one after another, so the night's
      * critical path is the whole timeline: every step run, every
      * failed attempt and every wait between steps. The finish is
      * where the last step ended, plus the rolling average of each
      * plan step not yet completed tonight. The deadline is the
      * first time the deadline clock comes round after the night's
      * first step started
       PROJECT-NIGHT-FINISH SECTION.
           IF TONIGHT-ENTRY-COUNT > 0
               MOVE TNT-START-SECONDS (1) TO NIGHT-START-SECONDS
           END-IF
           MOVE NIGHT-START-SECONDS TO LAST-END-SECONDS

           PERFORM VARYING TONIGHT-IX FROM 1 BY 1
                   UNTIL TONIGHT-IX > TONIGHT-ENTRY-COUNT
               IF TONIGHT-IX > 1
                   COMPUTE LINE-START-SECONDS =
                       TNT-START-SECONDS (TONIGHT-IX)
                       - TNT-END-SECONDS (TONIGHT-IX - 1)
                   IF LINE-START-SECONDS > 0
                       ADD LINE-START-SECONDS TO WAITING-SECONDS
                   END-IF
               END-IF
               IF TNT-END-SECONDS (TONIGHT-IX) > LAST-END-SECONDS
                   MOVE TNT-END-SECONDS (TONIGHT-IX)
                     TO LAST-END-SECONDS
               END-IF
               IF TNT-OUTCOME (TONIGHT-IX) = 'OK'
                   ADD TNT-ELAPSED-SECONDS (TONIGHT-IX)
                     TO COMPLETED-SECONDS
                   MOVE TNT-PROGRAM-NAME (TONIGHT-IX) TO LOOKUP-PROGRAM
                   PERFORM FIND-PROGRAM-AVERAGE
                   IF AVERAGE-FOUND-IX > 0
                       IF TNT-ELAPSED-SECONDS (TONIGHT-IX)
                              > AVG-SECONDS (AVERAGE-FOUND-IX)
                           COMPUTE OVER-AVERAGE-SECONDS =
                               OVER-AVERAGE-SECONDS
                               + TNT-ELAPSED-SECONDS (TONIGHT-IX)
                               - AVG-SECONDS (AVERAGE-FOUND-IX)
                       END-IF
                   END-IF
               ELSE
                   ADD TNT-ELAPSED-SECONDS (TONIGHT-IX)
                     TO FAILED-SECONDS
               END-IF
               IF LONGEST-IX = 0
                   MOVE TONIGHT-IX TO LONGEST-IX
               ELSE
                   IF TNT-ELAPSED-SECONDS (TONIGHT-IX)
                          > TNT-ELAPSED-SECONDS (LONGEST-IX)
                       MOVE TONIGHT-IX TO LONGEST-IX
                   END-IF
               END-IF
           END-PERFORM
           MOVE TONIGHT-ENTRY-COUNT TO LAST-STEP-IX
           COMPUTE NIGHT-SPAN-SECONDS =
               LAST-END-SECONDS - NIGHT-START-SECONDS

           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > PLAN-STEP-COUNT
               IF NOT PLAN-STEP-DONE (PLAN-IX)
                   ADD 1 TO STEPS-PENDING
                   MOVE PLN-PROGRAM-NAME (PLAN-IX) TO LOOKUP-PROGRAM
                   PERFORM FIND-PROGRAM-AVERAGE
                   IF AVERAGE-FOUND-IX > 0
                       ADD AVG-SECONDS (AVERAGE-FOUND-IX)
                         TO REMAINING-SECONDS
                   ELSE
                       ADD 1 TO STEPS-UNESTIMATED
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE PROJECTED-FINISH-SECONDS =
               LAST-END-SECONDS + REMAINING-SECONDS

           COMPUTE DEADLINE-SECONDS =
               DLN-HOURS * 3600 + DLN-MINUTES * 60
           IF DEADLINE-SECONDS <= NIGHT-START-SECONDS
               ADD 86400 TO DEADLINE-SECONDS
           END-IF
           COMPUTE MARGIN-SECONDS =
               DEADLINE-SECONDS - PROJECTED-FINISH-SECONDS

           EVALUATE TRUE
               WHEN STEPS-PENDING = 0 AND MARGIN-SECONDS >= 0
                   MOVE 'MET' TO SLA-STATUS
               WHEN STEPS-PENDING = 0
                   MOVE 'MISSED' TO SLA-STATUS
                   MOVE 'Y' TO SLA-BREACH-FLAG
               WHEN MARGIN-SECONDS >= 0
                   MOVE 'ON TRACK' TO SLA-STATUS
               WHEN OTHER
                   MOVE 'PROJECTED BREACH' TO SLA-STATUS
                   MOVE 'Y' TO SLA-BREACH-FLAG
           END-EVALUATE

           EXIT.

      * ---
      * Put a projected breach on the run log the first time a step
      * ends with the night projected past the deadline, and a
      * missed deadline once the chain has finished past it
       RAISE-SLA-WARNINGS SECTION.
           OPEN INPUT SLA-WARNING-FILE
           IF SLA-WARNING-OK
               READ SLA-WARNING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SLW-NIGHT-DATE = TONIGHT-DATE
                           MOVE SLW-PROJECTED-FLAG
                             TO PROJECTED-WARNED-FLAG
                           MOVE SLW-MISSED-FLAG TO MISSED-WARNED-FLAG
                       END-IF
               END-READ
               CLOSE SLA-WARNING-FILE
           END-IF

           EVALUATE TRUE
               WHEN NOT SLA-BREACHED
                   EXIT SECTION
               WHEN SLA-STATUS = 'MISSED'
                   AND MISSED-WARNED-FLAG = 'Y'
                   EXIT SECTION
               WHEN SLA-STATUS = 'PROJECTED BREACH'
                   AND PROJECTED-WARNED-FLAG = 'Y'
                   EXIT SECTION
           END-EVALUATE

           MOVE DEADLINE-SECONDS TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO DEADLINE-TEXT
           MOVE PROJECTED-FINISH-SECONDS TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE TNT-STEP-NUMBER (LAST-STEP-IX) TO STEP-EDIT

           MOVE SPACES TO RUN-LOG-TEXT
           IF SLA-STATUS = 'MISSED'
               MOVE 'Y' TO MISSED-WARNED-FLAG
               MOVE 'APS102W' TO RUN-LOG-MESSAGE-ID
               STRING 'CHAIN FINISHED ' DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      ', PAST THE SLA DEADLINE ' DELIMITED BY SIZE
                      DEADLINE-TEXT DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
           ELSE
               MOVE 'Y' TO PROJECTED-WARNED-FLAG
               MOVE 'APS101W' TO RUN-LOG-MESSAGE-ID
               STRING 'PROJECTED FINISH ' DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      ' BREACHES SLA DEADLINE ' DELIMITED BY SIZE
                      DEADLINE-TEXT DELIMITED BY SIZE
                      ' AFTER STEP' DELIMITED BY SIZE
                      STEP-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TNT-PROGRAM-NAME (LAST-STEP-IX)
                      DELIMITED BY SPACE
                 INTO RUN-LOG-TEXT
               END-STRING
           END-IF

           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUN-LOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'W' TO RUN-LOG-SEVERITY
           PERFORM WRITE-RUN-LOG-MESSAGE
           CLOSE RUN-LOG-FILE
           DISPLAY '*** ' RUN-LOG-TEXT UPON CONSOLE

           OPEN OUTPUT SLA-WARNING-FILE
           MOVE SPACES TO SLA-WARNING-RECORD
           MOVE TONIGHT-DATE TO SLW-NIGHT-DATE
           MOVE PROJECTED-WARNED-FLAG TO SLW-PROJECTED-FLAG
           MOVE MISSED-WARNED-FLAG TO SLW-MISSED-FLAG
           WRITE SLA-WARNING-RECORD
           CLOSE SLA-WARNING-FILE

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT
       WRITE-RUN-LOG-MESSAGE SECTION.
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APISLA' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD

           EXIT.

      * ---
      * The timeline with each run against its average, the plan
      * steps still to run at their averages, and where the night's
      * time went
       WRITE-SLA-REPORT SECTION.
           OPEN OUTPUT SLA-REPORT-FILE

           PERFORM VARYING TONIGHT-IX FROM 1 BY 1
                   UNTIL TONIGHT-IX > TONIGHT-ENTRY-COUNT
               IF TONIGHT-IX > 1
                   COMPUTE DURATION-SECONDS =
                       TNT-START-SECONDS (TONIGHT-IX)
                       - TNT-END-SECONDS (TONIGHT-IX - 1)
                   IF DURATION-SECONDS >= MIN-WAIT-SECONDS
                       PERFORM WRITE-WAIT-LINE
                   END-IF
               END-IF
               PERFORM WRITE-TIMELINE-LINE
           END-PERFORM

           PERFORM VARYING PLAN-IX FROM 1 BY 1
                   UNTIL PLAN-IX > PLAN-STEP-COUNT
               IF NOT PLAN-STEP-DONE (PLAN-IX)
                   PERFORM WRITE-PENDING-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-TIME-SUMMARY
           CLOSE SLA-REPORT-FILE

           EXIT.

       WRITE-TIMELINE-LINE SECTION.
           MOVE SPACES TO TIMELINE-LINE
           MOVE TNT-STEP-NUMBER (TONIGHT-IX) TO TML-STEP
           MOVE TNT-PROGRAM-NAME (TONIGHT-IX) TO TML-PROGRAM
           MOVE TNT-OUTCOME (TONIGHT-IX) TO TML-OUTCOME
           MOVE TNT-RETURN-CODE (TONIGHT-IX) TO TML-RETURN-CODE
           MOVE TNT-START-SECONDS (TONIGHT-IX) TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO TML-START
           MOVE TNT-END-SECONDS (TONIGHT-IX) TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO TML-END
           MOVE TNT-ELAPSED-SECONDS (TONIGHT-IX) TO DURATION-SECONDS
           PERFORM FORMAT-DURATION
           MOVE DURATION-TEXT (2:8) TO TML-ELAPSED
           IF NIGHT-SPAN-SECONDS > 0
               COMPUTE PERCENT-OF-NIGHT ROUNDED =
                   TNT-ELAPSED-SECONDS (TONIGHT-IX) * 100
                   / NIGHT-SPAN-SECONDS
               MOVE PERCENT-OF-NIGHT TO TML-PERCENT
           ELSE
               MOVE 0 TO TML-PERCENT
           END-IF
           IF TONIGHT-HAS-METRICS (TONIGHT-IX)
               MOVE TNT-RECORDS (TONIGHT-IX) TO TML-RECORDS
           END-IF
           MOVE TNT-WARNINGS (TONIGHT-IX) TO TML-WARNINGS
           MOVE TNT-ERRORS (TONIGHT-IX) TO TML-ERRORS

           MOVE TNT-PROGRAM-NAME (TONIGHT-IX) TO LOOKUP-PROGRAM
           PERFORM FIND-PROGRAM-AVERAGE
           IF AVERAGE-FOUND-IX > 0
               MOVE AVG-SECONDS (AVERAGE-FOUND-IX) TO DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE DURATION-TEXT (2:8) TO TML-AVERAGE
               COMPUTE VARIANCE-SECONDS =
                   TNT-ELAPSED-SECONDS (TONIGHT-IX)
                   - AVG-SECONDS (AVERAGE-FOUND-IX)
               MOVE VARIANCE-SECONDS TO DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE DURATION-TEXT TO TML-VARIANCE
               COMPUTE SLOW-LIMIT-SECONDS =
                   AVG-SECONDS (AVERAGE-FOUND-IX)
                   * (100 + TOLERANCE-PERCENT) / 100
           ELSE
               MOVE 'NO HIST' TO TML-AVERAGE
               MOVE 0 TO SLOW-LIMIT-SECONDS
           END-IF

           EVALUATE TRUE
               WHEN TNT-OUTCOME (TONIGHT-IX) NOT = 'OK'
                   MOVE 'FAILED' TO TML-FLAG
               WHEN AVERAGE-FOUND-IX > 0
                   AND TNT-ELAPSED-SECONDS (TONIGHT-IX)
                       > SLOW-LIMIT-SECONDS
                   MOVE 'SLOW' TO TML-FLAG
               WHEN TONIGHT-IX = LONGEST-IX
                   MOVE 'LONGEST' TO TML-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE TIMELINE-LINE TO SLA-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-WAIT-LINE SECTION.
           MOVE SPACES TO TIMELINE-LINE
           MOVE 'WAIT' TO TML-OUTCOME
           MOVE TNT-END-SECONDS (TONIGHT-IX - 1) TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO TML-START
           MOVE TNT-START-SECONDS (TONIGHT-IX) TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO TML-END
           PERFORM FORMAT-DURATION
           MOVE DURATION-TEXT (2:8) TO TML-ELAPSED
           IF NIGHT-SPAN-SECONDS > 0
               COMPUTE PERCENT-OF-NIGHT ROUNDED =
                   DURATION-SECONDS * 100 / NIGHT-SPAN-SECONDS
               MOVE PERCENT-OF-NIGHT TO TML-PERCENT
           END-IF
           MOVE 'IDLE' TO TML-FLAG
           MOVE TIMELINE-LINE TO SLA-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-PENDING-LINE SECTION.
           MOVE SPACES TO TIMELINE-LINE
           MOVE PLAN-IX TO TML-STEP
           MOVE PLN-PROGRAM-NAME (PLAN-IX) TO TML-PROGRAM
           MOVE 'PEND' TO TML-OUTCOME
           MOVE PLN-PROGRAM-NAME (PLAN-IX) TO LOOKUP-PROGRAM
           PERFORM FIND-PROGRAM-AVERAGE
           IF AVERAGE-FOUND-IX > 0
               MOVE AVG-SECONDS (AVERAGE-FOUND-IX) TO DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE DURATION-TEXT (2:8) TO TML-AVERAGE
               MOVE 'ESTIMATE' TO TML-FLAG
           ELSE
               MOVE 'NO HIST' TO TML-AVERAGE
               MOVE 'UNKNOWN' TO TML-FLAG
           END-IF
           MOVE TIMELINE-LINE TO SLA-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-TIME-SUMMARY SECTION.
           MOVE SPACES TO SLA-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'WHERE THE TIME WENT' TO SLA-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE 'Night started' TO SML-LABEL
           MOVE NIGHT-START-SECONDS TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO SML-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'Critical path so far' TO SML-LABEL
           MOVE NIGHT-SPAN-SECONDS TO DURATION-SECONDS
           PERFORM WRITE-DURATION-SUMMARY
           MOVE '  in completed steps' TO SML-LABEL
           MOVE COMPLETED-SECONDS TO DURATION-SECONDS
           PERFORM WRITE-DURATION-SUMMARY
           MOVE '  in failed attempts' TO SML-LABEL
           MOVE FAILED-SECONDS TO DURATION-SECONDS
           PERFORM WRITE-DURATION-SUMMARY
           MOVE '  waiting between steps' TO SML-LABEL
           MOVE WAITING-SECONDS TO DURATION-SECONDS
           PERFORM WRITE-DURATION-SUMMARY
           MOVE 'Steps over their rolling average by' TO SML-LABEL
           MOVE OVER-AVERAGE-SECONDS TO DURATION-SECONDS
           PERFORM WRITE-DURATION-SUMMARY

           IF LONGEST-IX > 0
               MOVE 'Longest step' TO SML-LABEL
               MOVE TNT-ELAPSED-SECONDS (LONGEST-IX)
                 TO DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE DURATION-TEXT (2:8) TO SML-VALUE
               MOVE TNT-PROGRAM-NAME (LONGEST-IX) TO SML-NOTE
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           IF STEPS-PENDING > 0
               MOVE 'Steps still to run, at average' TO SML-LABEL
               MOVE REMAINING-SECONDS TO DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE DURATION-TEXT (2:8) TO SML-VALUE
               MOVE STEPS-PENDING TO COUNT-EDIT
               MOVE 1 TO NOTE-POINTER
               STRING COUNT-EDIT DELIMITED BY SIZE
                      ' STEP(S)' DELIMITED BY SIZE
                 INTO SML-NOTE
                 WITH POINTER NOTE-POINTER
               END-STRING
               IF STEPS-UNESTIMATED > 0
                   MOVE STEPS-UNESTIMATED TO COUNT-EDIT
                   STRING ',' DELIMITED BY SIZE
                          COUNT-EDIT DELIMITED BY SIZE
                          ' WITH NO HISTORY TO ESTIMATE FROM'
                          DELIMITED BY SIZE
                     INTO SML-NOTE
                     WITH POINTER NOTE-POINTER
                   END-STRING
               END-IF
               PERFORM WRITE-SUMMARY-LINE
               MOVE 'Projected finish' TO SML-LABEL
           ELSE
               MOVE 'Finished' TO SML-LABEL
           END-IF
           MOVE PROJECTED-FINISH-SECONDS TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO SML-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'SLA deadline' TO SML-LABEL
           MOVE DEADLINE-SECONDS TO CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE CLOCK-TEXT TO SML-VALUE
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'Margin' TO SML-LABEL
           MOVE MARGIN-SECONDS TO DURATION-SECONDS
           PERFORM FORMAT-DURATION
           MOVE DURATION-TEXT TO SML-VALUE
           MOVE SLA-STATUS TO SML-NOTE
           PERFORM WRITE-SUMMARY-LINE

           EXIT.

       WRITE-DURATION-SUMMARY SECTION.
           PERFORM FORMAT-DURATION
           MOVE DURATION-TEXT (2:8) TO SML-VALUE
           IF NIGHT-SPAN-SECONDS > 0
               COMPUTE PERCENT-OF-NIGHT ROUNDED =
                   DURATION-SECONDS * 100 / NIGHT-SPAN-SECONDS
               MOVE PERCENT-OF-NIGHT TO PERCENT-EDIT
               STRING PERCENT-EDIT DELIMITED BY SIZE
                      '% OF THE NIGHT' DELIMITED BY SIZE
                 INTO SML-NOTE
               END-STRING
           END-IF
           PERFORM WRITE-SUMMARY-LINE

           EXIT.

       WRITE-SUMMARY-LINE SECTION.
           MOVE SUMMARY-LINE TO SLA-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SUMMARY-LINE

           EXIT.

      * ---
      * Seconds from the night's origin as a time of day
       FORMAT-CLOCK-TIME SECTION.
           DIVIDE CLOCK-SECONDS BY 86400
               GIVING DURATION-REMAINDER
               REMAINDER DAY-SECONDS
           DIVIDE DAY-SECONDS BY 3600
               GIVING CLT-HOURS
               REMAINDER DURATION-REMAINDER
           DIVIDE DURATION-REMAINDER BY 60
               GIVING CLT-MINUTES
               REMAINDER CLT-SECONDS

           EXIT.

       FORMAT-DURATION SECTION.
           IF DURATION-SECONDS < 0
               MOVE '-' TO DRT-SIGN
               COMPUTE DURATION-REMAINDER = 0 - DURATION-SECONDS
           ELSE
               MOVE '+' TO DRT-SIGN
               MOVE DURATION-SECONDS TO DURATION-REMAINDER
           END-IF
           DIVIDE DURATION-REMAINDER BY 3600
               GIVING DRT-HOURS
               REMAINDER DURATION-REMAINDER
           DIVIDE DURATION-REMAINDER BY 60
               GIVING DRT-MINUTES
               REMAINDER DRT-SECONDS

           EXIT.

       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO SRL-PAGE-NUMBER

           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD

           MOVE SPACES TO SLA-REPORT-RECORD
           STRING 'NIGHTLY CRITICAL PATH AND SLA REPORT - NIGHT OF '
                  DELIMITED BY SIZE
                  TONIGHT-DATE DELIMITED BY SIZE
                  ' - DEADLINE ' DELIMITED BY SIZE
                  DLN-HOURS DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  DLN-MINUTES DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  SRL-PAGE-NUMBER DELIMITED BY SIZE
             INTO SLA-REPORT-RECORD
           END-STRING
           WRITE SLA-REPORT-RECORD

           COMPUTE COUNT-EDIT = NIGHT-COUNT - 1
           MOVE SPACES TO SLA-REPORT-RECORD
           IF NIGHT-COUNT > 1
               STRING 'AVERAGES OVER' DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      ' PRIOR NIGHT(S) FROM ' DELIMITED BY SIZE
                      WINDOW-START-DATE DELIMITED BY SIZE
                 INTO SLA-REPORT-RECORD
               END-STRING
           ELSE
               MOVE 'NO PRIOR NIGHTS IN THE STEP HISTORY - NO '
                 & 'AVERAGES YET'
                 TO SLA-REPORT-RECORD
           END-IF
           WRITE SLA-REPORT-RECORD

           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE TIMELINE-COLUMN-LINE TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD

           MOVE 0 TO SRL-LINE-COUNT

           EXIT.

       WRITE-REPORT-LINE SECTION.
           IF SRL-LINE-COUNT >= SRL-LINES-PER-PAGE
               MOVE SLA-REPORT-RECORD TO SRL-HOLD-LINE
               PERFORM WRITE-REPORT-HEADING
               MOVE SRL-HOLD-LINE TO SLA-REPORT-RECORD
           END-IF
           WRITE SLA-REPORT-RECORD
           ADD 1 TO SRL-LINE-COUNT

           EXIT.
