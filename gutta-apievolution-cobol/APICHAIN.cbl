      *step's outcome and run identifier in a plan-state file,
      *skips steps whose predecessors failed, and on rerun resumes
      *from the first failed step instead of reprocessing the work
      *the completed steps already did. Each step run is timed and
      *kept in a step history, and the night's finish is projected
      *against the SLA deadline after every step

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APICHAIN.
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
      *    Every step run, night after night, with its timings: the
      *    state line stamped with the business date of the night.
      *    Appended and closed step by step so the SLA projection
      *    sees each step as soon as it ends
           SELECT CHAIN-HISTORY-FILE ASSIGN TO WS-CHAIN-HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-HISTORY-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CHS-RETURN-CODE PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-START-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-START-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-END-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-END-TIME PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-START-MS PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CHS-END-MS PIC 9(18).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(71).

       FD CHAIN-HISTORY-FILE.
       01 CHAIN-HISTORY-RECORD.
           05 CHH-NIGHT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CHH-STATE-IMAGE PIC X(101).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 CHAIN-CONTROLS.
           05 WS-CHAIN-PLAN-NAME PIC X(30) VALUE 'CHNPLAN.DAT'.
           05 WS-RUN-CONTROL-STATUS PIC X(02).
             88 RUN-CONTROL-OK VALUE '00'.

           05 WS-CHAIN-HISTORY-NAME PIC X(30) VALUE 'CHNHIST.DAT'.
           05 WS-CHAIN-HISTORY-STATUS PIC X(02).
             88 CHAIN-HISTORY-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 CHAIN-CLOCK-TIME PIC 9(08).
           05 SLA-PROGRAM PIC X(08) VALUE 'APISLA'.

           05 MAX-CHAIN-STEPS PIC S9(4) BINARY VALUE 20.
           05 CHAIN-STEP-COUNT PIC S9(4) BINARY VALUE 0.
           05 PLAN-OVERFLOWS PIC S9(4) BINARY VALUE 0.
           END-IF

           PERFORM LOAD-CHAIN-STATE
           PERFORM LOAD-BUSINESS-DATE

           DISPLAY 'Running ' CHAIN-STEP-COUNT ' step(s)...'
              UPON CONSOLE
           MOVE CHT-PROGRAM-NAME (CHAIN-IX) TO CHS-PROGRAM-NAME
           MOVE 0 TO CHS-RETURN-CODE
           MOVE 0 TO CHS-RUN-ID
           MOVE 0 TO CHS-START-DATE
           MOVE 0 TO CHS-START-TIME
           MOVE 0 TO CHS-END-DATE
           MOVE 0 TO CHS-END-TIME
           MOVE 0 TO CHS-START-MS
           MOVE 0 TO CHS-END-MS

           EVALUATE TRUE
               WHEN STEP-ALREADY-DONE (CHAIN-IX)
                   MOVE 0 TO RETURN-CODE
                   MOVE CHT-PROGRAM-NAME (CHAIN-IX)
                     TO CALLED-PROGRAM
                   ACCEPT CHS-START-DATE FROM DATE YYYYMMDD
                   ACCEPT CHAIN-CLOCK-TIME FROM TIME
                   MOVE CHAIN-CLOCK-TIME (1:6) TO CHS-START-TIME
                   CALL 'getCurrentTimeMs' USING
                        BY REFERENCE CHS-START-MS
                   CALL CALLED-PROGRAM
                       ON EXCEPTION
                           DISPLAY '*** STEP PROGRAM NOT '
                   END-CALL
                   MOVE RETURN-CODE TO STEP-RETURN-CODE
                   MOVE 0 TO RETURN-CODE
                   ACCEPT CHS-END-DATE FROM DATE YYYYMMDD
                   ACCEPT CHAIN-CLOCK-TIME FROM TIME
                   MOVE CHAIN-CLOCK-TIME (1:6) TO CHS-END-TIME
                   CALL 'getCurrentTimeMs' USING
                        BY REFERENCE CHS-END-MS
                   MOVE STEP-RETURN-CODE TO CHS-RETURN-CODE
                   PERFORM READ-STEP-RUN-ID
                   MOVE STEP-RUN-ID TO CHS-RUN-ID

           WRITE CHAIN-STATE-RECORD

           IF CHS-START-DATE > 0
               PERFORM APPEND-STEP-HISTORY
               PERFORM PROJECT-NIGHT-FINISH
           END-IF

           EXIT.

      * ---
      * Keep the step's timed state line in the night-by-night
      * history the SLA report averages over
       APPEND-STEP-HISTORY SECTION.
           OPEN EXTEND CHAIN-HISTORY-FILE
           IF NOT CHAIN-HISTORY-OK
               OPEN OUTPUT CHAIN-HISTORY-FILE
           END-IF
           IF NOT CHAIN-HISTORY-OK
               DISPLAY '*** STEP HISTORY NOT WRITABLE: '
                       WS-CHAIN-HISTORY-NAME
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           MOVE SPACES TO CHAIN-HISTORY-RECORD
           MOVE BUSINESS-DATE TO CHH-NIGHT-DATE
           MOVE CHAIN-STATE-RECORD TO CHH-STATE-IMAGE
           WRITE CHAIN-HISTORY-RECORD
           CLOSE CHAIN-HISTORY-FILE

           EXIT.

      * ---
      * Re-project the night's finish against the SLA deadline now
      * the step has ended, so a breach is raised on the run log at
      * the step that causes it rather than found in the morning.
      * The projection keeps no state between calls and leaves the
      * chain's own outcome alone
       PROJECT-NIGHT-FINISH SECTION.
           CALL SLA-PROGRAM
               ON EXCEPTION
                   CONTINUE
           END-CALL
           CANCEL SLA-PROGRAM
           MOVE 0 TO RETURN-CODE

           EXIT.

      * ---
      * The night a step belongs to is the business date the chain
      * started under, whatever time the step itself runs
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
