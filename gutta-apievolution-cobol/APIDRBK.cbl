123456*Disaster-recovery backup manifest and restore verification:
      *at a quiet point walks every dataset the environment profile
      *names, plus the audit log's archive generations, and records
      *for each its record count, a position-weighted checksum of
      *every byte, the last run identifier and the latest timestamp
      *it holds in a backup manifest; in verify mode the same
      *figures are recomputed on the restored site, compared with
      *the manifest, and every missing, short or mismatched dataset
      *is reported under an overall verdict the DR coordinator signs
      *the test off on

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIDRBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Card selecting backup or verify mode and, optionally, the
      *    manifest to write or prove against
           SELECT DR-CARD-FILE ASSIGN TO WS-DR-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DR-CARD-STATUS.
      *    Environment profile naming every dataset the suite
      *    touches; each named dataset is walked
           SELECT ENV-PROFILE-FILE ASSIGN TO WS-ENV-PROFILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-PROFILE-STATUS.
      *    The dataset being walked; one FD serves every sequential
      *    dataset, the length read telling how much of the record
      *    area the line filled
           SELECT DR-DATASET-FILE ASSIGN TO WS-DR-DATASET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DR-DATASET-STATUS.
      *    Keyed stores are walked in key order through their own
      *    layouts: the keyed provider master and the keyed
      *    customer master the delta apply maintains
           SELECT PROVIDER-KEYED-FILE ASSIGN TO WS-DR-DATASET-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PKY-CUSTOMER-NUMBER
               FILE STATUS IS WS-DR-DATASET-STATUS.
           SELECT CUSTOMER-KEYED-FILE ASSIGN TO WS-DR-DATASET-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CKY-CUSTOMER-NUMBER
               FILE STATUS IS WS-DR-DATASET-STATUS.
      *    Last archived audit generation, naming the AUDGnnn.DAT
      *    archives to walk after the live log
           SELECT GENERATION-CONTROL-FILE ASSIGN TO WS-GENCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.
      *    Publish control beside a dataset, giving the run that
      *    published it where the records carry no run column
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Run control and business date, stamped on the manifest
      *    header
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    The backup manifest: written in backup mode, proved
      *    against in verify mode
           SELECT DR-MANIFEST-FILE ASSIGN TO WS-DR-MANIFEST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DR-MANIFEST-STATUS.
      *    Manifest listing or verification report with the verdict
           SELECT DR-REPORT-FILE ASSIGN TO WS-DR-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DR-CARD-FILE.
       01 DR-CARD-RECORD.
      *    'B' backup (the default), 'V' verify
           05 DRC-MODE PIC X(01).
           05 FILLER PIC X(01).
      *    Blank keeps DRMANIF.DAT
           05 DRC-MANIFEST-NAME PIC X(30).
           05 FILLER PIC X(48).

       FD ENV-PROFILE-FILE.
       01 ENV-PROFILE-RECORD.
           05 EPR-DATASET-KEY PIC X(12).
           05 EPR-DATASET-NAME PIC X(30).
           05 FILLER PIC X(38).

       FD DR-DATASET-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
           DEPENDING ON DR-RECORD-LENGTH.
       01 DR-DATASET-RECORD PIC X(1024).

       FD PROVIDER-KEYED-FILE.
       01 PROVIDER-KEYED-RECORD.
           05 FILLER PIC X(96).
           05 PKY-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(147).

       FD CUSTOMER-KEYED-FILE.
       01 CUSTOMER-KEYED-RECORD.
           05 CKY-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(245).

       FD GENERATION-CONTROL-FILE.
       01 GENERATION-CONTROL-RECORD.
           05 GEN-LAST-GENERATION PIC 9(03).
           05 FILLER PIC X(77).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(71).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    One header line, one line per dataset walked, and a
      *    trailer whose totals prove the manifest itself complete
       FD DR-MANIFEST-FILE.
       01 DR-MANIFEST-RECORD.
           05 DRM-RECORD-TYPE PIC X(01).
             88 DRM-HEADER VALUE 'H'.
             88 DRM-DETAIL VALUE 'D'.
             88 DRM-TRAILER VALUE 'T'.
           05 FILLER PIC X(01).
           05 DRM-DATASET-KEY PIC X(12).
           05 FILLER PIC X(01).
           05 DRM-DATASET-NAME PIC X(30).
           05 FILLER PIC X(01).
      *    'Y' present when walked, 'N' absent
           05 DRM-PRESENT-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 DRM-RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(01).
           05 DRM-HASH-TOTAL PIC 9(15).
           05 FILLER PIC X(01).
           05 DRM-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 DRM-LAST-TIMESTAMP PIC 9(18).
       01 DR-MANIFEST-HEADER.
           05 DMH-RECORD-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 DMH-TAKEN-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 DMH-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 DMH-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 DMH-DATASET-COUNT PIC 9(04).
           05 FILLER PIC X(58).
       01 DR-MANIFEST-TRAILER.
           05 DMT-RECORD-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 DMT-DATASET-COUNT PIC 9(04).
           05 FILLER PIC X(01).
           05 DMT-RECORD-TOTAL PIC 9(15).
           05 FILLER PIC X(01).
           05 DMT-HASH-TOTAL PIC 9(15).
           05 FILLER PIC X(64).

       FD DR-REPORT-FILE.
       01 DR-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 DR-CONTROLS.
           05 WS-DR-CARD-NAME PIC X(30) VALUE 'DRCARD.DAT'.
           05 WS-DR-CARD-STATUS PIC X(02).
             88 DR-CARD-OK VALUE '00'.
           05 WS-ENV-PROFILE-NAME PIC X(30) VALUE 'ENVPROF.DAT'.
           05 WS-ENV-PROFILE-STATUS PIC X(02).
             88 ENV-PROFILE-OK VALUE '00'.
           05 WS-ENV-PROFILE-EOF-FLAG PIC X VALUE 'N'.
             88 ENV-PROFILE-AT-EOF VALUE 'Y'.
           05 WS-DR-DATASET-NAME PIC X(30).
           05 WS-DR-DATASET-STATUS PIC X(02).
             88 DR-DATASET-OK VALUE '00'.
           05 WS-DR-DATASET-EOF-FLAG PIC X VALUE 'N'.
             88 DR-DATASET-AT-EOF VALUE 'Y'.
           05 WS-GENCTL-NAME PIC X(30) VALUE 'AUDGEN.DAT'.
           05 WS-GENCTL-STATUS PIC X(02).
             88 GENCTL-OK VALUE '00'.
           05 WS-PUBCTL-NAME PIC X(30).
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 WS-RUN-CONTROL-NAME PIC X(30) VALUE 'RUNCTL.DAT'.
           05 WS-RUN-CONTROL-STATUS PIC X(02).
             88 RUN-CONTROL-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-DR-MANIFEST-NAME PIC X(30) VALUE 'DRMANIF.DAT'.
           05 WS-DR-MANIFEST-STATUS PIC X(02).
             88 DR-MANIFEST-OK VALUE '00'.
           05 WS-DR-MANIFEST-EOF-FLAG PIC X VALUE 'N'.
             88 DR-MANIFEST-AT-EOF VALUE 'Y'.
           05 WS-DR-REPORT-NAME PIC X(30) VALUE 'DRRPT.DAT'.
           05 WS-DR-REPORT-STATUS PIC X(02).
      *    Locks whose presence means a run is live; the profile
      *    may rename them as it does for the other programs
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-AUDIT-LOCK-NAME PIC X(30) VALUE 'AUDLOCK.DAT'.

           05 DR-RUN-MODE PIC X(01) VALUE 'B'.
             88 DR-BACKUP-MODE VALUE 'B'.
             88 DR-VERIFY-MODE VALUE 'V'.
           05 DR-RECORD-LENGTH PIC S9(4) BINARY VALUE 0.
           05 LOCK-HELD-FLAG PIC X(01) VALUE 'N'.
             88 LOCK-IS-HELD VALUE 'Y'.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
             88 DATASET-TABLE-FULL VALUE 'Y'.
           05 MANIFEST-BROKEN-FLAG PIC X(01) VALUE 'N'.
             88 MANIFEST-IS-BROKEN VALUE 'Y'.
           05 HEADER-SEEN-FLAG PIC X(01) VALUE 'N'.
             88 MANIFEST-HEADER-SEEN VALUE 'Y'.
           05 TRAILER-SEEN-FLAG PIC X(01) VALUE 'N'.
             88 MANIFEST-TRAILER-SEEN VALUE 'Y'.
           05 RUN-ID-AT-START PIC 9(09) VALUE 0.
           05 RUN-ID-AT-END PIC 9(09) VALUE 0.
           05 MANIFEST-BUSINESS-DATE PIC 9(08) VALUE 0.
           05 MANIFEST-TAKEN-MS PIC 9(18) VALUE 0.
           05 MANIFEST-LAST-RUN-ID PIC 9(09) VALUE 0.
           05 CURRENT-TIME-MS PIC 9(18).
           05 AUDIT-GENERATION PIC 9(03).
           05 LAST-AUDIT-GENERATION PIC 9(03) VALUE 0.
           05 NAME-STEM PIC X(30).
           05 NAME-SUFFIX PIC X(30).

           05 DATASETS-PRESENT PIC S9(9) BINARY VALUE 0.
           05 DATASETS-ABSENT PIC S9(9) BINARY VALUE 0.
           05 DATASETS-PROVEN PIC S9(9) BINARY VALUE 0.
           05 DATASETS-MISSING PIC S9(9) BINARY VALUE 0.
           05 DATASETS-SHORT PIC S9(9) BINARY VALUE 0.
           05 DATASETS-MISMATCHED PIC S9(9) BINARY VALUE 0.
           05 MANIFEST-RECORD-TOTAL PIC 9(15) VALUE 0.
           05 MANIFEST-HASH-TOTAL PIC 9(15) VALUE 0.
           05 MANIFEST-DETAILS-READ PIC S9(9) BINARY VALUE 0.
           05 COUNT-DISP PIC 9(09).
           05 FAILED-DISP PIC 9(09).

      *    The datasets to walk, in profile order. Each carries the
      *    access path, where its records hold a run identifier and
      *    a millisecond timestamp (zero for none), the figures from
      *    the manifest in verify mode, and the figures measured now
       01 DATASET-TABLE-CONTROLS.
           05 DATASET-COUNT PIC S9(4) BINARY VALUE 0.
           05 MAX-DATASETS PIC S9(4) BINARY VALUE 300.
           05 DATASET-IX PIC S9(4) BINARY.
           05 NEW-DATASET-KEY PIC X(12).
           05 NEW-DATASET-NAME PIC X(30).
       01 DATASET-TABLE.
           05 DATASET-ENTRY OCCURS 300.
             10 DST-KEY PIC X(12).
             10 DST-NAME PIC X(30).
      *      'S' sequential, 'P' keyed provider master, 'C' keyed
      *      customer master
             10 DST-ACCESS PIC X(01).
             10 DST-RUN-ID-COLUMN PIC 9(04).
             10 DST-TIMESTAMP-COLUMN PIC 9(04).
             10 DST-MANIFEST-PRESENT PIC X(01).
             10 DST-MANIFEST-COUNT PIC 9(09).
             10 DST-MANIFEST-HASH PIC 9(15).
             10 DST-MANIFEST-RUN-ID PIC 9(09).
             10 DST-MANIFEST-TIMESTAMP PIC 9(18).
             10 DST-PRESENT PIC X(01).
             10 DST-COUNT PIC 9(09).
             10 DST-HASH PIC 9(15).
             10 DST-RUN-ID PIC 9(09).
             10 DST-TIMESTAMP PIC 9(18).
             10 DST-VERDICT PIC X(10).

      *    Where the known layouts keep their run identifier and
      *    millisecond timestamp, by profile key; the audit archive
      *    generations share the live log's layout
       01 DATASET-LAYOUT-VALUES.
           05 FILLER PIC X(20) VALUE 'AUDITLOG    01470001'.
           05 FILLER PIC X(20) VALUE 'GOLDNMSTR   01160001'.
           05 FILLER PIC X(20) VALUE 'PROVHIST    00100000'.
           05 FILLER PIC X(20) VALUE 'RUNCTL      00010000'.
           05 FILLER PIC X(20) VALUE 'RUNLOG      00000001'.
           05 FILLER PIC X(20) VALUE 'BALHIST     00500000'.
       01 DATASET-LAYOUT-TABLE REDEFINES DATASET-LAYOUT-VALUES.
           05 DATASET-LAYOUT OCCURS 6.
             10 DLY-KEY PIC X(12).
             10 DLY-RUN-ID-COLUMN PIC 9(04).
             10 DLY-TIMESTAMP-COLUMN PIC 9(04).
       01 DATASET-LAYOUT-CONTROLS.
           05 LAYOUT-COUNT PIC S9(4) BINARY VALUE 6.
           05 LAYOUT-IX PIC S9(4) BINARY.

      *    The record just read, as characters and as bytes for the
      *    checksum. Every byte of the line counts, weighted by its
      *    position, and each line's term is weighted by its record
      *    number, so a reordered, truncated or altered copy sums
      *    differently
       01 DR-WORK-RECORD.
           05 DR-WORK-TEXT PIC X(1024).
       01 DR-WORK-BYTES REDEFINES DR-WORK-RECORD.
           05 DR-WORK-BYTE PIC 9(2) COMP-X OCCURS 1024.
       01 DR-CHECKSUM-WORK.
           05 WORK-LENGTH PIC S9(4) BINARY.
           05 BYTE-IX PIC S9(4) BINARY.
           05 LINE-TERM PIC S9(18) BINARY.
           05 LINE-QUOTIENT PIC S9(18) BINARY.
           05 CHECKSUM-MODULUS PIC S9(18) BINARY
              VALUE 1000000000000000.
           05 MEASURED-COUNT PIC S9(9) BINARY.
           05 MEASURED-HASH PIC 9(15).
           05 MEASURED-RUN-ID PIC 9(09).
           05 MEASURED-TIMESTAMP PIC 9(18).
           05 RUN-ID-CANDIDATE PIC X(09).
           05 RUN-ID-CANDIDATE-N REDEFINES RUN-ID-CANDIDATE
              PIC 9(09).
           05 TIMESTAMP-CANDIDATE PIC X(18).
           05 TIMESTAMP-CANDIDATE-N REDEFINES TIMESTAMP-CANDIDATE
              PIC 9(18).
           05 COLUMN-END PIC S9(4) BINARY.

       01 DR-REPORT-DETAIL.
           05 DRD-DATASET-KEY PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-DATASET-NAME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-RECORD-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-HASH-TOTAL PIC 9(15).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-LAST-RUN-ID PIC Z(8)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-LAST-TIMESTAMP PIC Z(17)9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-VERDICT PIC X(10).

       01 DR-REPORT-HEADING.
           05 FILLER PIC X(12) VALUE 'DATASET KEY'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(30) VALUE 'DATASET NAME'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(11) VALUE '    RECORDS'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(15) VALUE 'CHECKSUM'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(09) VALUE '   RUN ID'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(18) VALUE '   LAST TIMESTAMP'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(10) VALUE 'STATUS'.

       PROCEDURE DIVISION.
           PERFORM LOAD-DR-CARD
           OPEN OUTPUT DR-REPORT-FILE

           IF DR-VERIFY-MODE
               DISPLAY 'Verifying restored datasets against the '
                       'backup manifest...'
                  UPON CONSOLE
               PERFORM VERIFY-AGAINST-MANIFEST
               CLOSE DR-REPORT-FILE
               GOBACK
           END-IF

           DISPLAY 'Writing DR backup manifest...'
              UPON CONSOLE

           PERFORM BUILD-DATASET-LIST
           IF RETURN-CODE >= 8
               CLOSE DR-REPORT-FILE
               GOBACK
           END-IF

      *    A manifest taken while a run is live proves nothing, so
      *    both locks must be free and no run may start mid-walk
           PERFORM CHECK-QUIET-POINT
           IF LOCK-IS-HELD
               MOVE '*** NOT A QUIET POINT - NO MANIFEST WRITTEN'
                 TO DR-REPORT-RECORD
               WRITE DR-REPORT-RECORD
               CLOSE DR-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RUN-CONTROL
           MOVE RCT-LAST-RUN-ID TO RUN-ID-AT-START

           PERFORM VARYING DATASET-IX FROM 1 BY 1
                   UNTIL DATASET-IX > DATASET-COUNT
               PERFORM MEASURE-ONE-DATASET
               IF DST-PRESENT (DATASET-IX) = 'Y'
                   ADD 1 TO DATASETS-PRESENT
                   MOVE 'PRESENT' TO DST-VERDICT (DATASET-IX)
               ELSE
                   ADD 1 TO DATASETS-ABSENT
                   MOVE 'ABSENT' TO DST-VERDICT (DATASET-IX)
               END-IF
           END-PERFORM

           PERFORM LOAD-RUN-CONTROL
           MOVE RCT-LAST-RUN-ID TO RUN-ID-AT-END
           PERFORM CHECK-QUIET-POINT
           IF LOCK-IS-HELD OR RUN-ID-AT-END NOT = RUN-ID-AT-START
               DISPLAY '*** A RUN STARTED DURING THE WALK - THE '
                       'MANIFEST IS NOT CONSISTENT'
                  UPON CONSOLE
               MOVE '*** A RUN STARTED DURING THE WALK - NO MANIFEST'
                 TO DR-REPORT-RECORD
               WRITE DR-REPORT-RECORD
               CLOSE DR-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-MANIFEST
           PERFORM WRITE-MANIFEST-LISTING
           CLOSE DR-REPORT-FILE

           DISPLAY 'Datasets walked:   ' DATASET-COUNT
              UPON CONSOLE
           DISPLAY 'Datasets present:  ' DATASETS-PRESENT
              UPON CONSOLE
           DISPLAY 'Datasets absent:   ' DATASETS-ABSENT
              UPON CONSOLE
           IF DATASET-TABLE-FULL
               MOVE 16 TO RETURN-CODE
           END-IF

           GOBACK.

       LOAD-DR-CARD SECTION.
           OPEN INPUT DR-CARD-FILE
           IF DR-CARD-OK
               READ DR-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DRC-MODE = 'V'
                           MOVE 'V' TO DR-RUN-MODE
                       END-IF
                       IF DRC-MANIFEST-NAME NOT = SPACES
                           MOVE DRC-MANIFEST-NAME
                             TO WS-DR-MANIFEST-NAME
                       END-IF
               END-READ
               CLOSE DR-CARD-FILE
           END-IF

           EXIT.

      * ---
      * The profile itself is walked first, then every dataset it
      * names, then the audit archive generations the generation
      * control says exist. No profile means no list to walk
       BUILD-DATASET-LIST SECTION.
           OPEN INPUT ENV-PROFILE-FILE
           IF NOT ENV-PROFILE-OK
               DISPLAY '*** NO ENVIRONMENT PROFILE '
                       WS-ENV-PROFILE-NAME ' - NOTHING TO WALK'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 'ENVPROF' TO NEW-DATASET-KEY
           MOVE WS-ENV-PROFILE-NAME TO NEW-DATASET-NAME
           PERFORM ADD-DATASET-ENTRY

           MOVE 'N' TO WS-ENV-PROFILE-EOF-FLAG
           PERFORM UNTIL ENV-PROFILE-AT-EOF
               READ ENV-PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-ENV-PROFILE-EOF-FLAG
                   NOT AT END
                       IF EPR-DATASET-NAME NOT = SPACES
                           EVALUATE EPR-DATASET-KEY
                           WHEN 'RUNLOCK'
                               MOVE EPR-DATASET-NAME
                                 TO WS-RUN-LOCK-NAME
                           WHEN 'AUDLOCK'
                               MOVE EPR-DATASET-NAME
                                 TO WS-AUDIT-LOCK-NAME
                           WHEN 'RUNCTL'
                               MOVE EPR-DATASET-NAME
                                 TO WS-RUN-CONTROL-NAME
                           WHEN 'AUDGEN'
                               MOVE EPR-DATASET-NAME
                                 TO WS-GENCTL-NAME
                           END-EVALUATE
                           MOVE EPR-DATASET-KEY TO NEW-DATASET-KEY
                           MOVE EPR-DATASET-NAME TO NEW-DATASET-NAME
                           PERFORM ADD-DATASET-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENV-PROFILE-FILE

           MOVE 0 TO LAST-AUDIT-GENERATION
           OPEN INPUT GENERATION-CONTROL-FILE
           IF GENCTL-OK
               READ GENERATION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GEN-LAST-GENERATION IS NUMERIC
                           MOVE GEN-LAST-GENERATION
                             TO LAST-AUDIT-GENERATION
                       END-IF
               END-READ
               CLOSE GENERATION-CONTROL-FILE
           END-IF
           PERFORM VARYING AUDIT-GENERATION FROM 1 BY 1
                   UNTIL AUDIT-GENERATION > LAST-AUDIT-GENERATION
               MOVE SPACES TO NEW-DATASET-KEY
               STRING 'AUDARCH' DELIMITED BY SIZE
                      AUDIT-GENERATION DELIMITED BY SIZE
                 INTO NEW-DATASET-KEY
               END-STRING
               MOVE SPACES TO NEW-DATASET-NAME
               STRING 'AUDG' DELIMITED BY SIZE
                      AUDIT-GENERATION DELIMITED BY SIZE
                      '.DAT' DELIMITED BY SIZE
                 INTO NEW-DATASET-NAME
               END-STRING
               PERFORM ADD-DATASET-ENTRY
           END-PERFORM

           EXIT.

      * ---
      * Add NEW-DATASET-KEY/NEW-DATASET-NAME to the walk, working
      * out how it is read and where its run identifier and
      * timestamp sit
       ADD-DATASET-ENTRY SECTION.
           IF DATASET-COUNT >= MAX-DATASETS
               IF NOT DATASET-TABLE-FULL
                   DISPLAY '*** DATASET TABLE FULL AT ' MAX-DATASETS
                           ' - LATER DATASETS NOT WALKED'
                      UPON CONSOLE
               END-IF
               MOVE 'Y' TO TABLE-FULL-FLAG
               EXIT SECTION
           END-IF
           ADD 1 TO DATASET-COUNT
           MOVE DATASET-COUNT TO DATASET-IX
           INITIALIZE DATASET-ENTRY (DATASET-IX)
           MOVE NEW-DATASET-KEY TO DST-KEY (DATASET-IX)
           MOVE NEW-DATASET-NAME TO DST-NAME (DATASET-IX)
           MOVE 'N' TO DST-MANIFEST-PRESENT (DATASET-IX)
           MOVE 'N' TO DST-PRESENT (DATASET-IX)

      *    Keyed stores carry the .IDX suffix; the delta apply's
      *    keyed customer master is known by its profile key
           MOVE 'S' TO DST-ACCESS (DATASET-IX)
           MOVE SPACES TO NAME-STEM
           MOVE SPACES TO NAME-SUFFIX
           UNSTRING NEW-DATASET-NAME DELIMITED BY '.'
               INTO NAME-STEM NAME-SUFFIX
           END-UNSTRING
           IF NAME-SUFFIX = 'IDX'
               MOVE 'P' TO DST-ACCESS (DATASET-IX)
           END-IF
           IF NEW-DATASET-KEY = 'KEYMAST'
               MOVE 'C' TO DST-ACCESS (DATASET-IX)
           END-IF

           MOVE 0 TO DST-RUN-ID-COLUMN (DATASET-IX)
           MOVE 0 TO DST-TIMESTAMP-COLUMN (DATASET-IX)
           PERFORM VARYING LAYOUT-IX FROM 1 BY 1
                   UNTIL LAYOUT-IX > LAYOUT-COUNT
               IF DLY-KEY (LAYOUT-IX) = NEW-DATASET-KEY
                   OR (DLY-KEY (LAYOUT-IX) = 'AUDITLOG'
                       AND NEW-DATASET-KEY (1:7) = 'AUDARCH')
                   MOVE DLY-RUN-ID-COLUMN (LAYOUT-IX)
                     TO DST-RUN-ID-COLUMN (DATASET-IX)
                   MOVE DLY-TIMESTAMP-COLUMN (LAYOUT-IX)
                     TO DST-TIMESTAMP-COLUMN (DATASET-IX)
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * A lock file that opens is a lock held
       CHECK-QUIET-POINT SECTION.
           MOVE 'N' TO LOCK-HELD-FLAG
           MOVE WS-RUN-LOCK-NAME TO WS-DR-DATASET-NAME
           OPEN INPUT DR-DATASET-FILE
           IF DR-DATASET-OK
               CLOSE DR-DATASET-FILE
               MOVE 'Y' TO LOCK-HELD-FLAG
               DISPLAY '*** RUN LOCK ' WS-RUN-LOCK-NAME ' IS HELD'
                  UPON CONSOLE
           END-IF
           MOVE WS-AUDIT-LOCK-NAME TO WS-DR-DATASET-NAME
           OPEN INPUT DR-DATASET-FILE
           IF DR-DATASET-OK
               CLOSE DR-DATASET-FILE
               MOVE 'Y' TO LOCK-HELD-FLAG
               DISPLAY '*** AUDIT LOCK ' WS-AUDIT-LOCK-NAME
                       ' IS HELD'
                  UPON CONSOLE
           END-IF

           EXIT.

       LOAD-RUN-CONTROL SECTION.
           MOVE 0 TO RCT-LAST-RUN-ID
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 0 TO RCT-LAST-RUN-ID
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RCT-LAST-RUN-ID NOT NUMERIC
               MOVE 0 TO RCT-LAST-RUN-ID
           END-IF

           EXIT.

      * ---
      * Measure the dataset at DATASET-IX: record count, checksum,
      * highest run identifier and latest timestamp it holds. A
      * dataset that will not open is absent
       MEASURE-ONE-DATASET SECTION.
           MOVE 0 TO MEASURED-COUNT
           MOVE 0 TO MEASURED-HASH
           MOVE 0 TO MEASURED-RUN-ID
           MOVE 0 TO MEASURED-TIMESTAMP
           MOVE 'N' TO DST-PRESENT (DATASET-IX)
           MOVE DST-NAME (DATASET-IX) TO WS-DR-DATASET-NAME
           MOVE 'N' TO WS-DR-DATASET-EOF-FLAG

           EVALUATE DST-ACCESS (DATASET-IX)
           WHEN 'P'
               PERFORM MEASURE-PROVIDER-KEYED
           WHEN 'C'
               PERFORM MEASURE-CUSTOMER-KEYED
           WHEN OTHER
               PERFORM MEASURE-SEQUENTIAL
           END-EVALUATE

      *    Where the records carry no run column, the run that
      *    published the dataset is on the control beside it
           IF DST-PRESENT (DATASET-IX) = 'Y'
               AND DST-RUN-ID-COLUMN (DATASET-IX) = 0
               PERFORM LOAD-CONTROL-RUN-ID
           END-IF

           MOVE MEASURED-COUNT TO DST-COUNT (DATASET-IX)
           MOVE MEASURED-HASH TO DST-HASH (DATASET-IX)
           MOVE MEASURED-RUN-ID TO DST-RUN-ID (DATASET-IX)
           MOVE MEASURED-TIMESTAMP TO DST-TIMESTAMP (DATASET-IX)

           EXIT.

       MEASURE-SEQUENTIAL SECTION.
           OPEN INPUT DR-DATASET-FILE
           IF NOT DR-DATASET-OK
               EXIT SECTION
           END-IF
           MOVE 'Y' TO DST-PRESENT (DATASET-IX)
           PERFORM UNTIL DR-DATASET-AT-EOF
               READ DR-DATASET-FILE
                   AT END
                       MOVE 'Y' TO WS-DR-DATASET-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO DR-WORK-TEXT
                       MOVE DR-RECORD-LENGTH TO WORK-LENGTH
                       IF WORK-LENGTH > 0
                           MOVE DR-DATASET-RECORD (1:WORK-LENGTH)
                             TO DR-WORK-TEXT (1:WORK-LENGTH)
                       END-IF
                       PERFORM ADD-RECORD-TO-FIGURES
               END-READ
           END-PERFORM
           CLOSE DR-DATASET-FILE

           EXIT.

       MEASURE-PROVIDER-KEYED SECTION.
           OPEN INPUT PROVIDER-KEYED-FILE
           IF NOT DR-DATASET-OK
               EXIT SECTION
           END-IF
           MOVE 'Y' TO DST-PRESENT (DATASET-IX)
           PERFORM UNTIL DR-DATASET-AT-EOF
               READ PROVIDER-KEYED-FILE
                   AT END
                       MOVE 'Y' TO WS-DR-DATASET-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO DR-WORK-TEXT
                       MOVE PROVIDER-KEYED-RECORD TO DR-WORK-TEXT
                       MOVE 252 TO WORK-LENGTH
                       PERFORM ADD-RECORD-TO-FIGURES
               END-READ
           END-PERFORM
           CLOSE PROVIDER-KEYED-FILE

           EXIT.

       MEASURE-CUSTOMER-KEYED SECTION.
           OPEN INPUT CUSTOMER-KEYED-FILE
           IF NOT DR-DATASET-OK
               EXIT SECTION
           END-IF
           MOVE 'Y' TO DST-PRESENT (DATASET-IX)
           PERFORM UNTIL DR-DATASET-AT-EOF
               READ CUSTOMER-KEYED-FILE
                   AT END
                       MOVE 'Y' TO WS-DR-DATASET-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO DR-WORK-TEXT
                       MOVE CUSTOMER-KEYED-RECORD TO DR-WORK-TEXT
                       MOVE 254 TO WORK-LENGTH
                       PERFORM ADD-RECORD-TO-FIGURES
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-KEYED-FILE

           EXIT.

      * ---
      * Fold the record in DR-WORK-RECORD (WORK-LENGTH characters)
      * into the dataset's figures
       ADD-RECORD-TO-FIGURES SECTION.
           ADD 1 TO MEASURED-COUNT
           MOVE WORK-LENGTH TO LINE-TERM
           PERFORM VARYING BYTE-IX FROM 1 BY 1
                   UNTIL BYTE-IX > WORK-LENGTH
               COMPUTE LINE-TERM = LINE-TERM
                   + DR-WORK-BYTE (BYTE-IX) * BYTE-IX
           END-PERFORM
           COMPUTE LINE-TERM = LINE-TERM * MEASURED-COUNT
                             + MEASURED-HASH
           DIVIDE LINE-TERM BY CHECKSUM-MODULUS
               GIVING LINE-QUOTIENT
               REMAINDER MEASURED-HASH

           IF DST-RUN-ID-COLUMN (DATASET-IX) > 0
               COMPUTE COLUMN-END =
                   DST-RUN-ID-COLUMN (DATASET-IX) + 8
               IF COLUMN-END <= WORK-LENGTH
                   MOVE DR-WORK-TEXT
                        (DST-RUN-ID-COLUMN (DATASET-IX):9)
                     TO RUN-ID-CANDIDATE
                   IF RUN-ID-CANDIDATE IS NUMERIC
                       AND RUN-ID-CANDIDATE-N > MEASURED-RUN-ID
                       MOVE RUN-ID-CANDIDATE-N TO MEASURED-RUN-ID
                   END-IF
               END-IF
           END-IF

           IF DST-TIMESTAMP-COLUMN (DATASET-IX) > 0
               COMPUTE COLUMN-END =
                   DST-TIMESTAMP-COLUMN (DATASET-IX) + 17
               IF COLUMN-END <= WORK-LENGTH
                   MOVE DR-WORK-TEXT
                        (DST-TIMESTAMP-COLUMN (DATASET-IX):18)
                     TO TIMESTAMP-CANDIDATE
                   IF TIMESTAMP-CANDIDATE IS NUMERIC
                       AND TIMESTAMP-CANDIDATE-N
                           > MEASURED-TIMESTAMP
                       MOVE TIMESTAMP-CANDIDATE-N
                         TO MEASURED-TIMESTAMP
                   END-IF
               END-IF
           END-IF

           EXIT.

       LOAD-CONTROL-RUN-ID SECTION.
           MOVE SPACES TO NAME-STEM
           UNSTRING DST-NAME (DATASET-IX) DELIMITED BY '.'
               INTO NAME-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING NAME-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           IF WS-PUBCTL-NAME = DST-NAME (DATASET-IX)
               EXIT SECTION
           END-IF
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PBC-RUN-ID IS NUMERIC
                           MOVE PBC-RUN-ID TO MEASURED-RUN-ID
                       END-IF
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF

           EXIT.

      * ---
      * Header, one line per dataset, and a trailer carrying the
      * dataset count and the sums of the counts and checksums
       WRITE-MANIFEST SECTION.
           MOVE 0 TO MANIFEST-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE
                             TO MANIFEST-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF MANIFEST-BUSINESS-DATE = 0
               ACCEPT MANIFEST-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE CURRENT-TIME-MS

           OPEN OUTPUT DR-MANIFEST-FILE
           MOVE SPACES TO DR-MANIFEST-HEADER
           MOVE 'H' TO DMH-RECORD-TYPE
           MOVE CURRENT-TIME-MS TO DMH-TAKEN-MS
           MOVE MANIFEST-BUSINESS-DATE TO DMH-BUSINESS-DATE
           MOVE RUN-ID-AT-START TO DMH-LAST-RUN-ID
           MOVE DATASET-COUNT TO DMH-DATASET-COUNT
           WRITE DR-MANIFEST-HEADER

           MOVE 0 TO MANIFEST-RECORD-TOTAL
           MOVE 0 TO MANIFEST-HASH-TOTAL
           PERFORM VARYING DATASET-IX FROM 1 BY 1
                   UNTIL DATASET-IX > DATASET-COUNT
               MOVE SPACES TO DR-MANIFEST-RECORD
               MOVE 'D' TO DRM-RECORD-TYPE
               MOVE DST-KEY (DATASET-IX) TO DRM-DATASET-KEY
               MOVE DST-NAME (DATASET-IX) TO DRM-DATASET-NAME
               MOVE DST-PRESENT (DATASET-IX) TO DRM-PRESENT-FLAG
               MOVE DST-COUNT (DATASET-IX) TO DRM-RECORD-COUNT
               MOVE DST-HASH (DATASET-IX) TO DRM-HASH-TOTAL
               MOVE DST-RUN-ID (DATASET-IX) TO DRM-LAST-RUN-ID
               MOVE DST-TIMESTAMP (DATASET-IX)
                 TO DRM-LAST-TIMESTAMP
               WRITE DR-MANIFEST-RECORD
               PERFORM ADD-TO-MANIFEST-TOTALS
           END-PERFORM

           MOVE SPACES TO DR-MANIFEST-TRAILER
           MOVE 'T' TO DMT-RECORD-TYPE
           MOVE DATASET-COUNT TO DMT-DATASET-COUNT
           MOVE MANIFEST-RECORD-TOTAL TO DMT-RECORD-TOTAL
           MOVE MANIFEST-HASH-TOTAL TO DMT-HASH-TOTAL
           WRITE DR-MANIFEST-TRAILER
           CLOSE DR-MANIFEST-FILE

           EXIT.

      * ---
      * The trailer sums wrap at fifteen digits; they prove the
      * manifest lines, not the datasets
       ADD-TO-MANIFEST-TOTALS SECTION.
           COMPUTE LINE-TERM = MANIFEST-RECORD-TOTAL
                             + DST-COUNT (DATASET-IX)
           DIVIDE LINE-TERM BY CHECKSUM-MODULUS
               GIVING LINE-QUOTIENT
               REMAINDER MANIFEST-RECORD-TOTAL
           COMPUTE LINE-TERM = MANIFEST-HASH-TOTAL
                             + DST-HASH (DATASET-IX)
           DIVIDE LINE-TERM BY CHECKSUM-MODULUS
               GIVING LINE-QUOTIENT
               REMAINDER MANIFEST-HASH-TOTAL

           EXIT.

       WRITE-MANIFEST-LISTING SECTION.
           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'DR BACKUP MANIFEST ' DELIMITED BY SIZE
                  WS-DR-MANIFEST-NAME DELIMITED BY SPACE
                  ' - BUSINESS DATE ' DELIMITED BY SIZE
                  MANIFEST-BUSINESS-DATE DELIMITED BY SIZE
                  ' - LAST RUN ' DELIMITED BY SIZE
                  RUN-ID-AT-START DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD
           MOVE SPACES TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD
           MOVE DR-REPORT-HEADING TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD
           PERFORM VARYING DATASET-IX FROM 1 BY 1
                   UNTIL DATASET-IX > DATASET-COUNT
               PERFORM WRITE-DATASET-LINE
           END-PERFORM
           MOVE SPACES TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD
           MOVE DATASET-COUNT TO COUNT-DISP
           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'MANIFEST WRITTEN FOR ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  ' DATASET(S)' DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD

           EXIT.

       WRITE-DATASET-LINE SECTION.
           MOVE DST-KEY (DATASET-IX) TO DRD-DATASET-KEY
           MOVE DST-NAME (DATASET-IX) TO DRD-DATASET-NAME
           MOVE DST-COUNT (DATASET-IX) TO DRD-RECORD-COUNT
           MOVE DST-HASH (DATASET-IX) TO DRD-HASH-TOTAL
           MOVE DST-RUN-ID (DATASET-IX) TO DRD-LAST-RUN-ID
           MOVE DST-TIMESTAMP (DATASET-IX) TO DRD-LAST-TIMESTAMP
           MOVE DST-VERDICT (DATASET-IX) TO DRD-VERDICT
           MOVE DR-REPORT-DETAIL TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD

           EXIT.

      * ---
      * Verify mode: load the manifest, prove it whole, then walk
      * every dataset it lists on this site and compare. Absent on
      * both sides agrees; absent here only is missing; fewer
      * records is short; anything else that differs is a mismatch
       VERIFY-AGAINST-MANIFEST SECTION.
           PERFORM LOAD-MANIFEST
           IF RETURN-CODE >= 8
               EXIT SECTION
           END-IF

           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'DR RESTORE VERIFICATION AGAINST '
                      DELIMITED BY SIZE
                  WS-DR-MANIFEST-NAME DELIMITED BY SPACE
                  ' - BUSINESS DATE ' DELIMITED BY SIZE
                  MANIFEST-BUSINESS-DATE DELIMITED BY SIZE
                  ' - LAST RUN ' DELIMITED BY SIZE
                  MANIFEST-LAST-RUN-ID DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD
           MOVE SPACES TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD
           MOVE DR-REPORT-HEADING TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD

           PERFORM VARYING DATASET-IX FROM 1 BY 1
                   UNTIL DATASET-IX > DATASET-COUNT
               PERFORM MEASURE-ONE-DATASET
               PERFORM JUDGE-ONE-DATASET
               PERFORM WRITE-DATASET-LINE
               IF DST-VERDICT (DATASET-IX) NOT = 'OK'
                   AND DST-VERDICT (DATASET-IX) NOT = 'ABSENT'
                   PERFORM WRITE-MANIFEST-FIGURES
               END-IF
           END-PERFORM

           PERFORM WRITE-VERIFICATION-VERDICT

           EXIT.

       LOAD-MANIFEST SECTION.
           OPEN INPUT DR-MANIFEST-FILE
           IF NOT DR-MANIFEST-OK
               DISPLAY '*** NO BACKUP MANIFEST ' WS-DR-MANIFEST-NAME
                       ' - NOTHING TO VERIFY AGAINST'
                  UPON CONSOLE
               MOVE '*** NO BACKUP MANIFEST - NOTHING VERIFIED'
                 TO DR-REPORT-RECORD
               WRITE DR-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-DR-MANIFEST-EOF-FLAG
           PERFORM UNTIL DR-MANIFEST-AT-EOF
               READ DR-MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-DR-MANIFEST-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                       WHEN DRM-HEADER
                           PERFORM LOAD-MANIFEST-HEADER
                       WHEN DRM-DETAIL
                           PERFORM LOAD-MANIFEST-DETAIL
                       WHEN DRM-TRAILER
                           PERFORM LOAD-MANIFEST-TRAILER
                       WHEN OTHER
                           MOVE 'Y' TO MANIFEST-BROKEN-FLAG
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DR-MANIFEST-FILE

           IF NOT MANIFEST-HEADER-SEEN OR NOT MANIFEST-TRAILER-SEEN
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
           END-IF
           IF MANIFEST-IS-BROKEN
               DISPLAY '*** BACKUP MANIFEST ' WS-DR-MANIFEST-NAME
                       ' IS INCOMPLETE OR ALTERED - NOTHING VERIFIED'
                  UPON CONSOLE
               MOVE '*** BACKUP MANIFEST INCOMPLETE OR ALTERED'
                 TO DR-REPORT-RECORD
               WRITE DR-REPORT-RECORD
               MOVE '*** DR VERIFICATION FAILED - DO NOT SIGN OFF'
                 TO DR-REPORT-RECORD
               WRITE DR-REPORT-RECORD
               MOVE 12 TO RETURN-CODE
           END-IF

           EXIT.

       LOAD-MANIFEST-HEADER SECTION.
           IF MANIFEST-HEADER-SEEN
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
           END-IF
           MOVE 'Y' TO HEADER-SEEN-FLAG
           IF DMH-BUSINESS-DATE IS NUMERIC
               MOVE DMH-BUSINESS-DATE TO MANIFEST-BUSINESS-DATE
           END-IF
           IF DMH-LAST-RUN-ID IS NUMERIC
               MOVE DMH-LAST-RUN-ID TO MANIFEST-LAST-RUN-ID
           END-IF
           IF DMH-TAKEN-MS IS NUMERIC
               MOVE DMH-TAKEN-MS TO MANIFEST-TAKEN-MS
           END-IF

           EXIT.

       LOAD-MANIFEST-DETAIL SECTION.
           ADD 1 TO MANIFEST-DETAILS-READ
           IF NOT MANIFEST-HEADER-SEEN OR MANIFEST-TRAILER-SEEN
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
           END-IF
           IF DRM-RECORD-COUNT NOT NUMERIC
               OR DRM-HASH-TOTAL NOT NUMERIC
               OR DRM-LAST-RUN-ID NOT NUMERIC
               OR DRM-LAST-TIMESTAMP NOT NUMERIC
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
               EXIT SECTION
           END-IF
           MOVE DRM-DATASET-KEY TO NEW-DATASET-KEY
           MOVE DRM-DATASET-NAME TO NEW-DATASET-NAME
           PERFORM ADD-DATASET-ENTRY
           IF DATASET-TABLE-FULL
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
               EXIT SECTION
           END-IF
           MOVE DRM-PRESENT-FLAG TO DST-MANIFEST-PRESENT (DATASET-IX)
           MOVE DRM-RECORD-COUNT TO DST-MANIFEST-COUNT (DATASET-IX)
           MOVE DRM-HASH-TOTAL TO DST-MANIFEST-HASH (DATASET-IX)
           MOVE DRM-LAST-RUN-ID TO DST-MANIFEST-RUN-ID (DATASET-IX)
           MOVE DRM-LAST-TIMESTAMP
             TO DST-MANIFEST-TIMESTAMP (DATASET-IX)
           MOVE DST-MANIFEST-COUNT (DATASET-IX)
             TO DST-COUNT (DATASET-IX)
           MOVE DST-MANIFEST-HASH (DATASET-IX)
             TO DST-HASH (DATASET-IX)
           PERFORM ADD-TO-MANIFEST-TOTALS

           EXIT.

       LOAD-MANIFEST-TRAILER SECTION.
           IF MANIFEST-TRAILER-SEEN
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
           END-IF
           MOVE 'Y' TO TRAILER-SEEN-FLAG
           IF DMT-DATASET-COUNT NOT NUMERIC
               OR DMT-RECORD-TOTAL NOT NUMERIC
               OR DMT-HASH-TOTAL NOT NUMERIC
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
               EXIT SECTION
           END-IF
           IF DMT-DATASET-COUNT NOT = MANIFEST-DETAILS-READ
               OR DMT-RECORD-TOTAL NOT = MANIFEST-RECORD-TOTAL
               OR DMT-HASH-TOTAL NOT = MANIFEST-HASH-TOTAL
               MOVE 'Y' TO MANIFEST-BROKEN-FLAG
           END-IF

           EXIT.

       JUDGE-ONE-DATASET SECTION.
           EVALUATE TRUE
           WHEN DST-MANIFEST-PRESENT (DATASET-IX) NOT = 'Y'
                AND DST-PRESENT (DATASET-IX) NOT = 'Y'
               MOVE 'ABSENT' TO DST-VERDICT (DATASET-IX)
               ADD 1 TO DATASETS-PROVEN
           WHEN DST-PRESENT (DATASET-IX) NOT = 'Y'
               MOVE 'MISSING' TO DST-VERDICT (DATASET-IX)
               ADD 1 TO DATASETS-MISSING
           WHEN DST-MANIFEST-PRESENT (DATASET-IX) NOT = 'Y'
               MOVE 'MISMATCH' TO DST-VERDICT (DATASET-IX)
               ADD 1 TO DATASETS-MISMATCHED
           WHEN DST-COUNT (DATASET-IX)
                < DST-MANIFEST-COUNT (DATASET-IX)
               MOVE 'SHORT' TO DST-VERDICT (DATASET-IX)
               ADD 1 TO DATASETS-SHORT
           WHEN DST-COUNT (DATASET-IX)
                NOT = DST-MANIFEST-COUNT (DATASET-IX)
             OR DST-HASH (DATASET-IX)
                NOT = DST-MANIFEST-HASH (DATASET-IX)
             OR DST-RUN-ID (DATASET-IX)
                NOT = DST-MANIFEST-RUN-ID (DATASET-IX)
             OR DST-TIMESTAMP (DATASET-IX)
                NOT = DST-MANIFEST-TIMESTAMP (DATASET-IX)
               MOVE 'MISMATCH' TO DST-VERDICT (DATASET-IX)
               ADD 1 TO DATASETS-MISMATCHED
           WHEN OTHER
               MOVE 'OK' TO DST-VERDICT (DATASET-IX)
               ADD 1 TO DATASETS-PROVEN
           END-EVALUATE

           EXIT.

      * ---
      * Under a failed dataset, the figures the manifest expected
       WRITE-MANIFEST-FIGURES SECTION.
           MOVE SPACES TO DRD-DATASET-KEY
           MOVE '  EXPECTED BY THE MANIFEST' TO DRD-DATASET-NAME
           MOVE DST-MANIFEST-COUNT (DATASET-IX) TO DRD-RECORD-COUNT
           MOVE DST-MANIFEST-HASH (DATASET-IX) TO DRD-HASH-TOTAL
           MOVE DST-MANIFEST-RUN-ID (DATASET-IX) TO DRD-LAST-RUN-ID
           MOVE DST-MANIFEST-TIMESTAMP (DATASET-IX)
             TO DRD-LAST-TIMESTAMP
           IF DST-MANIFEST-PRESENT (DATASET-IX) = 'Y'
               MOVE 'PRESENT' TO DRD-VERDICT
           ELSE
               MOVE 'ABSENT' TO DRD-VERDICT
           END-IF
           MOVE DR-REPORT-DETAIL TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD

           EXIT.

      * ---
      * The verdict the DR coordinator signs the test off on: every
      * dataset proven, or the count of each kind of failure
       WRITE-VERIFICATION-VERDICT SECTION.
           MOVE SPACES TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD
           MOVE DATASETS-PROVEN TO COUNT-DISP
           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'DATASETS PROVEN:    ' DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD
           MOVE DATASETS-MISSING TO FAILED-DISP
           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'DATASETS MISSING:   ' DELIMITED BY SIZE
                  FAILED-DISP DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD
           MOVE DATASETS-SHORT TO FAILED-DISP
           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'DATASETS SHORT:     ' DELIMITED BY SIZE
                  FAILED-DISP DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD
           MOVE DATASETS-MISMATCHED TO FAILED-DISP
           MOVE SPACES TO DR-REPORT-RECORD
           STRING 'DATASETS MISMATCHED:' DELIMITED BY SIZE
                  FAILED-DISP DELIMITED BY SIZE
             INTO DR-REPORT-RECORD
           END-STRING
           WRITE DR-REPORT-RECORD
           MOVE SPACES TO DR-REPORT-RECORD
           WRITE DR-REPORT-RECORD

           IF DATASETS-MISSING = 0 AND DATASETS-SHORT = 0
               AND DATASETS-MISMATCHED = 0
               MOVE 'DR VERIFICATION PASSED - EVERY DATASET MATCHES '
                 TO DR-REPORT-RECORD
               MOVE 'THE MANIFEST - FIT FOR SIGN-OFF'
                 TO DR-REPORT-RECORD (48:)
               DISPLAY 'DR verification passed: ' DATASETS-PROVEN
                       ' dataset(s) proven'
                  UPON CONSOLE
           ELSE
               MOVE '*** DR VERIFICATION FAILED - DO NOT SIGN OFF'
                 TO DR-REPORT-RECORD
               DISPLAY '*** DR VERIFICATION FAILED - MISSING '
                       DATASETS-MISSING ', SHORT ' DATASETS-SHORT
                       ', MISMATCHED ' DATASETS-MISMATCHED
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
           END-IF
           WRITE DR-REPORT-RECORD

           EXIT.
