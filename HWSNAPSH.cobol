       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWSNAPSH.
      *****************************************************
      * HWSNAPSH - end-of-day file set snapshot.
      * Copies the HELLOWORLD file set into one snapshot
      * bundle (HWSNAP, SNAPREC layout) so the whole suite
      * can be put back to a single business date. The
      * HWSNPCTL card names the section this step takes:
      *   SHARED        - RUNMSTR (HWMASTER), XMITLOG
      *                   (HWXMTLOG), BUSDATE (HWBUSDT)
      *                   and EXCPLOG (HWEXCLOG); starts a
      *                   new bundle, so it runs first
      *   STREAM x      - stream x's RUNREG (HWRUNREG),
      *                   AUDITLOG (HWAUDIT), COUNTOUT
      *                   (HWCOUNT), CKPT (HWCKPT) and
      *                   RUNLOCK (HWLOCK); appended to the
      *                   bundle the SHARED step started
      * Every section opens with a header carrying the live
      * business date and closes with a trailer; every file
      * is followed by its manifest entry - present or
      * missing, record count, hash total - which HWSNPRST
      * checks on the way back. The manifest is also
      * printed. A stream whose run lock is still held is
      * snapshotted but flagged: the copy is mid-run.
      * RETURN-CODE: 0 section taken, 4 taken with the run
      * lock held, 8 card rejected or no business date or
      * no bundle to append to, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MASTER-FILE ASSIGN TO HWMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO HWXMTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO HWRUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT COUNT-DATA-FILE ASSIGN TO HWCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO HWCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO HWLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO HWSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-STATUS.
           SELECT SNAP-CTL-FILE ASSIGN TO HWSNPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SNAP-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  TRANSMIT-LOG-FILE.
           COPY XMITREC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREG.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  COUNT-DATA-FILE.
           COPY COUNTREC.
       FD  CHECKPOINT-FILE.
           COPY CKPTREC.
       FD  RUN-LOCK-FILE.
           COPY LOCKREC.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.
       FD  SNAP-CTL-FILE.
       01  SNAP-CONTROL-CARD.
           05 SNC-SCOPE                 PIC X(6).
               88 SNC-SCOPE-SHARED      VALUE "SHARED".
               88 SNC-SCOPE-STREAM      VALUE "STREAM".
           05 FILLER                    PIC X(1).
           05 SNC-STREAM                PIC X(2).
       FD  SNAP-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-XMT-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-REG-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-CNT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CKPT-STATUS                PIC XX VALUE SPACES.
       01 WS-LCK-STATUS                 PIC XX VALUE SPACES.
       01 WS-SNP-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-OPEN-STATUS                PIC XX VALUE SPACES.
       01 WS-IN-EOF-SWITCH              PIC X VALUE 'N'.
           88 IN-AT-EOF                 VALUE 'Y'.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-DATE-FOUND-SWITCH          PIC X VALUE 'N'.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'N'.
           88 CARD-OK                   VALUE 'Y'.
       01 WS-FILE-STATE                 PIC X VALUE 'P'.
           88 FILE-PRESENT              VALUE 'P'.
           88 FILE-MISSING              VALUE 'M'.
       01 WS-LAST-LOCK-STATE            PIC X VALUE 'R'.
           88 LOCK-HELD                 VALUE 'A'.
       01 WS-SECTION                    PIC X(2) VALUE "**".
       01 WS-FILE-NAME                  PIC X(8) VALUE SPACES.
       01 WS-DATA-IMAGE                 PIC X(80) VALUE SPACES.
       01 WS-FILE-RECORDS               PIC 9(8) VALUE 0.
       01 WS-FILE-HASH                  PIC 9(15) VALUE 0.
       01 WS-SECTION-FILES              PIC 9(4) VALUE 0.
       01 WS-SECTION-RECORDS            PIC 9(10) VALUE 0.
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME               PIC 9(8) VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-HASH-DISPLAY               PIC 9(15).
       01 WS-RC-DISPLAY                 PIC 9(4).
       01 WS-STATE-TEXT                 PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-SNAPSHOT
           PERFORM READ-SCOPE-CARD
           IF CARD-OK
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF CARD-OK AND BUSINESS-DATE-FOUND
               PERFORM OPEN-SNAPSHOT-BUNDLE
           END-IF
           IF WS-FINAL-RC < 8
               PERFORM WRITE-SECTION-HEADER
               IF SNC-SCOPE-SHARED
                   PERFORM SNAP-RUN-MASTER
                   PERFORM SNAP-TRANSMIT-LOG
                   PERFORM SNAP-BUSINESS-DATES
                   PERFORM SNAP-EXCEPTION-LOG
               ELSE
                   PERFORM SNAP-RUN-REGISTRY
                   PERFORM SNAP-AUDIT-LOG
                   PERFORM SNAP-COUNT-FILE
                   PERFORM SNAP-CHECKPOINT
                   PERFORM SNAP-RUN-LOCK
               END-IF
               PERFORM WRITE-SECTION-TRAILER
               CLOSE SNAPSHOT-FILE
           END-IF
           PERFORM WRITE-SNAP-VERDICT
           CLOSE SNAP-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-SNAPSHOT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT SNAP-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWSNAPSH ABEND: SNAP-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWSNAPSH - END-OF-DAY SNAPSHOT  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       READ-SCOPE-CARD.
           MOVE SPACES TO SNAP-CONTROL-CARD
           OPEN INPUT SNAP-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ SNAP-CTL-FILE
                   AT END
                       MOVE SPACES TO SNAP-CONTROL-CARD
               END-READ
               CLOSE SNAP-CTL-FILE
           END-IF
           EVALUATE TRUE
               WHEN SNC-SCOPE-SHARED
                   SET CARD-OK TO TRUE
                   MOVE "**" TO WS-SECTION
               WHEN SNC-SCOPE-STREAM
                   SET CARD-OK TO TRUE
                   IF SNC-STREAM = SPACES OR SNC-STREAM = LOW-VALUES
                       MOVE "A " TO WS-SECTION
                   ELSE
                       MOVE SNC-STREAM TO WS-SECTION
                   END-IF
               WHEN OTHER
                   MOVE "CARD REJECTED - SCOPE MUST BE SHARED OR STREAM"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-STATUS NOT = "00"
               SET BUS-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL BUS-AT-EOF
               READ BUSINESS-DATE-FILE
                   AT END
                       SET BUS-AT-EOF TO TRUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           AND BD-BUSINESS-DATE > 0
                           SET BUSINESS-DATE-FOUND TO TRUE
                           MOVE BD-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUS-STATUS = "00"
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BUSINESS-DATE-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BUSINESS-DATE TO WS-DATE-DISPLAY
               STRING "BUSINESS DATE: " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   "  SECTION: " DELIMITED BY SIZE
                   WS-SECTION DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE "NO BUSINESS DATE ON FILE - NOTHING TO SNAPSHOT"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           END-IF.

      * The shared section starts the bundle; a stream section
      * can only be added to a bundle that already exists, so a
      * stream step run out of order fails instead of starting
      * a bundle with no run-master in it.
       OPEN-SNAPSHOT-BUNDLE.
           IF SNC-SCOPE-SHARED
               OPEN OUTPUT SNAPSHOT-FILE
           ELSE
               OPEN EXTEND SNAPSHOT-FILE
           END-IF
           IF WS-SNP-STATUS = "35"
               MOVE "NO BUNDLE TO APPEND TO - RUN THE SHARED STEP FIRST"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-SNP-STATUS NOT = "00"
                   DISPLAY "HWSNAPSH ABEND: SNAPSHOT OPEN FAILED - "
                       "STATUS " WS-SNP-STATUS
                   CLOSE SNAP-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SB-TYPE-HEADER TO TRUE
           MOVE WS-SECTION TO SB-SECTION
           MOVE "SECTION " TO SB-FILE-NAME
           MOVE WS-BUSINESS-DATE TO SB-BUSINESS-DATE
           MOVE WS-CURRENT-DATE TO SB-SNAP-DATE
           MOVE WS-CURRENT-TIME TO SB-SNAP-TIME
           PERFORM WRITE-BUNDLE-RECORD.

       SNAP-RUN-MASTER.
           MOVE "RUNMSTR " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-MST-STATUS NOT = "00"
                   MOVE WS-MST-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               MOVE 0 TO RM-RUN-DATE
               MOVE LOW-VALUES TO RM-RUN-ID
               MOVE LOW-VALUES TO RM-STREAM
               MOVE 0 TO RM-CONTADOR
               START RUN-MASTER-FILE KEY >= RM-KEY
               IF WS-MST-STATUS NOT = "00"
                   SET IN-AT-EOF TO TRUE
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ RUN-MASTER-FILE NEXT
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-MASTER-RECORD TO WS-DATA-IMAGE
                           IF RM-CONTADOR IS NUMERIC
                               ADD RM-CONTADOR TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-MASTER-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-TRANSMIT-LOG.
           MOVE "XMITLOG " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-XMT-STATUS NOT = "00"
                   MOVE WS-XMT-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ TRANSMIT-LOG-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSMIT-RECORD TO WS-DATA-IMAGE
                           IF XM-HASH-TOTAL IS NUMERIC
                               ADD XM-HASH-TOTAL TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSMIT-LOG-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-BUSINESS-DATES.
           MOVE "BUSDATE " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-BUS-STATUS NOT = "00"
                   MOVE WS-BUS-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ BUSINESS-DATE-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE BUSINESS-DATE-RECORD TO WS-DATA-IMAGE
                           IF BD-BUSINESS-DATE IS NUMERIC
                               ADD BD-BUSINESS-DATE TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE BUSINESS-DATE-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-EXCEPTION-LOG.
           MOVE "EXCPLOG " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-EXC-STATUS NOT = "00"
                   MOVE WS-EXC-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ EXCEPTION-LOG-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE EXCEPTION-RECORD TO WS-DATA-IMAGE
                           IF EX-LOG-DATE IS NUMERIC
                               ADD EX-LOG-DATE TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-LOG-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-RUN-REGISTRY.
           MOVE "RUNREG  " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   MOVE WS-REG-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ RUN-REGISTRY-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-REGISTRY-RECORD TO WS-DATA-IMAGE
                           IF RR-END-VALUE IS NUMERIC
                               ADD RR-END-VALUE TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-AUDIT-LOG.
           MOVE "AUDITLOG" TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-AUD-STATUS NOT = "00"
                   MOVE WS-AUD-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE AUDIT-RECORD TO WS-DATA-IMAGE
                           IF AR-CONTADOR IS NUMERIC
                               ADD AR-CONTADOR TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-COUNT-FILE.
           MOVE "COUNTOUT" TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT COUNT-DATA-FILE
           IF WS-CNT-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-CNT-STATUS NOT = "00"
                   MOVE WS-CNT-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ COUNT-DATA-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE COUNT-RECORD TO WS-DATA-IMAGE
                           IF CR-CONTADOR IS NUMERIC
                               ADD CR-CONTADOR TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE COUNT-DATA-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

      * The step's MOD DD allocates an empty checkpoint on a
      * clean day; it is deleted again, as HWDAYCLS does, so
      * HELLOJOB's restart probe does not find it.
       SNAP-CHECKPOINT.
           MOVE "CKPT    " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-CKPT-STATUS NOT = "00"
                   MOVE WS-CKPT-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE CHECKPOINT-RECORD TO WS-DATA-IMAGE
                           IF CKPT-CONTADOR IS NUMERIC
                               ADD CKPT-CONTADOR TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               IF WS-FILE-RECORDS = 0
                   DELETE FILE CHECKPOINT-FILE
                   SET FILE-MISSING TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-MANIFEST-RECORD.

       SNAP-RUN-LOCK.
           MOVE "RUNLOCK " TO WS-FILE-NAME
           PERFORM BEGIN-ONE-FILE
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LCK-STATUS = "35"
               SET FILE-MISSING TO TRUE
           ELSE
               IF WS-LCK-STATUS NOT = "00"
                   MOVE WS-LCK-STATUS TO WS-OPEN-STATUS
                   PERFORM ABEND-SOURCE-OPEN
               END-IF
               PERFORM UNTIL IN-AT-EOF
                   READ RUN-LOCK-FILE
                       AT END
                           SET IN-AT-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-LOCK-RECORD TO WS-DATA-IMAGE
                           MOVE RLK-STATUS TO WS-LAST-LOCK-STATE
                           IF RLK-RUN-DATE IS NUMERIC
                               ADD RLK-RUN-DATE TO WS-FILE-HASH
                           END-IF
                           PERFORM WRITE-DATA-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK-FILE
           END-IF
           PERFORM WRITE-MANIFEST-RECORD
      * The last lock record is the live one - a held lock means
      * HELLOWORLD was still running when the copy was taken.
           IF LOCK-HELD
               MOVE "  RUN LOCK HELD - SNAPSHOT TAKEN MID-RUN"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

       BEGIN-ONE-FILE.
           SET FILE-PRESENT TO TRUE
           MOVE 'N' TO WS-IN-EOF-SWITCH
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-HASH.

       ABEND-SOURCE-OPEN.
           DISPLAY "HWSNAPSH ABEND: " WS-FILE-NAME " OPEN FAILED - "
               "STATUS " WS-OPEN-STATUS
           CLOSE SNAPSHOT-FILE
           CLOSE SNAP-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-DATA-RECORD.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SB-TYPE-DATA TO TRUE
           MOVE WS-SECTION TO SB-SECTION
           MOVE WS-FILE-NAME TO SB-FILE-NAME
           MOVE WS-DATA-IMAGE TO SB-DATA
           PERFORM WRITE-BUNDLE-RECORD
           ADD 1 TO WS-FILE-RECORDS
           ADD 1 TO WS-SECTION-RECORDS.

       WRITE-MANIFEST-RECORD.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SB-TYPE-MANIFEST TO TRUE
           MOVE WS-SECTION TO SB-SECTION
           MOVE WS-FILE-NAME TO SB-FILE-NAME
           MOVE WS-FILE-STATE TO SB-FILE-STATE
           MOVE WS-FILE-RECORDS TO SB-RECORD-COUNT
           MOVE WS-FILE-HASH TO SB-HASH-TOTAL
           PERFORM WRITE-BUNDLE-RECORD
           ADD 1 TO WS-SECTION-FILES
           IF FILE-MISSING
               MOVE "MISSING" TO WS-STATE-TEXT
           ELSE
               MOVE "PRESENT" TO WS-STATE-TEXT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FILE-RECORDS TO WS-COUNT-DISPLAY
           MOVE WS-FILE-HASH TO WS-HASH-DISPLAY
           STRING "  " DELIMITED BY SIZE
               WS-FILE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATE-TEXT DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  HASH " DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-SECTION-TRAILER.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SB-TYPE-TRAILER TO TRUE
           MOVE WS-SECTION TO SB-SECTION
           MOVE "SECTION " TO SB-FILE-NAME
           MOVE WS-SECTION-FILES TO SB-FILE-COUNT
           MOVE WS-SECTION-RECORDS TO SB-SECTION-RECORDS
           PERFORM WRITE-BUNDLE-RECORD.

      * A bundle that cannot be written is no snapshot at all -
      * the step stops with RC=16 rather than leave a section
      * that looks finished.
       WRITE-BUNDLE-RECORD.
           WRITE SNAPSHOT-RECORD
           IF WS-SNP-STATUS NOT = "00"
               DISPLAY "HWSNAPSH ABEND: SNAPSHOT WRITE FAILED - "
                   "STATUS " WS-SNP-STATUS
               CLOSE SNAPSHOT-FILE
               CLOSE SNAP-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SNAP-VERDICT.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SECTION-RECORDS TO WS-COUNT-DISPLAY
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           IF WS-FINAL-RC < 8
               STRING "HWSNAPSH SECTION " DELIMITED BY SIZE
                   WS-SECTION DELIMITED BY SIZE
                   " TAKEN - RECORDS " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING "HWSNAPSH SECTION NOT TAKEN - RC="
                   DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
