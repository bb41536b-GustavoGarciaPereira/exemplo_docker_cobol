       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWDAYCLS.
      *****************************************************
      * HWDAYCLS - stream day-close check.
      * Runs ahead of the HWDTROLL business-date roll, one
      * step per active stream (the HWCLSCTL card names the
      * stream; blank reads as 'A'), and decides whether
      * that stream has closed the live business date:
      *   - every run HWRUNREG registered for the date has
      *     its audit 'E' record on HWAUDIT
      *   - no checkpoint is pending on HWCKPT
      *   - the HWLOCK run lock is released (last record)
      *   - every registered run has its values on the
      *     run-master KSDS (HWMSTJOB has loaded the day)
      *   - HWXMTLOG carries a transmission for the date
      *     and stream (the finance extract went out)
      * A run HWVOIDRN has voided (its registry VOID
      * entry) is listed as VOIDED and holds neither the
      * audit nor the run-master item open - it finished
      * and was taken back on purpose. A reversal on
      * HWXMTLOG does not count as the date's extract.
      * Each item prints CLOSED or OPEN with the reason,
      * and one DAY-CLOSE-RECORD carrying all five results
      * is appended to HWDAYCLS - HWDTROLL reads the live
      * record per stream and refuses a ROLL while any
      * active stream's day is still open.
      * An empty checkpoint file is deleted on sight, as
      * HWRESTRT does - it carries no resume state but its
      * existence would read as a restart to HELLOJOB.
      * RETURN-CODE: 0 stream's day closed, 4 day still
      * open, 8 no business date on file, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY-FILE ASSIGN TO HWRUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO HWCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO HWLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
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
           SELECT CLOSE-CTL-FILE ASSIGN TO HWCLSCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO HWDAYCLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.
           SELECT CLOSE-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREG.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  CHECKPOINT-FILE.
           COPY CKPTREC.
       FD  RUN-LOCK-FILE.
           COPY LOCKREC.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  TRANSMIT-LOG-FILE.
           COPY XMITREC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  CLOSE-CTL-FILE.
       01  CLOSE-CONTROL-CARD.
           05 CLS-STREAM-CODE           PIC X(2).
       FD  DAY-CLOSE-FILE.
           COPY CLOSEREC.
       FD  CLOSE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-CKPT-STATUS                PIC XX VALUE SPACES.
       01 WS-LCK-STATUS                 PIC XX VALUE SPACES.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-XMT-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-CLS-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-DATE-FOUND-SWITCH          PIC X VALUE 'N'.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-REG-EOF-SWITCH             PIC X VALUE 'N'.
           88 REG-AT-EOF                VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH             PIC X VALUE 'N'.
           88 AUD-AT-EOF                VALUE 'Y'.
       01 WS-CKPT-EOF-SWITCH            PIC X VALUE 'N'.
           88 CKPT-AT-EOF               VALUE 'Y'.
       01 WS-LCK-EOF-SWITCH             PIC X VALUE 'N'.
           88 LCK-AT-EOF                VALUE 'Y'.
       01 WS-XMT-EOF-SWITCH             PIC X VALUE 'N'.
           88 XMT-AT-EOF                VALUE 'Y'.
       01 WS-CKPT-FOUND-SWITCH          PIC X VALUE 'N'.
           88 CKPT-RECORD-FOUND         VALUE 'Y'.
       01 WS-XMIT-FOUND-SWITCH          PIC X VALUE 'N'.
           88 XMIT-RECORD-FOUND         VALUE 'Y'.
       01 WS-MASTER-OPEN-SWITCH         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN            VALUE 'Y'.
       01 WS-RUN-FOUND-SWITCH           PIC X VALUE 'N'.
           88 RUN-ENTRY-FOUND           VALUE 'Y'.
       01 WS-AUDIT-ITEM                 PIC X VALUE 'Y'.
       01 WS-CKPT-ITEM                  PIC X VALUE 'Y'.
       01 WS-LOCK-ITEM                  PIC X VALUE 'Y'.
       01 WS-MASTER-ITEM                PIC X VALUE 'Y'.
       01 WS-XMIT-ITEM                  PIC X VALUE 'Y'.
       01 WS-CLOSE-STREAM               PIC X(2) VALUE "A ".
       01 WS-REC-STREAM                 PIC X(2) VALUE "A ".
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-RUN-MAX                    PIC 9(4) COMP VALUE 100.
       01 WS-RUN-COUNT                  PIC 9(4) COMP VALUE 0.
       01 WS-RX                         PIC 9(4) COMP VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 100 TIMES.
               10 CL-RUN-ID             PIC X(8).
               10 CL-E-SWITCH           PIC X.
                   88 CL-E-PRESENT      VALUE 'Y'.
               10 CL-MASTER-SWITCH      PIC X.
                   88 CL-ON-MASTER      VALUE 'Y'.
               10 CL-VOID-SWITCH        PIC X.
                   88 CL-VOIDED         VALUE 'Y'.
       01 WS-MATCH-RUN-ID               PIC X(8) VALUE SPACES.
       01 WS-NO-END-COUNT               PIC 9(4) VALUE 0.
       01 WS-NO-MASTER-COUNT            PIC 9(4) VALUE 0.
       01 WS-CKPT-LAST-CONTADOR         PIC 9(6) VALUE 0.
       01 WS-LAST-LOCK-STATE            PIC X VALUE 'R'.
       01 WS-HOLDER-JOB-NAME            PIC X(8) VALUE SPACES.
       01 WS-HOLDER-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-XMIT-COUNT                 PIC 9(8) VALUE 0.
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
       01 WS-VALUE-DISPLAY-1            PIC 9(6).
       01 WS-COUNT-DISPLAY              PIC 9(4).
       01 WS-END-TEXT                   PIC X(7) VALUE SPACES.
       01 WS-MASTER-TEXT                PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-CLOSE-CHECK
           PERFORM READ-STREAM-CARD
           PERFORM READ-BUSINESS-DATE
           IF NOT BUSINESS-DATE-FOUND
               MOVE "NO BUSINESS DATE ON FILE - DAY CANNOT BE CHECKED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           ELSE
               PERFORM LOAD-DAYS-RUNS
               PERFORM SCAN-AUDIT-LOG
               PERFORM INSPECT-CHECKPOINT
               PERFORM INSPECT-RUN-LOCK
               PERFORM CHECK-RUN-MASTER
               PERFORM SCAN-TRANSMIT-LOG
               PERFORM WRITE-RUN-LINES
               PERFORM WRITE-CHECKLIST
               PERFORM WRITE-CLOSE-RECORD
               PERFORM WRITE-CLOSE-VERDICT
           END-IF
           CLOSE CLOSE-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CLOSE-CHECK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT CLOSE-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWDAYCLS ABEND: CLOSE-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWDAYCLS - DAY-CLOSE CHECK  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       READ-STREAM-CARD.
           OPEN INPUT CLOSE-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ CLOSE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLS-STREAM-CODE NOT = SPACES
                           AND CLS-STREAM-CODE NOT = LOW-VALUES
                           MOVE CLS-STREAM-CODE TO WS-CLOSE-STREAM
                       END-IF
               END-READ
               CLOSE CLOSE-CTL-FILE
           END-IF.

      * The day being closed is the live business date - the
      * date every record of the day was stamped with - never
      * the wall clock, which has usually moved past midnight
      * by the time the roll is due.
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
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-BUSINESS-DATE TO WS-DATE-DISPLAY
           STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               "  STREAM: " DELIMITED BY SIZE
               WS-CLOSE-STREAM DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * A resume re-appends the interrupted run's own registry
      * record, so a repeated id refreshes its entry rather than
      * adding a second run that could never find its own 'E'.
       LOAD-DAYS-RUNS.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
               SET REG-AT-EOF TO TRUE
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "HWDAYCLS ABEND: RUN REGISTRY OPEN "
                       "FAILED - STATUS " WS-REG-STATUS
                   CLOSE CLOSE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL REG-AT-EOF
               READ RUN-REGISTRY-FILE
                   AT END
                       SET REG-AT-EOF TO TRUE
                   NOT AT END
                       IF RR-STREAM = SPACES OR RR-STREAM = LOW-VALUES
                           MOVE "A " TO WS-REC-STREAM
                       ELSE
                           MOVE RR-STREAM TO WS-REC-STREAM
                       END-IF
                       IF RR-RUN-DATE IS NUMERIC
                           AND RR-RUN-DATE = WS-BUSINESS-DATE
                           AND WS-REC-STREAM = WS-CLOSE-STREAM
                           PERFORM NOTE-REGISTERED-RUN
                           IF RR-VOID-ENTRY AND WS-RX > 0
                               SET CL-VOIDED(WS-RX) TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REG-STATUS NOT = "35"
               CLOSE RUN-REGISTRY-FILE
           END-IF.

      * A run the table cannot hold cannot be proven closed, so
      * a full table holds the audit item open rather than let
      * an unchecked run through the gate.
       NOTE-REGISTERED-RUN.
           MOVE RR-RUN-ID TO WS-MATCH-RUN-ID
           PERFORM FIND-RUN-ENTRY
           IF NOT RUN-ENTRY-FOUND
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   MOVE "RUN TABLE FULL - DAY CANNOT BE PROVEN CLOSED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 'N' TO WS-AUDIT-ITEM
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RX
                   MOVE RR-RUN-ID TO CL-RUN-ID(WS-RX)
                   MOVE 'N' TO CL-E-SWITCH(WS-RX)
                   MOVE 'N' TO CL-MASTER-SWITCH(WS-RX)
                   MOVE 'N' TO CL-VOID-SWITCH(WS-RX)
               END-IF
           END-IF.

       FIND-RUN-ENTRY.
           MOVE 'N' TO WS-RUN-FOUND-SWITCH
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RUN-COUNT
               OR RUN-ENTRY-FOUND
               IF CL-RUN-ID(WS-RX) = WS-MATCH-RUN-ID
                   SET RUN-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-RX
               END-IF
           END-PERFORM
           IF NOT RUN-ENTRY-FOUND
               MOVE 0 TO WS-RX
           END-IF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
               SET AUD-AT-EOF TO TRUE
           ELSE
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "HWDAYCLS ABEND: AUDIT-LOG-FILE OPEN "
                       "FAILED - STATUS " WS-AUD-STATUS
                   CLOSE CLOSE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL AUD-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUD-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-RUN-DATE IS NUMERIC
                           AND AR-RUN-DATE = WS-BUSINESS-DATE
                           AND AR-TYPE-END
                           PERFORM MATCH-AUDIT-END
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       MATCH-AUDIT-END.
           IF AR-STREAM = SPACES OR AR-STREAM = LOW-VALUES
               MOVE "A " TO WS-REC-STREAM
           ELSE
               MOVE AR-STREAM TO WS-REC-STREAM
           END-IF
           IF WS-REC-STREAM = WS-CLOSE-STREAM
               MOVE AR-JOB-NAME TO WS-MATCH-RUN-ID
               PERFORM FIND-RUN-ENTRY
               IF RUN-ENTRY-FOUND
                   SET CL-E-PRESENT(WS-RX) TO TRUE
               END-IF
           END-IF.

      * Any checkpoint record means a run stopped short and will
      * resume - the day is not finished. An empty file carries
      * no resume state and is removed, as HWRESTRT removes it.
       INSPECT-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL CKPT-AT-EOF
                   READ CHECKPOINT-FILE
                       AT END
                           SET CKPT-AT-EOF TO TRUE
                       NOT AT END
                           SET CKPT-RECORD-FOUND TO TRUE
                           MOVE CKPT-CONTADOR
                               TO WS-CKPT-LAST-CONTADOR
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
               IF CKPT-RECORD-FOUND
                   MOVE 'N' TO WS-CKPT-ITEM
               ELSE
                   DELETE FILE CHECKPOINT-FILE
               END-IF
           END-IF.

       INSPECT-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LCK-STATUS = "00"
               PERFORM UNTIL LCK-AT-EOF
                   READ RUN-LOCK-FILE
                       AT END
                           SET LCK-AT-EOF TO TRUE
                       NOT AT END
                           MOVE RLK-STATUS TO WS-LAST-LOCK-STATE
                           MOVE RLK-JOB-NAME TO WS-HOLDER-JOB-NAME
                           MOVE RLK-RUN-DATE TO WS-HOLDER-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK-FILE
           END-IF
           IF WS-LAST-LOCK-STATE = 'A'
               MOVE 'N' TO WS-LOCK-ITEM
           END-IF.

      * Presence is probed per registered run the way HWVERIFY
      * does it - position at (date, id, stream, zero) and read
      * one record forward. No master at all leaves every run
      * unloaded.
       CHECK-RUN-MASTER.
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               IF WS-MST-STATUS NOT = "35"
                   DISPLAY "HWDAYCLS ABEND: RUN-MASTER OPEN "
                       "FAILED - STATUS " WS-MST-STATUS
                   CLOSE CLOSE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF MASTER-IS-OPEN
               PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RUN-COUNT
                   PERFORM PROBE-ONE-MASTER-RUN
               END-PERFORM
               CLOSE RUN-MASTER-FILE
           END-IF.

       PROBE-ONE-MASTER-RUN.
           MOVE WS-BUSINESS-DATE TO RM-RUN-DATE
           MOVE CL-RUN-ID(WS-RX) TO RM-RUN-ID
           MOVE WS-CLOSE-STREAM TO RM-STREAM
           MOVE 0 TO RM-CONTADOR
           START RUN-MASTER-FILE KEY >= RM-KEY
           IF WS-MST-STATUS = "00"
               READ RUN-MASTER-FILE NEXT
               IF WS-MST-STATUS = "00"
                   AND RM-RUN-DATE = WS-BUSINESS-DATE
                   AND RM-RUN-ID = CL-RUN-ID(WS-RX)
                   AND RM-STREAM = WS-CLOSE-STREAM
                   SET CL-ON-MASTER(WS-RX) TO TRUE
               END-IF
           END-IF.

      * The transmit log is shared by all streams; only a record
      * for this date AND this stream proves the stream's
      * extract went out.
       SCAN-TRANSMIT-LOG.
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS = "35"
               SET XMT-AT-EOF TO TRUE
           ELSE
               IF WS-XMT-STATUS NOT = "00"
                   DISPLAY "HWDAYCLS ABEND: TRANSMIT LOG OPEN "
                       "FAILED - STATUS " WS-XMT-STATUS
                   CLOSE CLOSE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL XMT-AT-EOF
               READ TRANSMIT-LOG-FILE
                   AT END
                       SET XMT-AT-EOF TO TRUE
                   NOT AT END
                       IF XM-STREAM = SPACES OR XM-STREAM = LOW-VALUES
                           MOVE "A " TO WS-REC-STREAM
                       ELSE
                           MOVE XM-STREAM TO WS-REC-STREAM
                       END-IF
                       IF XM-EXTRACT-DATE IS NUMERIC
                           AND XM-EXTRACT-DATE = WS-BUSINESS-DATE
                           AND WS-REC-STREAM = WS-CLOSE-STREAM
                           AND NOT XM-REVERSAL
                           SET XMIT-RECORD-FOUND TO TRUE
                           MOVE XM-RECORD-COUNT TO WS-XMIT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XMT-STATUS NOT = "35"
               CLOSE TRANSMIT-LOG-FILE
           END-IF
           IF NOT XMIT-RECORD-FOUND
               MOVE 'N' TO WS-XMIT-ITEM
           END-IF.

       WRITE-RUN-LINES.
           MOVE "RUNS REGISTERED FOR THE BUSINESS DATE:"
               TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-RUN-COUNT = 0
               MOVE "  NO RUNS REGISTERED" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RUN-COUNT
               PERFORM WRITE-ONE-RUN-LINE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-ONE-RUN-LINE.
           EVALUATE TRUE
               WHEN CL-E-PRESENT(WS-RX)
                   MOVE "PRESENT" TO WS-END-TEXT
               WHEN CL-VOIDED(WS-RX)
                   MOVE "VOIDED " TO WS-END-TEXT
               WHEN OTHER
                   MOVE "MISSING" TO WS-END-TEXT
                   ADD 1 TO WS-NO-END-COUNT
                   MOVE 'N' TO WS-AUDIT-ITEM
           END-EVALUATE
           EVALUATE TRUE
               WHEN CL-VOIDED(WS-RX)
                   MOVE "VOIDED " TO WS-MASTER-TEXT
               WHEN CL-ON-MASTER(WS-RX)
                   MOVE "LOADED " TO WS-MASTER-TEXT
               WHEN OTHER
                   MOVE "MISSING" TO WS-MASTER-TEXT
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE 'N' TO WS-MASTER-ITEM
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               CL-RUN-ID(WS-RX) DELIMITED BY SIZE
               "  AUDIT 'E' " DELIMITED BY SIZE
               WS-END-TEXT DELIMITED BY SIZE
               "  RUN MASTER " DELIMITED BY SIZE
               WS-MASTER-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      * One line per close item - CLOSED, or OPEN with what is
      * holding it open, so the operator knows which repair the
      * gate is waiting on.
       WRITE-CHECKLIST.
           MOVE "DAY-CLOSE CHECKLIST:" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           IF WS-AUDIT-ITEM = 'Y'
               MOVE "  AUDIT 'E' RECORDS : CLOSED" TO WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-NO-END-COUNT TO WS-COUNT-DISPLAY
               STRING "  AUDIT 'E' RECORDS : OPEN - " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " RUN(S) WITH NO 'E' RECORD" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-CKPT-ITEM = 'Y'
               MOVE "  CHECKPOINT        : CLOSED" TO WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-CKPT-LAST-CONTADOR TO WS-VALUE-DISPLAY-1
               STRING "  CHECKPOINT        : OPEN - PENDING, "
                   DELIMITED BY SIZE
                   "WOULD RESUME AT " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY-1 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-LOCK-ITEM = 'Y'
               MOVE "  RUN LOCK          : CLOSED" TO WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-HOLDER-RUN-DATE TO WS-DATE-DISPLAY
               STRING "  RUN LOCK          : OPEN - HELD BY "
                   DELIMITED BY SIZE
                   WS-HOLDER-JOB-NAME DELIMITED BY SIZE
                   " SINCE " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-MASTER-ITEM = 'Y'
               MOVE "  RUN MASTER        : CLOSED" TO WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-NO-MASTER-COUNT TO WS-COUNT-DISPLAY
               STRING "  RUN MASTER        : OPEN - " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " RUN(S) NOT LOADED" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-XMIT-ITEM = 'Y'
               MOVE "  TRANSMISSION      : CLOSED" TO WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  TRANSMISSION      : OPEN - NO EXTRACT "
                   DELIMITED BY SIZE
                   "LOGGED FOR DATE AND STREAM" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

       WRITE-CLOSE-RECORD.
           OPEN EXTEND DAY-CLOSE-FILE
           IF WS-CLS-STATUS = "35"
               OPEN OUTPUT DAY-CLOSE-FILE
           END-IF
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "HWDAYCLS ABEND: DAY-CLOSE FILE OPEN "
                   "FAILED - STATUS " WS-CLS-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-BUSINESS-DATE TO DC-BUSINESS-DATE
               MOVE WS-CLOSE-STREAM TO DC-STREAM
               MOVE WS-CURRENT-DATE TO DC-CHECK-DATE
               MOVE WS-CURRENT-TIME TO DC-CHECK-TIME
               MOVE WS-AUDIT-ITEM TO DC-AUDIT-SWITCH
               MOVE WS-CKPT-ITEM TO DC-CKPT-SWITCH
               MOVE WS-LOCK-ITEM TO DC-LOCK-SWITCH
               MOVE WS-MASTER-ITEM TO DC-MASTER-SWITCH
               MOVE WS-XMIT-ITEM TO DC-XMIT-SWITCH
               IF DC-AUDIT-CLOSED AND DC-CKPT-CLOSED
                   AND DC-LOCK-CLOSED AND DC-MASTER-CLOSED
                   AND DC-XMIT-CLOSED
                   SET DC-DAY-CLOSED TO TRUE
               ELSE
                   SET DC-DAY-OPEN TO TRUE
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               WRITE DAY-CLOSE-RECORD
               IF WS-CLS-STATUS NOT = "00"
                   DISPLAY "HWDAYCLS ABEND: DAY-CLOSE FILE WRITE "
                       "FAILED - STATUS " WS-CLS-STATUS
                   MOVE 16 TO WS-FINAL-RC
               END-IF
               CLOSE DAY-CLOSE-FILE
           END-IF.

       WRITE-CLOSE-VERDICT.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE WS-FINAL-RC
               WHEN 0
                   STRING "DAY-CLOSE VERDICT: STREAM " DELIMITED BY SIZE
                       WS-CLOSE-STREAM DELIMITED BY SIZE
                       " CLOSED - RC=0" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN 4
                   STRING "DAY-CLOSE VERDICT: STREAM " DELIMITED BY SIZE
                       WS-CLOSE-STREAM DELIMITED BY SIZE
                       " STILL OPEN - RC=4" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN OTHER
                   STRING "DAY-CLOSE VERDICT: STREAM " DELIMITED BY SIZE
                       WS-CLOSE-STREAM DELIMITED BY SIZE
                       " NOT RECORDED - RC=16" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
