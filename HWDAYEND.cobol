      * Consolidates the day's state into one SYSPRINT
      * page so the shift turnover reads a single listing
      * instead of four SYSOUTs plus two file peeks:
      *   - the stream this file set belongs to (the code
      *     its registry records carry, blank or none
      *     reading as A) with its description from the
      *     stream master (HWSTRMST), and whether a stream
      *     active there produced nothing today
      *   - every run id assigned today on HWRUNREG, with
      *     its range, record count from HWCOUNT, and the
      *     outcome derived from its 'S'/'E' AUDIT-RECORD
      *     pair (COMPLETE/SHORT/CRASHED/NOAUDIT), or
      *     VOIDED once HWVOIDRN has voided it
      *   - a one-line reconciliation verdict (each run's
      *     record count against the count its range,
      *     direction, and step imply)
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT DAYEND-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY LOCKREC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  DAYEND-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       01 WS-LCK-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-STREAM-DEFINED-SWITCH      PIC X VALUE 'N'.
           88 STREAM-DEFINED            VALUE 'Y'.
       01 WS-DAYEND-STREAM              PIC X(2) VALUE "A ".
       01 WS-STREAM-STATUS              PIC X VALUE SPACE.
           88 STREAM-IS-ACTIVE          VALUE 'A'.
       01 WS-STREAM-DESCRIPTION         PIC X(30) VALUE SPACES.
       01 WS-EXPECTED-VOLUME            PIC 9(8) VALUE 0.
       01 WS-DAY-RECORDS                PIC 9(8) VALUE 0.
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-COUNT-DISPLAY-2            PIC 9(8).
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-DATE-OK-SWITCH             PIC X VALUE 'N'.
                   88 DE-S-PRESENT      VALUE 'Y'.
               10 DE-E-SWITCH           PIC X.
                   88 DE-E-PRESENT      VALUE 'Y'.
               10 DE-VOID-SWITCH        PIC X.
                   88 DE-VOIDED         VALUE 'Y'.
       01 WS-MATCH-RUN-ID               PIC X(8) VALUE SPACES.
       01 WS-STRAY-COUNT                PIC 9(6) VALUE 0.
       01 WS-RANGE-SPAN                 PIC 9(8) COMP VALUE 0.
           PERFORM SCAN-COUNT-FILE
           PERFORM INSPECT-CHECKPOINT
           PERFORM INSPECT-RUN-LOCK
           PERFORM INSPECT-STREAM-MASTER
           PERFORM WRITE-STREAM-LINES
           PERFORM WRITE-RUN-LINES
           PERFORM WRITE-STATUS-LINES
           PERFORM WRITE-DAY-VERDICT
      * run's own number, so a second record with the same id
      * refreshes the existing entry instead of adding one - the
      * resumed run's old and new output reconcile as one run.
      * A VOID entry repeats the run's number and bounds; it only
      * marks the run voided and never adds a run of its own.
       LOAD-TODAYS-RUNS.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
                   AT END
                       SET REG-AT-EOF TO TRUE
                   NOT AT END
                       IF RR-STREAM = SPACES
                           OR RR-STREAM = LOW-VALUES
                           MOVE "A " TO WS-DAYEND-STREAM
                       ELSE
                           MOVE RR-STREAM TO WS-DAYEND-STREAM
                       END-IF
                       IF RR-RUN-DATE IS NUMERIC
                           AND RR-RUN-DATE = WS-CURRENT-DATE
                           IF RR-VOID-ENTRY
                               PERFORM NOTE-VOIDED-RUN
                           ELSE
                               PERFORM NOTE-REGISTERED-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   MOVE 0 TO DE-FINAL-CONTADOR(WS-RX)
                   MOVE 'N' TO DE-S-SWITCH(WS-RX)
                   MOVE 'N' TO DE-E-SWITCH(WS-RX)
                   MOVE 'N' TO DE-VOID-SWITCH(WS-RX)
               END-IF
           END-IF
           IF WS-RX > 0
               END-IF
           END-IF.

       NOTE-VOIDED-RUN.
           MOVE RR-RUN-ID TO WS-MATCH-RUN-ID
           PERFORM FIND-RUN-ENTRY
           IF RUN-ENTRY-FOUND
               SET DE-VOIDED(WS-RX) TO TRUE
           END-IF.

       SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
                   NOT AT END
                       IF AR-RUN-DATE IS NUMERIC
                           AND AR-RUN-DATE = WS-CURRENT-DATE
                           AND (AR-TYPE-START OR AR-TYPE-END
                               OR AR-TYPE-VOID)
                           PERFORM MATCH-AUDIT-RECORD
                       END-IF
               END-READ
           MOVE AR-JOB-NAME TO WS-MATCH-RUN-ID
           PERFORM FIND-RUN-ENTRY
           IF RUN-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN AR-TYPE-START
                       SET DE-S-PRESENT(WS-RX) TO TRUE
                   WHEN AR-TYPE-END
                       MOVE AR-CONTADOR TO DE-FINAL-CONTADOR(WS-RX)
                       SET DE-E-PRESENT(WS-RX) TO TRUE
                   WHEN OTHER
                       SET DE-VOIDED(WS-RX) TO TRUE
               END-EVALUATE
           END-IF.

       SCAN-COUNT-FILE.
               CLOSE RUN-LOCK-FILE
           END-IF.

      * The registry is allocated per stream, so the code on its
      * records names the stream this whole file set belongs to.
       INSPECT-STREAM-MASTER.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS = "00"
               MOVE WS-DAYEND-STREAM TO SM-STREAM
               READ STREAM-MASTER-FILE
               IF WS-STM-STATUS = "00"
                   SET STREAM-DEFINED TO TRUE
                   MOVE SM-STATUS TO WS-STREAM-STATUS
                   MOVE SM-DESCRIPTION TO WS-STREAM-DESCRIPTION
                   MOVE SM-EXPECTED-VOLUME TO WS-EXPECTED-VOLUME
               END-IF
               CLOSE STREAM-MASTER-FILE
           END-IF.

      * An active stream with nothing assigned today is the run
      * that never happened - the one failure no other line on
      * the dashboard can show.
       WRITE-STREAM-LINES.
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RUN-COUNT
               ADD DE-RECORD-COUNT(WS-RX) TO WS-DAY-RECORDS
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           IF STREAM-DEFINED
               STRING "STREAM         : " DELIMITED BY SIZE
                   WS-DAYEND-STREAM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STREAM-DESCRIPTION DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               STRING "STREAM         : " DELIMITED BY SIZE
                   WS-DAYEND-STREAM DELIMITED BY SIZE
                   "  NOT ON THE STREAM MASTER" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-ATTENTION-LINE
           END-IF
           EVALUATE TRUE
               WHEN NOT STREAM-DEFINED
                   CONTINUE
               WHEN NOT STREAM-IS-ACTIVE
                   MOVE "STREAM STATUS  : INACTIVE" TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
               WHEN WS-RUN-COUNT = 0
                   MOVE "STREAM STATUS  : ACTIVE - NO RUNS TODAY"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-ATTENTION-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-DAY-RECORDS TO WS-COUNT-DISPLAY
                   MOVE WS-EXPECTED-VOLUME TO WS-COUNT-DISPLAY-2
                   STRING "STREAM STATUS  : ACTIVE - RECORDS "
                       DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " EXPECTED DAILY " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-RUN-LINES.
           MOVE "RUNS ASSIGNED TODAY:" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
      * stride can produce is COMPLETE, an 'E' short of it is
      * SHORT, an 'S' with no 'E' is CRASHED. The record count
      * against the count the range implies is the per-run
      * reconciliation signal. A voided run has been taken back
      * from finance and off the run-master on purpose, so it
      * needs no attention and its count is not reconciled.
       WRITE-ONE-RUN-LINE.
           PERFORM COMPUTE-EXPECTED-RUN
           EVALUATE TRUE
               WHEN DE-VOIDED(WS-RX)
                   MOVE "VOIDED  " TO WS-OUTCOME
               WHEN NOT DE-S-PRESENT(WS-RX)
                   MOVE "NOAUDIT " TO WS-OUTCOME
               WHEN NOT DE-E-PRESENT(WS-RX)
               WHEN OTHER
                   MOVE "SHORT   " TO WS-OUTCOME
           END-EVALUATE
           IF WS-OUTCOME NOT = "COMPLETE" AND NOT DE-VOIDED(WS-RX)
               SET DAY-NEEDS-ATTENTION TO TRUE
           END-IF
           IF DE-RECORD-COUNT(WS-RX) NOT = WS-EXPECTED-RECORDS
               AND NOT DE-VOIDED(WS-RX)
               SET RECON-ATTENTION TO TRUE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
