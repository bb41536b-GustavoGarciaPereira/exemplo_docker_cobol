       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWCHGBK.
      *****************************************************
      * HWCHGBK - monthly chargeback per counter stream.
      * Bills each stream's owner for its share of the
      * batch window in one month (HWCHGCTL card, YYYYMM
      * in cols 1-6, default the month before this one).
      * Reads the audit log of every stream - archive
      * generations and live log, as many as the HWAUDIT
      * DD concatenates - and totals per stream, for the
      * runs whose business date falls in the month:
      *   runs        - 'S' records that start a run
      *   restarts    - 'S' records that resume one from
      *                 its checkpoint (the leg starts
      *                 past the run's start value)
      *   iterations  - 'D' records, one per value
      *   elapsed     - wall time from each 'S' to its 'E'
      *                 (HWTREND's arithmetic per leg)
      *   aborts      - legs with no 'E' record
      * and from the common exception log, by log date:
      *   pauses      - HELLOWLD WINCUT window cutoffs
      *   aborts      - HELLOWLD UNDERFLW/OVERFLOW
      * (HELLOWORLD leads these texts with the run id and
      * stream; older records without them are counted
      * as unattributed). The totals are priced from the
      * HWRATES rate card (RATEREC) in force for the month
      * - per 1000 iterations, per elapsed minute, and a
      * surcharge per restart and per abort; a pause is
      * billed through the restart that resumes it. One
      * billing page per stream, then a recharge summary
      * across all streams by cost center for finance.
      * RETURN-CODE: 0 month billed, 4 no activity in the
      * month, a stream with no rate card, or unattributed
      * or undatable records, 8 billing month or a rate
      * card invalid, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO HWRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.
           SELECT CHARGE-CTL-FILE ASSIGN TO HWCHGCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CHARGE-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  RATE-CARD-FILE.
           COPY RATEREC.
       FD  CHARGE-CTL-FILE.
       01  CHARGE-CONTROL-CARD.
           05 CHG-BILLING-MONTH         PIC X(6).
       FD  CHARGE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-RTE-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-EOF-SWITCH             PIC X VALUE 'N'.
           88 AUD-AT-EOF                VALUE 'Y'.
       01 WS-EXC-EOF-SWITCH             PIC X VALUE 'N'.
           88 EXC-AT-EOF                VALUE 'Y'.
       01 WS-RTE-EOF-SWITCH             PIC X VALUE 'N'.
           88 RTE-AT-EOF                VALUE 'Y'.
       01 WS-MONTH-OK-SWITCH            PIC X VALUE 'Y'.
           88 MONTH-OK                  VALUE 'Y'.
       01 WS-STREAM-FOUND-SWITCH        PIC X VALUE 'N'.
           88 STREAM-ENTRY-FOUND        VALUE 'Y'.
       01 WS-IN-MONTH-SWITCH            PIC X VALUE 'N'.
           88 RECORD-IN-MONTH           VALUE 'Y'.
       01 WS-BILLING-MONTH              PIC 9(6) VALUE 0.
       01 WS-BILLING-MONTH-X REDEFINES WS-BILLING-MONTH.
           05 WS-BILLING-YYYY           PIC 9(4).
           05 WS-BILLING-MM             PIC 9(2).
       01 WS-MATCH-STREAM               PIC X(2) VALUE SPACES.
       01 WS-STREAM-MAX                 PIC 9(4) COMP VALUE 50.
       01 WS-STREAM-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-SX                         PIC 9(4) COMP VALUE 0.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 50 TIMES.
               10 SB-STREAM             PIC X(2).
               10 SB-BILLED-SWITCH      PIC X.
                   88 SB-BILLED         VALUE 'Y'.
               10 SB-RUNS               PIC 9(6) COMP.
               10 SB-RESTARTS           PIC 9(6) COMP.
               10 SB-ITERATIONS         PIC 9(10) COMP.
               10 SB-ELAPSED-SECS       PIC 9(10) COMP.
               10 SB-PAUSES             PIC 9(6) COMP.
               10 SB-LOGGED-ABORTS      PIC 9(6) COMP.
               10 SB-CRASHED-LEGS       PIC 9(6) COMP.
               10 SB-OPEN-SWITCH        PIC X.
                   88 SB-LEG-OPEN       VALUE 'Y'.
               10 SB-OPEN-IN-MONTH      PIC X.
                   88 SB-OPEN-BILLABLE  VALUE 'Y'.
               10 SB-OPEN-RUN-ID        PIC X(8).
               10 SB-OPEN-START-TIME    PIC 9(8).
               10 SB-RATE-SWITCH        PIC X.
                   88 SB-RATE-FOUND     VALUE 'Y'.
               10 SB-RATE-MONTH         PIC 9(6).
               10 SB-RATE-STREAM        PIC X(2).
               10 SB-COST-CENTER        PIC X(8).
               10 SB-TOTAL-CHARGE       PIC 9(11)V99.
       01 WS-RATE-MAX                   PIC 9(4) COMP VALUE 200.
       01 WS-RATE-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-RX                         PIC 9(4) COMP VALUE 0.
       01 WS-BEST-RX                    PIC 9(4) COMP VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 RK-STREAM             PIC X(2).
               10 RK-EFFECTIVE-MONTH    PIC 9(6).
               10 RK-PER-THOUSAND       PIC 9(5)V9(4).
               10 RK-PER-MINUTE         PIC 9(5)V9(4).
               10 RK-RESTART-CHARGE     PIC 9(5)V99.
               10 RK-ABORT-CHARGE       PIC 9(5)V99.
               10 RK-COST-CENTER        PIC X(8).
       01 WS-PER-THOUSAND               PIC 9(5)V9(4) VALUE 0.
       01 WS-PER-MINUTE                 PIC 9(5)V9(4) VALUE 0.
       01 WS-RESTART-CHARGE             PIC 9(5)V99 VALUE 0.
       01 WS-ABORT-CHARGE               PIC 9(5)V99 VALUE 0.
       01 WS-ELAPSED-MINUTES            PIC 9(8)V99 VALUE 0.
       01 WS-ABORT-COUNT                PIC 9(6) COMP VALUE 0.
       01 WS-ITERATION-AMOUNT           PIC 9(11)V99 VALUE 0.
       01 WS-ELAPSED-AMOUNT             PIC 9(11)V99 VALUE 0.
       01 WS-RESTART-AMOUNT             PIC 9(11)V99 VALUE 0.
       01 WS-ABORT-AMOUNT               PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-CHARGE               PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-RUNS                 PIC 9(8) COMP VALUE 0.
       01 WS-GRAND-ITERATIONS           PIC 9(10) COMP VALUE 0.
       01 WS-BILLED-STREAMS             PIC 9(4) COMP VALUE 0.
       01 WS-UNATTRIBUTED-COUNT         PIC 9(6) COMP VALUE 0.
       01 WS-BAD-RECORD-COUNT           PIC 9(6) COMP VALUE 0.
       01 WS-BAD-RATE-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-NO-RATE-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-START-TOTAL-SECS           PIC 9(8) COMP VALUE 0.
       01 WS-END-TOTAL-SECS             PIC 9(8) COMP VALUE 0.
       01 WS-ELAPSED-SECONDS            PIC 9(8) COMP VALUE 0.
       01 WS-TD-HH                      PIC 9(2) VALUE 0.
       01 WS-TD-MM                      PIC 9(2) VALUE 0.
       01 WS-TD-SS                      PIC 9(2) VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-PAGE-NUMBER                PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY              PIC Z(9)9.
       01 WS-COUNT-DISPLAY-2            PIC Z(5)9.
       01 WS-COUNT-DISPLAY-3            PIC Z(5)9.
       01 WS-MINUTES-DISPLAY            PIC Z(7)9.99.
       01 WS-RATE-DISPLAY               PIC Z(4)9.9999.
       01 WS-CHARGE-RATE-DISPLAY        PIC Z(4)9.99.
       01 WS-MONEY-DISPLAY              PIC Z(10)9.99.
       01 WS-MONTH-DISPLAY              PIC 9(6).
       01 WS-RC-DISPLAY                 PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-CHARGEBACK
           PERFORM READ-BILLING-MONTH
           IF MONTH-OK
               PERFORM LOAD-RATE-CARDS
               PERFORM COLLECT-AUDIT-USAGE
               PERFORM COLLECT-EXCEPTION-USAGE
               PERFORM PRICE-STREAMS
               IF WS-BILLED-STREAMS = 0
                   MOVE "NO STREAM ACTIVITY IN THE BILLING MONTH"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               ELSE
                   PERFORM WRITE-BILLING-PAGES
                   PERFORM WRITE-RECHARGE-SUMMARY
               END-IF
           END-IF
           PERFORM WRITE-CHARGEBACK-VERDICT
           CLOSE CHARGE-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-CHARGEBACK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT CHARGE-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWCHGBK ABEND: CHARGE-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWCHGBK - STREAM CHARGEBACK  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * The chargeback normally runs in the first days of a month
      * for the month just closed, so a blank card bills the
      * month before the one on the clock.
       READ-BILLING-MONTH.
           MOVE SPACES TO CHARGE-CONTROL-CARD
           OPEN INPUT CHARGE-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ CHARGE-CTL-FILE
                   AT END
                       MOVE SPACES TO CHARGE-CONTROL-CARD
               END-READ
               CLOSE CHARGE-CTL-FILE
           END-IF
           IF CHG-BILLING-MONTH = SPACES
               MOVE WS-CURRENT-DATE(1:6) TO WS-BILLING-MONTH
               IF WS-BILLING-MM = 1
                   SUBTRACT 1 FROM WS-BILLING-YYYY
                   MOVE 12 TO WS-BILLING-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILLING-MM
               END-IF
           ELSE
               IF CHG-BILLING-MONTH IS NUMERIC
                   MOVE CHG-BILLING-MONTH TO WS-BILLING-MONTH
               END-IF
               IF CHG-BILLING-MONTH IS NOT NUMERIC
                   OR WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "CARD REJECTED - BILLING MONTH NOT YYYYMM: "
                       DELIMITED BY SIZE
                       CHG-BILLING-MONTH DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   MOVE 'N' TO WS-MONTH-OK-SWITCH
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF
           IF MONTH-OK
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BILLING-MONTH TO WS-MONTH-DISPLAY
               STRING "BILLING MONTH " DELIMITED BY SIZE
                   WS-MONTH-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      * A rate card that cannot be read as numbers would price a
      * stream wrongly, so it is listed and the run ends RC=8 -
      * the pages are still produced for the operator to see.
       LOAD-RATE-CARDS.
           OPEN INPUT RATE-CARD-FILE
           IF WS-RTE-STATUS = "35"
               MOVE "RATE CARD FILE NOT FOUND - NOTHING CAN BE PRICED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET RTE-AT-EOF TO TRUE
           ELSE
               IF WS-RTE-STATUS NOT = "00"
                   DISPLAY "HWCHGBK ABEND: RATE-CARD-FILE OPEN "
                       "FAILED - STATUS " WS-RTE-STATUS
                   CLOSE CHARGE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL RTE-AT-EOF
               READ RATE-CARD-FILE
                   AT END
                       SET RTE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-RATE-CARD
               END-READ
           END-PERFORM
           IF WS-RTE-STATUS NOT = "35"
               CLOSE RATE-CARD-FILE
           END-IF.

       STORE-RATE-CARD.
           IF RT-STREAM = SPACES
               OR RT-EFFECTIVE-MONTH IS NOT NUMERIC
               OR RT-PER-THOUSAND IS NOT NUMERIC
               OR RT-PER-MINUTE IS NOT NUMERIC
               OR RT-RESTART-CHARGE IS NOT NUMERIC
               OR RT-ABORT-CHARGE IS NOT NUMERIC
               ADD 1 TO WS-BAD-RATE-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "RATE CARD INVALID: " DELIMITED BY SIZE
                   RATE-CARD-RECORD DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-RATE-COUNT >= WS-RATE-MAX
                   MOVE "RATE CARD TABLE FULL - LATER CARDS IGNORED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-RATE-COUNT TO WS-RX
                   MOVE RT-STREAM TO RK-STREAM(WS-RX)
                   MOVE RT-EFFECTIVE-MONTH TO RK-EFFECTIVE-MONTH(WS-RX)
                   MOVE RT-PER-THOUSAND TO RK-PER-THOUSAND(WS-RX)
                   MOVE RT-PER-MINUTE TO RK-PER-MINUTE(WS-RX)
                   MOVE RT-RESTART-CHARGE TO RK-RESTART-CHARGE(WS-RX)
                   MOVE RT-ABORT-CHARGE TO RK-ABORT-CHARGE(WS-RX)
                   MOVE RT-COST-CENTER TO RK-COST-CENTER(WS-RX)
                   IF NOT RT-DEFAULT-CARD
                       AND RT-EFFECTIVE-MONTH <= WS-BILLING-MONTH
                       MOVE RT-STREAM TO WS-MATCH-STREAM
                       PERFORM FIND-STREAM-ENTRY
                   END-IF
               END-IF
           END-IF.

       COLLECT-AUDIT-USAGE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
               MOVE "AUDIT LOG NOT FOUND - NO RUNS TO BILL"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET AUD-AT-EOF TO TRUE
           ELSE
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "HWCHGBK ABEND: AUDIT-LOG-FILE OPEN "
                       "FAILED - STATUS " WS-AUD-STATUS
                   CLOSE CHARGE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL AUD-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUD-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM COLLECT-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF
      * A leg still open at the end of the log never wrote its
      * 'E' - the chargeback runs after the month has closed, so
      * it died rather than being in flight.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               IF SB-LEG-OPEN(WS-SX) AND SB-OPEN-BILLABLE(WS-SX)
                   ADD 1 TO SB-CRASHED-LEGS(WS-SX)
               END-IF
               MOVE 'N' TO SB-OPEN-SWITCH(WS-SX)
           END-PERFORM.

      * Archive generations keep records whose run date is not
      * numeric (HWAUDARC cannot age them); those cannot be
      * placed in a month and are counted and passed over, as
      * HWTREND does.
       COLLECT-ONE-AUDIT-RECORD.
           IF AR-RUN-DATE IS NOT NUMERIC
               OR ((AR-TYPE-START OR AR-TYPE-END)
               AND AR-RUN-TIME IS NOT NUMERIC)
               ADD 1 TO WS-BAD-RECORD-COUNT
           ELSE
               MOVE AR-STREAM TO WS-MATCH-STREAM
               PERFORM FIND-STREAM-ENTRY
               IF AR-RUN-DATE(1:6) = WS-BILLING-MONTH
                   SET RECORD-IN-MONTH TO TRUE
               ELSE
                   MOVE 'N' TO WS-IN-MONTH-SWITCH
               END-IF
               EVALUATE TRUE
                   WHEN AR-TYPE-START
                       PERFORM NOTE-LEG-START
                   WHEN AR-TYPE-DETAIL
                       IF RECORD-IN-MONTH
                           ADD 1 TO SB-ITERATIONS(WS-SX)
                       END-IF
                   WHEN AR-TYPE-END
                       PERFORM NOTE-LEG-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Only one run is in flight per stream (HWLOCK), so a new
      * 'S' while a leg is still open means that leg died. A
      * checkpoint resume keeps its run id but starts past the
      * run's start value - that is a restart, not a new run.
       NOTE-LEG-START.
           IF SB-LEG-OPEN(WS-SX) AND SB-OPEN-BILLABLE(WS-SX)
               ADD 1 TO SB-CRASHED-LEGS(WS-SX)
           END-IF
           SET SB-LEG-OPEN(WS-SX) TO TRUE
           MOVE WS-IN-MONTH-SWITCH TO SB-OPEN-IN-MONTH(WS-SX)
           MOVE AR-JOB-NAME TO SB-OPEN-RUN-ID(WS-SX)
           MOVE AR-RUN-TIME TO SB-OPEN-START-TIME(WS-SX)
           IF RECORD-IN-MONTH
               IF AR-CONTADOR = AR-START-VALUE
                   ADD 1 TO SB-RUNS(WS-SX)
               ELSE
                   ADD 1 TO SB-RESTARTS(WS-SX)
               END-IF
           END-IF.

       NOTE-LEG-END.
           IF SB-LEG-OPEN(WS-SX)
               AND AR-JOB-NAME = SB-OPEN-RUN-ID(WS-SX)
               IF SB-OPEN-BILLABLE(WS-SX)
                   PERFORM COMPUTE-LEG-ELAPSED
                   ADD WS-ELAPSED-SECONDS TO SB-ELAPSED-SECS(WS-SX)
               END-IF
               MOVE 'N' TO SB-OPEN-SWITCH(WS-SX)
           END-IF.

      * WRITE-TRAILER's arithmetic, including the midnight wrap.
       COMPUTE-LEG-ELAPSED.
           MOVE SB-OPEN-START-TIME(WS-SX)(1:2) TO WS-TD-HH
           MOVE SB-OPEN-START-TIME(WS-SX)(3:2) TO WS-TD-MM
           MOVE SB-OPEN-START-TIME(WS-SX)(5:2) TO WS-TD-SS
           COMPUTE WS-START-TOTAL-SECS =
               WS-TD-HH * 3600 + WS-TD-MM * 60 + WS-TD-SS
           MOVE AR-RUN-TIME(1:2) TO WS-TD-HH
           MOVE AR-RUN-TIME(3:2) TO WS-TD-MM
           MOVE AR-RUN-TIME(5:2) TO WS-TD-SS
           COMPUTE WS-END-TOTAL-SECS =
               WS-TD-HH * 3600 + WS-TD-MM * 60 + WS-TD-SS
           IF WS-END-TOTAL-SECS >= WS-START-TOTAL-SECS
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-TOTAL-SECS - WS-START-TOTAL-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-TOTAL-SECS + 86400 - WS-START-TOTAL-SECS
           END-IF.

      * HELLOWORLD's mid-run exception texts begin with the run
      * id and stream ("HW000123 A  ..."); an older record
      * without them cannot be charged to a stream.
       COLLECT-EXCEPTION-USAGE.
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               SET EXC-AT-EOF TO TRUE
           ELSE
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "HWCHGBK ABEND: EXCEPTION LOG OPEN "
                       "FAILED - STATUS " WS-EXC-STATUS
                   CLOSE CHARGE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL EXC-AT-EOF
               READ EXCEPTION-LOG-FILE
                   AT END
                       SET EXC-AT-EOF TO TRUE
                   NOT AT END
                       IF EX-PROGRAM = "HELLOWLD"
                           AND EX-LOG-DATE IS NUMERIC
                           AND EX-LOG-DATE(1:6) = WS-BILLING-MONTH
                           AND (EX-CODE = "WINCUT  "
                           OR EX-CODE = "UNDERFLW"
                           OR EX-CODE = "OVERFLOW")
                           PERFORM NOTE-RUN-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXC-STATUS NOT = "35"
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       NOTE-RUN-EXCEPTION.
           IF EX-TEXT(1:2) = "HW" AND EX-TEXT(3:6) IS NUMERIC
               MOVE EX-TEXT(10:2) TO WS-MATCH-STREAM
               PERFORM FIND-STREAM-ENTRY
               IF EX-CODE = "WINCUT  "
                   ADD 1 TO SB-PAUSES(WS-SX)
               ELSE
                   ADD 1 TO SB-LOGGED-ABORTS(WS-SX)
               END-IF
           ELSE
               ADD 1 TO WS-UNATTRIBUTED-COUNT
           END-IF.

      * Blank stream codes read as stream 'A', as everywhere.
       FIND-STREAM-ENTRY.
           IF WS-MATCH-STREAM = SPACES
               OR WS-MATCH-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           END-IF
           MOVE 'N' TO WS-STREAM-FOUND-SWITCH
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT OR STREAM-ENTRY-FOUND
               IF SB-STREAM(WS-SX) = WS-MATCH-STREAM
                   SET STREAM-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STREAM-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SX
           ELSE
               IF WS-STREAM-COUNT >= WS-STREAM-MAX
                   DISPLAY "HWCHGBK ABEND: MORE THAN 50 STREAM CODES "
                       "ON THE LOGS"
                   CLOSE CHARGE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STREAM-COUNT
               MOVE WS-STREAM-COUNT TO WS-SX
               INITIALIZE WS-STREAM-ENTRY(WS-SX)
               MOVE WS-MATCH-STREAM TO SB-STREAM(WS-SX)
               MOVE 'N' TO SB-BILLED-SWITCH(WS-SX)
               MOVE 'N' TO SB-OPEN-SWITCH(WS-SX)
               MOVE 'N' TO SB-OPEN-IN-MONTH(WS-SX)
               MOVE 'N' TO SB-RATE-SWITCH(WS-SX)
           END-IF.

      * A stream is billed when it ran in the month or has a rate
      * card of its own in force - an owner who pays for a stream
      * that sat idle should see a page saying so.
       PRICE-STREAMS.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               PERFORM SELECT-STREAM-RATE
               IF SB-RUNS(WS-SX) > 0 OR SB-RESTARTS(WS-SX) > 0
                   OR SB-ITERATIONS(WS-SX) > 0
                   OR SB-PAUSES(WS-SX) > 0
                   OR SB-LOGGED-ABORTS(WS-SX) > 0
                   OR SB-CRASHED-LEGS(WS-SX) > 0
                   OR (SB-RATE-FOUND(WS-SX)
                   AND SB-RATE-STREAM(WS-SX) = SB-STREAM(WS-SX))
                   SET SB-BILLED(WS-SX) TO TRUE
                   ADD 1 TO WS-BILLED-STREAMS
                   PERFORM PRICE-ONE-STREAM
               END-IF
           END-PERFORM.

      * The stream's own card with the latest effective month not
      * after the billing month; failing that, the "**" default
      * card chosen the same way.
       SELECT-STREAM-RATE.
           MOVE 0 TO WS-BEST-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RATE-COUNT
               IF RK-STREAM(WS-RX) = SB-STREAM(WS-SX)
                   AND RK-EFFECTIVE-MONTH(WS-RX) <= WS-BILLING-MONTH
                   PERFORM KEEP-LATEST-RATE
               END-IF
           END-PERFORM
           IF WS-BEST-RX = 0
               PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RATE-COUNT
                   IF RK-STREAM(WS-RX) = "**"
                       AND RK-EFFECTIVE-MONTH(WS-RX)
                           <= WS-BILLING-MONTH
                       PERFORM KEEP-LATEST-RATE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BEST-RX > 0
               SET SB-RATE-FOUND(WS-SX) TO TRUE
               MOVE RK-STREAM(WS-BEST-RX) TO SB-RATE-STREAM(WS-SX)
               MOVE RK-EFFECTIVE-MONTH(WS-BEST-RX)
                   TO SB-RATE-MONTH(WS-SX)
               MOVE RK-COST-CENTER(WS-BEST-RX)
                   TO SB-COST-CENTER(WS-SX)
           END-IF.

       KEEP-LATEST-RATE.
           IF WS-BEST-RX = 0
               MOVE WS-RX TO WS-BEST-RX
           ELSE
               IF RK-EFFECTIVE-MONTH(WS-RX)
                   >= RK-EFFECTIVE-MONTH(WS-BEST-RX)
                   MOVE WS-RX TO WS-BEST-RX
               END-IF
           END-IF.

       PRICE-ONE-STREAM.
           PERFORM LOAD-STREAM-RATES
           COMPUTE WS-ELAPSED-MINUTES ROUNDED =
               SB-ELAPSED-SECS(WS-SX) / 60
           COMPUTE WS-ITERATION-AMOUNT ROUNDED =
               SB-ITERATIONS(WS-SX) * WS-PER-THOUSAND / 1000
           COMPUTE WS-ELAPSED-AMOUNT ROUNDED =
               WS-ELAPSED-MINUTES * WS-PER-MINUTE
           COMPUTE WS-RESTART-AMOUNT =
               SB-RESTARTS(WS-SX) * WS-RESTART-CHARGE
           COMPUTE WS-ABORT-COUNT =
               SB-LOGGED-ABORTS(WS-SX) + SB-CRASHED-LEGS(WS-SX)
           COMPUTE WS-ABORT-AMOUNT =
               WS-ABORT-COUNT * WS-ABORT-CHARGE
           COMPUTE SB-TOTAL-CHARGE(WS-SX) =
               WS-ITERATION-AMOUNT + WS-ELAPSED-AMOUNT
               + WS-RESTART-AMOUNT + WS-ABORT-AMOUNT
           ADD SB-TOTAL-CHARGE(WS-SX) TO WS-GRAND-CHARGE
           ADD SB-RUNS(WS-SX) TO WS-GRAND-RUNS
           ADD SB-ITERATIONS(WS-SX) TO WS-GRAND-ITERATIONS
           IF NOT SB-RATE-FOUND(WS-SX)
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

       LOAD-STREAM-RATES.
           MOVE 0 TO WS-PER-THOUSAND
           MOVE 0 TO WS-PER-MINUTE
           MOVE 0 TO WS-RESTART-CHARGE
           MOVE 0 TO WS-ABORT-CHARGE
           IF SB-RATE-FOUND(WS-SX)
               PERFORM SELECT-STREAM-RATE
               MOVE RK-PER-THOUSAND(WS-BEST-RX) TO WS-PER-THOUSAND
               MOVE RK-PER-MINUTE(WS-BEST-RX) TO WS-PER-MINUTE
               MOVE RK-RESTART-CHARGE(WS-BEST-RX)
                   TO WS-RESTART-CHARGE
               MOVE RK-ABORT-CHARGE(WS-BEST-RX) TO WS-ABORT-CHARGE
           END-IF.

       WRITE-BILLING-PAGES.
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               IF SB-BILLED(WS-SX)
                   PERFORM WRITE-ONE-BILLING-PAGE
               END-IF
           END-PERFORM.

      * The charges are recomputed from the same totals and rates
      * PRICE-ONE-STREAM used, so every line on the page adds up
      * to the stream total carried into the summary.
       WRITE-ONE-BILLING-PAGE.
           PERFORM LOAD-STREAM-RATES
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "BILLING PAGE " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               "   STREAM " DELIMITED BY SIZE
               SB-STREAM(WS-SX) DELIMITED BY SIZE
               "   MONTH " DELIMITED BY SIZE
               WS-MONTH-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           IF SB-RATE-FOUND(WS-SX)
               STRING "COST CENTER " DELIMITED BY SIZE
                   SB-COST-CENTER(WS-SX) DELIMITED BY SIZE
                   "   RATE CARD " DELIMITED BY SIZE
                   SB-RATE-STREAM(WS-SX) DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   SB-RATE-MONTH(WS-SX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               MOVE "*** NO RATE CARD IN FORCE - PRICED AT ZERO"
                   TO WS-DETAIL-LINE
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "ITEM                   QUANTITY        RATE"
               TO WS-DETAIL-LINE
           MOVE "CHARGE" TO WS-DETAIL-LINE(59:6)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "RUNS" TO WS-DETAIL-LINE(1:20)
           MOVE SB-RUNS(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(21:10)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ITERATIONS PER 1000" TO WS-DETAIL-LINE(1:20)
           MOVE SB-ITERATIONS(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(21:10)
           MOVE WS-PER-THOUSAND TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO WS-DETAIL-LINE(34:10)
           COMPUTE WS-ITERATION-AMOUNT ROUNDED =
               SB-ITERATIONS(WS-SX) * WS-PER-THOUSAND / 1000
           MOVE WS-ITERATION-AMOUNT TO WS-MONEY-DISPLAY
           MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ELAPSED MINUTES" TO WS-DETAIL-LINE(1:20)
           COMPUTE WS-ELAPSED-MINUTES ROUNDED =
               SB-ELAPSED-SECS(WS-SX) / 60
           MOVE WS-ELAPSED-MINUTES TO WS-MINUTES-DISPLAY
           MOVE WS-MINUTES-DISPLAY TO WS-DETAIL-LINE(20:11)
           MOVE WS-PER-MINUTE TO WS-RATE-DISPLAY
           MOVE WS-RATE-DISPLAY TO WS-DETAIL-LINE(34:10)
           COMPUTE WS-ELAPSED-AMOUNT ROUNDED =
               WS-ELAPSED-MINUTES * WS-PER-MINUTE
           MOVE WS-ELAPSED-AMOUNT TO WS-MONEY-DISPLAY
           MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "RESTARTS" TO WS-DETAIL-LINE(1:20)
           MOVE SB-RESTARTS(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(21:10)
           MOVE WS-RESTART-CHARGE TO WS-CHARGE-RATE-DISPLAY
           MOVE WS-CHARGE-RATE-DISPLAY TO WS-DETAIL-LINE(34:8)
           COMPUTE WS-RESTART-AMOUNT =
               SB-RESTARTS(WS-SX) * WS-RESTART-CHARGE
           MOVE WS-RESTART-AMOUNT TO WS-MONEY-DISPLAY
           MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ABORTS" TO WS-DETAIL-LINE(1:20)
           COMPUTE WS-ABORT-COUNT =
               SB-LOGGED-ABORTS(WS-SX) + SB-CRASHED-LEGS(WS-SX)
           MOVE WS-ABORT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(21:10)
           MOVE WS-ABORT-CHARGE TO WS-CHARGE-RATE-DISPLAY
           MOVE WS-CHARGE-RATE-DISPLAY TO WS-DETAIL-LINE(34:8)
           COMPUTE WS-ABORT-AMOUNT =
               WS-ABORT-COUNT * WS-ABORT-CHARGE
           MOVE WS-ABORT-AMOUNT TO WS-MONEY-DISPLAY
           MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SB-LOGGED-ABORTS(WS-SX) TO WS-COUNT-DISPLAY-2
           MOVE SB-CRASHED-LEGS(WS-SX) TO WS-COUNT-DISPLAY-3
           STRING "  (" DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               " LOGGED ABORTS," DELIMITED BY SIZE
               WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
               " LEGS WITH NO END RECORD)" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "WINDOW CUTOFF PAUSES" TO WS-DETAIL-LINE(1:20)
           MOVE SB-PAUSES(WS-SX) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(21:10)
           MOVE "(BILLED AS RESTARTS)" TO WS-DETAIL-LINE(34:20)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "STREAM TOTAL" TO WS-DETAIL-LINE(1:20)
           MOVE SB-TOTAL-CHARGE(WS-SX) TO WS-MONEY-DISPLAY
           MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-RECHARGE-SUMMARY.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RECHARGE SUMMARY - MONTH " DELIMITED BY SIZE
               WS-MONTH-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE "ST COST CTR       RUNS  ITERATIONS" TO WS-DETAIL-LINE
           MOVE "CHARGE" TO WS-DETAIL-LINE(59:6)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               IF SB-BILLED(WS-SX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE SB-STREAM(WS-SX) TO WS-DETAIL-LINE(1:2)
                   IF SB-RATE-FOUND(WS-SX)
                       MOVE SB-COST-CENTER(WS-SX)
                           TO WS-DETAIL-LINE(4:8)
                   ELSE
                       MOVE "NO RATE" TO WS-DETAIL-LINE(4:8)
                   END-IF
                   MOVE SB-RUNS(WS-SX) TO WS-COUNT-DISPLAY-2
                   MOVE WS-COUNT-DISPLAY-2 TO WS-DETAIL-LINE(14:6)
                   MOVE SB-ITERATIONS(WS-SX) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(22:10)
                   MOVE SB-TOTAL-CHARGE(WS-SX) TO WS-MONEY-DISPLAY
                   MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ALL STREAMS" TO WS-DETAIL-LINE(1:11)
           MOVE WS-GRAND-RUNS TO WS-COUNT-DISPLAY-2
           MOVE WS-COUNT-DISPLAY-2 TO WS-DETAIL-LINE(14:6)
           MOVE WS-GRAND-ITERATIONS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DETAIL-LINE(22:10)
           MOVE WS-GRAND-CHARGE TO WS-MONEY-DISPLAY
           MOVE WS-MONEY-DISPLAY TO WS-DETAIL-LINE(51:14)
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-CHARGEBACK-VERDICT.
           IF WS-UNATTRIBUTED-COUNT > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-UNATTRIBUTED-COUNT TO WS-COUNT-DISPLAY-2
               STRING "PAUSE/ABORT EXCEPTIONS WITH NO RUN ID: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                   " - NOT BILLED" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-BAD-RECORD-COUNT > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BAD-RECORD-COUNT TO WS-COUNT-DISPLAY-2
               STRING "AUDIT RECORDS WITH NO VALID DATE/TIME: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                   " - NOT BILLED" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY-2
               STRING "STREAMS WITH NO RATE CARD IN FORCE: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-FINAL-RC < 4
               AND (WS-UNATTRIBUTED-COUNT > 0
               OR WS-BAD-RECORD-COUNT > 0
               OR WS-NO-RATE-COUNT > 0)
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           STRING "HWCHGBK CHARGEBACK COMPLETE - RC=" DELIMITED BY SIZE
               WS-RC-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
