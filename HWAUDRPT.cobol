      * the crash-detection signal operations never had.
      * Day-level subtotals and grand totals close the
      * report. Detail 'D' records are passed over.
      * A run HWVOIDRN has voided carries a 'V' record
      * later in the log; a first pass collects those, and
      * the run's line reports as VOIDED rather than
      * COMPLETE or SHORT, with its own day and grand
      * totals.
      * RETURN-CODE: 0 report produced, 4 log missing or
      * empty, 16 file error.
      *****************************************************
           88 RUN-OPEN                  VALUE 'Y'.
       01 WS-DAY-OPEN-SWITCH            PIC X VALUE 'N'.
           88 DAY-OPEN                  VALUE 'Y'.
       01 WS-VOID-FOUND-SWITCH          PIC X VALUE 'N'.
           88 RUN-WAS-VOIDED            VALUE 'Y'.
       01 WS-VOID-MAX                   PIC 9(4) COMP VALUE 500.
       01 WS-VOID-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-VX                         PIC 9(4) COMP VALUE 0.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 500 TIMES.
               10 VD-JOB-NAME           PIC X(8).
               10 VD-RUN-DATE           PIC 9(8).
               10 VD-STREAM             PIC X(2).
       01 WS-OPEN-JOB-NAME              PIC X(8) VALUE SPACES.
       01 WS-OPEN-STREAM                PIC X(2) VALUE "A ".
       01 WS-REC-STREAM                 PIC X(2) VALUE "A ".
       01 WS-DAY-COMPLETE               PIC 9(4) VALUE 0.
       01 WS-DAY-SHORT                  PIC 9(4) VALUE 0.
       01 WS-DAY-CRASHED                PIC 9(4) VALUE 0.
       01 WS-DAY-VOIDED                 PIC 9(4) VALUE 0.
       01 WS-TOTAL-RUNS                 PIC 9(6) VALUE 0.
       01 WS-TOTAL-COMPLETE             PIC 9(6) VALUE 0.
       01 WS-TOTAL-SHORT                PIC 9(6) VALUE 0.
       01 WS-TOTAL-CRASHED              PIC 9(6) VALUE 0.
       01 WS-TOTAL-VOIDED               PIC 9(6) VALUE 0.
       01 WS-LINE-COUNT                 PIC 9(3) VALUE 99.
       01 WS-LINES-PER-PAGE             PIC 9(3) VALUE 55.
       01 WS-PAGE-NUMBER                PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-REPORT
           PERFORM COLLECT-VOIDED-RUNS
           PERFORM PROCESS-AUDIT-LOG
           IF RUN-OPEN
               PERFORM REPORT-CRASHED-RUN
               STOP RUN
           END-IF.

      * The 'V' record follows its run's 'E' by days or weeks, so
      * the voids are gathered in a pass of their own before any
      * run line is printed.
       COLLECT-VOIDED-RUNS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL AUD-AT-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           SET AUD-AT-EOF TO TRUE
                       NOT AT END
                           IF AR-TYPE-VOID
                               PERFORM STORE-VOIDED-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           MOVE 'N' TO WS-AUD-EOF-SWITCH.

       STORE-VOIDED-RUN.
           IF WS-VOID-COUNT >= WS-VOID-MAX
               MOVE "VOID TABLE FULL - LATER VOIDS NOT MARKED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               ADD 1 TO WS-VOID-COUNT
               MOVE AR-JOB-NAME TO VD-JOB-NAME(WS-VOID-COUNT)
               MOVE AR-RUN-DATE TO VD-RUN-DATE(WS-VOID-COUNT)
               IF AR-STREAM = SPACES OR AR-STREAM = LOW-VALUES
                   MOVE "A " TO VD-STREAM(WS-VOID-COUNT)
               ELSE
                   MOVE AR-STREAM TO VD-STREAM(WS-VOID-COUNT)
               END-IF
           END-IF.

       PROCESS-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
           MOVE AR-CONTADOR TO WS-VALUE-DISPLAY-1
           MOVE WS-VALUE-DISPLAY-1 TO WS-FINAL-DISPLAY
           PERFORM COMPUTE-EXPECTED-FINAL
           PERFORM FIND-VOIDED-RUN
           EVALUATE TRUE
               WHEN RUN-WAS-VOIDED
                   MOVE "VOIDED  " TO WS-RUN-STATUS
               WHEN AR-CONTADOR = WS-EXPECTED-FINAL
                   MOVE "COMPLETE" TO WS-RUN-STATUS
               WHEN OTHER
                   MOVE "SHORT   " TO WS-RUN-STATUS
           END-EVALUATE
           PERFORM WRITE-RUN-LINE
           EVALUATE WS-RUN-STATUS
               WHEN "VOIDED  "
                   ADD 1 TO WS-TOTAL-VOIDED
                   ADD 1 TO WS-DAY-VOIDED
               WHEN "COMPLETE"
                   ADD 1 TO WS-TOTAL-COMPLETE
                   ADD 1 TO WS-DAY-COMPLETE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SHORT
                   ADD 1 TO WS-DAY-SHORT
           END-EVALUATE
           MOVE 'N' TO WS-OPEN-RUN-SWITCH.

       FIND-VOIDED-RUN.
           MOVE 'N' TO WS-VOID-FOUND-SWITCH
           PERFORM VARYING WS-VX FROM 1 BY 1
               UNTIL WS-VX > WS-VOID-COUNT OR RUN-WAS-VOIDED
               IF VD-JOB-NAME(WS-VX) = WS-OPEN-JOB-NAME
                   AND VD-RUN-DATE(WS-VX) = WS-OPEN-RUN-DATE
                   AND VD-STREAM(WS-VX) = WS-OPEN-STREAM
                   SET RUN-WAS-VOIDED TO TRUE
               END-IF
           END-PERFORM.

      * A stepped range finishes on the last value a whole number
      * of strides reaches inside the range, so COMPLETE is judged
      * against that value rather than the raw end value.
               MOVE 0 TO WS-DAY-COMPLETE
               MOVE 0 TO WS-DAY-SHORT
               MOVE 0 TO WS-DAY-CRASHED
               MOVE 0 TO WS-DAY-VOIDED
           END-IF
           ADD 1 TO WS-DAY-RUNS
           ADD 1 TO WS-TOTAL-RUNS
               WS-DAY-SHORT DELIMITED BY SIZE
               "  CRASHED " DELIMITED BY SIZE
               WS-DAY-CRASHED DELIMITED BY SIZE
               "  VOIDED " DELIMITED BY SIZE
               WS-DAY-VOIDED DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
               WS-VALUE-DISPLAY-1 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-VOIDED TO WS-VALUE-DISPLAY-1
           STRING "  VOIDED        : " DELIMITED BY SIZE
               WS-VALUE-DISPLAY-1 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-HEADERS.
