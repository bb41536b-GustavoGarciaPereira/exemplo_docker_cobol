      *   - one line per run date with the day's totals
      *     and the month-to-date running totals
      *   - page headings with month and page number
      *   - under each day, any stream active on the
      *     stream master (HWSTRMST) that put nothing on
      *     the run-master that day (days before the stream
      *     was added are not held against it)
      *   - a grand-total page closing the month, with a
      *     summary line per stream carrying its description
      *     from the stream master and its silent days
      * This replaces assembling the month-end package by
      * re-running HWMSTINQ per day and adding the totals
      * by hand.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT REPORT-CTL-FILE ASSIGN TO HWRPTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       FILE SECTION.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  REPORT-CTL-FILE.
       01  REPORT-CARD.
           05 RPT-MONTH                 PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-EOF-SWITCH             PIC X VALUE 'N'.
           88 STM-AT-EOF                VALUE 'Y'.
       01 WS-STREAM-FOUND-SWITCH        PIC X VALUE 'N'.
           88 STREAM-ENTRY-FOUND        VALUE 'Y'.
       01 WS-MATCH-STREAM               PIC X(2) VALUE SPACES.
       01 WS-STREAM-MAX                 PIC 9(4) COMP VALUE 50.
       01 WS-STREAM-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-SX                         PIC 9(4) COMP VALUE 0.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 50 TIMES.
               10 SD-STREAM             PIC X(2).
               10 SD-DESCRIPTION        PIC X(30).
               10 SD-STATUS             PIC X.
                   88 SD-ACTIVE         VALUE 'A'.
               10 SD-ADDED-DATE         PIC 9(8).
               10 SD-DAY-RECORDS        PIC 9(8).
               10 SD-MONTH-RECORDS      PIC 9(8).
               10 SD-SILENT-DAYS        PIC 9(4).
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'N'.
           88 CARD-OK                   VALUE 'Y'.
           PERFORM INITIALIZE-REPORT
           PERFORM READ-REPORT-CARD
           IF CARD-OK
               PERFORM LOAD-STREAM-MASTER
               PERFORM SUMMARIZE-MONTH
               IF RUN-OPEN
                   PERFORM FINISH-RUN-GROUP
               COMPUTE WS-TO-DATE = RPT-MONTH * 100 + 31
           END-IF.

      * The stream master names the streams and says which are
      * active. Without it the report still runs, but streams are
      * undescribed and no stream can be called silent.
       LOAD-STREAM-MASTER.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS NOT = "00"
               MOVE "STREAM MASTER NOT AVAILABLE - STREAMS UNDESCRIBED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET STM-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL STM-AT-EOF
               READ STREAM-MASTER-FILE
                   AT END
                       SET STM-AT-EOF TO TRUE
                   NOT AT END
                       MOVE SM-STREAM TO WS-MATCH-STREAM
                       PERFORM FIND-STREAM-ENTRY
                       IF WS-SX > 0
                           MOVE SM-DESCRIPTION TO SD-DESCRIPTION(WS-SX)
                           MOVE SM-STATUS TO SD-STATUS(WS-SX)
                           MOVE SM-ADDED-DATE TO SD-ADDED-DATE(WS-SX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STM-STATUS = "00"
               CLOSE STREAM-MASTER-FILE
           END-IF.

      * A stream the run-master carries but the stream master does
      * not is still counted, under a description saying so.
       FIND-STREAM-ENTRY.
           MOVE 'N' TO WS-STREAM-FOUND-SWITCH
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               OR STREAM-ENTRY-FOUND
               IF SD-STREAM(WS-SX) = WS-MATCH-STREAM
                   SET STREAM-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SX
               END-IF
           END-PERFORM
           IF NOT STREAM-ENTRY-FOUND
               IF WS-STREAM-COUNT >= WS-STREAM-MAX
                   MOVE 0 TO WS-SX
               ELSE
                   ADD 1 TO WS-STREAM-COUNT
                   MOVE WS-STREAM-COUNT TO WS-SX
                   MOVE WS-MATCH-STREAM TO SD-STREAM(WS-SX)
                   MOVE "NOT ON STREAM MASTER"
                       TO SD-DESCRIPTION(WS-SX)
                   MOVE SPACE TO SD-STATUS(WS-SX)
                   MOVE 0 TO SD-ADDED-DATE(WS-SX)
                   MOVE 0 TO SD-DAY-RECORDS(WS-SX)
                   MOVE 0 TO SD-MONTH-RECORDS(WS-SX)
                   MOVE 0 TO SD-SILENT-DAYS(WS-SX)
               END-IF
           END-IF.

       SUMMARIZE-MONTH.
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS = "35"
               MOVE 0 TO WS-DAY-RUNS
               MOVE 0 TO WS-DAY-RECORDS
               MOVE 0 TO WS-DAY-CONTADOR
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STREAM-COUNT
                   MOVE 0 TO SD-DAY-RECORDS(WS-SX)
               END-PERFORM
           END-IF
           MOVE WS-REC-STREAM TO WS-MATCH-STREAM
           PERFORM FIND-STREAM-ENTRY
           IF WS-SX > 0
               ADD 1 TO SD-DAY-RECORDS(WS-SX)
               ADD 1 TO SD-MONTH-RECORDS(WS-SX)
           END-IF
           IF NOT RUN-OPEN
               SET RUN-OPEN TO TRUE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               IF SD-ACTIVE(WS-SX) AND SD-DAY-RECORDS(WS-SX) = 0
                   AND SD-ADDED-DATE(WS-SX) <= WS-GROUP-DATE
                   PERFORM WRITE-SILENT-STREAM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MTD-RECORDS TO WS-COUNT-DISPLAY
           MOVE WS-MTD-CONTADOR TO WS-TOTAL-DISPLAY
           PERFORM WRITE-RPT-LINE
           MOVE 'N' TO WS-DAY-OPEN-SWITCH.

       WRITE-SILENT-STREAM.
           ADD 1 TO SD-SILENT-DAYS(WS-SX)
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  STREAM " DELIMITED BY SIZE
               SD-STREAM(WS-SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SD-DESCRIPTION(WS-SX) DELIMITED BY SIZE
               " ACTIVE - NO RECORDS THIS DAY" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-GRAND-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "MONTH GRAND TOTALS" TO WS-DETAIL-LINE
               MOVE "  NO RECORDS IN REQUESTED MONTH"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-STREAM-COUNT > 0
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "STREAM SUMMARY" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STREAM-COUNT
                   PERFORM WRITE-STREAM-SUMMARY
               END-PERFORM
           END-IF.

      * Status reads A active, I inactive, blank for a stream
      * the stream master does not define.
       WRITE-STREAM-SUMMARY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SD-MONTH-RECORDS(WS-SX) TO WS-COUNT-DISPLAY
           MOVE SD-SILENT-DAYS(WS-SX) TO WS-RUNS-DISPLAY
           STRING "  " DELIMITED BY SIZE
               SD-STREAM(WS-SX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SD-DESCRIPTION(WS-SX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SD-STATUS(WS-SX) DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  SILENT DAYS " DELIMITED BY SIZE
               WS-RUNS-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-HEADING-1
