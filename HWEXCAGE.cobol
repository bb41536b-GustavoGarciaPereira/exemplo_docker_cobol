       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWEXCAGE.
      *****************************************************
      * HWEXCAGE - open exception items aging report.
      * Reads the common exception log HWEXCLOG and, for
      * every 'E' (error) and 'F' (fatal) entry, looks up
      * its disposition on HWEXCDSP (the KSDS HWDSPMNT
      * posts). Entries marked resolved are counted and
      * skipped; everything else is an open item, listed
      * with:
      *   - its age in business days outstanding - the
      *     processing days after the day it was logged, up
      *     to and including the live business date on
      *     HWBUSDT, not counting days on the HWHOLCAL
      *     holiday calendar
      *   - OPEN when nobody has acknowledged it, or ACK
      *     and the initials when it was seen but is not
      *     yet resolved
      * An item older than the escalation threshold (the
      * HWAGECTL card, default 3 business days) is flagged
      * and written to the paging feed HWPAGE (PAGEREC
      * layout), which the on-call paging picks up. The
      * feed holds every past-due item each morning, so an
      * item keeps paging until it is resolved.
      * Warnings ('W') are not aged - they did not reject
      * or abend anything.
      * RETURN-CODE: 0 nothing outstanding, 4 open items
      * within threshold, 8 items escalated or no business
      * date on file, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO HWEXCDSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DSP-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO HWHOLCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT AGING-CTL-FILE ASSIGN TO HWAGECTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PAGE-FEED-FILE ASSIGN TO HWPAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGE-STATUS.
           SELECT AGING-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  DISPOSITION-FILE.
           COPY DISPREC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  HOLIDAY-CAL-FILE.
           COPY HOLREC.
       FD  AGING-CTL-FILE.
       01  AGING-CONTROL-CARD.
           05 AGC-THRESHOLD             PIC 9(4).
       FD  PAGE-FEED-FILE.
           COPY PAGEREC.
       FD  AGING-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-DSP-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-HOL-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-PGE-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-EOF-SWITCH             PIC X VALUE 'N'.
           88 EXC-AT-EOF                VALUE 'Y'.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-HOL-EOF-SWITCH             PIC X VALUE 'N'.
           88 HOL-AT-EOF                VALUE 'Y'.
       01 WS-DATE-FOUND-SWITCH          PIC X VALUE 'N'.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-DISP-OPEN-SWITCH           PIC X VALUE 'N'.
           88 DISPOSITION-IS-OPEN       VALUE 'Y'.
       01 WS-PAGE-OPEN-SWITCH           PIC X VALUE 'N'.
           88 PAGE-FEED-IS-OPEN         VALUE 'Y'.
       01 WS-HOLIDAY-SWITCH             PIC X VALUE 'N'.
           88 DATE-IS-HOLIDAY           VALUE 'Y'.
       01 WS-HOL-FULL-SWITCH            PIC X VALUE 'N'.
           88 HOLIDAY-TABLE-FULL        VALUE 'Y'.
       01 WS-ITEM-STATUS                PIC X VALUE 'O'.
           88 ITEM-NOT-ACKNOWLEDGED     VALUE 'O'.
           88 ITEM-ACKNOWLEDGED         VALUE 'A'.
           88 ITEM-RESOLVED             VALUE 'R'.
       01 WS-ITEM-ACK-BY                PIC X(3) VALUE SPACES.
       01 WS-THRESHOLD                  PIC 9(4) VALUE 3.
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-BUSINESS-INTEGER           PIC 9(8) COMP VALUE 0.
       01 WS-DAY-INTEGER                PIC 9(8) COMP VALUE 0.
       01 WS-TEST-DATE                  PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS                   PIC 9(4) VALUE 0.
       01 WS-HOL-MAX                    PIC 9(4) COMP VALUE 500.
       01 WS-HOL-COUNT                  PIC 9(4) COMP VALUE 0.
       01 WS-HX                         PIC 9(4) COMP VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 500 TIMES.
               10 HT-DATE               PIC 9(8).
       01 WS-TOTAL-AGED                 PIC 9(6) VALUE 0.
       01 WS-TOTAL-RESOLVED             PIC 9(6) VALUE 0.
       01 WS-TOTAL-NOT-ACKED            PIC 9(6) VALUE 0.
       01 WS-TOTAL-ACKED                PIC 9(6) VALUE 0.
       01 WS-TOTAL-ESCALATED            PIC 9(6) VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-LINE-COUNT                 PIC 9(3) VALUE 99.
       01 WS-LINES-PER-PAGE             PIC 9(3) VALUE 55.
       01 WS-PAGE-NUMBER                PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-HEADING-2                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-TIME-DISPLAY.
           05 WS-TD-HH                  PIC X(2).
           05 FILLER                    PIC X VALUE ':'.
           05 WS-TD-MM                  PIC X(2).
           05 FILLER                    PIC X VALUE ':'.
           05 WS-TD-SS                  PIC X(2).
       01 WS-STATUS-TEXT                PIC X(8) VALUE SPACES.
       01 WS-COUNT-DISPLAY              PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-AGING
           PERFORM READ-THRESHOLD-CARD
           PERFORM READ-BUSINESS-DATE
           IF NOT BUSINESS-DATE-FOUND
               MOVE "NO BUSINESS DATE ON FILE - ITEMS CANNOT BE AGED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           ELSE
               PERFORM LOAD-HOLIDAY-TABLE
               PERFORM OPEN-DISPOSITION-FILE
               PERFORM OPEN-PAGE-FEED
               PERFORM PROCESS-EXCEPTION-LOG
               IF DISPOSITION-IS-OPEN
                   CLOSE DISPOSITION-FILE
               END-IF
               CLOSE PAGE-FEED-FILE
               PERFORM WRITE-AGING-TOTALS
           END-IF
           CLOSE AGING-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-AGING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT AGING-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWEXCAGE ABEND: AGING-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-THRESHOLD-CARD.
           OPEN INPUT AGING-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ AGING-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AGC-THRESHOLD IS NUMERIC
                           AND AGC-THRESHOLD > 0
                           MOVE AGC-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE AGING-CTL-FILE
           END-IF.

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
               COMPUTE WS-BUSINESS-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BUSINESS-DATE TO WS-DATE-DISPLAY
               MOVE WS-THRESHOLD TO WS-COUNT-DISPLAY
               STRING "BUSINESS DATE: " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   "  ESCALATE AFTER " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " BUSINESS DAYS" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      * The calendar is held in storage - every open item walks
      * its days outstanding against it, so re-reading the file
      * per day would cost a pass per day per item.
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-CAL-FILE
           IF WS-HOL-STATUS = "35"
               SET HOL-AT-EOF TO TRUE
           ELSE
               IF WS-HOL-STATUS NOT = "00"
                   DISPLAY "HWEXCAGE ABEND: HOLIDAY CALENDAR OPEN "
                       "FAILED - STATUS " WS-HOL-STATUS
                   CLOSE AGING-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL HOL-AT-EOF
               READ HOLIDAY-CAL-FILE
                   AT END
                       SET HOL-AT-EOF TO TRUE
                   NOT AT END
                       IF HOL-DATE IS NUMERIC
                           AND HOL-DATE > 0
                           AND HOL-DATE <= WS-BUSINESS-DATE
                           IF WS-HOL-COUNT < WS-HOL-MAX
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE TO HT-DATE(WS-HOL-COUNT)
                           ELSE
                               SET HOLIDAY-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOL-STATUS NOT = "35"
               CLOSE HOLIDAY-CAL-FILE
           END-IF
      * A calendar too big for the table would age items across
      * the missing holidays and page people early - say so.
           IF HOLIDAY-TABLE-FULL
               MOVE "HOLIDAY TABLE FULL - AGES MAY COUNT HOLIDAYS"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

      * No disposition file yet simply means nobody has posted
      * anything - every error and fatal on the log is open.
       OPEN-DISPOSITION-FILE.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DSP-STATUS = "35"
               MOVE "NO DISPOSITIONS ON FILE - ALL ITEMS OPEN"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               IF WS-DSP-STATUS NOT = "00"
                   DISPLAY "HWEXCAGE ABEND: DISPOSITION FILE OPEN "
                       "FAILED - STATUS " WS-DSP-STATUS
                   CLOSE AGING-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET DISPOSITION-IS-OPEN TO TRUE
           END-IF.

       OPEN-PAGE-FEED.
           OPEN OUTPUT PAGE-FEED-FILE
           IF WS-PGE-STATUS NOT = "00"
               DISPLAY "HWEXCAGE ABEND: PAGE FEED OPEN FAILED - "
                   "STATUS " WS-PGE-STATUS
               IF DISPOSITION-IS-OPEN
                   CLOSE DISPOSITION-FILE
               END-IF
               CLOSE AGING-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PAGE-FEED-IS-OPEN TO TRUE.

       PROCESS-EXCEPTION-LOG.
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               MOVE "EXCEPTION LOG NOT FOUND - NOTHING TO AGE"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET EXC-AT-EOF TO TRUE
           ELSE
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "HWEXCAGE ABEND: EXCEPTION LOG OPEN "
                       "FAILED - STATUS " WS-EXC-STATUS
                   CLOSE PAGE-FEED-FILE
                   CLOSE AGING-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL EXC-AT-EOF
               READ EXCEPTION-LOG-FILE
                   AT END
                       SET EXC-AT-EOF TO TRUE
                   NOT AT END
                       IF EX-SEV-ERROR OR EX-SEV-FATAL
                           PERFORM AGE-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXC-STATUS NOT = "35"
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       AGE-ONE-EXCEPTION.
           PERFORM LOOK-UP-DISPOSITION
           IF ITEM-RESOLVED
               ADD 1 TO WS-TOTAL-RESOLVED
           ELSE
               ADD 1 TO WS-TOTAL-AGED
               IF ITEM-ACKNOWLEDGED
                   ADD 1 TO WS-TOTAL-ACKED
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "ACK " DELIMITED BY SIZE
                       WS-ITEM-ACK-BY DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                   END-STRING
               ELSE
                   ADD 1 TO WS-TOTAL-NOT-ACKED
                   MOVE "OPEN" TO WS-STATUS-TEXT
               END-IF
               PERFORM COUNT-BUSINESS-DAYS
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               PERFORM WRITE-ITEM-LINES
               IF WS-AGE-DAYS > WS-THRESHOLD
                   PERFORM WRITE-PAGE-RECORD
               END-IF
           END-IF.

       LOOK-UP-DISPOSITION.
           SET ITEM-NOT-ACKNOWLEDGED TO TRUE
           MOVE SPACES TO WS-ITEM-ACK-BY
           IF DISPOSITION-IS-OPEN
               MOVE EX-LOG-DATE TO DP-LOG-DATE
               MOVE EX-LOG-TIME TO DP-LOG-TIME
               MOVE EX-PROGRAM TO DP-PROGRAM
               MOVE EX-CODE TO DP-CODE
               READ DISPOSITION-FILE
               EVALUATE WS-DSP-STATUS
                   WHEN "00"
                       IF DP-RESOLVED
                           SET ITEM-RESOLVED TO TRUE
                       END-IF
                       IF DP-ACKNOWLEDGED
                           SET ITEM-ACKNOWLEDGED TO TRUE
                           MOVE DP-ACK-BY TO WS-ITEM-ACK-BY
                       END-IF
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "HWEXCAGE ABEND: DISPOSITION READ "
                           "FAILED - STATUS " WS-DSP-STATUS
                       MOVE 16 TO WS-FINAL-RC
               END-EVALUATE
           END-IF.

      * Age = processing days after the logged day, up to and
      * including the business date. An item logged on the
      * business date itself (or later, on a catch-up run) is
      * zero days old.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-AGE-DAYS
           IF EX-LOG-DATE IS NUMERIC
               AND EX-LOG-DATE > 0
               AND EX-LOG-DATE < WS-BUSINESS-DATE
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EX-LOG-DATE) + 1
               PERFORM UNTIL WS-DAY-INTEGER > WS-BUSINESS-INTEGER
                   OR WS-AGE-DAYS = 9999
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                       TO WS-TEST-DATE
                   PERFORM CHECK-HOLIDAY-TABLE
                   IF NOT DATE-IS-HOLIDAY
                       ADD 1 TO WS-AGE-DAYS
                   END-IF
                   ADD 1 TO WS-DAY-INTEGER
               END-PERFORM
           END-IF.

       CHECK-HOLIDAY-TABLE.
           MOVE 'N' TO WS-HOLIDAY-SWITCH
           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HOL-COUNT
               OR DATE-IS-HOLIDAY
               IF HT-DATE(WS-HX) = WS-TEST-DATE
                   SET DATE-IS-HOLIDAY TO TRUE
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINES.
           MOVE EX-LOG-TIME(1:2) TO WS-TD-HH
           MOVE EX-LOG-TIME(3:2) TO WS-TD-MM
           MOVE EX-LOG-TIME(5:2) TO WS-TD-SS
           MOVE EX-LOG-DATE TO WS-DATE-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-AGE-DAYS > WS-THRESHOLD
               STRING WS-DATE-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-SEVERITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-CODE DELIMITED BY SIZE
                   "  AGE " DELIMITED BY SIZE
                   WS-AGE-DAYS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   "  *** ESCALATED" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING WS-DATE-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-SEVERITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EX-CODE DELIMITED BY SIZE
                   "  AGE " DELIMITED BY SIZE
                   WS-AGE-DAYS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "    " DELIMITED BY SIZE
               EX-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-PAGE-RECORD.
           MOVE WS-BUSINESS-DATE TO PG-BUSINESS-DATE
           MOVE EX-LOG-DATE TO PG-LOG-DATE
           MOVE EX-LOG-TIME TO PG-LOG-TIME
           MOVE EX-PROGRAM TO PG-PROGRAM
           MOVE EX-SEVERITY TO PG-SEVERITY
           MOVE EX-CODE TO PG-CODE
           MOVE WS-AGE-DAYS TO PG-AGE-DAYS
           IF ITEM-ACKNOWLEDGED
               SET PG-ACKNOWLEDGED TO TRUE
           ELSE
               SET PG-NOT-ACKNOWLEDGED TO TRUE
           END-IF
           MOVE WS-ITEM-ACK-BY TO PG-ACK-BY
           MOVE EX-TEXT TO PG-TEXT
           WRITE PAGE-FEED-RECORD
           IF WS-PGE-STATUS NOT = "00"
               DISPLAY "HWEXCAGE ABEND: PAGE FEED WRITE FAILED - "
                   "STATUS " WS-PGE-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-TOTAL-ESCALATED
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "OPEN ITEMS TOTALS" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-RESOLVED TO WS-COUNT-DISPLAY
           STRING "  RESOLVED (NOT LISTED): " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-NOT-ACKED TO WS-COUNT-DISPLAY
           STRING "  OPEN, NOT ACKNOWLEDGED: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-ACKED TO WS-COUNT-DISPLAY
           STRING "  ACKNOWLEDGED, OPEN    : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-ESCALATED TO WS-COUNT-DISPLAY
           STRING "  ESCALATED TO PAGING   : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-COUNT-DISPLAY
           STRING "HWEXCAGE COMPLETE - RC=" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-HEADING-1
           STRING "HWEXCAGE - OPEN EXCEPTION ITEMS AGING"
               DELIMITED BY SIZE
               "     PAGE " DELIMITED BY SIZE
               WS-PAGE-NUMBER DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-HEADING-2
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-2
           END-STRING
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
