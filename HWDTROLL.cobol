      *                   absent or empty)
      *   SET yyyymmdd  - set an explicit date, rejected
      *                   when the date is on the holiday
      *                   calendar; a date after the live
      *                   one is gated like a ROLL
      *   FORCE initials - ROLL even though the day-close
      *                   checklist still shows the day
      *                   open; the override and who made
      *                   it go to the exception log
      *   REPORT        - show the live date and the day-
      *                   close checklist, change nothing
      * A ROLL is gated on the day-close checklist: every
      * stream active on the stream master (HWSTRMST; no
      * master reads as stream A alone) must have a live
      * HWDAYCLS record for the business date with status
      * closed, written by the HWDAYCLS check step. The
      * checklist prints one line per stream showing which
      * item - audit 'E' records, pending checkpoint, run
      * lock, run-master load, transmission - holds the day
      * open, and the ROLL is refused until it is clean. A
      * SET forward passes the same gate - only FORCE moves
      * the date past an open day, and FORCE is logged.
      * Every change appends a fresh BUSINESS-DATE-RECORD
      * (the last record is live), so the roll history is
      * its own audit trail. A ROLL that cannot find a
      * processing day within 60 calendar days is refused
      * - that is a broken calendar, not a long weekend.
      * RETURN-CODE: 0 date rolled/set, 4 report only or
      * rolled by FORCE over an open day, 8 action
      * rejected or ROLL/SET refused with the day open, 16
      * file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DATE-CTL-FILE ASSIGN TO HWDATCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DAY-CLOSE-FILE ASSIGN TO HWDAYCLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT ROLL-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
               88 DAT-ACTION-ROLL       VALUE "ROLL  " SPACES.
               88 DAT-ACTION-SET        VALUE "SET   ".
               88 DAT-ACTION-REPORT     VALUE "REPORT".
               88 DAT-ACTION-FORCE      VALUE "FORCE ".
           05 FILLER                    PIC X(1).
           05 DAT-SET-DATE              PIC 9(8).
       01  DATE-FORCE-CARD.
           05 FILLER                    PIC X(6).
           05 DAT-FORCE-FIELD           PIC X(9).
       FD  DAY-CLOSE-FILE.
           COPY CLOSEREC.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  ROLL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'W'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-CLS-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-HOL-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-HOLIDAY-SWITCH             PIC X VALUE 'N'.
           88 DATE-IS-HOLIDAY           VALUE 'Y'.
       01 WS-CLS-EOF-SWITCH             PIC X VALUE 'N'.
           88 CLS-AT-EOF                VALUE 'Y'.
       01 WS-STM-EOF-SWITCH             PIC X VALUE 'N'.
           88 STM-AT-EOF                VALUE 'Y'.
       01 WS-STM-OPEN-SWITCH            PIC X VALUE 'N'.
           88 STREAM-MASTER-OPEN        VALUE 'Y'.
       01 WS-DAY-OPEN-SWITCH            PIC X VALUE 'N'.
           88 DAY-HELD-OPEN             VALUE 'Y'.
       01 WS-STREAM-FOUND-SWITCH        PIC X VALUE 'N'.
           88 STREAM-ENTRY-FOUND        VALUE 'Y'.
       01 WS-ACTION-CODE                PIC X(6) VALUE "ROLL  ".
       01 WS-FORCE-BY                   PIC X(8) VALUE SPACES.
       01 WS-MATCH-STREAM               PIC X(2) VALUE SPACES.
       01 WS-STREAM-MAX                 PIC 9(4) COMP VALUE 50.
       01 WS-STREAM-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-SX                         PIC 9(4) COMP VALUE 0.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 50 TIMES.
               10 AS-STREAM             PIC X(2).
               10 AS-CHECKED-SWITCH     PIC X.
                   88 AS-CHECKED        VALUE 'Y'.
               10 AS-CHECK-DATE         PIC 9(8).
               10 AS-CHECK-TIME         PIC 9(8).
               10 AS-AUDIT-SWITCH       PIC X.
               10 AS-CKPT-SWITCH        PIC X.
               10 AS-LOCK-SWITCH        PIC X.
               10 AS-MASTER-SWITCH      PIC X.
               10 AS-XMIT-SWITCH        PIC X.
               10 AS-DAY-STATUS         PIC X.
                   88 AS-DAY-CLOSED     VALUE 'C'.
       01 WS-ITEM-SWITCH                PIC X VALUE 'N'.
       01 WS-ITEM-TEXT                  PIC X(6) VALUE SPACES.
       01 WS-AUDIT-TEXT                 PIC X(6) VALUE SPACES.
       01 WS-CKPT-TEXT                  PIC X(6) VALUE SPACES.
       01 WS-LOCK-TEXT                  PIC X(6) VALUE SPACES.
       01 WS-MASTER-TEXT                PIC X(6) VALUE SPACES.
       01 WS-XMIT-TEXT                  PIC X(6) VALUE SPACES.
       01 WS-DAY-TEXT                   PIC X(6) VALUE SPACES.
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-NEW-DATE                   PIC 9(8) VALUE 0.
       01 WS-TEST-DATE                  PIC 9(8) VALUE 0.
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-TIME-DISPLAY               PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-ROLL
           EVALUATE WS-ACTION-CODE
               WHEN "REPORT"
                   PERFORM REPORT-LIVE-DATE
                   PERFORM CHECK-DAY-CLOSE
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               WHEN "SET   "
                   PERFORM SET-BUSINESS-DATE
               WHEN "FORCE "
                   PERFORM CHECK-DAY-CLOSE
                   PERFORM ROLL-BUSINESS-DATE
                   IF WS-FINAL-RC < 8
                       PERFORM LOG-ROLL-OVERRIDE
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-DAY-CLOSE
                   IF DAY-HELD-OPEN
                       PERFORM REFUSE-OPEN-DAY
                   ELSE
                       PERFORM ROLL-BUSINESS-DATE
                   END-IF
           END-EVALUATE
           CLOSE ROLL-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
                   END-IF
               WHEN DAT-ACTION-ROLL
                   MOVE "ROLL  " TO WS-ACTION-CODE
      * The initials may start in column 7 (one space after
      * FORCE) or column 8 - both spacings are accepted, as
      * HWRESTRT accepts them for its FORCE value. A FORCE with
      * no initials is no override at all.
               WHEN DAT-ACTION-FORCE
                   IF DAT-FORCE-FIELD(1:1) = SPACE
                       MOVE DAT-FORCE-FIELD(2:8) TO WS-FORCE-BY
                   ELSE
                       MOVE DAT-FORCE-FIELD(1:8) TO WS-FORCE-BY
                   END-IF
                   IF WS-FORCE-BY = SPACES
                       MOVE "ACTION REJECTED - FORCE NEEDS INITIALS"
                           TO WS-DETAIL-LINE
                       PERFORM WRITE-RPT-LINE
                       MOVE "REPORT" TO WS-ACTION-CODE
                       MOVE 8 TO WS-FINAL-RC
                   ELSE
                       MOVE "FORCE " TO WS-ACTION-CODE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "ACTION REJECTED - UNKNOWN ACTION '"

      * A SET must not land the batch on a closed day - the whole
      * point of the calendar - so a date on the holiday file is
      * refused outright. A SET forward leaves the live day behind
      * just as a ROLL does, so it is refused while the day-close
      * checklist shows the day open; a SET to the live date or
      * back is a correction and is not gated.
       SET-BUSINESS-DATE.
           MOVE WS-SET-TEXT TO WS-TEST-DATE
           PERFORM CHECK-HOLIDAY-CALENDAR
                   MOVE "WARNING - SET DATE NOT AFTER LIVE DATE"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
               ELSE
                   PERFORM CHECK-DAY-CLOSE
               END-IF
               IF DAY-HELD-OPEN
                   PERFORM REFUSE-OPEN-DAY
               ELSE
                   MOVE WS-TEST-DATE TO WS-NEW-DATE
                   PERFORM APPEND-BUSINESS-DATE
               END-IF
           END-IF.

      * The roll advances one calendar day at a time, skipping
               END-IF
           END-IF.

      * The gate reads the live day-close record (last one on
      * file) for the business date per active stream. A stream
      * HWDAYCLS never checked for the date is as open as one
      * that failed - the roll cannot tell it finished.
       CHECK-DAY-CLOSE.
           IF BUSINESS-DATE-FOUND
               PERFORM LOAD-ACTIVE-STREAMS
               PERFORM READ-DAY-CLOSE-FILE
               PERFORM WRITE-CLOSE-CHECKLIST
           END-IF.

      * Only streams active on the stream master hold the day
      * open - HWDRIVER runs nothing for an inactive one. With
      * no master defined yet the gate checks stream A alone; a
      * master that is there but cannot be read stops the roll.
       LOAD-ACTIVE-STREAMS.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS = "35"
               SET STM-AT-EOF TO TRUE
           ELSE
               IF WS-STM-STATUS NOT = "00"
                   DISPLAY "HWDTROLL ABEND: STREAM MASTER OPEN "
                       "FAILED - STATUS " WS-STM-STATUS
                   CLOSE ROLL-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET STREAM-MASTER-OPEN TO TRUE
           END-IF
           PERFORM UNTIL STM-AT-EOF
               READ STREAM-MASTER-FILE
                   AT END
                       SET STM-AT-EOF TO TRUE
                   NOT AT END
                       IF SM-ACTIVE
                           MOVE SM-STREAM TO WS-MATCH-STREAM
                           PERFORM NOTE-ACTIVE-STREAM
                       END-IF
               END-READ
           END-PERFORM
           IF STREAM-MASTER-OPEN
               CLOSE STREAM-MASTER-FILE
           END-IF
           IF WS-STREAM-COUNT = 0
               MOVE "A " TO WS-MATCH-STREAM
               PERFORM NOTE-ACTIVE-STREAM
           END-IF.

       NOTE-ACTIVE-STREAM.
           PERFORM FIND-STREAM-ENTRY
           IF NOT STREAM-ENTRY-FOUND
               IF WS-STREAM-COUNT >= WS-STREAM-MAX
                   MOVE "STREAM TABLE FULL - LATER STREAMS NOT CHECKED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   SET DAY-HELD-OPEN TO TRUE
               ELSE
                   ADD 1 TO WS-STREAM-COUNT
                   MOVE WS-STREAM-COUNT TO WS-SX
                   MOVE WS-MATCH-STREAM TO AS-STREAM(WS-SX)
                   MOVE 'N' TO AS-CHECKED-SWITCH(WS-SX)
                   MOVE 'O' TO AS-DAY-STATUS(WS-SX)
               END-IF
           END-IF.

       FIND-STREAM-ENTRY.
           MOVE 'N' TO WS-STREAM-FOUND-SWITCH
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               OR STREAM-ENTRY-FOUND
               IF AS-STREAM(WS-SX) = WS-MATCH-STREAM
                   SET STREAM-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SX
               END-IF
           END-PERFORM.

       READ-DAY-CLOSE-FILE.
           OPEN INPUT DAY-CLOSE-FILE
           IF WS-CLS-STATUS = "35"
               SET CLS-AT-EOF TO TRUE
           ELSE
               IF WS-CLS-STATUS NOT = "00"
                   DISPLAY "HWDTROLL ABEND: DAY-CLOSE FILE OPEN "
                       "FAILED - STATUS " WS-CLS-STATUS
                   CLOSE ROLL-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL CLS-AT-EOF
               READ DAY-CLOSE-FILE
                   AT END
                       SET CLS-AT-EOF TO TRUE
                   NOT AT END
                       IF DC-BUSINESS-DATE IS NUMERIC
                           AND DC-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM APPLY-CLOSE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLS-STATUS NOT = "35"
               CLOSE DAY-CLOSE-FILE
           END-IF.

       APPLY-CLOSE-RECORD.
           IF DC-STREAM = SPACES OR DC-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           ELSE
               MOVE DC-STREAM TO WS-MATCH-STREAM
           END-IF
           PERFORM FIND-STREAM-ENTRY
           IF STREAM-ENTRY-FOUND
               SET AS-CHECKED(WS-SX) TO TRUE
               MOVE DC-CHECK-DATE TO AS-CHECK-DATE(WS-SX)
               MOVE DC-CHECK-TIME TO AS-CHECK-TIME(WS-SX)
               MOVE DC-AUDIT-SWITCH TO AS-AUDIT-SWITCH(WS-SX)
               MOVE DC-CKPT-SWITCH TO AS-CKPT-SWITCH(WS-SX)
               MOVE DC-LOCK-SWITCH TO AS-LOCK-SWITCH(WS-SX)
               MOVE DC-MASTER-SWITCH TO AS-MASTER-SWITCH(WS-SX)
               MOVE DC-XMIT-SWITCH TO AS-XMIT-SWITCH(WS-SX)
               MOVE DC-DAY-STATUS TO AS-DAY-STATUS(WS-SX)
           END-IF.

       WRITE-CLOSE-CHECKLIST.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "DAY-CLOSE CHECKLIST FOR THE LIVE BUSINESS DATE:"
               TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  STREAM AUDIT-E CKPT   LOCK   MASTER XMIT   "
               DELIMITED BY SIZE
               "DAY    CHECKED" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               PERFORM WRITE-ONE-STREAM-LINE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           IF DAY-HELD-OPEN
               MOVE "DAY-CLOSE: OPEN - ITEMS MARKED OPEN HOLD THE DAY"
                   TO WS-DETAIL-LINE
           ELSE
               MOVE "DAY-CLOSE: CLOSED FOR EVERY ACTIVE STREAM"
                   TO WS-DETAIL-LINE
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-ONE-STREAM-LINE.
           IF NOT AS-DAY-CLOSED(WS-SX)
               SET DAY-HELD-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT AS-CHECKED(WS-SX)
               STRING "  " DELIMITED BY SIZE
                   AS-STREAM(WS-SX) DELIMITED BY SIZE
                   "     NOT CHECKED FOR THIS BUSINESS DATE - "
                   DELIMITED BY SIZE
                   "RUN HWDAYCLS" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               MOVE AS-AUDIT-SWITCH(WS-SX) TO WS-ITEM-SWITCH
               PERFORM FORMAT-CLOSE-ITEM
               MOVE WS-ITEM-TEXT TO WS-AUDIT-TEXT
               MOVE AS-CKPT-SWITCH(WS-SX) TO WS-ITEM-SWITCH
               PERFORM FORMAT-CLOSE-ITEM
               MOVE WS-ITEM-TEXT TO WS-CKPT-TEXT
               MOVE AS-LOCK-SWITCH(WS-SX) TO WS-ITEM-SWITCH
               PERFORM FORMAT-CLOSE-ITEM
               MOVE WS-ITEM-TEXT TO WS-LOCK-TEXT
               MOVE AS-MASTER-SWITCH(WS-SX) TO WS-ITEM-SWITCH
               PERFORM FORMAT-CLOSE-ITEM
               MOVE WS-ITEM-TEXT TO WS-MASTER-TEXT
               MOVE AS-XMIT-SWITCH(WS-SX) TO WS-ITEM-SWITCH
               PERFORM FORMAT-CLOSE-ITEM
               MOVE WS-ITEM-TEXT TO WS-XMIT-TEXT
               IF AS-DAY-CLOSED(WS-SX)
                   MOVE "CLOSED" TO WS-DAY-TEXT
               ELSE
                   MOVE "OPEN  " TO WS-DAY-TEXT
               END-IF
               MOVE AS-CHECK-DATE(WS-SX) TO WS-DATE-DISPLAY
               MOVE AS-CHECK-TIME(WS-SX) TO WS-TIME-DISPLAY
               STRING "  " DELIMITED BY SIZE
                   AS-STREAM(WS-SX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-AUDIT-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CKPT-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCK-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MASTER-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-XMIT-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-DISPLAY(1:6) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE.

       FORMAT-CLOSE-ITEM.
           IF WS-ITEM-SWITCH = 'Y'
               MOVE "OK    " TO WS-ITEM-TEXT
           ELSE
               MOVE "OPEN  " TO WS-ITEM-TEXT
           END-IF.

       REFUSE-OPEN-DAY.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-ACTION-CODE DELIMITED BY SPACE
               " REFUSED - DAY STILL OPEN: REPAIR AND RE-RUN "
               DELIMITED BY SIZE
               "HWDAYCLS, OR FORCE" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE
           MOVE 8 TO WS-FINAL-RC
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE "DAYOPEN " TO WS-EXC-CODE
           MOVE SPACES TO WS-EXC-TEXT
           STRING WS-ACTION-CODE DELIMITED BY SPACE
               " REFUSED - BUSINESS DAY STILL OPEN"
               DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM LOG-EXCEPTION.

      * An override is only worth having if it is on record - who
      * forced the roll, and whether the checklist was open when
      * they did, goes to the exception log with the date moved.
       LOG-ROLL-OVERRIDE.
           MOVE 'W' TO WS-EXC-SEVERITY
           MOVE "ROLLOVRD" TO WS-EXC-CODE
           MOVE SPACES TO WS-EXC-TEXT
           MOVE SPACES TO WS-DETAIL-LINE
           IF DAY-HELD-OPEN
               STRING "ROLL FORCED OVER OPEN DAY BY " DELIMITED BY SIZE
                   WS-FORCE-BY DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           ELSE
               STRING "FORCE ROLL BY " DELIMITED BY SIZE
                   WS-FORCE-BY DELIMITED BY SIZE
                   " - DAY WAS CLOSED" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
           END-IF
           STRING "OVERRIDE LOGGED: " DELIMITED BY SIZE
               WS-EXC-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE
           PERFORM LOG-EXCEPTION.

       CHECK-HOLIDAY-CALENDAR.
           MOVE 'N' TO WS-HOLIDAY-SWITCH
           MOVE 'N' TO WS-HOL-EOF-SWITCH
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * The same trouble the operator sees on SYSOUT is appended
      * to the common exception log so HWEXCRPT can answer "how
      * often does that happen" after the SYSOUT purges. The log
      * must never take the roll down with it - a log failure is
      * shown once and the run carries on.
       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWDTROLL WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWDTROLL" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
