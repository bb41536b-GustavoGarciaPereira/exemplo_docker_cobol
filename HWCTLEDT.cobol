       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWCTLEDT.
      *****************************************************
      * HWCTLEDT - pre-flight edit of an HWCTL card deck.
      * Run in the afternoon against the PROPOSED control
      * deck for tonight's HELLOJOB, so a bad card is fixed
      * before the window instead of being found by
      * HWDriver at 2 a.m. Every card is listed with its
      * projected iteration volume (the values the range
      * will actually produce) and flagged for:
      *   - field errors - the same edits, in the same
      *     order, as HWDriver's VALIDATE-CONTROL-CARD,
      *     including a stream not defined or not active on
      *     the stream master (HWSTRMST); a card with no
      *     cutoff is edited under the stream's default
      *   - an expected value that is not the final value
      *     the start/end/direction/step produce (zero
      *     means "compute it", as in HWDriver)
      *   - a stream differing from the deck's first valid
      *     card - HWDriver rejects it at run time
      *   - a cutoff already past when the window opens
      *     (HWEDTCTL cols 1-4 HHMM; blank = now) - the run
      *     would pause on its first value
      *   - a range overlapping CONTADOR values already on
      *     RUNMSTR, or run ranges already on RUNREG, for
      *     the coming business date (HWBUSDT) - yesterday's
      *     cards left in the member would double-post; a run
      *     HWVOIDRN has voided is off RUNMSTR and no longer
      *     holds its range, so its corrected rerun is clean
      * RETURN-CODE: 0 deck clean, 4 deck empty or an
      * overlap check skipped (file not found), 8 cards
      * flagged or no business date or deck too large for
      * HWDriver, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO HWCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO HWMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO HWRUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT EDIT-CTL-FILE ASSIGN TO HWEDTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDC-STATUS.
           SELECT EDIT-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREG.
       FD  EDIT-CTL-FILE.
       01  EDIT-CONTROL-CARD.
           05 EDC-WINDOW-OPEN           PIC X(4).
       FD  EDIT-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-REG-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-OPEN-SWITCH            PIC X VALUE 'N'.
           88 STREAM-MASTER-OPEN        VALUE 'Y'.
       01 WS-EDC-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-EOF-SWITCH             PIC X VALUE 'N'.
           88 CTL-AT-EOF                VALUE 'Y'.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-MST-EOF-SWITCH             PIC X VALUE 'N'.
           88 MST-AT-EOF                VALUE 'Y'.
       01 WS-REG-EOF-SWITCH             PIC X VALUE 'N'.
           88 REG-AT-EOF                VALUE 'Y'.
       01 WS-BUSINESS-DATE-SWITCH       PIC X VALUE 'N'.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-LIMIT-SWITCH               PIC X VALUE 'N'.
           88 CARD-LIMIT-EXCEEDED       VALUE 'Y'.
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-WINDOW-OPEN                PIC 9(4) VALUE 0.
       01 WS-NOW-TIME                   PIC 9(8) VALUE 0.
       01 WS-DECK-STREAM                PIC X(2) VALUE SPACES.
       01 WS-CHECK-STREAM               PIC X(2) VALUE SPACES.
       01 WS-CHECK-LOW                  PIC 9(6) VALUE 0.
       01 WS-CHECK-HIGH                 PIC 9(6) VALUE 0.
       01 WS-CARD-MAX                   PIC 9(4) COMP VALUE 500.
       01 WS-CARD-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-CX                         PIC 9(4) COMP VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 500 TIMES.
               10 CE-CARD-IMAGE         PIC X(31).
               10 CE-START-VALUE        PIC 9(6).
               10 CE-END-VALUE          PIC 9(6).
               10 CE-EXPECTED-VALUE     PIC 9(6).
               10 CE-DIRECTION          PIC X.
               10 CE-STEP-VALUE         PIC 9(6).
               10 CE-CUTOFF-TIME        PIC 9(4).
               10 CE-STREAM             PIC X(2).
               10 CE-LOW-VALUE          PIC 9(6).
               10 CE-HIGH-VALUE         PIC 9(6).
               10 CE-FINAL-VALUE        PIC 9(6).
               10 CE-ITERATIONS         PIC 9(8).
               10 CE-FIELD-ERROR        PIC X(40).
               10 CE-EXPECT-SWITCH      PIC X.
                   88 CE-EXPECT-WRONG   VALUE 'Y'.
               10 CE-STREAM-SWITCH      PIC X.
                   88 CE-STREAM-MIXED   VALUE 'Y'.
               10 CE-CUTOFF-SWITCH      PIC X.
                   88 CE-CUTOFF-PAST    VALUE 'Y'.
               10 CE-MST-HITS           PIC 9(8).
               10 CE-MST-FIRST          PIC 9(6).
               10 CE-MST-LAST           PIC 9(6).
               10 CE-REG-HITS           PIC 9(4).
               10 CE-REG-RUN-ID         PIC X(8).
       01 WS-VOID-MAX                   PIC 9(4) COMP VALUE 100.
       01 WS-VOID-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-VX                         PIC 9(4) COMP VALUE 0.
       01 WS-VOID-FOUND-SWITCH          PIC X VALUE 'N'.
           88 RUN-WAS-VOIDED            VALUE 'Y'.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 100 TIMES.
               10 VR-RUN-ID             PIC X(8).
               10 VR-STREAM             PIC X(2).
       01 WS-RANGE-SPAN                 PIC 9(8) COMP VALUE 0.
       01 WS-WHOLE-STEPS                PIC 9(8) COMP VALUE 0.
       01 WS-DECK-ITERATIONS            PIC 9(10) VALUE 0.
       01 WS-FLAGGED-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-CARD-FLAGS                 PIC 9(4) COMP VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-CARD-DISPLAY               PIC 9(4).
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-VALUE-DISPLAY              PIC 9(6).
       01 WS-VALUE-DISPLAY-2            PIC 9(6).
       01 WS-TIME-DISPLAY               PIC 9(4).
       01 WS-TIME-DISPLAY-2             PIC 9(4).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-TOTAL-DISPLAY              PIC 9(10).
       01 WS-RC-DISPLAY                 PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-EDIT
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-WINDOW-OPEN
           PERFORM LOAD-CONTROL-DECK
           IF WS-CARD-COUNT > 0
               IF BUSINESS-DATE-FOUND
                   PERFORM SCAN-RUN-MASTER
                   PERFORM LOAD-VOIDED-RUNS
                   PERFORM SCAN-RUN-REGISTRY
               END-IF
               PERFORM WRITE-CARD-LISTING
           END-IF
           PERFORM WRITE-EDIT-VERDICT
           CLOSE EDIT-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-EDIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT EDIT-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWCTLEDT ABEND: EDIT-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWCTLEDT - CONTROL DECK PRE-FLIGHT EDIT  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * The coming business date is the live one on HWBUSDT -
      * tonight's runs stamp it on RUNREG and RUNMSTR, and it
      * only moves when HWDATJOB rolls it after the day closes.
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
               STRING "COMING BUSINESS DATE: " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE "NO BUSINESS DATE ON FILE - OVERLAP NOT CHECKED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       READ-WINDOW-OPEN.
           MOVE SPACES TO EDIT-CONTROL-CARD
           OPEN INPUT EDIT-CTL-FILE
           IF WS-EDC-STATUS = "00"
               READ EDIT-CTL-FILE
                   AT END
                       MOVE SPACES TO EDIT-CONTROL-CARD
               END-READ
               CLOSE EDIT-CTL-FILE
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           EVALUATE TRUE
               WHEN EDC-WINDOW-OPEN = SPACES
                   MOVE WS-NOW-TIME(1:4) TO WS-WINDOW-OPEN
               WHEN EDC-WINDOW-OPEN IS NOT NUMERIC
                   OR EDC-WINDOW-OPEN > "2359"
                   MOVE "WINDOW OPEN TIME NOT HHMM - USING THE CLOCK"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE WS-NOW-TIME(1:4) TO WS-WINDOW-OPEN
               WHEN OTHER
                   MOVE EDC-WINDOW-OPEN TO WS-WINDOW-OPEN
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WINDOW-OPEN TO WS-TIME-DISPLAY
           STRING "WINDOW OPENS AT: " DELIMITED BY SIZE
               WS-TIME-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       LOAD-CONTROL-DECK.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS = "00"
               SET STREAM-MASTER-OPEN TO TRUE
           ELSE
               MOVE "STREAM MASTER NOT AVAILABLE - HWDRIVER WOULD "
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "REJECT EVERY CARD" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTL-STATUS = "35"
               SET CTL-AT-EOF TO TRUE
           ELSE
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "HWCTLEDT ABEND: CONTROL DECK OPEN "
                       "FAILED - STATUS " WS-CTL-STATUS
                   CLOSE EDIT-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL CTL-AT-EOF
               READ CONTROL-CARD-FILE
                   AT END
                       SET CTL-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-CONTROL-CARD
               END-READ
           END-PERFORM
           IF WS-CTL-STATUS NOT = "35"
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF STREAM-MASTER-OPEN
               CLOSE STREAM-MASTER-FILE
           END-IF
           IF WS-CARD-COUNT = 0
               MOVE "DECK IS EMPTY - HWDRIVER WOULD RUN ITS DEFAULT "
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "RANGE 000001-000010" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

      * Blank cards are skipped and the table limit is a hard
      * stop, both exactly as HWDriver loads the deck - a deck
      * HWDriver would refuse outright is flagged as a whole.
       STORE-CONTROL-CARD.
           IF CONTROL-CARD-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-CARD-COUNT >= WS-CARD-MAX
                   MOVE "DECK EXCEEDS HWDRIVER CARD LIMIT (500) - "
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE "NO CARD WOULD RUN, SPLIT THE DECK"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   SET CARD-LIMIT-EXCEEDED TO TRUE
                   MOVE 8 TO WS-FINAL-RC
                   SET CTL-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CARD-COUNT
                   MOVE WS-CARD-COUNT TO WS-CX
                   PERFORM NOTE-ONE-CARD
                   PERFORM EDIT-CARD-FIELDS
                   IF CE-FIELD-ERROR(WS-CX) = SPACES
                       PERFORM PROJECT-CARD-RANGE
                       PERFORM EDIT-CARD-SCHEDULE
                   END-IF
               END-IF
           END-IF.

       NOTE-ONE-CARD.
           MOVE CONTROL-CARD-RECORD TO CE-CARD-IMAGE(WS-CX)
           MOVE CTL-START-VALUE TO CE-START-VALUE(WS-CX)
           MOVE CTL-END-VALUE TO CE-END-VALUE(WS-CX)
           MOVE CTL-EXPECTED-VALUE TO CE-EXPECTED-VALUE(WS-CX)
           IF CTL-DIR-DESCENDING
               MOVE 'D' TO CE-DIRECTION(WS-CX)
           ELSE
               MOVE 'A' TO CE-DIRECTION(WS-CX)
           END-IF
           IF CTL-STEP-VALUE = SPACES
               MOVE 1 TO CE-STEP-VALUE(WS-CX)
           ELSE
               MOVE CTL-STEP-VALUE TO CE-STEP-VALUE(WS-CX)
           END-IF
           IF CTL-CUTOFF-TIME = SPACES
               MOVE 0 TO CE-CUTOFF-TIME(WS-CX)
           ELSE
               MOVE CTL-CUTOFF-TIME TO CE-CUTOFF-TIME(WS-CX)
           END-IF
           IF CTL-STREAM-CODE = SPACES
               MOVE "A " TO CE-STREAM(WS-CX)
           ELSE
               MOVE CTL-STREAM-CODE TO CE-STREAM(WS-CX)
           END-IF
           MOVE 0 TO CE-LOW-VALUE(WS-CX)
           MOVE 0 TO CE-HIGH-VALUE(WS-CX)
           MOVE 0 TO CE-FINAL-VALUE(WS-CX)
           MOVE 0 TO CE-ITERATIONS(WS-CX)
           MOVE SPACES TO CE-FIELD-ERROR(WS-CX)
           MOVE 'N' TO CE-EXPECT-SWITCH(WS-CX)
           MOVE 'N' TO CE-STREAM-SWITCH(WS-CX)
           MOVE 'N' TO CE-CUTOFF-SWITCH(WS-CX)
           MOVE 0 TO CE-MST-HITS(WS-CX)
           MOVE 0 TO CE-MST-FIRST(WS-CX)
           MOVE 0 TO CE-MST-LAST(WS-CX)
           MOVE 0 TO CE-REG-HITS(WS-CX)
           MOVE SPACES TO CE-REG-RUN-ID(WS-CX).

      * Kept in step with HWDriver's VALIDATE-CONTROL-CARD so
      * the first error named here is the one HWDriver would
      * reject the card for.
       EDIT-CARD-FIELDS.
           EVALUATE TRUE
               WHEN CTL-START-VALUE IS NOT NUMERIC
                   OR CTL-END-VALUE IS NOT NUMERIC
                   OR CTL-EXPECTED-VALUE IS NOT NUMERIC
                   MOVE "START/END/EXPECTED NOT NUMERIC"
                       TO CE-FIELD-ERROR(WS-CX)
               WHEN NOT CTL-DIR-ASCENDING
                   AND NOT CTL-DIR-DESCENDING
                   MOVE "DIRECTION NOT 'A'/'D'/BLANK"
                       TO CE-FIELD-ERROR(WS-CX)
               WHEN CE-STEP-VALUE(WS-CX) IS NOT NUMERIC
                   MOVE "STEP NOT NUMERIC" TO CE-FIELD-ERROR(WS-CX)
               WHEN CE-STEP-VALUE(WS-CX) = 0
                   MOVE "STEP OF ZERO NEVER ADVANCES"
                       TO CE-FIELD-ERROR(WS-CX)
               WHEN CTL-CUTOFF-TIME NOT = SPACES
                   AND CTL-CUTOFF-TIME IS NOT NUMERIC
                   MOVE "CUTOFF NOT NUMERIC" TO CE-FIELD-ERROR(WS-CX)
               WHEN CTL-CUTOFF-TIME IS NUMERIC
                   AND CTL-CUTOFF-TIME > 2359
                   MOVE "CUTOFF PAST 2359" TO CE-FIELD-ERROR(WS-CX)
               WHEN CTL-DIR-DESCENDING
                   AND CTL-START-VALUE < CTL-END-VALUE
                   MOVE "DESCENDING START BELOW END"
                       TO CE-FIELD-ERROR(WS-CX)
               WHEN CTL-DIR-ASCENDING
                   AND CTL-START-VALUE > CTL-END-VALUE
                   MOVE "START EXCEEDS END" TO CE-FIELD-ERROR(WS-CX)
           END-EVALUATE
           IF CE-FIELD-ERROR(WS-CX) = SPACES
               PERFORM EDIT-CARD-STREAM
           END-IF.

      * The stream edits of HWDriver's CHECK-CARD-STREAM,
      * including the stream's default cutoff on a card that
      * carries none, so the cutoff edit below sees the cutoff
      * the run will really have.
       EDIT-CARD-STREAM.
           IF NOT STREAM-MASTER-OPEN
               MOVE "STREAM MASTER UNAVAILABLE"
                   TO CE-FIELD-ERROR(WS-CX)
           ELSE
               MOVE CE-STREAM(WS-CX) TO SM-STREAM
               READ STREAM-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-STM-STATUS = "23"
                       STRING "STREAM " DELIMITED BY SIZE
                           CE-STREAM(WS-CX) DELIMITED BY SIZE
                           " NOT DEFINED ON STREAM MASTER"
                           DELIMITED BY SIZE
                           INTO CE-FIELD-ERROR(WS-CX)
                       END-STRING
                   WHEN WS-STM-STATUS NOT = "00"
                       STRING "STREAM MASTER READ FAILED - STATUS "
                           DELIMITED BY SIZE
                           WS-STM-STATUS DELIMITED BY SIZE
                           INTO CE-FIELD-ERROR(WS-CX)
                       END-STRING
                   WHEN NOT SM-ACTIVE
                       STRING "STREAM " DELIMITED BY SIZE
                           CE-STREAM(WS-CX) DELIMITED BY SIZE
                           " NOT ACTIVE ON STREAM MASTER"
                           DELIMITED BY SIZE
                           INTO CE-FIELD-ERROR(WS-CX)
                       END-STRING
                   WHEN CE-CUTOFF-TIME(WS-CX) = 0
                       AND SM-DEFAULT-CUTOFF IS NUMERIC
                       AND SM-DEFAULT-CUTOFF > 0
                       MOVE SM-DEFAULT-CUTOFF TO CE-CUTOFF-TIME(WS-CX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Final value and volume worked the way HWDriver's
      * COMPUTE-EXPECTED-FINAL does: the largest whole number of
      * strides that stays inside the range.
       PROJECT-CARD-RANGE.
           IF CE-DIRECTION(WS-CX) = 'D'
               COMPUTE WS-RANGE-SPAN = CE-START-VALUE(WS-CX)
                   - CE-END-VALUE(WS-CX)
               COMPUTE WS-WHOLE-STEPS = WS-RANGE-SPAN
                   / CE-STEP-VALUE(WS-CX)
               COMPUTE CE-FINAL-VALUE(WS-CX) = CE-START-VALUE(WS-CX)
                   - (WS-WHOLE-STEPS * CE-STEP-VALUE(WS-CX))
               MOVE CE-FINAL-VALUE(WS-CX) TO CE-LOW-VALUE(WS-CX)
               MOVE CE-START-VALUE(WS-CX) TO CE-HIGH-VALUE(WS-CX)
           ELSE
               COMPUTE WS-RANGE-SPAN = CE-END-VALUE(WS-CX)
                   - CE-START-VALUE(WS-CX)
               COMPUTE WS-WHOLE-STEPS = WS-RANGE-SPAN
                   / CE-STEP-VALUE(WS-CX)
               COMPUTE CE-FINAL-VALUE(WS-CX) = CE-START-VALUE(WS-CX)
                   + (WS-WHOLE-STEPS * CE-STEP-VALUE(WS-CX))
               MOVE CE-START-VALUE(WS-CX) TO CE-LOW-VALUE(WS-CX)
               MOVE CE-FINAL-VALUE(WS-CX) TO CE-HIGH-VALUE(WS-CX)
           END-IF
           COMPUTE CE-ITERATIONS(WS-CX) = WS-WHOLE-STEPS + 1
           ADD CE-ITERATIONS(WS-CX) TO WS-DECK-ITERATIONS
           IF CE-EXPECTED-VALUE(WS-CX) NOT = 0
               AND CE-EXPECTED-VALUE(WS-CX)
                   NOT = CE-FINAL-VALUE(WS-CX)
               SET CE-EXPECT-WRONG(WS-CX) TO TRUE
           END-IF.

      * The deck's stream is set by its first valid card, as
      * HWDriver sets the batch stream.
       EDIT-CARD-SCHEDULE.
           IF WS-DECK-STREAM = SPACES
               MOVE CE-STREAM(WS-CX) TO WS-DECK-STREAM
           ELSE
               IF CE-STREAM(WS-CX) NOT = WS-DECK-STREAM
                   SET CE-STREAM-MIXED(WS-CX) TO TRUE
               END-IF
           END-IF
           IF CE-CUTOFF-TIME(WS-CX) > 0
               AND CE-CUTOFF-TIME(WS-CX) <= WS-WINDOW-OPEN
               SET CE-CUTOFF-PAST(WS-CX) TO TRUE
           END-IF.

      * Every value already loaded for the coming business date
      * is held against every valid card of the same stream.
       SCAN-RUN-MASTER.
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS = "35"
               MOVE "RUN MASTER NOT FOUND - MASTER OVERLAP NOT CHECKED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               SET MST-AT-EOF TO TRUE
           ELSE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "HWCTLEDT ABEND: RUN-MASTER OPEN "
                       "FAILED - STATUS " WS-MST-STATUS
                   CLOSE EDIT-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT MST-AT-EOF
               MOVE WS-BUSINESS-DATE TO RM-RUN-DATE
               MOVE LOW-VALUES TO RM-RUN-ID
               MOVE LOW-VALUES TO RM-STREAM
               MOVE 0 TO RM-CONTADOR
               START RUN-MASTER-FILE KEY >= RM-KEY
               IF WS-MST-STATUS NOT = "00"
                   SET MST-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL MST-AT-EOF
               READ RUN-MASTER-FILE NEXT
                   AT END
                       SET MST-AT-EOF TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-BUSINESS-DATE
                           SET MST-AT-EOF TO TRUE
                       ELSE
                           PERFORM MATCH-MASTER-VALUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MST-STATUS NOT = "35"
               CLOSE RUN-MASTER-FILE
           END-IF.

       MATCH-MASTER-VALUE.
           IF RM-STREAM = SPACES
               MOVE "A " TO WS-CHECK-STREAM
           ELSE
               MOVE RM-STREAM TO WS-CHECK-STREAM
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CARD-COUNT
               IF CE-FIELD-ERROR(WS-CX) = SPACES
                   AND CE-STREAM(WS-CX) = WS-CHECK-STREAM
                   AND RM-CONTADOR >= CE-LOW-VALUE(WS-CX)
                   AND RM-CONTADOR <= CE-HIGH-VALUE(WS-CX)
                   IF CE-MST-HITS(WS-CX) = 0
                       MOVE RM-CONTADOR TO CE-MST-FIRST(WS-CX)
                   END-IF
                   MOVE RM-CONTADOR TO CE-MST-LAST(WS-CX)
                   ADD 1 TO CE-MST-HITS(WS-CX)
               END-IF
           END-PERFORM.

      * A VOID entry follows its run's assignment on the
      * registry, so the day's voided runs are gathered first and
      * the range scan passes over them.
       LOAD-VOIDED-RUNS.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL REG-AT-EOF
                   READ RUN-REGISTRY-FILE
                       AT END
                           SET REG-AT-EOF TO TRUE
                       NOT AT END
                           IF RR-RUN-DATE = WS-BUSINESS-DATE
                               AND RR-VOID-ENTRY
                               AND WS-VOID-COUNT < WS-VOID-MAX
                               ADD 1 TO WS-VOID-COUNT
                               MOVE RR-RUN-ID
                                   TO VR-RUN-ID(WS-VOID-COUNT)
                               IF RR-STREAM = SPACES
                                   MOVE "A "
                                       TO VR-STREAM(WS-VOID-COUNT)
                               ELSE
                                   MOVE RR-STREAM
                                       TO VR-STREAM(WS-VOID-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
           END-IF
           MOVE 'N' TO WS-REG-EOF-SWITCH.

      * The registry catches what the master cannot yet show:
      * a run earlier today whose values are not loaded, or a
      * run still in progress.
       SCAN-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
               MOVE "RUN REGISTRY NOT FOUND - REGISTRY OVERLAP NOT "
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE "CHECKED" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               SET REG-AT-EOF TO TRUE
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "HWCTLEDT ABEND: RUN REGISTRY OPEN "
                       "FAILED - STATUS " WS-REG-STATUS
                   CLOSE EDIT-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL REG-AT-EOF
               READ RUN-REGISTRY-FILE
                   AT END
                       SET REG-AT-EOF TO TRUE
                   NOT AT END
                       IF RR-RUN-DATE = WS-BUSINESS-DATE
                           PERFORM MATCH-REGISTRY-RANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REG-STATUS NOT = "35"
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       MATCH-REGISTRY-RANGE.
           IF RR-STREAM = SPACES
               MOVE "A " TO WS-CHECK-STREAM
           ELSE
               MOVE RR-STREAM TO WS-CHECK-STREAM
           END-IF
           MOVE 'N' TO WS-VOID-FOUND-SWITCH
           PERFORM VARYING WS-VX FROM 1 BY 1
               UNTIL WS-VX > WS-VOID-COUNT OR RUN-WAS-VOIDED
               IF VR-RUN-ID(WS-VX) = RR-RUN-ID
                   AND VR-STREAM(WS-VX) = WS-CHECK-STREAM
                   SET RUN-WAS-VOIDED TO TRUE
               END-IF
           END-PERFORM
           IF RR-START-VALUE > RR-END-VALUE
               MOVE RR-END-VALUE TO WS-CHECK-LOW
               MOVE RR-START-VALUE TO WS-CHECK-HIGH
           ELSE
               MOVE RR-START-VALUE TO WS-CHECK-LOW
               MOVE RR-END-VALUE TO WS-CHECK-HIGH
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CARD-COUNT
               IF CE-FIELD-ERROR(WS-CX) = SPACES
                   AND NOT RUN-WAS-VOIDED
                   AND CE-STREAM(WS-CX) = WS-CHECK-STREAM
                   AND WS-CHECK-LOW <= CE-HIGH-VALUE(WS-CX)
                   AND WS-CHECK-HIGH >= CE-LOW-VALUE(WS-CX)
                   IF CE-REG-HITS(WS-CX) = 0
                       MOVE RR-RUN-ID TO CE-REG-RUN-ID(WS-CX)
                   END-IF
                   ADD 1 TO CE-REG-HITS(WS-CX)
               END-IF
           END-PERFORM.

       WRITE-CARD-LISTING.
           MOVE "CARD  START   END     EXP    DIR STEP   CUT  STRM  "
               TO WS-DETAIL-LINE
           MOVE "ITERATIONS" TO WS-DETAIL-LINE(52:10)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CARD-COUNT
               PERFORM WRITE-ONE-CARD
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-ONE-CARD.
           MOVE 0 TO WS-CARD-FLAGS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CX TO WS-CARD-DISPLAY
           IF CE-FIELD-ERROR(WS-CX) NOT = SPACES
               STRING WS-CARD-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CE-CARD-IMAGE(WS-CX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "      *** FIELD ERROR: " DELIMITED BY SIZE
                   CE-FIELD-ERROR(WS-CX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-CARD-FLAGS
           ELSE
               MOVE WS-CARD-DISPLAY TO WS-DETAIL-LINE(1:4)
               MOVE CE-START-VALUE(WS-CX) TO WS-DETAIL-LINE(7:6)
               MOVE CE-END-VALUE(WS-CX) TO WS-DETAIL-LINE(15:6)
               MOVE CE-EXPECTED-VALUE(WS-CX) TO WS-DETAIL-LINE(23:6)
               MOVE CE-DIRECTION(WS-CX) TO WS-DETAIL-LINE(31:1)
               MOVE CE-STEP-VALUE(WS-CX) TO WS-DETAIL-LINE(34:6)
               MOVE CE-CUTOFF-TIME(WS-CX) TO WS-DETAIL-LINE(41:4)
               MOVE CE-STREAM(WS-CX) TO WS-DETAIL-LINE(46:2)
               MOVE CE-ITERATIONS(WS-CX) TO WS-DETAIL-LINE(52:8)
               PERFORM WRITE-RPT-LINE
               PERFORM WRITE-CARD-FLAGS
           END-IF
           IF WS-CARD-FLAGS > 0
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       WRITE-CARD-FLAGS.
           IF CE-EXPECT-WRONG(WS-CX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CE-EXPECTED-VALUE(WS-CX) TO WS-VALUE-DISPLAY
               MOVE CE-FINAL-VALUE(WS-CX) TO WS-VALUE-DISPLAY-2
               STRING "      *** EXPECTED " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   " BUT THE RANGE FINISHES AT " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-CARD-FLAGS
           END-IF
           IF CE-STREAM-MIXED(WS-CX)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "      *** STREAM " DELIMITED BY SIZE
                   CE-STREAM(WS-CX) DELIMITED BY SIZE
                   " IN A STREAM " DELIMITED BY SIZE
                   WS-DECK-STREAM DELIMITED BY SIZE
                   " DECK - HWDRIVER WILL REJECT IT" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-CARD-FLAGS
           END-IF
           IF CE-CUTOFF-PAST(WS-CX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CE-CUTOFF-TIME(WS-CX) TO WS-TIME-DISPLAY
               MOVE WS-WINDOW-OPEN TO WS-TIME-DISPLAY-2
               STRING "      *** CUTOFF " DELIMITED BY SIZE
                   WS-TIME-DISPLAY DELIMITED BY SIZE
                   " ALREADY PAST AT WINDOW OPEN " DELIMITED BY SIZE
                   WS-TIME-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-CARD-FLAGS
           END-IF
           IF CE-MST-HITS(WS-CX) > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CE-MST-HITS(WS-CX) TO WS-COUNT-DISPLAY
               MOVE CE-MST-FIRST(WS-CX) TO WS-VALUE-DISPLAY
               MOVE CE-MST-LAST(WS-CX) TO WS-VALUE-DISPLAY-2
               STRING "      *** " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " VALUES ALREADY ON RUNMSTR (" DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-CARD-FLAGS
           END-IF
           IF CE-REG-HITS(WS-CX) > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE CE-REG-HITS(WS-CX) TO WS-CARD-DISPLAY
               STRING "      *** OVERLAPS " DELIMITED BY SIZE
                   WS-CARD-DISPLAY DELIMITED BY SIZE
                   " RUN(S) ON RUNREG, FIRST " DELIMITED BY SIZE
                   CE-REG-RUN-ID(WS-CX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-CARD-FLAGS
           END-IF.

       WRITE-EDIT-VERDICT.
           IF WS-FLAGGED-COUNT > 0 AND WS-FINAL-RC < 8
               MOVE 8 TO WS-FINAL-RC
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CARD-COUNT TO WS-CARD-DISPLAY
           MOVE WS-DECK-ITERATIONS TO WS-TOTAL-DISPLAY
           STRING "CARDS: " DELIMITED BY SIZE
               WS-CARD-DISPLAY DELIMITED BY SIZE
               "  PROJECTED ITERATIONS: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FLAGGED-COUNT TO WS-CARD-DISPLAY
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           IF WS-FINAL-RC >= 8
               STRING "HWCTLEDT DECK NOT READY - CARDS FLAGGED: "
                   DELIMITED BY SIZE
                   WS-CARD-DISPLAY DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING "HWCTLEDT DECK READY - RC=" DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
