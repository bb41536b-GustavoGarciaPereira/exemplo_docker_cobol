       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWPRTPLN.
      *****************************************************
      * HWPRTPLN - range partition planner.
      * A month-end range can hold one stream for most of
      * the window while another stream sits idle. This
      * program takes one master range from the HWPLNCTL
      * card (PARTCARD layout: start, end, direction,
      * step, expected total, optional cutoff, and up to
      * four streams in piece order) and splits it into
      * contiguous, step-aligned pieces - one per stream -
      * so the streams' HELLOJOBs can run the range side
      * by side. Every value the master range produces
      * falls in exactly one piece: the range's values are
      * shared out evenly, the first pieces taking one
      * extra value each when they do not divide, and
      * each piece starts one step past where the one
      * before it ends.
      * Piece n is written as a one-card HWCTL deck to
      * HWDECKn (CTLCARD layout, the piece's stream code,
      * the master direction, step and cutoff, and the
      * piece's final value as its expected value), so
      * HWDriver holds each piece to its own end point. A
      * master card with no cutoff gives the decks 0000,
      * which HWDriver reads as the stream's default.
      * The decks are written one at a time. A deck DD
      * beyond the number of streams listed is emptied so
      * a stale piece from an earlier plan cannot run.
      * The card is edited the way HWDriver edits an HWCTL
      * card, each stream must be defined and active on
      * the stream master (HWSTRMST) and listed once, and
      * the expected total must be the number of values
      * the range really produces - a card that fails any
      * edit writes no decks at all.
      * SYSPRINT lists the master range and, per piece,
      * its deck, stream, start, final value and expected
      * values; the same card drives HWPRTMRG after the
      * pieces have run.
      * RETURN-CODE: 0 decks written, 4 no card, 8 card
      * rejected (no decks written), 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CARD-FILE ASSIGN TO HWPLNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT DECK-FILE-1 ASSIGN TO HWDECK1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DK1-STATUS.
           SELECT DECK-FILE-2 ASSIGN TO HWDECK2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DK2-STATUS.
           SELECT DECK-FILE-3 ASSIGN TO HWDECK3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DK3-STATUS.
           SELECT DECK-FILE-4 ASSIGN TO HWDECK4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DK4-STATUS.
           SELECT PLAN-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-CARD-FILE.
           COPY PARTCARD.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  DECK-FILE-1.
       01  DECK-RECORD-1                PIC X(31).
       FD  DECK-FILE-2.
       01  DECK-RECORD-2                PIC X(31).
       FD  DECK-FILE-3.
       01  DECK-RECORD-3                PIC X(31).
       FD  DECK-FILE-4.
       01  DECK-RECORD-4                PIC X(31).
       FD  PLAN-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       WORKING-STORAGE SECTION.
       01 WS-PLN-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-DK1-STATUS                 PIC XX VALUE SPACES.
       01 WS-DK2-STATUS                 PIC XX VALUE SPACES.
       01 WS-DK3-STATUS                 PIC XX VALUE SPACES.
       01 WS-DK4-STATUS                 PIC XX VALUE SPACES.
       01 WS-DECK-STATUS                PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'E'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-CARD-FOUND-SWITCH          PIC X VALUE 'N'.
           88 PLAN-CARD-FOUND           VALUE 'Y'.
       01 WS-STM-OPEN-SWITCH            PIC X VALUE 'N'.
           88 STREAM-MASTER-OPEN        VALUE 'Y'.
       01 WS-CARD-ERROR                 PIC X(40) VALUE SPACES.
       01 WS-START-VALUE                PIC 9(6) VALUE 0.
       01 WS-END-VALUE                  PIC 9(6) VALUE 0.
       01 WS-DIRECTION                  PIC X VALUE 'A'.
       01 WS-STEP-VALUE                 PIC 9(6) VALUE 1.
       01 WS-CUTOFF-TIME                PIC 9(4) VALUE 0.
       01 WS-EXPECTED-TOTAL             PIC 9(6) VALUE 0.
       01 WS-FINAL-VALUE                PIC 9(6) VALUE 0.
       01 WS-RANGE-VALUES               PIC 9(8) VALUE 0.
       01 WS-RANGE-SPAN                 PIC 9(8) COMP VALUE 0.
       01 WS-WHOLE-STEPS                PIC 9(8) COMP VALUE 0.
       01 WS-PIECE-BASE                 PIC 9(8) COMP VALUE 0.
       01 WS-PIECE-EXTRA                PIC 9(4) COMP VALUE 0.
       01 WS-NEXT-INDEX                 PIC 9(8) COMP VALUE 0.
       01 WS-CHECK-STREAM               PIC X(2) VALUE SPACES.
       01 WS-LX                         PIC 9(4) COMP VALUE 0.
       01 WS-PIECE-MAX                  PIC 9(4) COMP VALUE 4.
       01 WS-PIECE-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-PX                         PIC 9(4) COMP VALUE 0.
       01 WS-QX                         PIC 9(4) COMP VALUE 0.
       01 WS-PIECE-TABLE.
           05 WS-PIECE-ENTRY OCCURS 4 TIMES.
               10 PE-STREAM             PIC X(2).
               10 PE-FIRST-INDEX        PIC 9(8).
               10 PE-LAST-INDEX         PIC 9(8).
               10 PE-START-VALUE        PIC 9(6).
               10 PE-FINAL-VALUE        PIC 9(6).
               10 PE-VALUES             PIC 9(8).
       01 WS-DECKS-WRITTEN              PIC 9(4) COMP VALUE 0.
      * The deck card is built in HWDriver's own layout.
           COPY CTLCARD.
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
       01 WS-PIECE-DISPLAY              PIC 9.
       01 WS-VALUE-DISPLAY              PIC 9(6).
       01 WS-VALUE-DISPLAY-2            PIC 9(6).
       01 WS-STEP-DISPLAY               PIC 9(6).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-COUNT-DISPLAY-2            PIC 9(8).
       01 WS-RC-DISPLAY                 PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PLAN
           PERFORM READ-PARTITION-CARD
           IF PLAN-CARD-FOUND
               PERFORM EDIT-PARTITION-CARD
               IF WS-CARD-ERROR = SPACES
                   PERFORM EDIT-PLAN-STREAMS
               END-IF
               IF WS-CARD-ERROR = SPACES
                   PERFORM PROJECT-MASTER-RANGE
               END-IF
               IF WS-CARD-ERROR = SPACES
                   PERFORM SPLIT-MASTER-RANGE
                   PERFORM WRITE-PIECE-DECKS
               END-IF
               PERFORM WRITE-PLAN-LISTING
           END-IF
           PERFORM WRITE-PLAN-VERDICT
           CLOSE PLAN-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PLAN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT PLAN-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWPRTPLN ABEND: PLAN-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWPRTPLN - RANGE PARTITION PLAN  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * One master card per plan - a second card would be a
      * second plan, and the merge could only prove one of them.
       READ-PARTITION-CARD.
           OPEN INPUT PLAN-CARD-FILE
           IF WS-PLN-STATUS = "35"
               MOVE "NO PARTITION CARD - NOTHING PLANNED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 4 TO WS-FINAL-RC
           ELSE
               IF WS-PLN-STATUS NOT = "00"
                   DISPLAY "HWPRTPLN ABEND: PARTITION CARD OPEN "
                       "FAILED - STATUS " WS-PLN-STATUS
                   CLOSE PLAN-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PLAN-CARD-FILE
                   AT END
                       MOVE "NO PARTITION CARD - NOTHING PLANNED"
                           TO WS-DETAIL-LINE
                       PERFORM WRITE-RPT-LINE
                       MOVE 4 TO WS-FINAL-RC
                   NOT AT END
                       SET PLAN-CARD-FOUND TO TRUE
               END-READ
               CLOSE PLAN-CARD-FILE
           END-IF
           IF PLAN-CARD-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CARD: " DELIMITED BY SIZE
                   PARTITION-CARD-RECORD DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

      * The field edits of HWDriver's VALIDATE-CONTROL-CARD, in
      * the same order, so no piece deck can be refused for a
      * fault the master card already had.
       EDIT-PARTITION-CARD.
           IF PC-STEP-VALUE = SPACES
               MOVE 1 TO WS-STEP-VALUE
           ELSE
               MOVE PC-STEP-VALUE TO WS-STEP-VALUE
           END-IF
           EVALUATE TRUE
               WHEN PC-START-VALUE IS NOT NUMERIC
                   OR PC-END-VALUE IS NOT NUMERIC
                   OR PC-EXPECTED-TOTAL IS NOT NUMERIC
                   MOVE "START/END/TOTAL NOT NUMERIC"
                       TO WS-CARD-ERROR
               WHEN NOT PC-DIR-ASCENDING
                   AND NOT PC-DIR-DESCENDING
                   MOVE "DIRECTION NOT 'A'/'D'/BLANK"
                       TO WS-CARD-ERROR
               WHEN WS-STEP-VALUE IS NOT NUMERIC
                   MOVE "STEP NOT NUMERIC" TO WS-CARD-ERROR
               WHEN WS-STEP-VALUE = 0
                   MOVE "STEP OF ZERO NEVER ADVANCES"
                       TO WS-CARD-ERROR
               WHEN PC-CUTOFF-TIME NOT = SPACES
                   AND PC-CUTOFF-TIME IS NOT NUMERIC
                   MOVE "CUTOFF NOT NUMERIC" TO WS-CARD-ERROR
               WHEN PC-CUTOFF-TIME IS NUMERIC
                   AND PC-CUTOFF-TIME > 2359
                   MOVE "CUTOFF PAST 2359" TO WS-CARD-ERROR
               WHEN PC-DIR-DESCENDING
                   AND PC-START-VALUE < PC-END-VALUE
                   MOVE "DESCENDING START BELOW END"
                       TO WS-CARD-ERROR
               WHEN PC-DIR-ASCENDING
                   AND PC-START-VALUE > PC-END-VALUE
                   MOVE "START EXCEEDS END" TO WS-CARD-ERROR
               WHEN PC-EXPECTED-TOTAL = 0
                   MOVE "EXPECTED TOTAL MISSING" TO WS-CARD-ERROR
               WHEN OTHER
                   MOVE PC-START-VALUE TO WS-START-VALUE
                   MOVE PC-END-VALUE TO WS-END-VALUE
                   MOVE PC-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
                   IF PC-DIR-DESCENDING
                       MOVE 'D' TO WS-DIRECTION
                   ELSE
                       MOVE 'A' TO WS-DIRECTION
                   END-IF
                   IF PC-CUTOFF-TIME IS NUMERIC
                       MOVE PC-CUTOFF-TIME TO WS-CUTOFF-TIME
                   END-IF
           END-EVALUATE.

      * Blank entries in the stream list are passed over, so the
      * pieces go to the streams named, in the order named. Each
      * stream gets the HWDriver CHECK-CARD-STREAM edits here,
      * before any deck exists.
       EDIT-PLAN-STREAMS.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS = "00"
               SET STREAM-MASTER-OPEN TO TRUE
           ELSE
               MOVE "STREAM MASTER UNAVAILABLE" TO WS-CARD-ERROR
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-PIECE-MAX
               OR WS-CARD-ERROR NOT = SPACES
               IF PC-STREAM(WS-LX) NOT = SPACES
                   MOVE PC-STREAM(WS-LX) TO WS-CHECK-STREAM
                   PERFORM EDIT-ONE-PLAN-STREAM
               END-IF
           END-PERFORM
           IF STREAM-MASTER-OPEN
               CLOSE STREAM-MASTER-FILE
           END-IF
           IF WS-CARD-ERROR = SPACES AND WS-PIECE-COUNT = 0
               MOVE "NO STREAMS LISTED" TO WS-CARD-ERROR
           END-IF.

       EDIT-ONE-PLAN-STREAM.
           PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > WS-PIECE-COUNT
               IF PE-STREAM(WS-QX) = WS-CHECK-STREAM
                   STRING "STREAM " DELIMITED BY SIZE
                       WS-CHECK-STREAM DELIMITED BY SIZE
                       " LISTED TWICE" DELIMITED BY SIZE
                       INTO WS-CARD-ERROR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-CARD-ERROR = SPACES
               MOVE WS-CHECK-STREAM TO SM-STREAM
               READ STREAM-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-STM-STATUS = "23"
                       STRING "STREAM " DELIMITED BY SIZE
                           WS-CHECK-STREAM DELIMITED BY SIZE
                           " NOT DEFINED ON STREAM MASTER"
                           DELIMITED BY SIZE
                           INTO WS-CARD-ERROR
                       END-STRING
                   WHEN WS-STM-STATUS NOT = "00"
                       STRING "STREAM MASTER READ FAILED - STATUS "
                           DELIMITED BY SIZE
                           WS-STM-STATUS DELIMITED BY SIZE
                           INTO WS-CARD-ERROR
                       END-STRING
                   WHEN NOT SM-ACTIVE
                       STRING "STREAM " DELIMITED BY SIZE
                           WS-CHECK-STREAM DELIMITED BY SIZE
                           " NOT ACTIVE ON STREAM MASTER"
                           DELIMITED BY SIZE
                           INTO WS-CARD-ERROR
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO WS-PIECE-COUNT
                       MOVE WS-CHECK-STREAM
                           TO PE-STREAM(WS-PIECE-COUNT)
               END-EVALUATE
           END-IF.

      * Final value and volume worked the way HWDriver's
      * COMPUTE-EXPECTED-FINAL does: the largest whole number of
      * strides that stays inside the range. The expected total
      * is a count of values, held against that volume.
       PROJECT-MASTER-RANGE.
           IF WS-DIRECTION = 'D'
               COMPUTE WS-RANGE-SPAN = WS-START-VALUE - WS-END-VALUE
               COMPUTE WS-WHOLE-STEPS = WS-RANGE-SPAN / WS-STEP-VALUE
               COMPUTE WS-FINAL-VALUE = WS-START-VALUE
                   - (WS-WHOLE-STEPS * WS-STEP-VALUE)
           ELSE
               COMPUTE WS-RANGE-SPAN = WS-END-VALUE - WS-START-VALUE
               COMPUTE WS-WHOLE-STEPS = WS-RANGE-SPAN / WS-STEP-VALUE
               COMPUTE WS-FINAL-VALUE = WS-START-VALUE
                   + (WS-WHOLE-STEPS * WS-STEP-VALUE)
           END-IF
           COMPUTE WS-RANGE-VALUES = WS-WHOLE-STEPS + 1
           EVALUATE TRUE
               WHEN WS-RANGE-VALUES NOT = WS-EXPECTED-TOTAL
                   MOVE "EXPECTED TOTAL DISAGREES WITH THE RANGE"
                       TO WS-CARD-ERROR
               WHEN WS-RANGE-VALUES < WS-PIECE-COUNT
                   MOVE "FEWER VALUES IN THE RANGE THAN STREAMS"
                       TO WS-CARD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Pieces are numbered by position in the range: piece 1
      * takes the start, each later piece starts one stride past
      * the previous piece's final value, and the last piece
      * ends on the master final value - no value is left out
      * and none is run twice.
       SPLIT-MASTER-RANGE.
           DIVIDE WS-RANGE-VALUES BY WS-PIECE-COUNT
               GIVING WS-PIECE-BASE REMAINDER WS-PIECE-EXTRA
           MOVE 0 TO WS-NEXT-INDEX
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PIECE-COUNT
               MOVE WS-PIECE-BASE TO PE-VALUES(WS-PX)
               IF WS-PX <= WS-PIECE-EXTRA
                   ADD 1 TO PE-VALUES(WS-PX)
               END-IF
               MOVE WS-NEXT-INDEX TO PE-FIRST-INDEX(WS-PX)
               COMPUTE PE-LAST-INDEX(WS-PX) = WS-NEXT-INDEX
                   + PE-VALUES(WS-PX) - 1
               ADD PE-VALUES(WS-PX) TO WS-NEXT-INDEX
               IF WS-DIRECTION = 'D'
                   COMPUTE PE-START-VALUE(WS-PX) = WS-START-VALUE
                       - (PE-FIRST-INDEX(WS-PX) * WS-STEP-VALUE)
                   COMPUTE PE-FINAL-VALUE(WS-PX) = WS-START-VALUE
                       - (PE-LAST-INDEX(WS-PX) * WS-STEP-VALUE)
               ELSE
                   COMPUTE PE-START-VALUE(WS-PX) = WS-START-VALUE
                       + (PE-FIRST-INDEX(WS-PX) * WS-STEP-VALUE)
                   COMPUTE PE-FINAL-VALUE(WS-PX) = WS-START-VALUE
                       + (PE-LAST-INDEX(WS-PX) * WS-STEP-VALUE)
               END-IF
           END-PERFORM.

      * Each piece's deck runs from its start to its own final
      * value, expecting exactly that final value, so HWDriver's
      * own expected-total check proves the piece as it runs.
      * The decks are opened and closed one at a time - they
      * may be members of one library.
       WRITE-PIECE-DECKS.
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PIECE-MAX
               IF WS-PX <= WS-PIECE-COUNT
                   MOVE PE-START-VALUE(WS-PX) TO CTL-START-VALUE
                   MOVE PE-FINAL-VALUE(WS-PX) TO CTL-END-VALUE
                   MOVE PE-FINAL-VALUE(WS-PX) TO CTL-EXPECTED-VALUE
                   MOVE WS-DIRECTION TO CTL-DIRECTION
                   MOVE WS-STEP-VALUE TO CTL-STEP-VALUE
                   MOVE WS-CUTOFF-TIME TO CTL-CUTOFF-TIME
                   MOVE PE-STREAM(WS-PX) TO CTL-STREAM-CODE
               ELSE
                   MOVE SPACES TO CONTROL-CARD-RECORD
               END-IF
               EVALUATE WS-PX
                   WHEN 1
                       PERFORM WRITE-DECK-1
                   WHEN 2
                       PERFORM WRITE-DECK-2
                   WHEN 3
                       PERFORM WRITE-DECK-3
                   WHEN 4
                       PERFORM WRITE-DECK-4
               END-EVALUATE
               IF WS-DECK-STATUS NOT = "00"
                   MOVE WS-PX TO WS-PIECE-DISPLAY
                   DISPLAY "HWPRTPLN ABEND: HWDECK" WS-PIECE-DISPLAY
                       " WRITE FAILED - STATUS " WS-DECK-STATUS
                   MOVE 'F' TO WS-EXC-SEVERITY
                   MOVE "PRTDECK " TO WS-EXC-CODE
                   MOVE "PIECE DECK WRITE FAILED - PLAN INCOMPLETE"
                       TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
                   MOVE "PIECE DECK WRITE FAILED - PLAN INCOMPLETE"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   CLOSE PLAN-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

      * An unused deck is opened and closed empty - the stale
      * piece card it held is gone.
       WRITE-DECK-1.
           OPEN OUTPUT DECK-FILE-1
           MOVE WS-DK1-STATUS TO WS-DECK-STATUS
           IF WS-DK1-STATUS = "00"
               IF CONTROL-CARD-RECORD NOT = SPACES
                   WRITE DECK-RECORD-1 FROM CONTROL-CARD-RECORD
                   MOVE WS-DK1-STATUS TO WS-DECK-STATUS
                   ADD 1 TO WS-DECKS-WRITTEN
               END-IF
               CLOSE DECK-FILE-1
           END-IF.

       WRITE-DECK-2.
           OPEN OUTPUT DECK-FILE-2
           MOVE WS-DK2-STATUS TO WS-DECK-STATUS
           IF WS-DK2-STATUS = "00"
               IF CONTROL-CARD-RECORD NOT = SPACES
                   WRITE DECK-RECORD-2 FROM CONTROL-CARD-RECORD
                   MOVE WS-DK2-STATUS TO WS-DECK-STATUS
                   ADD 1 TO WS-DECKS-WRITTEN
               END-IF
               CLOSE DECK-FILE-2
           END-IF.

       WRITE-DECK-3.
           OPEN OUTPUT DECK-FILE-3
           MOVE WS-DK3-STATUS TO WS-DECK-STATUS
           IF WS-DK3-STATUS = "00"
               IF CONTROL-CARD-RECORD NOT = SPACES
                   WRITE DECK-RECORD-3 FROM CONTROL-CARD-RECORD
                   MOVE WS-DK3-STATUS TO WS-DECK-STATUS
                   ADD 1 TO WS-DECKS-WRITTEN
               END-IF
               CLOSE DECK-FILE-3
           END-IF.

       WRITE-DECK-4.
           OPEN OUTPUT DECK-FILE-4
           MOVE WS-DK4-STATUS TO WS-DECK-STATUS
           IF WS-DK4-STATUS = "00"
               IF CONTROL-CARD-RECORD NOT = SPACES
                   WRITE DECK-RECORD-4 FROM CONTROL-CARD-RECORD
                   MOVE WS-DK4-STATUS TO WS-DECK-STATUS
                   ADD 1 TO WS-DECKS-WRITTEN
               END-IF
               CLOSE DECK-FILE-4
           END-IF.

      * The range lines print once the range has been worked
      * out - a card refused on its fields has no range to show.
       WRITE-PLAN-LISTING.
           IF WS-RANGE-VALUES > 0
               PERFORM WRITE-MASTER-RANGE
           END-IF
           IF WS-CARD-ERROR NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "CARD REJECTED - " DELIMITED BY SIZE
                   WS-CARD-ERROR DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE "NO DECKS WRITTEN" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
               MOVE 'E' TO WS-EXC-SEVERITY
               MOVE "PRTPLAN " TO WS-EXC-CODE
               MOVE WS-CARD-ERROR TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               MOVE "PIECE  DECK     STREAM  START   FINAL   VALUES"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PIECE-COUNT
                   PERFORM WRITE-PIECE-LINE
               END-PERFORM
               PERFORM VARYING WS-PX FROM WS-PIECE-COUNT BY 1
                   UNTIL WS-PX >= WS-PIECE-MAX
                   MOVE SPACES TO WS-DETAIL-LINE
                   COMPUTE WS-PIECE-DISPLAY = WS-PX + 1
                   STRING "       HWDECK" DELIMITED BY SIZE
                       WS-PIECE-DISPLAY DELIMITED BY SIZE
                       "  NOT USED - LEFT EMPTY" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-MASTER-RANGE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-START-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-END-VALUE TO WS-VALUE-DISPLAY-2
           MOVE WS-STEP-VALUE TO WS-STEP-DISPLAY
           STRING "MASTER RANGE    : " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
               "  DIRECTION " DELIMITED BY SIZE
               WS-DIRECTION DELIMITED BY SIZE
               "  STEP " DELIMITED BY SIZE
               WS-STEP-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-RANGE-VALUES TO WS-COUNT-DISPLAY
           MOVE WS-EXPECTED-TOTAL TO WS-COUNT-DISPLAY-2
           STRING "FINAL VALUE     : " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               "  VALUES " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  EXPECTED TOTAL " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       WRITE-PIECE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PX TO WS-PIECE-DISPLAY
           MOVE WS-PIECE-DISPLAY TO WS-DETAIL-LINE(3:1)
           MOVE "HWDECK" TO WS-DETAIL-LINE(8:6)
           MOVE WS-PIECE-DISPLAY TO WS-DETAIL-LINE(14:1)
           MOVE PE-STREAM(WS-PX) TO WS-DETAIL-LINE(19:2)
           MOVE PE-START-VALUE(WS-PX) TO WS-DETAIL-LINE(25:6)
           MOVE PE-FINAL-VALUE(WS-PX) TO WS-DETAIL-LINE(33:6)
           MOVE PE-VALUES(WS-PX) TO WS-DETAIL-LINE(41:8)
           PERFORM WRITE-RPT-LINE.

       WRITE-PLAN-VERDICT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           EVALUATE TRUE
               WHEN WS-FINAL-RC >= 8
                   STRING "HWPRTPLN PLAN REJECTED - RC="
                       DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN NOT PLAN-CARD-FOUND
                   STRING "HWPRTPLN NOTHING PLANNED - RC="
                       DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-PIECE-COUNT TO WS-PIECE-DISPLAY
                   STRING "HWPRTPLN PLAN WRITTEN - PIECES: "
                       DELIMITED BY SIZE
                       WS-PIECE-DISPLAY DELIMITED BY SIZE
                       " RC=" DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWPRTPLN WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWPRTPLN" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
