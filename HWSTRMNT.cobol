       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWSTRMNT.
      *****************************************************
      * HWSTRMNT - stream definition master maintenance.
      * Applies the HWSTRCTL cards against the stream
      * master KSDS (HWSTRMST), the one place a counter
      * stream is defined:
      *   ADD    st ini cutoff volume owner description
      *   CHANGE st ini [cutoff] [volume] [owner] [desc]
      *   DEACT  st ini
      *   REACT  st ini
      * (action cols 1-6, stream 8-9, initials 11-13,
      * default cutoff HHMM 15-18, expected daily volume
      * 20-27, owner 29-40, description 42-71). ADD needs
      * an owner and a description and defines the stream
      * active; a blank cutoff or volume reads as zero. A
      * CHANGE replaces only the fields it carries - a
      * cutoff of 0000 takes the default cutoff off. DEACT
      * stops HWDRIVER running cards for the stream without
      * losing its definition; REACT puts it back. Streams
      * are never deleted. Every card is listed with its
      * outcome and the record's before and after images,
      * so the listing is the master's audit trail.
      * RETURN-CODE: 0 all cards applied, 4 no cards or a
      * card changed nothing, 8 card rejected, 16 file
      * error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT STREAM-CTL-FILE ASSIGN TO HWSTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STREAM-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  STREAM-CTL-FILE.
       01  STREAM-CARD.
           05 STC-ACTION                PIC X(6).
               88 STC-ACTION-ADD        VALUE "ADD   ".
               88 STC-ACTION-CHANGE     VALUE "CHANGE".
               88 STC-ACTION-DEACT      VALUE "DEACT ".
               88 STC-ACTION-REACT      VALUE "REACT ".
           05 FILLER                    PIC X(1).
           05 STC-STREAM                PIC X(2).
           05 FILLER                    PIC X(1).
           05 STC-INITIALS              PIC X(3).
           05 FILLER                    PIC X(1).
           05 STC-CUTOFF                PIC X(4).
           05 STC-CUTOFF-NUM REDEFINES STC-CUTOFF
                                        PIC 9(4).
           05 FILLER                    PIC X(1).
           05 STC-VOLUME                PIC X(8).
           05 STC-VOLUME-NUM REDEFINES STC-VOLUME
                                        PIC 9(8).
           05 FILLER                    PIC X(1).
           05 STC-OWNER                 PIC X(12).
           05 FILLER                    PIC X(1).
           05 STC-DESCRIPTION           PIC X(30).
       FD  STREAM-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-EOF-SWITCH             PIC X VALUE 'N'.
           88 CTL-AT-EOF                VALUE 'Y'.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'N'.
           88 CARD-OK                   VALUE 'Y'.
       01 WS-STREAM-FOUND-SWITCH        PIC X VALUE 'N'.
           88 STREAM-FOUND              VALUE 'Y'.
       01 WS-MASTER-OPEN-SWITCH         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN            VALUE 'Y'.
       01 WS-IMAGE-LABEL                PIC X(6) VALUE SPACES.
       01 WS-BEFORE-IMAGE               PIC X(76) VALUE SPACES.
       01 WS-AFTER-IMAGE                PIC X(76) VALUE SPACES.
       01 WS-CARD-NUMBER                PIC 9(4) VALUE 0.
       01 WS-TOTAL-APPLIED              PIC 9(4) VALUE 0.
       01 WS-TOTAL-UNCHANGED            PIC 9(4) VALUE 0.
       01 WS-TOTAL-REJECTED             PIC 9(4) VALUE 0.
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
       01 WS-COUNT-DISPLAY              PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-MAINTENANCE
           PERFORM OPEN-STREAM-MASTER
           PERFORM PROCESS-ALL-CARDS
           IF MASTER-IS-OPEN
               CLOSE STREAM-MASTER-FILE
           END-IF
           PERFORM WRITE-MAINTENANCE-TOTALS
           CLOSE STREAM-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-MAINTENANCE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT STREAM-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWSTRMNT ABEND: STREAM-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWSTRMNT - STREAM MASTER MAINTENANCE  "
               DELIMITED BY SIZE
               "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  IMAGE  ST S CUTF VOLUME   OWNER        "
               DELIMITED BY SIZE
               "DESCRIPTION" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * The first stream ever defined finds no cluster contents;
      * it is created empty and reopened for update.
       OPEN-STREAM-MASTER.
           OPEN I-O STREAM-MASTER-FILE
           IF WS-STM-STATUS = "35"
               OPEN OUTPUT STREAM-MASTER-FILE
               IF WS-STM-STATUS = "00"
                   CLOSE STREAM-MASTER-FILE
                   OPEN I-O STREAM-MASTER-FILE
               END-IF
           END-IF
           IF WS-STM-STATUS NOT = "00"
               DISPLAY "HWSTRMNT ABEND: STREAM MASTER OPEN "
                   "FAILED - STATUS " WS-STM-STATUS
               CLOSE STREAM-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MASTER-IS-OPEN TO TRUE.

       PROCESS-ALL-CARDS.
           OPEN INPUT STREAM-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "NO STREAM CARDS - NOTHING TO DO"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               SET CTL-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL CTL-AT-EOF
               READ STREAM-CTL-FILE
                   AT END
                       SET CTL-AT-EOF TO TRUE
                   NOT AT END
                       IF STREAM-CARD NOT = SPACES
                           PERFORM PROCESS-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-STATUS NOT = "35"
               CLOSE STREAM-CTL-FILE
           END-IF.

       PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-NUMBER
           PERFORM VALIDATE-STREAM-CARD
           IF CARD-OK
               PERFORM APPLY-STREAM-CARD
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * Cutoff and volume follow HWDRIVER's own card edits: a
      * cutoff is an HHMM no later than 2359, and either field
      * may be left blank.
       VALIDATE-STREAM-CARD.
           MOVE 'N' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARD " DELIMITED BY SIZE
               WS-CARD-NUMBER DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               STREAM-CARD DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT STC-ACTION-ADD
                   AND NOT STC-ACTION-CHANGE
                   AND NOT STC-ACTION-DEACT
                   AND NOT STC-ACTION-REACT
                   MOVE "  CARD REJECTED - UNKNOWN ACTION"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-STREAM = SPACES OR STC-STREAM = LOW-VALUES
                   MOVE "  CARD REJECTED - STREAM CODE REQUIRED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-STREAM = "**"
                   MOVE "  CARD REJECTED - STREAM ** IS RESERVED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-INITIALS = SPACES
                   MOVE "  CARD REJECTED - OPERATOR INITIALS REQUIRED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-CUTOFF NOT = SPACES
                   AND STC-CUTOFF IS NOT NUMERIC
                   MOVE "  CARD REJECTED - CUTOFF NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-CUTOFF IS NUMERIC
                   AND STC-CUTOFF-NUM > 2359
                   MOVE "  CARD REJECTED - CUTOFF PAST 2359"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-VOLUME NOT = SPACES
                   AND STC-VOLUME IS NOT NUMERIC
                   MOVE "  CARD REJECTED - VOLUME NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN STC-ACTION-ADD
                   AND (STC-OWNER = SPACES
                   OR STC-DESCRIPTION = SPACES)
                   MOVE "  CARD REJECTED - ADD NEEDS OWNER/DESCRIPTION"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   SET CARD-OK TO TRUE
           END-EVALUATE.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-TOTAL-REJECTED
           IF WS-FINAL-RC < 8
               MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-RPT-LINE.

       APPLY-STREAM-CARD.
           MOVE STC-STREAM TO SM-STREAM
           READ STREAM-MASTER-FILE
           EVALUATE WS-STM-STATUS
               WHEN "00"
                   SET STREAM-FOUND TO TRUE
                   MOVE STREAM-MASTER-RECORD TO WS-BEFORE-IMAGE
               WHEN "23"
                   MOVE 'N' TO WS-STREAM-FOUND-SWITCH
                   MOVE SPACES TO WS-BEFORE-IMAGE
               WHEN OTHER
                   DISPLAY "HWSTRMNT ABEND: STREAM MASTER READ "
                       "FAILED - STATUS " WS-STM-STATUS
                   MOVE "  CARD NOT APPLIED - READ FAILED, SEE SYSOUT"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
           END-EVALUATE
           IF WS-STM-STATUS = "00" OR WS-STM-STATUS = "23"
               EVALUATE TRUE
                   WHEN STC-ACTION-ADD AND STREAM-FOUND
                       MOVE "  CARD REJECTED - STREAM ALREADY DEFINED"
                           TO WS-DETAIL-LINE
                       PERFORM WRITE-REJECT-LINE
                       PERFORM WRITE-BEFORE-IMAGE
                   WHEN NOT STC-ACTION-ADD AND NOT STREAM-FOUND
                       MOVE "  CARD REJECTED - STREAM NOT DEFINED"
                           TO WS-DETAIL-LINE
                       PERFORM WRITE-REJECT-LINE
                   WHEN STC-ACTION-ADD
                       PERFORM BUILD-NEW-STREAM
                       PERFORM POST-STREAM-RECORD
                   WHEN STC-ACTION-DEACT AND SM-INACTIVE
                       PERFORM WRITE-NO-CHANGE
                   WHEN STC-ACTION-REACT AND SM-ACTIVE
                       PERFORM WRITE-NO-CHANGE
                   WHEN STC-ACTION-DEACT
                       SET SM-INACTIVE TO TRUE
                       PERFORM POST-STREAM-RECORD
                   WHEN STC-ACTION-REACT
                       SET SM-ACTIVE TO TRUE
                       PERFORM POST-STREAM-RECORD
                   WHEN OTHER
                       PERFORM CHANGE-STREAM-FIELDS
               END-EVALUATE
           END-IF.

       BUILD-NEW-STREAM.
           MOVE STC-STREAM TO SM-STREAM
           MOVE STC-DESCRIPTION TO SM-DESCRIPTION
           MOVE STC-OWNER TO SM-OWNER
           SET SM-ACTIVE TO TRUE
           IF STC-CUTOFF IS NUMERIC
               MOVE STC-CUTOFF-NUM TO SM-DEFAULT-CUTOFF
           ELSE
               MOVE 0 TO SM-DEFAULT-CUTOFF
           END-IF
           IF STC-VOLUME IS NUMERIC
               MOVE STC-VOLUME-NUM TO SM-EXPECTED-VOLUME
           ELSE
               MOVE 0 TO SM-EXPECTED-VOLUME
           END-IF
           MOVE WS-CURRENT-DATE TO SM-ADDED-DATE.

      * A CHANGE touches only the fields the card carries; a card
      * whose fields all match the record changes nothing.
       CHANGE-STREAM-FIELDS.
           IF STC-CUTOFF IS NUMERIC
               MOVE STC-CUTOFF-NUM TO SM-DEFAULT-CUTOFF
           END-IF
           IF STC-VOLUME IS NUMERIC
               MOVE STC-VOLUME-NUM TO SM-EXPECTED-VOLUME
           END-IF
           IF STC-OWNER NOT = SPACES
               MOVE STC-OWNER TO SM-OWNER
           END-IF
           IF STC-DESCRIPTION NOT = SPACES
               MOVE STC-DESCRIPTION TO SM-DESCRIPTION
           END-IF
           IF STREAM-MASTER-RECORD = WS-BEFORE-IMAGE
               PERFORM WRITE-NO-CHANGE
           ELSE
               PERFORM POST-STREAM-RECORD
           END-IF.

       WRITE-NO-CHANGE.
           MOVE "  NO CHANGE - RECORD ALREADY AS REQUESTED"
               TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-BEFORE-IMAGE
           ADD 1 TO WS-TOTAL-UNCHANGED
           IF WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       POST-STREAM-RECORD.
           MOVE WS-CURRENT-DATE TO SM-CHANGED-DATE
           MOVE STC-INITIALS TO SM-CHANGED-BY
           IF STREAM-FOUND
               REWRITE STREAM-MASTER-RECORD
           ELSE
               WRITE STREAM-MASTER-RECORD
           END-IF
           IF WS-STM-STATUS NOT = "00"
               DISPLAY "HWSTRMNT ABEND: STREAM MASTER WRITE FAILED - "
                   "STATUS " WS-STM-STATUS
               MOVE "  CARD NOT APPLIED - WRITE FAILED, SEE SYSOUT"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE "  APPLIED" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE "AFTER " TO WS-IMAGE-LABEL
               PERFORM WRITE-RECORD-IMAGE
           END-IF.

      * The record area holds the after image by now; the before
      * image is swapped in to print it and the after image put
      * back.
       WRITE-BEFORE-IMAGE.
           MOVE "BEFORE" TO WS-IMAGE-LABEL
           IF WS-BEFORE-IMAGE = SPACES
               MOVE "  BEFORE (NOT DEFINED)" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE STREAM-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE WS-BEFORE-IMAGE TO STREAM-MASTER-RECORD
               PERFORM WRITE-RECORD-IMAGE
               MOVE WS-AFTER-IMAGE TO STREAM-MASTER-RECORD
           END-IF.

       WRITE-RECORD-IMAGE.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               WS-IMAGE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STREAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-DEFAULT-CUTOFF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-EXPECTED-VOLUME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-OWNER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-DESCRIPTION DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-MAINTENANCE-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-APPLIED TO WS-COUNT-DISPLAY
           STRING "CARDS APPLIED    : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-UNCHANGED TO WS-COUNT-DISPLAY
           STRING "CARDS NO CHANGE  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-REJECTED TO WS-COUNT-DISPLAY
           STRING "CARDS REJECTED   : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-COUNT-DISPLAY
           STRING "HWSTRMNT COMPLETE - RC=" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
