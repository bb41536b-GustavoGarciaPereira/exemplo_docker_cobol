       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWDSPMNT.
      *****************************************************
      * HWDSPMNT - exception disposition posting.
      * HWEXCRPT counts exceptions but nothing records that
      * anyone looked at one. This program applies the
      * operators' HWDSPCTL cards against the disposition
      * KSDS (HWEXCDSP), one card per exception log entry:
      *   ACK     date time program code ini [note]
      *   RESOLVE date time program code ini note
      * (action cols 1-7, log date 9-16, log time 18-25,
      * program 27-34, code 36-43, initials 45-47, note
      * 49-80 - date/time/program/code copied from the
      * HWEXCRPT line). The entry must be on the exception
      * log HWEXCLOG, so a mistyped key cannot post a
      * disposition for something that never happened.
      * A RESOLVE needs a note and also acknowledges an
      * entry nobody acknowledged first; a resolved entry
      * is closed and rejects further cards. A repeated
      * ACK changes nothing. Every card is listed with
      * its outcome and the before/after status.
      * RETURN-CODE: 0 all cards applied, 4 no cards or a
      * card changed nothing, 8 card rejected, 16 file
      * error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-FILE ASSIGN TO HWEXCDSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DSP-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT DISP-CTL-FILE ASSIGN TO HWDSPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DISP-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSITION-FILE.
           COPY DISPREC.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  DISP-CTL-FILE.
       01  DISP-CARD.
           05 DSC-ACTION                PIC X(7).
               88 DSC-ACTION-ACK        VALUE "ACK    ".
               88 DSC-ACTION-RESOLVE    VALUE "RESOLVE".
           05 FILLER                    PIC X(1).
           05 DSC-LOG-DATE              PIC 9(8).
           05 FILLER                    PIC X(1).
           05 DSC-LOG-TIME              PIC 9(8).
           05 FILLER                    PIC X(1).
           05 DSC-PROGRAM               PIC X(8).
           05 FILLER                    PIC X(1).
           05 DSC-CODE                  PIC X(8).
           05 FILLER                    PIC X(1).
           05 DSC-INITIALS              PIC X(3).
           05 FILLER                    PIC X(1).
           05 DSC-NOTE                  PIC X(32).
       FD  DISP-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-DSP-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-EOF-SWITCH             PIC X VALUE 'N'.
           88 CTL-AT-EOF                VALUE 'Y'.
       01 WS-EXC-EOF-SWITCH             PIC X VALUE 'N'.
           88 EXC-AT-EOF                VALUE 'Y'.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'N'.
           88 CARD-OK                   VALUE 'Y'.
       01 WS-ON-LOG-SWITCH              PIC X VALUE 'N'.
           88 ENTRY-ON-LOG              VALUE 'Y'.
       01 WS-DISP-FOUND-SWITCH          PIC X VALUE 'N'.
           88 DISPOSITION-FOUND         VALUE 'Y'.
       01 WS-DISP-OPEN-SWITCH           PIC X VALUE 'N'.
           88 DISPOSITION-IS-OPEN       VALUE 'Y'.
       01 WS-LOG-SEVERITY               PIC X VALUE SPACE.
       01 WS-BEFORE-STATUS              PIC X(12) VALUE SPACES.
       01 WS-AFTER-STATUS               PIC X(12) VALUE SPACES.
       01 WS-CARD-NUMBER                PIC 9(4) VALUE 0.
       01 WS-TOTAL-APPLIED              PIC 9(4) VALUE 0.
       01 WS-TOTAL-UNCHANGED            PIC 9(4) VALUE 0.
       01 WS-TOTAL-REJECTED             PIC 9(4) VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME               PIC 9(8) VALUE 0.
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
           PERFORM INITIALIZE-POSTING
           PERFORM OPEN-DISPOSITION-FILE
           PERFORM PROCESS-ALL-CARDS
           IF DISPOSITION-IS-OPEN
               CLOSE DISPOSITION-FILE
           END-IF
           PERFORM WRITE-POSTING-TOTALS
           CLOSE DISP-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-POSTING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT DISP-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWDSPMNT ABEND: DISP-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWDSPMNT - EXCEPTION DISPOSITION POSTING  "
               DELIMITED BY SIZE
               "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * The first posting ever made finds no cluster contents;
      * it is created empty and reopened for update.
       OPEN-DISPOSITION-FILE.
           OPEN I-O DISPOSITION-FILE
           IF WS-DSP-STATUS = "35"
               OPEN OUTPUT DISPOSITION-FILE
               IF WS-DSP-STATUS = "00"
                   CLOSE DISPOSITION-FILE
                   OPEN I-O DISPOSITION-FILE
               END-IF
           END-IF
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "HWDSPMNT ABEND: DISPOSITION FILE OPEN "
                   "FAILED - STATUS " WS-DSP-STATUS
               CLOSE DISP-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET DISPOSITION-IS-OPEN TO TRUE.

       PROCESS-ALL-CARDS.
           OPEN INPUT DISP-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "NO DISPOSITION CARDS - NOTHING TO DO"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
               SET CTL-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL CTL-AT-EOF
               READ DISP-CTL-FILE
                   AT END
                       SET CTL-AT-EOF TO TRUE
                   NOT AT END
                       IF DISP-CARD NOT = SPACES
                           PERFORM PROCESS-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-STATUS NOT = "35"
               CLOSE DISP-CTL-FILE
           END-IF.

       PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-NUMBER
           PERFORM VALIDATE-DISP-CARD
           IF CARD-OK
               PERFORM FIND-LOG-ENTRY
               IF NOT ENTRY-ON-LOG
                   MOVE "  CARD REJECTED - NOT ON THE EXCEPTION LOG"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM APPLY-DISP-CARD
               END-IF
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       VALIDATE-DISP-CARD.
           MOVE 'N' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARD " DELIMITED BY SIZE
               WS-CARD-NUMBER DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DISP-CARD DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT DSC-ACTION-ACK
                   AND NOT DSC-ACTION-RESOLVE
                   MOVE "  CARD REJECTED - ACTION NOT ACK/RESOLVE"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN DSC-LOG-DATE IS NOT NUMERIC OR DSC-LOG-DATE = 0
                   MOVE "  CARD REJECTED - LOG DATE NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN DSC-LOG-TIME IS NOT NUMERIC
                   MOVE "  CARD REJECTED - LOG TIME NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN DSC-PROGRAM = SPACES OR DSC-CODE = SPACES
                   MOVE "  CARD REJECTED - PROGRAM AND CODE REQUIRED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN DSC-INITIALS = SPACES
                   MOVE "  CARD REJECTED - OPERATOR INITIALS REQUIRED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN DSC-ACTION-RESOLVE AND DSC-NOTE = SPACES
                   MOVE "  CARD REJECTED - RESOLVE NEEDS A NOTE"
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

      * The log is read from the top for every card - a day's
      * postings are a handful of cards, and the key must match
      * an entry exactly before anything is posted against it.
       FIND-LOG-ENTRY.
           MOVE 'N' TO WS-ON-LOG-SWITCH
           MOVE 'N' TO WS-EXC-EOF-SWITCH
           MOVE SPACE TO WS-LOG-SEVERITY
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               SET EXC-AT-EOF TO TRUE
           ELSE
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "HWDSPMNT ABEND: EXCEPTION LOG OPEN "
                       "FAILED - STATUS " WS-EXC-STATUS
                   CLOSE DISPOSITION-FILE
                   CLOSE DISP-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL EXC-AT-EOF
               READ EXCEPTION-LOG-FILE
                   AT END
                       SET EXC-AT-EOF TO TRUE
                   NOT AT END
                       IF EX-LOG-DATE = DSC-LOG-DATE
                           AND EX-LOG-TIME = DSC-LOG-TIME
                           AND EX-PROGRAM = DSC-PROGRAM
                           AND EX-CODE = DSC-CODE
                           SET ENTRY-ON-LOG TO TRUE
                           MOVE EX-SEVERITY TO WS-LOG-SEVERITY
                           SET EXC-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXC-STATUS NOT = "35"
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       APPLY-DISP-CARD.
           MOVE DSC-LOG-DATE TO DP-LOG-DATE
           MOVE DSC-LOG-TIME TO DP-LOG-TIME
           MOVE DSC-PROGRAM TO DP-PROGRAM
           MOVE DSC-CODE TO DP-CODE
           READ DISPOSITION-FILE
           EVALUATE WS-DSP-STATUS
               WHEN "00"
                   SET DISPOSITION-FOUND TO TRUE
               WHEN "23"
                   MOVE 'N' TO WS-DISP-FOUND-SWITCH
                   MOVE DSC-LOG-DATE TO DP-LOG-DATE
                   MOVE DSC-LOG-TIME TO DP-LOG-TIME
                   MOVE DSC-PROGRAM TO DP-PROGRAM
                   MOVE DSC-CODE TO DP-CODE
                   MOVE SPACE TO DP-STATUS
                   MOVE 0 TO DP-ACK-DATE
                   MOVE 0 TO DP-ACK-TIME
                   MOVE SPACES TO DP-ACK-BY
                   MOVE 0 TO DP-RESOLVED-DATE
                   MOVE 0 TO DP-RESOLVED-TIME
                   MOVE SPACES TO DP-RESOLVED-BY
                   MOVE SPACES TO DP-NOTE
               WHEN OTHER
                   DISPLAY "HWDSPMNT ABEND: DISPOSITION READ "
                       "FAILED - STATUS " WS-DSP-STATUS
                   MOVE "  CARD NOT POSTED - READ FAILED, SEE SYSOUT"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
           END-EVALUATE
           IF WS-DSP-STATUS = "00" OR WS-DSP-STATUS = "23"
               PERFORM DESCRIBE-STATUS
               MOVE WS-AFTER-STATUS TO WS-BEFORE-STATUS
               EVALUATE TRUE
                   WHEN DP-RESOLVED
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "  CARD REJECTED - ALREADY RESOLVED BY "
                           DELIMITED BY SIZE
                           DP-RESOLVED-BY DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           DP-RESOLVED-DATE DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                       PERFORM WRITE-REJECT-LINE
                   WHEN DSC-ACTION-ACK AND DP-ACKNOWLEDGED
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING "  NO CHANGE - ALREADY ACKNOWLEDGED BY "
                           DELIMITED BY SIZE
                           DP-ACK-BY DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           DP-ACK-DATE DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                       PERFORM WRITE-RPT-LINE
                       ADD 1 TO WS-TOTAL-UNCHANGED
                       IF WS-FINAL-RC < 4
                           MOVE 4 TO WS-FINAL-RC
                       END-IF
                   WHEN OTHER
                       PERFORM POST-DISPOSITION
               END-EVALUATE
           END-IF.

      * A RESOLVE on an entry nobody acknowledged stands as its
      * acknowledgment too - the resolver plainly looked at it.
       POST-DISPOSITION.
           IF NOT DP-ACKNOWLEDGED
               MOVE WS-CURRENT-DATE TO DP-ACK-DATE
               MOVE WS-CURRENT-TIME TO DP-ACK-TIME
               MOVE DSC-INITIALS TO DP-ACK-BY
               SET DP-ACKNOWLEDGED TO TRUE
           END-IF
           IF DSC-ACTION-RESOLVE
               MOVE WS-CURRENT-DATE TO DP-RESOLVED-DATE
               MOVE WS-CURRENT-TIME TO DP-RESOLVED-TIME
               MOVE DSC-INITIALS TO DP-RESOLVED-BY
               SET DP-RESOLVED TO TRUE
           END-IF
           IF DSC-NOTE NOT = SPACES
               MOVE DSC-NOTE TO DP-NOTE
           END-IF
           IF DISPOSITION-FOUND
               REWRITE DISPOSITION-RECORD
           ELSE
               WRITE DISPOSITION-RECORD
           END-IF
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "HWDSPMNT ABEND: DISPOSITION WRITE FAILED - "
                   "STATUS " WS-DSP-STATUS
               MOVE "  CARD NOT POSTED - WRITE FAILED, SEE SYSOUT"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-TOTAL-APPLIED
               PERFORM DESCRIBE-STATUS
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  APPLIED - SEVERITY " DELIMITED BY SIZE
                   WS-LOG-SEVERITY DELIMITED BY SIZE
                   "  BEFORE " DELIMITED BY SIZE
                   WS-BEFORE-STATUS DELIMITED BY SIZE
                   " AFTER " DELIMITED BY SIZE
                   WS-AFTER-STATUS DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF.

       DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN DP-RESOLVED
                   MOVE "RESOLVED" TO WS-AFTER-STATUS
               WHEN DP-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO WS-AFTER-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO WS-AFTER-STATUS
           END-EVALUATE.

       WRITE-POSTING-TOTALS.
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
           STRING "HWDSPMNT COMPLETE - RC=" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
