       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWVOIDRN.
      *****************************************************
      * HWVOIDRN - void a completed run across the file set.
      * HWMSTMNT can take a run off the run-master, but the
      * registry still shows it as a good run, the audit
      * log still pairs its 'S'/'E' as clean, and finance
      * has already loaded its extract rows. One HWVODCTL
      * card names the run:
      *   VOID   yyyymmdd runid    st [CONFIRM]
      * (action cols 1-6, run date 8-15, run id 17-24,
      * stream 26-27 - blank reads as A - and CONFIRM
      * 29-35). The run must be on this stream's registry,
      * must have its audit 'E' on the live log, must not
      * be voided already, and must still have its values
      * on the run-master - those values ARE the reversal.
      * Every card first prints the approval listing: the
      * registry entry, the audit pair, every RM-KEY in
      * scope and the reversal totals. Only a card carrying
      * CONFIRM goes on to void the run - without it the
      * listing is a rehearsal and nothing changes (RC=4),
      * exactly as HWMSTMNT's CONFIRM works. A confirmed
      * void:
      *   - removes the run's run-master records, each one
      *     first written to the HWVODBKO backout file in
      *     COUNT-RECORD layout (reload through HWMSTLD)
      *   - writes a REVERSAL extract (HWEXTOUT) in the
      *     finance extract format with every CONTADOR,
      *     the TRAILER count and the hash negative
      *   - appends a '-' signed TRANSMIT-RECORD to
      *     HWXMTLOG, so HWACKMCH holds finance to
      *     acknowledging the reversal
      *   - appends a VOID entry to HWRUNREG and a 'V'
      *     AUDIT-RECORD to HWAUDIT, so the registry and
      *     audit readers show the run as voided
      *   - logs a RUNVOID entry to the exception log.
      * RETURN-CODE: 0 run voided, 4 rehearsal only or no
      * card, 8 card rejected (nothing changed), 16 file
      * error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY-FILE ASSIGN TO HWRUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO HWMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT VOID-CTL-FILE ASSIGN TO HWVODCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BACKOUT-FILE ASSIGN TO HWVODBKO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO HWEXTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO HWXMTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT VOID-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREG.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  VOID-CTL-FILE.
       01  VOID-CARD.
           05 VDC-ACTION                PIC X(6).
               88 VDC-ACTION-VOID       VALUE "VOID  ".
           05 FILLER                    PIC X(1).
           05 VDC-RUN-DATE              PIC 9(8).
           05 FILLER                    PIC X(1).
           05 VDC-RUN-ID                PIC X(8).
           05 FILLER                    PIC X(1).
           05 VDC-STREAM                PIC X(2).
           05 FILLER                    PIC X(1).
           05 VDC-CONFIRM               PIC X(7).
               88 VDC-CONFIRMED         VALUE "CONFIRM".
       FD  BACKOUT-FILE.
           COPY COUNTREC.
       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRACT-LINE                 PIC X(80).
       FD  TRANSMIT-LOG-FILE.
           COPY XMITREC.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  VOID-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-BKO-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXT-STATUS                 PIC XX VALUE SPACES.
       01 WS-XMT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-EOF-SWITCH             PIC X VALUE 'N'.
           88 CTL-AT-EOF                VALUE 'Y'.
       01 WS-REG-EOF-SWITCH             PIC X VALUE 'N'.
           88 REG-AT-EOF                VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH             PIC X VALUE 'N'.
           88 AUD-AT-EOF                VALUE 'Y'.
       01 WS-SCAN-DONE-SWITCH           PIC X VALUE 'N'.
           88 SCAN-DONE                 VALUE 'Y'.
       01 WS-CARD-FOUND-SWITCH          PIC X VALUE 'N'.
           88 CARD-FOUND                VALUE 'Y'.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'N'.
           88 CARD-OK                   VALUE 'Y'.
       01 WS-APPLY-SWITCH               PIC X VALUE 'N'.
           88 APPLY-THIS-CARD           VALUE 'Y'.
       01 WS-REGISTERED-SWITCH          PIC X VALUE 'N'.
           88 RUN-REGISTERED            VALUE 'Y'.
       01 WS-VOIDED-SWITCH              PIC X VALUE 'N'.
           88 RUN-ALREADY-VOIDED        VALUE 'Y'.
       01 WS-START-FOUND-SWITCH         PIC X VALUE 'N'.
           88 AUDIT-START-FOUND         VALUE 'Y'.
       01 WS-END-FOUND-SWITCH           PIC X VALUE 'N'.
           88 AUDIT-END-FOUND           VALUE 'Y'.
       01 WS-MASTER-OPEN-SWITCH         PIC X VALUE 'N'.
           88 MASTER-IS-OPEN            VALUE 'Y'.
       01 WS-BACKOUT-OPEN-SWITCH        PIC X VALUE 'N'.
           88 BACKOUT-IS-OPEN           VALUE 'Y'.
       01 WS-EXTRACT-OPEN-SWITCH        PIC X VALUE 'N'.
           88 EXTRACT-IS-OPEN           VALUE 'Y'.
       01 WS-VOID-DATE                  PIC 9(8) VALUE 0.
       01 WS-VOID-RUN-ID                PIC X(8) VALUE SPACES.
       01 WS-VOID-STREAM                PIC X(2) VALUE "A ".
       01 WS-REC-STREAM                 PIC X(2) VALUE "A ".
       01 WS-VOID-TIME                  PIC 9(8) VALUE 0.
       01 WS-RUN-NUMBER                 PIC 9(6) VALUE 0.
       01 WS-RUN-TIME                   PIC 9(8) VALUE 0.
       01 WS-START-VALUE                PIC 9(6) VALUE 0.
       01 WS-END-VALUE                  PIC 9(6) VALUE 0.
       01 WS-DIRECTION                  PIC X VALUE 'A'.
       01 WS-STEP-VALUE                 PIC 9(6) VALUE 1.
       01 WS-AUDIT-FINAL                PIC 9(6) VALUE 0.
       01 WS-IN-SCOPE                   PIC 9(8) VALUE 0.
       01 WS-SCOPE-HASH                 PIC 9(12) VALUE 0.
       01 WS-TOTAL-REMOVED              PIC 9(8) VALUE 0.
       01 WS-TOTAL-BACKOUT              PIC 9(8) VALUE 0.
       01 WS-REVERSAL-COUNT             PIC 9(8) VALUE 0.
       01 WS-REVERSAL-HASH              PIC 9(12) VALUE 0.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'W'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
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
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-TIME-DISPLAY               PIC 9(8).
       01 WS-NUMBER-DISPLAY             PIC 9(6).
       01 WS-VALUE-DISPLAY              PIC 9(6).
       01 WS-VALUE-DISPLAY-2            PIC 9(6).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-HASH-DISPLAY               PIC 9(12).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-VOID
           PERFORM READ-VOID-CARD
           IF CARD-OK
               PERFORM FIND-REGISTERED-RUN
           END-IF
           IF CARD-OK
               PERFORM FIND-AUDIT-PAIR
           END-IF
           IF CARD-OK
               PERFORM SCAN-RUN-MASTER
           END-IF
           IF CARD-OK AND APPLY-THIS-CARD
               IF WS-FINAL-RC < 16
                   PERFORM RECORD-VOID
               ELSE
                   PERFORM WRITE-VOID-INCOMPLETE
               END-IF
           END-IF
           PERFORM CLOSE-WORK-FILES
           PERFORM WRITE-VOID-TOTALS
           CLOSE VOID-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-VOID.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-VOID-TIME FROM TIME
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT VOID-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWVOIDRN ABEND: VOID-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWVOIDRN - RUN VOID  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * One run per job - the reversal extract is one generation
      * and belongs to exactly one run. The first non-blank card
      * is the transaction.
       READ-VOID-CARD.
           OPEN INPUT VOID-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               SET CTL-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL CTL-AT-EOF OR CARD-FOUND
               READ VOID-CTL-FILE
                   AT END
                       SET CTL-AT-EOF TO TRUE
                   NOT AT END
                       IF VOID-CARD NOT = SPACES
                           SET CARD-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTL-STATUS = "00" OR WS-CTL-STATUS = "10"
               CLOSE VOID-CTL-FILE
           END-IF
           IF CARD-FOUND
               PERFORM VALIDATE-VOID-CARD
           ELSE
               MOVE "NO VOID CARD - NOTHING TO DO" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       VALIDATE-VOID-CARD.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARD: " DELIMITED BY SIZE
               VOID-CARD DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT VDC-ACTION-VOID
                   MOVE "  CARD REJECTED - ACTION NOT VOID"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN VDC-RUN-DATE IS NOT NUMERIC OR VDC-RUN-DATE = 0
                   MOVE "  CARD REJECTED - DATE NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN VDC-RUN-ID = SPACES
                   MOVE "  CARD REJECTED - RUN ID REQUIRED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN VDC-CONFIRM NOT = SPACES
                   AND NOT VDC-CONFIRMED
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  CARD REJECTED - LAST OPERAND MUST "
                       DELIMITED BY SIZE
                       "BE CONFIRM OR BLANK" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   SET CARD-OK TO TRUE
                   MOVE VDC-RUN-DATE TO WS-VOID-DATE
                   MOVE VDC-RUN-ID TO WS-VOID-RUN-ID
                   IF VDC-STREAM = SPACES OR VDC-STREAM = LOW-VALUES
                       MOVE "A " TO WS-VOID-STREAM
                   ELSE
                       MOVE VDC-STREAM TO WS-VOID-STREAM
                   END-IF
                   IF VDC-CONFIRMED
                       SET APPLY-THIS-CARD TO TRUE
                   ELSE
                       MOVE "  NO CONFIRM - REHEARSAL, LISTING ONLY"
                           TO WS-DETAIL-LINE
                       PERFORM WRITE-RPT-LINE
                       IF WS-FINAL-RC < 4
                           MOVE 4 TO WS-FINAL-RC
                       END-IF
                   END-IF
           END-EVALUATE.

      * The registry is per stream, so the run must be found on
      * THIS stream's registry under its own date - a card
      * naming the wrong stream for the DDs it runs against is
      * rejected rather than voiding the wrong run. A VOID entry
      * for the run already on file means it was voided before.
       FIND-REGISTERED-RUN.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
               SET REG-AT-EOF TO TRUE
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: RUN REGISTRY OPEN "
                       "FAILED - STATUS " WS-REG-STATUS
                   CLOSE VOID-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL REG-AT-EOF
               READ RUN-REGISTRY-FILE
                   AT END
                       SET REG-AT-EOF TO TRUE
                   NOT AT END
                       IF RR-RUN-NUMBER IS NUMERIC
                           AND RR-RUN-DATE = WS-VOID-DATE
                           AND RR-RUN-ID = WS-VOID-RUN-ID
                           PERFORM NOTE-REGISTRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REG-STATUS NOT = "35"
               CLOSE RUN-REGISTRY-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT RUN-REGISTERED
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  CARD REJECTED - RUN NOT REGISTERED ON "
                       DELIMITED BY SIZE
                       "THAT DATE FOR STREAM " DELIMITED BY SIZE
                       WS-VOID-STREAM DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN RUN-ALREADY-VOIDED
                   MOVE "  CARD REJECTED - RUN ALREADY VOIDED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM WRITE-REGISTRY-LINE
           END-EVALUATE.

       NOTE-REGISTRY-RECORD.
           IF RR-STREAM = SPACES OR RR-STREAM = LOW-VALUES
               MOVE "A " TO WS-REC-STREAM
           ELSE
               MOVE RR-STREAM TO WS-REC-STREAM
           END-IF
           IF WS-REC-STREAM = WS-VOID-STREAM
               IF RR-VOID-ENTRY
                   SET RUN-ALREADY-VOIDED TO TRUE
               ELSE
                   SET RUN-REGISTERED TO TRUE
                   MOVE RR-RUN-NUMBER TO WS-RUN-NUMBER
                   MOVE RR-RUN-TIME TO WS-RUN-TIME
                   MOVE RR-START-VALUE TO WS-START-VALUE
                   MOVE RR-END-VALUE TO WS-END-VALUE
                   IF RR-DIRECTION = 'D'
                       MOVE 'D' TO WS-DIRECTION
                   ELSE
                       MOVE 'A' TO WS-DIRECTION
                   END-IF
                   IF RR-STEP-VALUE IS NUMERIC AND RR-STEP-VALUE > 0
                       MOVE RR-STEP-VALUE TO WS-STEP-VALUE
                   ELSE
                       MOVE 1 TO WS-STEP-VALUE
                   END-IF
               END-IF
           END-IF.

       WRITE-REGISTRY-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RUN-NUMBER TO WS-NUMBER-DISPLAY
           MOVE WS-RUN-TIME TO WS-TIME-DISPLAY
           MOVE WS-START-VALUE TO WS-VALUE-DISPLAY
           MOVE WS-END-VALUE TO WS-VALUE-DISPLAY-2
           STRING "  REGISTRY  RUN " DELIMITED BY SIZE
               WS-NUMBER-DISPLAY DELIMITED BY SIZE
               " TIME " DELIMITED BY SIZE
               WS-TIME-DISPLAY DELIMITED BY SIZE
               " RANGE " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-VALUE-DISPLAY-2 DELIMITED BY SIZE
               " DIR " DELIMITED BY SIZE
               WS-DIRECTION DELIMITED BY SIZE
               " STEP " DELIMITED BY SIZE
               WS-STEP-VALUE DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      * Only a run that finished can be voided - a run with no
      * 'E' is crashed or still running and belongs to the
      * restart procedure, not to finance. A 'V' already on the
      * log is a second line of defence against a double void.
       FIND-AUDIT-PAIR.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
               SET AUD-AT-EOF TO TRUE
           ELSE
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: AUDIT-LOG-FILE OPEN "
                       "FAILED - STATUS " WS-AUD-STATUS
                   CLOSE VOID-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL AUD-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUD-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-RUN-DATE = WS-VOID-DATE
                           AND AR-JOB-NAME = WS-VOID-RUN-ID
                           PERFORM NOTE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF
           EVALUATE TRUE
               WHEN RUN-ALREADY-VOIDED
                   MOVE "  CARD REJECTED - AUDIT LOG ALREADY VOIDS RUN"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-REJECT-LINE
               WHEN NOT AUDIT-END-FOUND
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  CARD REJECTED - RUN NOT COMPLETE, NO "
                       DELIMITED BY SIZE
                       "'E' ON THE AUDIT LOG" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-AUDIT-FINAL TO WS-VALUE-DISPLAY
                   IF AUDIT-START-FOUND
                       STRING "  AUDIT     'S' AND 'E' PRESENT - "
                           DELIMITED BY SIZE
                           "FINAL CONTADOR " DELIMITED BY SIZE
                           WS-VALUE-DISPLAY DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                   ELSE
                       STRING "  AUDIT     'E' PRESENT, NO 'S' - "
                           DELIMITED BY SIZE
                           "FINAL CONTADOR " DELIMITED BY SIZE
                           WS-VALUE-DISPLAY DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       END-STRING
                   END-IF
                   PERFORM WRITE-RPT-LINE
           END-EVALUATE.

       NOTE-AUDIT-RECORD.
           IF AR-STREAM = SPACES OR AR-STREAM = LOW-VALUES
               MOVE "A " TO WS-REC-STREAM
           ELSE
               MOVE AR-STREAM TO WS-REC-STREAM
           END-IF
           IF WS-REC-STREAM = WS-VOID-STREAM
               EVALUATE TRUE
                   WHEN AR-TYPE-START
                       SET AUDIT-START-FOUND TO TRUE
                   WHEN AR-TYPE-END
                       SET AUDIT-END-FOUND TO TRUE
                       MOVE AR-CONTADOR TO WS-AUDIT-FINAL
                   WHEN AR-TYPE-VOID
                       SET RUN-ALREADY-VOIDED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Position at the run's lowest key and walk forward while
      * date, run id and stream still match - the same scope an
      * HWMSTMNT DELETE of one run would take, narrowed to the
      * one stream. Every key is listed; on a CONFIRM card each
      * record is secured on the backout file and written to
      * the reversal extract BEFORE it is deleted.
       SCAN-RUN-MASTER.
           OPEN I-O RUN-MASTER-FILE
           IF WS-MST-STATUS = "35"
               MOVE "  CARD REJECTED - RUN MASTER NOT FOUND"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: RUN-MASTER OPEN "
                       "FAILED - STATUS " WS-MST-STATUS
                   CLOSE VOID-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           IF MASTER-IS-OPEN
               MOVE WS-VOID-DATE TO RM-RUN-DATE
               MOVE WS-VOID-RUN-ID TO RM-RUN-ID
               MOVE WS-VOID-STREAM TO RM-STREAM
               MOVE 0 TO RM-CONTADOR
               START RUN-MASTER-FILE KEY >= RM-KEY
               IF WS-MST-STATUS NOT = "00"
                   SET SCAN-DONE TO TRUE
               END-IF
               PERFORM UNTIL SCAN-DONE
                   READ RUN-MASTER-FILE NEXT
                       AT END
                           SET SCAN-DONE TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
               PERFORM WRITE-SCOPE-RESULT
           END-IF.

       CHECK-ONE-MASTER-RECORD.
           IF RM-RUN-DATE NOT = WS-VOID-DATE
               OR RM-RUN-ID NOT = WS-VOID-RUN-ID
               OR RM-STREAM NOT = WS-VOID-STREAM
               SET SCAN-DONE TO TRUE
           ELSE
               PERFORM LIST-ONE-KEY
               IF APPLY-THIS-CARD
                   PERFORM REVERSE-ONE-RECORD
               END-IF
           END-IF.

       LIST-ONE-KEY.
           ADD 1 TO WS-IN-SCOPE
           ADD RM-CONTADOR TO WS-SCOPE-HASH
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RM-RUN-DATE TO WS-DATE-DISPLAY
           MOVE RM-CONTADOR TO WS-VALUE-DISPLAY
           STRING "  KEY " DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RM-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RM-STREAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      * Backout first, then the reversal row, then the delete - a
      * record that cannot be secured stays on the master, so the
      * backout generation and the reversal always describe
      * exactly what was removed.
       REVERSE-ONE-RECORD.
           PERFORM ENSURE-OUTPUTS-OPEN
           IF NOT BACKOUT-IS-OPEN OR NOT EXTRACT-IS-OPEN
               MOVE "  RECORD KEPT - BACKOUT OR EXTRACT UNAVAILABLE"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
               SET SCAN-DONE TO TRUE
           ELSE
               MOVE RM-RUN-DATE TO CR-RUN-DATE
               MOVE RM-RUN-ID TO CR-RUN-ID
               MOVE RM-CONTADOR TO CR-CONTADOR
               MOVE RM-STREAM TO CR-STREAM
               WRITE COUNT-RECORD
               IF WS-BKO-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: BACKOUT WRITE FAILED - "
                       "STATUS " WS-BKO-STATUS
                   MOVE "  RECORD KEPT - BACKOUT WRITE FAILED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
                   SET SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-BACKOUT
                   PERFORM WRITE-REVERSAL-ROW
               END-IF
           END-IF.

       WRITE-REVERSAL-ROW.
           MOVE SPACES TO EXTRACT-LINE
           MOVE RM-RUN-DATE TO WS-DATE-DISPLAY
           MOVE RM-CONTADOR TO WS-VALUE-DISPLAY
           STRING WS-DATE-DISPLAY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RM-RUN-ID DELIMITED BY SIZE
               ",-" DELIMITED BY SIZE
               WS-VALUE-DISPLAY DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "HWVOIDRN ABEND: EXTRACT WRITE FAILED - "
                   "STATUS " WS-EXT-STATUS
               MOVE "  RECORD KEPT - REVERSAL WRITE FAILED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
               SET SCAN-DONE TO TRUE
           ELSE
               ADD 1 TO WS-REVERSAL-COUNT
               ADD RM-CONTADOR TO WS-REVERSAL-HASH
               DELETE RUN-MASTER-FILE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: MASTER DELETE "
                       "FAILED - STATUS " WS-MST-STATUS
                   MOVE "  DELETE FAILED - SEE SYSOUT"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
                   SET SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-REMOVED
               END-IF
           END-IF.

      * The reversal carries the finance extract's own header, a
      * REVERSAL row naming the run (as a re-cut carries its
      * RETRANS row), the negated detail rows and a negative
      * TRAILER - finance's loader takes the rows back out.
       ENSURE-OUTPUTS-OPEN.
           IF NOT BACKOUT-IS-OPEN
               OPEN OUTPUT BACKOUT-FILE
               IF WS-BKO-STATUS = "00"
                   SET BACKOUT-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "HWVOIDRN ABEND: BACKOUT OPEN FAILED - "
                       "STATUS " WS-BKO-STATUS
               END-IF
           END-IF
           IF NOT EXTRACT-IS-OPEN
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EXT-STATUS = "00"
                   SET EXTRACT-IS-OPEN TO TRUE
                   MOVE "RUNDATE,RUNID,CONTADOR" TO EXTRACT-LINE
                   WRITE EXTRACT-LINE
                   MOVE SPACES TO EXTRACT-LINE
                   MOVE WS-VOID-DATE TO WS-DATE-DISPLAY
                   STRING "REVERSAL," DELIMITED BY SIZE
                       WS-DATE-DISPLAY DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-VOID-RUN-ID DELIMITED BY SIZE
                       INTO EXTRACT-LINE
                   END-STRING
                   WRITE EXTRACT-LINE
               ELSE
                   DISPLAY "HWVOIDRN ABEND: EXTRACT OPEN FAILED - "
                       "STATUS " WS-EXT-STATUS
               END-IF
           END-IF.

      * A run with nothing left on the master has nothing to
      * reverse from - if HWMSTMNT already removed it, reload its
      * backout generation through HWMSTLD and void it then, so
      * the reversal is built from the very values finance holds.
       WRITE-SCOPE-RESULT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-IN-SCOPE TO WS-COUNT-DISPLAY
           MOVE WS-SCOPE-HASH TO WS-HASH-DISPLAY
           IF APPLY-THIS-CARD
               STRING "  IN SCOPE " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-HASH-DISPLAY DELIMITED BY SIZE
                   " - REMOVED " DELIMITED BY SIZE
                   WS-TOTAL-REMOVED DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING "  IN SCOPE " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-HASH-DISPLAY DELIMITED BY SIZE
                   " - NONE REMOVED (REHEARSAL)" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           IF WS-IN-SCOPE = 0
               MOVE "  CARD REJECTED - RUN HAS NO RUN-MASTER RECORDS"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-REJECT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  RELOAD ITS HWMNTBKO BACKOUT THROUGH "
                   DELIMITED BY SIZE
                   "HWMSTLD, THEN VOID IT" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               IF NOT APPLY-THIS-CARD
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "  A CONFIRMED VOID SENDS REVERSAL COUNT -"
                       DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " HASH -" DELIMITED BY SIZE
                       WS-HASH-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.

      * Everything is off the master and on the reversal; now
      * every other file is told. Each mark stands on its own -
      * a failed write is reported and the rest still go on,
      * so the operator repairs one file, not the whole set.
       RECORD-VOID.
           PERFORM WRITE-REVERSAL-TRAILER
           PERFORM WRITE-TRANSMIT-LOG
           PERFORM APPEND-REGISTRY-VOID
           PERFORM APPEND-AUDIT-VOID
           MOVE SPACES TO WS-EXC-TEXT
           STRING "RUN " DELIMITED BY SIZE
               WS-VOID-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VOID-STREAM DELIMITED BY SIZE
               " VOIDED - REVERSAL SENT" DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           MOVE 'W' TO WS-EXC-SEVERITY
           MOVE "RUNVOID " TO WS-EXC-CODE
           PERFORM LOG-EXCEPTION
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "RUN " DELIMITED BY SIZE
               WS-VOID-RUN-ID DELIMITED BY SIZE
               " STREAM " DELIMITED BY SIZE
               WS-VOID-STREAM DELIMITED BY SIZE
               " VOIDED - REGISTRY, AUDIT LOG, RUN MASTER "
               DELIMITED BY SIZE
               "AND XMITLOG" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       WRITE-REVERSAL-TRAILER.
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-REVERSAL-HASH TO WS-HASH-DISPLAY
           STRING "TRAILER,-" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ",-" DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           WRITE EXTRACT-LINE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "HWVOIDRN ABEND: EXTRACT TRAILER WRITE "
                   "FAILED - STATUS " WS-EXT-STATUS
               MOVE "  REVERSAL TRAILER WRITE FAILED - SEE SYSOUT"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
           END-IF.

      * The reversal is logged under the run's own date - the
      * date the original extract went out under - with a '-'
      * sign, so HWACKMCH expects its own acknowledgment.
       WRITE-TRANSMIT-LOG.
           OPEN EXTEND TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS = "35"
               OPEN OUTPUT TRANSMIT-LOG-FILE
           END-IF
           IF WS-XMT-STATUS NOT = "00"
               DISPLAY "HWVOIDRN ABEND: TRANSMIT LOG OPEN "
                   "FAILED - STATUS " WS-XMT-STATUS
               MOVE "  XMITLOG NOT MARKED - OPEN FAILED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-VOID-DATE TO XM-EXTRACT-DATE
               MOVE WS-REVERSAL-COUNT TO XM-RECORD-COUNT
               MOVE WS-REVERSAL-HASH TO XM-HASH-TOTAL
               MOVE WS-VOID-STREAM TO XM-STREAM
               SET XM-REVERSAL TO TRUE
               MOVE WS-CURRENT-DATE TO XM-SENT-DATE
               WRITE TRANSMIT-RECORD
               IF WS-XMT-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: TRANSMIT LOG WRITE "
                       "FAILED - STATUS " WS-XMT-STATUS
                   MOVE "  XMITLOG NOT MARKED - WRITE FAILED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
               END-IF
               CLOSE TRANSMIT-LOG-FILE
           END-IF.

       APPEND-REGISTRY-VOID.
           OPEN EXTEND RUN-REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "HWVOIDRN ABEND: RUN REGISTRY EXTEND "
                   "FAILED - STATUS " WS-REG-STATUS
               MOVE "  REGISTRY NOT MARKED - OPEN FAILED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-RUN-NUMBER TO RR-RUN-NUMBER
               MOVE WS-VOID-RUN-ID TO RR-RUN-ID
               MOVE WS-VOID-DATE TO RR-RUN-DATE
               MOVE WS-VOID-TIME TO RR-RUN-TIME
               MOVE WS-START-VALUE TO RR-START-VALUE
               MOVE WS-END-VALUE TO RR-END-VALUE
               MOVE WS-DIRECTION TO RR-DIRECTION
               MOVE WS-STEP-VALUE TO RR-STEP-VALUE
               MOVE WS-VOID-STREAM TO RR-STREAM
               SET RR-VOID-ENTRY TO TRUE
               WRITE RUN-REGISTRY-RECORD
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: RUN REGISTRY WRITE "
                       "FAILED - STATUS " WS-REG-STATUS
                   MOVE "  REGISTRY NOT MARKED - WRITE FAILED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
               END-IF
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       APPEND-AUDIT-VOID.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "HWVOIDRN ABEND: AUDIT-LOG-FILE EXTEND "
                   "FAILED - STATUS " WS-AUD-STATUS
               MOVE "  AUDIT LOG NOT MARKED - OPEN FAILED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-VOID-RUN-ID TO AR-JOB-NAME
               MOVE WS-VOID-DATE TO AR-RUN-DATE
               MOVE WS-VOID-TIME TO AR-RUN-TIME
               SET AR-TYPE-VOID TO TRUE
               MOVE WS-START-VALUE TO AR-START-VALUE
               MOVE WS-END-VALUE TO AR-END-VALUE
               MOVE WS-REVERSAL-COUNT TO AR-CONTADOR
               MOVE WS-DIRECTION TO AR-DIRECTION
               MOVE WS-STEP-VALUE TO AR-STEP-VALUE
               MOVE WS-VOID-STREAM TO AR-STREAM
               WRITE AUDIT-RECORD
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "HWVOIDRN ABEND: AUDIT LOG WRITE "
                       "FAILED - STATUS " WS-AUD-STATUS
                   MOVE "  AUDIT LOG NOT MARKED - WRITE FAILED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 16 TO WS-FINAL-RC
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.

      * Records already removed are safe on the backout file; the
      * run is NOT marked voided anywhere, so the repair is to
      * reload that generation and submit the void again.
       WRITE-VOID-INCOMPLETE.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "VOID INCOMPLETE - RELOAD HWVODBKO THROUGH "
               DELIMITED BY SIZE
               "HWMSTLD AND RESUBMIT" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE "RUNVOID " TO WS-EXC-CODE
           MOVE SPACES TO WS-EXC-TEXT
           STRING "RUN " DELIMITED BY SIZE
               WS-VOID-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VOID-STREAM DELIMITED BY SIZE
               " VOID FAILED - BACKOUT" DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING
           PERFORM LOG-EXCEPTION.

       WRITE-REJECT-LINE.
           MOVE 'N' TO WS-CARD-OK-SWITCH
           IF WS-FINAL-RC < 8
               MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-RPT-LINE.

       CLOSE-WORK-FILES.
           IF MASTER-IS-OPEN
               CLOSE RUN-MASTER-FILE
           END-IF
           IF BACKOUT-IS-OPEN
               CLOSE BACKOUT-FILE
           END-IF
           IF EXTRACT-IS-OPEN
               CLOSE EXTRACT-FILE
           END-IF.

       WRITE-VOID-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-REMOVED TO WS-COUNT-DISPLAY
           STRING "RECORDS REMOVED  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-BACKOUT TO WS-COUNT-DISPLAY
           STRING "BACKOUT RECORDS  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY
           STRING "REVERSAL COUNT   : -" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-REVERSAL-HASH TO WS-HASH-DISPLAY
           STRING "REVERSAL HASH    : -" DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-TOTAL-BACKOUT NOT = WS-TOTAL-REMOVED
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BALANCE CHECK: BACKOUT HOLDS MORE THAN "
                   DELIMITED BY SIZE
                   "WAS REMOVED - REVIEW BEFORE RELOADING"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE "BALANCE CHECK: BACKOUT = REMOVED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-COUNT-DISPLAY
           STRING "HWVOIDRN COMPLETE - RC=" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

      * The void is logged to the common exception log so the
      * RUNVOID entry can be given a disposition like any other
      * operator event. A log failure never stops the void.
       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWVOIDRN WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWVOIDRN" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
