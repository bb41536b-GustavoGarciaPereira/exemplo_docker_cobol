       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWAUDVFY.
      *****************************************************
      * HWAUDVFY - audit log seal and chain verifier.
      * HELLOWORLD seals its stream's audit log run by
      * run: after each 'E' it writes a 'K' seal carrying
      * the number of records appended since the previous
      * seal, a hash of those records and of the seal
      * itself, and the previous seal's hash. This program
      * re-walks one stream's archive generations (oldest
      * first) and live log, recomputes every seal, and
      * reports:
      *   - a run whose seal no longer matches its records
      *     (a changed field, a deleted or added record)
      *   - a break in the chain - a seal that does not
      *     link to the seal before it (a sealed run
      *     removed, reordered or re-sealed), or a 'C'
      *     carry that does not repeat the last seal of
      *     the generation before it
      *   - records sitting between a seal and a carry,
      *     which no seal can ever cover
      * Records before the chain starts (written before
      * sealing began) and records after the last seal
      * (an unfinished leg or a HWVOIDRN void, sealed by
      * the stream's next run) are counted and listed,
      * not reported as exceptions. The first chain start
      * read is a zero-hash carry when the oldest
      * generation is supplied, or an archive carry when
      * earlier generations have rolled off.
      * RETURN-CODE: 0 chain intact, 4 nothing sealed to
      * verify, 8 seal mismatch or chain break found,
      * 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT VERIFY-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  VERIFY-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'E'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-AUD-EOF-SWITCH             PIC X VALUE 'N'.
           88 AUD-AT-EOF                VALUE 'Y'.
       01 WS-FAIL-SWITCH                PIC X VALUE 'N'.
           88 VERIFY-FAILED             VALUE 'Y'.
       01 WS-CHAIN-SWITCH               PIC X VALUE 'N'.
           88 CHAIN-STARTED             VALUE 'Y'.
       01 WS-LINK-SWITCH                PIC X VALUE 'N'.
           88 LINK-MATCHES              VALUE 'Y'.
       01 WS-SEAL-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SEAL-HASH                  PIC 9(9) VALUE 0.
       01 WS-SEAL-POS                   PIC 9(4) COMP VALUE 0.
       01 WS-SEAL-IMAGE                 PIC X(52).
       01 WS-RECORDED-HASH              PIC 9(9) VALUE 0.
       01 WS-LAST-HASH                  PIC 9(9) VALUE 0.
       01 WS-LAST-JOB-NAME              PIC X(8) VALUE SPACES.
       01 WS-LAST-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-LOG-STREAM                 PIC X(2) VALUE SPACES.
       01 WS-TOTAL-READ                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-SEALS                PIC 9(8) VALUE 0.
       01 WS-SEALS-MATCHED              PIC 9(8) VALUE 0.
       01 WS-SEALS-BROKEN               PIC 9(8) VALUE 0.
       01 WS-CARRIES-MATCHED            PIC 9(8) VALUE 0.
       01 WS-CHAIN-BREAKS               PIC 9(8) VALUE 0.
       01 WS-UNSEALED-HISTORY           PIC 9(8) VALUE 0.
       01 WS-AWAITING-SEAL              PIC 9(8) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS           PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-NUMBER-DISPLAY             PIC 9(6).
       01 WS-SEALED-DISPLAY             PIC X(6).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-VERIFY
           PERFORM WALK-AUDIT-CHAIN
           PERFORM WRITE-VERIFY-VERDICT
           CLOSE VERIFY-RPT
           IF VERIFY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-SEALS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-VERIFY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT VERIFY-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWAUDVFY ABEND: VERIFY-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWAUDVFY - AUDIT SEAL AND CHAIN  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * HWAUDIT is the stream's archive generations, oldest first,
      * followed by its live log - read as one file, the records
      * are in the order they were appended, and every carry sits
      * directly after the seal it repeats.
       WALK-AUDIT-CHAIN.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
               MOVE "AUDIT LOG NOT FOUND - NOTHING TO VERIFY"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET AUD-AT-EOF TO TRUE
           ELSE
               IF WS-AUD-STATUS NOT = "00"
                   DISPLAY "HWAUDVFY ABEND: AUDIT-LOG-FILE OPEN "
                       "FAILED - STATUS " WS-AUD-STATUS
                   CLOSE VERIFY-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL AUD-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUD-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM REPORT-CHAIN-END.

       VERIFY-ONE-RECORD.
           ADD 1 TO WS-TOTAL-READ
           IF WS-LOG-STREAM = SPACES
               MOVE AR-STREAM TO WS-LOG-STREAM
           END-IF
           EVALUATE TRUE
               WHEN AR-TYPE-SEAL
                   PERFORM CHECK-RUN-SEAL
               WHEN AR-TYPE-CARRY
                   PERFORM CHECK-CHAIN-CARRY
               WHEN OTHER
                   PERFORM FOLD-AUDIT-RECORD
           END-EVALUATE.

      * A carry either starts the chain (the first one read) or
      * must repeat the seal just before it: same run, same hash.
      * Anything read between that seal and the carry was never
      * sealed and never will be.
       CHECK-CHAIN-CARRY.
           IF NOT CHAIN-STARTED
               ADD WS-SEAL-COUNT TO WS-UNSEALED-HISTORY
               SET CHAIN-STARTED TO TRUE
               MOVE SPACES TO WS-DETAIL-LINE
               IF AR-SEAL-HASH IS NUMERIC AND AR-SEAL-HASH = 0
                   STRING "CHAIN STARTS AT " DELIMITED BY SIZE
                       AR-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-RUN-DATE DELIMITED BY SIZE
                       " - SEALING BEGAN" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               ELSE
                   STRING "CHAIN PICKED UP AT CARRY " DELIMITED BY SIZE
                       AR-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-RUN-DATE DELIMITED BY SIZE
                       " - EARLIER GENERATIONS NOT READ"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-RPT-LINE
           ELSE
               IF WS-SEAL-COUNT > 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-SEAL-COUNT TO WS-NUMBER-DISPLAY
                   STRING WS-NUMBER-DISPLAY DELIMITED BY SIZE
                       " UNSEALED RECORDS BEFORE CARRY "
                       DELIMITED BY SIZE
                       AR-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-RUN-DATE DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               IF AR-SEAL-HASH IS NUMERIC
                   AND AR-SEAL-HASH = WS-LAST-HASH
                   AND AR-JOB-NAME = WS-LAST-JOB-NAME
                   AND AR-RUN-DATE = WS-LAST-RUN-DATE
                   ADD 1 TO WS-CARRIES-MATCHED
               ELSE
                   ADD 1 TO WS-CHAIN-BREAKS
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "CHAIN BREAK AT CARRY " DELIMITED BY SIZE
                       AR-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-RUN-DATE DELIMITED BY SIZE
                       " - LAST SEAL " DELIMITED BY SIZE
                       WS-LAST-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LAST-RUN-DATE DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           PERFORM NOTE-CHAIN-POSITION.

      * The link and the seal are judged separately, so a removed
      * run shows as one chain break and the runs either side of
      * it still verify on their own records. The seal is folded
      * with its hash field zero, exactly as HELLOWORLD wrote it.
       CHECK-RUN-SEAL.
           ADD 1 TO WS-TOTAL-SEALS
           MOVE 'N' TO WS-LINK-SWITCH
           IF CHAIN-STARTED
               IF AR-SEAL-PRIOR IS NUMERIC
                   AND AR-SEAL-PRIOR = WS-LAST-HASH
                   SET LINK-MATCHES TO TRUE
               END-IF
           END-IF
           IF NOT LINK-MATCHES
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE SPACES TO WS-DETAIL-LINE
               IF CHAIN-STARTED
                   STRING "CHAIN BREAK BEFORE " DELIMITED BY SIZE
                       AR-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-RUN-DATE DELIMITED BY SIZE
                       " - DOES NOT LINK TO " DELIMITED BY SIZE
                       WS-LAST-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LAST-RUN-DATE DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               ELSE
                   STRING "CHAIN BREAK BEFORE " DELIMITED BY SIZE
                       AR-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AR-RUN-DATE DELIMITED BY SIZE
                       " - SEAL WITH NO CHAIN START"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
               SET CHAIN-STARTED TO TRUE
           END-IF
           IF AR-SEAL-HASH IS NUMERIC
               MOVE AR-SEAL-HASH TO WS-RECORDED-HASH
           ELSE
               MOVE 0 TO WS-RECORDED-HASH
           END-IF
           MOVE 0 TO AR-SEAL-HASH
           MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
           PERFORM FOLD-SEAL-IMAGE
           IF AR-SEAL-COUNT IS NUMERIC
               AND AR-SEAL-COUNT = WS-SEAL-COUNT
               AND WS-SEAL-HASH = WS-RECORDED-HASH
               ADD 1 TO WS-SEALS-MATCHED
           ELSE
               ADD 1 TO WS-SEALS-BROKEN
               PERFORM REPORT-SEAL-MISMATCH
           END-IF
           MOVE WS-RECORDED-HASH TO AR-SEAL-HASH
           PERFORM NOTE-CHAIN-POSITION.

       REPORT-SEAL-MISMATCH.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SEAL-COUNT TO WS-NUMBER-DISPLAY
           IF AR-SEAL-COUNT IS NUMERIC
               MOVE AR-SEAL-COUNT TO WS-SEALED-DISPLAY
           ELSE
               MOVE "??????" TO WS-SEALED-DISPLAY
           END-IF
           STRING "SEAL MISMATCH " DELIMITED BY SIZE
               AR-JOB-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AR-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AR-STREAM DELIMITED BY SIZE
               " - RECORDS " DELIMITED BY SIZE
               WS-NUMBER-DISPLAY DELIMITED BY SIZE
               " SEALED " DELIMITED BY SIZE
               WS-SEALED-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE.

      * The next link is judged against the hash as recorded, not
      * as recomputed, so one altered run is reported once.
       NOTE-CHAIN-POSITION.
           IF AR-SEAL-HASH IS NUMERIC
               MOVE AR-SEAL-HASH TO WS-LAST-HASH
           ELSE
               MOVE 0 TO WS-LAST-HASH
           END-IF
           MOVE AR-JOB-NAME TO WS-LAST-JOB-NAME
           MOVE AR-RUN-DATE TO WS-LAST-RUN-DATE
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-HASH.

       FOLD-AUDIT-RECORD.
           ADD 1 TO WS-SEAL-COUNT
           MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
           PERFORM FOLD-SEAL-IMAGE.

      * The same arithmetic HELLOWORLD seals with - one byte at a
      * time, so a change anywhere in a record moves the hash.
       FOLD-SEAL-IMAGE.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
               UNTIL WS-SEAL-POS > 52
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(
                   WS-SEAL-HASH * 31
                   + FUNCTION ORD(WS-SEAL-IMAGE(WS-SEAL-POS:1)),
                   999999937)
           END-PERFORM.

       REPORT-CHAIN-END.
           IF NOT CHAIN-STARTED
               ADD WS-SEAL-COUNT TO WS-UNSEALED-HISTORY
               IF WS-TOTAL-READ > 0
                   MOVE "NO SEAL OR CARRY READ - LOG NOT YET SEALED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           ELSE
               MOVE WS-SEAL-COUNT TO WS-AWAITING-SEAL
               IF WS-AWAITING-SEAL > 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-AWAITING-SEAL TO WS-COUNT-DISPLAY
                   STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " RECORDS AFTER LAST SEAL " DELIMITED BY SIZE
                       WS-LAST-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LAST-RUN-DATE DELIMITED BY SIZE
                       " - SEALED BY NEXT RUN" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
           SET VERIFY-FAILED TO TRUE
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           PERFORM WRITE-RPT-LINE.

       WRITE-VERIFY-VERDICT.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-READ TO WS-COUNT-DISPLAY
           STRING "RECORDS READ    : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-SEALS TO WS-COUNT-DISPLAY
           STRING "SEALS READ      : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SEALS-MATCHED TO WS-COUNT-DISPLAY
           STRING "SEALS MATCHED   : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SEALS-BROKEN TO WS-COUNT-DISPLAY
           STRING "SEALS BROKEN    : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CARRIES-MATCHED TO WS-COUNT-DISPLAY
           STRING "CARRIES MATCHED : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CHAIN-BREAKS TO WS-COUNT-DISPLAY
           STRING "CHAIN BREAKS    : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-UNSEALED-HISTORY TO WS-COUNT-DISPLAY
           STRING "BEFORE SEALING  : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-AWAITING-SEAL TO WS-COUNT-DISPLAY
           STRING "AWAITING SEAL   : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-EXCEPTIONS TO WS-COUNT-DISPLAY
           STRING "EXCEPTIONS      : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF VERIFY-FAILED
               MOVE 'E' TO WS-EXC-SEVERITY
               MOVE "AUDSEAL " TO WS-EXC-CODE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "STREAM " DELIMITED BY SIZE
                   WS-LOG-STREAM DELIMITED BY SIZE
                   " AUDIT SEAL OR CHAIN BROKEN"
                   DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE "VERDICT: AUDIT LOG ALTERED OR CHAIN BROKEN - RC=8"
                   TO WS-DETAIL-LINE
           ELSE
               IF WS-TOTAL-SEALS = 0
                   MOVE "VERDICT: NOTHING SEALED TO VERIFY - RC=4"
                       TO WS-DETAIL-LINE
               ELSE
                   MOVE "VERDICT: AUDIT CHAIN INTACT - RC=0"
                       TO WS-DETAIL-LINE
               END-IF
           END-IF
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

      * A broken seal is the kind of finding that must outlive the
      * SYSOUT, so it goes to the common exception log for the
      * open-items report and paging. A log failure is shown once
      * and the verdict still stands.
       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWAUDVFY WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWAUDVFY" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
