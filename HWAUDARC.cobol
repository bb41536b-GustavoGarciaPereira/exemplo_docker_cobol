      * defaults to 90 when the card is absent or invalid.
      * SYSPRINT shows records kept, archived, and dropped
      * to archive per record type, proving the split.
      * Once HELLOWORLD seals the log, records are aged by
      * sealed run rather than one by one: the leading runs
      * whose 'K' seal is dated before the cutoff go to the
      * archive whole, everything from the first run still
      * inside retention stays whole and in order (a late 'V'
      * or an unsealed leg included), and the last archived
      * seal is repeated as a 'C' carry record at the top of
      * the replacement log so HELLOWORLD and HWAUDVFY pick
      * the chain up where the archive generation left off.
      * A log with no seal or carry yet is aged record by
      * record as before.
      * RETURN-CODE: 0 complete, 4 log missing or empty,
      * 16 file error.
      *****************************************************
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(52).
       FD  NEW-LOG-FILE.
       01  NEW-LOG-RECORD               PIC X(52).
       FD  ARCHIVE-CTL-FILE.
       01  ARCHIVE-CARD.
           05 ARC-RETENTION-DAYS        PIC 9(4).
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-EOF-SWITCH             PIC X VALUE 'N'.
           88 AUD-AT-EOF                VALUE 'Y'.
       01 WS-SEALED-SWITCH              PIC X VALUE 'N'.
           88 LOG-IS-SEALED             VALUE 'Y'.
       01 WS-PREFIX-SWITCH              PIC X VALUE 'N'.
           88 PREFIX-ENDED              VALUE 'Y'.
       01 WS-CARRY-SWITCH               PIC X VALUE 'N'.
           88 CARRY-WRITTEN             VALUE 'Y'.
       01 WS-RECORD-NUMBER              PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-THRU               PIC 9(8) VALUE 0.
       01 WS-CARRY-RECORD.
           05 CY-JOB-NAME               PIC X(8).
           05 CY-RUN-DATE               PIC X(8).
           05 FILLER                    PIC X(36).
       01 WS-RETENTION-DAYS             PIC 9(4) VALUE 90.
       01 WS-CUTOFF-DATE                PIC 9(8) VALUE 0.
       01 WS-CUTOFF-INTEGER             PIC 9(8) COMP VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-TYPE-INDEX                 PIC 9(1) COMP VALUE 0.
       01 WS-TYPE-COUNTERS.
           05 WS-TYPE-ENTRY OCCURS 5 TIMES.
               10 TC-TYPE-LABEL         PIC X(5).
               10 TC-KEPT               PIC 9(8).
               10 TC-ARCHIVED           PIC 9(8).
           PERFORM INITIALIZE-ARCHIVE
           PERFORM READ-RETENTION-CARD
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM PLAN-SEALED-SPLIT
           PERFORM SPLIT-AUDIT-LOG
           PERFORM WRITE-ARCHIVE-REPORT
           CLOSE ARCHIVE-RPT
           MOVE "'S'  " TO TC-TYPE-LABEL(1)
           MOVE "'D'  " TO TC-TYPE-LABEL(2)
           MOVE "'E'  " TO TC-TYPE-LABEL(3)
           MOVE "SEAL " TO TC-TYPE-LABEL(4)
           MOVE "OTHER" TO TC-TYPE-LABEL(5)
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > 5
               MOVE 0 TO TC-KEPT(WS-TYPE-INDEX)
               MOVE 0 TO TC-ARCHIVED(WS-TYPE-INDEX)
               MOVE 0 TO TC-DROPPED(WS-TYPE-INDEX)
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * First pass: find how far the run of old sealed runs at the
      * head of the log reaches. The first seal still inside
      * retention (or with a date that cannot be aged) ends it -
      * nothing after that point may move, or the archive and the
      * replacement log would each hold the chain out of order.
      * An unreadable log is left to SPLIT-AUDIT-LOG to report.
       PLAN-SEALED-SPLIT.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL AUD-AT-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           SET AUD-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM PLAN-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               MOVE 'N' TO WS-AUD-EOF-SWITCH
               MOVE 0 TO WS-RECORD-NUMBER
               PERFORM WRITE-SPLIT-PLAN
           END-IF.

       PLAN-ONE-RECORD.
           ADD 1 TO WS-RECORD-NUMBER
           IF AR-TYPE-SEAL OR AR-TYPE-CARRY
               SET LOG-IS-SEALED TO TRUE
           END-IF
           IF AR-TYPE-SEAL AND NOT PREFIX-ENDED
               IF AR-RUN-DATE IS NUMERIC
                   AND AR-RUN-DATE < WS-CUTOFF-DATE
                   MOVE WS-RECORD-NUMBER TO WS-ARCHIVE-THRU
                   MOVE AUDIT-RECORD TO WS-CARRY-RECORD
               ELSE
                   SET PREFIX-ENDED TO TRUE
               END-IF
           END-IF.

       WRITE-SPLIT-PLAN.
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT LOG-IS-SEALED
               MOVE "LOG NOT YET SEALED - RECORDS AGED ONE BY ONE"
                   TO WS-DETAIL-LINE
           ELSE
               IF WS-ARCHIVE-THRU = 0
                   MOVE "NO SEALED RUN PAST RETENTION - CHAIN STAYS"
                       TO WS-DETAIL-LINE
               ELSE
                   MOVE WS-ARCHIVE-THRU TO WS-COUNT-DISPLAY
                   STRING "SEALED RUNS ARCHIVED WHOLE THRU RECORD "
                       DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " - CARRY " DELIMITED BY SIZE
                       CY-JOB-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CY-RUN-DATE DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       SPLIT-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-CHAIN-CARRY
           END-IF
           PERFORM UNTIL AUD-AT-EOF
               READ AUDIT-LOG-FILE
               CLOSE NEW-LOG-FILE
           END-IF.

      * The carry is a copy of the last archived seal, retyped, so
      * the replacement log opens with the hash its next run must
      * chain from. It is not a record read, so it stays out of
      * the balance check and is reported on its own.
       WRITE-CHAIN-CARRY.
           IF WS-ARCHIVE-THRU > 0
               MOVE WS-CARRY-RECORD TO AUDIT-RECORD
               SET AR-TYPE-CARRY TO TRUE
               MOVE AUDIT-RECORD TO NEW-LOG-RECORD
               WRITE NEW-LOG-RECORD
               SET CARRY-WRITTEN TO TRUE
           END-IF.

       SPLIT-ONE-RECORD.
           ADD 1 TO WS-TOTAL-READ
           ADD 1 TO WS-RECORD-NUMBER
           EVALUATE TRUE
               WHEN AR-TYPE-START
                   MOVE 1 TO WS-TYPE-INDEX
                   MOVE 2 TO WS-TYPE-INDEX
               WHEN AR-TYPE-END
                   MOVE 3 TO WS-TYPE-INDEX
               WHEN AR-TYPE-SEAL
                   MOVE 4 TO WS-TYPE-INDEX
               WHEN AR-TYPE-CARRY
                   MOVE 4 TO WS-TYPE-INDEX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-INDEX
           END-EVALUATE
           IF LOG-IS-SEALED
               PERFORM SPLIT-SEALED-RECORD
           ELSE
               PERFORM SPLIT-BY-RECORD-DATE
           END-IF.

      * A sealed log splits at the planned record: the old sealed
      * runs go to the archive whole (an undatable record among
      * them still counts as dropped), the rest stays whole.
       SPLIT-SEALED-RECORD.
           IF WS-RECORD-NUMBER <= WS-ARCHIVE-THRU
               MOVE AUDIT-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               IF AR-RUN-DATE IS NOT NUMERIC
                   ADD 1 TO TC-DROPPED(WS-TYPE-INDEX)
                   ADD 1 TO WS-TOTAL-DROPPED
               ELSE
                   ADD 1 TO TC-ARCHIVED(WS-TYPE-INDEX)
                   ADD 1 TO WS-TOTAL-ARCHIVED
               END-IF
           ELSE
               MOVE AUDIT-RECORD TO NEW-LOG-RECORD
               WRITE NEW-LOG-RECORD
               ADD 1 TO TC-KEPT(WS-TYPE-INDEX)
               ADD 1 TO WS-TOTAL-KEPT
           END-IF.

       SPLIT-BY-RECORD-DATE.
           IF AR-RUN-DATE IS NOT NUMERIC
               MOVE AUDIT-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
           MOVE "TYPE   KEPT     ARCHIVED DROPPED" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > 5
               PERFORM WRITE-TYPE-LINE
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF CARRY-WRITTEN
               MOVE "CHAIN CARRY      : WRITTEN TO REPLACEMENT LOG"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF
           IF WS-TOTAL-KEPT + WS-TOTAL-ARCHIVED + WS-TOTAL-DROPPED
               = WS-TOTAL-READ
               MOVE "BALANCE CHECK: IN = OUT - NOTHING LOST"
