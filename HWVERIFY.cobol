      *     never assigned for that date
      *   - the same RR-RUN-NUMBER appearing twice under
      *     different dates (a registry wrap collision)
      *   - a run HWVOIDRN voided that is marked on only
      *     one of the registry and the audit log, or that
      *     is still on the run-master
      * A voided run is expected to be off the run-master
      * and is listed as VOIDED, not as missing.
      * A checkpoint resume legitimately re-appends the
      * interrupted run's own registry record - that pair
      * coalesces rather than reporting as a duplicate.
               10 VG-STREAM             PIC X(2).
               10 VG-S-SWITCH           PIC X.
                   88 VG-S-PRESENT      VALUE 'Y'.
               10 VG-VOID-SWITCH        PIC X.
                   88 VG-VOIDED         VALUE 'Y'.
               10 VG-AUDIT-VOID-SWITCH  PIC X.
                   88 VG-AUDIT-VOIDED   VALUE 'Y'.
       01 WS-MATCH-DATE                 PIC 9(8) VALUE 0.
       01 WS-MATCH-RUN-ID               PIC X(8) VALUE SPACES.
       01 WS-LAST-BAD-DATE              PIC 9(8) VALUE 0.
       01 WS-LAST-BAD-ID                PIC X(8) VALUE SPACES.
       01 WS-TOTAL-EXCEPTIONS           PIC 9(6) VALUE 0.
       01 WS-TOTAL-READ                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-VOIDED               PIC 9(6) VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           PERFORM LOAD-REGISTRY
           PERFORM SCAN-AUDIT-LOG
           PERFORM CHECK-MISSING-STARTS
           PERFORM CHECK-VOID-MARKS
           PERFORM SCAN-COUNT-FILE
           PERFORM CHECK-RUN-MASTER
           PERFORM WRITE-VERIFY-VERDICT
      * (same number, id, and date) - that refreshes the entry.
      * The same number under a DIFFERENT date is a wrap
      * collision and is reported before the record is stored.
      * A VOID entry repeats its run's number and date; it marks
      * the run and takes no part in the collision check.
       LOAD-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
                       SET REG-AT-EOF TO TRUE
                   NOT AT END
                       IF RR-RUN-NUMBER IS NUMERIC
                           IF RR-VOID-ENTRY
                               PERFORM NOTE-REGISTRY-VOID
                           ELSE
                               PERFORM STORE-REGISTRY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE RR-STREAM TO VG-STREAM(WS-RX)
                   END-IF
                   MOVE 'N' TO VG-S-SWITCH(WS-RX)
                   MOVE 'N' TO VG-VOID-SWITCH(WS-RX)
                   MOVE 'N' TO VG-AUDIT-VOID-SWITCH(WS-RX)
               END-IF
           END-IF.

       NOTE-REGISTRY-VOID.
           MOVE RR-RUN-DATE TO WS-MATCH-DATE
           MOVE RR-RUN-ID TO WS-MATCH-RUN-ID
           PERFORM FIND-REG-ENTRY
           IF REG-ENTRY-FOUND
               IF NOT VG-VOIDED(WS-RX)
                   SET VG-VOIDED(WS-RX) TO TRUE
                   ADD 1 TO WS-TOTAL-VOIDED
               END-IF
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE RR-RUN-DATE TO WS-DATE-DISPLAY
               STRING "VOID ENTRY FOR RUN " DELIMITED BY SIZE
                   RR-RUN-ID DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   " - RUN NOT REGISTERED" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       FIND-REG-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           PERFORM VARYING WS-RX FROM 1 BY 1
                       SET AUD-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-TYPE-START OR AR-TYPE-END
                           OR AR-TYPE-VOID
                           PERFORM CHECK-AUDIT-RECORD
                       END-IF
               END-READ
               IF AR-TYPE-START
                   SET VG-S-PRESENT(WS-RX) TO TRUE
               END-IF
               IF AR-TYPE-VOID
                   SET VG-AUDIT-VOIDED(WS-RX) TO TRUE
               END-IF
           ELSE
               IF AR-RUN-DATE NOT = WS-LAST-BAD-DATE
                   OR AR-JOB-NAME NOT = WS-LAST-BAD-ID
               END-IF
           END-PERFORM.

      * HWVOIDRN marks the registry and the audit log together;
      * a run voided on one and not the other was half-voided or
      * had one of the two files restored from before the void.
       CHECK-VOID-MARKS.
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-REG-COUNT
               IF VG-VOIDED(WS-RX) AND NOT VG-AUDIT-VOIDED(WS-RX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE VG-RUN-DATE(WS-RX) TO WS-DATE-DISPLAY
                   STRING "VOIDED RUN " DELIMITED BY SIZE
                       VG-RUN-ID(WS-RX) DELIMITED BY SIZE
                       " DATE " DELIMITED BY SIZE
                       WS-DATE-DISPLAY DELIMITED BY SIZE
                       " HAS NO AUDIT 'V'" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               IF VG-AUDIT-VOIDED(WS-RX) AND NOT VG-VOIDED(WS-RX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE VG-RUN-DATE(WS-RX) TO WS-DATE-DISPLAY
                   STRING "AUDIT VOIDS RUN " DELIMITED BY SIZE
                       VG-RUN-ID(WS-RX) DELIMITED BY SIZE
                       " DATE " DELIMITED BY SIZE
                       WS-DATE-DISPLAY DELIMITED BY SIZE
                       " - NO REGISTRY VOID" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      * Count records arrive grouped by run, so an unassigned
      * run id reports once per group rather than once per value.
       SCAN-COUNT-FILE.
      * one record forward decides presence for exactly this
      * stream's run - two streams sharing a run id (each stream
      * numbers its own registry) can no longer shadow each
      * other. A voided run is the reverse case: it must be gone.
       PROBE-ONE-MASTER-RUN.
           MOVE VG-RUN-DATE(WS-RX) TO RM-RUN-DATE
           MOVE VG-RUN-ID(WS-RX) TO RM-RUN-ID
                   AND RM-RUN-DATE = VG-RUN-DATE(WS-RX)
                   AND RM-RUN-ID = VG-RUN-ID(WS-RX)
                   AND RM-STREAM = VG-STREAM(WS-RX)
                   IF VG-VOIDED(WS-RX)
                       PERFORM REPORT-VOID-ON-MASTER
                   END-IF
               ELSE
                   PERFORM REPORT-MASTER-MISSING
               END-IF
               PERFORM REPORT-MASTER-MISSING
           END-IF.

       REPORT-VOID-ON-MASTER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE VG-RUN-DATE(WS-RX) TO WS-DATE-DISPLAY
           STRING "VOIDED RUN " DELIMITED BY SIZE
               VG-RUN-ID(WS-RX) DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               " STILL ON RUN MASTER" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE.

       REPORT-MASTER-MISSING.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE VG-RUN-DATE(WS-RX) TO WS-DATE-DISPLAY
           IF VG-VOIDED(WS-RX)
               STRING "REGISTERED RUN " DELIMITED BY SIZE
                   VG-RUN-ID(WS-RX) DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   " VOIDED" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           ELSE
               STRING "REGISTERED RUN " DELIMITED BY SIZE
                   VG-RUN-ID(WS-RX) DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   " NOT ON RUN MASTER" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           SET VERIFY-FAILED TO TRUE
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-VOIDED TO WS-COUNT-DISPLAY
           STRING "RUNS VOIDED     : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-READ TO WS-COUNT-DISPLAY
           STRING "COUNT RECORDS   : " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
