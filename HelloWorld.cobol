       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CNT-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-EOF-SWITCH             PIC X VALUE 'N'.
           88 AUD-AT-EOF                VALUE 'Y'.
       01 WS-CHAIN-SWITCH               PIC X VALUE 'N'.
           88 CHAIN-FOUND               VALUE 'Y'.
       01 WS-SEAL-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SEAL-HASH                  PIC 9(9) VALUE 0.
       01 WS-SEAL-PRIOR                 PIC 9(9) VALUE 0.
       01 WS-SEAL-POS                   PIC 9(4) COMP VALUE 0.
       01 WS-SEAL-IMAGE                 PIC X(52).
       01 WS-LCK-STATUS                 PIC XX VALUE SPACES.
       01 WS-LCK-EOF-SWITCH             PIC X VALUE 'N'.
           88 LCK-AT-EOF                VALUE 'Y'.
       01 WS-EXC-SEVERITY               PIC X VALUE 'W'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-EXC-MESSAGE                PIC X(27) VALUE SPACES.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-HOL-EOF-SWITCH             PIC X VALUE 'N'.
                   PERFORM WRITE-CHECKPOINT
                   MOVE 'W' TO WS-EXC-SEVERITY
                   MOVE "WINCUT  " TO WS-EXC-CODE
                   MOVE "PAUSED AT WINDOW CUTOFF" TO WS-EXC-MESSAGE
                   PERFORM BUILD-RUN-EXC-TEXT
                   PERFORM LOG-EXCEPTION
                   SET RUN-PAUSED TO TRUE
               END-IF
                       "STEPPED BELOW ZERO, RUN ABORTED"
                   MOVE 'F' TO WS-EXC-SEVERITY
                   MOVE "UNDERFLW" TO WS-EXC-CODE
                   MOVE "UNDERFLOW - RUN ABORTED" TO WS-EXC-MESSAGE
                   PERFORM BUILD-RUN-EXC-TEXT
                   PERFORM LOG-EXCEPTION
                   SET ABORT-RUN TO TRUE
               ELSE
                       "EXCEEDED PIC 9(6) CAPACITY, RUN ABORTED"
                   MOVE 'F' TO WS-EXC-SEVERITY
                   MOVE "OVERFLOW" TO WS-EXC-CODE
                   MOVE "OVERFLOW - RUN ABORTED" TO WS-EXC-MESSAGE
                   PERFORM BUILD-RUN-EXC-TEXT
                   PERFORM LOG-EXCEPTION
                   SET ABORT-RUN TO TRUE
               ELSE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-AUDIT-SEAL-CHAIN
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               GOBACK
           END-IF
           SET SUBSEQUENT-CALL TO TRUE
           IF NOT CHAIN-FOUND
               PERFORM WRITE-CHAIN-START
           END-IF
           PERFORM WRITE-AUDIT-START.

      * Every execution draws the next run number after the LAST
      * is the audit trail of the resume. A number of zero after
      * this paragraph means the registry could not be read or
      * extended - the run must not proceed and risk stamping a
      * duplicate run id. A VOID entry repeats an old run's
      * number and assigns nothing, so it never seeds the next.
       ASSIGN-RUN-ID.
           MOVE 0 TO WS-LAST-RUN-NUMBER
           MOVE 'N' TO WS-REG-FOUND-SWITCH
                           SET REG-AT-EOF TO TRUE
                       NOT AT END
                           IF RR-RUN-NUMBER IS NUMERIC
                               AND NOT RR-VOID-ENTRY
                               SET REG-RECORD-FOUND TO TRUE
                               MOVE RR-RUN-NUMBER
                                   TO WS-LAST-RUN-NUMBER
               MOVE WS-DIRECTION TO RR-DIRECTION
               MOVE WS-STEP-VALUE TO RR-STEP-VALUE
               MOVE WS-STREAM-CODE TO RR-STREAM
               MOVE SPACE TO RR-ENTRY-TYPE
               WRITE RUN-REGISTRY-RECORD
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "HELLOWORLD ABEND: RUN REGISTRY WRITE "
           MOVE WS-DIRECTION TO AR-DIRECTION
           MOVE WS-STEP-VALUE TO AR-STEP-VALUE
           MOVE WS-STREAM-CODE TO AR-STREAM
           PERFORM FOLD-AUDIT-RECORD
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-DETAIL.
           SET AR-TYPE-DETAIL TO TRUE
           MOVE contador TO AR-CONTADOR
           PERFORM FOLD-AUDIT-RECORD
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-END.
           MOVE WS-RUN-END-TIME TO AR-RUN-TIME
           SET AR-TYPE-END TO TRUE
           MOVE WS-LAST-CONTADOR TO AR-CONTADOR
           PERFORM FOLD-AUDIT-RECORD
           WRITE AUDIT-RECORD.

      * The audit log is sealed run by run. Every record appended
      * since the last 'K' seal (or the 'C' carry HWAUDARC leaves
      * at the top of a replacement log) is folded into a running
      * hash, and the seal written after this run's 'E' carries
      * that count and hash plus the previous seal's hash, so a
      * changed or deleted record breaks its run's seal and a
      * removed run breaks the chain. Records left since the last
      * seal by a leg that never reached its 'E', or by a
      * HWVOIDRN void, are picked up here and sealed with this
      * run. The lock is held, so nothing appends behind the scan.
       READ-AUDIT-SEAL-CHAIN.
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-HASH
           MOVE 0 TO WS-SEAL-PRIOR
           MOVE 'N' TO WS-AUD-EOF-SWITCH
           MOVE 'N' TO WS-CHAIN-SWITCH
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL AUD-AT-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           SET AUD-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-SEAL-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       NOTE-SEAL-CHAIN-RECORD.
           IF AR-TYPE-SEAL OR AR-TYPE-CARRY
               SET CHAIN-FOUND TO TRUE
               IF AR-SEAL-HASH IS NUMERIC
                   MOVE AR-SEAL-HASH TO WS-SEAL-PRIOR
               ELSE
                   MOVE 0 TO WS-SEAL-PRIOR
               END-IF
               MOVE 0 TO WS-SEAL-COUNT
               MOVE 0 TO WS-SEAL-HASH
           ELSE
               PERFORM FOLD-AUDIT-RECORD
           END-IF.

       FOLD-AUDIT-RECORD.
           ADD 1 TO WS-SEAL-COUNT
           MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
           PERFORM FOLD-SEAL-IMAGE.

      * One byte at a time, so a change anywhere in the record
      * moves the hash. HWAUDVFY repeats this arithmetic exactly.
       FOLD-SEAL-IMAGE.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
               UNTIL WS-SEAL-POS > 52
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(
                   WS-SEAL-HASH * 31
                   + FUNCTION ORD(WS-SEAL-IMAGE(WS-SEAL-POS:1)),
                   999999937)
           END-PERFORM.

      * A log with no seal or carry on it has never been sealed
      * (or has lost its chain): a zero-hash carry naming this run
      * starts the chain, and whatever the log already held stays
      * outside it as unsealed history.
       WRITE-CHAIN-START.
           MOVE WS-RUN-ID TO AR-JOB-NAME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-RUN-START-TIME TO AR-RUN-TIME
           SET AR-TYPE-CARRY TO TRUE
           MOVE SPACES TO AR-SEAL-VALUES
           MOVE 0 TO AR-SEAL-COUNT
           MOVE 0 TO AR-SEAL-HASH
           MOVE 0 TO AR-SEAL-PRIOR
           MOVE WS-STREAM-CODE TO AR-STREAM
           WRITE AUDIT-RECORD
           MOVE 0 TO WS-SEAL-COUNT
           MOVE 0 TO WS-SEAL-HASH
           MOVE 0 TO WS-SEAL-PRIOR.

      * The seal names the run and its end time, and is itself
      * folded (with its hash field zero) so the count and the
      * previous seal's hash cannot be altered either.
       WRITE-AUDIT-SEAL.
           SET AR-TYPE-SEAL TO TRUE
           MOVE SPACES TO AR-SEAL-VALUES
           MOVE WS-SEAL-COUNT TO AR-SEAL-COUNT
           MOVE 0 TO AR-SEAL-HASH
           MOVE WS-SEAL-PRIOR TO AR-SEAL-PRIOR
           MOVE AUDIT-RECORD TO WS-SEAL-IMAGE
           PERFORM FOLD-SEAL-IMAGE
           MOVE WS-SEAL-HASH TO AR-SEAL-HASH
           WRITE AUDIT-RECORD.

       COMPUTE-ELAPSED-TIME.
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

      * Mid-run events lead with the run id and stream so the log
      * can be tied back to the run that paused or aborted - the
      * exception record itself carries neither.
       BUILD-RUN-EXC-TEXT.
           MOVE SPACES TO WS-EXC-TEXT
           STRING WS-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREAM-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-MESSAGE DELIMITED BY SIZE
               INTO WS-EXC-TEXT
           END-STRING.

       FINALIZE-RUN.
           PERFORM WRITE-TRAILER
           PERFORM WRITE-AUDIT-END
           PERFORM WRITE-AUDIT-SEAL
           CLOSE HELLO-RPT
           CLOSE COUNT-DATA-FILE
           CLOSE AUDIT-LOG-FILE
