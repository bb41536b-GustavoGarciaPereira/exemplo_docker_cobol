      * completed in the prior execution and must not be
      * rerun (they would double their output and truncate
      * the checkpoint before the interrupted card got it).
      * Every card's stream must be defined and active on
      * the stream master (HWSTRMST); a card for any other
      * stream is rejected, and a card with no cutoff of
      * its own takes the stream's default cutoff.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY CKPTREC.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-CKPT-STATUS                PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-OPEN-SWITCH            PIC X VALUE 'N'.
           88 STREAM-MASTER-OPEN        VALUE 'Y'.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'W'.
           STOP RUN.

       LOAD-RUN-REQUESTS.
           PERFORM OPEN-STREAM-MASTER
           IF LK-PARM-LEN >= 18
               PERFORM LOAD-PARM-REQUEST
           ELSE
               MOVE 0 TO CD-FINAL-COUNT(1)
               MOVE 0 TO CD-STATUS-CODE(1)
               MOVE "PENDING " TO CD-DISPOSITION(1)
               MOVE 1 TO WS-CX
               PERFORM CHECK-CARD-STREAM
               IF CD-DISPOSITION(1) = "REJECTED"
                   MOVE 'E' TO WS-EXC-SEVERITY
                   MOVE "CARDREJ " TO WS-EXC-CODE
                   MOVE "DEFAULT RANGE REJECTED BY VALIDATION"
                       TO WS-EXC-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF
           IF STREAM-MASTER-OPEN
               CLOSE STREAM-MASTER-FILE
           END-IF.

      * The stream master is read once per card while the cards
      * load. A master that cannot be opened leaves every stream
      * undefined, so every card is rejected rather than run
      * against a stream nobody can vouch for.
       OPEN-STREAM-MASTER.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS = "00"
               SET STREAM-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "HWDRIVER: STREAM MASTER OPEN FAILED - "
                   "STATUS " WS-STM-STATUS " - NO STREAM DEFINED"
           END-IF.

       LOAD-PARM-REQUEST.
                   MOVE "REJECTED" TO CD-DISPOSITION(1)
               END-IF
           END-IF
           MOVE 1 TO WS-CX
           PERFORM CHECK-CARD-STREAM
           IF CD-DISPOSITION(1) = "REJECTED"
               MOVE 'E' TO WS-EXC-SEVERITY
               MOVE "PARMREJ " TO WS-EXC-CODE
                       "END - CARD REJECTED"
                   MOVE "REJECTED" TO CD-DISPOSITION(WS-CX)
           END-EVALUATE
           PERFORM CHECK-CARD-STREAM
      * One batch runs against one stream's file set - the lock,
      * checkpoint, count, audit, and registry DDs all belong to
      * the stream the JCL mounted - so a card naming a second
               PERFORM LOG-EXCEPTION
           END-IF.

      * A card otherwise valid must name a stream defined and
      * active on the stream master. A card that leaves the
      * cutoff blank (or zero) runs under the stream's default
      * cutoff, if the stream has one.
       CHECK-CARD-STREAM.
           IF CD-DISPOSITION(WS-CX) NOT = "REJECTED"
               IF NOT STREAM-MASTER-OPEN
                   DISPLAY "HWDRIVER: CARD " WS-CX " STREAM MASTER "
                       "UNAVAILABLE - CARD REJECTED"
                   MOVE "REJECTED" TO CD-DISPOSITION(WS-CX)
               ELSE
                   MOVE CD-STREAM(WS-CX) TO SM-STREAM
                   READ STREAM-MASTER-FILE
                   EVALUATE TRUE
                       WHEN WS-STM-STATUS = "23"
                           DISPLAY "HWDRIVER: CARD " WS-CX " STREAM "
                               CD-STREAM(WS-CX) " NOT DEFINED - "
                               "CARD REJECTED"
                           MOVE "REJECTED" TO CD-DISPOSITION(WS-CX)
                       WHEN WS-STM-STATUS NOT = "00"
                           DISPLAY "HWDRIVER: CARD " WS-CX " STREAM "
                               "MASTER READ FAILED - STATUS "
                               WS-STM-STATUS " - CARD REJECTED"
                           MOVE "REJECTED" TO CD-DISPOSITION(WS-CX)
                       WHEN NOT SM-ACTIVE
                           DISPLAY "HWDRIVER: CARD " WS-CX " STREAM "
                               CD-STREAM(WS-CX) " NOT ACTIVE - "
                               "CARD REJECTED"
                           MOVE "REJECTED" TO CD-DISPOSITION(WS-CX)
                       WHEN CD-CUTOFF-TIME(WS-CX) = 0
                           AND SM-DEFAULT-CUTOFF IS NUMERIC
                           AND SM-DEFAULT-CUTOFF > 0
                           MOVE SM-DEFAULT-CUTOFF
                               TO CD-CUTOFF-TIME(WS-CX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      * A surviving checkpoint means the prior execution aborted
      * mid-batch. Its bounds/direction/step identify the card
      * that was interrupted: the loop resumes there, and the
