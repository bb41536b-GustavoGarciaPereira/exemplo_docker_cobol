      * grace plus 30 so overdue transmissions keep
      * paging before they age out. An acknowledgment
      * naming a date and stream we never transmitted
      * inside the window is itself an exception. Each
      * transmission is labelled with its stream's
      * description from the stream master (HWSTRMST), and
      * a stream active there that sent nothing for the
      * latest extract date on the log is an exception too
      * - finance is missing that stream's feed.
      * A REVERSAL HWVOIDRN sent for a voided run ('-'
      * sign) is a transmission of its own, matched to
      * finance's '-' acknowledgments for the same date
      * and stream. Several reversals of one date and
      * stream add together, as do their acks; each
      * reversal still needs its own ack before the
      * total reports. A reversal ages from the day it
      * was sent, not from the voided run's date.
      * A partition share ('P' sign) is not a transmission
      * to match - its values went out inside the merged
      * extract logged under the plan's first stream, and
      * finance acknowledges that one. It does show the
      * share's stream sent something for the date, so a
      * stream that only ran a piece is not reported as
      * silent.
      * RETURN-CODE: 0 every transmission acked clean,
      * 4 acknowledgments still pending inside grace,
      * 8 mismatch, overdue transmission, unknown ack, or
      * silent active stream, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ACK-CTL-FILE ASSIGN TO HWACKCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT MATCH-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 ACK-GRACE-DAYS            PIC 9(4).
           05 FILLER                    PIC X(1).
           05 ACK-WINDOW-DAYS           PIC 9(4).
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  MATCH-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       01 WS-ACK-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-EOF-SWITCH             PIC X VALUE 'N'.
           88 STM-AT-EOF                VALUE 'Y'.
       01 WS-STREAM-FOUND-SWITCH        PIC X VALUE 'N'.
           88 STREAM-ENTRY-FOUND        VALUE 'Y'.
       01 WS-XMT-EOF-SWITCH             PIC X VALUE 'N'.
           88 XMT-AT-EOF                VALUE 'Y'.
       01 WS-ACK-EOF-SWITCH             PIC X VALUE 'N'.
           05 WS-XMIT-ENTRY OCCURS 400 TIMES.
               10 XT-EXTRACT-DATE       PIC 9(8).
               10 XT-STREAM             PIC X(2).
               10 XT-SIGN               PIC X.
                   88 XT-REVERSAL       VALUE '-'.
               10 XT-AGE-DATE           PIC 9(8).
               10 XT-SENT-PARTS         PIC 9(4).
               10 XT-ACK-PARTS          PIC 9(4).
               10 XT-RECORD-COUNT       PIC 9(8).
               10 XT-HASH-TOTAL         PIC 9(12).
               10 XT-ACK-SWITCH         PIC X.
                   88 XT-ACKED          VALUE 'Y'.
               10 XT-ACK-COUNT          PIC 9(8).
               10 XT-ACK-HASH           PIC 9(12).
       01 WS-SHARE-MAX                  PIC 9(4) COMP VALUE 100.
       01 WS-SHARE-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-HX                         PIC 9(4) COMP VALUE 0.
       01 WS-SHARE-FOUND-SWITCH         PIC X VALUE 'N'.
           88 SHARE-ENTRY-FOUND         VALUE 'Y'.
       01 WS-SHARE-TABLE.
           05 WS-SHARE-ENTRY OCCURS 100 TIMES.
               10 SS-EXTRACT-DATE       PIC 9(8).
               10 SS-STREAM             PIC X(2).
       01 WS-STREAM-MAX                 PIC 9(4) COMP VALUE 50.
       01 WS-STREAM-COUNT               PIC 9(4) COMP VALUE 0.
       01 WS-SX                         PIC 9(4) COMP VALUE 0.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 50 TIMES.
               10 SD-STREAM             PIC X(2).
               10 SD-DESCRIPTION        PIC X(30).
               10 SD-STATUS             PIC X.
                   88 SD-ACTIVE         VALUE 'A'.
               10 SD-ADDED-DATE         PIC 9(8).
       01 WS-STREAM-DESCRIPTION         PIC X(30) VALUE SPACES.
       01 WS-LATEST-DATE                PIC 9(8) VALUE 0.
       01 WS-MATCH-DATE                 PIC 9(8) VALUE 0.
       01 WS-MATCH-STREAM               PIC X(2) VALUE "A ".
       01 WS-MATCH-SIGN                 PIC X VALUE SPACE.
       01 WS-AGE-DATE                   PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER              PIC 9(8) COMP VALUE 0.
       01 WS-AGE-DAYS                   PIC S9(8) COMP VALUE 0.
       MAIN-LOGIC.
           PERFORM INITIALIZE-MATCH
           PERFORM READ-GRACE-CARD
           PERFORM LOAD-STREAM-MASTER
           PERFORM LOAD-TRANSMIT-LOG
           PERFORM MATCH-ACKNOWLEDGMENTS
           PERFORM REPORT-TRANSMISSIONS
           PERFORM CHECK-SILENT-STREAMS
           PERFORM WRITE-MATCH-TOTALS
           CLOSE MATCH-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * Without the stream master the match still runs; streams
      * are then undescribed and none can be called silent.
       LOAD-STREAM-MASTER.
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS NOT = "00"
               MOVE "STREAM MASTER NOT AVAILABLE - STREAMS UNDESCRIBED"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET STM-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL STM-AT-EOF
               READ STREAM-MASTER-FILE
                   AT END
                       SET STM-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-STREAM-COUNT < WS-STREAM-MAX
                           ADD 1 TO WS-STREAM-COUNT
                           MOVE WS-STREAM-COUNT TO WS-SX
                           MOVE SM-STREAM TO SD-STREAM(WS-SX)
                           MOVE SM-DESCRIPTION TO SD-DESCRIPTION(WS-SX)
                           MOVE SM-STATUS TO SD-STATUS(WS-SX)
                           MOVE SM-ADDED-DATE TO SD-ADDED-DATE(WS-SX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STM-STATUS = "00"
               CLOSE STREAM-MASTER-FILE
           END-IF.

      * A re-cut extract appends a second transmission record for
      * the same date and stream; the later record replaces the
      * earlier one in the table, so finance is held to the
      * date are separate transmissions and keep separate
      * entries. Records older than the age window are counted
      * and passed by - the log accumulates forever and the
      * table must not. A reversal carries the voided run's
      * date, so its age runs from the day it was sent.
       LOAD-TRANSMIT-LOG.
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS = "35"
                       SET XMT-AT-EOF TO TRUE
                   NOT AT END
                       IF XM-EXTRACT-DATE IS NUMERIC
                           MOVE XM-EXTRACT-DATE TO WS-AGE-DATE
                           IF XM-REVERSAL AND XM-SENT-DATE IS NUMERIC
                               AND XM-SENT-DATE > 0
                               MOVE XM-SENT-DATE TO WS-AGE-DATE
                           END-IF
                           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                               - FUNCTION INTEGER-OF-DATE
                               (WS-AGE-DATE)
                           EVALUATE TRUE
                               WHEN WS-AGE-DAYS > WS-WINDOW-DAYS
                                   ADD 1 TO WS-AGED-OUT
                               WHEN XM-PARTITION-SHARE
                                   PERFORM STORE-PARTITION-SHARE
                               WHEN OTHER
                                   PERFORM STORE-TRANSMISSION
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           ELSE
               MOVE XM-STREAM TO WS-MATCH-STREAM
           END-IF
           IF XM-REVERSAL
               MOVE '-' TO WS-MATCH-SIGN
           ELSE
               MOVE SPACE TO WS-MATCH-SIGN
           END-IF
           PERFORM FIND-XMIT-ENTRY
           IF NOT XMIT-ENTRY-FOUND
               IF WS-XMIT-COUNT >= WS-XMIT-MAX
                   MOVE WS-XMIT-COUNT TO WS-XX
                   MOVE XM-EXTRACT-DATE TO XT-EXTRACT-DATE(WS-XX)
                   MOVE WS-MATCH-STREAM TO XT-STREAM(WS-XX)
                   MOVE WS-MATCH-SIGN TO XT-SIGN(WS-XX)
                   MOVE 0 TO XT-RECORD-COUNT(WS-XX)
                   MOVE 0 TO XT-HASH-TOTAL(WS-XX)
                   MOVE 0 TO XT-SENT-PARTS(WS-XX)
                   MOVE 0 TO XT-ACK-PARTS(WS-XX)
               END-IF
           END-IF
           IF XM-EXTRACT-DATE > WS-LATEST-DATE
               AND NOT XM-REVERSAL
               MOVE XM-EXTRACT-DATE TO WS-LATEST-DATE
           END-IF
           IF WS-XX > 0
               MOVE WS-AGE-DATE TO XT-AGE-DATE(WS-XX)
               MOVE 'N' TO XT-ACK-SWITCH(WS-XX)
               MOVE 0 TO XT-ACK-COUNT(WS-XX)
               MOVE 0 TO XT-ACK-HASH(WS-XX)
               IF XM-REVERSAL
                   ADD XM-RECORD-COUNT TO XT-RECORD-COUNT(WS-XX)
                   ADD XM-HASH-TOTAL TO XT-HASH-TOTAL(WS-XX)
                   ADD 1 TO XT-SENT-PARTS(WS-XX)
               ELSE
                   MOVE XM-RECORD-COUNT TO XT-RECORD-COUNT(WS-XX)
                   MOVE XM-HASH-TOTAL TO XT-HASH-TOTAL(WS-XX)
               END-IF
           END-IF.

      * Shares are only noted for the silent-stream check - a
      * share has no acknowledgment of its own to wait for.
       STORE-PARTITION-SHARE.
           MOVE XM-EXTRACT-DATE TO WS-MATCH-DATE
           IF XM-STREAM = SPACES OR XM-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           ELSE
               MOVE XM-STREAM TO WS-MATCH-STREAM
           END-IF
           PERFORM FIND-SHARE-ENTRY
           IF NOT SHARE-ENTRY-FOUND
               IF WS-SHARE-COUNT >= WS-SHARE-MAX
                   MOVE "SHARE TABLE FULL - SHARE NOT NOTED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   ADD 1 TO WS-SHARE-COUNT
                   MOVE WS-MATCH-DATE
                       TO SS-EXTRACT-DATE(WS-SHARE-COUNT)
                   MOVE WS-MATCH-STREAM TO SS-STREAM(WS-SHARE-COUNT)
               END-IF
           END-IF.

       FIND-SHARE-ENTRY.
           MOVE 'N' TO WS-SHARE-FOUND-SWITCH
           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-SHARE-COUNT
               OR SHARE-ENTRY-FOUND
               IF SS-EXTRACT-DATE(WS-HX) = WS-MATCH-DATE
                   AND SS-STREAM(WS-HX) = WS-MATCH-STREAM
                   SET SHARE-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       MATCH-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-IN-FILE
           IF WS-ACK-STATUS = "35"
               ELSE
                   MOVE AK-STREAM TO WS-MATCH-STREAM
               END-IF
               IF AK-REVERSAL
                   MOVE '-' TO WS-MATCH-SIGN
               ELSE
                   MOVE SPACE TO WS-MATCH-SIGN
               END-IF
               PERFORM FIND-XMIT-ENTRY
               EVALUATE TRUE
                   WHEN XMIT-ENTRY-FOUND AND XT-REVERSAL(WS-XX)
                       SET XT-ACKED(WS-XX) TO TRUE
                       ADD 1 TO XT-ACK-PARTS(WS-XX)
                       IF AK-RECORD-COUNT IS NUMERIC
                           ADD AK-RECORD-COUNT
                               TO XT-ACK-COUNT(WS-XX)
                       END-IF
                       IF AK-HASH-TOTAL IS NUMERIC
                           ADD AK-HASH-TOTAL
                               TO XT-ACK-HASH(WS-XX)
                       END-IF
                   WHEN XMIT-ENTRY-FOUND
                       SET XT-ACKED(WS-XX) TO TRUE
                       IF AK-RECORD-COUNT IS NUMERIC
                               WS-DATE-DISPLAY DELIMITED BY SIZE
                               " STREAM " DELIMITED BY SIZE
                               WS-MATCH-STREAM DELIMITED BY SIZE
                               WS-MATCH-SIGN DELIMITED BY SIZE
                               " MATCHES NO TRANSMISSION"
                               DELIMITED BY SIZE
                               INTO WS-DETAIL-LINE
               OR XMIT-ENTRY-FOUND
               IF XT-EXTRACT-DATE(WS-XX) = WS-MATCH-DATE
                   AND XT-STREAM(WS-XX) = WS-MATCH-STREAM
                   AND XT-SIGN(WS-XX) = WS-MATCH-SIGN
                   SET XMIT-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-XX
               END-IF
           END-PERFORM.

       REPORT-ONE-TRANSMISSION.
           MOVE XT-STREAM(WS-XX) TO WS-MATCH-STREAM
           PERFORM FIND-STREAM-ENTRY
           IF STREAM-ENTRY-FOUND
               MOVE SD-DESCRIPTION(WS-SX) TO WS-STREAM-DESCRIPTION
           ELSE
               MOVE "NOT ON STREAM MASTER" TO WS-STREAM-DESCRIPTION
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE XT-EXTRACT-DATE(WS-XX) TO WS-DATE-DISPLAY
           MOVE XT-RECORD-COUNT(WS-XX) TO WS-COUNT-DISPLAY
           STRING WS-DATE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               XT-STREAM(WS-XX) DELIMITED BY SIZE
               " SENT " DELIMITED BY SIZE
               XT-SIGN(WS-XX) DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               XT-SIGN(WS-XX) DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STREAM-DESCRIPTION DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT XT-ACKED(WS-XX)
                   PERFORM REPORT-UNACKED
               WHEN XT-ACK-PARTS(WS-XX) < XT-SENT-PARTS(WS-XX)
                   PERFORM REPORT-UNACKED
               WHEN XT-ACK-COUNT(WS-XX)
                   NOT = XT-RECORD-COUNT(WS-XX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE XT-ACK-COUNT(WS-XX) TO WS-COUNT-DISPLAY
                   STRING "  COUNT MISMATCH - FINANCE LOADED "
                       DELIMITED BY SIZE
                       XT-SIGN(WS-XX) DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   MOVE XT-ACK-HASH(WS-XX) TO WS-HASH-DISPLAY
                   STRING "  HASH MISMATCH - FINANCE RECEIVED "
                       DELIMITED BY SIZE
                       XT-SIGN(WS-XX) DELIMITED BY SIZE
                       WS-HASH-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING

       REPORT-UNACKED.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(XT-AGE-DATE(WS-XX))
           IF WS-AGE-DAYS > WS-GRACE-DAYS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
               END-IF
           END-IF.

       FIND-STREAM-ENTRY.
           MOVE 'N' TO WS-STREAM-FOUND-SWITCH
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STREAM-COUNT
               OR STREAM-ENTRY-FOUND
               IF SD-STREAM(WS-SX) = WS-MATCH-STREAM
                   SET STREAM-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SX
               END-IF
           END-PERFORM
           IF NOT STREAM-ENTRY-FOUND
               MOVE 0 TO WS-SX
           END-IF.

      * The latest extract date on the log is the day every
      * active stream should have sent something for. A stream
      * added after that date is not held to it.
       CHECK-SILENT-STREAMS.
           IF WS-LATEST-DATE > 0
               MOVE WS-LATEST-DATE TO WS-MATCH-DATE
               MOVE SPACE TO WS-MATCH-SIGN
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STREAM-COUNT
                   IF SD-ACTIVE(WS-SX)
                       AND SD-ADDED-DATE(WS-SX) <= WS-LATEST-DATE
                       MOVE SD-STREAM(WS-SX) TO WS-MATCH-STREAM
                       PERFORM FIND-XMIT-ENTRY
                       IF NOT XMIT-ENTRY-FOUND
                           PERFORM FIND-SHARE-ENTRY
                           IF NOT SHARE-ENTRY-FOUND
                               PERFORM REPORT-SILENT-STREAM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-SILENT-STREAM.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LATEST-DATE TO WS-DATE-DISPLAY
           STRING WS-DATE-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SD-STREAM(WS-SX) DELIMITED BY SIZE
               "  NOTHING SENT - ACTIVE STREAM " DELIMITED BY SIZE
               SD-DESCRIPTION(WS-SX) DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           IF WS-FINAL-RC < 8
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF WS-SHARE-COUNT > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SHARE-COUNT TO WS-COUNT-DISPLAY
               STRING "PARTITION SHARES: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " (SENT INSIDE A MERGED EXTRACT)"
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TOTAL-CLEAN TO WS-COUNT-DISPLAY
           STRING "ACKED CLEAN     : " DELIMITED BY SIZE
