      * The transmission log record for a re-cut carries
      * the ORIGINAL run date, so finance's
      * acknowledgment for that date matches in HWACKMCH.
      * MERGED takes HWCOUNT as an HWPRTMRG partition merge
      * - one range run in pieces on several streams and
      * proven as one sequenced day file. It goes out as
      * ONE extract, logged under the stream of its first
      * record (the plan's first piece, the stream the
      * range belongs to) with the whole file's count and
      * hash, which is what finance acknowledges. Each
      * other stream in the file gets a partition-share
      * record ('P' sign) with its own count and hash, so
      * that stream's day shows its values went out
      * without finance being asked to acknowledge them
      * twice.
      * RETURN-CODE: 0 extract written, 4 no records (the
      * header and trailer still go out so the receiver
      * sees an explicit empty file), 8 bad control card,
       01  EXTRACT-CARD.
           05 EXT-ACTION                PIC X(7).
               88 EXT-ACTION-RETRANS    VALUE "RETRANS".
               88 EXT-ACTION-MERGED     VALUE "MERGED ".
           05 FILLER                    PIC X(1).
           05 EXT-FROM-DATE             PIC 9(8).
           05 FILLER                    PIC X(1).
           88 MST-AT-EOF                VALUE 'Y'.
       01 WS-MODE-SWITCH                PIC X VALUE 'N'.
           88 RETRANS-MODE              VALUE 'Y'.
       01 WS-MERGE-SWITCH               PIC X VALUE 'N'.
           88 MERGED-MODE               VALUE 'Y'.
       01 WS-CARD-BAD-SWITCH            PIC X VALUE 'N'.
           88 CARD-REJECTED             VALUE 'Y'.
       01 WS-FROM-DATE                  PIC 9(8) VALUE 0.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-RECORD-COUNT               PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL                 PIC 9(12) VALUE 0.
       01 WS-SHARE-MAX                  PIC 9(4) COMP VALUE 8.
       01 WS-SHARE-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-HX                         PIC 9(4) COMP VALUE 0.
       01 WS-SHARE-FOUND-SWITCH         PIC X VALUE 'N'.
           88 SHARE-ENTRY-FOUND         VALUE 'Y'.
       01 WS-SHARE-TABLE.
           05 WS-SHARE-ENTRY OCCURS 8 TIMES.
               10 SH-STREAM             PIC X(2).
               10 SH-RECORD-COUNT       PIC 9(8).
               10 SH-HASH-TOTAL         PIC 9(12).
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.

       VALIDATE-EXTRACT-CARD.
           EVALUATE TRUE
               WHEN EXT-ACTION-MERGED
                   SET MERGED-MODE TO TRUE
                   MOVE "PARTITION MERGE - ONE EXTRACT FOR ALL PIECES"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
               WHEN NOT EXT-ACTION-RETRANS
                   MOVE SPACES TO WS-DETAIL-LINE
                   STRING "CARD REJECTED - UNKNOWN ACTION '"

      * The count file is stream-scoped, so every record carries
      * the batch's one stream - it becomes the transmit-log
      * stream so the acknowledgment match is per stream. A
      * partition merge is logged under its first record's
      * stream, and every other stream's values are tallied as
      * that stream's share.
       EXTRACT-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           ADD CR-CONTADOR TO WS-HASH-TOTAL
           IF CR-STREAM = SPACES OR CR-STREAM = LOW-VALUES
               MOVE "A " TO WS-REC-STREAM
           ELSE
               MOVE CR-STREAM TO WS-REC-STREAM
           END-IF
           IF MERGED-MODE AND WS-RECORD-COUNT > 1
               IF WS-REC-STREAM NOT = WS-XMIT-STREAM
                   PERFORM NOTE-STREAM-SHARE
               END-IF
           ELSE
               MOVE WS-REC-STREAM TO WS-XMIT-STREAM
           END-IF
           MOVE SPACES TO EXTRACT-LINE
           MOVE CR-RUN-DATE TO WS-DATE-DISPLAY
               SET CNT-AT-EOF TO TRUE
           END-IF.

       NOTE-STREAM-SHARE.
           MOVE 'N' TO WS-SHARE-FOUND-SWITCH
           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-SHARE-COUNT
               OR SHARE-ENTRY-FOUND
               IF SH-STREAM(WS-HX) = WS-REC-STREAM
                   SET SHARE-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-HX
               END-IF
           END-PERFORM
           IF NOT SHARE-ENTRY-FOUND
               IF WS-SHARE-COUNT >= WS-SHARE-MAX
                   MOVE "SHARE TABLE FULL - STREAM SHARE NOT LOGGED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 0 TO WS-HX
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               ELSE
                   ADD 1 TO WS-SHARE-COUNT
                   MOVE WS-SHARE-COUNT TO WS-HX
                   MOVE WS-REC-STREAM TO SH-STREAM(WS-HX)
                   MOVE 0 TO SH-RECORD-COUNT(WS-HX)
                   MOVE 0 TO SH-HASH-TOTAL(WS-HX)
               END-IF
           END-IF
           IF WS-HX > 0
               ADD 1 TO SH-RECORD-COUNT(WS-HX)
               ADD CR-CONTADOR TO SH-HASH-TOTAL(WS-HX)
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-LINE
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-RECORD-COUNT TO XM-RECORD-COUNT
               MOVE WS-HASH-TOTAL TO XM-HASH-TOTAL
               MOVE WS-XMIT-STREAM TO XM-STREAM
               MOVE SPACE TO XM-SIGN
               MOVE WS-CURRENT-DATE TO XM-SENT-DATE
               WRITE TRANSMIT-RECORD
               IF WS-XMT-STATUS NOT = "00"
                   DISPLAY "HWEXTRCT WARNING: TRANSMIT LOG WRITE "
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               END-IF
               IF MERGED-MODE AND WS-XMT-STATUS = "00"
                   PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-SHARE-COUNT
                       PERFORM WRITE-SHARE-LOG-RECORD
                   END-PERFORM
               END-IF
               CLOSE TRANSMIT-LOG-FILE
           END-IF.

      * A share record is never acknowledged on its own - the
      * values went out inside the transmission logged just
      * before it.
       WRITE-SHARE-LOG-RECORD.
           MOVE WS-XMIT-DATE TO XM-EXTRACT-DATE
           MOVE SH-RECORD-COUNT(WS-HX) TO XM-RECORD-COUNT
           MOVE SH-HASH-TOTAL(WS-HX) TO XM-HASH-TOTAL
           MOVE SH-STREAM(WS-HX) TO XM-STREAM
           SET XM-PARTITION-SHARE TO TRUE
           MOVE WS-CURRENT-DATE TO XM-SENT-DATE
           WRITE TRANSMIT-RECORD
           IF WS-XMT-STATUS NOT = "00"
               DISPLAY "HWEXTRCT WARNING: SHARE LOG WRITE "
                   "FAILED - STATUS " WS-XMT-STATUS
               MOVE 'W' TO WS-EXC-SEVERITY
               MOVE "XMTLOG  " TO WS-EXC-CODE
               MOVE "SHARE LOG WRITE FAILED - NOT RECORDED"
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

       WRITE-EXTRACT-TOTALS.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF MERGED-MODE
               PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-SHARE-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE SH-RECORD-COUNT(WS-HX) TO WS-COUNT-DISPLAY
                   STRING "  SHARE STREAM " DELIMITED BY SIZE
                       SH-STREAM(WS-HX) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " RECORDS, LOGGED UNDER " DELIMITED BY SIZE
                       WS-XMIT-STREAM DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
               END-PERFORM
               MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           END-IF
           DISPLAY "HWEXTRCT: " WS-COUNT-DISPLAY " RECORDS, HASH "
               WS-HASH-DISPLAY.

