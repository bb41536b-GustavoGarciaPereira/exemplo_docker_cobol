       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWGLFEED.
      *****************************************************
      * HWGLFEED - general-ledger journal feed.
      * Summarizes the run-master for finance's journal
      * interface instead of sending one row per value:
      * one posting per business date and stream (record
      * count and CONTADOR value total) plus its offsetting
      * control entry, framed by a batch header and trailer
      * (GLJRNREC layout, HWGLJRNL).
      * Built from RUNMSTR, not the day's COUNTOUT, so every
      * business date in the lookback window (HWGLCTL, days
      * back from the live business date, default 7) is
      * held against what the journal has already posted
      * for it - the netted 'E' records on the journal
      * transmission log HWGLXLOG. A day not yet posted
      * goes out as an original posting; a late load or an
      * HWMSTMNT correction of a day already posted goes
      * out as an adjusting entry for the difference only.
      * Each posting is reconciled to the latest XMITLOG
      * extract for its date and stream, and the extract's
      * count and hash ride along on the log record. A
      * REVERSAL HWVOIDRN logged for a voided run nets out
      * of the extract figures it follows. A partition
      * merge logs the whole range under its first stream
      * followed by a share ('P') record per other stream;
      * each share stands as that stream's extract and is
      * taken back out of the merged record it follows, so
      * every stream is held to its own values.
      * The written batch is read back and proven: debits
      * equal credits, and both equal the trailer. Only a
      * balanced batch gets its log records (HWGLPEND, for
      * the JCL to append to HWGLXLOG once the batch is
      * sent) - an out-of-balance batch stops the job
      * before transmission.
      * HWGLCTL card: lookback days cols 1-3, posting
      * account cols 5-12 (default CNTVALUE), control
      * account cols 14-21 (default CNTCTRL).
      * RETURN-CODE: 0 batch built and balanced, 4 nothing
      * to post (empty batch still built) or a posting
      * disagrees with its extract, 8 card rejected, no
      * business date, or batch out of balance - nothing
      * to transmit, 16 file error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MASTER-FILE ASSIGN TO HWMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO HWXMTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.
           SELECT GL-LOG-FILE ASSIGN TO HWGLXLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.
           SELECT GL-PENDING-FILE ASSIGN TO HWGLPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO HWGLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GL-CTL-FILE ASSIGN TO HWGLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT GL-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  TRANSMIT-LOG-FILE.
           COPY XMITREC.
       FD  GL-LOG-FILE.
           COPY GLXMREC.
       FD  GL-PENDING-FILE.
       01  GL-PENDING-RECORD            PIC X(68).
       FD  JOURNAL-FILE.
           COPY GLJRNREC.
       FD  GL-CTL-FILE.
       01  GL-CONTROL-CARD.
           05 GLC-LOOKBACK-DAYS         PIC X(3).
           05 FILLER                    PIC X(1).
           05 GLC-POSTING-ACCOUNT       PIC X(8).
           05 FILLER                    PIC X(1).
           05 GLC-CONTROL-ACCOUNT       PIC X(8).
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  GL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-XMT-STATUS                 PIC XX VALUE SPACES.
       01 WS-GLX-STATUS                 PIC XX VALUE SPACES.
       01 WS-PND-STATUS                 PIC XX VALUE SPACES.
       01 WS-JRN-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'W'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-MST-EOF-SWITCH             PIC X VALUE 'N'.
           88 MST-AT-EOF                VALUE 'Y'.
       01 WS-BUS-EOF-SWITCH             PIC X VALUE 'N'.
           88 BUS-AT-EOF                VALUE 'Y'.
       01 WS-XMT-EOF-SWITCH             PIC X VALUE 'N'.
           88 XMT-AT-EOF                VALUE 'Y'.
       01 WS-GLX-EOF-SWITCH             PIC X VALUE 'N'.
           88 GLX-AT-EOF                VALUE 'Y'.
       01 WS-JRN-EOF-SWITCH             PIC X VALUE 'N'.
           88 JRN-AT-EOF                VALUE 'Y'.
       01 WS-BUSINESS-DATE-SWITCH       PIC X VALUE 'N'.
           88 BUSINESS-DATE-FOUND       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'Y'.
           88 CARD-OK                   VALUE 'Y'.
       01 WS-BALANCE-SWITCH             PIC X VALUE 'N'.
           88 BATCH-BALANCED            VALUE 'Y'.
       01 WS-ENTRY-FOUND-SWITCH         PIC X VALUE 'N'.
           88 GL-ENTRY-FOUND            VALUE 'Y'.
       01 WS-ADD-ENTRY-SWITCH           PIC X VALUE 'N'.
           88 ADD-MISSING-ENTRY         VALUE 'Y'.
       01 WS-HEADER-SEEN-SWITCH         PIC X VALUE 'N'.
           88 PROOF-HEADER-SEEN         VALUE 'Y'.
       01 WS-TRAILER-SEEN-SWITCH        PIC X VALUE 'N'.
           88 PROOF-TRAILER-SEEN        VALUE 'Y'.
       01 WS-BUSINESS-DATE              PIC 9(8) VALUE 0.
       01 WS-FROM-DATE                  PIC 9(8) VALUE 0.
       01 WS-DATE-INTEGER               PIC 9(8) COMP VALUE 0.
       01 WS-LOOKBACK-DAYS              PIC 9(3) VALUE 7.
       01 WS-POSTING-ACCOUNT            PIC X(8) VALUE "CNTVALUE".
       01 WS-CONTROL-ACCOUNT            PIC X(8) VALUE "CNTCTRL ".
       01 WS-MATCH-DATE                 PIC 9(8) VALUE 0.
       01 WS-MATCH-STREAM               PIC X(2) VALUE SPACES.
       01 WS-BATCH-NUMBER               PIC 9(6) VALUE 0.
       01 WS-LAST-BATCH                 PIC 9(6) VALUE 0.
       01 WS-ENTRY-MAX                  PIC 9(4) COMP VALUE 1000.
       01 WS-ENTRY-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-GX                         PIC 9(4) COMP VALUE 0.
       01 WS-MX                         PIC 9(4) COMP VALUE 0.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 1000 TIMES.
               10 GE-POST-DATE          PIC 9(8).
               10 GE-STREAM             PIC X(2).
               10 GE-POSTED-SWITCH      PIC X.
                   88 GE-POSTED-BEFORE  VALUE 'Y'.
               10 GE-POSTED-COUNT       PIC S9(9) COMP.
               10 GE-POSTED-VALUE       PIC S9(13) COMP.
               10 GE-MASTER-COUNT       PIC 9(8).
               10 GE-MASTER-VALUE       PIC 9(12).
               10 GE-XMIT-SWITCH        PIC X.
                   88 GE-XMIT-FOUND     VALUE 'Y'.
               10 GE-XMIT-COUNT         PIC 9(8).
               10 GE-XMIT-HASH          PIC 9(12).
               10 GE-DELTA-COUNT        PIC S9(9) COMP.
               10 GE-DELTA-VALUE        PIC S9(13) COMP.
               10 GE-KIND               PIC X.
               10 GE-DR-CR              PIC X.
       01 WS-POSTING-COUNT              PIC 9(6) VALUE 0.
       01 WS-JOURNAL-ENTRIES            PIC 9(6) VALUE 0.
       01 WS-DEBIT-TOTAL                PIC 9(14) VALUE 0.
       01 WS-CREDIT-TOTAL               PIC 9(14) VALUE 0.
       01 WS-PROOF-ENTRIES              PIC 9(6) VALUE 0.
       01 WS-PROOF-DEBIT                PIC 9(14) VALUE 0.
       01 WS-PROOF-CREDIT               PIC 9(14) VALUE 0.
       01 WS-TRAILER-ENTRIES            PIC 9(6) VALUE 0.
       01 WS-TRAILER-DEBIT              PIC 9(14) VALUE 0.
       01 WS-TRAILER-CREDIT             PIC 9(14) VALUE 0.
       01 WS-ENTRY-AMOUNT               PIC 9(12) VALUE 0.
       01 WS-ENTRY-RECORDS              PIC 9(8) VALUE 0.
       01 WS-ENTRY-SIGN                 PIC X VALUE '+'.
       01 WS-XMIT-WARNINGS              PIC 9(4) COMP VALUE 0.
       01 WS-HOME-DATE                  PIC 9(8) VALUE 0.
       01 WS-HOME-STREAM                PIC X(2) VALUE SPACES.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-CURRENT-TIME               PIC 9(8) VALUE 0.
       01 WS-FINAL-RC                   PIC 9(4) COMP VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-HEADING-1                  PIC X(80).
       01 WS-DETAIL-LINE                PIC X(80).
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-DATE-DISPLAY-2             PIC 9(8).
       01 WS-BATCH-DISPLAY              PIC 9(6).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-ENTRY-DISPLAY              PIC 9(6).
       01 WS-TOTAL-DISPLAY              PIC 9(14).
       01 WS-TOTAL-DISPLAY-2            PIC 9(14).
       01 WS-RC-DISPLAY                 PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-FEED
           PERFORM READ-GL-CARD
           PERFORM READ-BUSINESS-DATE
           IF CARD-OK AND BUSINESS-DATE-FOUND
               PERFORM SET-LOOKBACK-WINDOW
               PERFORM LOAD-POSTED-TOTALS
               PERFORM LOAD-MASTER-TOTALS
               PERFORM LOAD-EXTRACT-TOTALS
               PERFORM COMPUTE-POSTINGS
               PERFORM WRITE-JOURNAL-BATCH
               PERFORM PROVE-JOURNAL-BALANCE
               IF BATCH-BALANCED
                   PERFORM WRITE-PENDING-LOG
               ELSE
                   PERFORM REPORT-OUT-OF-BALANCE
               END-IF
           END-IF
           PERFORM WRITE-FEED-VERDICT
           CLOSE GL-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-FEED.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT GL-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWGLFEED ABEND: GL-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWGLFEED - GENERAL LEDGER JOURNAL FEED  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       READ-GL-CARD.
           MOVE SPACES TO GL-CONTROL-CARD
           OPEN INPUT GL-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ GL-CTL-FILE
                   AT END
                       MOVE SPACES TO GL-CONTROL-CARD
               END-READ
               CLOSE GL-CTL-FILE
           END-IF
           EVALUATE TRUE
               WHEN GLC-LOOKBACK-DAYS = SPACES
                   CONTINUE
               WHEN GLC-LOOKBACK-DAYS IS NUMERIC
                   MOVE GLC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
               WHEN OTHER
                   MOVE "CARD REJECTED - LOOKBACK DAYS NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE
           IF GLC-POSTING-ACCOUNT NOT = SPACES
               MOVE GLC-POSTING-ACCOUNT TO WS-POSTING-ACCOUNT
           END-IF
           IF GLC-CONTROL-ACCOUNT NOT = SPACES
               MOVE GLC-CONTROL-ACCOUNT TO WS-CONTROL-ACCOUNT
           END-IF
           IF WS-POSTING-ACCOUNT = WS-CONTROL-ACCOUNT
               MOVE "CARD REJECTED - POSTING AND CONTROL ACCOUNT SAME"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-STATUS NOT = "00"
               SET BUS-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL BUS-AT-EOF
               READ BUSINESS-DATE-FILE
                   AT END
                       SET BUS-AT-EOF TO TRUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           AND BD-BUSINESS-DATE > 0
                           SET BUSINESS-DATE-FOUND TO TRUE
                           MOVE BD-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BUS-STATUS = "00"
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF NOT BUSINESS-DATE-FOUND
               MOVE "NO BUSINESS DATE ON FILE - NO JOURNAL CUT"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               MOVE 8 TO WS-FINAL-RC
           END-IF.

       SET-LOOKBACK-WINDOW.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-LOOKBACK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-FROM-DATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FROM-DATE TO WS-DATE-DISPLAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-DISPLAY-2
           STRING "BUSINESS DATES " DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-DATE-DISPLAY-2 DELIMITED BY SIZE
               "  ACCOUNTS " DELIMITED BY SIZE
               WS-POSTING-ACCOUNT DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CONTROL-ACCOUNT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * What each date and stream has already posted is the net
      * of its entry records on the journal log - a debit adds,
      * a credit (a reduction) takes away. The log is read in
      * full for the last batch number.
       LOAD-POSTED-TOTALS.
           OPEN INPUT GL-LOG-FILE
           IF WS-GLX-STATUS = "35"
               SET GLX-AT-EOF TO TRUE
           ELSE
               IF WS-GLX-STATUS NOT = "00"
                   DISPLAY "HWGLFEED ABEND: GL LOG OPEN FAILED - "
                       "STATUS " WS-GLX-STATUS
                   CLOSE GL-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL GLX-AT-EOF
               READ GL-LOG-FILE
                   AT END
                       SET GLX-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-POSTED-ENTRY
               END-READ
           END-PERFORM
           IF WS-GLX-STATUS NOT = "35"
               CLOSE GL-LOG-FILE
           END-IF
           IF WS-LAST-BATCH >= 999999
               MOVE 1 TO WS-BATCH-NUMBER
           ELSE
               COMPUTE WS-BATCH-NUMBER = WS-LAST-BATCH + 1
           END-IF.

       NOTE-POSTED-ENTRY.
           IF GX-BATCH-NUMBER IS NUMERIC
               MOVE GX-BATCH-NUMBER TO WS-LAST-BATCH
           END-IF
           IF GX-TYPE-ENTRY
               AND GX-POST-DATE >= WS-FROM-DATE
               AND GX-POST-DATE <= WS-BUSINESS-DATE
               MOVE GX-POST-DATE TO WS-MATCH-DATE
               MOVE GX-STREAM TO WS-MATCH-STREAM
               SET ADD-MISSING-ENTRY TO TRUE
               PERFORM FIND-GL-ENTRY
               IF GL-ENTRY-FOUND
                   SET GE-POSTED-BEFORE(WS-GX) TO TRUE
                   IF GX-CREDIT
                       SUBTRACT GX-AMOUNT FROM GE-POSTED-VALUE(WS-GX)
                   ELSE
                       ADD GX-AMOUNT TO GE-POSTED-VALUE(WS-GX)
                   END-IF
                   IF GX-COUNT-REDUCED
                       SUBTRACT GX-RECORD-COUNT
                           FROM GE-POSTED-COUNT(WS-GX)
                   ELSE
                       ADD GX-RECORD-COUNT TO GE-POSTED-COUNT(WS-GX)
                   END-IF
               END-IF
           END-IF.

       LOAD-MASTER-TOTALS.
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS = "35"
               MOVE "RUN MASTER NOT FOUND - NOTHING TO SUMMARIZE"
                   TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET MST-AT-EOF TO TRUE
           ELSE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "HWGLFEED ABEND: RUN-MASTER OPEN "
                       "FAILED - STATUS " WS-MST-STATUS
                   CLOSE GL-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT MST-AT-EOF
               MOVE WS-FROM-DATE TO RM-RUN-DATE
               MOVE LOW-VALUES TO RM-RUN-ID
               MOVE LOW-VALUES TO RM-STREAM
               MOVE 0 TO RM-CONTADOR
               START RUN-MASTER-FILE KEY >= RM-KEY
               IF WS-MST-STATUS NOT = "00"
                   SET MST-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL MST-AT-EOF
               READ RUN-MASTER-FILE NEXT
                   AT END
                       SET MST-AT-EOF TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-BUSINESS-DATE
                           SET MST-AT-EOF TO TRUE
                       ELSE
                           PERFORM NOTE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MST-STATUS NOT = "35"
               CLOSE RUN-MASTER-FILE
           END-IF.

       NOTE-MASTER-RECORD.
           MOVE RM-RUN-DATE TO WS-MATCH-DATE
           MOVE RM-STREAM TO WS-MATCH-STREAM
           SET ADD-MISSING-ENTRY TO TRUE
           PERFORM FIND-GL-ENTRY
           IF GL-ENTRY-FOUND
               ADD 1 TO GE-MASTER-COUNT(WS-GX)
               ADD RM-CONTADOR TO GE-MASTER-VALUE(WS-GX)
           END-IF.

      * The last extract logged for a date and stream is the one
      * finance holds; a re-cut appends a newer record. A void's
      * reversal takes its figures back out of whatever extract
      * finance holds at that point - a later re-cut is cut from
      * the master without the voided run and replaces both.
       LOAD-EXTRACT-TOTALS.
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS NOT = "00"
               SET XMT-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL XMT-AT-EOF
               READ TRANSMIT-LOG-FILE
                   AT END
                       SET XMT-AT-EOF TO TRUE
                   NOT AT END
                       IF XM-EXTRACT-DATE >= WS-FROM-DATE
                           AND XM-EXTRACT-DATE <= WS-BUSINESS-DATE
                           PERFORM NOTE-EXTRACT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XMT-STATUS = "00"
               CLOSE TRANSMIT-LOG-FILE
           END-IF.

       NOTE-EXTRACT-RECORD.
           IF XM-PARTITION-SHARE
               PERFORM NET-PARTITION-SHARE
           ELSE
               MOVE XM-EXTRACT-DATE TO WS-HOME-DATE
               MOVE XM-STREAM TO WS-HOME-STREAM
           END-IF
           MOVE XM-EXTRACT-DATE TO WS-MATCH-DATE
           MOVE XM-STREAM TO WS-MATCH-STREAM
           MOVE 'N' TO WS-ADD-ENTRY-SWITCH
           PERFORM FIND-GL-ENTRY
           IF GL-ENTRY-FOUND
               SET GE-XMIT-FOUND(WS-GX) TO TRUE
               IF XM-REVERSAL
                   IF XM-RECORD-COUNT > GE-XMIT-COUNT(WS-GX)
                       MOVE 0 TO GE-XMIT-COUNT(WS-GX)
                   ELSE
                       SUBTRACT XM-RECORD-COUNT
                           FROM GE-XMIT-COUNT(WS-GX)
                   END-IF
                   IF XM-HASH-TOTAL > GE-XMIT-HASH(WS-GX)
                       MOVE 0 TO GE-XMIT-HASH(WS-GX)
                   ELSE
                       SUBTRACT XM-HASH-TOTAL
                           FROM GE-XMIT-HASH(WS-GX)
                   END-IF
               ELSE
                   MOVE XM-RECORD-COUNT TO GE-XMIT-COUNT(WS-GX)
                   MOVE XM-HASH-TOTAL TO GE-XMIT-HASH(WS-GX)
               END-IF
           END-IF.

      * A share follows the merged record it was cut from;
      * its values belong to its own stream, not the first.
       NET-PARTITION-SHARE.
           IF WS-HOME-DATE = XM-EXTRACT-DATE
               MOVE WS-HOME-DATE TO WS-MATCH-DATE
               MOVE WS-HOME-STREAM TO WS-MATCH-STREAM
               MOVE 'N' TO WS-ADD-ENTRY-SWITCH
               PERFORM FIND-GL-ENTRY
               IF GL-ENTRY-FOUND
                   IF XM-RECORD-COUNT > GE-XMIT-COUNT(WS-GX)
                       MOVE 0 TO GE-XMIT-COUNT(WS-GX)
                   ELSE
                       SUBTRACT XM-RECORD-COUNT
                           FROM GE-XMIT-COUNT(WS-GX)
                   END-IF
                   IF XM-HASH-TOTAL > GE-XMIT-HASH(WS-GX)
                       MOVE 0 TO GE-XMIT-HASH(WS-GX)
                   ELSE
                       SUBTRACT XM-HASH-TOTAL
                           FROM GE-XMIT-HASH(WS-GX)
                   END-IF
               END-IF
           END-IF.

      * The table is kept in date and stream order, so the
      * journal goes out sorted. A blank stream reads as 'A'.
       FIND-GL-ENTRY.
           IF WS-MATCH-STREAM = SPACES
               OR WS-MATCH-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           END-IF
           MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
           MOVE 1 TO WS-GX
           PERFORM UNTIL WS-GX > WS-ENTRY-COUNT
               OR GE-POST-DATE(WS-GX) > WS-MATCH-DATE
               OR (GE-POST-DATE(WS-GX) = WS-MATCH-DATE
                   AND GE-STREAM(WS-GX) >= WS-MATCH-STREAM)
               ADD 1 TO WS-GX
           END-PERFORM
           IF WS-GX <= WS-ENTRY-COUNT
               IF GE-POST-DATE(WS-GX) = WS-MATCH-DATE
                   AND GE-STREAM(WS-GX) = WS-MATCH-STREAM
                   SET GL-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT GL-ENTRY-FOUND AND ADD-MISSING-ENTRY
               IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
                   DISPLAY "HWGLFEED ABEND: MORE THAN 1000 DATE/STREAM "
                       "ENTRIES - SHORTEN THE LOOKBACK"
                   CLOSE GL-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-MX FROM WS-ENTRY-COUNT BY -1
                   UNTIL WS-MX < WS-GX
                   MOVE WS-GL-ENTRY(WS-MX) TO WS-GL-ENTRY(WS-MX + 1)
               END-PERFORM
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-MATCH-DATE TO GE-POST-DATE(WS-GX)
               MOVE WS-MATCH-STREAM TO GE-STREAM(WS-GX)
               MOVE 'N' TO GE-POSTED-SWITCH(WS-GX)
               MOVE 0 TO GE-POSTED-COUNT(WS-GX)
               MOVE 0 TO GE-POSTED-VALUE(WS-GX)
               MOVE 0 TO GE-MASTER-COUNT(WS-GX)
               MOVE 0 TO GE-MASTER-VALUE(WS-GX)
               MOVE 'N' TO GE-XMIT-SWITCH(WS-GX)
               MOVE 0 TO GE-XMIT-COUNT(WS-GX)
               MOVE 0 TO GE-XMIT-HASH(WS-GX)
               MOVE 0 TO GE-DELTA-COUNT(WS-GX)
               MOVE 0 TO GE-DELTA-VALUE(WS-GX)
               MOVE SPACE TO GE-KIND(WS-GX)
               MOVE SPACE TO GE-DR-CR(WS-GX)
               SET GL-ENTRY-FOUND TO TRUE
           END-IF.

      * Only the difference between the run-master today and
      * what the journal has already posted goes out - nothing
      * at all for a day that has not changed.
       COMPUTE-POSTINGS.
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-ENTRY-COUNT
               COMPUTE GE-DELTA-COUNT(WS-GX) =
                   GE-MASTER-COUNT(WS-GX) - GE-POSTED-COUNT(WS-GX)
               COMPUTE GE-DELTA-VALUE(WS-GX) =
                   GE-MASTER-VALUE(WS-GX) - GE-POSTED-VALUE(WS-GX)
               IF GE-DELTA-COUNT(WS-GX) NOT = 0
                   OR GE-DELTA-VALUE(WS-GX) NOT = 0
                   ADD 1 TO WS-POSTING-COUNT
                   IF GE-POSTED-BEFORE(WS-GX)
                       MOVE 'A' TO GE-KIND(WS-GX)
                   ELSE
                       MOVE 'O' TO GE-KIND(WS-GX)
                   END-IF
                   EVALUATE TRUE
                       WHEN GE-DELTA-VALUE(WS-GX) > 0
                           MOVE 'D' TO GE-DR-CR(WS-GX)
                       WHEN GE-DELTA-VALUE(WS-GX) < 0
                           MOVE 'C' TO GE-DR-CR(WS-GX)
                       WHEN GE-DELTA-COUNT(WS-GX) > 0
                           MOVE 'D' TO GE-DR-CR(WS-GX)
                       WHEN OTHER
                           MOVE 'C' TO GE-DR-CR(WS-GX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-BATCH.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "HWGLFEED ABEND: JOURNAL OPEN FAILED - "
                   "STATUS " WS-JRN-STATUS
               CLOSE GL-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           SET JR-TYPE-HEADER TO TRUE
           MOVE WS-BATCH-NUMBER TO JR-BATCH-NUMBER
           MOVE WS-BUSINESS-DATE TO JR-BATCH-DATE
           MOVE WS-CURRENT-DATE TO JR-CREATED-DATE
           MOVE WS-CURRENT-TIME(1:6) TO JR-CREATED-TIME
           MOVE "HWGLFEED" TO JR-SOURCE
           PERFORM WRITE-JOURNAL-RECORD
           MOVE "DATE     ST KIND SIDE      AMOUNT     COUNT  RUNMSTR"
               TO WS-DETAIL-LINE
           MOVE "EXTRACT" TO WS-DETAIL-LINE(64:7)
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-ENTRY-COUNT
               IF GE-KIND(WS-GX) NOT = SPACE
                   PERFORM WRITE-ONE-POSTING
               END-IF
           END-PERFORM
           MOVE SPACES TO JOURNAL-RECORD
           SET JR-TYPE-TRAILER TO TRUE
           MOVE WS-BATCH-NUMBER TO JR-BATCH-NUMBER
           MOVE WS-JOURNAL-ENTRIES TO JR-ENTRY-COUNT
           MOVE WS-DEBIT-TOTAL TO JR-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO JR-CREDIT-TOTAL
           PERFORM WRITE-JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * The posting and its offsetting control entry are always
      * written as a pair, on opposite sides, for the same
      * amount.
       WRITE-ONE-POSTING.
           IF GE-DELTA-VALUE(WS-GX) < 0
               COMPUTE WS-ENTRY-AMOUNT = 0 - GE-DELTA-VALUE(WS-GX)
           ELSE
               MOVE GE-DELTA-VALUE(WS-GX) TO WS-ENTRY-AMOUNT
           END-IF
           IF GE-DELTA-COUNT(WS-GX) < 0
               COMPUTE WS-ENTRY-RECORDS = 0 - GE-DELTA-COUNT(WS-GX)
               MOVE '-' TO WS-ENTRY-SIGN
           ELSE
               MOVE GE-DELTA-COUNT(WS-GX) TO WS-ENTRY-RECORDS
               MOVE '+' TO WS-ENTRY-SIGN
           END-IF
           MOVE SPACES TO JOURNAL-RECORD
           SET JR-TYPE-POSTING TO TRUE
           MOVE WS-BATCH-NUMBER TO JR-BATCH-NUMBER
           MOVE GE-POST-DATE(WS-GX) TO JR-POST-DATE
           MOVE GE-STREAM(WS-GX) TO JR-STREAM
           MOVE WS-POSTING-ACCOUNT TO JR-ACCOUNT
           MOVE GE-DR-CR(WS-GX) TO JR-DR-CR
           MOVE WS-ENTRY-AMOUNT TO JR-AMOUNT
           MOVE WS-ENTRY-SIGN TO JR-COUNT-SIGN
           MOVE WS-ENTRY-RECORDS TO JR-RECORD-COUNT
           MOVE GE-KIND(WS-GX) TO JR-ENTRY-KIND
           PERFORM ADD-ENTRY-TO-TOTALS
           PERFORM WRITE-JOURNAL-RECORD
           SET JR-TYPE-CONTROL TO TRUE
           MOVE WS-CONTROL-ACCOUNT TO JR-ACCOUNT
           IF GE-DR-CR(WS-GX) = 'D'
               SET JR-CREDIT TO TRUE
           ELSE
               SET JR-DEBIT TO TRUE
           END-IF
           PERFORM ADD-ENTRY-TO-TOTALS
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-POSTING-LINE.

       ADD-ENTRY-TO-TOTALS.
           ADD 1 TO WS-JOURNAL-ENTRIES
           IF JR-DEBIT
               ADD JR-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD JR-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       WRITE-JOURNAL-RECORD.
           WRITE JOURNAL-RECORD
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "HWGLFEED ABEND: JOURNAL WRITE FAILED - "
                   "STATUS " WS-JRN-STATUS
               MOVE 'F' TO WS-EXC-SEVERITY
               MOVE "GLWRITE " TO WS-EXC-CODE
               MOVE "JOURNAL WRITE FAILED - BATCH ABANDONED"
                   TO WS-EXC-TEXT
               PERFORM LOG-EXCEPTION
               CLOSE JOURNAL-FILE
               CLOSE GL-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The posting's master totals are held to the latest
      * extract for the day: they agree unless the run-master
      * changed after the extract went out (a late load, or a
      * correction not yet re-cut through HWRTXJOB).
       WRITE-POSTING-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE GE-POST-DATE(WS-GX) TO WS-DETAIL-LINE(1:8)
           MOVE GE-STREAM(WS-GX) TO WS-DETAIL-LINE(10:2)
           IF GE-KIND(WS-GX) = 'A'
               MOVE "ADJ " TO WS-DETAIL-LINE(13:4)
           ELSE
               MOVE "ORIG" TO WS-DETAIL-LINE(13:4)
           END-IF
           IF GE-DR-CR(WS-GX) = 'D'
               MOVE "DR" TO WS-DETAIL-LINE(18:2)
           ELSE
               MOVE "CR" TO WS-DETAIL-LINE(18:2)
           END-IF
           MOVE WS-ENTRY-AMOUNT TO WS-DETAIL-LINE(21:12)
           MOVE WS-ENTRY-SIGN TO WS-DETAIL-LINE(34:1)
           MOVE WS-ENTRY-RECORDS TO WS-DETAIL-LINE(35:8)
           MOVE GE-MASTER-VALUE(WS-GX) TO WS-DETAIL-LINE(45:12)
           EVALUATE TRUE
               WHEN NOT GE-XMIT-FOUND(WS-GX)
                   MOVE "NO EXTRACT" TO WS-DETAIL-LINE(64:15)
                   ADD 1 TO WS-XMIT-WARNINGS
               WHEN GE-XMIT-COUNT(WS-GX) = GE-MASTER-COUNT(WS-GX)
                   AND GE-XMIT-HASH(WS-GX) = GE-MASTER-VALUE(WS-GX)
                   MOVE "AGREES" TO WS-DETAIL-LINE(64:15)
               WHEN OTHER
                   MOVE "*** DIFFERS" TO WS-DETAIL-LINE(64:15)
                   ADD 1 TO WS-XMIT-WARNINGS
           END-EVALUATE
           PERFORM WRITE-RPT-LINE.

      * The batch is read back from the file itself, so what is
      * proven is what would be sent - not the totals held in
      * storage while it was written.
       PROVE-JOURNAL-BALANCE.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "HWGLFEED ABEND: JOURNAL REOPEN FAILED - "
                   "STATUS " WS-JRN-STATUS
               CLOSE GL-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL JRN-AT-EOF
               READ JOURNAL-FILE
                   AT END
                       SET JRN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF PROOF-HEADER-SEEN AND PROOF-TRAILER-SEEN
               AND WS-PROOF-DEBIT = WS-PROOF-CREDIT
               AND WS-PROOF-DEBIT = WS-TRAILER-DEBIT
               AND WS-PROOF-CREDIT = WS-TRAILER-CREDIT
               AND WS-PROOF-ENTRIES = WS-TRAILER-ENTRIES
               AND WS-PROOF-ENTRIES = WS-JOURNAL-ENTRIES
               SET BATCH-BALANCED TO TRUE
           END-IF.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN JR-TYPE-HEADER
                   SET PROOF-HEADER-SEEN TO TRUE
               WHEN JR-TYPE-POSTING
               WHEN JR-TYPE-CONTROL
                   ADD 1 TO WS-PROOF-ENTRIES
                   IF JR-DEBIT
                       ADD JR-AMOUNT TO WS-PROOF-DEBIT
                   ELSE
                       ADD JR-AMOUNT TO WS-PROOF-CREDIT
                   END-IF
               WHEN JR-TYPE-TRAILER
                   SET PROOF-TRAILER-SEEN TO TRUE
                   MOVE JR-ENTRY-COUNT TO WS-TRAILER-ENTRIES
                   MOVE JR-DEBIT-TOTAL TO WS-TRAILER-DEBIT
                   MOVE JR-CREDIT-TOTAL TO WS-TRAILER-CREDIT
           END-EVALUATE.

      * The pending log records are appended to the journal log
      * by the JCL only after the batch has been sent, so a batch
      * that never left is never counted as posted.
       WRITE-PENDING-LOG.
           OPEN OUTPUT GL-PENDING-FILE
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "HWGLFEED ABEND: PENDING LOG OPEN FAILED - "
                   "STATUS " WS-PND-STATUS
               CLOSE GL-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-TRANSMIT-RECORD
           MOVE WS-BATCH-NUMBER TO GX-BATCH-NUMBER
           MOVE WS-BUSINESS-DATE TO GX-BATCH-DATE
           SET GX-TYPE-BATCH TO TRUE
           MOVE WS-BUSINESS-DATE TO GX-POST-DATE
           MOVE WS-DEBIT-TOTAL TO GX-AMOUNT
           MOVE '+' TO GX-COUNT-SIGN
           MOVE WS-POSTING-COUNT TO GX-RECORD-COUNT
           MOVE 0 TO GX-XMIT-COUNT
           MOVE 0 TO GX-XMIT-HASH
           PERFORM WRITE-PENDING-RECORD
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-ENTRY-COUNT
               IF GE-KIND(WS-GX) NOT = SPACE
                   PERFORM WRITE-PENDING-ENTRY
               END-IF
           END-PERFORM
           CLOSE GL-PENDING-FILE.

       WRITE-PENDING-ENTRY.
           MOVE SPACES TO GL-TRANSMIT-RECORD
           MOVE WS-BATCH-NUMBER TO GX-BATCH-NUMBER
           MOVE WS-BUSINESS-DATE TO GX-BATCH-DATE
           SET GX-TYPE-ENTRY TO TRUE
           MOVE GE-POST-DATE(WS-GX) TO GX-POST-DATE
           MOVE GE-STREAM(WS-GX) TO GX-STREAM
           MOVE GE-KIND(WS-GX) TO GX-ENTRY-KIND
           MOVE GE-DR-CR(WS-GX) TO GX-DR-CR
           IF GE-DELTA-VALUE(WS-GX) < 0
               COMPUTE GX-AMOUNT = 0 - GE-DELTA-VALUE(WS-GX)
           ELSE
               MOVE GE-DELTA-VALUE(WS-GX) TO GX-AMOUNT
           END-IF
           IF GE-DELTA-COUNT(WS-GX) < 0
               COMPUTE GX-RECORD-COUNT = 0 - GE-DELTA-COUNT(WS-GX)
               MOVE '-' TO GX-COUNT-SIGN
           ELSE
               MOVE GE-DELTA-COUNT(WS-GX) TO GX-RECORD-COUNT
               MOVE '+' TO GX-COUNT-SIGN
           END-IF
           MOVE GE-XMIT-COUNT(WS-GX) TO GX-XMIT-COUNT
           MOVE GE-XMIT-HASH(WS-GX) TO GX-XMIT-HASH
           PERFORM WRITE-PENDING-RECORD.

       WRITE-PENDING-RECORD.
           MOVE GL-TRANSMIT-RECORD TO GL-PENDING-RECORD
           WRITE GL-PENDING-RECORD
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "HWGLFEED ABEND: PENDING LOG WRITE FAILED - "
                   "STATUS " WS-PND-STATUS
               CLOSE GL-PENDING-FILE
               CLOSE GL-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPORT-OUT-OF-BALANCE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PROOF-DEBIT TO WS-TOTAL-DISPLAY
           MOVE WS-PROOF-CREDIT TO WS-TOTAL-DISPLAY-2
           STRING "*** BATCH OUT OF BALANCE - DEBITS " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               " CREDITS " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY-2 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE "*** BATCH NOT TRANSMITTED AND NOT LOGGED AS POSTED"
               TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE 'F' TO WS-EXC-SEVERITY
           MOVE "GLOOB   " TO WS-EXC-CODE
           MOVE "JOURNAL BATCH OUT OF BALANCE - NOT SENT"
               TO WS-EXC-TEXT
           PERFORM LOG-EXCEPTION
           MOVE 8 TO WS-FINAL-RC.

       WRITE-FEED-VERDICT.
           IF BATCH-BALANCED AND WS-FINAL-RC < 4
               IF WS-POSTING-COUNT = 0 OR WS-XMIT-WARNINGS > 0
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           IF BATCH-BALANCED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BATCH-NUMBER TO WS-BATCH-DISPLAY
               MOVE WS-POSTING-COUNT TO WS-ENTRY-DISPLAY
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
               STRING "BATCH " DELIMITED BY SIZE
                   WS-BATCH-DISPLAY DELIMITED BY SIZE
                   "  POSTINGS " DELIMITED BY SIZE
                   WS-ENTRY-DISPLAY DELIMITED BY SIZE
                   "  DEBITS = CREDITS = " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               IF WS-POSTING-COUNT = 0
                   MOVE "NOTHING TO POST - EMPTY BATCH BUILT"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           IF WS-FINAL-RC >= 8
               STRING "HWGLFEED NO BATCH TO TRANSMIT - RC="
                   DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING "HWGLFEED BATCH BALANCED - RC=" DELIMITED BY SIZE
                   WS-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWGLFEED WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWGLFEED" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
