       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWSNPRST.
      *****************************************************
      * HWSNPRST - coordinated restore from a snapshot.
      * Puts the HELLOWORLD file set back to the business
      * date of one HWSNAPSH bundle (HWSNAP). The HWSRSCTL
      * card carries:
      *   action  cols 1-7   VERIFY or RESTORE
      *   date    cols 9-16  business date wanted
      *   scope   cols 18-23 SHARED or STREAM (RESTORE)
      *   stream  cols 25-26 stream code (STREAM)
      * Every run first checks the WHOLE bundle, whatever
      * the card restores:
      *   - it opens with the shared section and every
      *     section header carries the card's date
      *   - every file's data records add up to the record
      *     count and hash total on its manifest entry
      *   - every section has its trailer, and the trailer
      *     agrees with the section's files and records
      *   - every stream active on the stream master
      *     (HWSTRMST) has a section
      * Nothing is written unless the whole bundle passes,
      * so the JCL runs a VERIFY step first and conditions
      * every RESTORE step on it - the suite is never left
      * with some files put back and others not.
      * RESTORE then rewrites the chosen section's files
      * from the bundle: SHARED puts back RUNMSTR (into a
      * freshly defined cluster), XMITLOG, BUSDATE and
      * EXCPLOG; STREAM x puts back stream x's RUNREG,
      * AUDITLOG, COUNTOUT, CKPT and RUNLOCK. A checkpoint
      * that was missing or empty at snapshot time is
      * deleted, not left empty, so HELLOJOB does not read
      * it as a restart. Every restored file is then read
      * back and checked against its manifest entry, and
      * the restore is logged to HWEXCLOG.
      * RETURN-CODE: 0 bundle verified (and section
      * restored and rechecked), 8 card rejected or bundle
      * failed its check - nothing written, 16 file error
      * or a restored file does not match its manifest.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO HWSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-STATUS.
           SELECT RUN-MASTER-FILE ASSIGN TO HWMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO HWXMTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO HWBUSDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO HWEXCLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO HWRUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT COUNT-DATA-FILE ASSIGN TO HWCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO HWCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO HWLOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
           SELECT STREAM-MASTER-FILE ASSIGN TO HWSTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STREAM
               FILE STATUS IS WS-STM-STATUS.
           SELECT RESTORE-CTL-FILE ASSIGN TO HWSRSCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RESTORE-RPT ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  TRANSMIT-LOG-FILE.
           COPY XMITREC.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.
       FD  EXCEPTION-LOG-FILE.
           COPY EXCPTREC.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREG.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  COUNT-DATA-FILE.
           COPY COUNTREC.
       FD  CHECKPOINT-FILE.
           COPY CKPTREC.
       FD  RUN-LOCK-FILE.
           COPY LOCKREC.
       FD  STREAM-MASTER-FILE.
           COPY STRMREC.
       FD  RESTORE-CTL-FILE.
       01  RESTORE-CONTROL-CARD.
           05 SRC-ACTION                PIC X(7).
               88 SRC-ACTION-VERIFY     VALUE "VERIFY ".
               88 SRC-ACTION-RESTORE    VALUE "RESTORE".
           05 FILLER                    PIC X(1).
           05 SRC-DATE                  PIC 9(8).
           05 FILLER                    PIC X(1).
           05 SRC-SCOPE                 PIC X(6).
               88 SRC-SCOPE-SHARED      VALUE "SHARED".
               88 SRC-SCOPE-STREAM      VALUE "STREAM".
           05 FILLER                    PIC X(1).
           05 SRC-STREAM                PIC X(2).
       FD  RESTORE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SNP-STATUS                 PIC XX VALUE SPACES.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-XMT-STATUS                 PIC XX VALUE SPACES.
       01 WS-BUS-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-STATUS                 PIC XX VALUE SPACES.
       01 WS-REG-STATUS                 PIC XX VALUE SPACES.
       01 WS-AUD-STATUS                 PIC XX VALUE SPACES.
       01 WS-CNT-STATUS                 PIC XX VALUE SPACES.
       01 WS-CKPT-STATUS                PIC XX VALUE SPACES.
       01 WS-LCK-STATUS                 PIC XX VALUE SPACES.
       01 WS-STM-STATUS                 PIC XX VALUE SPACES.
       01 WS-CTL-STATUS                 PIC XX VALUE SPACES.
       01 WS-RPT-STATUS                 PIC XX VALUE SPACES.
       01 WS-TGT-STATUS                 PIC XX VALUE SPACES.
       01 WS-EXC-DATE                   PIC 9(8) VALUE 0.
       01 WS-EXC-TIME                   PIC 9(8) VALUE 0.
       01 WS-EXC-SEVERITY               PIC X VALUE 'W'.
       01 WS-EXC-CODE                   PIC X(8) VALUE SPACES.
       01 WS-EXC-TEXT                   PIC X(40) VALUE SPACES.
       01 WS-SNP-EOF-SWITCH             PIC X VALUE 'N'.
           88 SNP-AT-EOF                VALUE 'Y'.
       01 WS-IN-EOF-SWITCH              PIC X VALUE 'N'.
           88 IN-AT-EOF                 VALUE 'Y'.
       01 WS-STM-EOF-SWITCH             PIC X VALUE 'N'.
           88 STM-AT-EOF                VALUE 'Y'.
       01 WS-STM-OPEN-SWITCH            PIC X VALUE 'N'.
           88 STREAM-MASTER-OPEN        VALUE 'Y'.
       01 WS-CARD-OK-SWITCH             PIC X VALUE 'N'.
           88 CARD-OK                   VALUE 'Y'.
       01 WS-BUNDLE-SWITCH              PIC X VALUE 'Y'.
           88 BUNDLE-OK                 VALUE 'Y'.
           88 BUNDLE-FAILED             VALUE 'N'.
       01 WS-RECHECK-SWITCH             PIC X VALUE 'Y'.
           88 RECHECK-OK                VALUE 'Y'.
           88 RECHECK-FAILED            VALUE 'N'.
       01 WS-FILE-FOUND-SWITCH          PIC X VALUE 'N'.
           88 FILE-ENTRY-FOUND          VALUE 'Y'.
       01 WS-SECTION-FOUND-SWITCH       PIC X VALUE 'N'.
           88 SECTION-ENTRY-FOUND       VALUE 'Y'.
       01 WS-TARGET-OPEN-SWITCH         PIC X VALUE 'N'.
           88 TARGET-IS-OPEN            VALUE 'Y'.
       01 WS-CHECK-FILE-NAME            PIC X(8) VALUE SPACES.
           88 SHARED-FILE-NAME          VALUE "RUNMSTR " "XMITLOG "
                                              "BUSDATE " "EXCPLOG ".
           88 STREAM-FILE-NAME          VALUE "RUNREG  " "AUDITLOG"
                                              "COUNTOUT" "CKPT    "
                                              "RUNLOCK ".
       01 WS-RESTORE-SECTION            PIC X(2) VALUE SPACES.
       01 WS-MATCH-SECTION              PIC X(2) VALUE SPACES.
       01 WS-MATCH-FILE                 PIC X(8) VALUE SPACES.
       01 WS-TARGET-FILE                PIC X(8) VALUE SPACES.
       01 WS-DATA-IMAGE                 PIC X(80) VALUE SPACES.
       01 WS-IMAGE-HASH                 PIC 9(15) VALUE 0.
       01 WS-HASH-6                     PIC 9(6) VALUE 0.
       01 WS-HASH-8                     PIC 9(8) VALUE 0.
       01 WS-HASH-12                    PIC 9(12) VALUE 0.
       01 WS-BUNDLE-RECORDS             PIC 9(10) VALUE 0.
       01 WS-BUNDLE-DATE                PIC 9(8) VALUE 0.
       01 WS-SNAP-DATE                  PIC 9(8) VALUE 0.
       01 WS-SNAP-TIME                  PIC 9(8) VALUE 0.
       01 WS-RESTORED-RECORDS           PIC 9(10) VALUE 0.
       01 WS-FILE-MAX                   PIC 9(4) COMP VALUE 300.
       01 WS-FILE-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-FX                         PIC 9(4) COMP VALUE 0.
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 300 TIMES.
               10 MF-SECTION            PIC X(2).
               10 MF-FILE-NAME          PIC X(8).
               10 MF-MANIFEST-SWITCH    PIC X.
                   88 MF-MANIFEST-SEEN  VALUE 'Y'.
               10 MF-STATE              PIC X.
                   88 MF-FILE-MISSING   VALUE 'M'.
               10 MF-COUNT              PIC 9(8).
               10 MF-HASH               PIC 9(15).
               10 MF-DATA-COUNT         PIC 9(8).
               10 MF-DATA-HASH          PIC 9(15).
       01 WS-SECTION-MAX                PIC 9(4) COMP VALUE 60.
       01 WS-SECTION-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-SX                         PIC 9(4) COMP VALUE 0.
       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 60 TIMES.
               10 SC-SECTION            PIC X(2).
               10 SC-TRAILER-SWITCH     PIC X.
                   88 SC-TRAILER-SEEN   VALUE 'Y'.
               10 SC-FILES              PIC 9(4).
               10 SC-RECORDS            PIC 9(10).
               10 SC-TRAILER-FILES      PIC 9(4).
               10 SC-TRAILER-RECORDS    PIC 9(10).
       01 WS-CHECK-COUNT                PIC 9(8) VALUE 0.
       01 WS-CHECK-HASH                 PIC 9(15) VALUE 0.
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
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
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-COUNT-DISPLAY-2            PIC 9(8).
       01 WS-HASH-DISPLAY               PIC 9(15).
       01 WS-RC-DISPLAY                 PIC 9(4).
       01 WS-RESULT-TEXT                PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-RESTORE
           PERFORM READ-RESTORE-CARD
           IF CARD-OK
               PERFORM CHECK-SNAPSHOT-BUNDLE
               PERFORM CHECK-MANIFEST-TOTALS
               PERFORM CHECK-STREAM-COVERAGE
               IF SRC-ACTION-RESTORE
                   PERFORM CHECK-RESTORE-SECTION
               END-IF
               IF BUNDLE-FAILED
                   MOVE "BUNDLE CHECK FAILED - NOTHING RESTORED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   IF WS-FINAL-RC < 8
                       MOVE 8 TO WS-FINAL-RC
                   END-IF
               ELSE
                   IF SRC-ACTION-RESTORE
                       PERFORM RESTORE-SECTION-FILES
                       PERFORM RECHECK-RESTORED-FILES
                       PERFORM LOG-RESTORE
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-RESTORE-VERDICT
           CLOSE RESTORE-RPT
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-RESTORE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           OPEN OUTPUT RESTORE-RPT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "HWSNPRST ABEND: RESTORE-RPT OPEN FAILED - "
                   "STATUS " WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-1
           STRING "HWSNPRST - SNAPSHOT RESTORE  RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           END-STRING
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       READ-RESTORE-CARD.
           MOVE SPACES TO RESTORE-CONTROL-CARD
           OPEN INPUT RESTORE-CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ RESTORE-CTL-FILE
                   AT END
                       MOVE SPACES TO RESTORE-CONTROL-CARD
               END-READ
               CLOSE RESTORE-CTL-FILE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "CARD: " DELIMITED BY SIZE
               RESTORE-CONTROL-CARD DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT SRC-ACTION-VERIFY
                   AND NOT SRC-ACTION-RESTORE
                   MOVE "CARD REJECTED - ACTION NOT VERIFY/RESTORE"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 8 TO WS-FINAL-RC
               WHEN SRC-DATE IS NOT NUMERIC OR SRC-DATE = 0
                   MOVE "CARD REJECTED - DATE NOT NUMERIC"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 8 TO WS-FINAL-RC
               WHEN SRC-ACTION-RESTORE
                   AND NOT SRC-SCOPE-SHARED
                   AND NOT SRC-SCOPE-STREAM
                   MOVE "CARD REJECTED - SCOPE NOT SHARED/STREAM"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   MOVE 8 TO WS-FINAL-RC
               WHEN OTHER
                   SET CARD-OK TO TRUE
                   IF SRC-SCOPE-STREAM
                       IF SRC-STREAM = SPACES
                           OR SRC-STREAM = LOW-VALUES
                           MOVE "A " TO WS-RESTORE-SECTION
                       ELSE
                           MOVE SRC-STREAM TO WS-RESTORE-SECTION
                       END-IF
                   ELSE
                       MOVE "**" TO WS-RESTORE-SECTION
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

      * Pass 1 - the whole bundle, every section, whatever the
      * card restores. Counts and hash totals are rebuilt from
      * the data records themselves and held per file for the
      * comparison against the manifest entries.
       CHECK-SNAPSHOT-BUNDLE.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNP-STATUS = "35"
               MOVE "SNAPSHOT BUNDLE NOT FOUND" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
               SET SNP-AT-EOF TO TRUE
           ELSE
               IF WS-SNP-STATUS NOT = "00"
                   DISPLAY "HWSNPRST ABEND: SNAPSHOT OPEN FAILED - "
                       "STATUS " WS-SNP-STATUS
                   CLOSE RESTORE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL SNP-AT-EOF
               READ SNAPSHOT-FILE
                   AT END
                       SET SNP-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-BUNDLE-RECORD
               END-READ
           END-PERFORM
           IF WS-SNP-STATUS NOT = "35"
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WS-BUNDLE-RECORDS = 0 AND WS-SNP-STATUS NOT = "35"
               MOVE "SNAPSHOT BUNDLE IS EMPTY" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           END-IF
           IF WS-BUNDLE-RECORDS > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-BUNDLE-DATE TO WS-DATE-DISPLAY
               MOVE WS-SNAP-DATE TO WS-DATE-DISPLAY-2
               STRING "BUNDLE BUSINESS DATE: " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   "  TAKEN " DELIMITED BY SIZE
                   WS-DATE-DISPLAY-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SNAP-TIME(1:6) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       CHECK-BUNDLE-RECORD.
           ADD 1 TO WS-BUNDLE-RECORDS
           IF WS-BUNDLE-RECORDS = 1
               IF NOT SB-TYPE-HEADER OR NOT SB-SHARED-SECTION
                   MOVE "BUNDLE DOES NOT OPEN WITH THE SHARED SECTION"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   SET BUNDLE-FAILED TO TRUE
               END-IF
           END-IF
           MOVE SB-SECTION TO WS-MATCH-SECTION
           EVALUATE TRUE
               WHEN SB-TYPE-HEADER
                   PERFORM CHECK-SECTION-HEADER
               WHEN SB-TYPE-DATA
                   PERFORM NOTE-FILE-NAME
                   MOVE SB-FILE-NAME TO WS-MATCH-FILE
                   PERFORM FIND-FILE-ENTRY
                   IF FILE-ENTRY-FOUND
                       MOVE SB-DATA TO WS-DATA-IMAGE
                       MOVE SB-FILE-NAME TO WS-TARGET-FILE
                       PERFORM COMPUTE-IMAGE-HASH
                       ADD 1 TO MF-DATA-COUNT(WS-FX)
                       ADD WS-IMAGE-HASH TO MF-DATA-HASH(WS-FX)
                   END-IF
                   PERFORM FIND-SECTION-ENTRY
                   IF SECTION-ENTRY-FOUND
                       ADD 1 TO SC-RECORDS(WS-SX)
                   END-IF
               WHEN SB-TYPE-MANIFEST
                   PERFORM NOTE-FILE-NAME
                   MOVE SB-FILE-NAME TO WS-MATCH-FILE
                   PERFORM FIND-FILE-ENTRY
                   IF FILE-ENTRY-FOUND
                       SET MF-MANIFEST-SEEN(WS-FX) TO TRUE
                       MOVE SB-FILE-STATE TO MF-STATE(WS-FX)
                       MOVE SB-RECORD-COUNT TO MF-COUNT(WS-FX)
                       MOVE SB-HASH-TOTAL TO MF-HASH(WS-FX)
                   END-IF
                   PERFORM FIND-SECTION-ENTRY
                   IF SECTION-ENTRY-FOUND
                       ADD 1 TO SC-FILES(WS-SX)
                   END-IF
               WHEN SB-TYPE-TRAILER
                   PERFORM FIND-SECTION-ENTRY
                   IF SECTION-ENTRY-FOUND
                       SET SC-TRAILER-SEEN(WS-SX) TO TRUE
                       MOVE SB-FILE-COUNT TO SC-TRAILER-FILES(WS-SX)
                       MOVE SB-SECTION-RECORDS
                           TO SC-TRAILER-RECORDS(WS-SX)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-BUNDLE-RECORDS TO WS-COUNT-DISPLAY
                   STRING "UNKNOWN RECORD TYPE AT BUNDLE RECORD "
                       DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   SET BUNDLE-FAILED TO TRUE
           END-EVALUATE.

      * Every header must carry the card's date - one stream
      * section from another night would restore that stream
      * to a different day from the rest of the suite.
       CHECK-SECTION-HEADER.
           IF WS-BUNDLE-RECORDS = 1
               MOVE SB-BUSINESS-DATE TO WS-BUNDLE-DATE
               MOVE SB-SNAP-DATE TO WS-SNAP-DATE
               MOVE SB-SNAP-TIME TO WS-SNAP-TIME
           END-IF
           IF SB-BUSINESS-DATE NOT = SRC-DATE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SB-BUSINESS-DATE TO WS-DATE-DISPLAY
               MOVE SRC-DATE TO WS-DATE-DISPLAY-2
               STRING "SECTION " DELIMITED BY SIZE
                   SB-SECTION DELIMITED BY SIZE
                   " IS FOR " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   " - CARD ASKS FOR " DELIMITED BY SIZE
                   WS-DATE-DISPLAY-2 DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           END-IF
           PERFORM FIND-SECTION-ENTRY
           IF SECTION-ENTRY-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "SECTION " DELIMITED BY SIZE
                   SB-SECTION DELIMITED BY SIZE
                   " APPEARS TWICE IN THE BUNDLE" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           ELSE
               IF WS-SECTION-COUNT >= WS-SECTION-MAX
                   MOVE "SECTION TABLE FULL - BUNDLE NOT CHECKED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   SET BUNDLE-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-SECTION-COUNT TO WS-SX
                   MOVE SB-SECTION TO SC-SECTION(WS-SX)
                   MOVE 'N' TO SC-TRAILER-SWITCH(WS-SX)
                   MOVE 0 TO SC-FILES(WS-SX)
                   MOVE 0 TO SC-RECORDS(WS-SX)
                   MOVE 0 TO SC-TRAILER-FILES(WS-SX)
                   MOVE 0 TO SC-TRAILER-RECORDS(WS-SX)
               END-IF
           END-IF.

      * A data or manifest record is only good in a section
      * that was opened by a header, and only for a file that
      * belongs to that kind of section.
       NOTE-FILE-NAME.
           PERFORM FIND-SECTION-ENTRY
           MOVE SB-FILE-NAME TO WS-CHECK-FILE-NAME
           IF NOT SECTION-ENTRY-FOUND
               OR (SB-SHARED-SECTION AND NOT SHARED-FILE-NAME)
               OR (NOT SB-SHARED-SECTION AND NOT STREAM-FILE-NAME)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "FILE " DELIMITED BY SIZE
                   SB-FILE-NAME DELIMITED BY SIZE
                   " OUT OF PLACE IN SECTION " DELIMITED BY SIZE
                   SB-SECTION DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           END-IF.

       FIND-SECTION-ENTRY.
           MOVE 'N' TO WS-SECTION-FOUND-SWITCH
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SECTION-COUNT
               OR SECTION-ENTRY-FOUND
               IF SC-SECTION(WS-SX) = WS-MATCH-SECTION
                   SET SECTION-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SX
               END-IF
           END-PERFORM.

       FIND-FILE-ENTRY.
           MOVE 'N' TO WS-FILE-FOUND-SWITCH
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FILE-COUNT
               OR FILE-ENTRY-FOUND
               IF MF-SECTION(WS-FX) = WS-MATCH-SECTION
                   AND MF-FILE-NAME(WS-FX) = WS-MATCH-FILE
                   SET FILE-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-FX
               END-IF
           END-PERFORM
           IF NOT FILE-ENTRY-FOUND
               IF WS-FILE-COUNT >= WS-FILE-MAX
                   MOVE "FILE TABLE FULL - BUNDLE NOT CHECKED"
                       TO WS-DETAIL-LINE
                   PERFORM WRITE-RPT-LINE
                   SET BUNDLE-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-FILE-COUNT
                   MOVE WS-FILE-COUNT TO WS-FX
                   MOVE WS-MATCH-SECTION TO MF-SECTION(WS-FX)
                   MOVE WS-MATCH-FILE TO MF-FILE-NAME(WS-FX)
                   MOVE 'N' TO MF-MANIFEST-SWITCH(WS-FX)
                   MOVE SPACE TO MF-STATE(WS-FX)
                   MOVE 0 TO MF-COUNT(WS-FX)
                   MOVE 0 TO MF-HASH(WS-FX)
                   MOVE 0 TO MF-DATA-COUNT(WS-FX)
                   MOVE 0 TO MF-DATA-HASH(WS-FX)
                   SET FILE-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

      * The hash field of each file, by its position in the
      * record image - the same fields HWSNAPSH totals from the
      * record layouts (see SNAPREC).
       COMPUTE-IMAGE-HASH.
           MOVE 0 TO WS-IMAGE-HASH
           EVALUATE WS-TARGET-FILE
               WHEN "RUNMSTR "
                   IF WS-DATA-IMAGE(19:6) IS NUMERIC
                       MOVE WS-DATA-IMAGE(19:6) TO WS-HASH-6
                       MOVE WS-HASH-6 TO WS-IMAGE-HASH
                   END-IF
               WHEN "XMITLOG "
                   IF WS-DATA-IMAGE(17:12) IS NUMERIC
                       MOVE WS-DATA-IMAGE(17:12) TO WS-HASH-12
                       MOVE WS-HASH-12 TO WS-IMAGE-HASH
                   END-IF
               WHEN "BUSDATE "
               WHEN "EXCPLOG "
                   IF WS-DATA-IMAGE(1:8) IS NUMERIC
                       MOVE WS-DATA-IMAGE(1:8) TO WS-HASH-8
                       MOVE WS-HASH-8 TO WS-IMAGE-HASH
                   END-IF
               WHEN "RUNREG  "
                   IF WS-DATA-IMAGE(37:6) IS NUMERIC
                       MOVE WS-DATA-IMAGE(37:6) TO WS-HASH-6
                       MOVE WS-HASH-6 TO WS-IMAGE-HASH
                   END-IF
               WHEN "AUDITLOG"
                   IF WS-DATA-IMAGE(38:6) IS NUMERIC
                       MOVE WS-DATA-IMAGE(38:6) TO WS-HASH-6
                       MOVE WS-HASH-6 TO WS-IMAGE-HASH
                   END-IF
               WHEN "COUNTOUT"
                   IF WS-DATA-IMAGE(17:6) IS NUMERIC
                       MOVE WS-DATA-IMAGE(17:6) TO WS-HASH-6
                       MOVE WS-HASH-6 TO WS-IMAGE-HASH
                   END-IF
               WHEN "CKPT    "
                   IF WS-DATA-IMAGE(13:6) IS NUMERIC
                       MOVE WS-DATA-IMAGE(13:6) TO WS-HASH-6
                       MOVE WS-HASH-6 TO WS-IMAGE-HASH
                   END-IF
               WHEN "RUNLOCK "
                   IF WS-DATA-IMAGE(10:8) IS NUMERIC
                       MOVE WS-DATA-IMAGE(10:8) TO WS-HASH-8
                       MOVE WS-HASH-8 TO WS-IMAGE-HASH
                   END-IF
           END-EVALUATE.

       CHECK-MANIFEST-TOTALS.
           MOVE "BUNDLE MANIFEST" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FILE-COUNT
               PERFORM CHECK-ONE-MANIFEST-ENTRY
           END-PERFORM
           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SECTION-COUNT
               PERFORM CHECK-ONE-SECTION-TRAILER
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE.

       CHECK-ONE-MANIFEST-ENTRY.
           EVALUATE TRUE
               WHEN NOT MF-MANIFEST-SEEN(WS-FX)
                   MOVE "NO MANIFEST ENTRY" TO WS-RESULT-TEXT
                   SET BUNDLE-FAILED TO TRUE
               WHEN MF-DATA-COUNT(WS-FX) NOT = MF-COUNT(WS-FX)
                   MOVE "COUNT MISMATCH" TO WS-RESULT-TEXT
                   SET BUNDLE-FAILED TO TRUE
               WHEN MF-DATA-HASH(WS-FX) NOT = MF-HASH(WS-FX)
                   MOVE "HASH MISMATCH" TO WS-RESULT-TEXT
                   SET BUNDLE-FAILED TO TRUE
               WHEN MF-FILE-MISSING(WS-FX)
                   MOVE "OK (WAS MISSING)" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "OK" TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE MF-DATA-COUNT(WS-FX) TO WS-COUNT-DISPLAY
           MOVE MF-DATA-HASH(WS-FX) TO WS-HASH-DISPLAY
           STRING "  " DELIMITED BY SIZE
               MF-SECTION(WS-FX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MF-FILE-NAME(WS-FX) DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  HASH " DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

      * A section without its trailer was cut short - the step
      * that wrote it failed, and its last file may be partial.
       CHECK-ONE-SECTION-TRAILER.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN NOT SC-TRAILER-SEEN(WS-SX)
                   STRING "  SECTION " DELIMITED BY SIZE
                       SC-SECTION(WS-SX) DELIMITED BY SIZE
                       " HAS NO TRAILER - SNAPSHOT STEP DID NOT "
                       DELIMITED BY SIZE
                       "FINISH" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   SET BUNDLE-FAILED TO TRUE
               WHEN SC-TRAILER-FILES(WS-SX) NOT = SC-FILES(WS-SX)
                   OR SC-TRAILER-RECORDS(WS-SX)
                       NOT = SC-RECORDS(WS-SX)
                   STRING "  SECTION " DELIMITED BY SIZE
                       SC-SECTION(WS-SX) DELIMITED BY SIZE
                       " TRAILER DISAGREES WITH ITS CONTENTS"
                       DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   SET BUNDLE-FAILED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The bundle must hold every stream the suite runs, or a
      * restore would leave the missing stream on a later day.
      * Only a master not yet defined falls back to stream A; a
      * master that cannot be read stops the restore here,
      * before anything has been written.
       CHECK-STREAM-COVERAGE.
           MOVE "**" TO WS-MATCH-SECTION
           PERFORM FIND-SECTION-ENTRY
           IF NOT SECTION-ENTRY-FOUND AND WS-BUNDLE-RECORDS > 0
               MOVE "BUNDLE HAS NO SHARED SECTION" TO WS-DETAIL-LINE
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           END-IF
           OPEN INPUT STREAM-MASTER-FILE
           IF WS-STM-STATUS = "35"
               SET STM-AT-EOF TO TRUE
               MOVE "A " TO WS-MATCH-SECTION
               PERFORM CHECK-ONE-STREAM-SECTION
           ELSE
               IF WS-STM-STATUS NOT = "00"
                   DISPLAY "HWSNPRST ABEND: STREAM MASTER OPEN "
                       "FAILED - STATUS " WS-STM-STATUS
                   CLOSE RESTORE-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET STREAM-MASTER-OPEN TO TRUE
           END-IF
           PERFORM UNTIL STM-AT-EOF
               READ STREAM-MASTER-FILE
                   AT END
                       SET STM-AT-EOF TO TRUE
                   NOT AT END
                       IF SM-ACTIVE
                           MOVE SM-STREAM TO WS-MATCH-SECTION
                           PERFORM CHECK-ONE-STREAM-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF STREAM-MASTER-OPEN
               CLOSE STREAM-MASTER-FILE
           END-IF.

       CHECK-ONE-STREAM-SECTION.
           PERFORM FIND-SECTION-ENTRY
           IF NOT SECTION-ENTRY-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "ACTIVE STREAM " DELIMITED BY SIZE
                   WS-MATCH-SECTION DELIMITED BY SIZE
                   " HAS NO SECTION IN THE BUNDLE" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           END-IF.

       CHECK-RESTORE-SECTION.
           MOVE WS-RESTORE-SECTION TO WS-MATCH-SECTION
           PERFORM FIND-SECTION-ENTRY
           IF NOT SECTION-ENTRY-FOUND
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "SECTION " DELIMITED BY SIZE
                   WS-RESTORE-SECTION DELIMITED BY SIZE
                   " IS NOT IN THE BUNDLE" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM WRITE-RPT-LINE
               SET BUNDLE-FAILED TO TRUE
           END-IF.

      * Pass 2 - the chosen section only. Each file's data
      * records are contiguous and its manifest entry follows
      * them, so the target is opened at its first data record
      * and closed at its manifest entry.
       RESTORE-SECTION-FILES.
           MOVE "RESTORING" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE 'N' TO WS-SNP-EOF-SWITCH
           MOVE SPACES TO WS-TARGET-FILE
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNP-STATUS NOT = "00"
               DISPLAY "HWSNPRST ABEND: SNAPSHOT REOPEN FAILED - "
                   "STATUS " WS-SNP-STATUS
               CLOSE RESTORE-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SNP-AT-EOF
               READ SNAPSHOT-FILE
                   AT END
                       SET SNP-AT-EOF TO TRUE
                   NOT AT END
                       IF SB-SECTION = WS-RESTORE-SECTION
                           PERFORM RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       RESTORE-ONE-RECORD.
           EVALUATE TRUE
               WHEN SB-TYPE-DATA
                   IF NOT TARGET-IS-OPEN
                       MOVE SB-FILE-NAME TO WS-TARGET-FILE
                       PERFORM OPEN-TARGET-FILE
                   END-IF
                   MOVE SB-DATA TO WS-DATA-IMAGE
                   PERFORM WRITE-TARGET-RECORD
               WHEN SB-TYPE-MANIFEST
                   IF TARGET-IS-OPEN
                       PERFORM CLOSE-TARGET-FILE
                   ELSE
                       MOVE SB-FILE-NAME TO WS-TARGET-FILE
                       PERFORM EMPTY-TARGET-FILE
                   END-IF
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE SB-RECORD-COUNT TO WS-COUNT-DISPLAY
                   STRING "  " DELIMITED BY SIZE
                       WS-TARGET-FILE DELIMITED BY SIZE
                       "  RECORDS WRITTEN " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
                   PERFORM WRITE-RPT-LINE
                   MOVE SPACES TO WS-TARGET-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-TARGET-FILE.
           EVALUATE WS-TARGET-FILE
               WHEN "RUNMSTR "
                   OPEN OUTPUT RUN-MASTER-FILE
                   MOVE WS-MST-STATUS TO WS-TGT-STATUS
               WHEN "XMITLOG "
                   OPEN OUTPUT TRANSMIT-LOG-FILE
                   MOVE WS-XMT-STATUS TO WS-TGT-STATUS
               WHEN "BUSDATE "
                   OPEN OUTPUT BUSINESS-DATE-FILE
                   MOVE WS-BUS-STATUS TO WS-TGT-STATUS
               WHEN "EXCPLOG "
                   OPEN OUTPUT EXCEPTION-LOG-FILE
                   MOVE WS-EXC-STATUS TO WS-TGT-STATUS
               WHEN "RUNREG  "
                   OPEN OUTPUT RUN-REGISTRY-FILE
                   MOVE WS-REG-STATUS TO WS-TGT-STATUS
               WHEN "AUDITLOG"
                   OPEN OUTPUT AUDIT-LOG-FILE
                   MOVE WS-AUD-STATUS TO WS-TGT-STATUS
               WHEN "COUNTOUT"
                   OPEN OUTPUT COUNT-DATA-FILE
                   MOVE WS-CNT-STATUS TO WS-TGT-STATUS
               WHEN "CKPT    "
                   OPEN OUTPUT CHECKPOINT-FILE
                   MOVE WS-CKPT-STATUS TO WS-TGT-STATUS
               WHEN "RUNLOCK "
                   OPEN OUTPUT RUN-LOCK-FILE
                   MOVE WS-LCK-STATUS TO WS-TGT-STATUS
           END-EVALUATE
           IF WS-TGT-STATUS NOT = "00"
               PERFORM ABEND-RESTORE-INCOMPLETE
           END-IF
           SET TARGET-IS-OPEN TO TRUE.

       WRITE-TARGET-RECORD.
           EVALUATE WS-TARGET-FILE
               WHEN "RUNMSTR "
                   MOVE WS-DATA-IMAGE TO RUN-MASTER-RECORD
                   WRITE RUN-MASTER-RECORD
                   MOVE WS-MST-STATUS TO WS-TGT-STATUS
               WHEN "XMITLOG "
                   MOVE WS-DATA-IMAGE TO TRANSMIT-RECORD
                   WRITE TRANSMIT-RECORD
                   MOVE WS-XMT-STATUS TO WS-TGT-STATUS
               WHEN "BUSDATE "
                   MOVE WS-DATA-IMAGE TO BUSINESS-DATE-RECORD
                   WRITE BUSINESS-DATE-RECORD
                   MOVE WS-BUS-STATUS TO WS-TGT-STATUS
               WHEN "EXCPLOG "
                   MOVE WS-DATA-IMAGE TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
                   MOVE WS-EXC-STATUS TO WS-TGT-STATUS
               WHEN "RUNREG  "
                   MOVE WS-DATA-IMAGE TO RUN-REGISTRY-RECORD
                   WRITE RUN-REGISTRY-RECORD
                   MOVE WS-REG-STATUS TO WS-TGT-STATUS
               WHEN "AUDITLOG"
                   MOVE WS-DATA-IMAGE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   MOVE WS-AUD-STATUS TO WS-TGT-STATUS
               WHEN "COUNTOUT"
                   MOVE WS-DATA-IMAGE TO COUNT-RECORD
                   WRITE COUNT-RECORD
                   MOVE WS-CNT-STATUS TO WS-TGT-STATUS
               WHEN "CKPT    "
                   MOVE WS-DATA-IMAGE TO CHECKPOINT-RECORD
                   WRITE CHECKPOINT-RECORD
                   MOVE WS-CKPT-STATUS TO WS-TGT-STATUS
               WHEN "RUNLOCK "
                   MOVE WS-DATA-IMAGE TO RUN-LOCK-RECORD
                   WRITE RUN-LOCK-RECORD
                   MOVE WS-LCK-STATUS TO WS-TGT-STATUS
           END-EVALUATE
           IF WS-TGT-STATUS NOT = "00"
               PERFORM ABEND-RESTORE-INCOMPLETE
           END-IF
           ADD 1 TO WS-RESTORED-RECORDS.

       CLOSE-TARGET-FILE.
           EVALUATE WS-TARGET-FILE
               WHEN "RUNMSTR "
                   CLOSE RUN-MASTER-FILE
               WHEN "XMITLOG "
                   CLOSE TRANSMIT-LOG-FILE
               WHEN "BUSDATE "
                   CLOSE BUSINESS-DATE-FILE
               WHEN "EXCPLOG "
                   CLOSE EXCEPTION-LOG-FILE
               WHEN "RUNREG  "
                   CLOSE RUN-REGISTRY-FILE
               WHEN "AUDITLOG"
                   CLOSE AUDIT-LOG-FILE
               WHEN "COUNTOUT"
                   CLOSE COUNT-DATA-FILE
               WHEN "CKPT    "
                   CLOSE CHECKPOINT-FILE
               WHEN "RUNLOCK "
                   CLOSE RUN-LOCK-FILE
           END-EVALUATE
           MOVE 'N' TO WS-TARGET-OPEN-SWITCH.

      * A file with no data records in the bundle is put back
      * empty - except the checkpoint, which is deleted: an
      * empty checkpoint that exists reads as a restart.
       EMPTY-TARGET-FILE.
           IF WS-TARGET-FILE = "CKPT    "
               DELETE FILE CHECKPOINT-FILE
               IF WS-CKPT-STATUS NOT = "00"
                   AND WS-CKPT-STATUS NOT = "35"
                   MOVE WS-CKPT-STATUS TO WS-TGT-STATUS
                   PERFORM ABEND-RESTORE-INCOMPLETE
               END-IF
           ELSE
               PERFORM OPEN-TARGET-FILE
               PERFORM CLOSE-TARGET-FILE
           END-IF.

       ABEND-RESTORE-INCOMPLETE.
           DISPLAY "HWSNPRST ABEND: " WS-TARGET-FILE " RESTORE FAILED"
               " - STATUS " WS-TGT-STATUS
           DISPLAY "HWSNPRST ABEND: RESTORE INCOMPLETE - CORRECT AND "
               "RERUN THE WHOLE RESTORE JOB"
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " DELIMITED BY SIZE
               WS-TARGET-FILE DELIMITED BY SIZE
               " RESTORE FAILED - STATUS " DELIMITED BY SIZE
               WS-TGT-STATUS DELIMITED BY SIZE
               " - RERUN THE RESTORE" DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE
           CLOSE SNAPSHOT-FILE
           CLOSE RESTORE-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Pass 3 - read every restored file back and hold it to
      * the manifest, so the restore proves itself.
       RECHECK-RESTORED-FILES.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE "RECHECK AGAINST MANIFEST" TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FILE-COUNT
               IF MF-SECTION(WS-FX) = WS-RESTORE-SECTION
                   PERFORM RECHECK-ONE-FILE
               END-IF
           END-PERFORM.

       RECHECK-ONE-FILE.
           MOVE MF-FILE-NAME(WS-FX) TO WS-TARGET-FILE
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-HASH
           MOVE 'N' TO WS-IN-EOF-SWITCH
           EVALUATE WS-TARGET-FILE
               WHEN "RUNMSTR "
                   PERFORM RECHECK-RUN-MASTER
               WHEN "XMITLOG "
                   PERFORM RECHECK-TRANSMIT-LOG
               WHEN "BUSDATE "
                   PERFORM RECHECK-BUSINESS-DATES
               WHEN "EXCPLOG "
                   PERFORM RECHECK-EXCEPTION-LOG
               WHEN "RUNREG  "
                   PERFORM RECHECK-RUN-REGISTRY
               WHEN "AUDITLOG"
                   PERFORM RECHECK-AUDIT-LOG
               WHEN "COUNTOUT"
                   PERFORM RECHECK-COUNT-FILE
               WHEN "CKPT    "
                   PERFORM RECHECK-CHECKPOINT
               WHEN "RUNLOCK "
                   PERFORM RECHECK-RUN-LOCK
           END-EVALUATE
           IF WS-CHECK-COUNT = MF-COUNT(WS-FX)
               AND WS-CHECK-HASH = MF-HASH(WS-FX)
               MOVE "MATCHES MANIFEST" TO WS-RESULT-TEXT
           ELSE
               MOVE "*** DOES NOT MATCH" TO WS-RESULT-TEXT
               SET RECHECK-FAILED TO TRUE
               MOVE 16 TO WS-FINAL-RC
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CHECK-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CHECK-HASH TO WS-HASH-DISPLAY
           STRING "  " DELIMITED BY SIZE
               WS-TARGET-FILE DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  HASH " DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           PERFORM WRITE-RPT-LINE.

       ADD-RECHECK-RECORD.
           PERFORM COMPUTE-IMAGE-HASH
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-IMAGE-HASH TO WS-CHECK-HASH.

       RECHECK-RUN-MASTER.
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           ELSE
               MOVE 0 TO RM-RUN-DATE
               MOVE LOW-VALUES TO RM-RUN-ID
               MOVE LOW-VALUES TO RM-STREAM
               MOVE 0 TO RM-CONTADOR
               START RUN-MASTER-FILE KEY >= RM-KEY
               IF WS-MST-STATUS NOT = "00"
                   SET IN-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ RUN-MASTER-FILE NEXT
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-MASTER-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-MASTER-FILE.

       RECHECK-TRANSMIT-LOG.
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ TRANSMIT-LOG-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE TRANSMIT-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-XMT-STATUS NOT = "35"
               CLOSE TRANSMIT-LOG-FILE
           END-IF.

       RECHECK-BUSINESS-DATES.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUS-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ BUSINESS-DATE-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE BUSINESS-DATE-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-BUS-STATUS NOT = "35"
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       RECHECK-EXCEPTION-LOG.
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ EXCEPTION-LOG-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE EXCEPTION-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-EXC-STATUS NOT = "35"
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       RECHECK-RUN-REGISTRY.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ RUN-REGISTRY-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-REGISTRY-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-REG-STATUS NOT = "35"
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       RECHECK-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       RECHECK-COUNT-FILE.
           OPEN INPUT COUNT-DATA-FILE
           IF WS-CNT-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ COUNT-DATA-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE COUNT-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-CNT-STATUS NOT = "35"
               CLOSE COUNT-DATA-FILE
           END-IF.

       RECHECK-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ CHECKPOINT-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CHECKPOINT-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-CKPT-STATUS NOT = "35"
               CLOSE CHECKPOINT-FILE
           END-IF.

       RECHECK-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LCK-STATUS NOT = "00"
               SET IN-AT-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-AT-EOF
               READ RUN-LOCK-FILE
                   AT END
                       SET IN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-LOCK-RECORD TO WS-DATA-IMAGE
                       PERFORM ADD-RECHECK-RECORD
               END-READ
           END-PERFORM
           IF WS-LCK-STATUS NOT = "35"
               CLOSE RUN-LOCK-FILE
           END-IF.

      * Logged after the recheck - the shared section restores
      * the exception log itself, and the entry must land on
      * the restored log, not be overwritten by it.
       LOG-RESTORE.
           MOVE SPACES TO WS-EXC-TEXT
           IF RECHECK-OK
               MOVE 'W' TO WS-EXC-SEVERITY
               STRING "SECTION " DELIMITED BY SIZE
                   WS-RESTORE-SECTION DELIMITED BY SIZE
                   " RESTORED TO " DELIMITED BY SIZE
                   SRC-DATE DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
           ELSE
               MOVE 'F' TO WS-EXC-SEVERITY
               STRING "SECTION " DELIMITED BY SIZE
                   WS-RESTORE-SECTION DELIMITED BY SIZE
                   " RESTORE FAILED RECHECK" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               END-STRING
           END-IF
           MOVE "SNAPREST" TO WS-EXC-CODE
           PERFORM LOG-EXCEPTION.

       LOG-EXCEPTION.
           ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXC-TIME FROM TIME
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "HWSNPRST WARNING: EXCEPTION LOG OPEN "
                   "FAILED - STATUS " WS-EXC-STATUS
           ELSE
               MOVE WS-EXC-DATE TO EX-LOG-DATE
               MOVE WS-EXC-TIME TO EX-LOG-TIME
               MOVE "HWSNPRST" TO EX-PROGRAM
               MOVE WS-EXC-SEVERITY TO EX-SEVERITY
               MOVE WS-EXC-CODE TO EX-CODE
               MOVE WS-EXC-TEXT TO EX-TEXT
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-LOG-FILE
           END-IF.

       WRITE-RESTORE-VERDICT.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-FINAL-RC TO WS-RC-DISPLAY
           EVALUATE TRUE
               WHEN WS-FINAL-RC >= 8
                   STRING "HWSNPRST FAILED - RC=" DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN SRC-ACTION-RESTORE
                   MOVE WS-RESTORED-RECORDS TO WS-COUNT-DISPLAY
                   STRING "HWSNPRST SECTION " DELIMITED BY SIZE
                       WS-RESTORE-SECTION DELIMITED BY SIZE
                       " RESTORED - RECORDS " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " RC=" DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
               WHEN OTHER
                   STRING "HWSNPRST BUNDLE VERIFIED - RC="
                       DELIMITED BY SIZE
                       WS-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-RPT-LINE
           DISPLAY WS-DETAIL-LINE.

       WRITE-RPT-LINE.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.
