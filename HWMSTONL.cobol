       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWMSTONL.
      *****************************************************
      * HWMSTONL - online run-master inquiry.
      * The terminal counterpart of HWMSTINQ: answers
      * "what did stream B post on the 3rd, and which run
      * produced it" at the screen instead of through an
      * HWINQCTL card and a batch SYSPRINT. Read-only -
      * nothing here writes to any file.
      * Enter a from-date (yyyymmdd), an optional to-date
      * (blank = the from-date alone), an optional stream
      * and an optional run id, and the matching RUNMSTR
      * values page by page, grouped by run. Each run is
      * headed by its HWRUNREG registry entry - run
      * number, time, start/end, direction and step
      * (RESUMED when a checkpoint resume registered it
      * again) - and by the state of the finance extract
      * that carried its date and stream: not extracted,
      * awaiting acknowledgment, acknowledged, or
      * acknowledged with other figures, judged as
      * HWACKMCH does from the last XMITLOG record for
      * the date and stream and the FINACK acks. A stream
      * whose values went out inside a partition merge
      * shows the state of the merged extract and the
      * stream it was logged under; a voided run shows
      * the state of its reversal instead.
      * Runs under ISPF (SELECT PGM from the HWMSTONL
      * CLIST) and converses through panel HWMSTONL; the
      * panel fields are bound to working storage with
      * VDEFINE and the panel is shown with ISPLINK
      * DISPLAY until the user leaves.
      * Commands: ENTER runs the inquiry, or pages
      * forward when the selection is unchanged; N next
      * page, P previous page, T back to the top (and
      * re-reads registry, log and acks), X or END (PF3)
      * ends.
      * HWRUNREG is the concatenation of every stream's
      * registry, so one inquiry covers all streams.
      * RETURN-CODE: 0 session ended, 16 file or panel
      * error.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-MASTER-FILE ASSIGN TO HWMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO HWRUNREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT TRANSMIT-LOG-FILE ASSIGN TO HWXMTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.
           SELECT ACK-IN-FILE ASSIGN TO HWACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-MASTER-FILE.
           COPY RUNMST.
       FD  RUN-REGISTRY-FILE.
           COPY RUNREG.
       FD  TRANSMIT-LOG-FILE.
           COPY XMITREC.
       FD  ACK-IN-FILE.
           COPY ACKREC.
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS                 PIC XX VALUE SPACES.
       01 WS-REG-STATUS                 PIC XX VALUE SPACES.
       01 WS-XMT-STATUS                 PIC XX VALUE SPACES.
       01 WS-ACK-STATUS                 PIC XX VALUE SPACES.
       01 WS-SESSION-SWITCH             PIC X VALUE 'N'.
           88 SESSION-ENDED             VALUE 'Y'.
       01 WS-MASTER-SWITCH              PIC X VALUE 'N'.
           88 MASTER-MISSING            VALUE 'Y'.
       01 WS-INQUIRY-SWITCH             PIC X VALUE 'N'.
           88 INQUIRY-ACTIVE            VALUE 'Y'.
       01 WS-CRITERIA-SWITCH            PIC X VALUE 'N'.
           88 CRITERIA-OK               VALUE 'Y'.
       01 WS-MST-EOF-SWITCH             PIC X VALUE 'N'.
           88 MST-AT-EOF                VALUE 'Y'.
       01 WS-REG-EOF-SWITCH             PIC X VALUE 'N'.
           88 REG-AT-EOF                VALUE 'Y'.
       01 WS-XMT-EOF-SWITCH             PIC X VALUE 'N'.
           88 XMT-AT-EOF                VALUE 'Y'.
       01 WS-ACK-EOF-SWITCH             PIC X VALUE 'N'.
           88 ACK-AT-EOF                VALUE 'Y'.
       01 WS-SELECTED-SWITCH            PIC X VALUE 'N'.
           88 RECORD-SELECTED           VALUE 'Y'.
       01 WS-PAGE-FULL-SWITCH           PIC X VALUE 'N'.
           88 PAGE-FULL                 VALUE 'Y'.
       01 WS-MORE-SWITCH                PIC X VALUE 'N'.
           88 MORE-PAGES                VALUE 'Y'.
       01 WS-RUN-FOUND-SWITCH           PIC X VALUE 'N'.
           88 RUN-ENTRY-FOUND           VALUE 'Y'.
       01 WS-XMIT-FOUND-SWITCH          PIC X VALUE 'N'.
           88 XMIT-ENTRY-FOUND          VALUE 'Y'.
       01 WS-VOIDED-SWITCH              PIC X VALUE 'N'.
           88 RUN-VOIDED                VALUE 'Y'.
       01 WS-RUN-FULL-SWITCH            PIC X VALUE 'N'.
           88 RUN-TABLE-FULL            VALUE 'Y'.
       01 WS-XMIT-FULL-SWITCH           PIC X VALUE 'N'.
           88 XMIT-TABLE-FULL           VALUE 'Y'.
       01 WS-SCR-FROM-DATE              PIC X(8) VALUE SPACES.
       01 WS-SCR-TO-DATE                PIC X(8) VALUE SPACES.
       01 WS-SCR-STREAM                 PIC X(2) VALUE SPACES.
       01 WS-SCR-RUN-ID                 PIC X(8) VALUE SPACES.
       01 WS-SCR-COMMAND                PIC X(8) VALUE SPACES.
       01 WS-SCR-SUMMARY                PIC X(79) VALUE SPACES.
       01 WS-SCR-MESSAGE                PIC X(79) VALUE SPACES.
       01 WS-MESSAGE-TEXT               PIC X(79) VALUE SPACES.
      * ISPF dialog services - panel HWMSTONL's variables are
      * defined over the WS-SCR- fields and the body lines.
       01 WS-ISP-VDEFINE                PIC X(8) VALUE 'VDEFINE '.
       01 WS-ISP-VDELETE                PIC X(8) VALUE 'VDELETE '.
       01 WS-ISP-DISPLAY                PIC X(8) VALUE 'DISPLAY '.
       01 WS-ISP-CHAR                   PIC X(8) VALUE 'CHAR    '.
       01 WS-ISP-ALL                    PIC X(8) VALUE '*       '.
       01 WS-ISP-PANEL                  PIC X(8) VALUE 'HWMSTONL'.
       01 WS-ISP-NAME                   PIC X(8) VALUE SPACES.
       01 WS-ISP-LENGTH                 PIC S9(8) COMP VALUE 0.
       01 WS-ISP-RC                     PIC S9(8) COMP VALUE 0.
       01 WS-ISP-RC-DISPLAY             PIC 9(4) VALUE 0.
       01 WS-LINE-NAME.
           05 FILLER                    PIC X(3) VALUE 'HWL'.
           05 WS-LINE-NUMBER            PIC 9(2) VALUE 0.
           05 FILLER                    PIC X(3) VALUE SPACES.
       01 WS-SELECTION.
           05 WS-FROM-DATE              PIC 9(8) VALUE 0.
           05 WS-TO-DATE                PIC 9(8) VALUE 0.
           05 WS-SEL-STREAM             PIC X(2) VALUE SPACES.
           05 WS-SEL-RUN-ID             PIC X(8) VALUE SPACES.
       01 WS-LAST-SELECTION             PIC X(26) VALUE SPACES.
       01 WS-MATCH-DATE                 PIC 9(8) VALUE 0.
       01 WS-MATCH-STREAM               PIC X(2) VALUE SPACES.
       01 WS-MATCH-RUN-ID               PIC X(8) VALUE SPACES.
       01 WS-MATCH-SIGN                 PIC X VALUE SPACE.
       01 WS-REC-STREAM                 PIC X(2) VALUE SPACES.
       01 WS-HOME-DATE                  PIC 9(8) VALUE 0.
       01 WS-HOME-STREAM                PIC X(2) VALUE SPACES.
       01 WS-THIS-RUN.
           05 WS-THIS-RUN-DATE          PIC 9(8).
           05 WS-THIS-RUN-ID            PIC X(8).
           05 WS-THIS-RUN-STREAM        PIC X(2).
       01 WS-LAST-RUN                   PIC X(18) VALUE SPACES.
       01 WS-RECORDS-MATCHED            PIC 9(8) VALUE 0.
       01 WS-CONTADOR-TOTAL             PIC 9(12) VALUE 0.
      * Page n starts at the run-master key held in entry n;
      * moving forward stores the key the full page stopped
      * at, so P and T re-read from a known key.
       01 WS-PAGE-MAX                   PIC 9(4) COMP VALUE 200.
       01 WS-PAGE-NUMBER                PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-KEY OCCURS 200 TIMES PIC X(24).
       01 WS-NEXT-PAGE-KEY              PIC X(24) VALUE SPACES.
       01 WS-BODY-MAX                   PIC 9(4) COMP VALUE 16.
       01 WS-BX                         PIC 9(4) COMP VALUE 0.
       01 WS-BODY-TABLE.
           05 WS-BODY-LINE OCCURS 16 TIMES PIC X(79).
       01 WS-RUN-MAX                    PIC 9(4) COMP VALUE 500.
       01 WS-RUN-COUNT                  PIC 9(4) COMP VALUE 0.
       01 WS-RX                         PIC 9(4) COMP VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 500 TIMES.
               10 RT-RUN-DATE           PIC 9(8).
               10 RT-RUN-ID             PIC X(8).
               10 RT-STREAM             PIC X(2).
               10 RT-RUN-NUMBER         PIC 9(6).
               10 RT-RUN-TIME           PIC 9(8).
               10 RT-START-VALUE        PIC 9(6).
               10 RT-END-VALUE          PIC 9(6).
               10 RT-DIRECTION          PIC X.
               10 RT-STEP-VALUE         PIC 9(6).
               10 RT-LEG-COUNT          PIC 9(4) COMP.
               10 RT-VOID-SWITCH        PIC X.
                   88 RT-VOIDED         VALUE 'Y'.
       01 WS-XMIT-MAX                   PIC 9(4) COMP VALUE 500.
       01 WS-XMIT-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-XX                         PIC 9(4) COMP VALUE 0.
       01 WS-XMIT-TABLE.
           05 WS-XMIT-ENTRY OCCURS 500 TIMES.
               10 XT-EXTRACT-DATE       PIC 9(8).
               10 XT-STREAM             PIC X(2).
               10 XT-SIGN               PIC X.
                   88 XT-REVERSAL       VALUE '-'.
               10 XT-HOME-STREAM        PIC X(2).
               10 XT-RECORD-COUNT       PIC 9(8).
               10 XT-HASH-TOTAL         PIC 9(12).
               10 XT-SENT-PARTS         PIC 9(4) COMP.
               10 XT-ACK-PARTS          PIC 9(4) COMP.
               10 XT-ACK-SWITCH         PIC X.
                   88 XT-ACKED          VALUE 'Y'.
               10 XT-ACK-COUNT          PIC 9(8).
               10 XT-ACK-HASH           PIC 9(12).
       01 WS-STATE-TEXT                 PIC X(20) VALUE SPACES.
       01 WS-EXTRACT-STATUS             PIC X(60) VALUE SPACES.
       01 WS-RESUMED-TEXT               PIC X(9) VALUE SPACES.
       01 WS-DIRECTION-DISPLAY          PIC X VALUE SPACE.
       01 WS-STEP-DISPLAY               PIC 9(6) VALUE 0.
       01 WS-TIME-DISPLAY.
           05 WS-TIME-HH                PIC X(2).
           05 FILLER                    PIC X VALUE ':'.
           05 WS-TIME-MM                PIC X(2).
           05 FILLER                    PIC X VALUE ':'.
           05 WS-TIME-SS                PIC X(2).
       01 WS-CURRENT-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-DISPLAY.
           05 WS-RUN-MM                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-DD                 PIC 9(2).
           05 FILLER                    PIC X VALUE '/'.
           05 WS-RUN-YYYY               PIC 9(4).
       01 WS-DETAIL-LINE                PIC X(79).
       01 WS-PAGE-DISPLAY               PIC 9(3).
       01 WS-COUNT-DISPLAY              PIC 9(8).
       01 WS-TOTAL-DISPLAY              PIC 9(12).
       01 WS-DATE-DISPLAY               PIC 9(8).
       01 WS-VALUE-DISPLAY              PIC 9(6).
       01 WS-NUMBER-DISPLAY             PIC 9(6).
       01 WS-START-DISPLAY              PIC 9(6).
       01 WS-END-DISPLAY                PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-SESSION
           PERFORM DEFINE-PANEL-VARIABLES
           PERFORM UNTIL SESSION-ENDED
               PERFORM DISPLAY-PANEL
               IF NOT SESSION-ENDED
                   PERFORM PROCESS-COMMAND
               END-IF
           END-PERFORM
           CALL 'ISPLINK' USING WS-ISP-VDELETE WS-ISP-ALL
           IF NOT MASTER-MISSING
               CLOSE RUN-MASTER-FILE
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      * The run-master stays open for the whole session; the
      * registry, transmit log and acks are re-read for each
      * new inquiry so a session left open sees later runs.
       INITIALIZE-SESSION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY
           MOVE SPACES TO WS-BODY-TABLE
           OPEN INPUT RUN-MASTER-FILE
           IF WS-MST-STATUS = "35"
               SET MASTER-MISSING TO TRUE
               MOVE "RUN MASTER NOT FOUND - LOAD IT FIRST"
                   TO WS-SCR-MESSAGE
           ELSE
               IF WS-MST-STATUS NOT = "00"
                   DISPLAY "HWMSTONL ABEND: RUN-MASTER OPEN FAILED - "
                       "STATUS " WS-MST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ENTER A FROM DATE (YYYYMMDD) AND PRESS ENTER"
                   TO WS-SCR-MESSAGE
           END-IF.

      * Each panel variable is bound to the working-storage field
      * that carries it, so DISPLAY shows the fields as they stand
      * and returns what was keyed straight into them. The first
      * VDEFINE fails when the program is not run under ISPF.
       DEFINE-PANEL-VARIABLES.
           MOVE 'ZCMD    ' TO WS-ISP-NAME
           MOVE 8 TO WS-ISP-LENGTH
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-COMMAND WS-ISP-CHAR WS-ISP-LENGTH
           MOVE RETURN-CODE TO WS-ISP-RC
           IF WS-ISP-RC NOT = 0
               MOVE WS-ISP-RC TO WS-ISP-RC-DISPLAY
               DISPLAY "HWMSTONL ABEND: PANEL VARIABLES NOT "
                   "DEFINED - ISPLINK RC " WS-ISP-RC-DISPLAY
               IF NOT MASTER-MISSING
                   CLOSE RUN-MASTER-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'HWFROM  ' TO WS-ISP-NAME
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-FROM-DATE WS-ISP-CHAR WS-ISP-LENGTH
           MOVE 'HWTO    ' TO WS-ISP-NAME
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-TO-DATE WS-ISP-CHAR WS-ISP-LENGTH
           MOVE 'HWRUNID ' TO WS-ISP-NAME
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-RUN-ID WS-ISP-CHAR WS-ISP-LENGTH
           MOVE 'HWSTRM  ' TO WS-ISP-NAME
           MOVE 2 TO WS-ISP-LENGTH
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-STREAM WS-ISP-CHAR WS-ISP-LENGTH
           MOVE 'HWDATE  ' TO WS-ISP-NAME
           MOVE 10 TO WS-ISP-LENGTH
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-RUN-DATE-DISPLAY WS-ISP-CHAR WS-ISP-LENGTH
           MOVE 79 TO WS-ISP-LENGTH
           MOVE 'HWSUMM  ' TO WS-ISP-NAME
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-SUMMARY WS-ISP-CHAR WS-ISP-LENGTH
           MOVE 'HWMSG   ' TO WS-ISP-NAME
           CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-ISP-NAME
               WS-SCR-MESSAGE WS-ISP-CHAR WS-ISP-LENGTH
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BODY-MAX
               MOVE WS-BX TO WS-LINE-NUMBER
               CALL 'ISPLINK' USING WS-ISP-VDEFINE WS-LINE-NAME
                   WS-BODY-LINE(WS-BX) WS-ISP-CHAR WS-ISP-LENGTH
           END-PERFORM.

      * RC 8 from DISPLAY is END or RETURN (PF3/PF4) - the user
      * is leaving; anything above 8 is a panel or dialog error.
       DISPLAY-PANEL.
           CALL 'ISPLINK' USING WS-ISP-DISPLAY WS-ISP-PANEL
           MOVE RETURN-CODE TO WS-ISP-RC
           EVALUATE TRUE
               WHEN WS-ISP-RC = 0
                   CONTINUE
               WHEN WS-ISP-RC = 8
                   SET SESSION-ENDED TO TRUE
               WHEN OTHER
                   MOVE WS-ISP-RC TO WS-ISP-RC-DISPLAY
                   DISPLAY "HWMSTONL ABEND: PANEL HWMSTONL DISPLAY "
                       "FAILED - ISPLINK RC " WS-ISP-RC-DISPLAY
                   CALL 'ISPLINK' USING WS-ISP-VDELETE WS-ISP-ALL
                   IF NOT MASTER-MISSING
                       CLOSE RUN-MASTER-FILE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       PROCESS-COMMAND.
           MOVE SPACES TO WS-SCR-MESSAGE
           INSPECT WS-SCR-COMMAND
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-SCR-STREAM
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-SCR-RUN-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-SCR-COMMAND
               WHEN "X"
               WHEN "END"
                   SET SESSION-ENDED TO TRUE
               WHEN "N"
                   PERFORM NEXT-PAGE
               WHEN "P"
                   PERFORM PREVIOUS-PAGE
               WHEN "T"
                   PERFORM START-INQUIRY
               WHEN SPACE
                   PERFORM EDIT-CRITERIA
                   IF CRITERIA-OK AND INQUIRY-ACTIVE
                       AND WS-SELECTION = WS-LAST-SELECTION
                       PERFORM NEXT-PAGE
                   ELSE
                       PERFORM START-INQUIRY
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND - USE N, P, T OR X"
                       TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
           END-EVALUATE
           MOVE SPACES TO WS-SCR-COMMAND.

       START-INQUIRY.
           PERFORM EDIT-CRITERIA
           IF NOT CRITERIA-OK
               MOVE 'N' TO WS-INQUIRY-SWITCH
               MOVE SPACES TO WS-BODY-TABLE
               MOVE SPACES TO WS-SCR-SUMMARY
           ELSE
               IF MASTER-MISSING
                   MOVE "RUN MASTER NOT FOUND - LOAD IT FIRST"
                       TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               ELSE
                   SET INQUIRY-ACTIVE TO TRUE
                   MOVE WS-SELECTION TO WS-LAST-SELECTION
                   PERFORM LOAD-RUN-REGISTRY
                   PERFORM LOAD-TRANSMIT-LOG
                   PERFORM LOAD-ACKNOWLEDGMENTS
                   PERFORM COUNT-MATCHING-VALUES
                   MOVE WS-FROM-DATE TO RM-RUN-DATE
                   MOVE LOW-VALUES TO RM-RUN-ID
                   MOVE LOW-VALUES TO RM-STREAM
                   MOVE 0 TO RM-CONTADOR
                   MOVE 1 TO WS-PAGE-NUMBER
                   MOVE RM-KEY TO WS-PAGE-KEY(1)
                   PERFORM BUILD-PAGE
                   IF WS-RECORDS-MATCHED = 0
                       MOVE "NO RUN-MASTER VALUES MATCH THE INQUIRY"
                           TO WS-MESSAGE-TEXT
                       PERFORM SHOW-MESSAGE
                   END-IF
               END-IF
           END-IF.

      * The same date rules as the HWINQCTL card: a blank or
      * zero to-date asks for the from-date alone. A blank
      * stream or run id selects them all.
       EDIT-CRITERIA.
           MOVE 'N' TO WS-CRITERIA-SWITCH
           EVALUATE TRUE
               WHEN WS-SCR-FROM-DATE IS NOT NUMERIC
                   MOVE "FROM DATE MUST BE YYYYMMDD"
                       TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN WS-SCR-TO-DATE NOT = SPACES
                   AND WS-SCR-TO-DATE IS NOT NUMERIC
                   MOVE "TO DATE MUST BE YYYYMMDD OR BLANK"
                       TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN OTHER
                   MOVE WS-SCR-FROM-DATE TO WS-FROM-DATE
                   IF WS-SCR-TO-DATE = SPACES
                       MOVE WS-FROM-DATE TO WS-TO-DATE
                   ELSE
                       MOVE WS-SCR-TO-DATE TO WS-TO-DATE
                       IF WS-TO-DATE = 0
                           MOVE WS-FROM-DATE TO WS-TO-DATE
                       END-IF
                   END-IF
                   MOVE WS-SCR-STREAM TO WS-SEL-STREAM
                   MOVE WS-SCR-RUN-ID TO WS-SEL-RUN-ID
                   IF WS-TO-DATE < WS-FROM-DATE
                       MOVE "TO DATE IS BEFORE FROM DATE"
                           TO WS-MESSAGE-TEXT
                       PERFORM SHOW-MESSAGE
                   ELSE
                       SET CRITERIA-OK TO TRUE
                   END-IF
           END-EVALUATE.

       NEXT-PAGE.
           EVALUATE TRUE
               WHEN NOT INQUIRY-ACTIVE
                   MOVE "ENTER AN INQUIRY FIRST" TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN NOT MORE-PAGES
                   MOVE "LAST PAGE - NOTHING FURTHER IN THE RANGE"
                       TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN WS-PAGE-NUMBER >= WS-PAGE-MAX
                   MOVE "PAGE LIMIT REACHED - NARROW THE INQUIRY"
                       TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-PAGE-NUMBER
                   MOVE WS-NEXT-PAGE-KEY
                       TO WS-PAGE-KEY(WS-PAGE-NUMBER)
                   PERFORM BUILD-PAGE
           END-EVALUATE.

       PREVIOUS-PAGE.
           EVALUATE TRUE
               WHEN NOT INQUIRY-ACTIVE
                   MOVE "ENTER AN INQUIRY FIRST" TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN WS-PAGE-NUMBER <= 1
                   MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE-TEXT
                   PERFORM SHOW-MESSAGE
               WHEN OTHER
                   SUBTRACT 1 FROM WS-PAGE-NUMBER
                   PERFORM BUILD-PAGE
           END-EVALUATE.

      * Registry entries are kept for the inquiry's dates,
      * stream and run id only. A resume registers the
      * interrupted run again under its own id; the first
      * entry keeps its details and the leg count marks it
      * RESUMED. A void entry marks the run it names.
       LOAD-RUN-REGISTRY.
           MOVE 0 TO WS-RUN-COUNT
           MOVE 'N' TO WS-RUN-FULL-SWITCH
           MOVE 'N' TO WS-REG-EOF-SWITCH
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-REG-STATUS = "35"
               MOVE "RUN REGISTRY NOT FOUND - RUN DETAILS NOT SHOWN"
                   TO WS-MESSAGE-TEXT
               PERFORM SHOW-MESSAGE
               SET REG-AT-EOF TO TRUE
           ELSE
               IF WS-REG-STATUS NOT = "00"
                   DISPLAY "HWMSTONL ABEND: RUN-REGISTRY OPEN "
                       "FAILED - STATUS " WS-REG-STATUS
                   CLOSE RUN-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL REG-AT-EOF
               READ RUN-REGISTRY-FILE
                   AT END
                       SET REG-AT-EOF TO TRUE
                   NOT AT END
                       IF RR-RUN-DATE IS NUMERIC
                           AND RR-RUN-DATE >= WS-FROM-DATE
                           AND RR-RUN-DATE <= WS-TO-DATE
                           PERFORM NOTE-REGISTRY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REG-STATUS NOT = "35"
               CLOSE RUN-REGISTRY-FILE
           END-IF
           IF RUN-TABLE-FULL
               MOVE "REGISTRY TABLE FULL - NARROW THE INQUIRY"
                   TO WS-MESSAGE-TEXT
               PERFORM SHOW-MESSAGE
           END-IF.

       NOTE-REGISTRY-RECORD.
           IF RR-STREAM = SPACES OR RR-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           ELSE
               MOVE RR-STREAM TO WS-MATCH-STREAM
           END-IF
           MOVE RR-RUN-DATE TO WS-MATCH-DATE
           MOVE RR-RUN-ID TO WS-MATCH-RUN-ID
           IF (WS-SEL-STREAM = SPACES
               OR WS-SEL-STREAM = WS-MATCH-STREAM)
               AND (WS-SEL-RUN-ID = SPACES
               OR WS-SEL-RUN-ID = WS-MATCH-RUN-ID)
               PERFORM FIND-RUN-ENTRY
               EVALUATE TRUE
                   WHEN RR-VOID-ENTRY
                       IF RUN-ENTRY-FOUND
                           SET RT-VOIDED(WS-RX) TO TRUE
                       END-IF
                   WHEN RUN-ENTRY-FOUND
                       ADD 1 TO RT-LEG-COUNT(WS-RX)
                   WHEN WS-RUN-COUNT >= WS-RUN-MAX
                       SET RUN-TABLE-FULL TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-RUN-COUNT
                       MOVE WS-RUN-COUNT TO WS-RX
                       MOVE WS-MATCH-DATE TO RT-RUN-DATE(WS-RX)
                       MOVE WS-MATCH-RUN-ID TO RT-RUN-ID(WS-RX)
                       MOVE WS-MATCH-STREAM TO RT-STREAM(WS-RX)
                       MOVE RR-RUN-NUMBER TO RT-RUN-NUMBER(WS-RX)
                       MOVE RR-RUN-TIME TO RT-RUN-TIME(WS-RX)
                       MOVE RR-START-VALUE TO RT-START-VALUE(WS-RX)
                       MOVE RR-END-VALUE TO RT-END-VALUE(WS-RX)
                       MOVE RR-DIRECTION TO RT-DIRECTION(WS-RX)
                       IF RR-STEP-VALUE IS NUMERIC
                           AND RR-STEP-VALUE > 0
                           MOVE RR-STEP-VALUE TO RT-STEP-VALUE(WS-RX)
                       ELSE
                           MOVE 1 TO RT-STEP-VALUE(WS-RX)
                       END-IF
                       MOVE 1 TO RT-LEG-COUNT(WS-RX)
                       MOVE 'N' TO RT-VOID-SWITCH(WS-RX)
               END-EVALUATE
           END-IF.

       FIND-RUN-ENTRY.
           MOVE 'N' TO WS-RUN-FOUND-SWITCH
           PERFORM VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RUN-COUNT
               OR RUN-ENTRY-FOUND
               IF RT-RUN-DATE(WS-RX) = WS-MATCH-DATE
                   AND RT-RUN-ID(WS-RX) = WS-MATCH-RUN-ID
                   AND RT-STREAM(WS-RX) = WS-MATCH-STREAM
                   SET RUN-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-RX
               END-IF
           END-PERFORM.

      * One entry per date, stream and sign, as in HWACKMCH:
      * the last extract logged for a date and stream is the
      * one finance must confirm, and reversals accumulate
      * with a count of parts sent. A partition share takes
      * the extract entry of its own stream but remembers the
      * stream its merged extract was logged under.
       LOAD-TRANSMIT-LOG.
           MOVE 0 TO WS-XMIT-COUNT
           MOVE 'N' TO WS-XMIT-FULL-SWITCH
           MOVE 'N' TO WS-XMT-EOF-SWITCH
           MOVE 0 TO WS-HOME-DATE
           MOVE SPACES TO WS-HOME-STREAM
           OPEN INPUT TRANSMIT-LOG-FILE
           IF WS-XMT-STATUS = "35"
               SET XMT-AT-EOF TO TRUE
           ELSE
               IF WS-XMT-STATUS NOT = "00"
                   DISPLAY "HWMSTONL ABEND: TRANSMIT-LOG OPEN "
                       "FAILED - STATUS " WS-XMT-STATUS
                   CLOSE RUN-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL XMT-AT-EOF
               READ TRANSMIT-LOG-FILE
                   AT END
                       SET XMT-AT-EOF TO TRUE
                   NOT AT END
                       IF XM-EXTRACT-DATE IS NUMERIC
                           AND XM-EXTRACT-DATE >= WS-FROM-DATE
                           AND XM-EXTRACT-DATE <= WS-TO-DATE
                           PERFORM NOTE-TRANSMIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XMT-STATUS NOT = "35"
               CLOSE TRANSMIT-LOG-FILE
           END-IF
           IF XMIT-TABLE-FULL
               MOVE "TRANSMIT TABLE FULL - NARROW THE INQUIRY"
                   TO WS-MESSAGE-TEXT
               PERFORM SHOW-MESSAGE
           END-IF.

       NOTE-TRANSMIT-RECORD.
           MOVE XM-EXTRACT-DATE TO WS-MATCH-DATE
           IF XM-STREAM = SPACES OR XM-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           ELSE
               MOVE XM-STREAM TO WS-MATCH-STREAM
           END-IF
           IF XM-REVERSAL
               MOVE '-' TO WS-MATCH-SIGN
           ELSE
               MOVE SPACE TO WS-MATCH-SIGN
               IF NOT XM-PARTITION-SHARE
                   MOVE WS-MATCH-DATE TO WS-HOME-DATE
                   MOVE WS-MATCH-STREAM TO WS-HOME-STREAM
               END-IF
           END-IF
           PERFORM FIND-XMIT-ENTRY
           IF NOT XMIT-ENTRY-FOUND
               IF WS-XMIT-COUNT >= WS-XMIT-MAX
                   SET XMIT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-XMIT-COUNT
                   MOVE WS-XMIT-COUNT TO WS-XX
                   MOVE WS-MATCH-DATE TO XT-EXTRACT-DATE(WS-XX)
                   MOVE WS-MATCH-STREAM TO XT-STREAM(WS-XX)
                   MOVE WS-MATCH-SIGN TO XT-SIGN(WS-XX)
                   MOVE SPACES TO XT-HOME-STREAM(WS-XX)
                   MOVE 0 TO XT-RECORD-COUNT(WS-XX)
                   MOVE 0 TO XT-HASH-TOTAL(WS-XX)
                   MOVE 0 TO XT-SENT-PARTS(WS-XX)
                   MOVE 0 TO XT-ACK-PARTS(WS-XX)
               END-IF
           END-IF
           IF WS-XX > 0
               MOVE 'N' TO XT-ACK-SWITCH(WS-XX)
               MOVE 0 TO XT-ACK-COUNT(WS-XX)
               MOVE 0 TO XT-ACK-HASH(WS-XX)
               EVALUATE TRUE
                   WHEN XM-REVERSAL
                       ADD XM-RECORD-COUNT TO XT-RECORD-COUNT(WS-XX)
                       ADD XM-HASH-TOTAL TO XT-HASH-TOTAL(WS-XX)
                       ADD 1 TO XT-SENT-PARTS(WS-XX)
                   WHEN XM-PARTITION-SHARE
                       IF WS-HOME-DATE = WS-MATCH-DATE
                           MOVE WS-HOME-STREAM
                               TO XT-HOME-STREAM(WS-XX)
                       ELSE
                           MOVE SPACES TO XT-HOME-STREAM(WS-XX)
                       END-IF
                       MOVE XM-RECORD-COUNT TO XT-RECORD-COUNT(WS-XX)
                       MOVE XM-HASH-TOTAL TO XT-HASH-TOTAL(WS-XX)
                   WHEN OTHER
                       MOVE SPACES TO XT-HOME-STREAM(WS-XX)
                       MOVE XM-RECORD-COUNT TO XT-RECORD-COUNT(WS-XX)
                       MOVE XM-HASH-TOTAL TO XT-HASH-TOTAL(WS-XX)
               END-EVALUATE
           END-IF.

       FIND-XMIT-ENTRY.
           MOVE 'N' TO WS-XMIT-FOUND-SWITCH
           PERFORM VARYING WS-XX FROM 1 BY 1
               UNTIL WS-XX > WS-XMIT-COUNT
               OR XMIT-ENTRY-FOUND
               IF XT-EXTRACT-DATE(WS-XX) = WS-MATCH-DATE
                   AND XT-STREAM(WS-XX) = WS-MATCH-STREAM
                   AND XT-SIGN(WS-XX) = WS-MATCH-SIGN
                   SET XMIT-ENTRY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-XX
               END-IF
           END-PERFORM
           IF NOT XMIT-ENTRY-FOUND
               MOVE 0 TO WS-XX
           END-IF.

      * A share is never acknowledged on its own - finance
      * acks the merged extract under its logged stream.
       LOAD-ACKNOWLEDGMENTS.
           MOVE 'N' TO WS-ACK-EOF-SWITCH
           OPEN INPUT ACK-IN-FILE
           IF WS-ACK-STATUS = "35"
               SET ACK-AT-EOF TO TRUE
           ELSE
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "HWMSTONL ABEND: ACK FILE OPEN "
                       "FAILED - STATUS " WS-ACK-STATUS
                   CLOSE RUN-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL ACK-AT-EOF
               READ ACK-IN-FILE
                   AT END
                       SET ACK-AT-EOF TO TRUE
                   NOT AT END
                       IF AK-EXTRACT-DATE IS NUMERIC
                           AND AK-EXTRACT-DATE >= WS-FROM-DATE
                           AND AK-EXTRACT-DATE <= WS-TO-DATE
                           PERFORM NOTE-ACK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACK-STATUS NOT = "35"
               CLOSE ACK-IN-FILE
           END-IF.

       NOTE-ACK-RECORD.
           MOVE AK-EXTRACT-DATE TO WS-MATCH-DATE
           IF AK-STREAM = SPACES OR AK-STREAM = LOW-VALUES
               MOVE "A " TO WS-MATCH-STREAM
           ELSE
               MOVE AK-STREAM TO WS-MATCH-STREAM
           END-IF
           IF AK-REVERSAL
               MOVE '-' TO WS-MATCH-SIGN
           ELSE
               MOVE SPACE TO WS-MATCH-SIGN
           END-IF
           PERFORM FIND-XMIT-ENTRY
           IF XMIT-ENTRY-FOUND
               AND XT-HOME-STREAM(WS-XX) = SPACES
               SET XT-ACKED(WS-XX) TO TRUE
               IF XT-REVERSAL(WS-XX)
                   ADD 1 TO XT-ACK-PARTS(WS-XX)
                   IF AK-RECORD-COUNT IS NUMERIC
                       ADD AK-RECORD-COUNT TO XT-ACK-COUNT(WS-XX)
                   END-IF
                   IF AK-HASH-TOTAL IS NUMERIC
                       ADD AK-HASH-TOTAL TO XT-ACK-HASH(WS-XX)
                   END-IF
               ELSE
                   IF AK-RECORD-COUNT IS NUMERIC
                       MOVE AK-RECORD-COUNT TO XT-ACK-COUNT(WS-XX)
                   END-IF
                   IF AK-HASH-TOTAL IS NUMERIC
                       MOVE AK-HASH-TOTAL TO XT-ACK-HASH(WS-XX)
                   END-IF
               END-IF
           END-IF.

       COUNT-MATCHING-VALUES.
           MOVE 0 TO WS-RECORDS-MATCHED
           MOVE 0 TO WS-CONTADOR-TOTAL
           MOVE WS-FROM-DATE TO RM-RUN-DATE
           MOVE LOW-VALUES TO RM-RUN-ID
           MOVE LOW-VALUES TO RM-STREAM
           MOVE 0 TO RM-CONTADOR
           PERFORM POSITION-RUN-MASTER
           PERFORM UNTIL MST-AT-EOF
               READ RUN-MASTER-FILE NEXT
                   AT END
                       SET MST-AT-EOF TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-TO-DATE
                           SET MST-AT-EOF TO TRUE
                       ELSE
                           PERFORM CHECK-RECORD-SELECTED
                           IF RECORD-SELECTED
                               ADD 1 TO WS-RECORDS-MATCHED
                               ADD RM-CONTADOR TO WS-CONTADOR-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POSITION-RUN-MASTER.
           MOVE 'N' TO WS-MST-EOF-SWITCH
           START RUN-MASTER-FILE KEY >= RM-KEY
           IF WS-MST-STATUS NOT = "00"
               SET MST-AT-EOF TO TRUE
           END-IF.

      * Records loaded before streams existed carry a blank
      * stream, which reads as 'A' - the original stream.
       CHECK-RECORD-SELECTED.
           MOVE 'N' TO WS-SELECTED-SWITCH
           IF RM-STREAM = SPACES OR RM-STREAM = LOW-VALUES
               MOVE "A " TO WS-REC-STREAM
           ELSE
               MOVE RM-STREAM TO WS-REC-STREAM
           END-IF
           IF (WS-SEL-STREAM = SPACES
               OR WS-SEL-STREAM = WS-REC-STREAM)
               AND (WS-SEL-RUN-ID = SPACES
               OR WS-SEL-RUN-ID = RM-RUN-ID)
               SET RECORD-SELECTED TO TRUE
           END-IF.

      * Fills the body from the page's start key. A run's
      * values are headed by two lines of run details, so a
      * new run needs room for its heading and one value;
      * the record that does not fit starts the next page,
      * where its run is headed again.
       BUILD-PAGE.
           MOVE SPACES TO WS-BODY-TABLE
           MOVE 0 TO WS-BX
           MOVE SPACES TO WS-LAST-RUN
           MOVE 'N' TO WS-PAGE-FULL-SWITCH
           MOVE 'N' TO WS-MORE-SWITCH
           MOVE WS-PAGE-KEY(WS-PAGE-NUMBER) TO RM-KEY
           PERFORM POSITION-RUN-MASTER
           PERFORM UNTIL MST-AT-EOF OR PAGE-FULL
               READ RUN-MASTER-FILE NEXT
                   AT END
                       SET MST-AT-EOF TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE > WS-TO-DATE
                           SET MST-AT-EOF TO TRUE
                       ELSE
                           PERFORM CHECK-RECORD-SELECTED
                           IF RECORD-SELECTED
                               PERFORM PLACE-MASTER-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PAGE-FULL
               SET MORE-PAGES TO TRUE
               MOVE RM-KEY TO WS-NEXT-PAGE-KEY
           END-IF
           PERFORM BUILD-PAGE-SUMMARY.

       PLACE-MASTER-RECORD.
           MOVE RM-RUN-DATE TO WS-THIS-RUN-DATE
           MOVE RM-RUN-ID TO WS-THIS-RUN-ID
           MOVE WS-REC-STREAM TO WS-THIS-RUN-STREAM
           IF WS-THIS-RUN NOT = WS-LAST-RUN
               IF WS-BX + 3 > WS-BODY-MAX
                   SET PAGE-FULL TO TRUE
               ELSE
                   PERFORM ADD-RUN-HEADING
                   MOVE WS-THIS-RUN TO WS-LAST-RUN
               END-IF
           ELSE
               IF WS-BX + 1 > WS-BODY-MAX
                   SET PAGE-FULL TO TRUE
               END-IF
           END-IF
           IF NOT PAGE-FULL
               ADD 1 TO WS-BX
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE RM-RUN-DATE TO WS-DATE-DISPLAY
               MOVE RM-CONTADOR TO WS-VALUE-DISPLAY
               STRING "  " DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RM-RUN-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REC-STREAM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               MOVE WS-DETAIL-LINE TO WS-BODY-LINE(WS-BX)
           END-IF.

      * A blank direction or step on an older registry entry
      * reads as ascending by 1, as in every other reader.
       ADD-RUN-HEADING.
           MOVE WS-THIS-RUN-DATE TO WS-MATCH-DATE
           MOVE WS-THIS-RUN-ID TO WS-MATCH-RUN-ID
           MOVE WS-THIS-RUN-STREAM TO WS-MATCH-STREAM
           PERFORM FIND-RUN-ENTRY
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'N' TO WS-VOIDED-SWITCH
           IF RUN-ENTRY-FOUND
               IF RT-VOIDED(WS-RX)
                   SET RUN-VOIDED TO TRUE
               END-IF
               MOVE RT-RUN-NUMBER(WS-RX) TO WS-NUMBER-DISPLAY
               MOVE RT-RUN-TIME(WS-RX)(1:2) TO WS-TIME-HH
               MOVE RT-RUN-TIME(WS-RX)(3:2) TO WS-TIME-MM
               MOVE RT-RUN-TIME(WS-RX)(5:2) TO WS-TIME-SS
               MOVE RT-START-VALUE(WS-RX) TO WS-START-DISPLAY
               MOVE RT-END-VALUE(WS-RX) TO WS-END-DISPLAY
               IF RT-DIRECTION(WS-RX) = 'D'
                   MOVE 'D' TO WS-DIRECTION-DISPLAY
               ELSE
                   MOVE 'A' TO WS-DIRECTION-DISPLAY
               END-IF
               MOVE RT-STEP-VALUE(WS-RX) TO WS-STEP-DISPLAY
               IF RT-LEG-COUNT(WS-RX) > 1
                   MOVE "  RESUMED" TO WS-RESUMED-TEXT
               ELSE
                   MOVE SPACES TO WS-RESUMED-TEXT
               END-IF
               STRING "RUN " DELIMITED BY SIZE
                   WS-THIS-RUN-ID DELIMITED BY SIZE
                   " ST " DELIMITED BY SIZE
                   WS-THIS-RUN-STREAM DELIMITED BY SIZE
                   "  NO " DELIMITED BY SIZE
                   WS-NUMBER-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-TIME-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-START-DISPLAY DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-END-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DIRECTION-DISPLAY DELIMITED BY SIZE
                   " STEP " DELIMITED BY SIZE
                   WS-STEP-DISPLAY DELIMITED BY SIZE
                   WS-RESUMED-TEXT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               STRING "RUN " DELIMITED BY SIZE
                   WS-THIS-RUN-ID DELIMITED BY SIZE
                   " ST " DELIMITED BY SIZE
                   WS-THIS-RUN-STREAM DELIMITED BY SIZE
                   "  NOT ON THE RUN REGISTRY" DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           END-IF
           ADD 1 TO WS-BX
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE(WS-BX)
           PERFORM BUILD-EXTRACT-STATUS
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "    " DELIMITED BY SIZE
               WS-EXTRACT-STATUS DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           ADD 1 TO WS-BX
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE(WS-BX).

      * The extract for the run's date and stream; for a
      * voided run, the reversal that took it back out.
       BUILD-EXTRACT-STATUS.
           MOVE SPACES TO WS-EXTRACT-STATUS
           MOVE WS-THIS-RUN-DATE TO WS-MATCH-DATE
           MOVE WS-THIS-RUN-STREAM TO WS-MATCH-STREAM
           IF RUN-VOIDED
               MOVE '-' TO WS-MATCH-SIGN
               PERFORM FIND-XMIT-ENTRY
               IF XMIT-ENTRY-FOUND
                   PERFORM STATE-EXTRACT-ENTRY
                   STRING "RUN VOIDED - REVERSAL " DELIMITED BY SIZE
                       WS-STATE-TEXT DELIMITED BY SIZE
                       INTO WS-EXTRACT-STATUS
                   END-STRING
               ELSE
                   MOVE "RUN VOIDED - REVERSAL NOT SENT"
                       TO WS-EXTRACT-STATUS
               END-IF
           ELSE
               MOVE SPACE TO WS-MATCH-SIGN
               PERFORM FIND-XMIT-ENTRY
               EVALUATE TRUE
                   WHEN NOT XMIT-ENTRY-FOUND
                       MOVE "EXTRACT: NOT EXTRACTED"
                           TO WS-EXTRACT-STATUS
                   WHEN XT-HOME-STREAM(WS-XX) NOT = SPACES
                       MOVE XT-HOME-STREAM(WS-XX) TO WS-HOME-STREAM
                       MOVE WS-HOME-STREAM TO WS-MATCH-STREAM
                       PERFORM FIND-XMIT-ENTRY
                       IF XMIT-ENTRY-FOUND
                           PERFORM STATE-EXTRACT-ENTRY
                       ELSE
                           MOVE "NOT ON THE LOG" TO WS-STATE-TEXT
                       END-IF
                       STRING "EXTRACT: MERGED UNDER STREAM "
                           DELIMITED BY SIZE
                           WS-HOME-STREAM DELIMITED BY SPACE
                           " - " DELIMITED BY SIZE
                           WS-STATE-TEXT DELIMITED BY SIZE
                           INTO WS-EXTRACT-STATUS
                       END-STRING
                   WHEN OTHER
                       PERFORM STATE-EXTRACT-ENTRY
                       STRING "EXTRACT: " DELIMITED BY SIZE
                           WS-STATE-TEXT DELIMITED BY SIZE
                           INTO WS-EXTRACT-STATUS
                       END-STRING
               END-EVALUATE
           END-IF.

       STATE-EXTRACT-ENTRY.
           EVALUATE TRUE
               WHEN NOT XT-ACKED(WS-XX)
                   MOVE "SENT, AWAITING ACK" TO WS-STATE-TEXT
               WHEN XT-ACK-PARTS(WS-XX) < XT-SENT-PARTS(WS-XX)
                   MOVE "SENT, AWAITING ACK" TO WS-STATE-TEXT
               WHEN XT-ACK-COUNT(WS-XX) = XT-RECORD-COUNT(WS-XX)
                   AND XT-ACK-HASH(WS-XX) = XT-HASH-TOTAL(WS-XX)
                   MOVE "ACKNOWLEDGED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "ACK FIGURES DISAGREE" TO WS-STATE-TEXT
           END-EVALUATE.

       BUILD-PAGE-SUMMARY.
           MOVE SPACES TO WS-SCR-SUMMARY
           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE WS-RECORDS-MATCHED TO WS-COUNT-DISPLAY
           MOVE WS-CONTADOR-TOTAL TO WS-TOTAL-DISPLAY
           STRING "PAGE " DELIMITED BY SIZE
               WS-PAGE-DISPLAY DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  CONTADOR TOTAL " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-SCR-SUMMARY
           END-STRING
           IF MORE-PAGES
               MOVE "MORE FOLLOWS" TO WS-SCR-SUMMARY(64:12)
           ELSE
               MOVE "LAST PAGE" TO WS-SCR-SUMMARY(64:9)
           END-IF.

      * The first message raised for an interaction is the
      * one shown; later ones do not overwrite it.
       SHOW-MESSAGE.
           IF WS-SCR-MESSAGE = SPACES
               MOVE WS-MESSAGE-TEXT TO WS-SCR-MESSAGE
           END-IF.
