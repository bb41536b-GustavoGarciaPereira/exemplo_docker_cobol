      *****************************************************
      * CLOSEREC - day-close checklist record layout.
      * One record per business date and stream, appended
      * by HWDAYCLS each time it checks whether the stream
      * has closed its day. Each item switch is 'Y' when
      * that item is satisfied:
      *   AUDIT  - every run registered for the date has
      *            its audit 'E' record
      *   CKPT   - no checkpoint is pending
      *   LOCK   - the run lock is released
      *   MASTER - every registered run is on the run-
      *            master
      *   XMIT   - a transmission for the date and stream
      *            is on the transmit log
      * The day status is 'C' only when all five are 'Y'.
      * The LAST record for a date/stream pair is live, so
      * a re-check after a repair simply appends. HWDTROLL
      * refuses a ROLL until every active stream's live
      * record for the business date reads 'C'.
      *****************************************************
       01  DAY-CLOSE-RECORD.
           05 DC-BUSINESS-DATE           PIC 9(8).
           05 DC-STREAM                  PIC X(2).
           05 DC-CHECK-DATE              PIC 9(8).
           05 DC-CHECK-TIME              PIC 9(8).
           05 DC-AUDIT-SWITCH            PIC X(1).
              88 DC-AUDIT-CLOSED         VALUE 'Y'.
           05 DC-CKPT-SWITCH             PIC X(1).
              88 DC-CKPT-CLOSED          VALUE 'Y'.
           05 DC-LOCK-SWITCH             PIC X(1).
              88 DC-LOCK-CLOSED          VALUE 'Y'.
           05 DC-MASTER-SWITCH           PIC X(1).
              88 DC-MASTER-CLOSED        VALUE 'Y'.
           05 DC-XMIT-SWITCH             PIC X(1).
              88 DC-XMIT-CLOSED          VALUE 'Y'.
           05 DC-DAY-STATUS              PIC X(1).
              88 DC-DAY-CLOSED           VALUE 'C'.
              88 DC-DAY-OPEN             VALUE 'O'.
