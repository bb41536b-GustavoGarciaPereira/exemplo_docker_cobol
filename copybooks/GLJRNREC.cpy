      *****************************************************
      * GLJRNREC - general-ledger journal batch record.
      * Written by HWGLFEED, one batch per run, as agreed
      * with finance's journal interface:
      *   'H' header  - batch number, the business date the
      *                 batch was cut on, created date/time
      *   'P' posting - one per business date and stream
      *                 whose run-master totals changed:
      *                 the CONTADOR value total to the
      *                 posting account, and the change in
      *                 record count
      *   'C' control - the offsetting entry for the posting
      *                 before it, same amount, other side
      *   'T' trailer - entries, debit and credit totals;
      *                 the batch only goes out balanced
      * An original posting (kind 'O') carries the whole
      * day; a later load or HWMSTMNT correction of a day
      * already posted goes out as an adjusting entry (kind
      * 'A') for the difference only - a reduction posts
      * to the credit side with a '-' count sign.
      *****************************************************
       01  JOURNAL-RECORD.
           05 JR-RECORD-TYPE             PIC X(1).
              88 JR-TYPE-HEADER          VALUE 'H'.
              88 JR-TYPE-POSTING         VALUE 'P'.
              88 JR-TYPE-CONTROL         VALUE 'C'.
              88 JR-TYPE-TRAILER         VALUE 'T'.
           05 JR-BATCH-NUMBER            PIC 9(6).
           05 JR-DATA                    PIC X(73).
           05 JR-HEADER-DATA REDEFINES JR-DATA.
              10 JR-BATCH-DATE           PIC 9(8).
              10 JR-CREATED-DATE         PIC 9(8).
              10 JR-CREATED-TIME         PIC 9(6).
              10 JR-SOURCE               PIC X(8).
              10 FILLER                  PIC X(43).
           05 JR-ENTRY-DATA REDEFINES JR-DATA.
              10 JR-POST-DATE            PIC 9(8).
              10 JR-STREAM               PIC X(2).
              10 JR-ACCOUNT              PIC X(8).
              10 JR-DR-CR                PIC X(1).
                 88 JR-DEBIT             VALUE 'D'.
                 88 JR-CREDIT            VALUE 'C'.
              10 JR-AMOUNT               PIC 9(12).
              10 JR-COUNT-SIGN           PIC X(1).
              10 JR-RECORD-COUNT         PIC 9(8).
              10 JR-ENTRY-KIND           PIC X(1).
                 88 JR-ORIGINAL          VALUE 'O'.
                 88 JR-ADJUSTING         VALUE 'A'.
              10 FILLER                  PIC X(32).
           05 JR-TRAILER-DATA REDEFINES JR-DATA.
              10 JR-ENTRY-COUNT          PIC 9(6).
              10 JR-DEBIT-TOTAL          PIC 9(14).
              10 JR-CREDIT-TOTAL         PIC 9(14).
              10 FILLER                  PIC X(39).
