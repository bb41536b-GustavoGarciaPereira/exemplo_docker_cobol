      *****************************************************
      * GLXMREC - general-ledger journal transmission log.
      * Kept apart from XMITLOG: the extract log is matched
      * against finance's extract acknowledgments by
      * HWACKMCH, this one records what the journal feed
      * has posted. Appended only after a journal batch is
      * transmitted:
      *   'B' batch - one per batch: entries (postings) in
      *               GX-RECORD-COUNT, debit total in
      *               GX-AMOUNT
      *   'E' entry - one per posting, as sent, plus the
      *               count and hash total of the latest
      *               XMITLOG extract for the same date and
      *               stream - the extract the posting
      *               summarizes, so the two reconcile
      * HWGLFEED nets the 'E' records (debit adds, credit
      * subtracts) to know what each date and stream has
      * already posted, and posts only the difference.
      *****************************************************
       01  GL-TRANSMIT-RECORD.
           05 GX-BATCH-NUMBER            PIC 9(6).
           05 GX-BATCH-DATE              PIC 9(8).
           05 GX-RECORD-TYPE             PIC X(1).
              88 GX-TYPE-BATCH           VALUE 'B'.
              88 GX-TYPE-ENTRY           VALUE 'E'.
           05 GX-POST-DATE               PIC 9(8).
           05 GX-STREAM                  PIC X(2).
           05 GX-ENTRY-KIND              PIC X(1).
           05 GX-DR-CR                   PIC X(1).
              88 GX-DEBIT                VALUE 'D'.
              88 GX-CREDIT               VALUE 'C'.
           05 GX-AMOUNT                  PIC 9(12).
           05 GX-COUNT-SIGN              PIC X(1).
              88 GX-COUNT-REDUCED        VALUE '-'.
           05 GX-RECORD-COUNT            PIC 9(8).
           05 GX-XMIT-COUNT              PIC 9(8).
           05 GX-XMIT-HASH               PIC 9(12).
