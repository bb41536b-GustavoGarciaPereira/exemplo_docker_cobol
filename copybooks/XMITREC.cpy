      * record - the LAST record for that pair is the
      * transmission finance must confirm. A blank stream
      * on a pre-stream record reads as 'A'.
      * A sign of '-' marks a REVERSAL generation written
      * by HWVOIDRN: its count and hash are negative and
      * net against the date and stream's transmissions
      * rather than replacing them - each reversal is its
      * own transmission for finance to acknowledge. A
      * blank sign (every record before reversals
      * existed) is an ordinary positive extract.
      * A sign of 'P' marks a PARTITION SHARE: a range run
      * in pieces on several streams went out as one
      * merged extract, logged under the first piece's
      * stream; each other stream's part of it is logged
      * right after as a share with that stream's count
      * and hash. A share shows the stream's values went
      * out - it is not acknowledged on its own, and its
      * figures are already inside the record before it.
      * XM-SENT-DATE is the day the generation was cut. A
      * reversal's extract date is the voided run's own
      * date, so HWACKMCH ages a reversal from its sent
      * date instead; blank on older records.
      *****************************************************
       01  TRANSMIT-RECORD.
           05 XM-EXTRACT-DATE            PIC 9(8).
           05 XM-RECORD-COUNT            PIC 9(8).
           05 XM-HASH-TOTAL              PIC 9(12).
           05 XM-STREAM                  PIC X(2).
           05 XM-SIGN                    PIC X(1).
              88 XM-REVERSAL             VALUE '-'.
              88 XM-PARTITION-SHARE      VALUE 'P'.
           05 XM-SENT-DATE               PIC 9(8).
