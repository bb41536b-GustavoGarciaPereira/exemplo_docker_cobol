      * finance as a fixed layout with blank separators so
      * their daily file loads without conversion; a blank
      * stream on an old-format record reads as 'A'.
      * A reversal generation is acknowledged with its
      * count and hash as received and a '-' sign after
      * the stream; a blank sign acknowledges an ordinary
      * extract.
      *****************************************************
       01  ACK-RECORD.
           05 AK-EXTRACT-DATE            PIC 9(8).
           05 AK-HASH-TOTAL              PIC 9(12).
           05 FILLER                     PIC X(1).
           05 AK-STREAM                  PIC X(2).
           05 FILLER                     PIC X(1).
           05 AK-SIGN                    PIC X(1).
              88 AK-REVERSAL             VALUE '-'.
