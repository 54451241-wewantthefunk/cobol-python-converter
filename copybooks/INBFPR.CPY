      *    Inbound receipt fingerprint record (INBFPRF), appended by
      *    INBREG1 when a receipt is accepted: one per detail, in
      *    file order, so a receipt's fingerprints lie together. The
      *    record hash is taken over the 80 detail bytes exactly as
      *    the channel delivered them, so two files that share a
      *    run of identical details share those fingerprints however
      *    the files around them were re-wrapped or re-dated.
       01  INBFPR-RECORD.
           05  INBFPR-RECEIPT-KEY.
               10  INBFPR-BUSINESS-DATE
                                       PIC  9(08).
               10  INBFPR-CHANNEL      PIC  X(01).
               10  INBFPR-RECEIPT-SEQ  PIC  9(03).
           05  INBFPR-RECORD-HASH      PIC  9(09).
