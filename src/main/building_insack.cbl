               88 AK-DTL-REJECTED VALUE 'R'.
           05 AK-DTL-ANNUAL-PREMIUM PIC 9(7)V99.
           05 AK-DTL-REJECT-REASON PIC X(10).
           05 AK-DTL-DEDUCTIBLE PIC 9(7)V99.
           05 FILLER PIC X(9).
       01 ACK-TRAILER-RECORD REDEFINES ACK-RECORD.
           05 AK-TRL-RECORD-TYPE PIC X(1).
           05 AK-TRL-RECORD-COUNT PIC 9(7).
   MOVE WS-QUOTE-DATE TO PM-QUOTE-DATE.
   MOVE AK-DTL-ANNUAL-PREMIUM TO PM-ANNUAL-PREMIUM.
   MOVE AK-DTL-ACCEPT-CODE TO PM-ACCEPT-CODE.
   MOVE AK-DTL-DEDUCTIBLE TO PM-DEDUCTIBLE.
   WRITE PREMIUM-RECORD.

write-unmatched-line.
