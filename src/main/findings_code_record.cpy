01 FINDINGS-CODE-RECORD.
    05 FC-FINDINGS-CODE PIC X(4).
    05 FC-TRADE-CODE PIC X(4).
    05 FC-DESCRIPTION PIC X(30).
    05 FC-ESTIMATED-COST PIC 9(7)V99.
