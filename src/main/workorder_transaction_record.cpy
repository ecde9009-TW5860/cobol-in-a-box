        88 WT-ACTION-ASSIGN   VALUE 'A'.
        88 WT-ACTION-COMPLETE VALUE 'C'.
        88 WT-ACTION-CANCEL   VALUE 'X'.
        88 WT-ACTION-LINK     VALUE 'L'.
    05 WT-ORDER-NUMBER PIC 9(7).
    05 WT-BUILDING-NAME PIC X(25).
    05 WT-TRADE-CODE PIC X(4).
    05 WT-ESTIMATED-COST PIC 9(7)V99.
    05 WT-ACTUAL-COST PIC 9(7)V99.
    05 WT-DESCRIPTION PIC X(30).
    05 WT-SOURCE-TYPE PIC X(1).
*> Source type 'C' on an open, or a link transaction, carries the
*> claim number in the first ten bytes of the reference.
    05 WT-SOURCE-REFERENCE PIC X(16).
