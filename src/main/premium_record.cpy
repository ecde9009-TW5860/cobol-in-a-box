    05 PM-ACCEPT-CODE PIC X(1).
        88 PM-QUOTE-ACCEPTED VALUE 'A'.
        88 PM-QUOTE-REJECTED VALUE 'R'.
*> Per-loss deductible on the accepted quote; CLAIM-MAINT holds every
*> claim against it.
    05 PM-DEDUCTIBLE PIC 9(7)V99.
