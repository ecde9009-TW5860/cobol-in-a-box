01 TENANT-CREDIT-RECORD.
    05 CR-BUILDING-NAME PIC X(25).
    05 CR-TENANT-NAME PIC X(25).
    05 CR-CREDIT-DATE PIC X(8).
    05 CR-SOURCE-CODE PIC X(1).
        88 CR-FROM-OVERPAYMENT VALUE 'O'.
        88 CR-FROM-SUSPENSE    VALUE 'S'.
        88 CR-FROM-CAM-TRUE-UP VALUE 'C'.
    05 CR-SOURCE-REFERENCE PIC X(16).
    05 CR-CREDIT-AMOUNT PIC 9(7)V99.
    05 CR-CREDIT-BALANCE PIC 9(7)V99.
