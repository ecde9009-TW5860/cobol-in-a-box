01 CASH-SUSPENSE-RECORD.
    05 CS-SUSPENSE-KEY.
        10 CS-DEPOSIT-DATE PIC X(8).
        10 CS-BATCH-NUMBER PIC 9(3).
        10 CS-ITEM-NUMBER PIC 9(5).
    05 CS-CHECK-NUMBER PIC X(10).
    05 CS-INVOICE-REFERENCE PIC X(7).
    05 CS-TENANT-NAME PIC X(25).
    05 CS-AMOUNT PIC 9(7)V99.
    05 CS-STATUS PIC X(1).
        88 CS-OPEN     VALUE 'O'.
        88 CS-APPLIED  VALUE 'A'.
        88 CS-CREDITED VALUE 'C'.
        88 CS-REFUNDED VALUE 'R'.
    05 CS-RESOLVED-BY PIC X(8).
    05 CS-RESOLVED-DATE PIC X(8).
    05 CS-APPLIED-INVOICE PIC 9(7).
