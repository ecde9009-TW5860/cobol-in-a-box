01 APPLIED-PAYMENT-RECORD.
    05 AP-INVOICE-NUMBER PIC 9(7).
    05 AP-PAYMENT-DATE PIC X(8).
    05 AP-POSTED-DATE PIC X(8).
    05 AP-BUILDING-NAME PIC X(25).
    05 AP-TENANT-NAME PIC X(25).
    05 AP-APPLIED-AMOUNT PIC 9(7)V99.
*> What the amount is: cash against the invoice, the excess of an
*> overpayment held as tenant credit, or credit used on the invoice.
    05 AP-PURPOSE-CODE PIC X(1).
        88 AP-INVOICE-CASH    VALUE 'I' ' '.
        88 AP-CASH-TO-CREDIT  VALUE 'O'.
        88 AP-CREDIT-APPLIED  VALUE 'C'.
