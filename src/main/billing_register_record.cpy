01 BILLING-REGISTER-RECORD.
    05 BR-BUILDING-NAME PIC X(25).
    05 BR-TENANT-NAME PIC X(25).
    05 BR-BILLING-PERIOD PIC X(6).
    05 BR-INVOICE-NUMBER PIC 9(7).
    05 BR-INVOICE-TYPE PIC X(1).
        88 BR-TYPE-RENT VALUE 'R'.
        88 BR-TYPE-LATE-CHARGE VALUE 'L'.
        88 BR-TYPE-CAM-TRUE-UP VALUE 'C'.
        88 BR-TYPE-UTILITY-RECHARGE VALUE 'U'.
    05 BR-BILLED-TIMESTAMP PIC X(21).
*> The document's date and the amount invoiced, which the GL interface
*> journals; the amount is zero where a CAM true-up registers a credit
*> or a settled tenant rather than an invoice.
    05 BR-INVOICE-DATE PIC X(8).
    05 BR-INVOICE-AMOUNT PIC 9(7)V99.
