01 INVOICE-CONTROL-RECORD.
    05 IC-LAST-INVOICE-NUMBER PIC 9(7).
    05 IC-LAST-BILLING-DATE PIC X(8).
    05 IC-LAST-RUN-TIMESTAMP PIC X(21).
