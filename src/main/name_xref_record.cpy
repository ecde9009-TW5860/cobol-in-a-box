01 NAME-XREF-RECORD.
    05 NX-OLD-NAME PIC X(25).
    05 NX-NEW-NAME PIC X(25).
    05 NX-EFFECTIVE-DATE PIC X(8).
    05 NX-SUBMITTED-BY PIC X(8).
    05 NX-APPROVED-BY PIC X(8).
