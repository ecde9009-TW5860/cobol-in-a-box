01 OPERATOR-USAGE-RECORD.
    05 OU-OPERATOR-ID PIC X(8).
    05 OU-FUNCTION-CODE PIC 9(1).
    05 OU-USED-DATE PIC X(8).
    05 OU-PROGRAM-NAME PIC X(18).
