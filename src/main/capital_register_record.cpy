01 CAPITAL-REGISTER-RECORD.
    05 KR-ORDER-NUMBER PIC 9(7).
    05 KR-BUILDING-NAME PIC X(25).
    05 KR-TRADE-CODE PIC X(4).
    05 KR-COMPLETE-DATE PIC X(8).
    05 KR-ACTUAL-COST PIC 9(7)V99.
    05 KR-DECISION PIC X(1).
        88 KR-CAPITALIZED VALUE 'C'.
        88 KR-EXPENSED    VALUE 'E'.
    05 KR-BASIS PIC X(1).
        88 KR-BY-AMOUNT VALUE 'A'.
        88 KR-BY-TRADE  VALUE 'T'.
    05 KR-PERIOD PIC X(6).
