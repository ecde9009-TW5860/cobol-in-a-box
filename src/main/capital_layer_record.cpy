01 CAPITAL-LAYER-RECORD.
    05 CL-BUILDING-NAME PIC X(25).
    05 CL-ORDER-NUMBER PIC 9(7).
    05 CL-IN-SERVICE-DATE PIC X(8).
    05 CL-AMOUNT PIC 9(9)V99.
    05 CL-APPLIED-DATE PIC X(8).
    05 CL-APPROVED-BY PIC X(8).
