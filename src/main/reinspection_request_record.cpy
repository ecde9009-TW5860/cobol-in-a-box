01 REINSPECTION-REQUEST-RECORD.
    05 RQ-BUILDING-NAME PIC X(25).
    05 RQ-ORDER-NUMBER PIC 9(7).
    05 RQ-COMPLETE-DATE PIC X(8).
    05 RQ-INSPECTION-DATE PIC X(8).
    05 RQ-FINDINGS-CODE PIC X(4).
