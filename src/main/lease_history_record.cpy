01 LEASE-HISTORY-RECORD.
    05 LH-BUILDING-NAME PIC X(25).
    05 LH-TENANT-NAME PIC X(25).
    05 LH-ACTION-CODE PIC X(1).
        88 LH-ADDED      VALUE 'A'.
        88 LH-AMENDED    VALUE 'M'.
        88 LH-RENEWED    VALUE 'R'.
        88 LH-TERMINATED VALUE 'T'.
    05 LH-EFFECTIVE-DATE PIC X(8).
    05 LH-OPERATOR-ID PIC X(8).
    05 LH-CHANGE-TIMESTAMP PIC X(21).
    05 LH-BEFORE-TERMS.
        10 LH-BEFORE-FLOORS PIC 9(3).
        10 LH-BEFORE-RENT PIC 9(7)V99.
        10 LH-BEFORE-START-DATE PIC X(8).
        10 LH-BEFORE-END-DATE PIC X(8).
    05 LH-AFTER-TERMS.
        10 LH-AFTER-FLOORS PIC 9(3).
        10 LH-AFTER-RENT PIC 9(7)V99.
        10 LH-AFTER-START-DATE PIC X(8).
        10 LH-AFTER-END-DATE PIC X(8).
    05 LH-NOTICE-SWITCH PIC X(1).
        88 LH-NOTICE-CLOSED VALUE 'Y'.
        88 LH-NO-NOTICE     VALUE 'N'.
    05 LH-NOTICE-WINDOW PIC 9(3).
