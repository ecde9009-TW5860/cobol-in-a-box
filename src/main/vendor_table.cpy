01 VENDORS.
    05 COUNT-OF-VENDORS PIC 9(5) COMP-5.
    05 VENDOR-ENTRY OCCURS 0 TO 5000 TIMES
           DEPENDING ON COUNT-OF-VENDORS INDEXED BY VD-IX.
        10 VD-VENDOR-ID PIC X(8).
        10 VD-VENDOR-NAME PIC X(30).
        10 VD-TRADES-SERVED PIC X(20).
        10 VD-TAX-ID PIC X(11).
        10 VD-INSURANCE-EXPIRY PIC X(8).
        10 VD-STATUS PIC X(1).
            88 VD-ACTIVE   VALUE 'A' ' '.
            88 VD-INACTIVE VALUE 'I'.
