01 VENDOR-RECORD.
    05 VN-VENDOR-ID PIC X(8).
    05 VN-VENDOR-NAME PIC X(30).
    05 VN-TRADES-SERVED.
        10 VN-TRADE-CODE PIC X(4) OCCURS 5 TIMES.
    05 VN-TAX-ID PIC X(11).
    05 VN-INSURANCE-EXPIRY PIC X(8).
    05 VN-STATUS PIC X(1).
        88 VN-ACTIVE   VALUE 'A' ' '.
        88 VN-INACTIVE VALUE 'I'.
