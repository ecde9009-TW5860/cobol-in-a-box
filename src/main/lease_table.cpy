01 TENANTS.
    05 COUNT-OF-TENANTS PIC 9(5) COMP-5.
    05 TENANT-ENTRY OCCURS 0 TO 99999 TIMES
           DEPENDING ON COUNT-OF-TENANTS INDEXED BY TEN-IX.
        10 TEN-BUILDING-NAME PIC X(25).
        10 TEN-TENANT-NAME PIC X(25).
        10 TEN-LEASED-FLOORS PIC 9(3).
        10 TEN-MONTHLY-RENT PIC 9(7)V99.
        10 TEN-LEASE-START-DATE PIC X(8).
        10 TEN-LEASE-END-DATE PIC X(8).
