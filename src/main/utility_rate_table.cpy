01 UTILITY-RATES.
    05 COUNT-OF-UTILITY-RATES PIC 9(3) COMP-5.
    05 UTILITY-RATE-ENTRY OCCURS 0 TO 500 TIMES
           DEPENDING ON COUNT-OF-UTILITY-RATES INDEXED BY UR-IX.
        10 UT-REGION-CODE PIC X(3).
        10 UT-EFFECTIVE-DATE PIC X(8).
        10 UT-RATE-PER-KWH PIC 9(2)V9(5).
