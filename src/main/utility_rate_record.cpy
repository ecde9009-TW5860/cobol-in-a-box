01 UTILITY-RATE-RECORD.
    05 UR-REGION-CODE PIC X(3).
    05 UR-EFFECTIVE-DATE PIC X(8).
    05 UR-RATE-PER-KWH PIC 9(2)V9(5).
