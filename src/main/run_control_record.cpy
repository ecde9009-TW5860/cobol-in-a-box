    05 RC-ENTRY-TYPE PIC X(1).
        88 RC-STEP-COMPLETE     VALUE 'C'.
        88 RC-OPERATOR-OVERRIDE VALUE 'O'.
        88 RC-PERIOD-COMPLETE   VALUE 'P'.
    05 RC-OPERATOR-ID PIC X(8).
    05 RC-TIMESTAMP PIC X(21).
