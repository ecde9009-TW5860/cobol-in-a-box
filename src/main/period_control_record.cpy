01 PERIOD-CONTROL-RECORD.
    05 PC-PERIOD PIC X(6).
    05 PC-STATUS PIC X(1).
        88 PC-PERIOD-OPEN   VALUE 'O'.
        88 PC-PERIOD-CLOSED VALUE 'C'.
    05 PC-STATUS-DATE PIC X(8).
    05 PC-OPERATOR-ID PIC X(8).
