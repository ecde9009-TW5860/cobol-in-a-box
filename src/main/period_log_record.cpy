01 PERIOD-LOG-RECORD.
    05 PL-PERIOD PIC X(6).
    05 PL-ACTION PIC X(1).
        88 PL-ACTION-CLOSE   VALUE 'C'.
        88 PL-ACTION-REOPEN  VALUE 'R'.
        88 PL-ACTION-REFUSED VALUE 'F'.
    05 PL-OPERATOR-ID PIC X(8).
    05 PL-TIMESTAMP PIC X(21).
    05 PL-REASON PIC X(60).
