       SELECT NOTICE-FILE ASSIGN TO TAXNOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
       SELECT ACCRUAL-FILE ASSIGN TO TAXACCR
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO TAXRPT
           ORGANIZATION LINE SEQUENTIAL.

           05 TN-TAX-AMOUNT PIC 9(7)V99.
           05 TN-JURISDICTION PIC X(10).

*> One record per accrued notice, for the downstream steps that need
*> the tax expense by building rather than the printed report.
   FD ACCRUAL-FILE.
       COPY "src/main/tax_accrual_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
*> Parm is 'ACCRUALDATE ROLL'. The accrual date defaults to today; a
*> date in a closed month stops the run unless ROLL is given, when the
*> accruals are booked on the first day of the next open month.
        01 WS-PARM-STRING PIC X(30).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PARM-TOKEN-2 PIC X(10).
        01 WS-ACCRUAL-DATE PIC X(8).
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-NOTICE-COUNT    PIC 9(5) VALUE 0.
        01 WS-ACCRUED-COUNT   PIC 9(5) VALUE 0.
        01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   PERFORM check-accrual-period.
   PERFORM load-buildings.
   MOVE 'N' TO WS-NOTICE-EOF-SWITCH.
   OPEN INPUT NOTICE-FILE.
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   OPEN OUTPUT ACCRUAL-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM match-one-notice UNTIL WS-NOTICE-EOF.
   PERFORM write-report-footer.
   CLOSE NOTICE-FILE.
   CLOSE ACCRUAL-FILE.
   CLOSE REPORT-FILE.
   DISPLAY 'TAX NOTICE MATCHING COMPLETE - ' WS-ACCRUED-COUNT
           ' ACCRUED, ' WS-EXCEPTION-COUNT ' EXCEPTIONS'.
   END-IF.
   STOP RUN.

check-accrual-period.
   MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
       INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
   END-UNSTRING.
   MOVE WS-CURRENT-DATE(1:8) TO WS-ACCRUAL-DATE.
   IF WS-PARM-TOKEN-1 = 'ROLL' OR WS-PARM-TOKEN-2 = 'ROLL'
      MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
   END-IF.
   IF WS-PARM-TOKEN-1 NOT = SPACES AND WS-PARM-TOKEN-1 NOT = 'ROLL'
      MOVE WS-PARM-TOKEN-1 TO WS-ACCRUAL-DATE
   END-IF.
   IF WS-ACCRUAL-DATE NOT NUMERIC
      DISPLAY 'INVALID ACCRUAL DATE PARM: ' WS-PARM-TOKEN-1
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-ACCRUAL-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** ACCRUAL DATE ' WS-ACCRUAL-DATE
              ' IS IN A CLOSED PERIOD - NO ACCRUALS BOOKED ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'ACCRUAL DATE ' WS-ACCRUAL-DATE
              ' IS IN A CLOSED PERIOD - ROLLED TO ' WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-ACCRUAL-DATE
   END-IF.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BUILDINGS.
       WHEN OTHER
           ADD 1 TO WS-ACCRUED-COUNT
           ADD TN-TAX-AMOUNT TO WS-TOTAL-ACCRUAL
           PERFORM write-accrual-record
           PERFORM write-accrual-line
   END-EVALUATE.

write-accrual-record.
   MOVE TN-BUILDING-NAME TO TA-BUILDING-NAME.
   MOVE TN-ASSESSMENT-YEAR TO TA-ASSESSMENT-YEAR.
   MOVE TN-JURISDICTION TO TA-JURISDICTION.
   MOVE TN-TAX-AMOUNT TO TA-TAX-AMOUNT.
   MOVE WS-ACCRUAL-DATE TO TA-ACCRUAL-DATE.
   WRITE TAX-ACCRUAL-RECORD.

write-accrual-line.
   MOVE TN-TAX-AMOUNT TO WS-TAX-DISPLAY.
   MOVE TN-ASSESSED-VALUE TO WS-VALUE-DISPLAY.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PROPERTY TAX ACCRUAL AND EXCEPTION REPORT - ACCRUAL DATE '
                              DELIMITED BY SIZE
          WS-ACCRUAL-DATE     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
