        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(100).
*> Parm is the operator running the maintenance, confirmed against
*> the operator security file before any transaction is read.
        01 WS-PARM-STRING PIC X(30).
        01 WS-OPERATOR-ID PIC X(8).
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'REGION-MAINT'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 3.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.

PROCEDURE DIVISION.
main-paragraph.
   PERFORM check-operator-access.
   PERFORM load-regions.
   OPEN OUTPUT REJECT-FILE.
   OPEN OUTPUT REPORT-FILE.
   END-IF.
   STOP RUN.

*> An operator without the right, or past the expiry date, stops the
*> run with the region reference untouched; OPERATOR-CHECK has already
*> raised the denial on the alert log.
check-operator-access.
   MOVE SPACES TO WS-OPERATOR-ID.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
       INTO WS-OPERATOR-ID
   END-UNSTRING.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, WS-OPERATOR-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      DISPLAY 'OPERATOR ' WS-OPERATOR-ID
              ' NOT AUTHORIZED TO MAINTAIN REGIONS - RUN STOPPED'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.

*> A missing reference file is the cold start; the first maintenance
*> run creates it.
load-regions.
