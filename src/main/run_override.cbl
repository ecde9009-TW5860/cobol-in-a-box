        01 WS-STEP-NAME PIC X(8).
        01 WS-OPERATOR-ID PIC X(8).
        01 WS-OVERRIDE-DATE PIC X(8).
*> The operator is only trusted once OPERATOR-CHECK finds the override
*> right on the operator security file.
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'RUN-OVERRIDE'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 5.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.

PROCEDURE DIVISION.
main-paragraph.
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, WS-OPERATOR-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      DISPLAY 'OPERATOR ' WS-OPERATOR-ID
              ' NOT AUTHORIZED TO OVERRIDE RUN CONTROL - NO OVERRIDE'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-OVERRIDE-DATE = SPACES
      PERFORM read-business-date
   END-IF.
