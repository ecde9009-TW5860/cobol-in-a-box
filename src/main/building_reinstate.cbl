            88 WS-ARCH-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-ARCHIVE-STATUS PIC X(2).
*> Parm is 'OPERATOR BUILDING NAME': the operator first, confirmed
*> against the operator security file, then the archived building's
*> name, which may itself contain spaces.
        01 WS-PARM-STRING PIC X(40).
        01 WS-PARM-POINTER PIC 9(3) COMP-5.
        01 WS-OPERATOR-ID PIC X(8).
        01 WS-TARGET-NAME PIC X(25).
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'BUILDING-REINSTATE'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 6.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.
        01 WS-ON-MASTER-SWITCH PIC X(1).
            88 WS-ON-MASTER     VALUE 'Y'.
            88 WS-NOT-ON-MASTER VALUE 'N'.

PROCEDURE DIVISION.
main-paragraph.
   PERFORM get-reinstate-parameters.
   IF WS-TARGET-NAME = SPACES
      DISPLAY 'NO BUILDING NAME SUPPLIED FOR REINSTATEMENT'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM check-operator-access.
   PERFORM find-archive-entry.
   IF WS-REINSTATE-NOT-FOUND
      DISPLAY 'BUILDING NOT ON ARCHIVE: ' WS-TARGET-NAME
           WS-RETAINED-ARCHIVE-COUNT ' ENTRIES'.
   STOP RUN.

get-reinstate-parameters.
   MOVE SPACES TO WS-OPERATOR-ID.
   MOVE SPACES TO WS-TARGET-NAME.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   MOVE 1 TO WS-PARM-POINTER.
   UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
       INTO WS-OPERATOR-ID
       WITH POINTER WS-PARM-POINTER
   END-UNSTRING.
   IF WS-PARM-POINTER <= 40
      MOVE WS-PARM-STRING(WS-PARM-POINTER:) TO WS-TARGET-NAME
   END-IF.

*> Reinstatement brings a purged building back onto the master, so it
*> needs the reinstate right; a denial has already been raised on the
*> alert log by OPERATOR-CHECK.
check-operator-access.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, WS-OPERATOR-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      DISPLAY 'OPERATOR ' WS-OPERATOR-ID
              ' NOT AUTHORIZED TO REINSTATE BUILDINGS - NOT REINSTATED'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.

find-archive-entry.
   MOVE 'N' TO WS-REINSTATE-SWITCH.
   MOVE 'N' TO WS-ARCH-EOF-SWITCH.
