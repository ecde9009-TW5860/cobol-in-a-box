01 OPERATOR-SECURITY-RECORD.
    05 OS-OPERATOR-ID PIC X(8).
    05 OS-OPERATOR-NAME PIC X(25).
*> One Y/N flag per function, in function-code order: 1 maintain
*> buildings, 2 approve pending changes, 3 maintain regions,
*> 4 maintain exchange rates, 5 override run control, 6 reinstate
*> archived buildings.
    05 OS-FUNCTION-FLAGS.
        10 OS-MAINTAIN-BUILDINGS PIC X(1).
        10 OS-APPROVE-CHANGES PIC X(1).
        10 OS-MAINTAIN-REGIONS PIC X(1).
        10 OS-MAINTAIN-RATES PIC X(1).
        10 OS-OVERRIDE-RUN PIC X(1).
        10 OS-REINSTATE-BUILDINGS PIC X(1).
    05 OS-FUNCTION-TABLE REDEFINES OS-FUNCTION-FLAGS.
        10 OS-FUNCTION-FLAG PIC X(1) OCCURS 6 TIMES.
            88 OS-FUNCTION-GRANTED VALUE 'Y'.
    05 OS-EXPIRY-DATE PIC X(8).
