IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR-CHECK.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT SECURITY-FILE ASSIGN TO OPERSEC
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
       SELECT USAGE-FILE ASSIGN TO OPERUSE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD SECURITY-FILE.
       COPY "src/main/operator_security_record.cpy".

   FD USAGE-FILE.
       COPY "src/main/operator_usage_record.cpy".

   WORKING-STORAGE SECTION.
        01 WS-SECURITY-STATUS PIC X(2).
        01 WS-USAGE-STATUS PIC X(2).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-OPERATOR-SWITCH PIC X(1).
            88 WS-OPERATOR-FOUND VALUE 'Y'.
            88 WS-OPERATOR-NOT-FOUND VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-REASON-TEXT PIC X(30).
        01 WS-FUNCTION-NAMES.
            05 FILLER PIC X(18) VALUE 'MAINT BUILDINGS'.
            05 FILLER PIC X(18) VALUE 'APPROVE CHANGES'.
            05 FILLER PIC X(18) VALUE 'MAINT REGIONS'.
            05 FILLER PIC X(18) VALUE 'MAINT FX RATES'.
            05 FILLER PIC X(18) VALUE 'OVERRIDE RUN'.
            05 FILLER PIC X(18) VALUE 'REINSTATE BLDG'.
        01 WS-FUNCTION-NAME-TABLE REDEFINES WS-FUNCTION-NAMES.
            05 WS-FUNCTION-NAME PIC X(18) OCCURS 6 TIMES.
        01 WS-ALERT-SEVERITY PIC 9(1) VALUE 8.
        01 WS-ALERT-MESSAGE PIC X(60).
        01 WS-ALERT-KEY PIC X(25).

   LINKAGE SECTION.
        01 LK-PROGRAM-NAME PIC X(18).
        01 LK-OPERATOR-ID PIC X(8).
        01 LK-FUNCTION-CODE PIC 9(1).
        01 LK-RESULT PIC X(1).

*> One call answers whether the operator may perform the function
*> today: the operator must be on the security file, hold the right
*> and not be past the expiry date; an expiry date that is not a date
*> counts as expired, as the access review reports it. Anything else -
*> including no security file at all - is a denial, which goes to the
*> common alert file. A granted use is appended to the usage log the
*> monthly access review reads for each right's last-used date.
PROCEDURE DIVISION USING LK-PROGRAM-NAME, LK-OPERATOR-ID,
                         LK-FUNCTION-CODE, LK-RESULT.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   MOVE 'D' TO LK-RESULT.
   MOVE SPACES TO WS-REASON-TEXT.
   IF LK-FUNCTION-CODE < 1 OR LK-FUNCTION-CODE > 6
      MOVE 'UNKNOWN FUNCTION' TO WS-REASON-TEXT
   ELSE
      IF LK-OPERATOR-ID = SPACES
         MOVE 'NO OPERATOR ID' TO WS-REASON-TEXT
      ELSE
         PERFORM find-operator
      END-IF
   END-IF.
   IF WS-REASON-TEXT = SPACES
      MOVE 'G' TO LK-RESULT
      PERFORM log-usage
   ELSE
      PERFORM log-denial
   END-IF.
   GOBACK.

find-operator.
   MOVE 'N' TO WS-OPERATOR-SWITCH.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT SECURITY-FILE.
   IF WS-SECURITY-STATUS NOT = '00'
      MOVE 'SECURITY FILE UNAVAILABLE' TO WS-REASON-TEXT
   ELSE
      PERFORM read-one-operator
         UNTIL WS-EOF OR WS-OPERATOR-FOUND
      CLOSE SECURITY-FILE
      EVALUATE TRUE
          WHEN WS-OPERATOR-NOT-FOUND
              MOVE 'OPERATOR NOT ON FILE' TO WS-REASON-TEXT
          WHEN OS-EXPIRY-DATE NOT NUMERIC
              MOVE 'OPERATOR ACCESS EXPIRED' TO WS-REASON-TEXT
          WHEN OS-EXPIRY-DATE < WS-TODAY-DATE
              MOVE 'OPERATOR ACCESS EXPIRED' TO WS-REASON-TEXT
          WHEN NOT OS-FUNCTION-GRANTED(LK-FUNCTION-CODE)
              MOVE 'RIGHT NOT GRANTED' TO WS-REASON-TEXT
          WHEN OTHER
              CONTINUE
      END-EVALUATE
   END-IF.

read-one-operator.
   READ SECURITY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF OS-OPERATOR-ID = LK-OPERATOR-ID
              MOVE 'Y' TO WS-OPERATOR-SWITCH
           END-IF
   END-READ.

log-usage.
   MOVE LK-OPERATOR-ID TO OU-OPERATOR-ID.
   MOVE LK-FUNCTION-CODE TO OU-FUNCTION-CODE.
   MOVE WS-TODAY-DATE TO OU-USED-DATE.
   MOVE LK-PROGRAM-NAME TO OU-PROGRAM-NAME.
   OPEN EXTEND USAGE-FILE.
   IF WS-USAGE-STATUS NOT = '00'
      OPEN OUTPUT USAGE-FILE
   END-IF.
   WRITE OPERATOR-USAGE-RECORD.
   CLOSE USAGE-FILE.

log-denial.
   MOVE SPACES TO WS-ALERT-MESSAGE.
   IF LK-FUNCTION-CODE >= 1 AND LK-FUNCTION-CODE <= 6
      STRING 'ACCESS DENIED - '        DELIMITED BY SIZE
             WS-FUNCTION-NAME(LK-FUNCTION-CODE) DELIMITED BY '  '
             ' - '                     DELIMITED BY SIZE
             WS-REASON-TEXT            DELIMITED BY '  '
             INTO WS-ALERT-MESSAGE
      END-STRING
   ELSE
      STRING 'ACCESS DENIED - '        DELIMITED BY SIZE
             WS-REASON-TEXT            DELIMITED BY '  '
             INTO WS-ALERT-MESSAGE
      END-STRING
   END-IF.
   MOVE LK-OPERATOR-ID TO WS-ALERT-KEY.
   CALL 'ALERT-LOG' USING LK-PROGRAM-NAME, WS-ALERT-SEVERITY,
                          WS-ALERT-MESSAGE, WS-ALERT-KEY.
