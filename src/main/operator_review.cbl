IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR-REVIEW.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT SECURITY-FILE ASSIGN TO OPERSEC
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SECURITY-STATUS.
       SELECT USAGE-FILE ASSIGN TO OPERUSE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.
       SELECT REPORT-FILE ASSIGN TO REVWRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD SECURITY-FILE.
       COPY "src/main/operator_security_record.cpy".

   FD USAGE-FILE.
       COPY "src/main/operator_usage_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-SECURITY-STATUS PIC X(2).
        01 WS-USAGE-STATUS PIC X(2).
*> Parm is the review date 'YYYYMMDD', defaulting to today. A right
*> held but not used for WS-UNUSED-DAYS is put up for removal, and an
*> operator whose access ends within WS-EXPIRY-WARN-DAYS is flagged so
*> the owner can renew or let it lapse.
        01 WS-PARM-STRING PIC X(30).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-REVIEW-DATE PIC X(8).
        01 WS-REVIEW-INTEGER PIC 9(8) COMP-5.
        01 WS-DATE-INTEGER PIC 9(8) COMP-5.
        01 WS-DAYS-BETWEEN PIC S9(8).
        01 WS-UNUSED-DAYS PIC 9(3) VALUE 90.
        01 WS-EXPIRY-WARN-DAYS PIC 9(3) VALUE 30.
        01 OPERATORS.
            05 COUNT-OF-OPERATORS PIC 9(5) COMP-5 VALUE 0.
            05 OPERATOR-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON COUNT-OF-OPERATORS.
                10 OP-OPERATOR-ID PIC X(8).
                10 OP-OPERATOR-NAME PIC X(25).
                10 OP-EXPIRY-DATE PIC X(8).
                10 OP-RIGHT OCCURS 6 TIMES.
                    15 OP-RIGHT-HELD PIC X(1).
                    15 OP-LAST-USED PIC X(8).
        01 WS-OPERATOR-SUB PIC 9(5) COMP-5.
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-FUNCTION-SUB PIC 9(1) COMP-5.
        01 WS-FUNCTION-NAMES.
            05 FILLER PIC X(22) VALUE 'MAINTAIN BUILDINGS'.
            05 FILLER PIC X(22) VALUE 'APPROVE CHANGES'.
            05 FILLER PIC X(22) VALUE 'MAINTAIN REGIONS'.
            05 FILLER PIC X(22) VALUE 'MAINTAIN FX RATES'.
            05 FILLER PIC X(22) VALUE 'OVERRIDE RUN CONTROL'.
            05 FILLER PIC X(22) VALUE 'REINSTATE BUILDINGS'.
        01 WS-FUNCTION-NAME-TABLE REDEFINES WS-FUNCTION-NAMES.
            05 WS-FUNCTION-NAME PIC X(22) OCCURS 6 TIMES.
        01 WS-HELD-TEXT PIC X(8).
        01 WS-LAST-USED-TEXT PIC X(10).
        01 WS-ACCESS-TEXT PIC X(24).
        01 WS-NOTE-TEXT PIC X(30).
        01 WS-OPERATOR-COUNT PIC 9(5) VALUE 0.
        01 WS-USAGE-COUNT PIC 9(7) VALUE 0.
        01 WS-UNKNOWN-USAGE-COUNT PIC 9(7) VALUE 0.
        01 WS-RIGHTS-HELD-COUNT PIC 9(5) VALUE 0.
        01 WS-NEVER-USED-COUNT PIC 9(5) VALUE 0.
        01 WS-DORMANT-COUNT PIC 9(5) VALUE 0.
        01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
        01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   PERFORM get-review-parameters.
   PERFORM load-operators.
   PERFORM apply-usage-history.
   MOVE COUNT-OF-OPERATORS TO WS-OPERATOR-COUNT.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM review-one-operator
      VARYING WS-OPERATOR-SUB FROM 1 BY 1
      UNTIL WS-OPERATOR-SUB > COUNT-OF-OPERATORS.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   DISPLAY 'OPERATOR ACCESS REVIEW COMPLETE - ' WS-OPERATOR-COUNT
           ' OPERATORS, ' WS-RIGHTS-HELD-COUNT ' RIGHTS HELD, '
           WS-NEVER-USED-COUNT ' NEVER USED, ' WS-DORMANT-COUNT
           ' DORMANT, ' WS-EXPIRED-COUNT ' EXPIRED'.
   IF WS-NEVER-USED-COUNT > 0 OR WS-DORMANT-COUNT > 0
      OR WS-EXPIRED-COUNT > 0 OR WS-EXPIRING-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-review-parameters.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-REVIEW-DATE.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING(1:8) NUMERIC
      MOVE WS-PARM-STRING(1:8) TO WS-REVIEW-DATE
   END-IF.
   COMPUTE WS-REVIEW-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-REVIEW-DATE)).

*> Without the security file there is nothing to review; that is an
*> operations failure, not an empty review.
load-operators.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-OPERATORS.
   OPEN INPUT SECURITY-FILE.
   IF WS-SECURITY-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING OPERATOR SECURITY FILE, STATUS = '
              WS-SECURITY-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-operator UNTIL WS-EOF.
   CLOSE SECURITY-FILE.

read-one-operator.
   READ SECURITY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-OPERATORS >= 2000
              DISPLAY 'OPERATOR SECURITY FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE OPERATOR-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-OPERATORS
           MOVE OS-OPERATOR-ID TO OP-OPERATOR-ID(COUNT-OF-OPERATORS)
           MOVE OS-OPERATOR-NAME TO OP-OPERATOR-NAME(COUNT-OF-OPERATORS)
           MOVE OS-EXPIRY-DATE TO OP-EXPIRY-DATE(COUNT-OF-OPERATORS)
           PERFORM load-one-right
              VARYING WS-FUNCTION-SUB FROM 1 BY 1
              UNTIL WS-FUNCTION-SUB > 6
   END-READ.

load-one-right.
   MOVE OS-FUNCTION-FLAG(WS-FUNCTION-SUB)
        TO OP-RIGHT-HELD(COUNT-OF-OPERATORS, WS-FUNCTION-SUB).
   MOVE SPACES TO OP-LAST-USED(COUNT-OF-OPERATORS, WS-FUNCTION-SUB).

*> OPERATOR-CHECK logs every granted use; the latest date per
*> operator and right is kept. No usage file yet simply means nothing
*> has been used since the log started.
apply-usage-history.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT USAGE-FILE.
   IF WS-USAGE-STATUS = '00'
      PERFORM read-one-usage UNTIL WS-EOF
      CLOSE USAGE-FILE
   END-IF.

read-one-usage.
   READ USAGE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-USAGE-COUNT
           PERFORM record-one-usage
   END-READ.

*> Usage by an operator since removed from the security file is
*> counted on the footer; there is no right left to review for it.
record-one-usage.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM match-one-operator
      VARYING WS-OPERATOR-SUB FROM 1 BY 1
      UNTIL WS-OPERATOR-SUB > COUNT-OF-OPERATORS
         OR WS-FOUND-SUB > 0.
   IF WS-FOUND-SUB = 0
      OR OU-FUNCTION-CODE < 1 OR OU-FUNCTION-CODE > 6
      ADD 1 TO WS-UNKNOWN-USAGE-COUNT
   ELSE
      IF OU-USED-DATE > OP-LAST-USED(WS-FOUND-SUB, OU-FUNCTION-CODE)
         MOVE OU-USED-DATE
              TO OP-LAST-USED(WS-FOUND-SUB, OU-FUNCTION-CODE)
      END-IF
   END-IF.

match-one-operator.
   IF OP-OPERATOR-ID(WS-OPERATOR-SUB) = OU-OPERATOR-ID
      MOVE WS-OPERATOR-SUB TO WS-FOUND-SUB
   END-IF.

review-one-operator.
   PERFORM classify-expiry.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING OP-OPERATOR-ID(WS-OPERATOR-SUB)   DELIMITED BY SIZE
          '  '                              DELIMITED BY SIZE
          OP-OPERATOR-NAME(WS-OPERATOR-SUB) DELIMITED BY SIZE
          '  EXPIRES '                      DELIMITED BY SIZE
          OP-EXPIRY-DATE(WS-OPERATOR-SUB)   DELIMITED BY SIZE
          '  '                              DELIMITED BY SIZE
          WS-ACCESS-TEXT                    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM review-one-right
      VARYING WS-FUNCTION-SUB FROM 1 BY 1
      UNTIL WS-FUNCTION-SUB > 6.

*> An expiry date that is not a valid date is treated as expired,
*> the same way OPERATOR-CHECK refuses it.
classify-expiry.
   EVALUATE TRUE
       WHEN OP-EXPIRY-DATE(WS-OPERATOR-SUB) < WS-REVIEW-DATE
           MOVE '*** ACCESS EXPIRED ***' TO WS-ACCESS-TEXT
           ADD 1 TO WS-EXPIRED-COUNT
       WHEN OP-EXPIRY-DATE(WS-OPERATOR-SUB) NOT NUMERIC
           MOVE '*** ACCESS EXPIRED ***' TO WS-ACCESS-TEXT
           ADD 1 TO WS-EXPIRED-COUNT
       WHEN OTHER
           COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(OP-EXPIRY-DATE(WS-OPERATOR-SUB)))
           COMPUTE WS-DAYS-BETWEEN =
                   WS-DATE-INTEGER - WS-REVIEW-INTEGER
           IF WS-DAYS-BETWEEN <= WS-EXPIRY-WARN-DAYS
              MOVE 'EXPIRES WITHIN 30 DAYS' TO WS-ACCESS-TEXT
              ADD 1 TO WS-EXPIRING-COUNT
           ELSE
              MOVE 'ACTIVE' TO WS-ACCESS-TEXT
           END-IF
   END-EVALUATE.

*> Every right is listed, held or not, so the reviewer sees the whole
*> profile; a right no longer held still shows when it was last used.
review-one-right.
   MOVE SPACES TO WS-NOTE-TEXT.
   IF OP-RIGHT-HELD(WS-OPERATOR-SUB, WS-FUNCTION-SUB) = 'Y'
      MOVE 'HELD' TO WS-HELD-TEXT
      ADD 1 TO WS-RIGHTS-HELD-COUNT
   ELSE
      MOVE 'NOT HELD' TO WS-HELD-TEXT
   END-IF.
   IF OP-LAST-USED(WS-OPERATOR-SUB, WS-FUNCTION-SUB) = SPACES
      MOVE 'NEVER' TO WS-LAST-USED-TEXT
   ELSE
      MOVE OP-LAST-USED(WS-OPERATOR-SUB, WS-FUNCTION-SUB)
           TO WS-LAST-USED-TEXT
   END-IF.
   IF OP-RIGHT-HELD(WS-OPERATOR-SUB, WS-FUNCTION-SUB) = 'Y'
      PERFORM check-right-usage
   END-IF.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '          '                      DELIMITED BY SIZE
          WS-FUNCTION-NAME(WS-FUNCTION-SUB) DELIMITED BY SIZE
          WS-HELD-TEXT                      DELIMITED BY SIZE
          '  LAST USED '                    DELIMITED BY SIZE
          WS-LAST-USED-TEXT                 DELIMITED BY SIZE
          WS-NOTE-TEXT                      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

check-right-usage.
   IF OP-LAST-USED(WS-OPERATOR-SUB, WS-FUNCTION-SUB) = SPACES
      MOVE 'REVIEW - NEVER USED' TO WS-NOTE-TEXT
      ADD 1 TO WS-NEVER-USED-COUNT
   ELSE
      COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                  OP-LAST-USED(WS-OPERATOR-SUB, WS-FUNCTION-SUB)))
      COMPUTE WS-DAYS-BETWEEN = WS-REVIEW-INTEGER - WS-DATE-INTEGER
      IF WS-DAYS-BETWEEN >= WS-UNUSED-DAYS
         MOVE 'REVIEW - UNUSED 90+ DAYS' TO WS-NOTE-TEXT
         ADD 1 TO WS-DORMANT-COUNT
      END-IF
   END-IF.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'MONTHLY OPERATOR ACCESS REVIEW AS OF ' DELIMITED BY SIZE
          WS-REVIEW-DATE DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'OPERATORS: '          DELIMITED BY SIZE
          WS-OPERATOR-COUNT      DELIMITED BY SIZE
          '  EXPIRED: '          DELIMITED BY SIZE
          WS-EXPIRED-COUNT       DELIMITED BY SIZE
          '  EXPIRING: '         DELIMITED BY SIZE
          WS-EXPIRING-COUNT      DELIMITED BY SIZE
          '  RIGHTS HELD: '      DELIMITED BY SIZE
          WS-RIGHTS-HELD-COUNT   DELIMITED BY SIZE
          '  NEVER USED: '       DELIMITED BY SIZE
          WS-NEVER-USED-COUNT    DELIMITED BY SIZE
          '  UNUSED 90+ DAYS: '  DELIMITED BY SIZE
          WS-DORMANT-COUNT       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'USAGE RECORDS READ: '  DELIMITED BY SIZE
          WS-USAGE-COUNT          DELIMITED BY SIZE
          '  FOR OPERATORS NO LONGER ON FILE: ' DELIMITED BY SIZE
          WS-UNKNOWN-USAGE-COUNT  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
