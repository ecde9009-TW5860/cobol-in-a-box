IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-CHECK.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT PERIOD-FILE ASSIGN TO PERIODS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD PERIOD-FILE.
       COPY "src/main/period_control_record.cpy".

   WORKING-STORAGE SECTION.
        01 WS-PERIOD-STATUS PIC X(2).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
*> The period file is read on the first call only; every later call
*> in the same run answers from the table.
        01 WS-LOADED-SWITCH PIC X(1) VALUE 'N'.
            88 WS-LOADED     VALUE 'Y'.
            88 WS-NOT-LOADED VALUE 'N'.
        01 CLOSED-PERIODS.
            05 COUNT-OF-CLOSED PIC 9(5) COMP-5 VALUE 0.
            05 CLOSED-PERIOD OCCURS 0 TO 1200 TIMES
                   DEPENDING ON COUNT-OF-CLOSED
                   INDEXED BY CP-IX.
                10 CP-PERIOD PIC X(6).
        01 WS-TEST-PERIOD.
            05 WS-TEST-YEAR PIC 9(4).
            05 WS-TEST-MONTH PIC 9(2).
        01 WS-TEST-SWITCH PIC X(1).
            88 WS-TEST-CLOSED VALUE 'Y'.
            88 WS-TEST-OPEN   VALUE 'N'.

   LINKAGE SECTION.
        01 LK-TRAN-DATE PIC X(8).
        01 LK-ROLL-SWITCH PIC X(1).
            88 LK-ROLL-ALLOWED VALUE 'Y'.
        01 LK-POST-DATE PIC X(8).
        01 LK-RESULT PIC X(1).
            88 LK-PERIOD-OPEN   VALUE 'O'.
            88 LK-PERIOD-ROLLED VALUE 'R'.
            88 LK-PERIOD-CLOSED VALUE 'C'.

*> Answers whether a transaction date may post. A date in an open
*> period posts as dated. A date in a closed period is refused unless
*> the caller allows roll-forward, when it posts on the first day of
*> the next period still open. No period file means no month has
*> ever been closed.
PROCEDURE DIVISION USING LK-TRAN-DATE, LK-ROLL-SWITCH,
                         LK-POST-DATE, LK-RESULT.
main-paragraph.
   IF WS-NOT-LOADED
      PERFORM load-closed-periods
   END-IF.
   MOVE LK-TRAN-DATE TO LK-POST-DATE.
   MOVE LK-TRAN-DATE(1:6) TO WS-TEST-PERIOD.
   PERFORM test-one-period.
   IF WS-TEST-OPEN
      MOVE 'O' TO LK-RESULT
      GOBACK
   END-IF.
   IF NOT LK-ROLL-ALLOWED
      MOVE 'C' TO LK-RESULT
      GOBACK
   END-IF.
   PERFORM step-one-period UNTIL WS-TEST-OPEN.
   MOVE SPACES TO LK-POST-DATE.
   STRING WS-TEST-PERIOD '01' DELIMITED BY SIZE INTO LK-POST-DATE
   END-STRING.
   MOVE 'R' TO LK-RESULT.
   GOBACK.

load-closed-periods.
   MOVE 'Y' TO WS-LOADED-SWITCH.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CLOSED.
   OPEN INPUT PERIOD-FILE.
   IF WS-PERIOD-STATUS = '00'
      PERFORM read-one-period UNTIL WS-EOF
      CLOSE PERIOD-FILE
   END-IF.

read-one-period.
   READ PERIOD-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF PC-PERIOD-CLOSED
              IF COUNT-OF-CLOSED >= 1200
                 DISPLAY 'PERIOD FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE CLOSED-PERIOD AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-CLOSED
              MOVE PC-PERIOD TO CP-PERIOD(COUNT-OF-CLOSED)
           END-IF
   END-READ.

test-one-period.
   MOVE 'N' TO WS-TEST-SWITCH.
   SET CP-IX TO 1.
   SEARCH CLOSED-PERIOD
       AT END
           MOVE 'N' TO WS-TEST-SWITCH
       WHEN CP-PERIOD(CP-IX) = WS-TEST-PERIOD
           MOVE 'Y' TO WS-TEST-SWITCH
   END-SEARCH.

step-one-period.
   IF WS-TEST-MONTH = 12
      MOVE 1 TO WS-TEST-MONTH
      ADD 1 TO WS-TEST-YEAR
   ELSE
      ADD 1 TO WS-TEST-MONTH
   END-IF.
   PERFORM test-one-period.
