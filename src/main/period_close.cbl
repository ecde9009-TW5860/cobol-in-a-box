IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-CLOSE.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT PERIOD-FILE ASSIGN TO PERIODS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-CONTROL-STATUS.
       SELECT LOG-FILE ASSIGN TO PERDLOG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT REPORT-FILE ASSIGN TO PERDRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD PERIOD-FILE.
       COPY "src/main/period_control_record.cpy".

   FD RUN-CONTROL-FILE.
       COPY "src/main/run_control_record.cpy".

*> Every close, refused close and reopen, with who did it and why.
   FD LOG-FILE.
       COPY "src/main/period_log_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   WORKING-STORAGE SECTION.
*> The whole period file, read at the start and rewritten at the end
*> with the one period this run closed or reopened.
        01 PERIOD-TABLE.
            05 COUNT-OF-PERIODS PIC 9(5) COMP-5 VALUE 0.
            05 PERIOD-ENTRY OCCURS 0 TO 1200 TIMES
                   DEPENDING ON COUNT-OF-PERIODS.
                10 PT-PERIOD PIC X(6).
                10 PT-STATUS PIC X(1).
                10 PT-STATUS-DATE PIC X(8).
                10 PT-OPERATOR-ID PIC X(8).
*> The monthly steps that must have stamped RUNCTL for the period
*> before it can be closed.
        01 CLOSE-CHECKLIST.
            05 CK-ENTRY OCCURS 5 TIMES.
                10 CK-STEP-NAME PIC X(8).
                10 CK-PROGRAM-NAME PIC X(16).
                10 CK-DESCRIPTION PIC X(34).
                10 CK-RUN-COUNT PIC 9(3).
                10 CK-LAST-TIMESTAMP PIC X(21).
        01 WS-CHECKLIST-SIZE PIC 9(1) VALUE 5.
        01 WS-CK-SUB PIC 9(1) COMP-5.
        01 WS-PERIOD-STATUS PIC X(2).
        01 WS-RUN-CONTROL-STATUS PIC X(2).
        01 WS-LOG-STATUS PIC X(2).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
*> Parm is 'ACTION YYYYMM OPERATOR REASON...'. ACTION is CLOSE (the
*> default) or REOPEN; the period defaults to the month just ended.
*> A reopen is an operator override and must carry the reason, which
*> is everything after the operator id.
        01 WS-PARM-STRING PIC X(100).
        01 WS-PARM-POINTER PIC 9(3) COMP-5.
        01 WS-ACTION PIC X(8).
            88 WS-ACTION-CLOSE  VALUE 'CLOSE'.
            88 WS-ACTION-REOPEN VALUE 'REOPEN'.
        01 WS-PARM-PERIOD PIC X(6).
        01 WS-OPERATOR-ID PIC X(8).
        01 WS-REASON PIC X(60).
        01 WS-CLOSE-PERIOD.
            05 WS-CLOSE-YEAR PIC 9(4).
            05 WS-CLOSE-MONTH PIC 9(2).
        01 WS-PERIOD-KEY PIC X(8).
        01 WS-CURRENT-STATUS PIC X(1).
        01 WS-NEW-STATUS PIC X(1).
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-MISSING-COUNT PIC 9(1) VALUE 0.
        01 WS-COMPLETE-COUNT PIC 9(1) VALUE 0.
        01 WS-CK-STATUS PIC X(7).
        01 WS-RUNS-DISPLAY PIC ZZ9.
*> A reopen is a run-control override, so the operator must hold the
*> same override right RUN-OVERRIDE checks.
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'PERIOD-CLOSE'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 5.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.
        01 WS-ALERT-PROGRAM PIC X(18) VALUE 'PERIOD-CLOSE'.
        01 WS-ALERT-SEVERITY PIC 9(1).
        01 WS-ALERT-MESSAGE PIC X(60).
        01 WS-ALERT-KEY PIC X(25).
        01 WS-REPORT-LINE PIC X(120).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-close-parameters.
   PERFORM load-periods.
   OPEN OUTPUT REPORT-FILE.
   IF WS-ACTION-REOPEN
      PERFORM reopen-period
   ELSE
      PERFORM close-period
   END-IF.
   CLOSE REPORT-FILE.
   STOP RUN.

get-close-parameters.
   MOVE WS-TODAY-DATE(1:6) TO WS-CLOSE-PERIOD.
   IF WS-CLOSE-MONTH = 1
      MOVE 12 TO WS-CLOSE-MONTH
      SUBTRACT 1 FROM WS-CLOSE-YEAR
   ELSE
      SUBTRACT 1 FROM WS-CLOSE-MONTH
   END-IF.
   MOVE 'CLOSE' TO WS-ACTION.
   MOVE SPACES TO WS-PARM-PERIOD.
   MOVE SPACES TO WS-OPERATOR-ID.
   MOVE SPACES TO WS-REASON.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE 1 TO WS-PARM-POINTER
      UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
          INTO WS-ACTION, WS-PARM-PERIOD, WS-OPERATOR-ID
          WITH POINTER WS-PARM-POINTER
      END-UNSTRING
      IF WS-PARM-POINTER <= 100
         MOVE WS-PARM-STRING(WS-PARM-POINTER:) TO WS-REASON
      END-IF
   END-IF.
   IF WS-PARM-PERIOD NOT = SPACES
      MOVE WS-PARM-PERIOD TO WS-CLOSE-PERIOD
   END-IF.
   IF NOT WS-ACTION-CLOSE AND NOT WS-ACTION-REOPEN
      DISPLAY 'PERIOD-CLOSE ACTION MUST BE CLOSE OR REOPEN - GOT '
              WS-ACTION
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-OPERATOR-ID = SPACES
      DISPLAY 'PERIOD-CLOSE NEEDS AN OPERATOR ID'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-ACTION-REOPEN AND WS-REASON = SPACES
      DISPLAY 'REOPENING PERIOD ' WS-CLOSE-PERIOD
              ' NEEDS A REASON AFTER THE OPERATOR ID'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-ACTION-REOPEN
      PERFORM check-reopen-authority
   END-IF.

*> A refused reopen is logged and alerted like a refused close, and
*> the period stays closed.
check-reopen-authority.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, WS-OPERATOR-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      DISPLAY 'OPERATOR ' WS-OPERATOR-ID
              ' NOT AUTHORIZED TO REOPEN PERIOD ' WS-CLOSE-PERIOD
              ' - PERIOD LEFT CLOSED'
      MOVE 'F' TO PL-ACTION
      MOVE 'REOPEN REFUSED - OPERATOR NOT AUTHORIZED TO OVERRIDE'
           TO PL-REASON
      PERFORM write-period-log
      MOVE 8 TO WS-ALERT-SEVERITY
      MOVE 'PERIOD REOPEN REFUSED - OPERATOR NOT AUTHORIZED'
           TO WS-ALERT-MESSAGE
      PERFORM write-alert
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.

*> A missing period file is the cold start: no month has ever been
*> closed.
load-periods.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-PERIODS.
   OPEN INPUT PERIOD-FILE.
   IF WS-PERIOD-STATUS NOT = '00'
      DISPLAY 'NO PERIOD CONTROL FILE - STARTING NEW FILE'
   ELSE
      PERFORM read-one-period UNTIL WS-EOF
      CLOSE PERIOD-FILE
   END-IF.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM find-one-period
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-PERIODS.

read-one-period.
   READ PERIOD-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-PERIODS >= 1199
              DISPLAY 'PERIOD FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE PERIOD-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-PERIODS
           MOVE PC-PERIOD TO PT-PERIOD(COUNT-OF-PERIODS)
           MOVE PC-STATUS TO PT-STATUS(COUNT-OF-PERIODS)
           MOVE PC-STATUS-DATE TO PT-STATUS-DATE(COUNT-OF-PERIODS)
           MOVE PC-OPERATOR-ID TO PT-OPERATOR-ID(COUNT-OF-PERIODS)
   END-READ.

find-one-period.
   IF PT-PERIOD(WS-SCAN-SUB) = WS-CLOSE-PERIOD
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

*> The close is refused, and logged as refused, unless every step on
*> the checklist stamped RUNCTL for the period at least once.
close-period.
   MOVE 'O' TO WS-CURRENT-STATUS.
   IF WS-FOUND-SUB > 0
      MOVE PT-STATUS(WS-FOUND-SUB) TO WS-CURRENT-STATUS
   END-IF.
   IF WS-CURRENT-STATUS = 'C'
      PERFORM report-already-closed
   ELSE
      PERFORM initialize-checklist
      PERFORM scan-run-control
      PERFORM write-checklist
      IF WS-MISSING-COUNT > 0
         PERFORM refuse-close
      ELSE
         PERFORM mark-period-closed
      END-IF
   END-IF.

report-already-closed.
   DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' IS ALREADY CLOSED'.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PERIOD ' WS-CLOSE-PERIOD ' ALREADY CLOSED BY '
          PT-OPERATOR-ID(WS-FOUND-SUB) ' ON '
          PT-STATUS-DATE(WS-FOUND-SUB)
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 4 TO RETURN-CODE.

refuse-close.
   MOVE 'F' TO PL-ACTION.
   MOVE 'REQUIRED MONTHLY STEPS NOT COMPLETE' TO PL-REASON.
   PERFORM write-period-log.
   MOVE 8 TO WS-ALERT-SEVERITY.
   MOVE 'PERIOD CLOSE REFUSED - REQUIRED MONTHLY STEPS NOT RUN'
        TO WS-ALERT-MESSAGE.
   PERFORM write-alert.
   DISPLAY '*** PERIOD ' WS-CLOSE-PERIOD ' NOT CLOSED - '
           WS-MISSING-COUNT ' REQUIRED STEPS HAVE NOT RUN ***'.
   MOVE 8 TO RETURN-CODE.

mark-period-closed.
   MOVE 'C' TO WS-NEW-STATUS.
   PERFORM set-period-status.
   PERFORM rewrite-periods.
   MOVE 'C' TO PL-ACTION.
   MOVE SPACES TO PL-REASON.
   PERFORM write-period-log.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED BY ' WS-OPERATOR-ID
          ' ON ' WS-TODAY-DATE ' - NO FURTHER POSTING INTO IT'
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED BY ' WS-OPERATOR-ID.

*> Reopening is the override: only a closed period can be reopened,
*> the reason is logged with the operator, and an alert goes to the
*> morning triage so the controller sees that a reported month is
*> open again.
reopen-period.
   IF WS-FOUND-SUB = 0
      DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' IS NOT CLOSED - NOTHING TO REOPEN'
      MOVE 8 TO RETURN-CODE
   ELSE
      IF PT-STATUS(WS-FOUND-SUB) NOT = 'C'
         DISPLAY 'PERIOD ' WS-CLOSE-PERIOD
                 ' IS NOT CLOSED - NOTHING TO REOPEN'
         MOVE 8 TO RETURN-CODE
      ELSE
         PERFORM mark-period-reopened
      END-IF
   END-IF.

mark-period-reopened.
   MOVE 'O' TO WS-NEW-STATUS.
   PERFORM set-period-status.
   PERFORM rewrite-periods.
   MOVE 'R' TO PL-ACTION.
   MOVE WS-REASON TO PL-REASON.
   PERFORM write-period-log.
   MOVE 4 TO WS-ALERT-SEVERITY.
   MOVE 'CLOSED PERIOD REOPENED BY OPERATOR OVERRIDE'
        TO WS-ALERT-MESSAGE.
   PERFORM write-alert.
   MOVE 'MONTH-END PERIOD REOPEN' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PERIOD ' WS-CLOSE-PERIOD ' REOPENED BY ' WS-OPERATOR-ID
          ' ON ' WS-TODAY-DATE
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'REASON: ' WS-REASON DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' REOPENED BY ' WS-OPERATOR-ID.

*> A period not yet on the file is added.
set-period-status.
   IF WS-FOUND-SUB = 0
      IF COUNT-OF-PERIODS >= 1199
         DISPLAY 'PERIOD FILE EXCEEDS TABLE CAPACITY - '
                 'INCREASE PERIOD-ENTRY AND RERUN'
         MOVE 16 TO RETURN-CODE
         STOP RUN
      END-IF
      ADD 1 TO COUNT-OF-PERIODS
      MOVE COUNT-OF-PERIODS TO WS-FOUND-SUB
      MOVE WS-CLOSE-PERIOD TO PT-PERIOD(WS-FOUND-SUB)
   END-IF.
   MOVE WS-NEW-STATUS TO PT-STATUS(WS-FOUND-SUB).
   MOVE WS-TODAY-DATE TO PT-STATUS-DATE(WS-FOUND-SUB).
   MOVE WS-OPERATOR-ID TO PT-OPERATOR-ID(WS-FOUND-SUB).

rewrite-periods.
   OPEN OUTPUT PERIOD-FILE.
   PERFORM write-one-period
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-PERIODS.
   CLOSE PERIOD-FILE.

write-one-period.
   MOVE PT-PERIOD(WS-SCAN-SUB) TO PC-PERIOD.
   MOVE PT-STATUS(WS-SCAN-SUB) TO PC-STATUS.
   MOVE PT-STATUS-DATE(WS-SCAN-SUB) TO PC-STATUS-DATE.
   MOVE PT-OPERATOR-ID(WS-SCAN-SUB) TO PC-OPERATOR-ID.
   WRITE PERIOD-CONTROL-RECORD.

write-period-log.
   MOVE WS-CLOSE-PERIOD TO PL-PERIOD.
   MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
   MOVE WS-CURRENT-DATE TO PL-TIMESTAMP.
   OPEN EXTEND LOG-FILE.
   IF WS-LOG-STATUS NOT = '00'
      OPEN OUTPUT LOG-FILE
   END-IF.
   WRITE PERIOD-LOG-RECORD.
   CLOSE LOG-FILE.

write-alert.
   MOVE WS-CLOSE-PERIOD TO WS-ALERT-KEY.
   CALL 'ALERT-LOG' USING WS-ALERT-PROGRAM, WS-ALERT-SEVERITY,
                          WS-ALERT-MESSAGE, WS-ALERT-KEY.

initialize-checklist.
   INITIALIZE CLOSE-CHECKLIST.
   MOVE 'BILLSTP' TO CK-STEP-NAME(1).
   MOVE 'RENT-BILLING' TO CK-PROGRAM-NAME(1).
   MOVE 'MONTHLY RENT INVOICING' TO CK-DESCRIPTION(1).
   MOVE 'ARSTP' TO CK-STEP-NAME(2).
   MOVE 'RENT-ARPOST' TO CK-PROGRAM-NAME(2).
   MOVE 'CASH APPLICATION AND AR AGING' TO CK-DESCRIPTION(2).
   MOVE 'LATESTP' TO CK-STEP-NAME(3).
   MOVE 'RENT-LATECHG' TO CK-PROGRAM-NAME(3).
   MOVE 'LATE CHARGES AND DUNNING' TO CK-DESCRIPTION(3).
   MOVE 'CAPSTP' TO CK-STEP-NAME(4).
   MOVE 'WO-CAPITALIZE' TO CK-PROGRAM-NAME(4).
   MOVE 'WORK-ORDER CAPITALIZATION' TO CK-DESCRIPTION(4).
   MOVE 'GLSTP' TO CK-STEP-NAME(5).
   MOVE 'GL-INTERFACE' TO CK-PROGRAM-NAME(5).
   MOVE 'GENERAL-LEDGER JOURNAL AND TIE-OUT' TO CK-DESCRIPTION(5).

*> Monthly steps stamp RUNCTL with the period as YYYYMM00.
scan-run-control.
   MOVE SPACES TO WS-PERIOD-KEY.
   STRING WS-CLOSE-PERIOD '00' DELIMITED BY SIZE INTO WS-PERIOD-KEY
   END-STRING.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT RUN-CONTROL-FILE.
   IF WS-RUN-CONTROL-STATUS = '00'
      PERFORM scan-one-control-entry UNTIL WS-EOF
      CLOSE RUN-CONTROL-FILE
   END-IF.

scan-one-control-entry.
   READ RUN-CONTROL-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF RC-PERIOD-COMPLETE
              AND RC-BUSINESS-DATE = WS-PERIOD-KEY
              PERFORM match-one-checklist-step
                 VARYING WS-CK-SUB FROM 1 BY 1
                 UNTIL WS-CK-SUB > WS-CHECKLIST-SIZE
           END-IF
   END-READ.

match-one-checklist-step.
   IF RC-STEP-NAME = CK-STEP-NAME(WS-CK-SUB)
      ADD 1 TO CK-RUN-COUNT(WS-CK-SUB)
      MOVE RC-TIMESTAMP TO CK-LAST-TIMESTAMP(WS-CK-SUB)
   END-IF.

write-checklist.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'MONTH-END CLOSE CHECKLIST - PERIOD ' WS-CLOSE-PERIOD
          '  OPERATOR ' WS-OPERATOR-ID
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'STEP     PROGRAM          DESCRIPTION                        RUNS LAST COMPLETED    STATUS'
        TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 0 TO WS-MISSING-COUNT.
   MOVE 0 TO WS-COMPLETE-COUNT.
   PERFORM write-one-checklist-line
      VARYING WS-CK-SUB FROM 1 BY 1
      UNTIL WS-CK-SUB > WS-CHECKLIST-SIZE.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'REQUIRED STEPS: ' WS-CHECKLIST-SIZE
          '  COMPLETE: ' WS-COMPLETE-COUNT
          '  MISSING: ' WS-MISSING-COUNT
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-MISSING-COUNT > 0
      MOVE SPACES TO WS-REPORT-LINE
      STRING '*** PERIOD ' WS-CLOSE-PERIOD
             ' NOT CLOSED - RUN THE MISSING STEPS AND RESUBMIT ***'
             DELIMITED BY SIZE INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.

write-one-checklist-line.
   IF CK-RUN-COUNT(WS-CK-SUB) > 0
      ADD 1 TO WS-COMPLETE-COUNT
      MOVE 'DONE' TO WS-CK-STATUS
   ELSE
      ADD 1 TO WS-MISSING-COUNT
      MOVE 'MISSING' TO WS-CK-STATUS
   END-IF.
   MOVE CK-RUN-COUNT(WS-CK-SUB) TO WS-RUNS-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING CK-STEP-NAME(WS-CK-SUB)            DELIMITED BY SIZE
          ' '                                DELIMITED BY SIZE
          CK-PROGRAM-NAME(WS-CK-SUB)         DELIMITED BY SIZE
          ' '                                DELIMITED BY SIZE
          CK-DESCRIPTION(WS-CK-SUB)          DELIMITED BY SIZE
          ' '                                DELIMITED BY SIZE
          WS-RUNS-DISPLAY                    DELIMITED BY SIZE
          ' '                                DELIMITED BY SIZE
          CK-LAST-TIMESTAMP(WS-CK-SUB)(1:14) DELIMITED BY SIZE
          '   '                              DELIMITED BY SIZE
          WS-CK-STATUS                       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
