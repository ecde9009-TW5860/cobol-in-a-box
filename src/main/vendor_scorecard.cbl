IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-SCORECARD.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT VENDOR-FILE ASSIGN TO VENDFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT REPORT-FILE ASSIGN TO VNDSCORE
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD VENDOR-FILE.
       COPY "src/main/vendor_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
*> One score line per vendor on the master, plus any assignee found on
*> older orders that was never set up as a vendor.
        01 VENDOR-SCORES.
            05 COUNT-OF-SCORES PIC 9(5) COMP-5.
            05 SCORE-ENTRY OCCURS 0 TO 6000 TIMES
                   DEPENDING ON COUNT-OF-SCORES.
                10 SC-VENDOR-ID PIC X(8).
                10 SC-VENDOR-NAME PIC X(30).
                10 SC-STATUS PIC X(1).
                10 SC-COMPLETED-COUNT PIC 9(5).
                10 SC-TOTAL-DAYS PIC 9(7).
                10 SC-OVER-ESTIMATE-COUNT PIC 9(5).
                10 SC-CANCELLED-COUNT PIC 9(5).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-VENDOR-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-PARM-STRING PIC X(30).
        01 WS-CURRENT-DATE PIC X(21).
*> Parm = year and quarter (YYYYQ, e.g. 20263); default is the quarter
*> in progress.
        01 WS-QUARTER-PARM PIC X(5).
        01 WS-YEAR PIC 9(4).
        01 WS-QUARTER PIC 9(1).
        01 WS-MONTH PIC 9(2).
        01 WS-QUARTER-START PIC X(8).
        01 WS-QUARTER-END PIC X(8).
        01 WS-SCORE-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
        01 WS-DAYS-TO-COMPLETE PIC S9(6).
        01 WS-AVERAGE-DAYS PIC 9(5)V9.
        01 WS-OVER-PERCENT PIC 9(3)V9.
        01 WS-AVERAGE-DISPLAY PIC ZZZZ9.9.
        01 WS-PERCENT-DISPLAY PIC ZZ9.9.
        01 WS-COMPLETED-TOTAL PIC 9(5) VALUE 0.
        01 WS-DAYS-TOTAL PIC 9(7) VALUE 0.
        01 WS-OVER-TOTAL PIC 9(5) VALUE 0.
        01 WS-CANCELLED-TOTAL PIC 9(5) VALUE 0.
        01 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR.
   MOVE WS-CURRENT-DATE(5:2) TO WS-MONTH.
   COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:5) TO WS-QUARTER-PARM
      MOVE WS-QUARTER-PARM(1:4) TO WS-YEAR
      MOVE WS-QUARTER-PARM(5:1) TO WS-QUARTER
   END-IF.
   IF WS-QUARTER < 1 OR WS-QUARTER > 4
      DISPLAY 'INVALID QUARTER PARM - ' WS-PARM-STRING
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   COMPUTE WS-MONTH = (WS-QUARTER - 1) * 3 + 1.
   MOVE SPACES TO WS-QUARTER-START.
   STRING WS-YEAR  DELIMITED BY SIZE
          WS-MONTH DELIMITED BY SIZE
          '01'     DELIMITED BY SIZE
          INTO WS-QUARTER-START
   END-STRING.
   COMPUTE WS-MONTH = WS-QUARTER * 3.
   MOVE SPACES TO WS-QUARTER-END.
   STRING WS-YEAR  DELIMITED BY SIZE
          WS-MONTH DELIMITED BY SIZE
          '31'     DELIMITED BY SIZE
          INTO WS-QUARTER-END
   END-STRING.
   IF WS-MONTH = 6 OR WS-MONTH = 9
      MOVE '30' TO WS-QUARTER-END(7:2)
   END-IF.
   PERFORM load-vendors.
   PERFORM score-work-orders.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM write-one-score
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-SCORES.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   DISPLAY 'VENDOR SCORECARD COMPLETE - ' WS-COMPLETED-TOTAL
           ' COMPLETED, ' WS-UNKNOWN-COUNT ' ASSIGNEES NOT ON MASTER'.
   IF WS-UNKNOWN-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

load-vendors.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-SCORES.
   OPEN INPUT VENDOR-FILE.
   IF WS-VENDOR-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING VENDOR FILE, STATUS = ' WS-VENDOR-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-vendor UNTIL WS-EOF.
   CLOSE VENDOR-FILE.

read-one-vendor.
   READ VENDOR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-SCORES >= 6000
              DISPLAY 'VENDOR FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE SCORE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-SCORES
           MOVE VN-VENDOR-ID TO SC-VENDOR-ID(COUNT-OF-SCORES)
           MOVE VN-VENDOR-NAME TO SC-VENDOR-NAME(COUNT-OF-SCORES)
           MOVE VN-STATUS TO SC-STATUS(COUNT-OF-SCORES)
           MOVE 0 TO SC-COMPLETED-COUNT(COUNT-OF-SCORES)
           MOVE 0 TO SC-TOTAL-DAYS(COUNT-OF-SCORES)
           MOVE 0 TO SC-OVER-ESTIMATE-COUNT(COUNT-OF-SCORES)
           MOVE 0 TO SC-CANCELLED-COUNT(COUNT-OF-SCORES)
   END-READ.

score-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING WORK ORDER FILE, STATUS = ' WS-WORKORDER-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM score-one-order UNTIL WS-EOF.
   CLOSE WORKORDER-FILE.

*> Completed orders count in the quarter they were completed. A
*> cancelled order carries no cancellation date, so it counts in the
*> quarter it was opened.
score-one-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-ASSIGNED-TO NOT = SPACES
              EVALUATE TRUE
                  WHEN WO-STATUS-COMPLETE
                       AND WO-COMPLETE-DATE NOT < WS-QUARTER-START
                       AND WO-COMPLETE-DATE NOT > WS-QUARTER-END
                      PERFORM find-score-entry
                      PERFORM score-completed-order
                  WHEN WO-STATUS-CANCELLED
                       AND WO-OPEN-DATE NOT < WS-QUARTER-START
                       AND WO-OPEN-DATE NOT > WS-QUARTER-END
                      PERFORM find-score-entry
                      ADD 1 TO SC-CANCELLED-COUNT(WS-SCORE-SUB)
                      ADD 1 TO WS-CANCELLED-TOTAL
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
   END-READ.

find-score-entry.
   MOVE 0 TO WS-SCORE-SUB.
   PERFORM match-one-score
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-SCORES
         OR WS-SCORE-SUB > 0.
   IF WS-SCORE-SUB = 0
      IF COUNT-OF-SCORES >= 6000
         DISPLAY 'WORK ORDER FILE EXCEEDS TABLE CAPACITY - '
                 'INCREASE SCORE-ENTRY AND RERUN'
         MOVE 16 TO RETURN-CODE
         STOP RUN
      END-IF
      ADD 1 TO COUNT-OF-SCORES
      ADD 1 TO WS-UNKNOWN-COUNT
      MOVE COUNT-OF-SCORES TO WS-SCORE-SUB
      MOVE WO-ASSIGNED-TO TO SC-VENDOR-ID(WS-SCORE-SUB)
      MOVE '*** NOT ON VENDOR MASTER ***' TO SC-VENDOR-NAME(WS-SCORE-SUB)
      MOVE '?' TO SC-STATUS(WS-SCORE-SUB)
      MOVE 0 TO SC-COMPLETED-COUNT(WS-SCORE-SUB)
      MOVE 0 TO SC-TOTAL-DAYS(WS-SCORE-SUB)
      MOVE 0 TO SC-OVER-ESTIMATE-COUNT(WS-SCORE-SUB)
      MOVE 0 TO SC-CANCELLED-COUNT(WS-SCORE-SUB)
   END-IF.

match-one-score.
   IF SC-VENDOR-ID(WS-SCAN-SUB) = WO-ASSIGNED-TO
      MOVE WS-SCAN-SUB TO WS-SCORE-SUB
   END-IF.

score-completed-order.
   COMPUTE WS-DAYS-TO-COMPLETE =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WO-COMPLETE-DATE))
         - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WO-OPEN-DATE)).
   IF WS-DAYS-TO-COMPLETE < 0
      MOVE 0 TO WS-DAYS-TO-COMPLETE
   END-IF.
   ADD 1 TO SC-COMPLETED-COUNT(WS-SCORE-SUB).
   ADD WS-DAYS-TO-COMPLETE TO SC-TOTAL-DAYS(WS-SCORE-SUB).
   ADD 1 TO WS-COMPLETED-TOTAL.
   ADD WS-DAYS-TO-COMPLETE TO WS-DAYS-TOTAL.
   IF WO-ACTUAL-COST > WO-ESTIMATED-COST
      ADD 1 TO SC-OVER-ESTIMATE-COUNT(WS-SCORE-SUB)
      ADD 1 TO WS-OVER-TOTAL
   END-IF.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'VENDOR PERFORMANCE SCORECARD '  DELIMITED BY SIZE
          WS-YEAR                          DELIMITED BY SIZE
          ' QUARTER '                      DELIMITED BY SIZE
          WS-QUARTER                       DELIMITED BY SIZE
          ' ('                             DELIMITED BY SIZE
          WS-QUARTER-START                 DELIMITED BY SIZE
          ' - '                            DELIMITED BY SIZE
          WS-QUARTER-END                   DELIMITED BY SIZE
          ')'                              DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'VENDOR   NAME                           ST  COMPLETED  AVG DAYS  % OVER EST  CANCELLED'
        TO REPORT-LINE.
   WRITE REPORT-LINE.

*> Inactive vendors with nothing in the quarter are left off.
write-one-score.
   IF SC-STATUS(WS-WRITE-SUB) NOT = 'I'
      OR SC-COMPLETED-COUNT(WS-WRITE-SUB) > 0
      OR SC-CANCELLED-COUNT(WS-WRITE-SUB) > 0
      IF SC-COMPLETED-COUNT(WS-WRITE-SUB) > 0
         COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 SC-TOTAL-DAYS(WS-WRITE-SUB)
               / SC-COMPLETED-COUNT(WS-WRITE-SUB)
         COMPUTE WS-OVER-PERCENT ROUNDED =
                 SC-OVER-ESTIMATE-COUNT(WS-WRITE-SUB) * 100
               / SC-COMPLETED-COUNT(WS-WRITE-SUB)
      ELSE
         MOVE 0 TO WS-AVERAGE-DAYS
         MOVE 0 TO WS-OVER-PERCENT
      END-IF
      PERFORM write-score-line
   END-IF.

write-score-line.
   MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DISPLAY.
   MOVE WS-OVER-PERCENT TO WS-PERCENT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING SC-VENDOR-ID(WS-WRITE-SUB)            DELIMITED BY SIZE
          ' '                                   DELIMITED BY SIZE
          SC-VENDOR-NAME(WS-WRITE-SUB)          DELIMITED BY SIZE
          ' '                                   DELIMITED BY SIZE
          SC-STATUS(WS-WRITE-SUB)               DELIMITED BY SIZE
          '       '                             DELIMITED BY SIZE
          SC-COMPLETED-COUNT(WS-WRITE-SUB)      DELIMITED BY SIZE
          '   '                                 DELIMITED BY SIZE
          WS-AVERAGE-DISPLAY                    DELIMITED BY SIZE
          '      '                              DELIMITED BY SIZE
          WS-PERCENT-DISPLAY                    DELIMITED BY SIZE
          '      '                              DELIMITED BY SIZE
          SC-CANCELLED-COUNT(WS-WRITE-SUB)      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-COMPLETED-TOTAL > 0
      COMPUTE WS-AVERAGE-DAYS ROUNDED =
              WS-DAYS-TOTAL / WS-COMPLETED-TOTAL
      COMPUTE WS-OVER-PERCENT ROUNDED =
              WS-OVER-TOTAL * 100 / WS-COMPLETED-TOTAL
   ELSE
      MOVE 0 TO WS-AVERAGE-DAYS
      MOVE 0 TO WS-OVER-PERCENT
   END-IF.
   MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DISPLAY.
   MOVE WS-OVER-PERCENT TO WS-PERCENT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ALL VENDORS - COMPLETED: '  DELIMITED BY SIZE
          WS-COMPLETED-TOTAL           DELIMITED BY SIZE
          '  AVG DAYS: '               DELIMITED BY SIZE
          WS-AVERAGE-DISPLAY           DELIMITED BY SIZE
          '  % OVER ESTIMATE: '        DELIMITED BY SIZE
          WS-PERCENT-DISPLAY           DELIMITED BY SIZE
          '  CANCELLED: '              DELIMITED BY SIZE
          WS-CANCELLED-TOTAL           DELIMITED BY SIZE
          '  ASSIGNEES NOT ON MASTER: ' DELIMITED BY SIZE
          WS-UNKNOWN-COUNT             DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
