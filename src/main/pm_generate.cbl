IDENTIFICATION DIVISION.
PROGRAM-ID. PM-GENERATE.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT ARCHIVE-FILE ASSIGN TO BLDGARCH
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
       SELECT PLAN-FILE ASSIGN TO PMPLAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
       SELECT PLAN-OUT ASSIGN TO PMPLNOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT MANUAL-TRAN-FILE ASSIGN TO WOTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MANUAL-TRAN-STATUS.
       SELECT TRANSACTION-OUT ASSIGN TO WOTRGEN
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO PMRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

*> Only the name is needed from BUILDING-REORG's archive, to tell an
*> archived building from one that was never on the master.
   FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AV-BUILDING-NAME PIC X(25).

   FD PLAN-FILE.
       COPY "src/main/pm_plan_record.cpy".

   FD PLAN-OUT.
       01 PLAN-OUT-RECORD PIC X(84).

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

*> The day's other transactions are read only for the order numbers
*> they use, so generated orders never collide with them.
   FD MANUAL-TRAN-FILE.
       01 MANUAL-TRAN-RECORD.
           05 MT-ACTION-CODE PIC X(1).
           05 MT-ORDER-NUMBER PIC 9(7).

   FD TRANSACTION-OUT.
       COPY "src/main/workorder_transaction_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        01 ARCHIVED-BUILDINGS.
            05 COUNT-OF-ARCHIVED PIC 9(5) COMP-5.
            05 ARCHIVED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-ARCHIVED.
                10 AR-BUILDING-NAME PIC X(25).
*> Orders already raised from the plan, so a rerun against the same
*> plan generation does not raise the same task twice.
        01 PM-ORDER-LINKS.
            05 COUNT-OF-PM-LINKS PIC 9(5) COMP-5.
            05 PM-LINK-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-PM-LINKS.
                10 PL-TASK-ID PIC X(6).
                10 PL-BUILDING-NAME PIC X(25).
                10 PL-OPEN-DATE PIC X(8).
                10 PL-ORDER-NUMBER PIC 9(7).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-PLAN-EOF-SWITCH PIC X(1).
            88 WS-PLAN-EOF VALUE 'Y'.
            88 WS-PLAN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-ARCHIVE-STATUS PIC X(2).
        01 WS-PLAN-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-MANUAL-TRAN-STATUS PIC X(2).
        01 WS-PARM-STRING PIC X(30).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-AS-OF-DATE PIC X(8).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-BLD-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-LINK-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-ARCHIVED-SWITCH PIC X(1).
            88 WS-ARCHIVED VALUE 'Y'.
            88 WS-NOT-ARCHIVED VALUE 'N'.
        01 WS-TO-UOM PIC X(1) VALUE 'F'.
        01 WS-CONVERTED-HEIGHT PIC 9(5).
        01 WS-CLASSIFICATION PIC X(10).
*> Due date = last generated date plus the task frequency in months,
*> held to the last day of a shorter month.
        01 WS-FREQUENCY-MONTHS PIC 9(2).
        01 WS-DUE-DATE PIC 9(8).
        01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(8).
        01 WS-BASE-DATE PIC 9(8).
        01 WS-MONTH-INDEX PIC 9(6).
        01 WS-CAL-YEAR PIC 9(4).
        01 WS-CAL-MONTH PIC 9(2).
        01 WS-CAL-DAY PIC 9(2).
        01 WS-MONTH-END PIC 9(8).
        01 WS-MONTH-END-X REDEFINES WS-MONTH-END PIC X(8).
        01 WS-HIGHEST-ORDER-NUMBER PIC 9(7) VALUE 0.
        01 WS-TASK-RAISED-COUNT PIC 9(5).
        01 WS-DISPOSITION PIC X(14).
        01 WS-REASON-TEXT PIC X(30).
        01 WS-LINE-BUILDING PIC X(25).
        01 WS-LINE-ORDER PIC 9(7).
        01 WS-TASK-COUNT PIC 9(5) VALUE 0.
        01 WS-DUE-COUNT PIC 9(5) VALUE 0.
        01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
        01 WS-ALREADY-COUNT PIC 9(5) VALUE 0.
        01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
        01 WS-RAISED-TOTAL PIC 9(9)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-AS-OF-DATE.
*> Parm = optional as-of date (YYYYMMDD); tasks due on or before it
*> are raised. Default is today.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:8) TO WS-AS-OF-DATE
   END-IF.
   PERFORM load-buildings.
   PERFORM load-archive.
   PERFORM load-work-orders.
   PERFORM scan-manual-transactions.
   MOVE 'N' TO WS-PLAN-EOF-SWITCH.
   OPEN INPUT PLAN-FILE.
   IF WS-PLAN-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING PM PLAN FILE, STATUS = ' WS-PLAN-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   OPEN OUTPUT PLAN-OUT.
   OPEN OUTPUT TRANSACTION-OUT.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM process-one-task UNTIL WS-PLAN-EOF.
   PERFORM write-report-footer.
   CLOSE PLAN-FILE.
   CLOSE PLAN-OUT.
   CLOSE TRANSACTION-OUT.
   CLOSE REPORT-FILE.
   DISPLAY 'PM GENERATION COMPLETE - ' WS-RAISED-COUNT ' RAISED, '
           WS-SKIPPED-COUNT ' SKIPPED, ' WS-REJECT-COUNT ' REJECTED'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BUILDINGS.
   OPEN INPUT BUILDINGS-FILE.
   IF WS-BUILDINGS-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING BUILDINGS FILE, STATUS = ' WS-BUILDINGS-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-building UNTIL WS-EOF.
   CLOSE BUILDINGS-FILE.

read-one-building.
   READ BUILDINGS-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-BUILDINGS
           MOVE FR-BUILDING-NAME   TO BUILDING-NAME(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-HEIGHT TO BUILDING-HEIGHT(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-HEIGHT-UOM TO BUILDING-HEIGHT-UOM(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-STATUS TO BUILDING-STATUS(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-ACQUISITION-COST TO BUILDING-ACQUISITION-COST(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-FLOOR-COUNT TO BUILDING-FLOOR-COUNT(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-YEAR-BUILT TO BUILDING-YEAR-BUILT(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-REGION-CODE TO BUILDING-REGION-CODE(COUNT-OF-BUILDINGS)
           MOVE FR-BUILDING-CURRENCY-CODE TO BUILDING-CURRENCY-CODE(COUNT-OF-BUILDINGS)
   END-READ.

load-archive.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-ARCHIVED.
   OPEN INPUT ARCHIVE-FILE.
   IF WS-ARCHIVE-STATUS = '00'
      PERFORM read-one-archived UNTIL WS-EOF
      CLOSE ARCHIVE-FILE
   END-IF.

read-one-archived.
   READ ARCHIVE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-ARCHIVED >= 99999
              DISPLAY 'BUILDING ARCHIVE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE ARCHIVED-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-ARCHIVED
           MOVE AV-BUILDING-NAME TO AR-BUILDING-NAME(COUNT-OF-ARCHIVED)
   END-READ.

*> A missing work-order file is the cold start, as in WORKORDER-POST.
load-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-PM-LINKS.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'NO WORK ORDER FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-order UNTIL WS-EOF
      CLOSE WORKORDER-FILE
   END-IF.

read-one-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-ORDER-NUMBER > WS-HIGHEST-ORDER-NUMBER
              MOVE WO-ORDER-NUMBER TO WS-HIGHEST-ORDER-NUMBER
           END-IF
           IF WO-FROM-PM-PLAN
              IF COUNT-OF-PM-LINKS >= 99999
                 DISPLAY 'WORK ORDER FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE PM-LINK-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-PM-LINKS
              MOVE WO-PM-TASK-ID TO PL-TASK-ID(COUNT-OF-PM-LINKS)
              MOVE WO-BUILDING-NAME TO PL-BUILDING-NAME(COUNT-OF-PM-LINKS)
              MOVE WO-OPEN-DATE TO PL-OPEN-DATE(COUNT-OF-PM-LINKS)
              MOVE WO-ORDER-NUMBER TO PL-ORDER-NUMBER(COUNT-OF-PM-LINKS)
           END-IF
   END-READ.

scan-manual-transactions.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT MANUAL-TRAN-FILE.
   IF WS-MANUAL-TRAN-STATUS = '00'
      PERFORM read-one-manual-transaction UNTIL WS-EOF
      CLOSE MANUAL-TRAN-FILE
   END-IF.

read-one-manual-transaction.
   READ MANUAL-TRAN-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF MT-ORDER-NUMBER NUMERIC
              AND MT-ORDER-NUMBER > WS-HIGHEST-ORDER-NUMBER
              MOVE MT-ORDER-NUMBER TO WS-HIGHEST-ORDER-NUMBER
           END-IF
   END-READ.

*> Every plan task is copied to the new plan generation; a task that
*> raised (or had already raised) its orders carries the due date of
*> that occurrence forward as its last generated date, so a run made
*> late does not push every later occurrence back with it.
process-one-task.
   READ PLAN-FILE
       AT END
           MOVE 'Y' TO WS-PLAN-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-TASK-COUNT
           PERFORM evaluate-one-task
           MOVE PM-PLAN-RECORD TO PLAN-OUT-RECORD
           WRITE PLAN-OUT-RECORD
   END-READ.

evaluate-one-task.
   MOVE SPACES TO WS-REASON-TEXT.
   EVALUATE TRUE
       WHEN PP-MONTHLY
           MOVE 1 TO WS-FREQUENCY-MONTHS
       WHEN PP-QUARTERLY
           MOVE 3 TO WS-FREQUENCY-MONTHS
       WHEN PP-ANNUAL
           MOVE 12 TO WS-FREQUENCY-MONTHS
       WHEN OTHER
           MOVE 0 TO WS-FREQUENCY-MONTHS
           MOVE 'INVALID FREQUENCY' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      AND NOT PP-FOR-BUILDING AND NOT PP-FOR-CLASS
      MOVE 'INVALID SCOPE TYPE' TO WS-REASON-TEXT
   END-IF.
   IF WS-REASON-TEXT = SPACES AND PP-FOR-CLASS
      AND PP-SCOPE-NAME NOT = 'LOW-RISE'
      AND PP-SCOPE-NAME NOT = 'MID-RISE'
      AND PP-SCOPE-NAME NOT = 'HIGH-RISE'
      MOVE 'UNKNOWN BUILDING CLASS' TO WS-REASON-TEXT
   END-IF.
   IF WS-REASON-TEXT NOT = SPACES
      ADD 1 TO WS-REJECT-COUNT
      MOVE 'REJECTED' TO WS-DISPOSITION
      MOVE PP-SCOPE-NAME TO WS-LINE-BUILDING
      MOVE 0 TO WS-LINE-ORDER
      MOVE SPACES TO WS-DUE-DATE-X
      PERFORM write-task-line
   ELSE
      PERFORM compute-task-due-date
      IF WS-DUE-DATE-X NOT > WS-AS-OF-DATE
         ADD 1 TO WS-DUE-COUNT
         MOVE 0 TO WS-TASK-RAISED-COUNT
         IF PP-FOR-BUILDING
            PERFORM raise-building-task
         ELSE
            PERFORM raise-class-task
         END-IF
         IF WS-TASK-RAISED-COUNT > 0
            MOVE WS-DUE-DATE-X TO PP-LAST-GENERATED-DATE
         END-IF
      END-IF
   END-IF.

compute-task-due-date.
   IF PP-NEVER-GENERATED
      MOVE WS-AS-OF-DATE TO WS-DUE-DATE-X
   ELSE
      MOVE PP-LAST-GENERATED-DATE TO WS-DUE-DATE-X
      MOVE WS-DUE-DATE TO WS-BASE-DATE
      PERFORM add-frequency-months
   END-IF.

add-frequency-months.
   MOVE WS-BASE-DATE TO WS-DUE-DATE.
   MOVE WS-DUE-DATE-X(1:4) TO WS-CAL-YEAR.
   MOVE WS-DUE-DATE-X(5:2) TO WS-CAL-MONTH.
   MOVE WS-DUE-DATE-X(7:2) TO WS-CAL-DAY.
   COMPUTE WS-MONTH-INDEX = WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1
                          + WS-FREQUENCY-MONTHS.
   DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CAL-YEAR
          REMAINDER WS-CAL-MONTH.
   ADD 1 TO WS-CAL-MONTH.
   IF WS-CAL-DAY > 28
      PERFORM clamp-to-month-end
   END-IF.
   MOVE WS-CAL-YEAR TO WS-DUE-DATE-X(1:4).
   MOVE WS-CAL-MONTH TO WS-DUE-DATE-X(5:2).
   MOVE WS-CAL-DAY TO WS-DUE-DATE-X(7:2).

clamp-to-month-end.
   IF WS-CAL-MONTH = 12
      COMPUTE WS-MONTH-END = (WS-CAL-YEAR + 1) * 10000 + 0101
   ELSE
      COMPUTE WS-MONTH-END = WS-CAL-YEAR * 10000
                           + (WS-CAL-MONTH + 1) * 100 + 1
   END-IF.
   COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1).
   IF WS-CAL-DAY > FUNCTION NUMVAL(WS-MONTH-END-X(7:2))
      MOVE WS-MONTH-END-X(7:2) TO WS-CAL-DAY
   END-IF.

*> A building-level task is skipped, not rejected, when the building
*> is inactive or has been archived by BUILDING-REORG; its last
*> generated date is left alone so it comes due again on reinstatement.
raise-building-task.
   MOVE PP-SCOPE-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   MOVE PP-SCOPE-NAME TO WS-LINE-BUILDING.
   MOVE 0 TO WS-LINE-ORDER.
   IF WS-NOT-FOUND
      PERFORM find-archived-building
      IF WS-ARCHIVED
         ADD 1 TO WS-SKIPPED-COUNT
         MOVE 'SKIPPED' TO WS-DISPOSITION
         MOVE 'BUILDING ARCHIVED' TO WS-REASON-TEXT
      ELSE
         ADD 1 TO WS-REJECT-COUNT
         MOVE 'REJECTED' TO WS-DISPOSITION
         MOVE 'BUILDING NOT ON MASTER' TO WS-REASON-TEXT
      END-IF
      PERFORM write-task-line
   ELSE
      IF BUILDING-INACTIVE(WS-FOUND-INDEX)
         ADD 1 TO WS-SKIPPED-COUNT
         MOVE 'SKIPPED' TO WS-DISPOSITION
         MOVE 'BUILDING INACTIVE' TO WS-REASON-TEXT
         PERFORM write-task-line
      ELSE
         MOVE WS-FOUND-INDEX TO WS-BLD-SUB
         PERFORM raise-one-building-order
      END-IF
   END-IF.

find-archived-building.
   MOVE 'N' TO WS-ARCHIVED-SWITCH.
   PERFORM match-one-archived
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-ARCHIVED
         OR WS-ARCHIVED.

match-one-archived.
   IF AR-BUILDING-NAME(WS-SCAN-SUB) = WS-SEARCH-NAME
      MOVE 'Y' TO WS-ARCHIVED-SWITCH
   END-IF.

*> A class-level task raises one order for every active building of
*> that class; archived buildings are no longer on the master.
raise-class-task.
   PERFORM raise-class-building
      VARYING WS-BLD-SUB FROM 1 BY 1
      UNTIL WS-BLD-SUB > COUNT-OF-BUILDINGS.

raise-class-building.
   PERFORM classify-building.
   IF WS-CLASSIFICATION = PP-SCOPE-NAME
      IF BUILDING-INACTIVE(WS-BLD-SUB)
         ADD 1 TO WS-SKIPPED-COUNT
         MOVE 'SKIPPED' TO WS-DISPOSITION
         MOVE 'BUILDING INACTIVE' TO WS-REASON-TEXT
         MOVE BUILDING-NAME(WS-BLD-SUB) TO WS-LINE-BUILDING
         MOVE 0 TO WS-LINE-ORDER
         PERFORM write-task-line
      ELSE
         PERFORM raise-one-building-order
      END-IF
   END-IF.

classify-building.
*>   The LOW/MID/HIGH-RISE bands mirror BUILDING-REPORT's
*>   classify-building logic on the height normalized to feet.
   CALL 'HEIGHT-CONVERT' USING BUILDING-HEIGHT(WS-BLD-SUB),
           BUILDING-HEIGHT-UOM(WS-BLD-SUB), WS-TO-UOM,
           WS-CONVERTED-HEIGHT.
   EVALUATE TRUE
       WHEN WS-CONVERTED-HEIGHT < 35
           MOVE 'LOW-RISE'  TO WS-CLASSIFICATION
       WHEN WS-CONVERTED-HEIGHT < 100
           MOVE 'MID-RISE'  TO WS-CLASSIFICATION
       WHEN OTHER
           MOVE 'HIGH-RISE' TO WS-CLASSIFICATION
   END-EVALUATE.

raise-one-building-order.
   MOVE BUILDING-NAME(WS-BLD-SUB) TO WS-LINE-BUILDING.
   MOVE SPACES TO WS-REASON-TEXT.
   PERFORM find-pm-link.
   ADD 1 TO WS-TASK-RAISED-COUNT.
   IF WS-LINK-FOUND-SUB > 0
      ADD 1 TO WS-ALREADY-COUNT
      MOVE 'ALREADY RAISED' TO WS-DISPOSITION
      MOVE PL-ORDER-NUMBER(WS-LINK-FOUND-SUB) TO WS-LINE-ORDER
   ELSE
      ADD 1 TO WS-RAISED-COUNT
      MOVE 'RAISED' TO WS-DISPOSITION
      PERFORM write-open-transaction
      MOVE WS-HIGHEST-ORDER-NUMBER TO WS-LINE-ORDER
   END-IF.
   PERFORM write-task-line.

*> Any order for this task and building opened on or after the due
*> date means this occurrence has already been raised.
find-pm-link.
   MOVE 0 TO WS-LINK-FOUND-SUB.
   PERFORM match-one-pm-link
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-PM-LINKS
         OR WS-LINK-FOUND-SUB > 0.

match-one-pm-link.
   IF PL-TASK-ID(WS-SCAN-SUB) = PP-TASK-ID
      AND PL-BUILDING-NAME(WS-SCAN-SUB) = WS-LINE-BUILDING
      AND PL-OPEN-DATE(WS-SCAN-SUB) NOT < WS-DUE-DATE-X
      MOVE WS-SCAN-SUB TO WS-LINK-FOUND-SUB
   END-IF.

write-open-transaction.
   ADD 1 TO WS-HIGHEST-ORDER-NUMBER.
   MOVE SPACES TO WO-TRANSACTION-RECORD.
   MOVE 'O' TO WT-ACTION-CODE.
   MOVE WS-HIGHEST-ORDER-NUMBER TO WT-ORDER-NUMBER.
   MOVE WS-LINE-BUILDING TO WT-BUILDING-NAME.
   MOVE PP-TRADE-CODE TO WT-TRADE-CODE.
   MOVE WS-AS-OF-DATE TO WT-TRAN-DATE.
   MOVE PP-ESTIMATED-COST TO WT-ESTIMATED-COST.
   MOVE 0 TO WT-ACTUAL-COST.
   MOVE PP-DESCRIPTION TO WT-DESCRIPTION.
   MOVE 'P' TO WT-SOURCE-TYPE.
   MOVE SPACES TO WO-SOURCE-REFERENCE.
   MOVE PP-TASK-ID TO WO-PM-TASK-ID.
   MOVE WO-SOURCE-REFERENCE TO WT-SOURCE-REFERENCE.
   WRITE WO-TRANSACTION-RECORD.
   ADD PP-ESTIMATED-COST TO WS-RAISED-TOTAL.
   IF COUNT-OF-PM-LINKS >= 99999
      DISPLAY 'WORK ORDER FILE EXCEEDS TABLE CAPACITY - '
              'INCREASE PM-LINK-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF
   ADD 1 TO COUNT-OF-PM-LINKS.
   MOVE PP-TASK-ID TO PL-TASK-ID(COUNT-OF-PM-LINKS).
   MOVE WS-LINE-BUILDING TO PL-BUILDING-NAME(COUNT-OF-PM-LINKS).
   MOVE WS-AS-OF-DATE TO PL-OPEN-DATE(COUNT-OF-PM-LINKS).
   MOVE WS-HIGHEST-ORDER-NUMBER TO PL-ORDER-NUMBER(COUNT-OF-PM-LINKS).

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PREVENTIVE MAINTENANCE GENERATION AS OF ' DELIMITED BY SIZE
          WS-AS-OF-DATE                              DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-task-line.
   MOVE SPACES TO WS-REPORT-LINE.
   IF WS-REASON-TEXT = SPACES
      MOVE PP-ESTIMATED-COST TO WS-AMOUNT-DISPLAY
      STRING WS-DISPOSITION     DELIMITED BY SIZE
             ' TASK '           DELIMITED BY SIZE
             PP-TASK-ID         DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-LINE-BUILDING   DELIMITED BY SIZE
             ' DUE '            DELIMITED BY SIZE
             WS-DUE-DATE-X      DELIMITED BY SIZE
             ' ORDER '          DELIMITED BY SIZE
             WS-LINE-ORDER      DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             PP-TRADE-CODE      DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             PP-DESCRIPTION     DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   ELSE
      STRING WS-DISPOSITION     DELIMITED BY SIZE
             ' TASK '           DELIMITED BY SIZE
             PP-TASK-ID         DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-LINE-BUILDING   DELIMITED BY SIZE
             ' '                DELIMITED BY SIZE
             WS-REASON-TEXT     DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-RAISED-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PLAN TASKS READ: '    DELIMITED BY SIZE
          WS-TASK-COUNT          DELIMITED BY SIZE
          '  DUE: '              DELIMITED BY SIZE
          WS-DUE-COUNT           DELIMITED BY SIZE
          '  ORDERS RAISED: '    DELIMITED BY SIZE
          WS-RAISED-COUNT        DELIMITED BY SIZE
          '  ALREADY RAISED: '   DELIMITED BY SIZE
          WS-ALREADY-COUNT       DELIMITED BY SIZE
          '  SKIPPED: '          DELIMITED BY SIZE
          WS-SKIPPED-COUNT       DELIMITED BY SIZE
          '  REJECTED: '         DELIMITED BY SIZE
          WS-REJECT-COUNT        DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ESTIMATED COST RAISED: ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
