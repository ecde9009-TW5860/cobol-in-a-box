IDENTIFICATION DIVISION.
PROGRAM-ID. PM-CALENDAR.

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
       SELECT REPORT-FILE ASSIGN TO PMCALRPT
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

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        01 ARCHIVED-BUILDINGS.
            05 COUNT-OF-ARCHIVED PIC 9(5) COMP-5.
            05 ARCHIVED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-ARCHIVED.
                10 AR-BUILDING-NAME PIC X(25).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-PLAN-STATUS PIC X(2).
        01 WS-ARCHIVE-STATUS PIC X(2).
        01 WS-PARM-STRING PIC X(30).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-START-PERIOD PIC X(6).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-BLD-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-ARCHIVED-SWITCH PIC X(1).
            88 WS-ARCHIVED VALUE 'Y'.
            88 WS-NOT-ARCHIVED VALUE 'N'.
        01 WS-TO-UOM PIC X(1) VALUE 'F'.
        01 WS-CONVERTED-HEIGHT PIC 9(5).
        01 WS-CLASSIFICATION PIC X(10).
*> Months are carried as an index (year * 12 + month - 1) so a task's
*> occurrences step through the horizon by its frequency.
        01 WS-FREQUENCY-MONTHS PIC 9(2).
        01 WS-START-INDEX PIC 9(6).
        01 WS-END-INDEX PIC 9(6).
        01 WS-DUE-INDEX PIC 9(6).
        01 WS-MONTH-INDEX PIC 9(6).
        01 WS-CAL-YEAR PIC 9(4).
        01 WS-CAL-MONTH PIC 9(2).
        01 WS-MONTH-SUB PIC 9(2) COMP-5.
        01 WS-REGION-CODE PIC X(3).
*> Planned work by region and month, the same open-slot pattern the
*> other region footers use. Twenty regions get a section each; the
*> last slot gathers any beyond that so their work still prints and
*> still counts in the portfolio section.
        01 WS-REGION-CALENDAR.
            05 WS-RGN-USED PIC 9(2) COMP-5 VALUE 0.
            05 WS-RGN-ENTRY OCCURS 21 TIMES.
                10 WS-RGN-CODE PIC X(3).
                10 WS-RGN-MONTH OCCURS 12 TIMES.
                    15 WS-RGN-ORDER-COUNT PIC 9(5).
                    15 WS-RGN-ESTIMATE PIC 9(9)V99.
        01 WS-PORTFOLIO-CALENDAR.
            05 WS-PORT-MONTH OCCURS 12 TIMES.
                10 WS-PORT-ORDER-COUNT PIC 9(5).
                10 WS-PORT-ESTIMATE PIC 9(9)V99.
        01 WS-RGN-SUB PIC 9(2) COMP-5.
        01 WS-RGN-FOUND-SUB PIC 9(2) COMP-5.
        01 WS-OTHER-REGION-SWITCH PIC X(1) VALUE 'N'.
            88 WS-OTHER-REGIONS-USED VALUE 'Y'.
        01 WS-LINE-ORDER-COUNT PIC 9(5).
        01 WS-LINE-ESTIMATE PIC 9(9)V99.
        01 WS-TOTAL-ORDER-COUNT PIC 9(5).
        01 WS-TOTAL-ESTIMATE PIC 9(9)V99.
        01 WS-TASK-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
        01 WS-REASON-TEXT PIC X(30).
*> Tasks the calendar could not project, listed after the calendar
*> with the same reasons PM-GENERATE rejects them for.
        01 REJECTED-TASKS.
            05 COUNT-OF-REJECTED PIC 9(3) COMP-5 VALUE 0.
            05 REJECTED-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON COUNT-OF-REJECTED.
                10 RJ-TASK-ID PIC X(6).
                10 RJ-SCOPE-NAME PIC X(25).
                10 RJ-REASON-TEXT PIC X(30).
        01 WS-REJECT-SUB PIC 9(3) COMP-5.
        01 WS-ARCHIVED-COUNT PIC 9(5) VALUE 0.
        01 WS-MONTH-LABEL PIC X(7).
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:6) TO WS-START-PERIOD.
*> Parm = optional first month of the calendar (YYYYMM); default is
*> the current month.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:6) TO WS-START-PERIOD
   END-IF.
   MOVE WS-START-PERIOD(1:4) TO WS-CAL-YEAR.
   MOVE WS-START-PERIOD(5:2) TO WS-CAL-MONTH.
   COMPUTE WS-START-INDEX = WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1.
   COMPUTE WS-END-INDEX = WS-START-INDEX + 11.
   INITIALIZE WS-REGION-CALENDAR.
   MOVE 0 TO WS-RGN-USED.
   INITIALIZE WS-PORTFOLIO-CALENDAR.
   PERFORM load-buildings.
   PERFORM load-archive.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT PLAN-FILE.
   IF WS-PLAN-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING PM PLAN FILE, STATUS = ' WS-PLAN-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM project-one-task UNTIL WS-EOF.
   CLOSE PLAN-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM write-one-region
      VARYING WS-RGN-SUB FROM 1 BY 1 UNTIL WS-RGN-SUB > WS-RGN-USED.
   IF WS-OTHER-REGIONS-USED
      MOVE 21 TO WS-RGN-SUB
      PERFORM write-one-region
   END-IF.
   PERFORM write-portfolio-section.
   IF WS-REJECT-COUNT > 0
      PERFORM write-rejected-section
   END-IF.
   CLOSE REPORT-FILE.
   DISPLAY 'PM CALENDAR COMPLETE - ' WS-TASK-COUNT ' TASKS, '
           WS-REJECT-COUNT ' NOT PROJECTED, ' WS-ARCHIVED-COUNT
           ' FOR ARCHIVED BUILDINGS'.
   IF WS-OTHER-REGIONS-USED
      DISPLAY 'MORE THAN 20 REGIONS - THE REST ARE SHOWN UNDER '
              'OTHER REGIONS'
   END-IF.
   IF WS-REJECT-COUNT > 0 OR WS-OTHER-REGIONS-USED
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
           ADD 1 TO COUNT-OF-ARCHIVED
           MOVE AV-BUILDING-NAME TO AR-BUILDING-NAME(COUNT-OF-ARCHIVED)
   END-READ.

project-one-task.
   READ PLAN-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-TASK-COUNT
           PERFORM project-task-occurrences
   END-READ.

*> The first occurrence is the month after the last generation plus
*> the frequency (overdue or never-generated work falls in the first
*> month); buildings are selected as PM-GENERATE selects them, and a
*> task it would reject - bad frequency, bad scope type or a class
*> other than LOW-RISE, MID-RISE or HIGH-RISE - is not projected.
project-task-occurrences.
   EVALUATE TRUE
       WHEN PP-MONTHLY
           MOVE 1 TO WS-FREQUENCY-MONTHS
       WHEN PP-QUARTERLY
           MOVE 3 TO WS-FREQUENCY-MONTHS
       WHEN PP-ANNUAL
           MOVE 12 TO WS-FREQUENCY-MONTHS
       WHEN OTHER
           MOVE 0 TO WS-FREQUENCY-MONTHS
   END-EVALUATE.
   MOVE SPACES TO WS-REASON-TEXT.
   EVALUATE TRUE
       WHEN WS-FREQUENCY-MONTHS = 0
           MOVE 'INVALID FREQUENCY' TO WS-REASON-TEXT
       WHEN PP-FOR-BUILDING
           CONTINUE
       WHEN NOT PP-FOR-CLASS
           MOVE 'INVALID SCOPE TYPE' TO WS-REASON-TEXT
       WHEN PP-SCOPE-NAME = 'LOW-RISE'
         OR PP-SCOPE-NAME = 'MID-RISE'
         OR PP-SCOPE-NAME = 'HIGH-RISE'
           CONTINUE
       WHEN OTHER
           MOVE 'UNKNOWN BUILDING CLASS' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT NOT = SPACES
      PERFORM note-rejected-task
   ELSE
      IF PP-NEVER-GENERATED
         MOVE WS-START-INDEX TO WS-DUE-INDEX
      ELSE
         MOVE PP-LAST-GENERATED-DATE(1:4) TO WS-CAL-YEAR
         MOVE PP-LAST-GENERATED-DATE(5:2) TO WS-CAL-MONTH
         COMPUTE WS-DUE-INDEX = WS-CAL-YEAR * 12 + WS-CAL-MONTH - 1
                              + WS-FREQUENCY-MONTHS
         IF WS-DUE-INDEX < WS-START-INDEX
            MOVE WS-START-INDEX TO WS-DUE-INDEX
         END-IF
      END-IF
      IF PP-FOR-BUILDING
         MOVE PP-SCOPE-NAME TO WS-SEARCH-NAME
         CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                      WS-FOUND-INDEX, WS-FOUND-SWITCH
         IF WS-FOUND
            IF BUILDING-ACTIVE(WS-FOUND-INDEX)
               MOVE WS-FOUND-INDEX TO WS-BLD-SUB
               PERFORM project-building-occurrences
            END-IF
         ELSE
            PERFORM find-archived-building
            IF WS-ARCHIVED
               ADD 1 TO WS-ARCHIVED-COUNT
            ELSE
               MOVE 'BUILDING NOT ON MASTER' TO WS-REASON-TEXT
               PERFORM note-rejected-task
            END-IF
         END-IF
      ELSE
         PERFORM project-class-building
            VARYING WS-BLD-SUB FROM 1 BY 1
            UNTIL WS-BLD-SUB > COUNT-OF-BUILDINGS
      END-IF
   END-IF.

*> Every rejection counts toward RC 4; the first 500 are listed.
note-rejected-task.
   ADD 1 TO WS-REJECT-COUNT.
   IF COUNT-OF-REJECTED < 500
      ADD 1 TO COUNT-OF-REJECTED
      MOVE PP-TASK-ID TO RJ-TASK-ID(COUNT-OF-REJECTED)
      MOVE PP-SCOPE-NAME TO RJ-SCOPE-NAME(COUNT-OF-REJECTED)
      MOVE WS-REASON-TEXT TO RJ-REASON-TEXT(COUNT-OF-REJECTED)
   END-IF.

*> A task for a building BUILDING-REORG has archived is passed over,
*> as PM-GENERATE skips it; it is not a plan error, so it does not
*> count against the return code.
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

project-class-building.
   PERFORM classify-building.
   IF WS-CLASSIFICATION = PP-SCOPE-NAME
      AND BUILDING-ACTIVE(WS-BLD-SUB)
      PERFORM project-building-occurrences
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

project-building-occurrences.
   MOVE BUILDING-REGION-CODE(WS-BLD-SUB) TO WS-REGION-CODE.
   PERFORM find-region-slot-for-code.
   PERFORM add-one-occurrence
      VARYING WS-MONTH-INDEX FROM WS-DUE-INDEX BY WS-FREQUENCY-MONTHS
      UNTIL WS-MONTH-INDEX > WS-END-INDEX.

find-region-slot-for-code.
   MOVE 0 TO WS-RGN-FOUND-SUB.
   PERFORM find-region-slot
      VARYING WS-RGN-SUB FROM 1 BY 1
      UNTIL WS-RGN-SUB > WS-RGN-USED
         OR WS-RGN-FOUND-SUB > 0.
   IF WS-RGN-FOUND-SUB = 0
      IF WS-RGN-USED < 20
         ADD 1 TO WS-RGN-USED
         MOVE WS-RGN-USED TO WS-RGN-FOUND-SUB
         MOVE WS-REGION-CODE TO WS-RGN-CODE(WS-RGN-FOUND-SUB)
      ELSE
         MOVE 21 TO WS-RGN-FOUND-SUB
         MOVE 'Y' TO WS-OTHER-REGION-SWITCH
      END-IF
   END-IF.

find-region-slot.
   IF WS-RGN-CODE(WS-RGN-SUB) = WS-REGION-CODE
      MOVE WS-RGN-SUB TO WS-RGN-FOUND-SUB
   END-IF.

add-one-occurrence.
   COMPUTE WS-MONTH-SUB = WS-MONTH-INDEX - WS-START-INDEX + 1.
   IF WS-RGN-FOUND-SUB > 0
      ADD 1 TO WS-RGN-ORDER-COUNT(WS-RGN-FOUND-SUB, WS-MONTH-SUB)
      ADD PP-ESTIMATED-COST TO WS-RGN-ESTIMATE(WS-RGN-FOUND-SUB, WS-MONTH-SUB)
   END-IF.
   ADD 1 TO WS-PORT-ORDER-COUNT(WS-MONTH-SUB).
   ADD PP-ESTIMATED-COST TO WS-PORT-ESTIMATE(WS-MONTH-SUB).

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PREVENTIVE MAINTENANCE CALENDAR - 12 MONTHS FROM '
                            DELIMITED BY SIZE
          WS-START-PERIOD   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-one-region.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   IF WS-RGN-SUB = 21
      MOVE 'OTHER REGIONS' TO WS-REPORT-LINE
   ELSE
      STRING 'REGION '                DELIMITED BY SIZE
             WS-RGN-CODE(WS-RGN-SUB)  DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 0 TO WS-TOTAL-ORDER-COUNT.
   MOVE 0 TO WS-TOTAL-ESTIMATE.
   PERFORM write-region-month
      VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL WS-MONTH-SUB > 12.
   MOVE 'TOTAL  ' TO WS-MONTH-LABEL.
   MOVE WS-TOTAL-ORDER-COUNT TO WS-LINE-ORDER-COUNT.
   MOVE WS-TOTAL-ESTIMATE TO WS-LINE-ESTIMATE.
   PERFORM write-month-line.

write-region-month.
   MOVE WS-RGN-ORDER-COUNT(WS-RGN-SUB, WS-MONTH-SUB) TO WS-LINE-ORDER-COUNT.
   MOVE WS-RGN-ESTIMATE(WS-RGN-SUB, WS-MONTH-SUB) TO WS-LINE-ESTIMATE.
   ADD WS-LINE-ORDER-COUNT TO WS-TOTAL-ORDER-COUNT.
   ADD WS-LINE-ESTIMATE TO WS-TOTAL-ESTIMATE.
   PERFORM build-month-label.
   PERFORM write-month-line.

write-portfolio-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'ALL REGIONS' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 0 TO WS-TOTAL-ORDER-COUNT.
   MOVE 0 TO WS-TOTAL-ESTIMATE.
   PERFORM write-portfolio-month
      VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL WS-MONTH-SUB > 12.
   MOVE 'TOTAL  ' TO WS-MONTH-LABEL.
   MOVE WS-TOTAL-ORDER-COUNT TO WS-LINE-ORDER-COUNT.
   MOVE WS-TOTAL-ESTIMATE TO WS-LINE-ESTIMATE.
   PERFORM write-month-line.

write-portfolio-month.
   MOVE WS-PORT-ORDER-COUNT(WS-MONTH-SUB) TO WS-LINE-ORDER-COUNT.
   MOVE WS-PORT-ESTIMATE(WS-MONTH-SUB) TO WS-LINE-ESTIMATE.
   ADD WS-LINE-ORDER-COUNT TO WS-TOTAL-ORDER-COUNT.
   ADD WS-LINE-ESTIMATE TO WS-TOTAL-ESTIMATE.
   PERFORM build-month-label.
   PERFORM write-month-line.

write-rejected-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'TASKS NOT PROJECTED: ' DELIMITED BY SIZE
          WS-REJECT-COUNT         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-rejected-line
      VARYING WS-REJECT-SUB FROM 1 BY 1
      UNTIL WS-REJECT-SUB > COUNT-OF-REJECTED.

write-rejected-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                          DELIMITED BY SIZE
          RJ-TASK-ID(WS-REJECT-SUB)     DELIMITED BY SIZE
          '  '                          DELIMITED BY SIZE
          RJ-SCOPE-NAME(WS-REJECT-SUB)  DELIMITED BY SIZE
          '  '                          DELIMITED BY SIZE
          RJ-REASON-TEXT(WS-REJECT-SUB) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

build-month-label.
   COMPUTE WS-MONTH-INDEX = WS-START-INDEX + WS-MONTH-SUB - 1.
   DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CAL-YEAR
          REMAINDER WS-CAL-MONTH.
   ADD 1 TO WS-CAL-MONTH.
   MOVE SPACES TO WS-MONTH-LABEL.
   STRING WS-CAL-YEAR   DELIMITED BY SIZE
          '-'           DELIMITED BY SIZE
          WS-CAL-MONTH  DELIMITED BY SIZE
          INTO WS-MONTH-LABEL
   END-STRING.

write-month-line.
   MOVE WS-LINE-ESTIMATE TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                 DELIMITED BY SIZE
          WS-MONTH-LABEL       DELIMITED BY SIZE
          '  ORDERS: '         DELIMITED BY SIZE
          WS-LINE-ORDER-COUNT  DELIMITED BY SIZE
          '  ESTIMATED COST: ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
