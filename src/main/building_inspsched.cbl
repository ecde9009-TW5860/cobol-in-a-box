           FILE STATUS IS WS-INSPECTION-STATUS.
       SELECT WORK-QUEUE-FILE ASSIGN TO INSPWORK
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REINSPECTION-FILE ASSIGN TO REINSPRQ
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REINSPECTION-STATUS.
       SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
       SELECT REPORT-FILE ASSIGN TO INSPRPT
           ORGANIZATION LINE SEQUENTIAL.
           05 WQ-NEXT-DUE-DATE PIC X(8).
           05 WQ-DAYS-OVERDUE PIC 9(5).

   FD REINSPECTION-FILE.
       COPY "src/main/reinspection_request_record.cpy".

   SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-DAYS-OVERDUE PIC 9(5).
                10 INSP-BUILDING-NAME PIC X(25).
                10 INSP-LAST-DATE PIC X(8).
                10 INSP-LAST-RESULT PIC X(1).
*> Work orders raised from failed inspections and since completed, from
*> WORKORDER-POST. A building whose repair was completed after its last
*> inspection is due again from the completion date.
        01 REINSPECTIONS.
            05 COUNT-OF-REINSPECTIONS PIC 9(5) COMP-5.
            05 REINSPECTION-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-REINSPECTIONS.
                10 RI-BUILDING-NAME PIC X(25).
                10 RI-COMPLETE-DATE PIC X(8).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
            88 WS-INSP-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-INSPECTION-STATUS PIC X(2).
        01 WS-REINSPECTION-STATUS PIC X(2).
        01 WS-RI-SUB PIC 9(5) COMP-5.
        01 WS-REINSPECT-DATE PIC X(8).
        01 WS-PARM-STRING PIC X(40).
        01 WS-PARM-TOKEN-1 PIC X(8).
        01 WS-PARM-TOKEN-2 PIC X(8).
        01 WS-DUE-INTEGER PIC 9(8) COMP-5.
        01 WS-DAYS-OVERDUE PIC S9(6).
        01 WS-QUEUE-COUNT   PIC 9(5) VALUE 0.
        01 WS-REINSPECT-COUNT PIC 9(5) VALUE 0.
        01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(100).

   COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE)).
   PERFORM load-inspections.
   PERFORM load-reinspections.
   OPEN OUTPUT WORK-QUEUE-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
           MOVE IR-LAST-RESULT TO INSP-LAST-RESULT(COUNT-OF-INSPECTIONS)
   END-READ.

*> No request file simply means nothing has been repaired yet.
load-reinspections.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-REINSPECTIONS.
   OPEN INPUT REINSPECTION-FILE.
   IF WS-REINSPECTION-STATUS = '00'
      PERFORM read-one-reinspection UNTIL WS-EOF
      CLOSE REINSPECTION-FILE
   END-IF.

read-one-reinspection.
   READ REINSPECTION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-REINSPECTIONS >= 99999
              DISPLAY 'REINSPECTION REQUEST FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE REINSPECTION-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-REINSPECTIONS
           MOVE RQ-BUILDING-NAME TO RI-BUILDING-NAME(COUNT-OF-REINSPECTIONS)
           MOVE RQ-COMPLETE-DATE TO RI-COMPLETE-DATE(COUNT-OF-REINSPECTIONS)
   END-READ.

schedule-all-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT BUILDINGS-FILE.
      MOVE WS-DUE-YEAR TO WS-DUE-DATE(1:4)
      PERFORM clamp-leap-day
   END-IF.
   PERFORM find-reinspection-request.
   IF WS-REINSPECT-DATE NOT = SPACES
      AND WS-REINSPECT-DATE < WS-DUE-DATE-X
      MOVE FUNCTION NUMVAL(WS-REINSPECT-DATE) TO WS-DUE-DATE
      ADD 1 TO WS-REINSPECT-COUNT
   END-IF.
   COMPUTE WS-DUE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
   COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER - WS-DUE-INTEGER.
      END-IF
   END-IF.

*> The earliest repair completed since the last inspection sets the
*> re-inspection date; an inspection after the repair satisfies it.
find-reinspection-request.
   MOVE SPACES TO WS-REINSPECT-DATE.
   PERFORM check-one-reinspection
      VARYING WS-RI-SUB FROM 1 BY 1
      UNTIL WS-RI-SUB > COUNT-OF-REINSPECTIONS.

check-one-reinspection.
   IF RI-BUILDING-NAME(WS-RI-SUB) = FR-BUILDING-NAME
      AND RI-COMPLETE-DATE(WS-RI-SUB) > WS-LAST-DATE
      IF WS-REINSPECT-DATE = SPACES
         OR RI-COMPLETE-DATE(WS-RI-SUB) < WS-REINSPECT-DATE
         MOVE RI-COMPLETE-DATE(WS-RI-SUB) TO WS-REINSPECT-DATE
      END-IF
   END-IF.

write-work-queue-entry.
   ADD 1 TO WS-QUEUE-COUNT.
   MOVE FR-BUILDING-NAME TO WQ-BUILDING-NAME.
          WS-QUEUE-COUNT          DELIMITED BY SIZE
          '  OVERDUE: '           DELIMITED BY SIZE
          WS-OVERDUE-COUNT        DELIMITED BY SIZE
          '  DUE FOR RE-INSPECTION AFTER REPAIR: ' DELIMITED BY SIZE
          WS-REINSPECT-COUNT      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
