IDENTIFICATION DIVISION.
PROGRAM-ID. LEASE-FLOOR-CHECK.

DATA DIVISION.
   WORKING-STORAGE SECTION.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-SUM-SUB PIC 9(5) COMP-5.
        01 WS-POINT-DATE PIC X(8).
        01 WS-POINT-FLOORS PIC 9(5).

   LINKAGE SECTION.
        COPY "src/main/lease_table.cpy".
        01 LK-BUILDING-NAME PIC X(25).
        01 LK-FLOOR-COUNT PIC 9(3).
        01 LK-LEASED-FLOORS PIC 9(3).
        01 LK-START-DATE PIC X(8).
        01 LK-END-DATE PIC X(8).
        01 LK-EXCLUDE-SUB PIC 9(5) COMP-5.
        01 LK-PEAK-FLOORS PIC 9(5).
        01 LK-PEAK-DATE PIC X(8).
        01 LK-RESULT PIC X(1).
            88 LK-FLOORS-FIT       VALUE 'F'.
            88 LK-FLOORS-EXCEEDED  VALUE 'X'.

*> Would a lease of LK-LEASED-FLOORS from LK-START-DATE to LK-END-DATE
*> push the floors leased in the building past its floor count on any
*> day? Every other lease in the building that overlaps the range
*> counts; LK-EXCLUDE-SUB names the lease being changed, so its old
*> terms do not count against its new ones (zero for a new lease).
*> The most floors in use always falls on the first day of the range
*> or on a day another lease starts inside it, so only those days
*> are summed. Returns the peak and the first day it is reached.
PROCEDURE DIVISION USING TENANTS, LK-BUILDING-NAME, LK-FLOOR-COUNT,
                         LK-LEASED-FLOORS, LK-START-DATE, LK-END-DATE,
                         LK-EXCLUDE-SUB, LK-PEAK-FLOORS, LK-PEAK-DATE,
                         LK-RESULT.
main-paragraph.
   MOVE 0 TO LK-PEAK-FLOORS.
   MOVE LK-START-DATE TO LK-PEAK-DATE.
   MOVE LK-START-DATE TO WS-POINT-DATE.
   PERFORM sum-floors-at-point.
   PERFORM check-one-start
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-TENANTS.
   IF LK-PEAK-FLOORS > LK-FLOOR-COUNT
      MOVE 'X' TO LK-RESULT
   ELSE
      MOVE 'F' TO LK-RESULT
   END-IF.
   GOBACK.

check-one-start.
   IF TEN-BUILDING-NAME(WS-SCAN-SUB) = LK-BUILDING-NAME
      AND WS-SCAN-SUB NOT = LK-EXCLUDE-SUB
      AND TEN-LEASE-START-DATE(WS-SCAN-SUB) > LK-START-DATE
      AND TEN-LEASE-START-DATE(WS-SCAN-SUB) <= LK-END-DATE
      MOVE TEN-LEASE-START-DATE(WS-SCAN-SUB) TO WS-POINT-DATE
      PERFORM sum-floors-at-point
   END-IF.

sum-floors-at-point.
   MOVE LK-LEASED-FLOORS TO WS-POINT-FLOORS.
   PERFORM add-one-lease-at-point
      VARYING WS-SUM-SUB FROM 1 BY 1
      UNTIL WS-SUM-SUB > COUNT-OF-TENANTS.
   IF WS-POINT-FLOORS > LK-PEAK-FLOORS
      OR (WS-POINT-FLOORS = LK-PEAK-FLOORS
          AND WS-POINT-DATE < LK-PEAK-DATE)
      MOVE WS-POINT-FLOORS TO LK-PEAK-FLOORS
      MOVE WS-POINT-DATE TO LK-PEAK-DATE
   END-IF.

add-one-lease-at-point.
   IF TEN-BUILDING-NAME(WS-SUM-SUB) = LK-BUILDING-NAME
      AND WS-SUM-SUB NOT = LK-EXCLUDE-SUB
      AND TEN-LEASE-START-DATE(WS-SUM-SUB) <= WS-POINT-DATE
      AND TEN-LEASE-END-DATE(WS-SUM-SUB) >= WS-POINT-DATE
      ADD TEN-LEASED-FLOORS(WS-SUM-SUB) TO WS-POINT-FLOORS
   END-IF.
