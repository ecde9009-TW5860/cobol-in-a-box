
   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> Every lease loaded so far, so each new one can be checked against
*> the others already let in its building.
        COPY "src/main/lease_table.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-RECORD-ERROR-SWITCH PIC X(1).
            88 WS-RECORD-BAD VALUE 'Y'.
            88 WS-RECORD-GOOD VALUE 'N'.
        01 WS-NEW-FLOORS PIC 9(3).
        01 WS-EXCLUDE-SUB PIC 9(5) COMP-5 VALUE 0.
        01 WS-PEAK-FLOORS PIC 9(5).
        01 WS-PEAK-DATE PIC X(8).
        01 WS-FLOOR-RESULT PIC X(1).
            88 WS-FLOORS-FIT      VALUE 'F'.
            88 WS-FLOORS-EXCEEDED VALUE 'X'.
        01 WS-READ-COUNT   PIC 9(5) VALUE 0.
        01 WS-LOADED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
PROCEDURE DIVISION.
main-paragraph.
   PERFORM load-buildings.
   MOVE 0 TO COUNT-OF-TENANTS.
   MOVE 'N' TO WS-TEN-EOF-SWITCH.
   OPEN INPUT TENANT-IN-FILE.
   IF WS-TENANT-IN-STATUS NOT = '00'
         MOVE 'Y' TO WS-RECORD-ERROR-SWITCH
      END-IF
   END-IF.
   IF WS-RECORD-GOOD
      PERFORM check-floor-commitment
   END-IF.

*> The leases in a building that overlap may never between them hold
*> more floors than the building has. Leases load in file order, so
*> the one that would tip the building over is the one rejected.
check-floor-commitment.
   MOVE TI-LEASED-FLOORS TO WS-NEW-FLOORS.
   CALL 'LEASE-FLOOR-CHECK' USING TENANTS, TI-BUILDING-NAME,
           BUILDING-FLOOR-COUNT(WS-FOUND-INDEX), WS-NEW-FLOORS,
           TI-LEASE-START-DATE, TI-LEASE-END-DATE, WS-EXCLUDE-SUB,
           WS-PEAK-FLOORS, WS-PEAK-DATE, WS-FLOOR-RESULT.
   IF WS-FLOORS-EXCEEDED
      DISPLAY 'REJECT ' TI-TENANT-NAME ' - ' WS-PEAK-FLOORS
              ' FLOORS LEASED ON ' WS-PEAK-DATE ' IN ' TI-BUILDING-NAME
              ' OF ' BUILDING-FLOOR-COUNT(WS-FOUND-INDEX)
      MOVE 'Y' TO WS-RECORD-ERROR-SWITCH
   END-IF.

disposition-one-tenant.
   IF WS-RECORD-GOOD
      MOVE TI-LEASE-START-DATE TO TL-LEASE-START-DATE
      MOVE TI-LEASE-END-DATE TO TL-LEASE-END-DATE
      WRITE TENANT-LEASE-RECORD
      PERFORM add-loaded-lease
   ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE TENANT-IN-RECORD TO REJECT-RECORD
      WRITE REJECT-RECORD
   END-IF.

add-loaded-lease.
   IF COUNT-OF-TENANTS >= 99999
      DISPLAY 'TENANT FILE EXCEEDS TABLE CAPACITY - '
              'INCREASE TENANT-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   ADD 1 TO COUNT-OF-TENANTS.
   MOVE TL-BUILDING-NAME TO TEN-BUILDING-NAME(COUNT-OF-TENANTS).
   MOVE TL-TENANT-NAME TO TEN-TENANT-NAME(COUNT-OF-TENANTS).
   MOVE TL-LEASED-FLOORS TO TEN-LEASED-FLOORS(COUNT-OF-TENANTS).
   MOVE TL-MONTHLY-RENT TO TEN-MONTHLY-RENT(COUNT-OF-TENANTS).
   MOVE TL-LEASE-START-DATE TO TEN-LEASE-START-DATE(COUNT-OF-TENANTS).
   MOVE TL-LEASE-END-DATE TO TEN-LEASE-END-DATE(COUNT-OF-TENANTS).
