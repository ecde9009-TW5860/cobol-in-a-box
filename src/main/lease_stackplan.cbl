IDENTIFICATION DIVISION.
PROGRAM-ID. LEASE-STACKPLAN.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TENANT-STATUS.
       SELECT REPORT-FILE ASSIGN TO STACKRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD TENANT-FILE.
       COPY "src/main/tenant_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   WORKING-STORAGE SECTION.
*> The lease side of the join, loaded once and scanned per building;
*> the same table LEASE-FLOOR-CHECK sums for the over-commitment test.
        COPY "src/main/lease_table.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-TEN-EOF-SWITCH PIC X(1).
            88 WS-TEN-EOF VALUE 'Y'.
            88 WS-TEN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-CURRENT-DATE PIC X(21).
*> Parm = as-of date YYYYMMDD (default today). Floors coming free are
*> those on current leases ending before the same day next year.
        01 WS-PARM-STRING PIC X(30).
        01 WS-AS-OF-DATE PIC X(8).
        01 WS-HORIZON-DATE PIC X(8).
        01 WS-HORIZON-YEAR PIC 9(4).
        01 WS-OPEN-END-DATE PIC X(8) VALUE '99991231'.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-LEASE-STATUS PIC X(17).
        01 WS-BUILDING-LEASE-COUNT PIC 9(3).
        01 WS-LEASED-NOW-FLOORS PIC 9(5).
        01 WS-VACANT-FLOORS PIC 9(5).
        01 WS-FREEING-FLOORS PIC 9(5).
        01 WS-FUTURE-FLOORS PIC 9(5).
*> LEASE-FLOOR-CHECK is asked about a zero-floor lease from the as-of
*> date onward, which returns the building's own peak commitment.
        01 WS-NO-FLOORS PIC 9(3) VALUE 0.
        01 WS-EXCLUDE-SUB PIC 9(5) COMP-5 VALUE 0.
        01 WS-PEAK-FLOORS PIC 9(5).
        01 WS-PEAK-DATE PIC X(8).
        01 WS-FLOOR-RESULT PIC X(1).
            88 WS-FLOORS-FIT       VALUE 'F'.
            88 WS-FLOORS-EXCEEDED  VALUE 'X'.
        01 WS-BUILDING-COUNT PIC 9(5) VALUE 0.
        01 WS-OVER-COMMITTED-COUNT PIC 9(5) VALUE 0.
        01 WS-TOTAL-FLOORS PIC 9(7) VALUE 0.
        01 WS-TOTAL-LEASED-FLOORS PIC 9(7) VALUE 0.
        01 WS-TOTAL-VACANT-FLOORS PIC 9(7) VALUE 0.
        01 WS-TOTAL-FREEING-FLOORS PIC 9(7) VALUE 0.
        01 WS-REPORT-LINE PIC X(120).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   PERFORM get-as-of-date.
   PERFORM load-tenants.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT BUILDINGS-FILE.
   IF WS-BUILDINGS-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING BUILDINGS FILE, STATUS = ' WS-BUILDINGS-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM plan-one-building UNTIL WS-EOF.
   PERFORM write-report-footer.
   CLOSE BUILDINGS-FILE.
   CLOSE REPORT-FILE.
   IF WS-OVER-COMMITTED-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   DISPLAY 'STACKING PLAN COMPLETE - ' WS-BUILDING-COUNT
           ' BUILDINGS, ' WS-OVER-COMMITTED-COUNT ' OVER-COMMITTED'.
   STOP RUN.

get-as-of-date.
   MOVE WS-CURRENT-DATE(1:8) TO WS-AS-OF-DATE.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:8) TO WS-AS-OF-DATE
   END-IF.
   IF WS-AS-OF-DATE NOT NUMERIC
      DISPLAY 'INVALID AS-OF DATE ' WS-AS-OF-DATE ' - YYYYMMDD EXPECTED'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   MOVE WS-AS-OF-DATE(1:4) TO WS-HORIZON-YEAR.
   ADD 1 TO WS-HORIZON-YEAR.
   MOVE WS-AS-OF-DATE TO WS-HORIZON-DATE.
   MOVE WS-HORIZON-YEAR TO WS-HORIZON-DATE(1:4).

load-tenants.
   MOVE 'N' TO WS-TEN-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-TENANTS.
   OPEN INPUT TENANT-FILE.
   IF WS-TENANT-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING TENANT FILE, STATUS = ' WS-TENANT-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-tenant UNTIL WS-TEN-EOF.
   CLOSE TENANT-FILE.

read-one-tenant.
   READ TENANT-FILE
       AT END
           MOVE 'Y' TO WS-TEN-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-TENANTS = 99999
              DISPLAY 'TENANT FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE TENANT-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-TENANTS
           MOVE TL-BUILDING-NAME TO TEN-BUILDING-NAME(COUNT-OF-TENANTS)
           MOVE TL-TENANT-NAME TO TEN-TENANT-NAME(COUNT-OF-TENANTS)
           MOVE TL-LEASED-FLOORS TO TEN-LEASED-FLOORS(COUNT-OF-TENANTS)
           MOVE TL-MONTHLY-RENT TO TEN-MONTHLY-RENT(COUNT-OF-TENANTS)
           MOVE TL-LEASE-START-DATE TO TEN-LEASE-START-DATE(COUNT-OF-TENANTS)
           MOVE TL-LEASE-END-DATE TO TEN-LEASE-END-DATE(COUNT-OF-TENANTS)
   END-READ.

plan-one-building.
   READ BUILDINGS-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF FR-BUILDING-ACTIVE
              ADD 1 TO WS-BUILDING-COUNT
              PERFORM report-one-building
           END-IF
   END-READ.

report-one-building.
   MOVE 0 TO WS-BUILDING-LEASE-COUNT.
   MOVE 0 TO WS-LEASED-NOW-FLOORS.
   MOVE 0 TO WS-FREEING-FLOORS.
   MOVE 0 TO WS-FUTURE-FLOORS.
   PERFORM write-building-heading.
   PERFORM scan-one-lease
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-TENANTS.
   IF WS-BUILDING-LEASE-COUNT = 0
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  NO CURRENT OR FUTURE LEASES' DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
*> A building leased past its floor count shows no vacancy rather
*> than a negative one; the over-commitment line says by how much.
   IF WS-LEASED-NOW-FLOORS > FR-BUILDING-FLOOR-COUNT
      MOVE 0 TO WS-VACANT-FLOORS
   ELSE
      COMPUTE WS-VACANT-FLOORS =
          FR-BUILDING-FLOOR-COUNT - WS-LEASED-NOW-FLOORS
   END-IF.
   ADD FR-BUILDING-FLOOR-COUNT TO WS-TOTAL-FLOORS.
   ADD WS-LEASED-NOW-FLOORS TO WS-TOTAL-LEASED-FLOORS.
   ADD WS-VACANT-FLOORS TO WS-TOTAL-VACANT-FLOORS.
   ADD WS-FREEING-FLOORS TO WS-TOTAL-FREEING-FLOORS.
   PERFORM write-building-summary.
   PERFORM check-building-commitment.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.

*> Expired leases stay off the plan; current and future ones are
*> listed in lease-file order with their floors and period.
scan-one-lease.
   IF TEN-BUILDING-NAME(WS-SCAN-SUB) = FR-BUILDING-NAME
      AND TEN-LEASE-END-DATE(WS-SCAN-SUB) >= WS-AS-OF-DATE
      ADD 1 TO WS-BUILDING-LEASE-COUNT
      PERFORM classify-one-lease
      PERFORM write-lease-line
   END-IF.

classify-one-lease.
   IF TEN-LEASE-START-DATE(WS-SCAN-SUB) > WS-AS-OF-DATE
      MOVE 'FUTURE' TO WS-LEASE-STATUS
      ADD TEN-LEASED-FLOORS(WS-SCAN-SUB) TO WS-FUTURE-FLOORS
   ELSE
      ADD TEN-LEASED-FLOORS(WS-SCAN-SUB) TO WS-LEASED-NOW-FLOORS
      IF TEN-LEASE-END-DATE(WS-SCAN-SUB) < WS-HORIZON-DATE
         MOVE 'FREES IN 12 MOS' TO WS-LEASE-STATUS
         ADD TEN-LEASED-FLOORS(WS-SCAN-SUB) TO WS-FREEING-FLOORS
      ELSE
         MOVE 'CURRENT' TO WS-LEASE-STATUS
      END-IF
   END-IF.

write-building-heading.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING FR-BUILDING-NAME         DELIMITED BY SIZE
          ' ('                     DELIMITED BY SIZE
          FR-BUILDING-FLOOR-COUNT  DELIMITED BY SIZE
          ' FLOORS)'               DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-lease-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                               DELIMITED BY SIZE
          TEN-TENANT-NAME(WS-SCAN-SUB)       DELIMITED BY SIZE
          ' FLOORS='                         DELIMITED BY SIZE
          TEN-LEASED-FLOORS(WS-SCAN-SUB)     DELIMITED BY SIZE
          ' LEASE '                          DELIMITED BY SIZE
          TEN-LEASE-START-DATE(WS-SCAN-SUB)  DELIMITED BY SIZE
          '-'                                DELIMITED BY SIZE
          TEN-LEASE-END-DATE(WS-SCAN-SUB)    DELIMITED BY SIZE
          '  '                               DELIMITED BY SIZE
          WS-LEASE-STATUS                    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-building-summary.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  LEASED NOW '          DELIMITED BY SIZE
          WS-LEASED-NOW-FLOORS     DELIMITED BY SIZE
          '  VACANT '              DELIMITED BY SIZE
          WS-VACANT-FLOORS         DELIMITED BY SIZE
          '  COMING FREE BY '      DELIMITED BY SIZE
          WS-HORIZON-DATE          DELIMITED BY SIZE
          ' '                      DELIMITED BY SIZE
          WS-FREEING-FLOORS        DELIMITED BY SIZE
          '  FUTURE LEASES '       DELIMITED BY SIZE
          WS-FUTURE-FLOORS         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

*> Leases taken on before the over-commitment edit can still stack
*> past the floor count on some day from the as-of date forward; the
*> first such day and the floors leased on it are flagged here.
check-building-commitment.
   CALL 'LEASE-FLOOR-CHECK' USING TENANTS, FR-BUILDING-NAME,
                                  FR-BUILDING-FLOOR-COUNT, WS-NO-FLOORS,
                                  WS-AS-OF-DATE, WS-OPEN-END-DATE,
                                  WS-EXCLUDE-SUB, WS-PEAK-FLOORS,
                                  WS-PEAK-DATE, WS-FLOOR-RESULT.
   IF WS-FLOORS-EXCEEDED
      ADD 1 TO WS-OVER-COMMITTED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  *** OVER-COMMITTED - '  DELIMITED BY SIZE
             WS-PEAK-FLOORS             DELIMITED BY SIZE
             ' FLOORS LEASED ON '       DELIMITED BY SIZE
             WS-PEAK-DATE               DELIMITED BY SIZE
             ' AGAINST '                DELIMITED BY SIZE
             FR-BUILDING-FLOOR-COUNT    DELIMITED BY SIZE
             ' ***'                     DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PORTFOLIO STACKING PLAN AS OF ' DELIMITED BY SIZE
          WS-AS-OF-DATE                    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS: '            DELIMITED BY SIZE
          WS-BUILDING-COUNT        DELIMITED BY SIZE
          '  FLOORS: '             DELIMITED BY SIZE
          WS-TOTAL-FLOORS          DELIMITED BY SIZE
          '  LEASED NOW: '         DELIMITED BY SIZE
          WS-TOTAL-LEASED-FLOORS   DELIMITED BY SIZE
          '  VACANT: '             DELIMITED BY SIZE
          WS-TOTAL-VACANT-FLOORS   DELIMITED BY SIZE
          '  COMING FREE: '        DELIMITED BY SIZE
          WS-TOTAL-FREEING-FLOORS  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS OVER-COMMITTED: ' DELIMITED BY SIZE
          WS-OVER-COMMITTED-COUNT      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
