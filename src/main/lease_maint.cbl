IDENTIFICATION DIVISION.
PROGRAM-ID. LEASE-MAINT.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TENANT-STATUS.
       SELECT NOTICE-FILE ASSIGN TO RENEWNOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
       SELECT TRANSACTION-FILE ASSIGN TO LEASTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
       SELECT TENANT-OUT ASSIGN TO TENOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT HISTORY-FILE ASSIGN TO LEASHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT REJECT-FILE ASSIGN TO LEASREJ
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO LEASRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD TENANT-FILE.
       COPY "src/main/tenant_record.cpy".

*> The renewal notices LEASE-FORECAST cut on its last run; same
*> layout it writes.
   FD NOTICE-FILE.
       01 NOTICE-RECORD.
           05 RN-BUILDING-NAME PIC X(25).
           05 RN-TENANT-NAME PIC X(25).
           05 RN-LEASED-FLOORS PIC 9(3).
           05 RN-MONTHLY-RENT PIC 9(7)V99.
           05 RN-LEASE-END-DATE PIC X(8).
           05 RN-DAYS-TO-EXPIRY PIC 9(3).
           05 RN-EXPIRY-WINDOW PIC 9(3).

*> One transaction per lease change, keyed by building and tenant.
*> A = add a new lease, M = amend floors and/or rent, R = renew to a
*> later end date (optionally with new floors or rent), T = terminate
*> early, the effective date becoming the last day of the lease.
*> Floors and rent are in the TENIN layout (rent in cents); blank
*> means unchanged on M and R. A blank effective date is today.
   FD TRANSACTION-FILE.
       01 LEASE-TRANSACTION-RECORD.
           05 LT-ACTION-CODE PIC X(1).
               88 LT-ACTION-ADD       VALUE 'A'.
               88 LT-ACTION-AMEND     VALUE 'M'.
               88 LT-ACTION-RENEW     VALUE 'R'.
               88 LT-ACTION-TERMINATE VALUE 'T'.
           05 LT-BUILDING-NAME PIC X(25).
           05 LT-TENANT-NAME PIC X(25).
           05 LT-EFFECTIVE-DATE PIC X(8).
           05 LT-LEASED-FLOORS PIC X(3).
           05 LT-MONTHLY-RENT PIC X(9).
           05 LT-LEASE-START-DATE PIC X(8).
           05 LT-LEASE-END-DATE PIC X(8).

   FD TENANT-OUT.
       01 TENANT-OUT-RECORD PIC X(78).

   FD HISTORY-FILE.
       COPY "src/main/lease_history_record.cpy".

   FD REJECT-FILE.
       01 REJECT-RECORD PIC X(87).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> The lease master, loaded once, changed in place and written back
*> out as the new generation - the same shape LEASE-FORECAST uses.
        COPY "src/main/lease_table.cpy".
*> Outstanding renewal notices; a signed renewal closes the notice
*> for its building and tenant.
        01 RENEWAL-NOTICES.
            05 COUNT-OF-NOTICES PIC 9(5) COMP-5.
            05 NOTICE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-NOTICES.
                10 NT-BUILDING-NAME PIC X(25).
                10 NT-TENANT-NAME PIC X(25).
                10 NT-LEASE-END-DATE PIC X(8).
                10 NT-EXPIRY-WINDOW PIC 9(3).
                10 NT-RENEWED-TO-DATE PIC X(8).
                10 NT-CLOSED-SWITCH PIC X(1).
                    88 NT-CLOSED VALUE 'Y'.
                    88 NT-OPEN   VALUE 'N'.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-TRAN-EOF-SWITCH PIC X(1).
            88 WS-TRAN-EOF VALUE 'Y'.
            88 WS-TRAN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-NOTICE-STATUS PIC X(2).
        01 WS-TRANSACTION-STATUS PIC X(2).
        01 WS-HISTORY-STATUS PIC X(2).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-LEASE-SUB PIC 9(5) COMP-5.
        01 WS-NOTICE-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
*> Parm is the operator id recorded on every history entry, the same
*> first token BUILDING-MAINT takes.
        01 WS-PARM-STRING PIC X(40).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-OPERATOR-ID PIC X(8) VALUE 'UNKNOWN'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-EFFECTIVE-DATE PIC X(8).
        01 WS-NEW-FLOORS PIC 9(3).
        01 WS-NEW-RENT PIC 9(7)V99.
*> The span a change puts floors on, checked by LEASE-FLOOR-CHECK
*> against every other lease in the building.
        01 WS-CHECK-START-DATE PIC X(8).
        01 WS-CHECK-END-DATE PIC X(8).
        01 WS-EXCLUDE-SUB PIC 9(5) COMP-5.
        01 WS-PEAK-FLOORS PIC 9(5).
        01 WS-PEAK-DATE PIC X(8).
        01 WS-FLOOR-RESULT PIC X(1).
            88 WS-FLOORS-FIT      VALUE 'F'.
            88 WS-FLOORS-EXCEEDED VALUE 'X'.
        01 WS-REASON-TEXT PIC X(40).
        01 WS-DISPOSITION PIC X(8).
        01 WS-TRAN-COUNT      PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT    PIC 9(5) VALUE 0.
        01 WS-NOTICE-COUNT    PIC 9(5) VALUE 0.
        01 WS-CLOSED-COUNT    PIC 9(5) VALUE 0.
        01 WS-EARLIER-CLOSED-COUNT PIC 9(5) VALUE 0.
        01 WS-OPEN-NOTICE-COUNT PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE SPACES TO WS-PARM-TOKEN-1
      UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
          INTO WS-PARM-TOKEN-1
      END-UNSTRING
      IF WS-PARM-TOKEN-1 NOT = SPACES
         MOVE WS-PARM-TOKEN-1(1:8) TO WS-OPERATOR-ID
      END-IF
   END-IF.
   PERFORM load-buildings.
   PERFORM load-tenants.
   PERFORM load-renewal-notices.
   OPEN OUTPUT REJECT-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM open-history-file.
   PERFORM write-report-header.
   PERFORM process-transactions.
   PERFORM write-notice-section.
   PERFORM write-report-footer.
   CLOSE HISTORY-FILE.
   CLOSE REPORT-FILE.
   CLOSE REJECT-FILE.
   PERFORM write-tenants.
   DISPLAY 'LEASE MAINTENANCE COMPLETE - ' WS-APPLIED-COUNT
           ' APPLIED, ' WS-REJECT-COUNT ' REJECTED, ' WS-CLOSED-COUNT
           ' RENEWAL NOTICES CLOSED'.
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

load-tenants.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-TENANTS.
   OPEN INPUT TENANT-FILE.
   IF WS-TENANT-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING TENANT FILE, STATUS = ' WS-TENANT-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-tenant UNTIL WS-EOF.
   CLOSE TENANT-FILE.

read-one-tenant.
   READ TENANT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-TENANTS
           MOVE TL-BUILDING-NAME TO TEN-BUILDING-NAME(COUNT-OF-TENANTS)
           MOVE TL-TENANT-NAME TO TEN-TENANT-NAME(COUNT-OF-TENANTS)
           MOVE TL-LEASED-FLOORS TO TEN-LEASED-FLOORS(COUNT-OF-TENANTS)
           MOVE TL-MONTHLY-RENT TO TEN-MONTHLY-RENT(COUNT-OF-TENANTS)
           MOVE TL-LEASE-START-DATE TO TEN-LEASE-START-DATE(COUNT-OF-TENANTS)
           MOVE TL-LEASE-END-DATE TO TEN-LEASE-END-DATE(COUNT-OF-TENANTS)
   END-READ.

*> No notice file simply means LEASE-FORECAST has not run yet; leases
*> can still be maintained.
load-renewal-notices.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-NOTICES.
   OPEN INPUT NOTICE-FILE.
   IF WS-NOTICE-STATUS NOT = '00'
      DISPLAY 'NO RENEWAL NOTICE FILE - NO NOTICES TO CLOSE'
   ELSE
      PERFORM read-one-notice UNTIL WS-EOF
      CLOSE NOTICE-FILE
   END-IF.

read-one-notice.
   READ NOTICE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-NOTICES
           ADD 1 TO WS-NOTICE-COUNT
           MOVE RN-BUILDING-NAME TO NT-BUILDING-NAME(COUNT-OF-NOTICES)
           MOVE RN-TENANT-NAME TO NT-TENANT-NAME(COUNT-OF-NOTICES)
           MOVE RN-LEASE-END-DATE TO NT-LEASE-END-DATE(COUNT-OF-NOTICES)
           MOVE RN-EXPIRY-WINDOW TO NT-EXPIRY-WINDOW(COUNT-OF-NOTICES)
           MOVE SPACES TO NT-RENEWED-TO-DATE(COUNT-OF-NOTICES)
           MOVE 'N' TO NT-CLOSED-SWITCH(COUNT-OF-NOTICES)
           PERFORM check-notice-renewed
   END-READ.

*> The notice file is only rewritten by LEASE-FORECAST, so a notice
*> whose lease was renewed by an earlier run is still on it. It is
*> closed when the master now carries a later end date for the lease
*> than the notice does - the same test CASH-FORECAST applies.
check-notice-renewed.
   PERFORM match-notice-lease
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-TENANTS.
   IF NT-CLOSED(COUNT-OF-NOTICES)
      ADD 1 TO WS-EARLIER-CLOSED-COUNT
   END-IF.

match-notice-lease.
   IF TEN-BUILDING-NAME(WS-SCAN-SUB) = NT-BUILDING-NAME(COUNT-OF-NOTICES)
      AND TEN-TENANT-NAME(WS-SCAN-SUB) = NT-TENANT-NAME(COUNT-OF-NOTICES)
      AND TEN-LEASE-END-DATE(WS-SCAN-SUB)
            > NT-LEASE-END-DATE(COUNT-OF-NOTICES)
      AND TEN-LEASE-END-DATE(WS-SCAN-SUB)
            > NT-RENEWED-TO-DATE(COUNT-OF-NOTICES)
      MOVE 'Y' TO NT-CLOSED-SWITCH(COUNT-OF-NOTICES)
      MOVE TEN-LEASE-END-DATE(WS-SCAN-SUB)
           TO NT-RENEWED-TO-DATE(COUNT-OF-NOTICES)
   END-IF.

*> Append the same way the adjustment cycle appends to the audit
*> trail: every change ever made to a lease stays on the history.
open-history-file.
   OPEN EXTEND HISTORY-FILE.
   IF WS-HISTORY-STATUS NOT = '00'
      OPEN OUTPUT HISTORY-FILE
   END-IF.

process-transactions.
   MOVE 'N' TO WS-TRAN-EOF-SWITCH.
   OPEN INPUT TRANSACTION-FILE.
   IF WS-TRANSACTION-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS = ' WS-TRANSACTION-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM process-one-transaction UNTIL WS-TRAN-EOF.
   CLOSE TRANSACTION-FILE.

process-one-transaction.
   READ TRANSACTION-FILE
       AT END
           MOVE 'Y' TO WS-TRAN-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-TRAN-COUNT
           PERFORM apply-one-transaction
   END-READ.

apply-one-transaction.
   MOVE SPACES TO WS-REASON-TEXT.
   MOVE LT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
   IF WS-EFFECTIVE-DATE = SPACES
      MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
   END-IF.
   MOVE LT-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   PERFORM find-current-lease.
*> A lease left behind when its building came off the master can
*> still be terminated, so the integrity sweep's cleanup can close it.
   EVALUATE TRUE
       WHEN WS-NOT-FOUND AND NOT LT-ACTION-TERMINATE
           MOVE 'BUILDING NOT ON MASTER' TO WS-REASON-TEXT
       WHEN LT-TENANT-NAME = SPACES
           MOVE 'TENANT NAME MISSING' TO WS-REASON-TEXT
       WHEN WS-EFFECTIVE-DATE NOT NUMERIC
           MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON-TEXT
       WHEN LT-ACTION-ADD
           PERFORM apply-add
       WHEN LT-ACTION-AMEND
           PERFORM apply-amend
       WHEN LT-ACTION-RENEW
           PERFORM apply-renew
       WHEN LT-ACTION-TERMINATE
           PERFORM apply-terminate
       WHEN OTHER
           MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      ADD 1 TO WS-APPLIED-COUNT
      MOVE 'APPLIED' TO WS-DISPOSITION
      PERFORM write-history-record
   ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE 'REJECTED' TO WS-DISPOSITION
      MOVE LEASE-TRANSACTION-RECORD TO REJECT-RECORD
      WRITE REJECT-RECORD
   END-IF.
   PERFORM write-report-detail.

*> A tenant can hold more than one lease record in a building over
*> time; the one a change applies to is the latest-ending.
find-current-lease.
   MOVE 0 TO WS-LEASE-SUB.
   PERFORM check-one-lease
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-TENANTS.

check-one-lease.
   IF TEN-BUILDING-NAME(WS-SCAN-SUB) = LT-BUILDING-NAME
      AND TEN-TENANT-NAME(WS-SCAN-SUB) = LT-TENANT-NAME
      IF WS-LEASE-SUB = 0
         MOVE WS-SCAN-SUB TO WS-LEASE-SUB
      ELSE
         IF TEN-LEASE-END-DATE(WS-SCAN-SUB)
               > TEN-LEASE-END-DATE(WS-LEASE-SUB)
            MOVE WS-SCAN-SUB TO WS-LEASE-SUB
         END-IF
      END-IF
   END-IF.

*> Floors and rent on a transaction: blank keeps the lease's current
*> value, anything else must be numeric and the floors must fit in
*> the building.
edit-new-terms.
   IF WS-LEASE-SUB > 0
      MOVE TEN-LEASED-FLOORS(WS-LEASE-SUB) TO WS-NEW-FLOORS
      MOVE TEN-MONTHLY-RENT(WS-LEASE-SUB) TO WS-NEW-RENT
   END-IF.
   IF LT-LEASED-FLOORS NOT = SPACES
      IF LT-LEASED-FLOORS NUMERIC
         MOVE LT-LEASED-FLOORS TO WS-NEW-FLOORS
      ELSE
         MOVE 'FLOORS NOT NUMERIC' TO WS-REASON-TEXT
      END-IF
   END-IF.
   IF LT-MONTHLY-RENT NOT = SPACES
      IF LT-MONTHLY-RENT NUMERIC
         COMPUTE WS-NEW-RENT = FUNCTION NUMVAL(LT-MONTHLY-RENT) / 100
      ELSE
         MOVE 'RENT NOT NUMERIC' TO WS-REASON-TEXT
      END-IF
   END-IF.
   IF WS-REASON-TEXT = SPACES
      IF WS-NEW-FLOORS = 0
         OR WS-NEW-FLOORS > BUILDING-FLOOR-COUNT(WS-FOUND-INDEX)
         MOVE 'FLOORS NOT WITHIN BUILDING FLOOR COUNT' TO WS-REASON-TEXT
      END-IF
   END-IF.

apply-add.
   MOVE 0 TO WS-NEW-FLOORS.
   MOVE 0 TO WS-NEW-RENT.
   EVALUATE TRUE
       WHEN BUILDING-INACTIVE(WS-FOUND-INDEX)
           MOVE 'BUILDING IS INACTIVE' TO WS-REASON-TEXT
       WHEN LT-LEASED-FLOORS = SPACES OR LT-MONTHLY-RENT = SPACES
           MOVE 'FLOORS AND RENT REQUIRED ON ADD' TO WS-REASON-TEXT
       WHEN LT-LEASE-START-DATE NOT NUMERIC
         OR LT-LEASE-END-DATE NOT NUMERIC
           MOVE 'LEASE DATES NOT NUMERIC' TO WS-REASON-TEXT
       WHEN LT-LEASE-END-DATE < LT-LEASE-START-DATE
           MOVE 'LEASE ENDS BEFORE IT STARTS' TO WS-REASON-TEXT
       WHEN WS-LEASE-SUB > 0
        AND TEN-LEASE-END-DATE(WS-LEASE-SUB) >= LT-LEASE-START-DATE
           MOVE 'OVERLAPS EXISTING LEASE - USE AMEND' TO WS-REASON-TEXT
       WHEN COUNT-OF-TENANTS >= 99999
           MOVE 'LEASE TABLE FULL' TO WS-REASON-TEXT
       WHEN OTHER
           MOVE 0 TO WS-LEASE-SUB
           PERFORM edit-new-terms
           IF WS-REASON-TEXT = SPACES
              MOVE LT-LEASE-START-DATE TO WS-CHECK-START-DATE
              MOVE LT-LEASE-END-DATE TO WS-CHECK-END-DATE
              PERFORM check-floor-commitment
           END-IF
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      MOVE ZEROS TO LH-BEFORE-TERMS
      MOVE SPACES TO LH-BEFORE-START-DATE
      MOVE SPACES TO LH-BEFORE-END-DATE
      ADD 1 TO COUNT-OF-TENANTS
      MOVE COUNT-OF-TENANTS TO WS-LEASE-SUB
      MOVE LT-BUILDING-NAME TO TEN-BUILDING-NAME(WS-LEASE-SUB)
      MOVE LT-TENANT-NAME TO TEN-TENANT-NAME(WS-LEASE-SUB)
      MOVE WS-NEW-FLOORS TO TEN-LEASED-FLOORS(WS-LEASE-SUB)
      MOVE WS-NEW-RENT TO TEN-MONTHLY-RENT(WS-LEASE-SUB)
      MOVE LT-LEASE-START-DATE TO TEN-LEASE-START-DATE(WS-LEASE-SUB)
      MOVE LT-LEASE-END-DATE TO TEN-LEASE-END-DATE(WS-LEASE-SUB)
   END-IF.

apply-amend.
   EVALUATE TRUE
       WHEN WS-LEASE-SUB = 0
           MOVE 'LEASE NOT ON FILE' TO WS-REASON-TEXT
       WHEN LT-LEASED-FLOORS = SPACES AND LT-MONTHLY-RENT = SPACES
           MOVE 'NOTHING TO AMEND' TO WS-REASON-TEXT
       WHEN WS-EFFECTIVE-DATE < TEN-LEASE-START-DATE(WS-LEASE-SUB)
         OR WS-EFFECTIVE-DATE > TEN-LEASE-END-DATE(WS-LEASE-SUB)
           MOVE 'EFFECTIVE DATE OUTSIDE LEASE TERM' TO WS-REASON-TEXT
       WHEN OTHER
           PERFORM edit-new-terms
           IF WS-REASON-TEXT = SPACES
              AND WS-NEW-FLOORS > TEN-LEASED-FLOORS(WS-LEASE-SUB)
              MOVE WS-EFFECTIVE-DATE TO WS-CHECK-START-DATE
              MOVE TEN-LEASE-END-DATE(WS-LEASE-SUB) TO WS-CHECK-END-DATE
              PERFORM check-floor-commitment
           END-IF
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      PERFORM save-before-terms
      MOVE WS-NEW-FLOORS TO TEN-LEASED-FLOORS(WS-LEASE-SUB)
      MOVE WS-NEW-RENT TO TEN-MONTHLY-RENT(WS-LEASE-SUB)
   END-IF.

*> A renewal only ever pushes the end date out; it closes the
*> outstanding renewal notice for the lease if there is one.
apply-renew.
   EVALUATE TRUE
       WHEN WS-LEASE-SUB = 0
           MOVE 'LEASE NOT ON FILE' TO WS-REASON-TEXT
       WHEN BUILDING-INACTIVE(WS-FOUND-INDEX)
           MOVE 'BUILDING IS INACTIVE' TO WS-REASON-TEXT
       WHEN LT-LEASE-END-DATE NOT NUMERIC
           MOVE 'NEW END DATE NOT NUMERIC' TO WS-REASON-TEXT
       WHEN LT-LEASE-END-DATE <= TEN-LEASE-END-DATE(WS-LEASE-SUB)
           MOVE 'NEW END DATE NOT AFTER CURRENT END' TO WS-REASON-TEXT
       WHEN OTHER
           PERFORM edit-new-terms
           IF WS-REASON-TEXT = SPACES
              PERFORM check-renewal-floors
           END-IF
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      PERFORM save-before-terms
      MOVE WS-NEW-FLOORS TO TEN-LEASED-FLOORS(WS-LEASE-SUB)
      MOVE WS-NEW-RENT TO TEN-MONTHLY-RENT(WS-LEASE-SUB)
      MOVE LT-LEASE-END-DATE TO TEN-LEASE-END-DATE(WS-LEASE-SUB)
      PERFORM close-renewal-notice
   END-IF.

*> The extension has to fit from the current end on; when the renewal
*> also takes more floors, from the effective date.
check-renewal-floors.
   IF WS-NEW-FLOORS > TEN-LEASED-FLOORS(WS-LEASE-SUB)
      AND WS-EFFECTIVE-DATE < TEN-LEASE-END-DATE(WS-LEASE-SUB)
      MOVE WS-EFFECTIVE-DATE TO WS-CHECK-START-DATE
   ELSE
      MOVE TEN-LEASE-END-DATE(WS-LEASE-SUB) TO WS-CHECK-START-DATE
   END-IF.
   MOVE LT-LEASE-END-DATE TO WS-CHECK-END-DATE.
   PERFORM check-floor-commitment.

*> Overlapping leases in a building may never between them hold more
*> floors than the building has - the over-commitment that once had
*> buildings let at more than their floor count. The lease being
*> changed is left out of the sum so its old terms do not count
*> twice.
check-floor-commitment.
   MOVE WS-LEASE-SUB TO WS-EXCLUDE-SUB.
   CALL 'LEASE-FLOOR-CHECK' USING TENANTS, LT-BUILDING-NAME,
           BUILDING-FLOOR-COUNT(WS-FOUND-INDEX), WS-NEW-FLOORS,
           WS-CHECK-START-DATE, WS-CHECK-END-DATE, WS-EXCLUDE-SUB,
           WS-PEAK-FLOORS, WS-PEAK-DATE, WS-FLOOR-RESULT.
   IF WS-FLOORS-EXCEEDED
      MOVE SPACES TO WS-REASON-TEXT
      STRING 'LEASED FLOORS OVER BUILDING ON ' DELIMITED BY SIZE
             WS-PEAK-DATE                      DELIMITED BY SIZE
             INTO WS-REASON-TEXT
      END-STRING
   END-IF.

*> Early termination keeps the lease on file with its end date cut
*> back, so billing and the rent roll stop at the termination date
*> and the lease's history stays intact.
apply-terminate.
   EVALUATE TRUE
       WHEN WS-LEASE-SUB = 0
           MOVE 'LEASE NOT ON FILE' TO WS-REASON-TEXT
       WHEN WS-EFFECTIVE-DATE < TEN-LEASE-START-DATE(WS-LEASE-SUB)
           MOVE 'TERMINATION BEFORE LEASE START' TO WS-REASON-TEXT
       WHEN WS-EFFECTIVE-DATE >= TEN-LEASE-END-DATE(WS-LEASE-SUB)
           MOVE 'TERMINATION NOT BEFORE CURRENT END' TO WS-REASON-TEXT
       WHEN OTHER
           PERFORM save-before-terms
           MOVE WS-EFFECTIVE-DATE TO TEN-LEASE-END-DATE(WS-LEASE-SUB)
   END-EVALUATE.

save-before-terms.
   MOVE TEN-LEASED-FLOORS(WS-LEASE-SUB) TO LH-BEFORE-FLOORS.
   MOVE TEN-MONTHLY-RENT(WS-LEASE-SUB) TO LH-BEFORE-RENT.
   MOVE TEN-LEASE-START-DATE(WS-LEASE-SUB) TO LH-BEFORE-START-DATE.
   MOVE TEN-LEASE-END-DATE(WS-LEASE-SUB) TO LH-BEFORE-END-DATE.

close-renewal-notice.
   MOVE 0 TO WS-NOTICE-SUB.
   PERFORM find-one-notice
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-NOTICES
         OR WS-NOTICE-SUB > 0.
   IF WS-NOTICE-SUB > 0
      ADD 1 TO WS-CLOSED-COUNT
      MOVE 'Y' TO NT-CLOSED-SWITCH(WS-NOTICE-SUB)
      MOVE LT-LEASE-END-DATE TO NT-RENEWED-TO-DATE(WS-NOTICE-SUB)
   END-IF.

find-one-notice.
   IF NT-BUILDING-NAME(WS-SCAN-SUB) = LT-BUILDING-NAME
      AND NT-TENANT-NAME(WS-SCAN-SUB) = LT-TENANT-NAME
      AND NT-OPEN(WS-SCAN-SUB)
      MOVE WS-SCAN-SUB TO WS-NOTICE-SUB
   END-IF.

*> Before terms were saved by the action; after terms are the lease
*> as it now stands.
write-history-record.
   MOVE LT-BUILDING-NAME TO LH-BUILDING-NAME.
   MOVE LT-TENANT-NAME TO LH-TENANT-NAME.
   MOVE LT-ACTION-CODE TO LH-ACTION-CODE.
   MOVE WS-EFFECTIVE-DATE TO LH-EFFECTIVE-DATE.
   MOVE WS-OPERATOR-ID TO LH-OPERATOR-ID.
   MOVE WS-CURRENT-DATE TO LH-CHANGE-TIMESTAMP.
   MOVE TEN-LEASED-FLOORS(WS-LEASE-SUB) TO LH-AFTER-FLOORS.
   MOVE TEN-MONTHLY-RENT(WS-LEASE-SUB) TO LH-AFTER-RENT.
   MOVE TEN-LEASE-START-DATE(WS-LEASE-SUB) TO LH-AFTER-START-DATE.
   MOVE TEN-LEASE-END-DATE(WS-LEASE-SUB) TO LH-AFTER-END-DATE.
   MOVE 'N' TO LH-NOTICE-SWITCH.
   MOVE 0 TO LH-NOTICE-WINDOW.
   IF LT-ACTION-RENEW AND WS-NOTICE-SUB > 0
      MOVE 'Y' TO LH-NOTICE-SWITCH
      MOVE NT-EXPIRY-WINDOW(WS-NOTICE-SUB) TO LH-NOTICE-WINDOW
   END-IF.
   WRITE LEASE-HISTORY-RECORD.

write-tenants.
   OPEN OUTPUT TENANT-OUT.
   PERFORM write-one-tenant
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-TENANTS.
   CLOSE TENANT-OUT.

write-one-tenant.
   MOVE TEN-BUILDING-NAME(WS-WRITE-SUB) TO TL-BUILDING-NAME.
   MOVE TEN-TENANT-NAME(WS-WRITE-SUB) TO TL-TENANT-NAME.
   MOVE TEN-LEASED-FLOORS(WS-WRITE-SUB) TO TL-LEASED-FLOORS.
   MOVE TEN-MONTHLY-RENT(WS-WRITE-SUB) TO TL-MONTHLY-RENT.
   MOVE TEN-LEASE-START-DATE(WS-WRITE-SUB) TO TL-LEASE-START-DATE.
   MOVE TEN-LEASE-END-DATE(WS-WRITE-SUB) TO TL-LEASE-END-DATE.
   MOVE TENANT-LEASE-RECORD TO TENANT-OUT-RECORD.
   WRITE TENANT-OUT-RECORD.

write-report-header.
   MOVE 'LEASE MAINTENANCE REPORT' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-detail.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          LT-ACTION-CODE     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          LT-BUILDING-NAME   DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          LT-TENANT-NAME     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          WS-EFFECTIVE-DATE  DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          WS-REASON-TEXT     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

*> Every notice from the last forecast, closed or not, so leasing can
*> see which notices became signed renewals and which are still out.
write-notice-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'RENEWAL NOTICE STATUS' TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-notice-line
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-NOTICES.

write-one-notice-line.
   MOVE SPACES TO WS-REPORT-LINE.
   IF NT-CLOSED(WS-WRITE-SUB)
      STRING '  '                             DELIMITED BY SIZE
             NT-BUILDING-NAME(WS-WRITE-SUB)   DELIMITED BY SIZE
             ' '                              DELIMITED BY SIZE
             NT-TENANT-NAME(WS-WRITE-SUB)     DELIMITED BY SIZE
             ' ENDED '                        DELIMITED BY SIZE
             NT-LEASE-END-DATE(WS-WRITE-SUB)  DELIMITED BY SIZE
             ' CLOSED - RENEWED TO '          DELIMITED BY SIZE
             NT-RENEWED-TO-DATE(WS-WRITE-SUB) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   ELSE
      ADD 1 TO WS-OPEN-NOTICE-COUNT
      STRING '  '                             DELIMITED BY SIZE
             NT-BUILDING-NAME(WS-WRITE-SUB)   DELIMITED BY SIZE
             ' '                              DELIMITED BY SIZE
             NT-TENANT-NAME(WS-WRITE-SUB)     DELIMITED BY SIZE
             ' ENDS '                         DELIMITED BY SIZE
             NT-LEASE-END-DATE(WS-WRITE-SUB)  DELIMITED BY SIZE
             ' OPEN - '                       DELIMITED BY SIZE
             NT-EXPIRY-WINDOW(WS-WRITE-SUB)   DELIMITED BY SIZE
             '-DAY WINDOW'                    DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
          WS-TRAN-COUNT         DELIMITED BY SIZE
          '  APPLIED: '         DELIMITED BY SIZE
          WS-APPLIED-COUNT      DELIMITED BY SIZE
          '  REJECTED: '        DELIMITED BY SIZE
          WS-REJECT-COUNT       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'RENEWAL NOTICES: '     DELIMITED BY SIZE
          WS-NOTICE-COUNT         DELIMITED BY SIZE
          '  CLOSED BY RENEWAL: ' DELIMITED BY SIZE
          WS-CLOSED-COUNT         DELIMITED BY SIZE
          '  RENEWED EARLIER: '   DELIMITED BY SIZE
          WS-EARLIER-CLOSED-COUNT DELIMITED BY SIZE
          '  STILL OPEN: '        DELIMITED BY SIZE
          WS-OPEN-NOTICE-COUNT    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
