IDENTIFICATION DIVISION.
PROGRAM-ID. BUILDING-INTEGRITY.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT ARCHIVE-FILE ASSIGN TO BLDGARCH
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
       SELECT XREF-FILE ASSIGN TO NAMEXREF
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANION-STATUS.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANION-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANION-STATUS.
       SELECT INSPECTION-FILE ASSIGN TO INSPFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANION-STATUS.
       SELECT METER-HISTORY-FILE ASSIGN TO METERHST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-COMPANION-STATUS.
       SELECT CLEANUP-FILE ASSIGN TO CLEANTRN
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO INTGRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

*> Only the name and the date it went are needed from BUILDING-REORG's
*> archive, to tell an archived building from a deleted one.
   FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AV-BUILDING-NAME PIC X(25).
           05 FILLER PIC X(31).
           05 AV-ARCHIVED-DATE PIC X(8).

   FD XREF-FILE.
       COPY "src/main/name_xref_record.cpy".

   FD TENANT-FILE.
       COPY "src/main/tenant_record.cpy".

   FD OPEN-AR-FILE.
       COPY "src/main/invoice_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD INSPECTION-FILE.
       COPY "src/main/inspection_record.cpy".

   FD METER-HISTORY-FILE.
       COPY "src/main/meter_reading_record.cpy".

   FD CLEANUP-FILE.
       COPY "src/main/cleanup_transaction_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        01 ARCHIVED-BUILDINGS.
            05 COUNT-OF-ARCHIVED PIC 9(5) COMP-5 VALUE 0.
            05 ARCHIVED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-ARCHIVED.
                10 AR-BUILDING-NAME PIC X(25).
                10 AR-ARCHIVED-DATE PIC X(8).
        01 XREF-ITEMS.
            05 COUNT-OF-XREFS PIC 9(5) COMP-5 VALUE 0.
            05 XREF-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-XREFS.
                10 XT-OLD-NAME PIC X(25).
                10 XT-NEW-NAME PIC X(25).
*> Meter history holds a reading per building per period, so orphan
*> readings are rolled up to one finding per building.
        01 METER-ORPHANS.
            05 COUNT-OF-METER-ORPHANS PIC 9(5) COMP-5 VALUE 0.
            05 METER-ORPHAN-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-METER-ORPHANS.
                10 MO-BUILDING-NAME PIC X(25).
                10 MO-READING-COUNT PIC 9(5).
                10 MO-LATEST-PERIOD PIC X(6).
*> Findings by file (rows in the order the files are swept) and by
*> severity (1 severe, 2 warning).
        01 FINDING-COUNTS.
            05 FC-FILE-ROW OCCURS 5 TIMES.
                10 FC-COUNT PIC 9(5) OCCURS 2 TIMES.
        01 WS-SUMMARY-DD-NAMES.
            05 FILLER PIC X(8) VALUE 'TENFILE'.
            05 FILLER PIC X(8) VALUE 'OPENAR'.
            05 FILLER PIC X(8) VALUE 'WOFILE'.
            05 FILLER PIC X(8) VALUE 'INSPFILE'.
            05 FILLER PIC X(8) VALUE 'METERHST'.
        01 WS-SUMMARY-DD-TABLE REDEFINES WS-SUMMARY-DD-NAMES.
            05 WS-SUMMARY-DD PIC X(8) OCCURS 5 TIMES.
*> The lease transaction as LEASE-MAINT reads it from LEASTRAN.
        01 LEASE-CLEANUP-TRANSACTION.
            05 LC-ACTION-CODE PIC X(1).
            05 LC-BUILDING-NAME PIC X(25).
            05 LC-TENANT-NAME PIC X(25).
            05 LC-EFFECTIVE-DATE PIC X(8).
            05 LC-LEASED-FLOORS PIC X(3).
            05 LC-MONTHLY-RENT PIC X(9).
            05 LC-LEASE-START-DATE PIC X(8).
            05 LC-LEASE-END-DATE PIC X(8).
        COPY "src/main/workorder_transaction_record.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-ARCHIVE-STATUS PIC X(2).
        01 WS-XREF-STATUS PIC X(2).
        01 WS-COMPANION-STATUS PIC X(2).
        01 WS-PARM-STRING PIC X(40).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-CLEANUP-SWITCH PIC X(1) VALUE 'N'.
            88 WS-WRITE-CLEANUP VALUE 'Y'.
            88 WS-NO-CLEANUP    VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-ARCHIVE-SUB PIC 9(5) COMP-5.
        01 WS-XREF-SUB PIC 9(5) COMP-5.
        01 WS-ORPHAN-SUB PIC 9(5) COMP-5.
        01 WS-FILE-SUB PIC 9(1) COMP-5.
*> Where the building a companion record names stands today.
        01 WS-BUILDING-STATE PIC X(1).
            88 WS-STATE-ACTIVE   VALUE 'A'.
            88 WS-STATE-INACTIVE VALUE 'I'.
            88 WS-STATE-ARCHIVED VALUE 'R'.
            88 WS-STATE-RENAMED  VALUE 'N'.
            88 WS-STATE-DELETED  VALUE 'D'.
            88 WS-STATE-GONE     VALUE 'R' 'N' 'D'.
        01 WS-STATE-TEXT PIC X(36).
        01 WS-LINE-SEVERITY PIC X(7).
        01 WS-LINE-KEY PIC X(25).
        01 WS-LINE-FINDING PIC X(20).
        01 WS-LINE-CLEANUP PIC X(9).
        01 WS-ORDER-DISPLAY PIC 9(7).
        01 WS-INVOICE-DISPLAY PIC 9(7).
        01 WS-BALANCE-DISPLAY PIC Z,ZZZ,ZZ9.99.
        01 WS-SEVERE-COUNT PIC 9(5) VALUE 0.
        01 WS-WARNING-COUNT PIC 9(5) VALUE 0.
        01 WS-CLEANUP-COUNT PIC 9(5) VALUE 0.
        01 WS-ALERT-PROGRAM PIC X(18) VALUE 'BUILDING-INTEGRITY'.
        01 WS-ALERT-SEVERITY PIC 9(1).
        01 WS-ALERT-MESSAGE PIC X(60).
        01 WS-ALERT-KEY PIC X(25).
        01 WS-COUNT-DISPLAY-1 PIC ZZ,ZZ9.
        01 WS-COUNT-DISPLAY-2 PIC ZZ,ZZ9.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-sweep-parameters.
   PERFORM load-buildings.
   PERFORM load-archive.
   PERFORM load-name-xref.
   INITIALIZE FINDING-COUNTS.
   OPEN OUTPUT REPORT-FILE.
   IF WS-WRITE-CLEANUP
      OPEN OUTPUT CLEANUP-FILE
   END-IF.
   PERFORM write-report-header.
   PERFORM sweep-tenants.
   PERFORM sweep-open-invoices.
   PERFORM sweep-work-orders.
   PERFORM sweep-inspections.
   PERFORM sweep-meter-readings.
   PERFORM write-summary.
   IF WS-WRITE-CLEANUP
      CLOSE CLEANUP-FILE
   END-IF.
   CLOSE REPORT-FILE.
   DISPLAY 'INTEGRITY SWEEP COMPLETE - ' WS-SEVERE-COUNT ' SEVERE, '
           WS-WARNING-COUNT ' WARNING, ' WS-CLEANUP-COUNT
           ' CLEANUP TRANSACTIONS'.
   EVALUATE TRUE
       WHEN WS-SEVERE-COUNT > 0
           MOVE 8 TO RETURN-CODE
       WHEN WS-WARNING-COUNT > 0
           MOVE 4 TO RETURN-CODE
       WHEN OTHER
           CONTINUE
   END-EVALUATE.
   STOP RUN.

*> Parm 'CLEANUP' also writes the cleanup transactions; without it
*> the sweep only reports.
get-sweep-parameters.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE SPACES TO WS-PARM-TOKEN-1
      UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
          INTO WS-PARM-TOKEN-1
      END-UNSTRING
      IF WS-PARM-TOKEN-1 = 'CLEANUP'
         MOVE 'Y' TO WS-CLEANUP-SWITCH
      END-IF
   END-IF.

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

*> Both the archive and the name cross-reference are optional: without
*> them a building off the master is reported simply as not on it.
load-archive.
   MOVE 'N' TO WS-EOF-SWITCH.
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
           MOVE AV-ARCHIVED-DATE TO AR-ARCHIVED-DATE(COUNT-OF-ARCHIVED)
   END-READ.

load-name-xref.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT XREF-FILE.
   IF WS-XREF-STATUS = '00'
      PERFORM read-one-xref UNTIL WS-EOF
      CLOSE XREF-FILE
   END-IF.

read-one-xref.
   READ XREF-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-XREFS >= 5000
              DISPLAY 'NAME XREF EXCEEDS TABLE CAPACITY - '
                      'INCREASE XREF-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-XREFS
           MOVE NX-OLD-NAME TO XT-OLD-NAME(COUNT-OF-XREFS)
           MOVE NX-NEW-NAME TO XT-NEW-NAME(COUNT-OF-XREFS)
   END-READ.

*> Sets the state of the building in WS-SEARCH-NAME. A name off the
*> master is looked for in the archive, then among former names; only
*> a name in neither was deleted outright. A building archived after
*> a rename shows as archived under its last name.
classify-building.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   MOVE SPACES TO WS-STATE-TEXT.
   IF WS-FOUND
      IF BUILDING-INACTIVE(WS-FOUND-INDEX)
         MOVE 'I' TO WS-BUILDING-STATE
         MOVE 'BUILDING INACTIVE' TO WS-STATE-TEXT
      ELSE
         MOVE 'A' TO WS-BUILDING-STATE
      END-IF
   ELSE
      MOVE 'D' TO WS-BUILDING-STATE
      MOVE 'BUILDING NOT ON MASTER' TO WS-STATE-TEXT
      PERFORM find-archived-building
         VARYING WS-ARCHIVE-SUB FROM 1 BY 1
         UNTIL WS-ARCHIVE-SUB > COUNT-OF-ARCHIVED
            OR WS-STATE-ARCHIVED
      IF WS-STATE-DELETED
         PERFORM find-former-name
            VARYING WS-XREF-SUB FROM 1 BY 1
            UNTIL WS-XREF-SUB > COUNT-OF-XREFS
               OR WS-STATE-RENAMED
      END-IF
   END-IF.

find-archived-building.
   IF AR-BUILDING-NAME(WS-ARCHIVE-SUB) = WS-SEARCH-NAME
      MOVE 'R' TO WS-BUILDING-STATE
      MOVE SPACES TO WS-STATE-TEXT
      STRING 'BUILDING ARCHIVED '          DELIMITED BY SIZE
             AR-ARCHIVED-DATE(WS-ARCHIVE-SUB) DELIMITED BY SIZE
             INTO WS-STATE-TEXT
      END-STRING
   END-IF.

find-former-name.
   IF XT-OLD-NAME(WS-XREF-SUB) = WS-SEARCH-NAME
      MOVE 'N' TO WS-BUILDING-STATE
      MOVE SPACES TO WS-STATE-TEXT
      STRING 'RENAMED TO '              DELIMITED BY SIZE
             XT-NEW-NAME(WS-XREF-SUB)   DELIMITED BY SIZE
             INTO WS-STATE-TEXT
      END-STRING
   END-IF.

*> Leases. A current or future lease on a building off the master or
*> inactive is still billing, so it is severe and gets a termination
*> (unless the building was renamed, where the lease is missing a
*> rename rather than a building). A lease already ended is history
*> left behind and only a warning.
sweep-tenants.
   MOVE 1 TO WS-FILE-SUB.
   PERFORM write-file-heading.
   OPEN INPUT TENANT-FILE.
   IF WS-COMPANION-STATUS = '00'
      MOVE 'N' TO WS-EOF-SWITCH
      PERFORM check-one-lease UNTIL WS-EOF
      CLOSE TENANT-FILE
   ELSE
      PERFORM write-file-missing
   END-IF.

check-one-lease.
   READ TENANT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE TL-BUILDING-NAME TO WS-SEARCH-NAME
           PERFORM classify-building
           IF NOT WS-STATE-ACTIVE
              PERFORM report-one-lease
           END-IF
   END-READ.

report-one-lease.
   MOVE TL-TENANT-NAME TO WS-LINE-KEY.
   MOVE SPACES TO WS-LINE-CLEANUP.
   IF TL-LEASE-END-DATE >= WS-TODAY-DATE
      MOVE 'ACTIVE LEASE' TO WS-LINE-FINDING
      PERFORM record-severe
      IF NOT WS-STATE-RENAMED
         PERFORM write-lease-cleanup
      END-IF
      PERFORM write-finding-line
   ELSE
      IF WS-STATE-GONE
         MOVE 'EXPIRED LEASE' TO WS-LINE-FINDING
         PERFORM record-warning
         PERFORM write-finding-line
      END-IF
   END-IF.

*> Terminated from today, or from its start for a lease not yet begun,
*> the earliest date LEASE-MAINT accepts.
write-lease-cleanup.
   MOVE 'TERMINATE' TO WS-LINE-CLEANUP.
   IF WS-WRITE-CLEANUP
      MOVE SPACES TO LEASE-CLEANUP-TRANSACTION
      MOVE 'T' TO LC-ACTION-CODE
      MOVE TL-BUILDING-NAME TO LC-BUILDING-NAME
      MOVE TL-TENANT-NAME TO LC-TENANT-NAME
      IF TL-LEASE-START-DATE > WS-TODAY-DATE
         MOVE TL-LEASE-START-DATE TO LC-EFFECTIVE-DATE
      ELSE
         MOVE WS-TODAY-DATE TO LC-EFFECTIVE-DATE
      END-IF
      MOVE 'LEASTRAN' TO CT-TARGET-DD
      MOVE LEASE-CLEANUP-TRANSACTION TO CT-TRANSACTION
      WRITE CLEANUP-TRANSACTION-RECORD
      ADD 1 TO WS-CLEANUP-COUNT
   END-IF.

*> Open receivables. Money owed against a building no longer on the
*> master is severe; against an inactive building it is a warning.
*> Receivables clear through cash and credits, so there is no cleanup.
sweep-open-invoices.
   MOVE 2 TO WS-FILE-SUB.
   PERFORM write-file-heading.
   OPEN INPUT OPEN-AR-FILE.
   IF WS-COMPANION-STATUS = '00'
      MOVE 'N' TO WS-EOF-SWITCH
      PERFORM check-one-invoice UNTIL WS-EOF
      CLOSE OPEN-AR-FILE
   ELSE
      PERFORM write-file-missing
   END-IF.

check-one-invoice.
   READ OPEN-AR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF IV-OPEN-BALANCE > 0
              MOVE IV-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM classify-building
              IF NOT WS-STATE-ACTIVE
                 PERFORM report-one-invoice
              END-IF
           END-IF
   END-READ.

report-one-invoice.
   MOVE IV-INVOICE-NUMBER TO WS-INVOICE-DISPLAY.
   MOVE IV-OPEN-BALANCE TO WS-BALANCE-DISPLAY.
   MOVE SPACES TO WS-LINE-KEY.
   STRING 'INV ' WS-INVOICE-DISPLAY ' ' WS-BALANCE-DISPLAY
          DELIMITED BY SIZE INTO WS-LINE-KEY
   END-STRING.
   MOVE 'OPEN INVOICE' TO WS-LINE-FINDING.
   MOVE SPACES TO WS-LINE-CLEANUP.
   IF WS-STATE-GONE
      PERFORM record-severe
   ELSE
      PERFORM record-warning
   END-IF.
   PERFORM write-finding-line.

*> Work orders. An open or assigned order on a building off the
*> master is severe and gets a cancellation; on an inactive building
*> it is a warning for review. Completed and cancelled orders are
*> history and are left alone.
sweep-work-orders.
   MOVE 3 TO WS-FILE-SUB.
   PERFORM write-file-heading.
   OPEN INPUT WORKORDER-FILE.
   IF WS-COMPANION-STATUS = '00'
      MOVE 'N' TO WS-EOF-SWITCH
      PERFORM check-one-work-order UNTIL WS-EOF
      CLOSE WORKORDER-FILE
   ELSE
      PERFORM write-file-missing
   END-IF.

check-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-STATUS-OPEN OR WO-STATUS-ASSIGNED
              MOVE WO-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM classify-building
              IF NOT WS-STATE-ACTIVE
                 PERFORM report-one-work-order
              END-IF
           END-IF
   END-READ.

report-one-work-order.
   MOVE WO-ORDER-NUMBER TO WS-ORDER-DISPLAY.
   MOVE SPACES TO WS-LINE-KEY.
   STRING 'ORDER ' WS-ORDER-DISPLAY ' ' WO-TRADE-CODE
          DELIMITED BY SIZE INTO WS-LINE-KEY
   END-STRING.
   MOVE 'OPEN WORK ORDER' TO WS-LINE-FINDING.
   MOVE SPACES TO WS-LINE-CLEANUP.
   IF WS-STATE-GONE
      PERFORM record-severe
      IF NOT WS-STATE-RENAMED
         PERFORM write-work-order-cleanup
      END-IF
   ELSE
      PERFORM record-warning
   END-IF.
   PERFORM write-finding-line.

write-work-order-cleanup.
   MOVE 'CANCEL' TO WS-LINE-CLEANUP.
   IF WS-WRITE-CLEANUP
      MOVE SPACES TO WO-TRANSACTION-RECORD
      MOVE 'X' TO WT-ACTION-CODE
      MOVE WO-ORDER-NUMBER TO WT-ORDER-NUMBER
      MOVE WO-BUILDING-NAME TO WT-BUILDING-NAME
      MOVE WO-TRADE-CODE TO WT-TRADE-CODE
      MOVE WS-TODAY-DATE TO WT-TRAN-DATE
      MOVE 0 TO WT-ESTIMATED-COST
      MOVE 0 TO WT-ACTUAL-COST
      MOVE 'CANCELLED - BUILDING GONE' TO WT-DESCRIPTION
      MOVE 'WOTRAN' TO CT-TARGET-DD
      MOVE WO-TRANSACTION-RECORD TO CT-TRANSACTION
      WRITE CLEANUP-TRANSACTION-RECORD
      ADD 1 TO WS-CLEANUP-COUNT
   END-IF.

*> Inspection schedules. A schedule for a building off the master
*> keeps coming due with no one to inspect; a warning, since no
*> maintenance transaction removes a schedule.
sweep-inspections.
   MOVE 4 TO WS-FILE-SUB.
   PERFORM write-file-heading.
   OPEN INPUT INSPECTION-FILE.
   IF WS-COMPANION-STATUS = '00'
      MOVE 'N' TO WS-EOF-SWITCH
      PERFORM check-one-inspection UNTIL WS-EOF
      CLOSE INSPECTION-FILE
   ELSE
      PERFORM write-file-missing
   END-IF.

check-one-inspection.
   READ INSPECTION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE IR-BUILDING-NAME TO WS-SEARCH-NAME
           PERFORM classify-building
           IF WS-STATE-GONE
              MOVE SPACES TO WS-LINE-KEY
              STRING 'LAST ' IR-LAST-INSPECTION-DATE
                     DELIMITED BY SIZE INTO WS-LINE-KEY
              END-STRING
              MOVE 'INSPECTION SCHEDULE' TO WS-LINE-FINDING
              MOVE SPACES TO WS-LINE-CLEANUP
              PERFORM record-warning
              PERFORM write-finding-line
           END-IF
   END-READ.

*> Meter readings on a building off the master, rolled up to one
*> warning per building with the count and latest period.
sweep-meter-readings.
   MOVE 5 TO WS-FILE-SUB.
   PERFORM write-file-heading.
   MOVE 0 TO COUNT-OF-METER-ORPHANS.
   OPEN INPUT METER-HISTORY-FILE.
   IF WS-COMPANION-STATUS = '00'
      MOVE 'N' TO WS-EOF-SWITCH
      PERFORM check-one-reading UNTIL WS-EOF
      CLOSE METER-HISTORY-FILE
      PERFORM report-one-meter-orphan
         VARYING WS-ORPHAN-SUB FROM 1 BY 1
         UNTIL WS-ORPHAN-SUB > COUNT-OF-METER-ORPHANS
   ELSE
      PERFORM write-file-missing
   END-IF.

check-one-reading.
   READ METER-HISTORY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE MR-BUILDING-NAME TO WS-SEARCH-NAME
           PERFORM classify-building
           IF WS-STATE-GONE
              PERFORM tally-meter-orphan
           END-IF
   END-READ.

tally-meter-orphan.
   MOVE 0 TO WS-ORPHAN-SUB.
   PERFORM find-meter-orphan
      VARYING WS-XREF-SUB FROM 1 BY 1
      UNTIL WS-XREF-SUB > COUNT-OF-METER-ORPHANS OR WS-ORPHAN-SUB > 0.
   IF WS-ORPHAN-SUB = 0
      IF COUNT-OF-METER-ORPHANS >= 5000
         DISPLAY 'METER ORPHANS EXCEED TABLE CAPACITY - '
                 'INCREASE METER-ORPHAN-ENTRY AND RERUN'
         MOVE 16 TO RETURN-CODE
         STOP RUN
      END-IF
      ADD 1 TO COUNT-OF-METER-ORPHANS
      MOVE COUNT-OF-METER-ORPHANS TO WS-ORPHAN-SUB
      MOVE MR-BUILDING-NAME TO MO-BUILDING-NAME(WS-ORPHAN-SUB)
      MOVE 0 TO MO-READING-COUNT(WS-ORPHAN-SUB)
      MOVE SPACES TO MO-LATEST-PERIOD(WS-ORPHAN-SUB)
   END-IF.
   ADD 1 TO MO-READING-COUNT(WS-ORPHAN-SUB).
   IF MR-READING-PERIOD > MO-LATEST-PERIOD(WS-ORPHAN-SUB)
      MOVE MR-READING-PERIOD TO MO-LATEST-PERIOD(WS-ORPHAN-SUB)
   END-IF.

find-meter-orphan.
   IF MO-BUILDING-NAME(WS-XREF-SUB) = MR-BUILDING-NAME
      MOVE WS-XREF-SUB TO WS-ORPHAN-SUB
   END-IF.

report-one-meter-orphan.
   MOVE MO-BUILDING-NAME(WS-ORPHAN-SUB) TO WS-SEARCH-NAME.
   PERFORM classify-building.
   MOVE MO-READING-COUNT(WS-ORPHAN-SUB) TO WS-COUNT-DISPLAY-1.
   MOVE SPACES TO WS-LINE-KEY.
   STRING WS-COUNT-DISPLAY-1 ' TO ' MO-LATEST-PERIOD(WS-ORPHAN-SUB)
          DELIMITED BY SIZE INTO WS-LINE-KEY
   END-STRING.
   MOVE 'METER READINGS' TO WS-LINE-FINDING.
   MOVE SPACES TO WS-LINE-CLEANUP.
   PERFORM record-warning.
   PERFORM write-finding-line.

*> Severe findings also go to the common alert file for the morning
*> triage.
record-severe.
   MOVE 'SEVERE' TO WS-LINE-SEVERITY.
   ADD 1 TO WS-SEVERE-COUNT.
   ADD 1 TO FC-COUNT(WS-FILE-SUB, 1).
   MOVE 8 TO WS-ALERT-SEVERITY.
   MOVE SPACES TO WS-ALERT-MESSAGE.
   STRING WS-SUMMARY-DD(WS-FILE-SUB) DELIMITED BY SPACE
          ' '                        DELIMITED BY SIZE
          WS-LINE-FINDING            DELIMITED BY '  '
          ' - '                      DELIMITED BY SIZE
          WS-STATE-TEXT              DELIMITED BY '  '
          INTO WS-ALERT-MESSAGE
   END-STRING.
   MOVE WS-SEARCH-NAME TO WS-ALERT-KEY.
   CALL 'ALERT-LOG' USING WS-ALERT-PROGRAM, WS-ALERT-SEVERITY,
                          WS-ALERT-MESSAGE, WS-ALERT-KEY.

record-warning.
   MOVE 'WARNING' TO WS-LINE-SEVERITY.
   ADD 1 TO WS-WARNING-COUNT.
   ADD 1 TO FC-COUNT(WS-FILE-SUB, 2).

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDING INTEGRITY SWEEP - ' WS-TODAY-DATE
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-WRITE-CLEANUP
      MOVE 'CLEANUP TRANSACTIONS WRITTEN FOR REVIEW' TO REPORT-LINE
   ELSE
      MOVE 'REPORT ONLY - NO CLEANUP TRANSACTIONS WRITTEN' TO REPORT-LINE
   END-IF.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-file-heading.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'FILE: ' WS-SUMMARY-DD(WS-FILE-SUB)
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'SEV     BUILDING                  RECORD                    '
          'FINDING              STATE                                CLEANUP'
          DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

*> An unreadable companion file is itself a severe finding: the sweep
*> cannot vouch for it.
write-file-missing.
   MOVE SPACES TO WS-SEARCH-NAME.
   MOVE SPACES TO WS-LINE-KEY.
   MOVE 'FILE NOT READ' TO WS-LINE-FINDING.
   MOVE SPACES TO WS-STATE-TEXT.
   STRING 'OPEN STATUS ' WS-COMPANION-STATUS
          DELIMITED BY SIZE INTO WS-STATE-TEXT
   END-STRING.
   MOVE SPACES TO WS-LINE-CLEANUP.
   PERFORM record-severe.
   PERFORM write-finding-line.

write-finding-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-LINE-SEVERITY  DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-SEARCH-NAME    DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-LINE-KEY       DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-LINE-FINDING   DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-STATE-TEXT     DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-LINE-CLEANUP   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-summary.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'FINDINGS BY FILE AND SEVERITY' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'FILE      SEVERE  WARNING' TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-summary-line
      VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 5.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'SEVERE: '            DELIMITED BY SIZE
          WS-SEVERE-COUNT       DELIMITED BY SIZE
          '  WARNING: '         DELIMITED BY SIZE
          WS-WARNING-COUNT      DELIMITED BY SIZE
          '  CLEANUP TRANSACTIONS: ' DELIMITED BY SIZE
          WS-CLEANUP-COUNT      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-one-summary-line.
   MOVE FC-COUNT(WS-FILE-SUB, 1) TO WS-COUNT-DISPLAY-1.
   MOVE FC-COUNT(WS-FILE-SUB, 2) TO WS-COUNT-DISPLAY-2.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-SUMMARY-DD(WS-FILE-SUB) DELIMITED BY SIZE
          '  '                       DELIMITED BY SIZE
          WS-COUNT-DISPLAY-1         DELIMITED BY SIZE
          '   '                      DELIMITED BY SIZE
          WS-COUNT-DISPLAY-2         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
