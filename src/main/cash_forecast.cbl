IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-FORECAST.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT REGION-FILE ASSIGN TO REGNFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
       SELECT FXRATE-FILE ASSIGN TO FXRATES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FXRATE-STATUS.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TENANT-STATUS.
       SELECT NOTICE-FILE ASSIGN TO RENEWNOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-AR-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT ACCRUAL-FILE ASSIGN TO TAXACCR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT PREMIUM-FILE ASSIGN TO PREMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREMIUM-STATUS.
       SELECT REPORT-FILE ASSIGN TO CASHRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD REGION-FILE.
       COPY "src/main/region_record.cpy".

   FD FXRATE-FILE.
       COPY "src/main/fxrate_record.cpy".

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

   FD OPEN-AR-FILE.
       COPY "src/main/invoice_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD ACCRUAL-FILE.
       COPY "src/main/tax_accrual_record.cpy".

   FD PREMIUM-FILE.
       COPY "src/main/premium_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        COPY "src/main/regions_copy_file.cpy".
        COPY "src/main/fxrate_table.cpy".
*> The twelve forecast months, first to last.
        01 HORIZON-MONTHS.
            05 HZ-PERIOD PIC X(6) OCCURS 12 TIMES.
*> Per building, kept in the same order as the building table so the
*> lookup index finds both: its region, whether its currency has a
*> rate, the property tax for each calendar year the horizon touches
*> (slot 3 is the latest earlier year, the estimate when a year has
*> no notice yet) and the accepted insurance quote now in force.
        01 FORECAST-BUILDINGS.
            05 COUNT-OF-FORECAST-BUILDINGS PIC 9(5) COMP-5 VALUE 0.
            05 FORECAST-BUILDING OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-FORECAST-BUILDINGS.
                10 FB-REGION-SUB PIC 9(3) COMP-5.
                10 FB-RATE-SWITCH PIC X(1).
                    88 FB-RATE-FOUND   VALUE 'Y'.
                    88 FB-RATE-MISSING VALUE 'N'.
                10 FB-TAX-YEAR PIC 9(4) OCCURS 3 TIMES.
                10 FB-TAX-AMOUNT PIC 9(9)V99 OCCURS 3 TIMES.
                10 FB-QUOTE-DATE PIC X(8).
                10 FB-QUOTE-PREMIUM PIC 9(7)V99.
*> Open notices from LEASE-FORECAST, to tell a lease that has been
*> renewed since it was flagged from one still waiting on a renewal.
        01 RENEWAL-NOTICES.
            05 COUNT-OF-NOTICES PIC 9(5) COMP-5 VALUE 0.
            05 NOTICE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-NOTICES.
                10 NT-BUILDING-NAME PIC X(25).
                10 NT-TENANT-NAME PIC X(25).
                10 NT-LEASE-END-DATE PIC X(8).
*> Amounts by region and month, in base currency. Columns 1 and 2 are
*> inflows (contracted rent, collections of open receivables), 3 to 5
*> outflows (work orders, property tax, insurance) and 6 is the rent
*> at risk from leases that expire with no renewal. Slot 501 holds
*> buildings whose region is not on the reference.
        01 REGION-FORECASTS.
            05 REGION-FORECAST OCCURS 501 TIMES.
                10 RF-MONTH OCCURS 12 TIMES.
                    15 RF-AMOUNT PIC 9(11)V99 OCCURS 6 TIMES.
        01 PORTFOLIO-FORECAST.
            05 PF-MONTH OCCURS 12 TIMES.
                10 PF-AMOUNT PIC 9(11)V99 OCCURS 6 TIMES.
*> Whatever is being printed - a region or the portfolio - is moved
*> here first so one set of forecast lines serves both.
        01 PRINT-AREA.
            05 PA-MONTH OCCURS 12 TIMES.
                10 PA-AMOUNT PIC 9(11)V99 OCCURS 6 TIMES.
        01 WS-TOTALS.
            05 WS-TOTAL-AMOUNT PIC 9(13)V99 OCCURS 6 TIMES.
        01 WS-UNKNOWN-REGION-SLOT PIC 9(3) COMP-5 VALUE 501.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-REGION-STATUS PIC X(2).
        01 WS-FXRATE-STATUS PIC X(2).
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-NOTICE-STATUS PIC X(2).
        01 WS-OPEN-AR-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-ACCRUAL-STATUS PIC X(2).
        01 WS-PREMIUM-STATUS PIC X(2).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-PARM-STRING PIC X(30).
        01 WS-START-PERIOD.
            05 WS-START-YEAR PIC 9(4).
            05 WS-START-MONTH PIC 9(2).
        01 WS-TEST-PERIOD.
            05 WS-TEST-YEAR PIC 9(4).
            05 WS-TEST-MONTH PIC 9(2).
        01 WS-DATE-PERIOD.
            05 WS-DATE-YEAR PIC 9(4).
            05 WS-DATE-MONTH PIC 9(2).
        01 WS-START-MONTH-NUMBER PIC 9(7) COMP-5.
        01 WS-MONTH-NUMBER PIC S9(7) COMP-5.
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-REGION-SEARCH PIC X(3).
        01 WS-REGION-INDEX PIC 9(3) COMP-5.
        01 WS-REGION-FOUND-SWITCH PIC X(1).
            88 WS-REGION-FOUND     VALUE 'Y'.
            88 WS-REGION-NOT-FOUND VALUE 'N'.
        01 WS-LOCAL-AMOUNT PIC 9(9)V99.
        01 WS-BASE-AMOUNT PIC 9(11)V99.
        01 WS-RATE-DATE PIC X(8).
        01 WS-RATE-FOUND-SWITCH PIC X(1).
            88 WS-RATE-FOUND     VALUE 'Y'.
            88 WS-RATE-NOT-FOUND VALUE 'N'.
        01 WS-AMOUNT-COLUMN PIC 9(1) COMP-5.
        01 WS-LEASE-STATE-SWITCH PIC X(1).
            88 WS-LEASE-IN-WINDOW VALUE 'Y'.
        01 WS-RENEWAL-SWITCH PIC X(1).
            88 WS-LEASE-RENEWED    VALUE 'R'.
            88 WS-NOTICE-OUTSTANDING VALUE 'O'.
            88 WS-NO-NOTICE        VALUE 'N'.
        01 WS-NOTICE-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-BLDG-SUB PIC 9(5) COMP-5.
        01 WS-MONTH-SUB PIC 9(2) COMP-5.
        01 WS-COLUMN-SUB PIC 9(1) COMP-5.
        01 WS-SLOT-SUB PIC 9(3) COMP-5.
        01 WS-YEAR-SUB PIC 9(1) COMP-5.
        01 WS-REGION-SUB PIC 9(3) COMP-5.
        01 WS-RISK-AMOUNT PIC 9(11)V99.
        01 WS-NET-AMOUNT PIC S9(13)V99.
        01 WS-CUMULATIVE-AMOUNT PIC S9(13)V99.
        01 WS-MISSING-FILE-COUNT PIC 9(1) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
        01 WS-UNKNOWN-REGION-COUNT PIC 9(5) VALUE 0.
        01 WS-MISSING-RATE-COUNT PIC 9(5) VALUE 0.
        01 WS-LEASE-COUNT PIC 9(7) VALUE 0.
        01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
        01 WS-RENEWED-COUNT PIC 9(5) VALUE 0.
        01 WS-INVOICE-COUNT PIC 9(7) VALUE 0.
        01 WS-ORDER-COUNT PIC 9(7) VALUE 0.
        01 WS-ACCRUAL-COUNT PIC 9(7) VALUE 0.
        01 WS-QUOTE-COUNT PIC 9(7) VALUE 0.
        01 WS-AMOUNT-DISPLAY-1 PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-AMOUNT-DISPLAY-2 PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-AMOUNT-DISPLAY-3 PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-AMOUNT-DISPLAY-4 PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-AMOUNT-DISPLAY-5 PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-AMOUNT-DISPLAY-6 PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-NET-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-CUMULATIVE-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9-.
        01 WS-RENT-DISPLAY PIC $$,$$$,$$9.99.
        01 WS-RISK-DISPLAY PIC $$,$$$,$$9.99.
        01 WS-MONTH-LABEL PIC X(9).
        01 WS-RENEWAL-TEXT PIC X(21).
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   PERFORM get-forecast-start.
   PERFORM build-horizon-months.
   PERFORM load-region-reference.
   PERFORM load-fxrates.
   PERFORM load-buildings.
   PERFORM load-renewal-notices.
   INITIALIZE REGION-FORECASTS.
   INITIALIZE PORTFOLIO-FORECAST.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM write-expiring-header.
   PERFORM forecast-contracted-rent.
   PERFORM forecast-collections.
   PERFORM forecast-work-orders.
   PERFORM load-tax-notices.
   PERFORM load-accepted-quotes.
   PERFORM forecast-building-charges
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-FORECAST-BUILDINGS.
   PERFORM write-column-header.
   PERFORM write-one-region
      VARYING WS-SLOT-SUB FROM 1 BY 1
      UNTIL WS-SLOT-SUB > COUNT-OF-REGIONS.
   MOVE WS-UNKNOWN-REGION-SLOT TO WS-SLOT-SUB.
   PERFORM write-unknown-region-section.
   PERFORM write-portfolio-section.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   DISPLAY 'CASH FORECAST FROM ' WS-START-PERIOD ' COMPLETE - '
           WS-LEASE-COUNT ' LEASES, ' WS-EXPIRING-COUNT
           ' EXPIRING WITHOUT RENEWAL, ' WS-UNMATCHED-COUNT
           ' SOURCE RECORDS FOR UNKNOWN BUILDINGS'.
   IF WS-UNMATCHED-COUNT > 0 OR WS-UNKNOWN-REGION-COUNT > 0
      OR WS-MISSING-RATE-COUNT > 0 OR WS-MISSING-FILE-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

*> Parm is the first forecast month 'YYYYMM'; it defaults to next
*> month, the first one this month's billing run has not invoiced.
get-forecast-start.
   MOVE WS-CURRENT-DATE(1:6) TO WS-START-PERIOD.
   IF WS-START-MONTH = 12
      MOVE 1 TO WS-START-MONTH
      ADD 1 TO WS-START-YEAR
   ELSE
      ADD 1 TO WS-START-MONTH
   END-IF.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:6) TO WS-START-PERIOD
   END-IF.
   IF WS-START-PERIOD NOT NUMERIC
      OR WS-START-MONTH < 1 OR WS-START-MONTH > 12
      DISPLAY 'INVALID FORECAST START PARM: ' WS-PARM-STRING
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   COMPUTE WS-START-MONTH-NUMBER = WS-START-YEAR * 12 + WS-START-MONTH.

build-horizon-months.
   MOVE WS-START-PERIOD TO WS-TEST-PERIOD.
   PERFORM add-horizon-month
      VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL WS-MONTH-SUB > 12.

add-horizon-month.
   MOVE WS-TEST-PERIOD TO HZ-PERIOD(WS-MONTH-SUB).
   IF WS-TEST-MONTH = 12
      MOVE 1 TO WS-TEST-MONTH
      ADD 1 TO WS-TEST-YEAR
   ELSE
      ADD 1 TO WS-TEST-MONTH
   END-IF.

load-region-reference.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-REGIONS.
   OPEN INPUT REGION-FILE.
   IF WS-REGION-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING REGION REFERENCE FILE, STATUS = '
              WS-REGION-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-region UNTIL WS-EOF.
   CLOSE REGION-FILE.

read-one-region.
   READ REGION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-REGIONS
           MOVE RG-REGION-CODE TO REGION-CODE(COUNT-OF-REGIONS)
           MOVE RG-REGION-NAME TO REGION-NAME(COUNT-OF-REGIONS)
           MOVE RG-DIVISION-CODE TO REGION-DIVISION-CODE(COUNT-OF-REGIONS)
           MOVE RG-MANAGER-NAME TO REGION-MANAGER-NAME(COUNT-OF-REGIONS)
   END-READ.

load-fxrates.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-FXRATES.
   OPEN INPUT FXRATE-FILE.
   IF WS-FXRATE-STATUS NOT = '00'
      DISPLAY 'NO EXCHANGE RATE FILE - ONLY BASE CURRENCY BUILDINGS '
              'WILL CARRY AMOUNTS'
   ELSE
      PERFORM read-one-fxrate UNTIL WS-EOF
      CLOSE FXRATE-FILE
   END-IF.

read-one-fxrate.
   READ FXRATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-FXRATES
           MOVE XR-CURRENCY-CODE TO FX-CURRENCY-CODE(COUNT-OF-FXRATES)
           MOVE XR-RATE-DATE TO FX-RATE-DATE(COUNT-OF-FXRATES)
           MOVE XR-RATE-TO-BASE TO FX-RATE-TO-BASE(COUNT-OF-FXRATES)
   END-READ.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BUILDINGS.
   MOVE 0 TO COUNT-OF-FORECAST-BUILDINGS.
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
           IF COUNT-OF-FORECAST-BUILDINGS >= 20000
              DISPLAY 'BUILDING FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE FORECAST-BUILDING AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
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
           PERFORM start-one-forecast-building
   END-READ.

*> A building whose region code is not on the reference still counts
*> in the portfolio; it is forecast in its own section.
start-one-forecast-building.
   ADD 1 TO COUNT-OF-FORECAST-BUILDINGS.
   INITIALIZE FORECAST-BUILDING(COUNT-OF-FORECAST-BUILDINGS).
   MOVE 'Y' TO FB-RATE-SWITCH(COUNT-OF-FORECAST-BUILDINGS).
   MOVE FR-BUILDING-REGION-CODE TO WS-REGION-SEARCH.
   CALL 'REGION-LOOKUP' USING REGIONS, WS-REGION-SEARCH,
                              WS-REGION-INDEX, WS-REGION-FOUND-SWITCH.
   IF WS-REGION-FOUND
      MOVE WS-REGION-INDEX
           TO FB-REGION-SUB(COUNT-OF-FORECAST-BUILDINGS)
   ELSE
      MOVE WS-UNKNOWN-REGION-SLOT
           TO FB-REGION-SUB(COUNT-OF-FORECAST-BUILDINGS)
      ADD 1 TO WS-UNKNOWN-REGION-COUNT
   END-IF.

*> No notice file means no lease has been flagged for renewal yet;
*> every lease ending in the window is then simply at risk.
load-renewal-notices.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-NOTICES.
   OPEN INPUT NOTICE-FILE.
   IF WS-NOTICE-STATUS NOT = '00'
      DISPLAY 'NO RENEWAL NOTICE FILE - NO LEASE SHOWN AS RENEWED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-notice UNTIL WS-EOF
      CLOSE NOTICE-FILE
   END-IF.

read-one-notice.
   READ NOTICE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-NOTICES >= 20000
              DISPLAY 'RENEWAL NOTICE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE NOTICE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-NOTICES
           MOVE RN-BUILDING-NAME TO NT-BUILDING-NAME(COUNT-OF-NOTICES)
           MOVE RN-TENANT-NAME TO NT-TENANT-NAME(COUNT-OF-NOTICES)
           MOVE RN-LEASE-END-DATE TO NT-LEASE-END-DATE(COUNT-OF-NOTICES)
   END-READ.

forecast-contracted-rent.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT TENANT-FILE.
   IF WS-TENANT-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING TENANT FILE, STATUS = ' WS-TENANT-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-lease UNTIL WS-EOF.
   CLOSE TENANT-FILE.

read-one-lease.
   READ TENANT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-LEASE-COUNT
           PERFORM forecast-one-lease
   END-READ.

*> Rent is contracted for each month from the lease start through the
*> month the lease ends. A lease renewed since LEASE-FORECAST flagged
*> it already carries its new end date on the master, so it runs on.
*> A lease ending inside the window with no renewal stops there, and
*> the rent it would have paid for the rest of the window is at risk.
forecast-one-lease.
   MOVE 'N' TO WS-LEASE-STATE-SWITCH.
   IF TL-LEASE-END-DATE(1:6) >= HZ-PERIOD(1)
      AND TL-LEASE-START-DATE(1:6) <= HZ-PERIOD(12)
      MOVE 'Y' TO WS-LEASE-STATE-SWITCH
   END-IF.
   IF WS-LEASE-IN-WINDOW
      MOVE TL-BUILDING-NAME TO WS-SEARCH-NAME
      PERFORM find-forecast-building
      IF WS-FOUND
         PERFORM check-lease-renewal
         MOVE 0 TO WS-RISK-AMOUNT
         MOVE TL-MONTHLY-RENT TO WS-LOCAL-AMOUNT
         PERFORM forecast-one-lease-month
            VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL WS-MONTH-SUB > 12
         IF TL-LEASE-END-DATE(1:6) < HZ-PERIOD(12)
            ADD 1 TO WS-EXPIRING-COUNT
            PERFORM write-expiring-line
         ELSE
            IF WS-LEASE-RENEWED
               PERFORM write-expiring-line
            END-IF
         END-IF
      END-IF
   END-IF.

forecast-one-lease-month.
   IF TL-LEASE-START-DATE(1:6) <= HZ-PERIOD(WS-MONTH-SUB)
      IF TL-LEASE-END-DATE(1:6) >= HZ-PERIOD(WS-MONTH-SUB)
         MOVE 1 TO WS-AMOUNT-COLUMN
      ELSE
         MOVE 6 TO WS-AMOUNT-COLUMN
      END-IF
      PERFORM post-forecast-amount
      IF WS-AMOUNT-COLUMN = 6
         ADD WS-BASE-AMOUNT TO WS-RISK-AMOUNT
      END-IF
   END-IF.

*> Renewed: LEASE-FORECAST flagged the lease, and its end date on the
*> master is now later than the one on the notice.
check-lease-renewal.
   MOVE 'N' TO WS-RENEWAL-SWITCH.
   MOVE 0 TO WS-NOTICE-SUB.
   PERFORM match-one-notice
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-NOTICES
         OR WS-NOTICE-SUB > 0.
   IF WS-NOTICE-SUB > 0
      IF TL-LEASE-END-DATE > NT-LEASE-END-DATE(WS-NOTICE-SUB)
         MOVE 'R' TO WS-RENEWAL-SWITCH
         ADD 1 TO WS-RENEWED-COUNT
      ELSE
         MOVE 'O' TO WS-RENEWAL-SWITCH
      END-IF
   END-IF.

match-one-notice.
   IF NT-BUILDING-NAME(WS-SCAN-SUB) = TL-BUILDING-NAME
      AND NT-TENANT-NAME(WS-SCAN-SUB) = TL-TENANT-NAME
      MOVE WS-SCAN-SUB TO WS-NOTICE-SUB
   END-IF.

forecast-collections.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT OPEN-AR-FILE.
   IF WS-OPEN-AR-STATUS NOT = '00'
      DISPLAY 'NO OPEN RECEIVABLES FILE - COLLECTIONS NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-open-invoice UNTIL WS-EOF
      CLOSE OPEN-AR-FILE
   END-IF.

*> An open balance is expected in the month it falls due; anything
*> already past due is expected in the first month of the window.
read-one-open-invoice.
   READ OPEN-AR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF IV-OPEN-BALANCE > 0
              ADD 1 TO WS-INVOICE-COUNT
              MOVE IV-DUE-DATE(1:6) TO WS-DATE-PERIOD
              PERFORM find-horizon-month
              IF WS-MONTH-NUMBER < 1
                 MOVE 1 TO WS-MONTH-NUMBER
              END-IF
              IF WS-MONTH-NUMBER <= 12
                 MOVE WS-MONTH-NUMBER TO WS-MONTH-SUB
                 MOVE IV-BUILDING-NAME TO WS-SEARCH-NAME
                 PERFORM find-forecast-building
                 IF WS-FOUND
                    MOVE IV-OPEN-BALANCE TO WS-LOCAL-AMOUNT
                    MOVE 2 TO WS-AMOUNT-COLUMN
                    PERFORM post-forecast-amount
                 END-IF
              END-IF
           END-IF
   END-READ.

forecast-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'NO WORK ORDER FILE - WORK ORDER COSTS NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-work-order UNTIL WS-EOF
      CLOSE WORKORDER-FILE
   END-IF.

*> An assigned order has a vendor on it and is paid for in the first
*> month; an open order still has to be assigned, so its estimate is
*> carried a month later.
read-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF (WO-STATUS-OPEN OR WO-STATUS-ASSIGNED)
              AND WO-ESTIMATED-COST > 0
              ADD 1 TO WS-ORDER-COUNT
              MOVE WO-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM find-forecast-building
              IF WS-FOUND
                 IF WO-STATUS-ASSIGNED
                    MOVE 1 TO WS-MONTH-SUB
                 ELSE
                    MOVE 2 TO WS-MONTH-SUB
                 END-IF
                 MOVE WO-ESTIMATED-COST TO WS-LOCAL-AMOUNT
                 MOVE 3 TO WS-AMOUNT-COLUMN
                 PERFORM post-forecast-amount
              END-IF
           END-IF
   END-READ.

load-tax-notices.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT ACCRUAL-FILE.
   IF WS-ACCRUAL-STATUS NOT = '00'
      DISPLAY 'NO TAX ACCRUAL FILE - PROPERTY TAX NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-accrual UNTIL WS-EOF
      CLOSE ACCRUAL-FILE
   END-IF.

*> Slot 1 is the calendar year the window starts in, slot 2 the year
*> after; slot 3 keeps the latest year before the window, which
*> stands in for a year whose notice has not arrived. A building
*> taxed by more than one jurisdiction adds the notices together.
read-one-accrual.
   READ ACCRUAL-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-ACCRUAL-COUNT
           MOVE TA-BUILDING-NAME TO WS-SEARCH-NAME
           PERFORM find-forecast-building
           IF WS-FOUND
              PERFORM store-one-accrual
           END-IF
   END-READ.

store-one-accrual.
   EVALUATE TRUE
       WHEN TA-ASSESSMENT-YEAR = WS-START-YEAR
           MOVE 1 TO WS-YEAR-SUB
       WHEN TA-ASSESSMENT-YEAR = WS-START-YEAR + 1
           MOVE 2 TO WS-YEAR-SUB
       WHEN TA-ASSESSMENT-YEAR < WS-START-YEAR
           MOVE 3 TO WS-YEAR-SUB
       WHEN OTHER
           MOVE 0 TO WS-YEAR-SUB
   END-EVALUATE.
   IF WS-YEAR-SUB = 3
      AND TA-ASSESSMENT-YEAR > FB-TAX-YEAR(WS-FOUND-INDEX, 3)
      MOVE TA-ASSESSMENT-YEAR TO FB-TAX-YEAR(WS-FOUND-INDEX, 3)
      MOVE 0 TO FB-TAX-AMOUNT(WS-FOUND-INDEX, 3)
   END-IF.
   IF WS-YEAR-SUB > 0
      IF WS-YEAR-SUB < 3
         MOVE TA-ASSESSMENT-YEAR TO FB-TAX-YEAR(WS-FOUND-INDEX, WS-YEAR-SUB)
      END-IF
      IF TA-ASSESSMENT-YEAR = FB-TAX-YEAR(WS-FOUND-INDEX, WS-YEAR-SUB)
         ADD TA-TAX-AMOUNT TO FB-TAX-AMOUNT(WS-FOUND-INDEX, WS-YEAR-SUB)
      END-IF
   END-IF.

load-accepted-quotes.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT PREMIUM-FILE.
   IF WS-PREMIUM-STATUS NOT = '00'
      DISPLAY 'NO PREMIUM FILE - INSURANCE NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-quote UNTIL WS-EOF
      CLOSE PREMIUM-FILE
   END-IF.

*> The latest accepted quote is the cover that will renew.
read-one-quote.
   READ PREMIUM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF PM-QUOTE-ACCEPTED
              ADD 1 TO WS-QUOTE-COUNT
              MOVE PM-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM find-forecast-building
              IF WS-FOUND
                 IF PM-QUOTE-DATE >= FB-QUOTE-DATE(WS-FOUND-INDEX)
                    MOVE PM-QUOTE-DATE TO FB-QUOTE-DATE(WS-FOUND-INDEX)
                    MOVE PM-ANNUAL-PREMIUM
                         TO FB-QUOTE-PREMIUM(WS-FOUND-INDEX)
                 END-IF
              END-IF
           END-IF
   END-READ.

forecast-building-charges.
   MOVE WS-BLDG-SUB TO WS-FOUND-INDEX.
   PERFORM fill-missing-tax-year.
   PERFORM forecast-one-charge-month
      VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL WS-MONTH-SUB > 12.

*> A year with no notice yet is estimated at the last year billed.
fill-missing-tax-year.
   IF FB-TAX-YEAR(WS-BLDG-SUB, 1) = 0
      MOVE FB-TAX-AMOUNT(WS-BLDG-SUB, 3) TO FB-TAX-AMOUNT(WS-BLDG-SUB, 1)
   END-IF.
   IF FB-TAX-YEAR(WS-BLDG-SUB, 2) = 0
      MOVE FB-TAX-AMOUNT(WS-BLDG-SUB, 1) TO FB-TAX-AMOUNT(WS-BLDG-SUB, 2)
   END-IF.

*> Property tax is paid in four equal installments, at the end of
*> each calendar quarter. Insurance is paid a year in advance, so the
*> accepted premium falls due again each anniversary of its quote.
*> The insurer quotes on the base-currency cost INSFEED sends, so the
*> premium is already in base and lands without conversion.
forecast-one-charge-month.
   MOVE HZ-PERIOD(WS-MONTH-SUB) TO WS-TEST-PERIOD.
   IF WS-TEST-MONTH = 3 OR WS-TEST-MONTH = 6
      OR WS-TEST-MONTH = 9 OR WS-TEST-MONTH = 12
      IF WS-TEST-YEAR = WS-START-YEAR
         MOVE 1 TO WS-YEAR-SUB
      ELSE
         MOVE 2 TO WS-YEAR-SUB
      END-IF
      IF FB-TAX-AMOUNT(WS-BLDG-SUB, WS-YEAR-SUB) > 0
         COMPUTE WS-LOCAL-AMOUNT ROUNDED =
                 FB-TAX-AMOUNT(WS-BLDG-SUB, WS-YEAR-SUB) / 4
         MOVE 4 TO WS-AMOUNT-COLUMN
         PERFORM post-forecast-amount
      END-IF
   END-IF.
   IF FB-QUOTE-PREMIUM(WS-BLDG-SUB) > 0
      AND FB-QUOTE-DATE(WS-BLDG-SUB)(5:2) = WS-TEST-PERIOD(5:2)
      AND FB-QUOTE-DATE(WS-BLDG-SUB)(1:6) <= WS-TEST-PERIOD
      MOVE FB-QUOTE-PREMIUM(WS-BLDG-SUB) TO WS-BASE-AMOUNT
      MOVE 5 TO WS-AMOUNT-COLUMN
      PERFORM land-forecast-amount
   END-IF.

*> Month number of WS-DATE-PERIOD within the window: 1 is the first
*> forecast month, below 1 is earlier, above 12 is later.
find-horizon-month.
   IF WS-DATE-PERIOD NOT NUMERIC
      MOVE 1 TO WS-MONTH-NUMBER
   ELSE
      COMPUTE WS-MONTH-NUMBER = WS-DATE-YEAR * 12 + WS-DATE-MONTH
                              - WS-START-MONTH-NUMBER + 1
   END-IF.

find-forecast-building.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   IF WS-NOT-FOUND
      ADD 1 TO WS-UNMATCHED-COUNT
      DISPLAY 'NO BUILDING ON MASTER FOR ' WS-SEARCH-NAME
              ' - AMOUNT NOT IN FORECAST'
   END-IF.

*> Lands one local-currency amount for building WS-FOUND-INDEX in
*> month WS-MONTH-SUB and column WS-AMOUNT-COLUMN, on its region and
*> on the portfolio. A currency with no rate carries nothing and the
*> building is counted once as an exception.
post-forecast-amount.
   CALL 'CURRENCY-CONVERT' USING FXRATES,
           BUILDING-CURRENCY-CODE(WS-FOUND-INDEX),
           WS-LOCAL-AMOUNT, WS-BASE-AMOUNT,
           WS-RATE-DATE, WS-RATE-FOUND-SWITCH.
   IF WS-RATE-NOT-FOUND
      MOVE 0 TO WS-BASE-AMOUNT
      IF FB-RATE-FOUND(WS-FOUND-INDEX)
         MOVE 'N' TO FB-RATE-SWITCH(WS-FOUND-INDEX)
         ADD 1 TO WS-MISSING-RATE-COUNT
         DISPLAY 'NO EXCHANGE RATE FOR '
                 BUILDING-CURRENCY-CODE(WS-FOUND-INDEX) ' - '
                 BUILDING-NAME(WS-FOUND-INDEX) ' NOT IN FORECAST'
      END-IF
   END-IF.
   PERFORM land-forecast-amount.

land-forecast-amount.
   MOVE FB-REGION-SUB(WS-FOUND-INDEX) TO WS-REGION-SUB.
   ADD WS-BASE-AMOUNT TO RF-AMOUNT(WS-REGION-SUB, WS-MONTH-SUB,
                                   WS-AMOUNT-COLUMN).
   ADD WS-BASE-AMOUNT TO PF-AMOUNT(WS-MONTH-SUB, WS-AMOUNT-COLUMN).

*> Layout follows REPORT-BURST's routing so the forecast can be split
*> by region if wanted: each region opens with a rule and its name
*> indented, its month lines are indented under it, and the portfolio
*> lines start in column one and stay with treasury.
write-one-region.
   PERFORM move-region-to-print.
   MOVE ALL '-' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                        DELIMITED BY SIZE
          REGION-NAME(WS-SLOT-SUB)    DELIMITED BY SIZE
          ' ('                        DELIMITED BY SIZE
          REGION-CODE(WS-SLOT-SUB)    DELIMITED BY SIZE
          ') DIVISION '               DELIMITED BY SIZE
          REGION-DIVISION-CODE(WS-SLOT-SUB) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-forecast-lines.

write-unknown-region-section.
   PERFORM move-region-to-print.
   IF WS-UNKNOWN-REGION-COUNT > 0
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE '*** BUILDINGS WITH REGION CODES NOT ON THE REGION REFERENCE ***'
           TO REPORT-LINE
      WRITE REPORT-LINE
      PERFORM write-forecast-lines
   END-IF.

move-region-to-print.
   MOVE REGION-FORECAST(WS-SLOT-SUB) TO PRINT-AREA.

write-portfolio-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'PORTFOLIO - ALL REGIONS' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 0 TO WS-SLOT-SUB.
   MOVE PORTFOLIO-FORECAST TO PRINT-AREA.
   PERFORM write-forecast-lines.

*> Twelve month lines and a total. Region month lines are indented
*> under the region name; the portfolio's start in column one.
write-forecast-lines.
   MOVE 0 TO WS-CUMULATIVE-AMOUNT.
   INITIALIZE WS-TOTALS.
   PERFORM write-one-month-line
      VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL WS-MONTH-SUB > 12.
   COMPUTE WS-NET-AMOUNT ROUNDED = WS-TOTAL-AMOUNT(1) + WS-TOTAL-AMOUNT(2)
           - WS-TOTAL-AMOUNT(3) - WS-TOTAL-AMOUNT(4) - WS-TOTAL-AMOUNT(5).
   MOVE WS-TOTAL-AMOUNT(1) TO WS-AMOUNT-DISPLAY-1.
   MOVE WS-TOTAL-AMOUNT(2) TO WS-AMOUNT-DISPLAY-2.
   MOVE WS-TOTAL-AMOUNT(3) TO WS-AMOUNT-DISPLAY-3.
   MOVE WS-TOTAL-AMOUNT(4) TO WS-AMOUNT-DISPLAY-4.
   MOVE WS-TOTAL-AMOUNT(5) TO WS-AMOUNT-DISPLAY-5.
   MOVE WS-TOTAL-AMOUNT(6) TO WS-AMOUNT-DISPLAY-6.
   MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
   MOVE WS-CUMULATIVE-AMOUNT TO WS-CUMULATIVE-DISPLAY.
   IF WS-SLOT-SUB = 0
      MOVE 'TOTAL    ' TO WS-MONTH-LABEL
   ELSE
      MOVE '  TOTAL  ' TO WS-MONTH-LABEL
   END-IF.
   PERFORM write-amount-line.

write-one-month-line.
   COMPUTE WS-NET-AMOUNT = PA-AMOUNT(WS-MONTH-SUB, 1)
           + PA-AMOUNT(WS-MONTH-SUB, 2) - PA-AMOUNT(WS-MONTH-SUB, 3)
           - PA-AMOUNT(WS-MONTH-SUB, 4) - PA-AMOUNT(WS-MONTH-SUB, 5).
   ADD WS-NET-AMOUNT TO WS-CUMULATIVE-AMOUNT.
   PERFORM add-one-total-column
      VARYING WS-COLUMN-SUB FROM 1 BY 1 UNTIL WS-COLUMN-SUB > 6.
   MOVE PA-AMOUNT(WS-MONTH-SUB, 1) TO WS-AMOUNT-DISPLAY-1.
   MOVE PA-AMOUNT(WS-MONTH-SUB, 2) TO WS-AMOUNT-DISPLAY-2.
   MOVE PA-AMOUNT(WS-MONTH-SUB, 3) TO WS-AMOUNT-DISPLAY-3.
   MOVE PA-AMOUNT(WS-MONTH-SUB, 4) TO WS-AMOUNT-DISPLAY-4.
   MOVE PA-AMOUNT(WS-MONTH-SUB, 5) TO WS-AMOUNT-DISPLAY-5.
   MOVE PA-AMOUNT(WS-MONTH-SUB, 6) TO WS-AMOUNT-DISPLAY-6.
   MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
   MOVE WS-CUMULATIVE-AMOUNT TO WS-CUMULATIVE-DISPLAY.
   MOVE SPACES TO WS-MONTH-LABEL.
   IF WS-SLOT-SUB = 0
      STRING HZ-PERIOD(WS-MONTH-SUB)(1:4) '-'
             HZ-PERIOD(WS-MONTH-SUB)(5:2)
             DELIMITED BY SIZE INTO WS-MONTH-LABEL
      END-STRING
   ELSE
      STRING '  ' HZ-PERIOD(WS-MONTH-SUB)(1:4) '-'
             HZ-PERIOD(WS-MONTH-SUB)(5:2)
             DELIMITED BY SIZE INTO WS-MONTH-LABEL
      END-STRING
   END-IF.
   PERFORM write-amount-line.

add-one-total-column.
   ADD PA-AMOUNT(WS-MONTH-SUB, WS-COLUMN-SUB)
       TO WS-TOTAL-AMOUNT(WS-COLUMN-SUB).

write-amount-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-MONTH-LABEL         DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1    DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2    DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-3    DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-4    DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-5    DELIMITED BY SIZE
          WS-NET-DISPLAY         DELIMITED BY SIZE
          WS-CUMULATIVE-DISPLAY  DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-6    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-expiring-header.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'LEASES ENDING IN THE WINDOW - AT RISK IS THE RENT '
                                   DELIMITED BY SIZE
          'LOST FROM THE END OF THE LEASE TO THE END OF THE WINDOW'
                                   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

*> One line per lease ending in the window, led by the building name so
*> each region's bundle carries its own expiries, and one per lease
*> renewed since LEASE-FORECAST flagged it.
write-expiring-line.
   MOVE SPACES TO WS-RENEWAL-TEXT.
   EVALUATE TRUE
       WHEN WS-LEASE-RENEWED
           STRING 'RENEWED FROM '                 DELIMITED BY SIZE
                  NT-LEASE-END-DATE(WS-NOTICE-SUB) DELIMITED BY SIZE
                  INTO WS-RENEWAL-TEXT
           END-STRING
       WHEN WS-NOTICE-OUTSTANDING
           MOVE 'NOTICE OUTSTANDING' TO WS-RENEWAL-TEXT
       WHEN OTHER
           MOVE 'NO NOTICE YET' TO WS-RENEWAL-TEXT
   END-EVALUATE.
   MOVE TL-MONTHLY-RENT TO WS-RENT-DISPLAY.
   MOVE WS-RISK-AMOUNT TO WS-RISK-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING TL-BUILDING-NAME       DELIMITED BY SIZE
          ' '                    DELIMITED BY SIZE
          TL-TENANT-NAME         DELIMITED BY SIZE
          ' ENDS '               DELIMITED BY SIZE
          TL-LEASE-END-DATE      DELIMITED BY SIZE
          ' RENT '               DELIMITED BY SIZE
          WS-RENT-DISPLAY        DELIMITED BY SIZE
          ' AT RISK '            DELIMITED BY SIZE
          WS-RISK-DISPLAY        DELIMITED BY SIZE
          ' '                    DELIMITED BY SIZE
          WS-RENEWAL-TEXT        DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'TWELVE-MONTH CASH FORECAST BY REGION - ' DELIMITED BY SIZE
          HZ-PERIOD(1)        DELIMITED BY SIZE
          ' TO '              DELIMITED BY SIZE
          HZ-PERIOD(12)       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'WHOLE UNITS OF BASE CURRENCY (USD) - NET = RENT + '
                                   DELIMITED BY SIZE
          'COLLECTIONS - WORK ORDERS - PROPERTY TAX - INSURANCE'
                                   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-column-header.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'MONTH    '          DELIMITED BY SIZE
          '  RENT INFLOW'      DELIMITED BY SIZE
          '   COLLECTIONS'     DELIMITED BY SIZE
          '   WORK ORDERS'     DELIMITED BY SIZE
          '  PROPERTY TAX'     DELIMITED BY SIZE
          '     INSURANCE'     DELIMITED BY SIZE
          '      NET CASH'     DELIMITED BY SIZE
          '    CUMULATIVE'     DELIMITED BY SIZE
          '  RENT AT RISK'     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'LEASES READ: '        DELIMITED BY SIZE
          WS-LEASE-COUNT         DELIMITED BY SIZE
          ' EXPIRING: '          DELIMITED BY SIZE
          WS-EXPIRING-COUNT      DELIMITED BY SIZE
          ' RENEWED: '           DELIMITED BY SIZE
          WS-RENEWED-COUNT       DELIMITED BY SIZE
          ' OPEN INVOICES: '     DELIMITED BY SIZE
          WS-INVOICE-COUNT       DELIMITED BY SIZE
          ' OPEN ORDERS: '       DELIMITED BY SIZE
          WS-ORDER-COUNT         DELIMITED BY SIZE
          ' TAX NOTICES: '       DELIMITED BY SIZE
          WS-ACCRUAL-COUNT       DELIMITED BY SIZE
          ' QUOTES: '            DELIMITED BY SIZE
          WS-QUOTE-COUNT         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-UNMATCHED-COUNT > 0 OR WS-MISSING-RATE-COUNT > 0
      OR WS-UNKNOWN-REGION-COUNT > 0 OR WS-MISSING-FILE-COUNT > 0
      MOVE SPACES TO WS-REPORT-LINE
      STRING '*** EXCEPTIONS - UNKNOWN BUILDINGS: ' DELIMITED BY SIZE
             WS-UNMATCHED-COUNT       DELIMITED BY SIZE
             '  NO FX RATE: '         DELIMITED BY SIZE
             WS-MISSING-RATE-COUNT    DELIMITED BY SIZE
             '  UNKNOWN REGIONS: '    DELIMITED BY SIZE
             WS-UNKNOWN-REGION-COUNT  DELIMITED BY SIZE
             '  SOURCE FILES MISSING: ' DELIMITED BY SIZE
             WS-MISSING-FILE-COUNT    DELIMITED BY SIZE
             ' ***'                   DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
