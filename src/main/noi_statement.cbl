IDENTIFICATION DIVISION.
PROGRAM-ID. NOI-STATEMENT.

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
       SELECT INVOICE-FILE ASSIGN TO INVOICES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT REGISTER-FILE ASSIGN TO CAPREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT ACCRUAL-FILE ASSIGN TO TAXACCR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT PREMIUM-FILE ASSIGN TO PREMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREMIUM-STATUS.
       SELECT REPORT-FILE ASSIGN TO NOIRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD REGION-FILE.
       COPY "src/main/region_record.cpy".

   FD FXRATE-FILE.
       COPY "src/main/fxrate_record.cpy".

   FD INVOICE-FILE.
       COPY "src/main/invoice_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/capital_register_record.cpy".

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
*> One statement per building, kept in the same order as the
*> building table so the lookup index finds both. Every amount is
*> already in base currency so regions and divisions can add up.
*> Columns 1 to 4 are rental income, repairs, property tax and
*> insurance.
        01 NOI-BUILDINGS.
            05 COUNT-OF-NOI-BUILDINGS PIC 9(5) COMP-5 VALUE 0.
            05 NOI-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-NOI-BUILDINGS.
                10 NB-MONTH-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
                10 NB-YTD-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
                10 NB-BASE-COST PIC 9(13)V99.
                10 NB-RATE-SWITCH PIC X(1).
                    88 NB-RATE-FOUND   VALUE 'Y'.
                    88 NB-RATE-MISSING VALUE 'N'.
                10 NB-YIELD PIC S9(5)V99.
                10 NB-YIELD-SWITCH PIC X(1).
                    88 NB-YIELD-KNOWN   VALUE 'Y'.
                    88 NB-YIELD-UNKNOWN VALUE 'N'.
                10 NB-RANKED-SWITCH PIC X(1).
                    88 NB-RANKED     VALUE 'Y'.
                    88 NB-NOT-RANKED VALUE 'N'.
                10 NB-REGION-SUB PIC 9(3) COMP-5.
*> Orders the capitalization run moved into the cost basis are not
*> operating expense and stay off the statement.
        01 CAPITALIZED-ORDERS.
            05 COUNT-OF-CAPITALIZED PIC 9(5) COMP-5 VALUE 0.
            05 CAPITALIZED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-CAPITALIZED
                   INDEXED BY CO-IX.
                10 CO-ORDER-NUMBER PIC 9(7).
*> Accepted insurance quotes. The quote dated latest on or before a
*> month is the cover in force for it; one twelfth of its annual
*> premium is that month's expense.
        01 ACCEPTED-QUOTES.
            05 COUNT-OF-QUOTES PIC 9(5) COMP-5 VALUE 0.
            05 QUOTE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-QUOTES.
                10 AQ-BUILDING-SUB PIC 9(5) COMP-5.
                10 AQ-QUOTE-PERIOD PIC X(6).
                10 AQ-QUOTE-DATE PIC X(8).
                10 AQ-ANNUAL-PREMIUM PIC 9(7)V99.
*> Subtotals: 1 region, 2 division, 3 portfolio.
        01 TOTAL-LEVELS.
            05 TOTAL-LEVEL OCCURS 3 TIMES.
                10 TT-MONTH-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
                10 TT-YTD-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
                10 TT-BASE-COST PIC 9(13)V99.
                10 TT-RATE-SWITCH PIC X(1).
                10 TT-BUILDING-COUNT PIC 9(5).
*> Whatever is being printed - a building or a subtotal - is moved
*> here first so one pair of statement lines serves them all.
        01 PRINT-AREA.
            05 PA-LABEL PIC X(25).
            05 PA-MONTH-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
            05 PA-YTD-AMOUNT PIC 9(11)V99 OCCURS 4 TIMES.
            05 PA-BASE-COST PIC 9(13)V99.
            05 PA-RATE-SWITCH PIC X(1).
                88 PA-RATE-FOUND   VALUE 'Y'.
                88 PA-RATE-MISSING VALUE 'N'.
*> Every region names one division, so the division table is sized to
*> the region reference and can never run out of slots.
        01 WS-DIVISIONS.
            05 WS-DIV-USED PIC 9(3) COMP-5 VALUE 0.
            05 WS-DIV-ENTRY OCCURS 500 TIMES.
                10 WS-DIV-CODE PIC X(3).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-REGION-STATUS PIC X(2).
        01 WS-FXRATE-STATUS PIC X(2).
        01 WS-INVOICE-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-ACCRUAL-STATUS PIC X(2).
        01 WS-PREMIUM-STATUS PIC X(2).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-PARM-STRING PIC X(30).
        01 WS-STATEMENT-PERIOD.
            05 WS-PERIOD-YEAR PIC 9(4).
            05 WS-PERIOD-MONTH PIC 9(2).
        01 WS-TEST-PERIOD.
            05 WS-TEST-YEAR PIC 9(4).
            05 WS-TEST-MONTH PIC 9(2).
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
        01 WS-AMOUNT-DATE PIC X(8).
        01 WS-AMOUNT-COLUMN PIC 9(1) COMP-5.
        01 WS-CAPITALIZED-SWITCH PIC X(1).
            88 WS-ORDER-CAPITALIZED VALUE 'Y'.
        01 WS-BLDG-SUB PIC 9(5) COMP-5.
        01 WS-QUOTE-SUB PIC 9(5) COMP-5.
        01 WS-BEST-QUOTE-SUB PIC 9(5) COMP-5.
        01 WS-MONTH-SUB PIC 9(2) COMP-5.
        01 WS-COLUMN-SUB PIC 9(1) COMP-5.
        01 WS-LEVEL-SUB PIC 9(1) COMP-5.
        01 WS-SCAN-SUB PIC 9(3) COMP-5.
        01 WS-DIV-SUB PIC 9(3) COMP-5.
        01 WS-DIV-FOUND-SUB PIC 9(3) COMP-5.
        01 WS-RANK-SUB PIC 9(2) COMP-5.
        01 WS-LOWEST-SUB PIC 9(5) COMP-5.
        01 WS-MONTH-NOI PIC S9(11)V99.
        01 WS-YTD-NOI PIC S9(11)V99.
        01 WS-YIELD PIC S9(5)V99.
        01 WS-YIELD-SWITCH PIC X(1).
            88 WS-YIELD-KNOWN   VALUE 'Y'.
            88 WS-YIELD-UNKNOWN VALUE 'N'.
        01 WS-MISSING-FILE-COUNT PIC 9(1) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
        01 WS-UNKNOWN-REGION-COUNT PIC 9(5) VALUE 0.
        01 WS-MISSING-RATE-COUNT PIC 9(5) VALUE 0.
        01 WS-INVOICE-COUNT PIC 9(7) VALUE 0.
        01 WS-ORDER-COUNT PIC 9(7) VALUE 0.
        01 WS-ACCRUAL-COUNT PIC 9(7) VALUE 0.
        01 WS-QUOTE-COUNT PIC 9(7) VALUE 0.
        01 WS-AMOUNT-DISPLAY-1 PIC $$$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-2 PIC $$$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-3 PIC $$$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-4 PIC $$$$,$$$,$$9.99.
        01 WS-NOI-DISPLAY PIC $$$$,$$$,$$9.99-.
        01 WS-COST-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-YIELD-DISPLAY PIC ---9.99.
        01 WS-RANK-DISPLAY PIC 99.
        01 WS-COUNT-DISPLAY PIC ZZ,ZZ9.
        01 WS-YIELD-TEXT PIC X(16).
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   PERFORM get-statement-period.
   PERFORM load-region-reference.
   PERFORM load-fxrates.
   PERFORM load-buildings.
   PERFORM load-capitalized-orders.
   PERFORM accumulate-rental-income.
   PERFORM accumulate-work-orders.
   PERFORM accumulate-tax-accruals.
   PERFORM load-accepted-quotes.
   PERFORM accumulate-insurance
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-NOI-BUILDINGS.
   PERFORM compute-building-yield
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-NOI-BUILDINGS.
   PERFORM collect-divisions.
   INITIALIZE TOTAL-LEVELS.
   MOVE 'Y' TO TT-RATE-SWITCH(3).
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM write-one-division
      VARYING WS-DIV-SUB FROM 1 BY 1 UNTIL WS-DIV-SUB > WS-DIV-USED.
   PERFORM write-unknown-region-section.
   PERFORM write-portfolio-total.
   PERFORM write-bottom-ten.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   DISPLAY 'NOI STATEMENT FOR ' WS-STATEMENT-PERIOD ' COMPLETE - '
           COUNT-OF-NOI-BUILDINGS ' BUILDINGS, '
           WS-UNMATCHED-COUNT ' SOURCE RECORDS FOR UNKNOWN BUILDINGS, '
           WS-MISSING-RATE-COUNT ' WITHOUT AN EXCHANGE RATE'.
   IF WS-UNMATCHED-COUNT > 0 OR WS-UNKNOWN-REGION-COUNT > 0
      OR WS-MISSING-RATE-COUNT > 0 OR WS-MISSING-FILE-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

*> Parm is the statement month 'YYYYMM'; it defaults to last month,
*> the one the controller has just closed.
get-statement-period.
   MOVE WS-CURRENT-DATE(1:6) TO WS-STATEMENT-PERIOD.
   IF WS-PERIOD-MONTH = 1
      MOVE 12 TO WS-PERIOD-MONTH
      SUBTRACT 1 FROM WS-PERIOD-YEAR
   ELSE
      SUBTRACT 1 FROM WS-PERIOD-MONTH
   END-IF.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:6) TO WS-STATEMENT-PERIOD
   END-IF.
   IF WS-STATEMENT-PERIOD NOT NUMERIC
      OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
      DISPLAY 'INVALID STATEMENT PERIOD PARM: ' WS-PARM-STRING
      MOVE 16 TO RETURN-CODE
      STOP RUN
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
           IF COUNT-OF-REGIONS >= 500
              DISPLAY 'REGION REFERENCE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE REGION-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
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
   MOVE 0 TO COUNT-OF-NOI-BUILDINGS.
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
           IF COUNT-OF-NOI-BUILDINGS >= 20000
              DISPLAY 'BUILDING FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE NOI-ENTRY AND RERUN'
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
           PERFORM start-one-statement
   END-READ.

*> The acquisition cost is converted once, here; a building whose
*> currency has no rate carries no base amounts and no yield, and is
*> flagged on its statement line rather than dropped.
start-one-statement.
   ADD 1 TO COUNT-OF-NOI-BUILDINGS.
   INITIALIZE NOI-ENTRY(COUNT-OF-NOI-BUILDINGS).
   MOVE 'Y' TO NB-RATE-SWITCH(COUNT-OF-NOI-BUILDINGS).
   MOVE 'N' TO NB-YIELD-SWITCH(COUNT-OF-NOI-BUILDINGS).
   MOVE 'N' TO NB-RANKED-SWITCH(COUNT-OF-NOI-BUILDINGS).
   CALL 'CURRENCY-CONVERT' USING FXRATES, FR-BUILDING-CURRENCY-CODE,
           FR-BUILDING-ACQUISITION-COST, WS-BASE-AMOUNT,
           WS-RATE-DATE, WS-RATE-FOUND-SWITCH.
   IF WS-RATE-NOT-FOUND
      MOVE 'N' TO NB-RATE-SWITCH(COUNT-OF-NOI-BUILDINGS)
      ADD 1 TO WS-MISSING-RATE-COUNT
      MOVE 0 TO WS-BASE-AMOUNT
   END-IF.
   MOVE WS-BASE-AMOUNT TO NB-BASE-COST(COUNT-OF-NOI-BUILDINGS).
   MOVE FR-BUILDING-REGION-CODE TO WS-REGION-SEARCH.
   CALL 'REGION-LOOKUP' USING REGIONS, WS-REGION-SEARCH,
                              WS-REGION-INDEX, WS-REGION-FOUND-SWITCH.
   IF WS-REGION-FOUND
      MOVE WS-REGION-INDEX TO NB-REGION-SUB(COUNT-OF-NOI-BUILDINGS)
   ELSE
      MOVE 0 TO NB-REGION-SUB(COUNT-OF-NOI-BUILDINGS)
      ADD 1 TO WS-UNKNOWN-REGION-COUNT
   END-IF.

*> A missing capitalization register only means nothing has been
*> capitalized yet.
load-capitalized-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CAPITALIZED.
   OPEN INPUT REGISTER-FILE.
   IF WS-REGISTER-STATUS = '00'
      PERFORM read-one-register UNTIL WS-EOF
      CLOSE REGISTER-FILE
   END-IF.

read-one-register.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF KR-CAPITALIZED
              IF COUNT-OF-CAPITALIZED >= 99999
                 DISPLAY 'CAPITALIZATION REGISTER EXCEEDS TABLE '
                         'CAPACITY - INCREASE CAPITALIZED-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-CAPITALIZED
              MOVE KR-ORDER-NUMBER
                   TO CO-ORDER-NUMBER(COUNT-OF-CAPITALIZED)
           END-IF
   END-READ.

*> Income is the rent invoiced: INVOICES is the year's invoice history,
*> so the month and the year to date both come from the one file.
accumulate-rental-income.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT INVOICE-FILE.
   IF WS-INVOICE-STATUS NOT = '00'
      DISPLAY 'NO INVOICE FILE - RENTAL INCOME NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-invoice UNTIL WS-EOF
      CLOSE INVOICE-FILE
   END-IF.

read-one-invoice.
   READ INVOICE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-INVOICE-COUNT
           MOVE IV-BUILDING-NAME TO WS-SEARCH-NAME
           MOVE IV-INVOICE-DATE TO WS-AMOUNT-DATE
           MOVE IV-INVOICE-AMOUNT TO WS-LOCAL-AMOUNT
           MOVE 1 TO WS-AMOUNT-COLUMN
           PERFORM post-dated-amount
   END-READ.

accumulate-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'NO WORK ORDER FILE - REPAIRS NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-work-order UNTIL WS-EOF
      CLOSE WORKORDER-FILE
   END-IF.

*> A completed order's actual cost is repairs expense in the month it
*> completed, unless the capitalization run capitalized it.
read-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-STATUS-COMPLETE AND WO-ACTUAL-COST > 0
              MOVE 'N' TO WS-CAPITALIZED-SWITCH
              SET CO-IX TO 1
              SEARCH CAPITALIZED-ENTRY
                  AT END
                      CONTINUE
                  WHEN CO-ORDER-NUMBER(CO-IX) = WO-ORDER-NUMBER
                      MOVE 'Y' TO WS-CAPITALIZED-SWITCH
              END-SEARCH
              IF NOT WS-ORDER-CAPITALIZED
                 ADD 1 TO WS-ORDER-COUNT
                 MOVE WO-BUILDING-NAME TO WS-SEARCH-NAME
                 MOVE WO-COMPLETE-DATE TO WS-AMOUNT-DATE
                 MOVE WO-ACTUAL-COST TO WS-LOCAL-AMOUNT
                 MOVE 2 TO WS-AMOUNT-COLUMN
                 PERFORM post-dated-amount
              END-IF
           END-IF
   END-READ.

*> Lands one dated source amount on its building: in the year to
*> date when dated this year up to the statement month, and in the
*> month as well when dated in it.
post-dated-amount.
   IF WS-AMOUNT-DATE(1:4) = WS-STATEMENT-PERIOD(1:4)
      AND WS-AMOUNT-DATE(1:6) <= WS-STATEMENT-PERIOD
      PERFORM find-statement-building
      IF WS-FOUND
         PERFORM convert-to-base
         ADD WS-BASE-AMOUNT
             TO NB-YTD-AMOUNT(WS-FOUND-INDEX, WS-AMOUNT-COLUMN)
         IF WS-AMOUNT-DATE(1:6) = WS-STATEMENT-PERIOD
            ADD WS-BASE-AMOUNT
                TO NB-MONTH-AMOUNT(WS-FOUND-INDEX, WS-AMOUNT-COLUMN)
         END-IF
      END-IF
   END-IF.

find-statement-building.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   IF WS-NOT-FOUND
      ADD 1 TO WS-UNMATCHED-COUNT
      DISPLAY 'NO BUILDING ON MASTER FOR ' WS-SEARCH-NAME
              ' - AMOUNT NOT ON STATEMENT'
   END-IF.

convert-to-base.
   CALL 'CURRENCY-CONVERT' USING FXRATES,
           BUILDING-CURRENCY-CODE(WS-FOUND-INDEX),
           WS-LOCAL-AMOUNT, WS-BASE-AMOUNT,
           WS-RATE-DATE, WS-RATE-FOUND-SWITCH.
   IF WS-RATE-NOT-FOUND
      MOVE 0 TO WS-BASE-AMOUNT
   END-IF.

accumulate-tax-accruals.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT ACCRUAL-FILE.
   IF WS-ACCRUAL-STATUS NOT = '00'
      DISPLAY 'NO TAX ACCRUAL FILE - PROPERTY TAX NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-accrual UNTIL WS-EOF
      CLOSE ACCRUAL-FILE
   END-IF.

*> The notice carries the year's tax; it is spread evenly, one twelfth
*> to each month, from the month it is accrued in. A notice accrued
*> after the statement month is not on it yet.
read-one-accrual.
   READ ACCRUAL-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF TA-ASSESSMENT-YEAR = WS-PERIOD-YEAR
              AND (TA-ACCRUAL-DATE NOT NUMERIC
                   OR TA-ACCRUAL-DATE(1:6) <= WS-STATEMENT-PERIOD)
              ADD 1 TO WS-ACCRUAL-COUNT
              MOVE TA-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM find-statement-building
              IF WS-FOUND
                 PERFORM post-tax-accrual
              END-IF
           END-IF
   END-READ.

post-tax-accrual.
   COMPUTE WS-LOCAL-AMOUNT ROUNDED = TA-TAX-AMOUNT / 12.
   PERFORM convert-to-base.
   ADD WS-BASE-AMOUNT TO NB-MONTH-AMOUNT(WS-FOUND-INDEX, 3).
   COMPUTE WS-LOCAL-AMOUNT ROUNDED =
           TA-TAX-AMOUNT * WS-PERIOD-MONTH / 12.
   PERFORM convert-to-base.
   ADD WS-BASE-AMOUNT TO NB-YTD-AMOUNT(WS-FOUND-INDEX, 3).

load-accepted-quotes.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-QUOTES.
   OPEN INPUT PREMIUM-FILE.
   IF WS-PREMIUM-STATUS NOT = '00'
      DISPLAY 'NO PREMIUM FILE - INSURANCE NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-quote UNTIL WS-EOF
      CLOSE PREMIUM-FILE
   END-IF.

read-one-quote.
   READ PREMIUM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF PM-QUOTE-ACCEPTED
              AND PM-QUOTE-DATE(1:6) <= WS-STATEMENT-PERIOD
              ADD 1 TO WS-QUOTE-COUNT
              MOVE PM-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM find-statement-building
              IF WS-FOUND
                 PERFORM store-one-quote
              END-IF
           END-IF
   END-READ.

store-one-quote.
   IF COUNT-OF-QUOTES >= 20000
      DISPLAY 'PREMIUM FILE EXCEEDS TABLE CAPACITY - '
              'INCREASE QUOTE-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   ADD 1 TO COUNT-OF-QUOTES.
   MOVE WS-FOUND-INDEX TO AQ-BUILDING-SUB(COUNT-OF-QUOTES).
   MOVE PM-QUOTE-DATE(1:6) TO AQ-QUOTE-PERIOD(COUNT-OF-QUOTES).
   MOVE PM-QUOTE-DATE TO AQ-QUOTE-DATE(COUNT-OF-QUOTES).
   MOVE PM-ANNUAL-PREMIUM TO AQ-ANNUAL-PREMIUM(COUNT-OF-QUOTES).

accumulate-insurance.
   PERFORM insure-one-month
      VARYING WS-MONTH-SUB FROM 1 BY 1
      UNTIL WS-MONTH-SUB > WS-PERIOD-MONTH.

*> The premium is quoted on the base-currency cost INSFEED sends, so
*> it is already in base and is not converted again.
insure-one-month.
   MOVE WS-PERIOD-YEAR TO WS-TEST-YEAR.
   MOVE WS-MONTH-SUB TO WS-TEST-MONTH.
   MOVE 0 TO WS-BEST-QUOTE-SUB.
   PERFORM match-one-quote
      VARYING WS-QUOTE-SUB FROM 1 BY 1
      UNTIL WS-QUOTE-SUB > COUNT-OF-QUOTES.
   IF WS-BEST-QUOTE-SUB > 0
      COMPUTE WS-BASE-AMOUNT ROUNDED =
              AQ-ANNUAL-PREMIUM(WS-BEST-QUOTE-SUB) / 12
      ADD WS-BASE-AMOUNT TO NB-YTD-AMOUNT(WS-BLDG-SUB, 4)
      IF WS-MONTH-SUB = WS-PERIOD-MONTH
         ADD WS-BASE-AMOUNT TO NB-MONTH-AMOUNT(WS-BLDG-SUB, 4)
      END-IF
   END-IF.

match-one-quote.
   IF AQ-BUILDING-SUB(WS-QUOTE-SUB) = WS-BLDG-SUB
      AND AQ-QUOTE-PERIOD(WS-QUOTE-SUB) <= WS-TEST-PERIOD
      IF WS-BEST-QUOTE-SUB = 0
         MOVE WS-QUOTE-SUB TO WS-BEST-QUOTE-SUB
      ELSE
         IF AQ-QUOTE-DATE(WS-QUOTE-SUB) >=
            AQ-QUOTE-DATE(WS-BEST-QUOTE-SUB)
            MOVE WS-QUOTE-SUB TO WS-BEST-QUOTE-SUB
         END-IF
      END-IF
   END-IF.

compute-building-yield.
   PERFORM move-building-to-print.
   PERFORM compute-print-yield.
   MOVE WS-YIELD TO NB-YIELD(WS-BLDG-SUB).
   MOVE WS-YIELD-SWITCH TO NB-YIELD-SWITCH(WS-BLDG-SUB).

move-building-to-print.
   MOVE BUILDING-NAME(WS-BLDG-SUB) TO PA-LABEL.
   PERFORM move-one-building-column
      VARYING WS-COLUMN-SUB FROM 1 BY 1 UNTIL WS-COLUMN-SUB > 4.
   MOVE NB-BASE-COST(WS-BLDG-SUB) TO PA-BASE-COST.
   MOVE NB-RATE-SWITCH(WS-BLDG-SUB) TO PA-RATE-SWITCH.

move-one-building-column.
   MOVE NB-MONTH-AMOUNT(WS-BLDG-SUB, WS-COLUMN-SUB)
        TO PA-MONTH-AMOUNT(WS-COLUMN-SUB).
   MOVE NB-YTD-AMOUNT(WS-BLDG-SUB, WS-COLUMN-SUB)
        TO PA-YTD-AMOUNT(WS-COLUMN-SUB).

*> NOI is income less the three expense columns. The yield puts the
*> year-to-date NOI on an annual footing and sets it against the
*> base-currency acquisition cost, so a building part way through
*> the year compares fairly with a full year's return.
compute-print-yield.
   COMPUTE WS-MONTH-NOI = PA-MONTH-AMOUNT(1) - PA-MONTH-AMOUNT(2)
                        - PA-MONTH-AMOUNT(3) - PA-MONTH-AMOUNT(4).
   COMPUTE WS-YTD-NOI = PA-YTD-AMOUNT(1) - PA-YTD-AMOUNT(2)
                      - PA-YTD-AMOUNT(3) - PA-YTD-AMOUNT(4).
   MOVE 0 TO WS-YIELD.
   MOVE 'N' TO WS-YIELD-SWITCH.
   IF PA-RATE-FOUND AND PA-BASE-COST > 0
      COMPUTE WS-YIELD ROUNDED =
              WS-YTD-NOI * 12 / WS-PERIOD-MONTH * 100 / PA-BASE-COST
      MOVE 'Y' TO WS-YIELD-SWITCH
   END-IF.

collect-divisions.
   PERFORM register-one-division
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-REGIONS.

register-one-division.
   MOVE 0 TO WS-DIV-FOUND-SUB.
   PERFORM match-one-division
      VARYING WS-DIV-SUB FROM 1 BY 1
      UNTIL WS-DIV-SUB > WS-DIV-USED
         OR WS-DIV-FOUND-SUB > 0.
   IF WS-DIV-FOUND-SUB = 0
      ADD 1 TO WS-DIV-USED
      MOVE REGION-DIVISION-CODE(WS-SCAN-SUB)
           TO WS-DIV-CODE(WS-DIV-USED)
   END-IF.

match-one-division.
   IF WS-DIV-CODE(WS-DIV-SUB) = REGION-DIVISION-CODE(WS-SCAN-SUB)
      MOVE WS-DIV-SUB TO WS-DIV-FOUND-SUB
   END-IF.

*> Layout follows REPORT-BURST's routing: division and portfolio lines
*> start in column one and stay with the controller; each region opens
*> with a rule (which ends the region above) and its name indented,
*> its buildings lead with their names, and the indented lines under
*> them ride with that region's bundle.
write-one-division.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'DIVISION ' DELIMITED BY SIZE
          WS-DIV-CODE(WS-DIV-SUB) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 2 TO WS-LEVEL-SUB.
   PERFORM clear-total-level.
   PERFORM write-division-region
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-REGIONS.
   MOVE SPACES TO PA-LABEL.
   STRING 'DIVISION TOTAL ' DELIMITED BY SIZE
          WS-DIV-CODE(WS-DIV-SUB) DELIMITED BY SIZE
          INTO PA-LABEL
   END-STRING.
   MOVE 2 TO WS-LEVEL-SUB.
   PERFORM move-total-to-print.
   MOVE ALL '-' TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-statement-lines.

write-division-region.
   IF REGION-DIVISION-CODE(WS-SCAN-SUB) = WS-DIV-CODE(WS-DIV-SUB)
      MOVE ALL '-' TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  '                        DELIMITED BY SIZE
             REGION-NAME(WS-SCAN-SUB)    DELIMITED BY SIZE
             ' ('                        DELIMITED BY SIZE
             REGION-CODE(WS-SCAN-SUB)    DELIMITED BY SIZE
             ') MGR '                    DELIMITED BY SIZE
             REGION-MANAGER-NAME(WS-SCAN-SUB) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 1 TO WS-LEVEL-SUB
      PERFORM clear-total-level
      PERFORM write-region-building
         VARYING WS-BLDG-SUB FROM 1 BY 1
         UNTIL WS-BLDG-SUB > COUNT-OF-NOI-BUILDINGS
      MOVE SPACES TO PA-LABEL
      STRING '  REGION TOTAL '       DELIMITED BY SIZE
             REGION-CODE(WS-SCAN-SUB) DELIMITED BY SIZE
             INTO PA-LABEL
      END-STRING
      MOVE 1 TO WS-LEVEL-SUB
      PERFORM move-total-to-print
      PERFORM write-statement-lines
   END-IF.

write-region-building.
   IF NB-REGION-SUB(WS-BLDG-SUB) = WS-SCAN-SUB
      PERFORM write-building-statement
   END-IF.

write-building-statement.
   PERFORM move-building-to-print.
   PERFORM write-statement-lines.
   PERFORM add-building-to-totals
      VARYING WS-LEVEL-SUB FROM 1 BY 1 UNTIL WS-LEVEL-SUB > 3.

*> Buildings whose region code is not on the reference have no
*> division to roll into; they print on their own but still count in
*> the portfolio total.
write-unknown-region-section.
   IF WS-UNKNOWN-REGION-COUNT > 0
      MOVE SPACES TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE '*** BUILDINGS WITH REGION CODES NOT ON THE REGION REFERENCE ***'
           TO REPORT-LINE
      WRITE REPORT-LINE
      MOVE 1 TO WS-LEVEL-SUB
      PERFORM clear-total-level
      MOVE 2 TO WS-LEVEL-SUB
      PERFORM clear-total-level
      PERFORM write-unknown-region-building
         VARYING WS-BLDG-SUB FROM 1 BY 1
         UNTIL WS-BLDG-SUB > COUNT-OF-NOI-BUILDINGS
   END-IF.

write-unknown-region-building.
   IF NB-REGION-SUB(WS-BLDG-SUB) = 0
      PERFORM write-building-statement
   END-IF.

write-portfolio-total.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'PORTFOLIO TOTAL' TO PA-LABEL.
   MOVE 3 TO WS-LEVEL-SUB.
   PERFORM move-total-to-print.
   PERFORM write-statement-lines.

clear-total-level.
   INITIALIZE TOTAL-LEVEL(WS-LEVEL-SUB).
   MOVE 'Y' TO TT-RATE-SWITCH(WS-LEVEL-SUB).

*> A subtotal carrying a building without an exchange rate has no
*> trustworthy yield, so the missing rate rolls up with the amounts.
add-building-to-totals.
   PERFORM add-one-total-column
      VARYING WS-COLUMN-SUB FROM 1 BY 1 UNTIL WS-COLUMN-SUB > 4.
   ADD NB-BASE-COST(WS-BLDG-SUB) TO TT-BASE-COST(WS-LEVEL-SUB).
   ADD 1 TO TT-BUILDING-COUNT(WS-LEVEL-SUB).
   IF NB-RATE-MISSING(WS-BLDG-SUB)
      MOVE 'N' TO TT-RATE-SWITCH(WS-LEVEL-SUB)
   END-IF.

add-one-total-column.
   ADD NB-MONTH-AMOUNT(WS-BLDG-SUB, WS-COLUMN-SUB)
       TO TT-MONTH-AMOUNT(WS-LEVEL-SUB, WS-COLUMN-SUB).
   ADD NB-YTD-AMOUNT(WS-BLDG-SUB, WS-COLUMN-SUB)
       TO TT-YTD-AMOUNT(WS-LEVEL-SUB, WS-COLUMN-SUB).

move-total-to-print.
   PERFORM move-one-total-column
      VARYING WS-COLUMN-SUB FROM 1 BY 1 UNTIL WS-COLUMN-SUB > 4.
   MOVE TT-BASE-COST(WS-LEVEL-SUB) TO PA-BASE-COST.
   MOVE TT-RATE-SWITCH(WS-LEVEL-SUB) TO PA-RATE-SWITCH.

move-one-total-column.
   MOVE TT-MONTH-AMOUNT(WS-LEVEL-SUB, WS-COLUMN-SUB)
        TO PA-MONTH-AMOUNT(WS-COLUMN-SUB).
   MOVE TT-YTD-AMOUNT(WS-LEVEL-SUB, WS-COLUMN-SUB)
        TO PA-YTD-AMOUNT(WS-COLUMN-SUB).

*> Two lines per statement: the month under the label, then the year
*> to date, indented so it always travels with the line above it.
write-statement-lines.
   PERFORM compute-print-yield.
   MOVE PA-MONTH-AMOUNT(1) TO WS-AMOUNT-DISPLAY-1.
   MOVE PA-MONTH-AMOUNT(2) TO WS-AMOUNT-DISPLAY-2.
   MOVE PA-MONTH-AMOUNT(3) TO WS-AMOUNT-DISPLAY-3.
   MOVE PA-MONTH-AMOUNT(4) TO WS-AMOUNT-DISPLAY-4.
   MOVE WS-MONTH-NOI TO WS-NOI-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING PA-LABEL              DELIMITED BY SIZE
          ' MONTH '             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-3   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-4   DELIMITED BY SIZE
          WS-NOI-DISPLAY        DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE PA-YTD-AMOUNT(1) TO WS-AMOUNT-DISPLAY-1.
   MOVE PA-YTD-AMOUNT(2) TO WS-AMOUNT-DISPLAY-2.
   MOVE PA-YTD-AMOUNT(3) TO WS-AMOUNT-DISPLAY-3.
   MOVE PA-YTD-AMOUNT(4) TO WS-AMOUNT-DISPLAY-4.
   MOVE WS-YTD-NOI TO WS-NOI-DISPLAY.
   PERFORM format-yield-text.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '                         ' DELIMITED BY SIZE
          ' YTD   '             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-3   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-4   DELIMITED BY SIZE
          WS-NOI-DISPLAY        DELIMITED BY SIZE
          ' '                   DELIMITED BY SIZE
          WS-YIELD-TEXT         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

format-yield-text.
   MOVE SPACES TO WS-YIELD-TEXT.
   EVALUATE TRUE
       WHEN PA-RATE-MISSING
           MOVE 'NO FX RATE' TO WS-YIELD-TEXT
       WHEN WS-YIELD-UNKNOWN
           MOVE 'NO COST BASIS' TO WS-YIELD-TEXT
       WHEN OTHER
           MOVE WS-YIELD TO WS-YIELD-DISPLAY
           STRING 'YIELD '         DELIMITED BY SIZE
                  WS-YIELD-DISPLAY DELIMITED BY SIZE
                  '%'              DELIMITED BY SIZE
                  INTO WS-YIELD-TEXT
           END-STRING
   END-EVALUATE.

*> The ten lowest annualized yields in the portfolio. Each line leads
*> with the building name, so a region's bundle carries the ranking
*> of its own buildings and never anyone else's.
write-bottom-ten.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'BOTTOM TEN BUILDINGS BY ANNUALIZED YIELD ON ACQUISITION COST'
        TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM rank-one-building
      VARYING WS-RANK-SUB FROM 1 BY 1 UNTIL WS-RANK-SUB > 10.

rank-one-building.
   MOVE 0 TO WS-LOWEST-SUB.
   PERFORM test-lowest-yield
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-NOI-BUILDINGS.
   IF WS-LOWEST-SUB > 0
      MOVE 'Y' TO NB-RANKED-SWITCH(WS-LOWEST-SUB)
      PERFORM write-rank-line
   END-IF.

test-lowest-yield.
   IF NB-YIELD-KNOWN(WS-BLDG-SUB) AND NB-NOT-RANKED(WS-BLDG-SUB)
      IF WS-LOWEST-SUB = 0
         MOVE WS-BLDG-SUB TO WS-LOWEST-SUB
      ELSE
         IF NB-YIELD(WS-BLDG-SUB) < NB-YIELD(WS-LOWEST-SUB)
            MOVE WS-BLDG-SUB TO WS-LOWEST-SUB
         END-IF
      END-IF
   END-IF.

write-rank-line.
   MOVE WS-LOWEST-SUB TO WS-BLDG-SUB.
   PERFORM move-building-to-print.
   PERFORM compute-print-yield.
   MOVE WS-RANK-SUB TO WS-RANK-DISPLAY.
   MOVE WS-YTD-NOI TO WS-NOI-DISPLAY.
   MOVE PA-BASE-COST TO WS-COST-DISPLAY.
   MOVE WS-YIELD TO WS-YIELD-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING BUILDING-NAME(WS-LOWEST-SUB) DELIMITED BY SIZE
          ' LOW-YIELD RANK '           DELIMITED BY SIZE
          WS-RANK-DISPLAY              DELIMITED BY SIZE
          '  REGION '                  DELIMITED BY SIZE
          BUILDING-REGION-CODE(WS-LOWEST-SUB) DELIMITED BY SIZE
          '  YTD NOI '                 DELIMITED BY SIZE
          WS-NOI-DISPLAY               DELIMITED BY SIZE
          '  BASE COST '               DELIMITED BY SIZE
          WS-COST-DISPLAY              DELIMITED BY SIZE
          '  YIELD '                   DELIMITED BY SIZE
          WS-YIELD-DISPLAY             DELIMITED BY SIZE
          '%'                          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'PROPERTY OPERATING STATEMENT (NOI) - PERIOD ' DELIMITED BY SIZE
          WS-STATEMENT-PERIOD DELIMITED BY SIZE
          ' AND YEAR TO DATE'  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ALL AMOUNTS IN BASE CURRENCY (USD) - YIELD IS YTD NOI '
                                   DELIMITED BY SIZE
          'ANNUALIZED OVER ACQUISITION COST' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDING                        ' DELIMITED BY SIZE
          '    RENT INCOME' DELIMITED BY SIZE
          '        REPAIRS' DELIMITED BY SIZE
          '   PROPERTY TAX' DELIMITED BY SIZE
          '      INSURANCE' DELIMITED BY SIZE
          '            NOI' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE COUNT-OF-NOI-BUILDINGS TO WS-COUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS: '          DELIMITED BY SIZE
          WS-COUNT-DISPLAY       DELIMITED BY SIZE
          '  INVOICES READ: '    DELIMITED BY SIZE
          WS-INVOICE-COUNT       DELIMITED BY SIZE
          '  ORDERS EXPENSED: '  DELIMITED BY SIZE
          WS-ORDER-COUNT         DELIMITED BY SIZE
          '  TAX NOTICES: '      DELIMITED BY SIZE
          WS-ACCRUAL-COUNT       DELIMITED BY SIZE
          '  ACCEPTED QUOTES: '  DELIMITED BY SIZE
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
