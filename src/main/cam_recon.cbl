IDENTIFICATION DIVISION.
PROGRAM-ID. CAM-RECON.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TENANT-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT ACCRUAL-FILE ASSIGN TO TAXACCR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT PREMIUM-FILE ASSIGN TO PREMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREMIUM-STATUS.
       SELECT FXRATE-FILE ASSIGN TO FXRATES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FXRATE-STATUS.
       SELECT CAPITAL-FILE ASSIGN TO CAPREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CAPITAL-STATUS.
       SELECT ESTIMATE-FILE ASSIGN TO CAMEST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ESTIMATE-STATUS.
       SELECT CONTROL-FILE ASSIGN TO INVCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
       SELECT REGISTER-FILE ASSIGN TO BILLREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT CAM-INVOICE-FILE ASSIGN TO CAMINV
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CAM-INVOICE-STATUS.
       SELECT CREDIT-FILE ASSIGN TO CAMCRED
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.
       SELECT STATEMENT-FILE ASSIGN TO CAMSTMT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO CAMRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD TENANT-FILE.
       COPY "src/main/tenant_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD ACCRUAL-FILE.
       COPY "src/main/tax_accrual_record.cpy".

   FD PREMIUM-FILE.
       COPY "src/main/premium_record.cpy".

   FD FXRATE-FILE.
       COPY "src/main/fxrate_record.cpy".

   FD CAPITAL-FILE.
       COPY "src/main/capital_register_record.cpy".

*> Estimated recoveries billed to each tenant during the year, as
*> agreed with the tenant, keyed by building, tenant and year.
   FD ESTIMATE-FILE.
       01 CAM-ESTIMATE-RECORD.
           05 CE-BUILDING-NAME PIC X(25).
           05 CE-TENANT-NAME PIC X(25).
           05 CE-RECOVERY-YEAR PIC 9(4).
           05 CE-ESTIMATES-BILLED PIC 9(7)V99.

   FD CONTROL-FILE.
       COPY "src/main/invoice_control_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/billing_register_record.cpy".

*> True-up charges are cut in the INVOICE-RECORD layout so RENT-ARPOST
*> picks them up and ages them like rent.
   FD CAM-INVOICE-FILE.
       01 CAM-INVOICE-RECORD PIC X(94).

*> Over-recoveries are refunded as tenant credits; RENT-ARPOST applies
*> them to the tenant's open invoices at the building.
   FD CREDIT-FILE.
       COPY "src/main/tenant_credit_record.cpy".

   FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> One cost pool per building, in step with the BUILDINGS table so the
*> BUILDING-LOOKUP index addresses both.
        01 COST-POOLS.
            05 COUNT-OF-POOLS PIC 9(5) COMP-5.
            05 POOL-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-POOLS.
                10 CP-WORK-ORDER-COST PIC 9(9)V99.
                10 CP-TAX-ACCRUAL PIC 9(9)V99.
                10 CP-PREMIUM PIC 9(9)V99.
                10 CP-PREMIUM-DATE PIC X(8).
                10 CP-TOTAL PIC 9(9)V99.
        COPY "src/main/fxrate_table.cpy".
*> Orders the capitalization run moved into the cost basis are capital,
*> not operating expense, and are never recovered from tenants.
        01 CAPITALIZED-ORDERS.
            05 COUNT-OF-CAPITALIZED PIC 9(5) COMP-5 VALUE 0.
            05 CAPITALIZED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-CAPITALIZED
                   INDEXED BY CO-IX.
                10 CO-ORDER-NUMBER PIC 9(7).
        01 TENANTS.
            05 COUNT-OF-TENANTS PIC 9(5) COMP-5.
            05 TENANT-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-TENANTS INDEXED BY TEN-IX.
                10 TEN-BUILDING-NAME PIC X(25).
                10 TEN-TENANT-NAME PIC X(25).
                10 TEN-LEASED-FLOORS PIC 9(3).
                10 TEN-MONTHLY-RENT PIC 9(7)V99.
                10 TEN-LEASE-START-DATE PIC X(8).
                10 TEN-LEASE-END-DATE PIC X(8).
        01 ESTIMATES.
            05 COUNT-OF-ESTIMATES PIC 9(5) COMP-5.
            05 ESTIMATE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-ESTIMATES.
                10 ES-BUILDING-NAME PIC X(25).
                10 ES-TENANT-NAME PIC X(25).
                10 ES-AMOUNT PIC 9(7)V99.
*> Tenants already trued up for this year, from the billing register,
*> so a rerun never bills or credits twice.
        01 RECONCILED-TENANTS.
            05 COUNT-OF-RECONCILED PIC 9(5) COMP-5.
            05 RECONCILED-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-RECONCILED.
                10 RC-BUILDING-NAME PIC X(25).
                10 RC-TENANT-NAME PIC X(25).
*> The tenants of the building in hand, with their share summed over
*> every lease record in force during the year.
        01 BUILDING-SHARES.
            05 COUNT-OF-SHARES PIC 9(5) COMP-5.
            05 SHARE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON COUNT-OF-SHARES.
                10 SH-TENANT-NAME PIC X(25).
                10 SH-FLOORS PIC 9(3).
                10 SH-DAYS PIC 9(5).
                10 SH-AMOUNT PIC 9(9)V99.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-ACCRUAL-STATUS PIC X(2).
        01 WS-PREMIUM-STATUS PIC X(2).
        01 WS-FXRATE-STATUS PIC X(2).
        01 WS-CAPITAL-STATUS PIC X(2).
        01 WS-ESTIMATE-STATUS PIC X(2).
        01 WS-CONTROL-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-CAM-INVOICE-STATUS PIC X(2).
        01 WS-CREDIT-STATUS PIC X(2).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-BLDG-SUB PIC 9(5) COMP-5.
        01 WS-TEN-SUB PIC 9(5) COMP-5.
        01 WS-SHARE-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-RATE-SUB PIC 9(3) COMP-5.
        01 WS-BEST-RATE-SUB PIC 9(3) COMP-5.
        01 WS-CAPITALIZED-SWITCH PIC X(1).
            88 WS-ORDER-CAPITALIZED VALUE 'Y'.
*> The parm carries 'YEAR BILLDATE ROLL' - the calendar year being
*> reconciled (default last year) and the date the true-up invoices
*> and credits carry, YYYYMMDD (default today). A bill date in a
*> closed month is refused unless ROLL is given, when the true-ups
*> move to the first day of the next open month.
        01 WS-PARM-STRING PIC X(40).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PARM-TOKEN-2 PIC X(10).
        01 WS-PARM-TOKEN-3 PIC X(10).
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-RECON-YEAR PIC 9(4).
        01 WS-BILL-DATE PIC X(8).
        01 WS-BILL-INTEGER PIC 9(8) COMP-5.
        01 WS-DUE-INTEGER PIC 9(8) COMP-5.
        01 WS-NEW-DUE-DATE PIC 9(8).
        01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
*> The register carries the true-up under period YYYY00 - the whole
*> year rather than any one billing month.
        01 WS-RECON-PERIOD.
            05 WS-RECON-PERIOD-YEAR PIC 9(4).
            05 FILLER PIC X(2) VALUE '00'.
        01 WS-YEAR-START-DATE PIC X(8).
        01 WS-YEAR-END-DATE PIC X(8).
        01 WS-YEAR-START-INTEGER PIC 9(8) COMP-5.
        01 WS-YEAR-END-INTEGER PIC 9(8) COMP-5.
        01 WS-YEAR-DAYS PIC 9(3).
        01 WS-OVERLAP-START PIC X(8).
        01 WS-OVERLAP-END PIC X(8).
        01 WS-OVERLAP-DAYS PIC 9(5).
        01 WS-LEASE-SHARE PIC 9(9)V99.
        01 WS-TENANT-SHARE-TOTAL PIC 9(9)V99.
        01 WS-LANDLORD-SHARE PIC S9(9)V99.
        01 WS-ESTIMATE-AMOUNT PIC 9(7)V99.
        01 WS-DIFFERENCE PIC S9(9)V99.
        01 WS-SETTLE-AMOUNT PIC 9(7)V99.
        01 WS-NEXT-INVOICE-NUMBER PIC 9(7) VALUE 1.
        01 WS-DOCUMENT-NUMBER PIC 9(7).
        01 WS-DOCUMENT-TYPE PIC X(1).
            88 WS-DOCUMENT-INVOICE VALUE 'I'.
            88 WS-DOCUMENT-CREDIT  VALUE 'C'.
            88 WS-DOCUMENT-NONE    VALUE 'N'.
        01 WS-BUILDING-COUNT    PIC 9(5) VALUE 0.
        01 WS-TENANT-COUNT      PIC 9(5) VALUE 0.
        01 WS-INVOICED-COUNT    PIC 9(5) VALUE 0.
        01 WS-CREDITED-COUNT    PIC 9(5) VALUE 0.
        01 WS-SETTLED-COUNT     PIC 9(5) VALUE 0.
        01 WS-ALREADY-COUNT     PIC 9(5) VALUE 0.
        01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
        01 WS-NO-FLOORS-COUNT   PIC 9(5) VALUE 0.
        01 WS-NO-RATE-COUNT     PIC 9(5) VALUE 0.
        01 WS-POOL-GRAND-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-INVOICED-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-CREDITED-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-LANDLORD-TOTAL PIC S9(11)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-2 PIC $$$,$$$,$$9.99.
        01 WS-SIGNED-DISPLAY PIC $$$,$$$,$$9.99-.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY-2 PIC $$,$$$,$$$,$$9.99.
        01 WS-SIGNED-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99-.
        01 WS-DAYS-DISPLAY PIC ZZ9.
*> True-up invoice work record, built here and moved to the output
*> the way RENT-ARPOST builds its carry-forward record.
        01 WS-CAM-INVOICE-WORK.
            05 CW-INVOICE-NUMBER PIC 9(7).
            05 CW-INVOICE-DATE PIC X(8).
            05 CW-DUE-DATE PIC X(8).
            05 CW-BUILDING-NAME PIC X(25).
            05 CW-TENANT-NAME PIC X(25).
            05 CW-REGION-CODE PIC X(3).
            05 CW-INVOICE-AMOUNT PIC 9(7)V99.
            05 CW-OPEN-BALANCE PIC 9(7)V99.
        01 WS-STATEMENT-LINE PIC X(80).
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-recon-parameters.
   PERFORM read-invoice-control.
   PERFORM load-buildings.
   PERFORM load-fxrates.
   PERFORM load-capitalized-orders.
   PERFORM load-work-orders.
   PERFORM load-tax-accruals.
   PERFORM load-premiums.
   PERFORM localize-one-premium
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-POOLS.
   PERFORM load-tenants.
   PERFORM load-estimates.
   PERFORM load-billing-register.
   PERFORM open-cam-invoice-file.
   OPEN OUTPUT STATEMENT-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM open-credit-file.
   PERFORM open-register-file.
   PERFORM write-report-header.
   PERFORM reconcile-one-building
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-BUILDINGS.
   PERFORM write-report-footer.
   CLOSE CAM-INVOICE-FILE.
   CLOSE CREDIT-FILE.
   CLOSE STATEMENT-FILE.
   CLOSE REPORT-FILE.
   CLOSE REGISTER-FILE.
   PERFORM write-invoice-control.
   DISPLAY 'CAM RECONCILIATION ' WS-RECON-YEAR ' COMPLETE - '
           WS-INVOICED-COUNT ' INVOICED, ' WS-CREDITED-COUNT
           ' CREDITED, ' WS-SETTLED-COUNT ' SETTLED, '
           WS-ALREADY-COUNT ' ALREADY RECONCILED'.
   IF WS-ALREADY-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
      OR WS-NO-FLOORS-COUNT > 0 OR WS-NO-RATE-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-recon-parameters.
   COMPUTE WS-RECON-YEAR = FUNCTION NUMVAL(WS-TODAY-DATE(1:4)) - 1.
   MOVE WS-TODAY-DATE TO WS-BILL-DATE.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE SPACES TO WS-PARM-TOKEN-1
      MOVE SPACES TO WS-PARM-TOKEN-2
      MOVE SPACES TO WS-PARM-TOKEN-3
      UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
          INTO WS-PARM-TOKEN-1, WS-PARM-TOKEN-2, WS-PARM-TOKEN-3
      END-UNSTRING
      IF WS-PARM-TOKEN-2 = 'ROLL'
         MOVE 'ROLL' TO WS-PARM-TOKEN-3
         MOVE SPACES TO WS-PARM-TOKEN-2
      END-IF
      IF WS-PARM-TOKEN-3 = 'ROLL'
         MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
      END-IF
      IF WS-PARM-TOKEN-1 NOT = SPACES
         COMPUTE WS-RECON-YEAR = FUNCTION NUMVAL(WS-PARM-TOKEN-1)
      END-IF
      IF WS-PARM-TOKEN-2 NOT = SPACES
         MOVE WS-PARM-TOKEN-2(1:8) TO WS-BILL-DATE
      END-IF
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-BILL-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** BILL DATE ' WS-BILL-DATE
              ' IS IN A CLOSED PERIOD - NO TRUE-UPS CUT ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'BILL DATE ' WS-BILL-DATE
              ' IS IN A CLOSED PERIOD - ROLLED FORWARD TO '
              WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-BILL-DATE
   END-IF.
   MOVE WS-RECON-YEAR TO WS-RECON-PERIOD-YEAR.
   MOVE SPACES TO WS-YEAR-START-DATE.
   STRING WS-RECON-YEAR '0101' DELIMITED BY SIZE
          INTO WS-YEAR-START-DATE
   END-STRING.
   MOVE SPACES TO WS-YEAR-END-DATE.
   STRING WS-RECON-YEAR '1231' DELIMITED BY SIZE
          INTO WS-YEAR-END-DATE
   END-STRING.
   COMPUTE WS-YEAR-START-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-YEAR-START-DATE)).
   COMPUTE WS-YEAR-END-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-YEAR-END-DATE)).
   COMPUTE WS-YEAR-DAYS = WS-YEAR-END-INTEGER - WS-YEAR-START-INTEGER + 1.
   COMPUTE WS-BILL-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BILL-DATE)).

*> True-ups draw from the same invoice-number sequence as rent so
*> RENT-ARPOST never sees two invoices with one number; credits take
*> a number from it too so every statement has a document number.
read-invoice-control.
   MOVE 0 TO IC-LAST-INVOICE-NUMBER.
   OPEN INPUT CONTROL-FILE.
   IF WS-CONTROL-STATUS NOT = '00'
      DISPLAY 'NO INVOICE CONTROL FILE - STARTING NEW SEQUENCE'
   ELSE
      READ CONTROL-FILE
          AT END
              MOVE 0 TO IC-LAST-INVOICE-NUMBER
      END-READ
      CLOSE CONTROL-FILE
   END-IF.
   COMPUTE WS-NEXT-INVOICE-NUMBER = IC-LAST-INVOICE-NUMBER + 1.

write-invoice-control.
   OPEN OUTPUT CONTROL-FILE.
   COMPUTE IC-LAST-INVOICE-NUMBER = WS-NEXT-INVOICE-NUMBER - 1.
   MOVE WS-BILL-DATE TO IC-LAST-BILLING-DATE.
   MOVE WS-CURRENT-DATE TO IC-LAST-RUN-TIMESTAMP.
   WRITE INVOICE-CONTROL-RECORD.
   CLOSE CONTROL-FILE.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BUILDINGS.
   MOVE 0 TO COUNT-OF-POOLS.
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
           ADD 1 TO COUNT-OF-POOLS
           MOVE 0 TO CP-WORK-ORDER-COST(COUNT-OF-POOLS)
           MOVE 0 TO CP-TAX-ACCRUAL(COUNT-OF-POOLS)
           MOVE 0 TO CP-PREMIUM(COUNT-OF-POOLS)
           MOVE SPACES TO CP-PREMIUM-DATE(COUNT-OF-POOLS)
           MOVE 0 TO CP-TOTAL(COUNT-OF-POOLS)
   END-READ.

load-fxrates.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-FXRATES.
   OPEN INPUT FXRATE-FILE.
   IF WS-FXRATE-STATUS NOT = '00'
      DISPLAY 'NO EXCHANGE RATE FILE - ONLY BASE CURRENCY BUILDINGS '
              'WILL CARRY A PREMIUM'
   ELSE
      PERFORM read-one-fxrate UNTIL WS-EOF
      CLOSE FXRATE-FILE
   END-IF.

read-one-fxrate.
   READ FXRATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-FXRATES >= 500
              DISPLAY 'FX RATE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE FXRATE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-FXRATES
           MOVE XR-CURRENCY-CODE TO FX-CURRENCY-CODE(COUNT-OF-FXRATES)
           MOVE XR-RATE-DATE TO FX-RATE-DATE(COUNT-OF-FXRATES)
           MOVE XR-RATE-TO-BASE TO FX-RATE-TO-BASE(COUNT-OF-FXRATES)
   END-READ.

*> A missing capitalization register only means nothing has been
*> capitalized yet.
load-capitalized-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CAPITALIZED.
   OPEN INPUT CAPITAL-FILE.
   IF WS-CAPITAL-STATUS = '00'
      PERFORM read-one-capital-entry UNTIL WS-EOF
      CLOSE CAPITAL-FILE
   END-IF.

read-one-capital-entry.
   READ CAPITAL-FILE
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
              IF COUNT-OF-CAPITALIZED >= 99999
                 DISPLAY 'CAPITALIZATION REGISTER EXCEEDS TABLE CAPACITY - '
                         'INCREASE CAPITALIZED-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-CAPITALIZED
              MOVE KR-ORDER-NUMBER
                   TO CO-ORDER-NUMBER(COUNT-OF-CAPITALIZED)
           END-IF
   END-READ.

*> Only work actually done in the year is recoverable: completed
*> orders with a completion date in the year, at actual cost, unless
*> the capitalization run capitalized them.
load-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING WORK ORDER FILE, STATUS = ' WS-WORKORDER-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-work-order UNTIL WS-EOF.
   CLOSE WORKORDER-FILE.

read-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-STATUS-COMPLETE
              AND WO-COMPLETE-DATE(1:4) = WS-RECON-PERIOD-YEAR
              MOVE 'N' TO WS-CAPITALIZED-SWITCH
              SET CO-IX TO 1
              SEARCH CAPITALIZED-ENTRY
                  AT END
                      CONTINUE
                  WHEN CO-ORDER-NUMBER(CO-IX) = WO-ORDER-NUMBER
                      MOVE 'Y' TO WS-CAPITALIZED-SWITCH
              END-SEARCH
              IF NOT WS-ORDER-CAPITALIZED
                 MOVE WO-BUILDING-NAME TO WS-SEARCH-NAME
                 PERFORM find-pool
                 IF WS-FOUND
                    ADD WO-ACTUAL-COST
                        TO CP-WORK-ORDER-COST(WS-FOUND-INDEX)
                 END-IF
              END-IF
           END-IF
   END-READ.

load-tax-accruals.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT ACCRUAL-FILE.
   IF WS-ACCRUAL-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING TAX ACCRUAL FILE, STATUS = ' WS-ACCRUAL-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-tax-accrual UNTIL WS-EOF.
   CLOSE ACCRUAL-FILE.

read-one-tax-accrual.
   READ ACCRUAL-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF TA-ASSESSMENT-YEAR = WS-RECON-YEAR
              MOVE TA-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM find-pool
              IF WS-FOUND
                 ADD TA-TAX-AMOUNT TO CP-TAX-ACCRUAL(WS-FOUND-INDEX)
              END-IF
           END-IF
   END-READ.

*> The premium in force for the year is the latest accepted quote
*> dated on or before the year end; rejected quotes never count.
load-premiums.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT PREMIUM-FILE.
   IF WS-PREMIUM-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING PREMIUM FILE, STATUS = ' WS-PREMIUM-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-premium UNTIL WS-EOF.
   CLOSE PREMIUM-FILE.

read-one-premium.
   READ PREMIUM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF PM-QUOTE-ACCEPTED
              AND PM-QUOTE-DATE <= WS-YEAR-END-DATE
              MOVE PM-BUILDING-NAME TO WS-SEARCH-NAME
              PERFORM find-pool
              IF WS-FOUND
                 IF CP-PREMIUM-DATE(WS-FOUND-INDEX) = SPACES
                    OR PM-QUOTE-DATE > CP-PREMIUM-DATE(WS-FOUND-INDEX)
                    MOVE PM-ANNUAL-PREMIUM TO CP-PREMIUM(WS-FOUND-INDEX)
                    MOVE PM-QUOTE-DATE TO CP-PREMIUM-DATE(WS-FOUND-INDEX)
                 END-IF
              END-IF
           END-IF
   END-READ.

*> The premium is quoted on the base-currency cost INSFEED sends, while
*> every other cost in the pool is in the building's own currency, so
*> it is taken back into that currency at the latest rate on file -
*> the rate CURRENCY-CONVERT would apply. With no rate the premium is
*> left out of the pool rather than pooled in the wrong currency.
localize-one-premium.
   IF CP-PREMIUM(WS-BLDG-SUB) > 0
      AND BUILDING-CURRENCY-CODE(WS-BLDG-SUB) NOT = SPACES
      AND BUILDING-CURRENCY-CODE(WS-BLDG-SUB) NOT = 'USD'
      MOVE 0 TO WS-BEST-RATE-SUB
      PERFORM scan-one-rate
         VARYING WS-RATE-SUB FROM 1 BY 1
         UNTIL WS-RATE-SUB > COUNT-OF-FXRATES
      IF WS-BEST-RATE-SUB = 0
         ADD 1 TO WS-NO-RATE-COUNT
         DISPLAY 'NO RATE FOR ' BUILDING-CURRENCY-CODE(WS-BLDG-SUB)
                 ' - PREMIUM LEFT OUT OF POOL: '
                 BUILDING-NAME(WS-BLDG-SUB)
         MOVE 0 TO CP-PREMIUM(WS-BLDG-SUB)
      ELSE
         COMPUTE CP-PREMIUM(WS-BLDG-SUB) ROUNDED =
                 CP-PREMIUM(WS-BLDG-SUB)
                 / FX-RATE-TO-BASE(WS-BEST-RATE-SUB)
      END-IF
   END-IF.

scan-one-rate.
   IF FX-CURRENCY-CODE(WS-RATE-SUB) = BUILDING-CURRENCY-CODE(WS-BLDG-SUB)
      AND FX-RATE-TO-BASE(WS-RATE-SUB) > 0
      IF WS-BEST-RATE-SUB = 0
         OR FX-RATE-DATE(WS-RATE-SUB) > FX-RATE-DATE(WS-BEST-RATE-SUB)
         MOVE WS-RATE-SUB TO WS-BEST-RATE-SUB
      END-IF
   END-IF.

*> A cost against a building the master does not know cannot be
*> recovered from anyone; it is counted and shown in the footer.
find-pool.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   IF WS-NOT-FOUND
      ADD 1 TO WS-UNKNOWN-COUNT
      DISPLAY 'COST FOR BUILDING NOT ON MASTER: ' WS-SEARCH-NAME
   END-IF.

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
           IF COUNT-OF-TENANTS >= 99999
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

*> No estimate file means no estimates were billed; the true-up is
*> then the full share.
load-estimates.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-ESTIMATES.
   OPEN INPUT ESTIMATE-FILE.
   IF WS-ESTIMATE-STATUS NOT = '00'
      DISPLAY 'NO CAM ESTIMATE FILE - NO ESTIMATES BILLED'
   ELSE
      PERFORM read-one-estimate UNTIL WS-EOF
      CLOSE ESTIMATE-FILE
   END-IF.

read-one-estimate.
   READ ESTIMATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF CE-RECOVERY-YEAR = WS-RECON-YEAR
              IF COUNT-OF-ESTIMATES >= 20000
                 DISPLAY 'CAM ESTIMATE FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE ESTIMATE-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-ESTIMATES
              MOVE CE-BUILDING-NAME TO ES-BUILDING-NAME(COUNT-OF-ESTIMATES)
              MOVE CE-TENANT-NAME TO ES-TENANT-NAME(COUNT-OF-ESTIMATES)
              MOVE CE-ESTIMATES-BILLED TO ES-AMOUNT(COUNT-OF-ESTIMATES)
           END-IF
   END-READ.

load-billing-register.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-RECONCILED.
   OPEN INPUT REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      DISPLAY 'NO BILLING REGISTER FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-register-entry UNTIL WS-EOF
      CLOSE REGISTER-FILE
   END-IF.

read-one-register-entry.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF BR-TYPE-CAM-TRUE-UP
              AND BR-BILLING-PERIOD = WS-RECON-PERIOD
              IF COUNT-OF-RECONCILED >= 20000
                 DISPLAY 'BILLING REGISTER EXCEEDS TABLE CAPACITY - '
                         'INCREASE RECONCILED-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-RECONCILED
              MOVE BR-BUILDING-NAME TO RC-BUILDING-NAME(COUNT-OF-RECONCILED)
              MOVE BR-TENANT-NAME TO RC-TENANT-NAME(COUNT-OF-RECONCILED)
           END-IF
   END-READ.

open-register-file.
   OPEN EXTEND REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      OPEN OUTPUT REGISTER-FILE
   END-IF.

*> The ad-hoc invoice file waits for the next ARSTP and RCHGINV adds
*> to it too, so this run's invoices go on the end of it.
open-cam-invoice-file.
   OPEN EXTEND CAM-INVOICE-FILE.
   IF WS-CAM-INVOICE-STATUS NOT = '00'
      OPEN OUTPUT CAM-INVOICE-FILE
   END-IF.

open-credit-file.
   OPEN EXTEND CREDIT-FILE.
   IF WS-CREDIT-STATUS NOT = '00'
      OPEN OUTPUT CREDIT-FILE
   END-IF.

*> The pool is recovered floor by floor: each tenant bears its leased
*> floors over the building's floor count, for the days of the year
*> its lease was in force. Vacant floors stay with the landlord.
reconcile-one-building.
   COMPUTE CP-TOTAL(WS-BLDG-SUB) = CP-WORK-ORDER-COST(WS-BLDG-SUB)
                                 + CP-TAX-ACCRUAL(WS-BLDG-SUB)
                                 + CP-PREMIUM(WS-BLDG-SUB).
   IF CP-TOTAL(WS-BLDG-SUB) > 0
      ADD 1 TO WS-BUILDING-COUNT
      ADD CP-TOTAL(WS-BLDG-SUB) TO WS-POOL-GRAND-TOTAL
      PERFORM write-pool-line
      IF BUILDING-FLOOR-COUNT(WS-BLDG-SUB) = 0
         ADD 1 TO WS-NO-FLOORS-COUNT
         MOVE '  NO FLOOR COUNT ON MASTER - NOTHING RECOVERED'
              TO REPORT-LINE
         WRITE REPORT-LINE
         COMPUTE WS-LANDLORD-SHARE = CP-TOTAL(WS-BLDG-SUB)
      ELSE
         MOVE 0 TO COUNT-OF-SHARES
         MOVE 0 TO WS-TENANT-SHARE-TOTAL
         PERFORM share-one-lease
            VARYING WS-TEN-SUB FROM 1 BY 1
            UNTIL WS-TEN-SUB > COUNT-OF-TENANTS
         PERFORM settle-one-tenant
            VARYING WS-SHARE-SUB FROM 1 BY 1
            UNTIL WS-SHARE-SUB > COUNT-OF-SHARES
         COMPUTE WS-LANDLORD-SHARE =
                 CP-TOTAL(WS-BLDG-SUB) - WS-TENANT-SHARE-TOTAL
      END-IF
      ADD WS-LANDLORD-SHARE TO WS-LANDLORD-TOTAL
      PERFORM write-landlord-line
   END-IF.

share-one-lease.
   IF TEN-BUILDING-NAME(WS-TEN-SUB) = BUILDING-NAME(WS-BLDG-SUB)
      AND TEN-LEASE-START-DATE(WS-TEN-SUB) <= WS-YEAR-END-DATE
      AND TEN-LEASE-END-DATE(WS-TEN-SUB) >= WS-YEAR-START-DATE
      MOVE TEN-LEASE-START-DATE(WS-TEN-SUB) TO WS-OVERLAP-START
      IF WS-OVERLAP-START < WS-YEAR-START-DATE
         MOVE WS-YEAR-START-DATE TO WS-OVERLAP-START
      END-IF
      MOVE TEN-LEASE-END-DATE(WS-TEN-SUB) TO WS-OVERLAP-END
      IF WS-OVERLAP-END > WS-YEAR-END-DATE
         MOVE WS-YEAR-END-DATE TO WS-OVERLAP-END
      END-IF
      COMPUTE WS-OVERLAP-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OVERLAP-END))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OVERLAP-START))
            + 1
      COMPUTE WS-LEASE-SHARE ROUNDED =
              CP-TOTAL(WS-BLDG-SUB) * TEN-LEASED-FLOORS(WS-TEN-SUB)
            * WS-OVERLAP-DAYS
            / (BUILDING-FLOOR-COUNT(WS-BLDG-SUB) * WS-YEAR-DAYS)
      PERFORM find-share-slot
      ADD WS-OVERLAP-DAYS TO SH-DAYS(WS-FOUND-SUB)
      MOVE TEN-LEASED-FLOORS(WS-TEN-SUB) TO SH-FLOORS(WS-FOUND-SUB)
      ADD WS-LEASE-SHARE TO SH-AMOUNT(WS-FOUND-SUB)
      ADD WS-LEASE-SHARE TO WS-TENANT-SHARE-TOTAL
   END-IF.

find-share-slot.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM check-one-share-slot
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-SHARES
         OR WS-FOUND-SUB > 0.
   IF WS-FOUND-SUB = 0
      ADD 1 TO COUNT-OF-SHARES
      MOVE COUNT-OF-SHARES TO WS-FOUND-SUB
      MOVE TEN-TENANT-NAME(WS-TEN-SUB) TO SH-TENANT-NAME(WS-FOUND-SUB)
      MOVE 0 TO SH-FLOORS(WS-FOUND-SUB)
      MOVE 0 TO SH-DAYS(WS-FOUND-SUB)
      MOVE 0 TO SH-AMOUNT(WS-FOUND-SUB)
   END-IF.

check-one-share-slot.
   IF SH-TENANT-NAME(WS-SCAN-SUB) = TEN-TENANT-NAME(WS-TEN-SUB)
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

*> Share less estimates already billed: a positive difference is
*> invoiced, a negative one credited, nothing is cut when they agree.
*> Every settled tenant is registered for the year, whatever the
*> outcome, so a rerun skips it.
settle-one-tenant.
   ADD 1 TO WS-TENANT-COUNT.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM check-one-reconciled
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-RECONCILED
         OR WS-FOUND-SUB > 0.
   IF WS-FOUND-SUB > 0
      ADD 1 TO WS-ALREADY-COUNT
      PERFORM write-already-line
   ELSE
      MOVE 0 TO WS-ESTIMATE-AMOUNT
      PERFORM check-one-estimate
         VARYING WS-SCAN-SUB FROM 1 BY 1
         UNTIL WS-SCAN-SUB > COUNT-OF-ESTIMATES
      COMPUTE WS-DIFFERENCE =
              SH-AMOUNT(WS-SHARE-SUB) - WS-ESTIMATE-AMOUNT
      MOVE 0 TO WS-DOCUMENT-NUMBER
      EVALUATE TRUE
          WHEN WS-DIFFERENCE > 0
              MOVE 'I' TO WS-DOCUMENT-TYPE
              MOVE WS-DIFFERENCE TO WS-SETTLE-AMOUNT
              PERFORM write-true-up-invoice
          WHEN WS-DIFFERENCE < 0
              MOVE 'C' TO WS-DOCUMENT-TYPE
              COMPUTE WS-SETTLE-AMOUNT = 0 - WS-DIFFERENCE
              PERFORM write-true-up-credit
          WHEN OTHER
              MOVE 'N' TO WS-DOCUMENT-TYPE
              MOVE 0 TO WS-SETTLE-AMOUNT
              ADD 1 TO WS-SETTLED-COUNT
      END-EVALUATE
      PERFORM write-register-entry
      PERFORM write-statement
      PERFORM write-tenant-line
   END-IF.

check-one-reconciled.
   IF RC-BUILDING-NAME(WS-SCAN-SUB) = BUILDING-NAME(WS-BLDG-SUB)
      AND RC-TENANT-NAME(WS-SCAN-SUB) = SH-TENANT-NAME(WS-SHARE-SUB)
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

check-one-estimate.
   IF ES-BUILDING-NAME(WS-SCAN-SUB) = BUILDING-NAME(WS-BLDG-SUB)
      AND ES-TENANT-NAME(WS-SCAN-SUB) = SH-TENANT-NAME(WS-SHARE-SUB)
      ADD ES-AMOUNT(WS-SCAN-SUB) TO WS-ESTIMATE-AMOUNT
   END-IF.

write-true-up-invoice.
   MOVE WS-NEXT-INVOICE-NUMBER TO WS-DOCUMENT-NUMBER.
   ADD 1 TO WS-NEXT-INVOICE-NUMBER.
   MOVE WS-DOCUMENT-NUMBER TO CW-INVOICE-NUMBER.
   MOVE WS-BILL-DATE TO CW-INVOICE-DATE.
   COMPUTE WS-DUE-INTEGER = WS-BILL-INTEGER + WS-TERMS-DAYS.
   COMPUTE WS-NEW-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
   MOVE WS-NEW-DUE-DATE TO CW-DUE-DATE.
   MOVE BUILDING-NAME(WS-BLDG-SUB) TO CW-BUILDING-NAME.
   MOVE SH-TENANT-NAME(WS-SHARE-SUB) TO CW-TENANT-NAME.
   MOVE BUILDING-REGION-CODE(WS-BLDG-SUB) TO CW-REGION-CODE.
   MOVE WS-SETTLE-AMOUNT TO CW-INVOICE-AMOUNT.
   MOVE WS-SETTLE-AMOUNT TO CW-OPEN-BALANCE.
   MOVE WS-CAM-INVOICE-WORK TO CAM-INVOICE-RECORD.
   WRITE CAM-INVOICE-RECORD.
   ADD 1 TO WS-INVOICED-COUNT.
   ADD WS-SETTLE-AMOUNT TO WS-INVOICED-TOTAL.

write-true-up-credit.
   MOVE WS-NEXT-INVOICE-NUMBER TO WS-DOCUMENT-NUMBER.
   ADD 1 TO WS-NEXT-INVOICE-NUMBER.
   MOVE BUILDING-NAME(WS-BLDG-SUB) TO CR-BUILDING-NAME.
   MOVE SH-TENANT-NAME(WS-SHARE-SUB) TO CR-TENANT-NAME.
   MOVE WS-BILL-DATE TO CR-CREDIT-DATE.
   MOVE 'C' TO CR-SOURCE-CODE.
   MOVE SPACES TO CR-SOURCE-REFERENCE.
   STRING 'CAM '              DELIMITED BY SIZE
          WS-RECON-YEAR       DELIMITED BY SIZE
          ' '                 DELIMITED BY SIZE
          WS-DOCUMENT-NUMBER  DELIMITED BY SIZE
          INTO CR-SOURCE-REFERENCE
   END-STRING.
   MOVE WS-SETTLE-AMOUNT TO CR-CREDIT-AMOUNT.
   MOVE WS-SETTLE-AMOUNT TO CR-CREDIT-BALANCE.
   WRITE TENANT-CREDIT-RECORD.
   ADD 1 TO WS-CREDITED-COUNT.
   ADD WS-SETTLE-AMOUNT TO WS-CREDITED-TOTAL.

write-register-entry.
   MOVE BUILDING-NAME(WS-BLDG-SUB) TO BR-BUILDING-NAME.
   MOVE SH-TENANT-NAME(WS-SHARE-SUB) TO BR-TENANT-NAME.
   MOVE WS-RECON-PERIOD TO BR-BILLING-PERIOD.
   MOVE WS-DOCUMENT-NUMBER TO BR-INVOICE-NUMBER.
   MOVE 'C' TO BR-INVOICE-TYPE.
   MOVE WS-CURRENT-DATE TO BR-BILLED-TIMESTAMP.
   MOVE WS-BILL-DATE TO BR-INVOICE-DATE.
   IF WS-DOCUMENT-INVOICE
      MOVE WS-SETTLE-AMOUNT TO BR-INVOICE-AMOUNT
   ELSE
      MOVE 0 TO BR-INVOICE-AMOUNT
   END-IF.
   WRITE BILLING-REGISTER-RECORD.

*> Statement layout: the building's whole cost pool by source, the
*> tenant's floors and days, its share, the estimates already paid
*> and the resulting invoice or credit.
write-statement.
   MOVE ALL '=' TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING 'OPERATING EXPENSE RECOVERY RECONCILIATION - YEAR '
          DELIMITED BY SIZE
          WS-RECON-YEAR DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING 'TENANT:   ' DELIMITED BY SIZE
          SH-TENANT-NAME(WS-SHARE-SUB) DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING 'BUILDING: ' DELIMITED BY SIZE
          BUILDING-NAME(WS-BLDG-SUB) DELIMITED BY SIZE
          '  STATEMENT DATE ' DELIMITED BY SIZE
          WS-BILL-DATE DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE 'RECOVERABLE BUILDING COSTS FOR THE YEAR' TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE CP-WORK-ORDER-COST(WS-BLDG-SUB) TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  COMPLETED MAINTENANCE WORK       ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE CP-TAX-ACCRUAL(WS-BLDG-SUB) TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  PROPERTY TAX                     ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE CP-PREMIUM(WS-BLDG-SUB) TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  BUILDING INSURANCE               ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE CP-TOTAL(WS-BLDG-SUB) TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  TOTAL COST POOL                  ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SH-DAYS(WS-SHARE-SUB) TO WS-DAYS-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING 'YOUR SHARE: ' DELIMITED BY SIZE
          SH-FLOORS(WS-SHARE-SUB) DELIMITED BY SIZE
          ' OF ' DELIMITED BY SIZE
          BUILDING-FLOOR-COUNT(WS-BLDG-SUB) DELIMITED BY SIZE
          ' FLOORS FOR ' DELIMITED BY SIZE
          WS-DAYS-DISPLAY DELIMITED BY SIZE
          ' OF ' DELIMITED BY SIZE
          WS-YEAR-DAYS DELIMITED BY SIZE
          ' DAYS' DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SH-AMOUNT(WS-SHARE-SUB) TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  YOUR SHARE OF COSTS              ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE WS-ESTIMATE-AMOUNT TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  LESS ESTIMATES ALREADY BILLED    ' DELIMITED BY SIZE
          WS-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE WS-DIFFERENCE TO WS-SIGNED-TOTAL-DISPLAY.
   MOVE SPACES TO WS-STATEMENT-LINE.
   STRING '  BALANCE (CREDIT)                 ' DELIMITED BY SIZE
          WS-SIGNED-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-STATEMENT-LINE
   END-STRING.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.
   MOVE SPACES TO WS-STATEMENT-LINE.
   EVALUATE TRUE
       WHEN WS-DOCUMENT-INVOICE
           STRING 'INVOICE ' DELIMITED BY SIZE
                  WS-DOCUMENT-NUMBER DELIMITED BY SIZE
                  ' IS ENCLOSED, DUE ' DELIMITED BY SIZE
                  CW-DUE-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-STATEMENT-LINE
           END-STRING
       WHEN WS-DOCUMENT-CREDIT
           STRING 'CREDIT ' DELIMITED BY SIZE
                  WS-DOCUMENT-NUMBER DELIMITED BY SIZE
                  ' WILL BE APPLIED TO YOUR OPEN INVOICES.'
                  DELIMITED BY SIZE
                  INTO WS-STATEMENT-LINE
           END-STRING
       WHEN OTHER
           MOVE 'YOUR ESTIMATES COVERED YOUR SHARE - NOTHING IS DUE.'
                TO WS-STATEMENT-LINE
   END-EVALUATE.
   MOVE WS-STATEMENT-LINE TO STATEMENT-LINE.
   WRITE STATEMENT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'OPERATING EXPENSE (CAM) RECOVERY RECONCILIATION - YEAR '
          DELIMITED BY SIZE
          WS-RECON-YEAR DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-pool-line.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE CP-WORK-ORDER-COST(WS-BLDG-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE CP-TAX-ACCRUAL(WS-BLDG-SUB) TO WS-AMOUNT-DISPLAY-2.
   MOVE CP-PREMIUM(WS-BLDG-SUB) TO WS-TOTAL-DISPLAY.
   MOVE CP-TOTAL(WS-BLDG-SUB) TO WS-TOTAL-DISPLAY-2.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING BUILDING-NAME(WS-BLDG-SUB) DELIMITED BY SIZE
          ' WO='                     DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY          DELIMITED BY SIZE
          ' TAX='                    DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2        DELIMITED BY SIZE
          ' INS='                    DELIMITED BY SIZE
          WS-TOTAL-DISPLAY           DELIMITED BY SIZE
          ' POOL='                   DELIMITED BY SIZE
          WS-TOTAL-DISPLAY-2         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-tenant-line.
   MOVE SH-AMOUNT(WS-SHARE-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE WS-ESTIMATE-AMOUNT TO WS-AMOUNT-DISPLAY-2.
   MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                          DELIMITED BY SIZE
          SH-TENANT-NAME(WS-SHARE-SUB)  DELIMITED BY SIZE
          ' FLOORS='                    DELIMITED BY SIZE
          SH-FLOORS(WS-SHARE-SUB)       DELIMITED BY SIZE
          ' SHARE='                     DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY             DELIMITED BY SIZE
          ' EST='                       DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2           DELIMITED BY SIZE
          ' DIFF='                      DELIMITED BY SIZE
          WS-SIGNED-DISPLAY             DELIMITED BY SIZE
          ' '                           DELIMITED BY SIZE
          WS-DOCUMENT-TYPE              DELIMITED BY SIZE
          ' '                           DELIMITED BY SIZE
          WS-DOCUMENT-NUMBER            DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-already-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                          DELIMITED BY SIZE
          SH-TENANT-NAME(WS-SHARE-SUB)  DELIMITED BY SIZE
          ' ALREADY RECONCILED FOR '    DELIMITED BY SIZE
          WS-RECON-YEAR                 DELIMITED BY SIZE
          ' - SKIPPED'                  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-landlord-line.
   MOVE WS-LANDLORD-SHARE TO WS-SIGNED-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  VACANT FLOORS / UNRECOVERED (LANDLORD) ' DELIMITED BY SIZE
          WS-SIGNED-DISPLAY                           DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS WITH COSTS: ' DELIMITED BY SIZE
          WS-BUILDING-COUNT        DELIMITED BY SIZE
          '  TENANTS: '            DELIMITED BY SIZE
          WS-TENANT-COUNT          DELIMITED BY SIZE
          '  INVOICED: '           DELIMITED BY SIZE
          WS-INVOICED-COUNT        DELIMITED BY SIZE
          '  CREDITED: '           DELIMITED BY SIZE
          WS-CREDITED-COUNT        DELIMITED BY SIZE
          '  SETTLED: '            DELIMITED BY SIZE
          WS-SETTLED-COUNT         DELIMITED BY SIZE
          '  ALREADY RECONCILED: ' DELIMITED BY SIZE
          WS-ALREADY-COUNT         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-POOL-GRAND-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE WS-INVOICED-TOTAL TO WS-TOTAL-DISPLAY-2.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'TOTAL COST POOL: '  DELIMITED BY SIZE
          WS-TOTAL-DISPLAY     DELIMITED BY SIZE
          '  INVOICED: '       DELIMITED BY SIZE
          WS-TOTAL-DISPLAY-2   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-CREDITED-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE WS-LANDLORD-TOTAL TO WS-SIGNED-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CREDITED: '         DELIMITED BY SIZE
          WS-TOTAL-DISPLAY     DELIMITED BY SIZE
          '  LANDLORD COST: '  DELIMITED BY SIZE
          WS-SIGNED-TOTAL-DISPLAY DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'COST RECORDS FOR BUILDINGS NOT ON MASTER: ' DELIMITED BY SIZE
          WS-UNKNOWN-COUNT                             DELIMITED BY SIZE
          '  BUILDINGS WITH NO FLOOR COUNT: '          DELIMITED BY SIZE
          WS-NO-FLOORS-COUNT                           DELIMITED BY SIZE
          '  NO RATE: '                                DELIMITED BY SIZE
          WS-NO-RATE-COUNT                             DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
