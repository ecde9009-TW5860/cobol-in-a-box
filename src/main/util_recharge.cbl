IDENTIFICATION DIVISION.
PROGRAM-ID. UTIL-RECHARGE.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TENANT-STATUS.
       SELECT METER-HIST-FILE ASSIGN TO METERHST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-METER-HIST-STATUS.
       SELECT RATE-FILE ASSIGN TO UTILRATE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
       SELECT CONTROL-FILE ASSIGN TO INVCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
       SELECT REGISTER-FILE ASSIGN TO BILLREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT RECHARGE-INVOICE-FILE ASSIGN TO RCHGINV
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RECHARGE-INVOICE-STATUS.
       SELECT REPORT-FILE ASSIGN TO RCHGRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD TENANT-FILE.
       COPY "src/main/tenant_record.cpy".

   FD METER-HIST-FILE.
       COPY "src/main/meter_reading_record.cpy".

   FD RATE-FILE.
       COPY "src/main/utility_rate_record.cpy".

   FD CONTROL-FILE.
       COPY "src/main/invoice_control_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/billing_register_record.cpy".

*> Recharges are cut in the INVOICE-RECORD layout so RENT-ARPOST
*> picks them up and ages them like rent.
   FD RECHARGE-INVOICE-FILE.
       01 RECHARGE-INVOICE-RECORD PIC X(94).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        COPY "src/main/utility_rate_table.cpy".
*> The period's consumption per building, in step with the BUILDINGS
*> table so the BUILDING-LOOKUP index addresses both.
        01 BUILDING-USAGE.
            05 COUNT-OF-USAGE PIC 9(5) COMP-5.
            05 USAGE-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-USAGE.
                10 BU-KWH-USED PIC 9(11).
                10 BU-READING-SWITCH PIC X(1).
                    88 BU-HAS-READING VALUE 'Y'.
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
*> Tenants already recharged for the period, from the billing
*> register, so a rerun never bills twice.
        01 RECHARGED-TENANTS.
            05 COUNT-OF-RECHARGED PIC 9(5) COMP-5.
            05 RECHARGED-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-RECHARGED.
                10 RH-BUILDING-NAME PIC X(25).
                10 RH-TENANT-NAME PIC X(25).
*> The tenants of the building in hand, with their share summed over
*> every lease record in force during the period.
        01 BUILDING-SHARES.
            05 COUNT-OF-SHARES PIC 9(5) COMP-5.
            05 SHARE-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON COUNT-OF-SHARES.
                10 SH-TENANT-NAME PIC X(25).
                10 SH-FLOORS PIC 9(3).
                10 SH-AMOUNT PIC 9(9)V99.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-METER-HIST-STATUS PIC X(2).
        01 WS-RATE-STATUS PIC X(2).
        01 WS-CONTROL-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-RECHARGE-INVOICE-STATUS PIC X(2).
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
*> The parm carries 'PERIOD BILLDATE' - the meter period being
*> recharged, YYYYMM (default last month), and the date the
*> recharge invoices carry, YYYYMMDD (default today). A bill date in
*> a closed month is refused unless ROLL is given, when the invoices
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
        01 WS-RECHARGE-PERIOD.
            05 WS-PERIOD-YEAR PIC 9(4).
            05 WS-PERIOD-MONTH PIC 9(2).
        01 WS-NEXT-PERIOD.
            05 WS-NEXT-YEAR PIC 9(4).
            05 WS-NEXT-MONTH PIC 9(2).
        01 WS-BILL-DATE PIC X(8).
        01 WS-BILL-INTEGER PIC 9(8) COMP-5.
        01 WS-DUE-INTEGER PIC 9(8) COMP-5.
        01 WS-NEW-DUE-DATE PIC 9(8).
        01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
        01 WS-PERIOD-START-DATE PIC X(8).
        01 WS-PERIOD-END-DATE PIC X(8).
        01 WS-PERIOD-START-INTEGER PIC 9(8) COMP-5.
        01 WS-PERIOD-END-INTEGER PIC 9(8) COMP-5.
        01 WS-DATE-WORK PIC 9(8).
        01 WS-PERIOD-DAYS PIC 9(3).
        01 WS-OVERLAP-START PIC X(8).
        01 WS-OVERLAP-END PIC X(8).
        01 WS-OVERLAP-DAYS PIC 9(5).
        01 WS-RATE-FOUND-DATE PIC X(8).
        01 WS-RATE-PER-KWH PIC 9(2)V9(5).
        01 WS-BUILDING-COST PIC 9(9)V99.
        01 WS-LEASE-SHARE PIC 9(9)V99.
        01 WS-BILLED-SHARE PIC 9(9)V99.
        01 WS-UNRECOVERED PIC S9(9)V99.
        01 WS-RECOVERY-PCT PIC 9(3)V9.
        01 WS-NEXT-INVOICE-NUMBER PIC 9(7) VALUE 1.
        01 WS-BUILDING-NOTE PIC X(30).
        01 WS-BUILDING-COUNT    PIC 9(5) VALUE 0.
        01 WS-NO-RATE-COUNT     PIC 9(5) VALUE 0.
        01 WS-NO-FLOORS-COUNT   PIC 9(5) VALUE 0.
        01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
        01 WS-INVOICED-COUNT    PIC 9(5) VALUE 0.
        01 WS-ALREADY-COUNT     PIC 9(5) VALUE 0.
        01 WS-KWH-TOTAL PIC 9(13) VALUE 0.
        01 WS-COST-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-BILLED-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-UNRECOVERED-TOTAL PIC S9(11)V99 VALUE 0.
        01 WS-KWH-DISPLAY PIC ZZZ,ZZZ,ZZ9.
        01 WS-KWH-TOTAL-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.
        01 WS-RATE-DISPLAY PIC Z9.99999.
        01 WS-PCT-DISPLAY PIC ZZ9.9.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-2 PIC $$$,$$$,$$9.99.
        01 WS-SIGNED-DISPLAY PIC $$$,$$$,$$9.99-.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY-2 PIC $$,$$$,$$$,$$9.99.
        01 WS-SIGNED-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99-.
*> Recharge invoice work record, built here and moved to the output
*> the way RENT-ARPOST builds its carry-forward record.
        01 WS-RECHARGE-INVOICE-WORK.
            05 RW-INVOICE-NUMBER PIC 9(7).
            05 RW-INVOICE-DATE PIC X(8).
            05 RW-DUE-DATE PIC X(8).
            05 RW-BUILDING-NAME PIC X(25).
            05 RW-TENANT-NAME PIC X(25).
            05 RW-REGION-CODE PIC X(3).
            05 RW-INVOICE-AMOUNT PIC 9(7)V99.
            05 RW-OPEN-BALANCE PIC 9(7)V99.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-recharge-parameters.
   PERFORM read-invoice-control.
   PERFORM load-buildings.
   PERFORM load-meter-history.
   PERFORM load-utility-rates.
   PERFORM load-tenants.
   PERFORM load-billing-register.
   PERFORM open-recharge-invoice-file.
   OPEN OUTPUT REPORT-FILE.
   PERFORM open-register-file.
   PERFORM write-report-header.
   PERFORM recharge-one-building
      VARYING WS-BLDG-SUB FROM 1 BY 1
      UNTIL WS-BLDG-SUB > COUNT-OF-BUILDINGS.
   PERFORM write-report-footer.
   CLOSE RECHARGE-INVOICE-FILE.
   CLOSE REPORT-FILE.
   CLOSE REGISTER-FILE.
   PERFORM write-invoice-control.
   DISPLAY 'UTILITY RECHARGE ' WS-RECHARGE-PERIOD ' COMPLETE - '
           WS-INVOICED-COUNT ' INVOICED, ' WS-ALREADY-COUNT
           ' ALREADY BILLED, ' WS-NO-RATE-COUNT ' BUILDINGS WITH NO RATE'.
   IF WS-ALREADY-COUNT > 0 OR WS-NO-RATE-COUNT > 0
      OR WS-NO-FLOORS-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-recharge-parameters.
   MOVE WS-TODAY-DATE(1:6) TO WS-RECHARGE-PERIOD.
   IF WS-PERIOD-MONTH = 1
      MOVE 12 TO WS-PERIOD-MONTH
      SUBTRACT 1 FROM WS-PERIOD-YEAR
   ELSE
      SUBTRACT 1 FROM WS-PERIOD-MONTH
   END-IF.
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
         MOVE WS-PARM-TOKEN-1(1:6) TO WS-RECHARGE-PERIOD
      END-IF
      IF WS-PARM-TOKEN-2 NOT = SPACES
         MOVE WS-PARM-TOKEN-2(1:8) TO WS-BILL-DATE
      END-IF
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-BILL-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** BILL DATE ' WS-BILL-DATE
              ' IS IN A CLOSED PERIOD - NO RECHARGES CUT ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'BILL DATE ' WS-BILL-DATE
              ' IS IN A CLOSED PERIOD - ROLLED FORWARD TO '
              WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-BILL-DATE
   END-IF.
   MOVE SPACES TO WS-PERIOD-START-DATE.
   STRING WS-RECHARGE-PERIOD '01' DELIMITED BY SIZE
          INTO WS-PERIOD-START-DATE
   END-STRING.
   MOVE WS-RECHARGE-PERIOD TO WS-NEXT-PERIOD.
   IF WS-NEXT-MONTH = 12
      MOVE 1 TO WS-NEXT-MONTH
      ADD 1 TO WS-NEXT-YEAR
   ELSE
      ADD 1 TO WS-NEXT-MONTH
   END-IF.
   COMPUTE WS-PERIOD-START-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PERIOD-START-DATE)).
   COMPUTE WS-DATE-WORK = WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
   COMPUTE WS-PERIOD-END-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1.
   COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INTEGER).
   MOVE WS-DATE-WORK TO WS-PERIOD-END-DATE.
   COMPUTE WS-PERIOD-DAYS =
           WS-PERIOD-END-INTEGER - WS-PERIOD-START-INTEGER + 1.
   COMPUTE WS-BILL-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BILL-DATE)).

*> Recharges draw from the same invoice-number sequence as rent so
*> RENT-ARPOST never sees two invoices with one number.
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
   MOVE 0 TO COUNT-OF-USAGE.
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
           ADD 1 TO COUNT-OF-USAGE
           MOVE 0 TO BU-KWH-USED(COUNT-OF-USAGE)
           MOVE 'N' TO BU-READING-SWITCH(COUNT-OF-USAGE)
   END-READ.

load-meter-history.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT METER-HIST-FILE.
   IF WS-METER-HIST-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING METER HISTORY FILE, STATUS = '
              WS-METER-HIST-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-meter-reading UNTIL WS-EOF.
   CLOSE METER-HIST-FILE.

*> METER-LOAD rejects a second reading for the same building and
*> period, but the history is summed all the same.
read-one-meter-reading.
   READ METER-HIST-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF MR-READING-PERIOD = WS-RECHARGE-PERIOD
              MOVE MR-BUILDING-NAME TO WS-SEARCH-NAME
              CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                           WS-FOUND-INDEX, WS-FOUND-SWITCH
              IF WS-FOUND
                 ADD MR-KWH-USED TO BU-KWH-USED(WS-FOUND-INDEX)
                 MOVE 'Y' TO BU-READING-SWITCH(WS-FOUND-INDEX)
              ELSE
                 ADD 1 TO WS-UNKNOWN-COUNT
                 DISPLAY 'READING FOR BUILDING NOT ON MASTER: '
                         MR-BUILDING-NAME
              END-IF
           END-IF
   END-READ.

load-utility-rates.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-UTILITY-RATES.
   OPEN INPUT RATE-FILE.
   IF WS-RATE-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING UTILITY RATE FILE, STATUS = ' WS-RATE-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-utility-rate UNTIL WS-EOF.
   CLOSE RATE-FILE.

read-one-utility-rate.
   READ RATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-UTILITY-RATES >= 500
              DISPLAY 'UTILITY RATE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE UTILITY-RATE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-UTILITY-RATES
           MOVE UR-REGION-CODE TO UT-REGION-CODE(COUNT-OF-UTILITY-RATES)
           MOVE UR-EFFECTIVE-DATE TO UT-EFFECTIVE-DATE(COUNT-OF-UTILITY-RATES)
           MOVE UR-RATE-PER-KWH TO UT-RATE-PER-KWH(COUNT-OF-UTILITY-RATES)
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

load-billing-register.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-RECHARGED.
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
           IF BR-TYPE-UTILITY-RECHARGE
              AND BR-BILLING-PERIOD = WS-RECHARGE-PERIOD
              ADD 1 TO COUNT-OF-RECHARGED
              MOVE BR-BUILDING-NAME TO RH-BUILDING-NAME(COUNT-OF-RECHARGED)
              MOVE BR-TENANT-NAME TO RH-TENANT-NAME(COUNT-OF-RECHARGED)
           END-IF
   END-READ.

open-register-file.
   OPEN EXTEND REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      OPEN OUTPUT REGISTER-FILE
   END-IF.

*> The ad-hoc invoice file waits for the next ARSTP and CAMINV adds
*> to it too, so this run's invoices go on the end of it.
open-recharge-invoice-file.
   OPEN EXTEND RECHARGE-INVOICE-FILE.
   IF WS-RECHARGE-INVOICE-STATUS NOT = '00'
      OPEN OUTPUT RECHARGE-INVOICE-FILE
   END-IF.

*> Only buildings with a reading for the period are recharged. The
*> cost is the period's kWh at the tariff in force for the building's
*> region; each tenant bears its leased floors over the floor count
*> for the days its lease ran in the period, the same basis as the
*> CAM true-up. Vacant floors stay with the landlord.
recharge-one-building.
   IF BU-HAS-READING(WS-BLDG-SUB)
      ADD 1 TO WS-BUILDING-COUNT
      ADD BU-KWH-USED(WS-BLDG-SUB) TO WS-KWH-TOTAL
      MOVE SPACES TO WS-BUILDING-NOTE
      MOVE 0 TO WS-BUILDING-COST
      MOVE 0 TO WS-BILLED-SHARE
      MOVE 0 TO COUNT-OF-SHARES
      PERFORM find-tariff
      EVALUATE TRUE
          WHEN WS-RATE-FOUND-DATE = SPACES
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE 'NO TARIFF FOR REGION' TO WS-BUILDING-NOTE
          WHEN BUILDING-FLOOR-COUNT(WS-BLDG-SUB) = 0
              COMPUTE WS-BUILDING-COST ROUNDED =
                      BU-KWH-USED(WS-BLDG-SUB) * WS-RATE-PER-KWH
              ADD 1 TO WS-NO-FLOORS-COUNT
              MOVE 'NO FLOOR COUNT ON MASTER' TO WS-BUILDING-NOTE
          WHEN OTHER
              COMPUTE WS-BUILDING-COST ROUNDED =
                      BU-KWH-USED(WS-BLDG-SUB) * WS-RATE-PER-KWH
              PERFORM share-one-lease
                 VARYING WS-TEN-SUB FROM 1 BY 1
                 UNTIL WS-TEN-SUB > COUNT-OF-TENANTS
      END-EVALUATE
      ADD WS-BUILDING-COST TO WS-COST-TOTAL
      PERFORM write-building-line
      PERFORM bill-one-tenant
         VARYING WS-SHARE-SUB FROM 1 BY 1
         UNTIL WS-SHARE-SUB > COUNT-OF-SHARES
      COMPUTE WS-UNRECOVERED = WS-BUILDING-COST - WS-BILLED-SHARE
      ADD WS-BILLED-SHARE TO WS-BILLED-TOTAL
      ADD WS-UNRECOVERED TO WS-UNRECOVERED-TOTAL
      PERFORM write-recovery-line
   END-IF.

*> The tariff is the latest one for the region effective on or
*> before the last day of the period.
find-tariff.
   MOVE SPACES TO WS-RATE-FOUND-DATE.
   MOVE 0 TO WS-RATE-PER-KWH.
   PERFORM check-one-tariff
      VARYING WS-RATE-SUB FROM 1 BY 1
      UNTIL WS-RATE-SUB > COUNT-OF-UTILITY-RATES.

check-one-tariff.
   IF UT-REGION-CODE(WS-RATE-SUB) = BUILDING-REGION-CODE(WS-BLDG-SUB)
      AND UT-EFFECTIVE-DATE(WS-RATE-SUB) <= WS-PERIOD-END-DATE
      IF WS-RATE-FOUND-DATE = SPACES
         OR UT-EFFECTIVE-DATE(WS-RATE-SUB) > WS-RATE-FOUND-DATE
         MOVE UT-EFFECTIVE-DATE(WS-RATE-SUB) TO WS-RATE-FOUND-DATE
         MOVE UT-RATE-PER-KWH(WS-RATE-SUB) TO WS-RATE-PER-KWH
      END-IF
   END-IF.

share-one-lease.
   IF TEN-BUILDING-NAME(WS-TEN-SUB) = BUILDING-NAME(WS-BLDG-SUB)
      AND TEN-LEASE-START-DATE(WS-TEN-SUB) <= WS-PERIOD-END-DATE
      AND TEN-LEASE-END-DATE(WS-TEN-SUB) >= WS-PERIOD-START-DATE
      MOVE TEN-LEASE-START-DATE(WS-TEN-SUB) TO WS-OVERLAP-START
      IF WS-OVERLAP-START < WS-PERIOD-START-DATE
         MOVE WS-PERIOD-START-DATE TO WS-OVERLAP-START
      END-IF
      MOVE TEN-LEASE-END-DATE(WS-TEN-SUB) TO WS-OVERLAP-END
      IF WS-OVERLAP-END > WS-PERIOD-END-DATE
         MOVE WS-PERIOD-END-DATE TO WS-OVERLAP-END
      END-IF
      COMPUTE WS-OVERLAP-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OVERLAP-END))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OVERLAP-START))
            + 1
      COMPUTE WS-LEASE-SHARE ROUNDED =
              WS-BUILDING-COST * TEN-LEASED-FLOORS(WS-TEN-SUB)
            * WS-OVERLAP-DAYS
            / (BUILDING-FLOOR-COUNT(WS-BLDG-SUB) * WS-PERIOD-DAYS)
      PERFORM find-share-slot
      MOVE TEN-LEASED-FLOORS(WS-TEN-SUB) TO SH-FLOORS(WS-FOUND-SUB)
      ADD WS-LEASE-SHARE TO SH-AMOUNT(WS-FOUND-SUB)
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
      MOVE 0 TO SH-AMOUNT(WS-FOUND-SUB)
   END-IF.

check-one-share-slot.
   IF SH-TENANT-NAME(WS-SCAN-SUB) = TEN-TENANT-NAME(WS-TEN-SUB)
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

*> A share already registered for the period was billed by an earlier
*> run: it still counts as recovered, but no second invoice is cut.
bill-one-tenant.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM check-one-recharged
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-RECHARGED
         OR WS-FOUND-SUB > 0.
   ADD SH-AMOUNT(WS-SHARE-SUB) TO WS-BILLED-SHARE.
   IF WS-FOUND-SUB > 0
      ADD 1 TO WS-ALREADY-COUNT
      MOVE 0 TO RW-INVOICE-NUMBER
      PERFORM write-tenant-line
   ELSE
      IF SH-AMOUNT(WS-SHARE-SUB) > 0
         PERFORM write-recharge-invoice
         PERFORM write-register-entry
         PERFORM write-tenant-line
      END-IF
   END-IF.

check-one-recharged.
   IF RH-BUILDING-NAME(WS-SCAN-SUB) = BUILDING-NAME(WS-BLDG-SUB)
      AND RH-TENANT-NAME(WS-SCAN-SUB) = SH-TENANT-NAME(WS-SHARE-SUB)
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

write-recharge-invoice.
   MOVE WS-NEXT-INVOICE-NUMBER TO RW-INVOICE-NUMBER.
   ADD 1 TO WS-NEXT-INVOICE-NUMBER.
   MOVE WS-BILL-DATE TO RW-INVOICE-DATE.
   COMPUTE WS-DUE-INTEGER = WS-BILL-INTEGER + WS-TERMS-DAYS.
   COMPUTE WS-NEW-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
   MOVE WS-NEW-DUE-DATE TO RW-DUE-DATE.
   MOVE BUILDING-NAME(WS-BLDG-SUB) TO RW-BUILDING-NAME.
   MOVE SH-TENANT-NAME(WS-SHARE-SUB) TO RW-TENANT-NAME.
   MOVE BUILDING-REGION-CODE(WS-BLDG-SUB) TO RW-REGION-CODE.
   MOVE SH-AMOUNT(WS-SHARE-SUB) TO RW-INVOICE-AMOUNT.
   MOVE SH-AMOUNT(WS-SHARE-SUB) TO RW-OPEN-BALANCE.
   MOVE WS-RECHARGE-INVOICE-WORK TO RECHARGE-INVOICE-RECORD.
   WRITE RECHARGE-INVOICE-RECORD.
   ADD 1 TO WS-INVOICED-COUNT.

write-register-entry.
   MOVE BUILDING-NAME(WS-BLDG-SUB) TO BR-BUILDING-NAME.
   MOVE SH-TENANT-NAME(WS-SHARE-SUB) TO BR-TENANT-NAME.
   MOVE WS-RECHARGE-PERIOD TO BR-BILLING-PERIOD.
   MOVE RW-INVOICE-NUMBER TO BR-INVOICE-NUMBER.
   MOVE 'U' TO BR-INVOICE-TYPE.
   MOVE WS-CURRENT-DATE TO BR-BILLED-TIMESTAMP.
   MOVE RW-INVOICE-DATE TO BR-INVOICE-DATE.
   MOVE RW-INVOICE-AMOUNT TO BR-INVOICE-AMOUNT.
   WRITE BILLING-REGISTER-RECORD.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'UTILITY RECHARGE REGISTER - PERIOD ' DELIMITED BY SIZE
          WS-RECHARGE-PERIOD                    DELIMITED BY SIZE
          '  INVOICE DATE '                     DELIMITED BY SIZE
          WS-BILL-DATE                          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-building-line.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE BU-KWH-USED(WS-BLDG-SUB) TO WS-KWH-DISPLAY.
   MOVE WS-RATE-PER-KWH TO WS-RATE-DISPLAY.
   MOVE WS-BUILDING-COST TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING BUILDING-NAME(WS-BLDG-SUB)         DELIMITED BY SIZE
          ' REGION '                         DELIMITED BY SIZE
          BUILDING-REGION-CODE(WS-BLDG-SUB)  DELIMITED BY SIZE
          ' KWH='                            DELIMITED BY SIZE
          WS-KWH-DISPLAY                     DELIMITED BY SIZE
          ' RATE='                           DELIMITED BY SIZE
          WS-RATE-DISPLAY                    DELIMITED BY SIZE
          ' COST='                           DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY                  DELIMITED BY SIZE
          ' '                                DELIMITED BY SIZE
          WS-BUILDING-NOTE                   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-tenant-line.
   MOVE SH-AMOUNT(WS-SHARE-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   IF WS-FOUND-SUB > 0
      STRING '  '                          DELIMITED BY SIZE
             SH-TENANT-NAME(WS-SHARE-SUB)  DELIMITED BY SIZE
             ' FLOORS='                    DELIMITED BY SIZE
             SH-FLOORS(WS-SHARE-SUB)       DELIMITED BY SIZE
             ' SHARE='                     DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY             DELIMITED BY SIZE
             ' ALREADY BILLED FOR PERIOD'  DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   ELSE
      STRING '  '                          DELIMITED BY SIZE
             SH-TENANT-NAME(WS-SHARE-SUB)  DELIMITED BY SIZE
             ' FLOORS='                    DELIMITED BY SIZE
             SH-FLOORS(WS-SHARE-SUB)       DELIMITED BY SIZE
             ' SHARE='                     DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY             DELIMITED BY SIZE
             ' INVOICE '                   DELIMITED BY SIZE
             RW-INVOICE-NUMBER             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-recovery-line.
   IF WS-BUILDING-COST > 0
      COMPUTE WS-RECOVERY-PCT ROUNDED =
              WS-BILLED-SHARE * 100 / WS-BUILDING-COST
   ELSE
      MOVE 0 TO WS-RECOVERY-PCT
   END-IF.
   MOVE WS-BILLED-SHARE TO WS-AMOUNT-DISPLAY.
   MOVE WS-UNRECOVERED TO WS-SIGNED-DISPLAY.
   MOVE WS-RECOVERY-PCT TO WS-PCT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  BILLED TO TENANTS '      DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY           DELIMITED BY SIZE
          '  UNRECOVERED (LANDLORD) ' DELIMITED BY SIZE
          WS-SIGNED-DISPLAY           DELIMITED BY SIZE
          '  RECOVERED '              DELIMITED BY SIZE
          WS-PCT-DISPLAY              DELIMITED BY SIZE
          '%'                         DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-KWH-TOTAL TO WS-KWH-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS METERED: '   DELIMITED BY SIZE
          WS-BUILDING-COUNT       DELIMITED BY SIZE
          '  TOTAL KWH: '         DELIMITED BY SIZE
          WS-KWH-TOTAL-DISPLAY    DELIMITED BY SIZE
          '  INVOICES CUT: '      DELIMITED BY SIZE
          WS-INVOICED-COUNT       DELIMITED BY SIZE
          '  ALREADY BILLED: '    DELIMITED BY SIZE
          WS-ALREADY-COUNT        DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-COST-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE WS-BILLED-TOTAL TO WS-TOTAL-DISPLAY-2.
   MOVE WS-UNRECOVERED-TOTAL TO WS-SIGNED-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'TOTAL COST: '           DELIMITED BY SIZE
          WS-TOTAL-DISPLAY         DELIMITED BY SIZE
          '  BILLED: '             DELIMITED BY SIZE
          WS-TOTAL-DISPLAY-2       DELIMITED BY SIZE
          '  UNRECOVERED: '        DELIMITED BY SIZE
          WS-SIGNED-TOTAL-DISPLAY  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS WITH NO TARIFF: '      DELIMITED BY SIZE
          WS-NO-RATE-COUNT                  DELIMITED BY SIZE
          '  NO FLOOR COUNT: '              DELIMITED BY SIZE
          WS-NO-FLOORS-COUNT                DELIMITED BY SIZE
          '  READINGS FOR UNKNOWN BUILDINGS: ' DELIMITED BY SIZE
          WS-UNKNOWN-COUNT                  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
