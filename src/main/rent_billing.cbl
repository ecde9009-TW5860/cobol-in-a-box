           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TENANT-STATUS.
       SELECT INVOICE-FILE ASSIGN TO INVOICES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.
       SELECT REPORT-FILE ASSIGN TO BILLRPT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CONTROL-FILE ASSIGN TO INVCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
       SELECT REGISTER-FILE ASSIGN TO BILLREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   FD CONTROL-FILE.
       COPY "src/main/invoice_control_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/billing_register_record.cpy".

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-TEN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-CONTROL-STATUS PIC X(2).
        01 WS-INVOICE-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-REG-EOF-SWITCH PIC X(1).
            88 WS-REG-EOF VALUE 'Y'.
            88 WS-REG-NOT-EOF VALUE 'N'.
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
*> Billing cut: a lease is invoiced when it is current on the billing
*> date, the same as-of rule RENT-ROLL applies to occupancy.
        01 WS-BILLING-DATE PIC X(8).
        01 WS-BILLING-PERIOD PIC X(6).
*> The parm carries 'BILLDATE STARTINV ROLL' - billing date YYYYMMDD
*> (default today) and an optional starting invoice number. The
*> last number used is carried on the INVCTL control record, so the
*> second token is only needed to seed the first run or to jump the
*> sequence forward; it is never allowed to reuse a number already
*> issued. A billing date in a closed month is refused unless ROLL
*> is given, when billing moves to the first day of the next open
*> month.
        01 WS-PARM-STRING PIC X(30).
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
        01 WS-RUN-STEP-NAME PIC X(8) VALUE 'BILLSTP'.
        01 WS-PARM-START-NUMBER PIC 9(7) VALUE 0.
        01 WS-NEXT-INVOICE-NUMBER PIC 9(7) VALUE 1.
        01 WS-FIRST-INVOICE-NUMBER PIC 9(7) VALUE 0.
        01 WS-LAST-INVOICE-NUMBER PIC 9(7) VALUE 0.
*> Billing register for the period being billed. Only this period's
*> entries are held, so the table stays the size of one month's
*> lease count however long the register grows; new invoices are
*> added as they are cut so a lease repeated on TENFILE is caught in
*> the same run.
        01 BILLED-LEASES.
            05 COUNT-OF-BILLED PIC 9(5) COMP-5 VALUE 0.
            05 BILLED-LEASE OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-BILLED.
                10 BL-BUILDING-NAME PIC X(25).
                10 BL-TENANT-NAME PIC X(25).
                10 BL-INVOICE-NUMBER PIC 9(7).
        01 WS-BILLED-SUB PIC 9(5) COMP-5.
        01 WS-BILLED-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-ALREADY-BILLED-COUNT PIC 9(5) VALUE 0.
*> A rerun for a month an earlier run billed keeps that run's invoices:
*> the invoice file is only added to, and only once a lease is cut.
        01 WS-PERIOD-BILLED-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ALREADY-BILLED VALUE 'Y'.
        01 WS-INVOICE-FILE-SWITCH PIC X(1) VALUE 'N'.
            88 WS-INVOICE-FILE-OPEN VALUE 'Y'.
        01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
        01 WS-READ-COUNT    PIC 9(5) VALUE 0.
        01 WS-INVOICE-COUNT PIC 9(5) VALUE 0.
   COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BILLING-DATE)).
   PERFORM load-buildings.
   PERFORM read-invoice-control.
   PERFORM load-billing-register.
   MOVE 'N' TO WS-TEN-EOF-SWITCH.
   OPEN INPUT TENANT-FILE.
   IF WS-TENANT-STATUS NOT = '00'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF COUNT-OF-BILLED > 0
      MOVE 'Y' TO WS-PERIOD-BILLED-SWITCH
   ELSE
      PERFORM open-invoice-file
   END-IF.
   PERFORM open-register-file.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM bill-one-lease UNTIL WS-TEN-EOF.
   PERFORM write-report-footer.
   CLOSE TENANT-FILE.
   IF WS-INVOICE-FILE-OPEN
      CLOSE INVOICE-FILE
   END-IF.
   CLOSE REGISTER-FILE.
   CLOSE REPORT-FILE.
   PERFORM write-invoice-control.
   CALL 'RUN-CONTROL-PERIOD-COMPLETE' USING WS-RUN-STEP-NAME,
                                            WS-BILLING-PERIOD.
   DISPLAY 'RENT BILLING COMPLETE - ' WS-INVOICE-COUNT ' INVOICES, '
           WS-SKIPPED-COUNT ' LEASES SKIPPED, '
           WS-ALREADY-BILLED-COUNT ' ALREADY BILLED'.
   IF WS-SKIPPED-COUNT > 0 OR WS-ALREADY-BILLED-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   IF WS-PERIOD-ALREADY-BILLED
      DISPLAY 'PERIOD ' WS-BILLING-PERIOD ' WAS BILLED BY AN EARLIER '
              'RUN - INVOICE FILE ADDED TO, NOT REPLACED'
      MOVE 8 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-billing-parameters.
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
         MOVE WS-PARM-TOKEN-1(1:8) TO WS-BILLING-DATE
      END-IF
      IF WS-PARM-TOKEN-2 NOT = SPACES
         COMPUTE WS-PARM-START-NUMBER =
                 FUNCTION NUMVAL(WS-PARM-TOKEN-2)
      END-IF
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-BILLING-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** BILLING DATE ' WS-BILLING-DATE
              ' IS IN A CLOSED PERIOD - NO INVOICES CUT ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'BILLING DATE ' WS-BILLING-DATE
              ' IS IN A CLOSED PERIOD - ROLLED FORWARD TO '
              WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-BILLING-DATE
   END-IF.
   MOVE WS-BILLING-DATE(1:6) TO WS-BILLING-PERIOD.

*> The control record holds the last invoice number issued by any
*> run. A missing control file is the cold start and numbering
*> begins at the parm start number (or 1). A parm start number lower
*> than the control record would reissue numbers RENT-ARPOST has
*> already applied cash against, so it is ignored with a message.
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
   IF WS-PARM-START-NUMBER > WS-NEXT-INVOICE-NUMBER
      MOVE WS-PARM-START-NUMBER TO WS-NEXT-INVOICE-NUMBER
   ELSE
      IF WS-PARM-START-NUMBER > 0
         AND WS-PARM-START-NUMBER < WS-NEXT-INVOICE-NUMBER
         DISPLAY 'START INVOICE ' WS-PARM-START-NUMBER
                 ' ALREADY ISSUED - CONTINUING FROM '
                 WS-NEXT-INVOICE-NUMBER
      END-IF
   END-IF.
   MOVE WS-NEXT-INVOICE-NUMBER TO WS-FIRST-INVOICE-NUMBER.

*> Rewritten at the end of every run, including a run that cut no
*> invoices, so the control record always reflects the last number
*> actually issued.
write-invoice-control.
   OPEN OUTPUT CONTROL-FILE.
   COMPUTE IC-LAST-INVOICE-NUMBER = WS-NEXT-INVOICE-NUMBER - 1.
   MOVE WS-BILLING-DATE TO IC-LAST-BILLING-DATE.
   MOVE WS-CURRENT-DATE TO IC-LAST-RUN-TIMESTAMP.
   WRITE INVOICE-CONTROL-RECORD.
   CLOSE CONTROL-FILE.

*> A missing register is the cold start: nothing has been billed yet.
load-billing-register.
   MOVE 'N' TO WS-REG-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BILLED.
   OPEN INPUT REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      DISPLAY 'NO BILLING REGISTER FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-register-entry UNTIL WS-REG-EOF
      CLOSE REGISTER-FILE
   END-IF.

read-one-register-entry.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-REG-EOF-SWITCH
       NOT AT END
           IF BR-BILLING-PERIOD = WS-BILLING-PERIOD
              AND BR-TYPE-RENT
              ADD 1 TO COUNT-OF-BILLED
              MOVE BR-BUILDING-NAME TO BL-BUILDING-NAME(COUNT-OF-BILLED)
              MOVE BR-TENANT-NAME TO BL-TENANT-NAME(COUNT-OF-BILLED)
              MOVE BR-INVOICE-NUMBER TO BL-INVOICE-NUMBER(COUNT-OF-BILLED)
           END-IF
   END-READ.

*> The register accumulates across runs, so append the same way the
*> adjustment cycle appends to the audit trail.
open-register-file.
   OPEN EXTEND REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      OPEN OUTPUT REGISTER-FILE
   END-IF.

*> The first run for a month starts the invoice file afresh; a rerun
*> puts its new invoices behind the ones already cut for the month.
open-invoice-file.
   IF WS-PERIOD-ALREADY-BILLED
      OPEN EXTEND INVOICE-FILE
      IF WS-INVOICE-STATUS NOT = '00'
         OPEN OUTPUT INVOICE-FILE
      END-IF
   ELSE
      OPEN OUTPUT INVOICE-FILE
   END-IF.
   MOVE 'Y' TO WS-INVOICE-FILE-SWITCH.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
            ADD 1 TO WS-SKIPPED-COUNT
            PERFORM write-skip-line
         ELSE
            PERFORM find-billed-lease
            IF WS-BILLED-FOUND-SUB > 0
               ADD 1 TO WS-ALREADY-BILLED-COUNT
               PERFORM write-already-billed-line
            ELSE
               PERFORM write-one-invoice
            END-IF
         END-IF
      END-IF
   END-IF.

*> Building, tenant and billing period make up the register key; a
*> rerun of the cycle for the same month finds every lease here and
*> bills nothing twice.
find-billed-lease.
   MOVE 0 TO WS-BILLED-FOUND-SUB.
   PERFORM check-one-billed-lease
      VARYING WS-BILLED-SUB FROM 1 BY 1
      UNTIL WS-BILLED-SUB > COUNT-OF-BILLED
         OR WS-BILLED-FOUND-SUB > 0.

check-one-billed-lease.
   IF BL-BUILDING-NAME(WS-BILLED-SUB) = TL-BUILDING-NAME
      AND BL-TENANT-NAME(WS-BILLED-SUB) = TL-TENANT-NAME
      MOVE WS-BILLED-SUB TO WS-BILLED-FOUND-SUB
   END-IF.

write-one-invoice.
   IF NOT WS-INVOICE-FILE-OPEN
      PERFORM open-invoice-file
   END-IF.
   MOVE WS-NEXT-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
   ADD 1 TO WS-NEXT-INVOICE-NUMBER.
   MOVE WS-BILLING-DATE TO IV-INVOICE-DATE.
   WRITE INVOICE-RECORD.
   ADD 1 TO WS-INVOICE-COUNT.
   ADD TL-MONTHLY-RENT TO WS-BILLED-TOTAL.
   PERFORM write-register-entry.
   PERFORM write-invoice-line.

write-register-entry.
   MOVE TL-BUILDING-NAME TO BR-BUILDING-NAME.
   MOVE TL-TENANT-NAME TO BR-TENANT-NAME.
   MOVE WS-BILLING-PERIOD TO BR-BILLING-PERIOD.
   MOVE IV-INVOICE-NUMBER TO BR-INVOICE-NUMBER.
   MOVE 'R' TO BR-INVOICE-TYPE.
   MOVE WS-CURRENT-DATE TO BR-BILLED-TIMESTAMP.
   MOVE IV-INVOICE-DATE TO BR-INVOICE-DATE.
   MOVE IV-INVOICE-AMOUNT TO BR-INVOICE-AMOUNT.
   WRITE BILLING-REGISTER-RECORD.
   ADD 1 TO COUNT-OF-BILLED.
   MOVE TL-BUILDING-NAME TO BL-BUILDING-NAME(COUNT-OF-BILLED).
   MOVE TL-TENANT-NAME TO BL-TENANT-NAME(COUNT-OF-BILLED).
   MOVE IV-INVOICE-NUMBER TO BL-INVOICE-NUMBER(COUNT-OF-BILLED).

write-invoice-line.
   MOVE IV-INVOICE-AMOUNT TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-already-billed-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ALREADY BILLED ' DELIMITED BY SIZE
          TL-TENANT-NAME    DELIMITED BY SIZE
          ' AT '            DELIMITED BY SIZE
          TL-BUILDING-NAME  DELIMITED BY SIZE
          ' PERIOD '        DELIMITED BY SIZE
          WS-BILLING-PERIOD DELIMITED BY SIZE
          ' ON INVOICE '    DELIMITED BY SIZE
          BL-INVOICE-NUMBER(WS-BILLED-FOUND-SUB) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'MONTHLY RENT BILLING REGISTER - BILLING DATE '
          WS-INVOICE-COUNT    DELIMITED BY SIZE
          '  SKIPPED: '       DELIMITED BY SIZE
          WS-SKIPPED-COUNT    DELIMITED BY SIZE
          '  ALREADY BILLED: ' DELIMITED BY SIZE
          WS-ALREADY-BILLED-COUNT DELIMITED BY SIZE
          '  TOTAL BILLED: '  DELIMITED BY SIZE
          WS-TOTAL-DISPLAY    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   COMPUTE WS-LAST-INVOICE-NUMBER = WS-NEXT-INVOICE-NUMBER - 1.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'INVOICE NUMBERS ISSUED: ' DELIMITED BY SIZE
          WS-FIRST-INVOICE-NUMBER    DELIMITED BY SIZE
          ' THRU '                   DELIMITED BY SIZE
          WS-LAST-INVOICE-NUMBER     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   IF WS-INVOICE-COUNT = 0
      MOVE 'INVOICE NUMBERS ISSUED: NONE' TO WS-REPORT-LINE
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
