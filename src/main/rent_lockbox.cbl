IDENTIFICATION DIVISION.
PROGRAM-ID. RENT-LOCKBOX.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-AR-STATUS.
       SELECT PAYMENT-FILE ASSIGN TO PAYMENTS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT SUSPENSE-FILE ASSIGN TO CASHSUSP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.
       SELECT REPORT-FILE ASSIGN TO LBXRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
*> The bank's daily deposit file: each batch is a header carrying the
*> deposit date, the check details, and a trailer with the item count
*> and dollar total the bank deposited for the batch.
   FD LOCKBOX-FILE.
       01 LOCKBOX-RECORD.
           05 LB-RECORD-TYPE PIC X(1).
           05 LB-RECORD-BODY PIC X(79).
       01 LOCKBOX-HEADER-RECORD REDEFINES LOCKBOX-RECORD.
           05 LB-HDR-RECORD-TYPE PIC X(1).
           05 LB-HDR-BATCH-NUMBER PIC 9(3).
           05 LB-HDR-DEPOSIT-DATE PIC X(8).
           05 LB-HDR-BANK-ACCOUNT PIC X(10).
           05 FILLER PIC X(58).
       01 LOCKBOX-DETAIL-RECORD REDEFINES LOCKBOX-RECORD.
           05 LB-DTL-RECORD-TYPE PIC X(1).
           05 LB-DTL-BATCH-NUMBER PIC 9(3).
           05 LB-DTL-ITEM-NUMBER PIC 9(5).
           05 LB-DTL-CHECK-NUMBER PIC X(10).
           05 LB-DTL-INVOICE-NUMBER PIC X(7).
           05 LB-DTL-TENANT-NAME PIC X(25).
           05 LB-DTL-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(20).
       01 LOCKBOX-TRAILER-RECORD REDEFINES LOCKBOX-RECORD.
           05 LB-TRL-RECORD-TYPE PIC X(1).
           05 LB-TRL-BATCH-NUMBER PIC 9(3).
           05 LB-TRL-ITEM-COUNT PIC 9(5).
           05 LB-TRL-BATCH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(60).

   FD OPEN-AR-FILE.
       COPY "src/main/invoice_record.cpy".

   FD PAYMENT-FILE.
       COPY "src/main/payment_record.cpy".

   FD SUSPENSE-FILE.
       COPY "src/main/cash_suspense_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
*> Open invoices to match against, reduced in place by the receipts
*> already on PAYMENTS this cycle and by each item this run applies,
*> so two identical checks never land on the same invoice.
        01 OPEN-INVOICES.
            05 COUNT-OF-INVOICES PIC 9(5) COMP-5.
            05 INVOICE-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-INVOICES INDEXED BY INV-IX.
                10 INV-NUMBER PIC 9(7).
                10 INV-TENANT-NAME PIC X(25).
                10 INV-BALANCE PIC 9(7)V99.
*> A batch is held until its trailer proves it; an out-of-balance
*> batch posts nothing.
        01 BATCH-ITEMS.
            05 COUNT-OF-BATCH-ITEMS PIC 9(5) COMP-5.
            05 BATCH-ITEM OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-BATCH-ITEMS.
                10 BI-ITEM-NUMBER PIC 9(5).
                10 BI-CHECK-NUMBER PIC X(10).
                10 BI-INVOICE-NUMBER PIC X(7).
                10 BI-TENANT-NAME PIC X(25).
                10 BI-AMOUNT PIC 9(7)V99.
        01 WS-LOCKBOX-STATUS PIC X(2).
        01 WS-OPEN-AR-STATUS PIC X(2).
        01 WS-PAYMENT-STATUS PIC X(2).
        01 WS-SUSPENSE-STATUS PIC X(2).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BATCH-OPEN-SWITCH PIC X(1) VALUE 'N'.
            88 WS-BATCH-OPEN   VALUE 'Y'.
            88 WS-BATCH-CLOSED VALUE 'N'.
        01 WS-BATCH-ERROR-SWITCH PIC X(1) VALUE 'N'.
            88 WS-BATCH-IN-ERROR VALUE 'Y'.
        01 WS-BATCH-NUMBER PIC 9(3).
        01 WS-DEPOSIT-DATE PIC X(8).
*> A batch deposited in a month the controller has closed posts
*> nothing unless the parm is ROLL, when its receipts post on the
*> first day of the next open month instead of the deposit date.
        01 WS-PARM-STRING PIC X(30).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-RECEIPT-POST-DATE PIC X(8).
        01 WS-ROLLED-COUNT PIC 9(5) VALUE 0.
        01 WS-BATCH-ITEM-COUNT PIC 9(5).
        01 WS-BATCH-TOTAL PIC 9(9)V99.
        01 WS-BATCH-REASON PIC X(40).
        01 WS-SEARCH-INVOICE PIC 9(7).
        01 WS-MATCH-INVOICE PIC 9(7).
*> Remittance references arrive keyed left-justified as often as not;
*> they are right-justified and zero-filled before the numeric test.
        01 WS-INVOICE-REFERENCE PIC X(7) JUSTIFIED RIGHT.
        01 WS-MATCH-METHOD PIC X(10).
        01 WS-APPLIED-AMOUNT PIC 9(7)V99.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-ITEM-SUB PIC 9(5) COMP-5.
        01 WS-ITEM-COUNT       PIC 9(5) VALUE 0.
        01 WS-INVOICE-COUNT    PIC 9(5) VALUE 0.
        01 WS-TENANT-COUNT     PIC 9(5) VALUE 0.
        01 WS-SUSPENSE-COUNT   PIC 9(5) VALUE 0.
        01 WS-BALANCED-COUNT   PIC 9(5) VALUE 0.
        01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
        01 WS-DEPOSIT-TOTAL  PIC 9(11)V99 VALUE 0.
        01 WS-SUSPENSE-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-SUSPENSE-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE SPACES TO WS-PARM-TOKEN-1.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
       INTO WS-PARM-TOKEN-1
   END-UNSTRING.
   IF WS-PARM-TOKEN-1 = 'ROLL'
      MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
   END-IF.
   PERFORM load-open-ar.
   PERFORM load-prior-receipts.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT LOCKBOX-FILE.
   IF WS-LOCKBOX-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING LOCKBOX FILE, STATUS = ' WS-LOCKBOX-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM open-payment-file.
   PERFORM open-suspense-file.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM process-one-lockbox-record UNTIL WS-EOF.
   IF WS-BATCH-OPEN
      MOVE 'NO TRAILER BEFORE END OF FILE' TO WS-BATCH-REASON
      PERFORM reject-batch
   END-IF.
   PERFORM write-report-footer.
   CLOSE LOCKBOX-FILE.
   CLOSE PAYMENT-FILE.
   CLOSE SUSPENSE-FILE.
   CLOSE REPORT-FILE.
   DISPLAY 'LOCKBOX IMPORT COMPLETE - ' WS-INVOICE-COUNT
           ' BY INVOICE, ' WS-TENANT-COUNT ' BY TENANT/AMOUNT, '
           WS-SUSPENSE-COUNT ' TO SUSPENSE, ' WS-REJECTED-COUNT
           ' BATCHES REJECTED, ' WS-ROLLED-COUNT ' ROLLED FORWARD'.
   IF WS-REJECTED-COUNT > 0
      MOVE 8 TO RETURN-CODE
   ELSE
      IF WS-SUSPENSE-COUNT > 0
         MOVE 4 TO RETURN-CODE
      END-IF
   END-IF.
   STOP RUN.

load-open-ar.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-INVOICES.
   OPEN INPUT OPEN-AR-FILE.
   IF WS-OPEN-AR-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING OPEN AR FILE, STATUS = ' WS-OPEN-AR-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-open-invoice UNTIL WS-EOF.
   CLOSE OPEN-AR-FILE.

read-one-open-invoice.
   READ OPEN-AR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF IV-OPEN-BALANCE > 0
              ADD 1 TO COUNT-OF-INVOICES
              MOVE IV-INVOICE-NUMBER TO INV-NUMBER(COUNT-OF-INVOICES)
              MOVE IV-TENANT-NAME TO INV-TENANT-NAME(COUNT-OF-INVOICES)
              MOVE IV-OPEN-BALANCE TO INV-BALANCE(COUNT-OF-INVOICES)
           END-IF
   END-READ.

*> Receipts already imported (or keyed) this cycle have not reached
*> OPENAR yet; take them off the balances first. A missing receipts
*> file is the first import of the cycle.
load-prior-receipts.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT PAYMENT-FILE.
   IF WS-PAYMENT-STATUS NOT = '00'
      DISPLAY 'NO RECEIPTS FILE - FIRST IMPORT OF THE CYCLE'
   ELSE
      PERFORM read-one-prior-receipt UNTIL WS-EOF
      CLOSE PAYMENT-FILE
   END-IF.

read-one-prior-receipt.
   READ PAYMENT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE PY-INVOICE-NUMBER TO WS-SEARCH-INVOICE
           MOVE 0 TO WS-FOUND-SUB
           PERFORM scan-invoice-number
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > COUNT-OF-INVOICES
                 OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0
              IF PY-PAYMENT-AMOUNT > INV-BALANCE(WS-FOUND-SUB)
                 MOVE 0 TO INV-BALANCE(WS-FOUND-SUB)
              ELSE
                 SUBTRACT PY-PAYMENT-AMOUNT FROM INV-BALANCE(WS-FOUND-SUB)
              END-IF
           END-IF
   END-READ.

scan-invoice-number.
   IF INV-NUMBER(WS-SCAN-SUB) = WS-SEARCH-INVOICE
      AND INV-BALANCE(WS-SCAN-SUB) > 0
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

*> Receipts and suspense both accumulate across the daily imports,
*> so append the same way the adjustment cycle appends to the audit
*> trail.
open-payment-file.
   OPEN EXTEND PAYMENT-FILE.
   IF WS-PAYMENT-STATUS NOT = '00'
      OPEN OUTPUT PAYMENT-FILE
   END-IF.

open-suspense-file.
   OPEN EXTEND SUSPENSE-FILE.
   IF WS-SUSPENSE-STATUS NOT = '00'
      OPEN OUTPUT SUSPENSE-FILE
   END-IF.

process-one-lockbox-record.
   READ LOCKBOX-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           EVALUATE LB-RECORD-TYPE
               WHEN 'H'
                   PERFORM start-batch
               WHEN 'D'
                   PERFORM hold-one-detail
               WHEN 'T'
                   PERFORM end-batch
               WHEN OTHER
                   PERFORM write-bad-type-line
           END-EVALUATE
   END-READ.

*> A header arriving while a batch is still open means the bank
*> dropped a trailer; the open batch cannot be proved and is rejected.
start-batch.
   IF WS-BATCH-OPEN
      MOVE 'NO TRAILER BEFORE NEXT HEADER' TO WS-BATCH-REASON
      PERFORM reject-batch
   END-IF.
   MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.
   MOVE 'N' TO WS-BATCH-ERROR-SWITCH.
   MOVE SPACES TO WS-BATCH-REASON.
   MOVE LB-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
   MOVE LB-HDR-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
   MOVE 0 TO COUNT-OF-BATCH-ITEMS.
   MOVE 0 TO WS-BATCH-ITEM-COUNT.
   MOVE 0 TO WS-BATCH-TOTAL.
   PERFORM check-deposit-period.

*> The period is settled once per batch from its header, so a closed
*> month rejects the whole batch when its trailer arrives.
check-deposit-period.
   MOVE WS-DEPOSIT-DATE TO WS-RECEIPT-POST-DATE.
   MOVE 'O' TO WS-PERIOD-RESULT.
   IF WS-DEPOSIT-DATE NUMERIC
      CALL 'PERIOD-CHECK' USING WS-DEPOSIT-DATE, WS-PERIOD-ROLL-SWITCH,
                                WS-PERIOD-POST-DATE, WS-PERIOD-RESULT
      IF WS-PERIOD-ROLLED
         MOVE WS-PERIOD-POST-DATE TO WS-RECEIPT-POST-DATE
      END-IF
      IF WS-PERIOD-CLOSED
         MOVE 'Y' TO WS-BATCH-ERROR-SWITCH
         MOVE 'CLOSED PERIOD - RERUN BATCH WITH ROLL' TO WS-BATCH-REASON
      END-IF
   END-IF.

hold-one-detail.
   IF WS-BATCH-CLOSED
      ADD 1 TO WS-REJECTED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'DETAIL OUTSIDE ANY BATCH - ITEM ' DELIMITED BY SIZE
             LB-DTL-ITEM-NUMBER                 DELIMITED BY SIZE
             ' CHECK '                          DELIMITED BY SIZE
             LB-DTL-CHECK-NUMBER                DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   ELSE
      ADD 1 TO WS-BATCH-ITEM-COUNT
      ADD LB-DTL-AMOUNT TO WS-BATCH-TOTAL
      IF LB-DTL-BATCH-NUMBER NOT = WS-BATCH-NUMBER
         MOVE 'Y' TO WS-BATCH-ERROR-SWITCH
         MOVE 'DETAIL BATCH NUMBER DIFFERS FROM HEADER' TO WS-BATCH-REASON
      END-IF
      IF COUNT-OF-BATCH-ITEMS >= 5000
         MOVE 'Y' TO WS-BATCH-ERROR-SWITCH
         MOVE 'BATCH EXCEEDS 5000 ITEMS' TO WS-BATCH-REASON
      ELSE
         ADD 1 TO COUNT-OF-BATCH-ITEMS
         MOVE LB-DTL-ITEM-NUMBER TO BI-ITEM-NUMBER(COUNT-OF-BATCH-ITEMS)
         MOVE LB-DTL-CHECK-NUMBER TO BI-CHECK-NUMBER(COUNT-OF-BATCH-ITEMS)
         MOVE LB-DTL-INVOICE-NUMBER
              TO BI-INVOICE-NUMBER(COUNT-OF-BATCH-ITEMS)
         MOVE LB-DTL-TENANT-NAME TO BI-TENANT-NAME(COUNT-OF-BATCH-ITEMS)
         MOVE LB-DTL-AMOUNT TO BI-AMOUNT(COUNT-OF-BATCH-ITEMS)
      END-IF
   END-IF.

*> The trailer must agree with the details on both the item count and
*> the dollar total before a single item posts.
end-batch.
   IF WS-BATCH-CLOSED
      ADD 1 TO WS-REJECTED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'TRAILER WITH NO OPEN BATCH - BATCH ' DELIMITED BY SIZE
             LB-TRL-BATCH-NUMBER                   DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   ELSE
      EVALUATE TRUE
          WHEN WS-BATCH-IN-ERROR
              CONTINUE
          WHEN LB-TRL-BATCH-NUMBER NOT = WS-BATCH-NUMBER
              MOVE 'TRAILER BATCH NUMBER DIFFERS FROM HEADER'
                   TO WS-BATCH-REASON
          WHEN LB-TRL-ITEM-COUNT NOT = WS-BATCH-ITEM-COUNT
              MOVE 'TRAILER ITEM COUNT DOES NOT AGREE' TO WS-BATCH-REASON
          WHEN LB-TRL-BATCH-TOTAL NOT = WS-BATCH-TOTAL
              MOVE 'TRAILER TOTAL DOES NOT AGREE' TO WS-BATCH-REASON
          WHEN OTHER
              MOVE SPACES TO WS-BATCH-REASON
      END-EVALUATE
      IF WS-BATCH-REASON = SPACES
         PERFORM post-batch
      ELSE
         PERFORM reject-batch
      END-IF
   END-IF.

post-batch.
   ADD 1 TO WS-BALANCED-COUNT.
   ADD WS-BATCH-TOTAL TO WS-DEPOSIT-TOTAL.
   MOVE WS-BATCH-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BATCH '          DELIMITED BY SIZE
          WS-BATCH-NUMBER   DELIMITED BY SIZE
          ' DEPOSITED '     DELIMITED BY SIZE
          WS-DEPOSIT-DATE   DELIMITED BY SIZE
          ' ITEMS '         DELIMITED BY SIZE
          WS-BATCH-ITEM-COUNT DELIMITED BY SIZE
          ' TOTAL '         DELIMITED BY SIZE
          WS-TOTAL-DISPLAY  DELIMITED BY SIZE
          ' - BALANCED'     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-RECEIPT-POST-DATE NOT = WS-DEPOSIT-DATE
      ADD 1 TO WS-ROLLED-COUNT
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  DEPOSIT DATE IN A CLOSED PERIOD - RECEIPTS POST ON '
                                    DELIMITED BY SIZE
             WS-RECEIPT-POST-DATE   DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
   PERFORM apply-one-item
      VARYING WS-ITEM-SUB FROM 1 BY 1
      UNTIL WS-ITEM-SUB > COUNT-OF-BATCH-ITEMS.
   MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

reject-batch.
   ADD 1 TO WS-REJECTED-COUNT.
   MOVE WS-BATCH-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BATCH '          DELIMITED BY SIZE
          WS-BATCH-NUMBER   DELIMITED BY SIZE
          ' DEPOSITED '     DELIMITED BY SIZE
          WS-DEPOSIT-DATE   DELIMITED BY SIZE
          ' ITEMS '         DELIMITED BY SIZE
          WS-BATCH-ITEM-COUNT DELIMITED BY SIZE
          ' TOTAL '         DELIMITED BY SIZE
          WS-TOTAL-DISPLAY  DELIMITED BY SIZE
          ' - NOT POSTED: ' DELIMITED BY SIZE
          WS-BATCH-REASON   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

*> First by the invoice number the tenant wrote on the remittance;
*> failing that, by tenant name and an open balance equal to the
*> check; failing that, to suspense for AR staff.
apply-one-item.
   ADD 1 TO WS-ITEM-COUNT.
   MOVE 0 TO WS-FOUND-SUB.
   MOVE SPACES TO WS-INVOICE-REFERENCE.
   UNSTRING BI-INVOICE-NUMBER(WS-ITEM-SUB) DELIMITED BY SPACE
       INTO WS-INVOICE-REFERENCE
   END-UNSTRING.
   INSPECT WS-INVOICE-REFERENCE REPLACING LEADING SPACE BY ZERO.
   IF WS-INVOICE-REFERENCE IS NUMERIC
      MOVE WS-INVOICE-REFERENCE TO WS-SEARCH-INVOICE
      PERFORM scan-invoice-number
         VARYING WS-SCAN-SUB FROM 1 BY 1
         UNTIL WS-SCAN-SUB > COUNT-OF-INVOICES
            OR WS-FOUND-SUB > 0
   END-IF.
   IF WS-FOUND-SUB > 0
      ADD 1 TO WS-INVOICE-COUNT
      MOVE 'INVOICE' TO WS-MATCH-METHOD
   ELSE
      PERFORM scan-tenant-amount
         VARYING WS-SCAN-SUB FROM 1 BY 1
         UNTIL WS-SCAN-SUB > COUNT-OF-INVOICES
            OR WS-FOUND-SUB > 0
      IF WS-FOUND-SUB > 0
         ADD 1 TO WS-TENANT-COUNT
         MOVE 'TENANT/AMT' TO WS-MATCH-METHOD
      END-IF
   END-IF.
   IF WS-FOUND-SUB > 0
      PERFORM write-payment-record
   ELSE
      PERFORM write-suspense-record
   END-IF.

scan-tenant-amount.
   IF INV-TENANT-NAME(WS-SCAN-SUB) = BI-TENANT-NAME(WS-ITEM-SUB)
      AND INV-BALANCE(WS-SCAN-SUB) = BI-AMOUNT(WS-ITEM-SUB)
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

*> An amount above the open balance still posts in full; RENT-ARPOST
*> turns the excess into a tenant credit.
write-payment-record.
   MOVE INV-NUMBER(WS-FOUND-SUB) TO WS-MATCH-INVOICE.
   MOVE WS-MATCH-INVOICE TO PY-INVOICE-NUMBER.
   MOVE WS-RECEIPT-POST-DATE TO PY-PAYMENT-DATE.
   MOVE BI-TENANT-NAME(WS-ITEM-SUB) TO PY-TENANT-NAME.
   MOVE BI-AMOUNT(WS-ITEM-SUB) TO PY-PAYMENT-AMOUNT.
   WRITE PAYMENT-RECORD.
   MOVE BI-AMOUNT(WS-ITEM-SUB) TO WS-APPLIED-AMOUNT.
   IF WS-APPLIED-AMOUNT > INV-BALANCE(WS-FOUND-SUB)
      MOVE INV-BALANCE(WS-FOUND-SUB) TO WS-APPLIED-AMOUNT
   END-IF.
   SUBTRACT WS-APPLIED-AMOUNT FROM INV-BALANCE(WS-FOUND-SUB).
   MOVE BI-AMOUNT(WS-ITEM-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  APPLIED  ITEM '              DELIMITED BY SIZE
          BI-ITEM-NUMBER(WS-ITEM-SUB)     DELIMITED BY SIZE
          ' '                             DELIMITED BY SIZE
          BI-TENANT-NAME(WS-ITEM-SUB)     DELIMITED BY SIZE
          ' '                             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY               DELIMITED BY SIZE
          ' TO INVOICE '                  DELIMITED BY SIZE
          WS-MATCH-INVOICE                DELIMITED BY SIZE
          ' BY '                          DELIMITED BY SIZE
          WS-MATCH-METHOD                 DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-suspense-record.
   ADD 1 TO WS-SUSPENSE-COUNT.
   ADD BI-AMOUNT(WS-ITEM-SUB) TO WS-SUSPENSE-TOTAL.
   MOVE WS-DEPOSIT-DATE TO CS-DEPOSIT-DATE.
   MOVE WS-BATCH-NUMBER TO CS-BATCH-NUMBER.
   MOVE BI-ITEM-NUMBER(WS-ITEM-SUB) TO CS-ITEM-NUMBER.
   MOVE BI-CHECK-NUMBER(WS-ITEM-SUB) TO CS-CHECK-NUMBER.
   MOVE BI-INVOICE-NUMBER(WS-ITEM-SUB) TO CS-INVOICE-REFERENCE.
   MOVE BI-TENANT-NAME(WS-ITEM-SUB) TO CS-TENANT-NAME.
   MOVE BI-AMOUNT(WS-ITEM-SUB) TO CS-AMOUNT.
   MOVE 'O' TO CS-STATUS.
   MOVE SPACES TO CS-RESOLVED-BY.
   MOVE SPACES TO CS-RESOLVED-DATE.
   MOVE 0 TO CS-APPLIED-INVOICE.
   WRITE CASH-SUSPENSE-RECORD.
   MOVE BI-AMOUNT(WS-ITEM-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  SUSPENSE ITEM '              DELIMITED BY SIZE
          BI-ITEM-NUMBER(WS-ITEM-SUB)     DELIMITED BY SIZE
          ' '                             DELIMITED BY SIZE
          BI-TENANT-NAME(WS-ITEM-SUB)     DELIMITED BY SIZE
          ' '                             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY               DELIMITED BY SIZE
          ' INVOICE REF '                 DELIMITED BY SIZE
          BI-INVOICE-NUMBER(WS-ITEM-SUB)  DELIMITED BY SIZE
          ' CHECK '                       DELIMITED BY SIZE
          BI-CHECK-NUMBER(WS-ITEM-SUB)    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-bad-type-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'UNKNOWN RECORD TYPE: ' DELIMITED BY SIZE
          LB-RECORD-TYPE          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE 'BANK LOCKBOX IMPORT AND CASH APPLICATION' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ITEMS POSTED: '        DELIMITED BY SIZE
          WS-ITEM-COUNT           DELIMITED BY SIZE
          '  BY INVOICE: '        DELIMITED BY SIZE
          WS-INVOICE-COUNT        DELIMITED BY SIZE
          '  BY TENANT/AMOUNT: '  DELIMITED BY SIZE
          WS-TENANT-COUNT         DELIMITED BY SIZE
          '  TO SUSPENSE: '       DELIMITED BY SIZE
          WS-SUSPENSE-COUNT       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE WS-SUSPENSE-TOTAL TO WS-SUSPENSE-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BATCHES BALANCED: '    DELIMITED BY SIZE
          WS-BALANCED-COUNT       DELIMITED BY SIZE
          '  REJECTED: '          DELIMITED BY SIZE
          WS-REJECTED-COUNT       DELIMITED BY SIZE
          '  DEPOSITED: '         DELIMITED BY SIZE
          WS-TOTAL-DISPLAY        DELIMITED BY SIZE
          '  SUSPENSE: '          DELIMITED BY SIZE
          WS-SUSPENSE-DISPLAY      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
