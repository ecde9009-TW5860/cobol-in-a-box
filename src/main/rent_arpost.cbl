           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CREDIT-FILE ASSIGN TO CREDITS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.
       SELECT CREDIT-OUT ASSIGN TO CREDOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO ARRPT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT APPLIED-FILE ASSIGN TO ARAPPLD
           ORGANIZATION LINE SEQUENTIAL.
       SELECT HELD-PAYMENT-FILE ASSIGN TO PAYHELD
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD OPEN-AR-FILE.
       01 OPEN-AR-RECORD PIC X(94).

   FD CREDIT-FILE.
       COPY "src/main/tenant_credit_record.cpy".

   FD CREDIT-OUT.
       01 CREDIT-OUT-RECORD PIC X(93).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

*> One record per payment applied to an invoice, for GL-INTERFACE to
*> journal the cash receipt against rent receivable.
   FD APPLIED-FILE.
       COPY "src/main/applied_payment_record.cpy".

*> Receipts not applied this run - unmatched or dated in a closed
*> month - kept as they came in so the next cycle offers them again.
   FD HELD-PAYMENT-FILE.
       01 HELD-PAYMENT-RECORD PIC X(49).

   WORKING-STORAGE SECTION.
*> The open-invoice side of the match, loaded once and reduced in
*> place as payments apply against it.
                10 INV-REGION-CODE PIC X(3).
                10 INV-AMOUNT PIC 9(7)V99.
                10 INV-BALANCE PIC 9(7)V99.
*> Money held on account for a tenant at a building: overpayments cut
*> here and suspense cash AR staff moved to credit. Credits are used
*> up against the same tenant's open invoices oldest-loaded first.
        01 TENANT-CREDITS.
            05 COUNT-OF-CREDITS PIC 9(5) COMP-5.
            05 CREDIT-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-CREDITS.
                10 TC-BUILDING-NAME PIC X(25).
                10 TC-TENANT-NAME PIC X(25).
                10 TC-CREDIT-DATE PIC X(8).
                10 TC-SOURCE-CODE PIC X(1).
                10 TC-SOURCE-REFERENCE PIC X(16).
                10 TC-CREDIT-AMOUNT PIC 9(7)V99.
                10 TC-CREDIT-BALANCE PIC 9(7)V99.
*> Aging subtotal tables; the same open-slot lookup pattern as the
*> region footer in BUILDING-REPORT.
        01 WS-BUILDING-AGING.
            88 WS-PAY-NOT-EOF VALUE 'N'.
        01 WS-INVOICE-STATUS PIC X(2).
        01 WS-PAYMENT-STATUS PIC X(2).
        01 WS-CREDIT-STATUS PIC X(2).
        01 WS-CREDIT-SUB PIC 9(5) COMP-5.
        01 WS-EXCESS-AMOUNT PIC 9(7)V99.
        01 WS-CREATED-COUNT   PIC 9(5) VALUE 0.
        01 WS-CREDIT-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-CREDIT-COUNT    PIC 9(5) VALUE 0.
        01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-EXCESS-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-CREDIT-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-TODAY-INTEGER PIC 9(8) COMP-5.
        01 WS-PAYMENT-COUNT   PIC 9(5) VALUE 0.
        01 WS-MATCHED-COUNT   PIC 9(5) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
*> A payment dated in a month the controller has closed is not
*> applied unless the parm is ROLL, when it posts on the first day of
*> the next open month instead of today.
        01 WS-PARM-STRING PIC X(30).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-PAYMENT-POST-DATE PIC X(8).
        01 WS-CLOSED-PERIOD-COUNT PIC 9(5) VALUE 0.
        01 WS-HELD-COUNT PIC 9(5) VALUE 0.
        01 WS-ROLLED-COUNT PIC 9(5) VALUE 0.
        01 WS-RUN-STEP-NAME PIC X(8) VALUE 'ARSTP'.
        01 WS-OPEN-COUNT      PIC 9(5) VALUE 0.
        01 WS-OPEN-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE)).
   MOVE SPACES TO WS-PARM-TOKEN-1.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
       INTO WS-PARM-TOKEN-1
   END-UNSTRING.
   IF WS-PARM-TOKEN-1 = 'ROLL'
      MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
   END-IF.
   INITIALIZE WS-BUILDING-AGING.
   INITIALIZE WS-REGION-AGING.
   INITIALIZE WS-TOTAL-AGING.
   MOVE 0 TO WS-BLDG-USED.
   MOVE 0 TO WS-RGN-USED.
   PERFORM load-invoices.
   PERFORM load-tenant-credits.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   OPEN OUTPUT APPLIED-FILE.
   OPEN OUTPUT HELD-PAYMENT-FILE.
   PERFORM apply-payments.
   CLOSE HELD-PAYMENT-FILE.
   PERFORM apply-tenant-credits.
   CLOSE APPLIED-FILE.
   PERFORM age-open-invoices.
   PERFORM write-aging-sections.
   PERFORM write-tenant-credits.
   PERFORM write-credit-section.
   CLOSE REPORT-FILE.
   PERFORM write-open-ar.
   CALL 'RUN-CONTROL-PERIOD-COMPLETE' USING WS-RUN-STEP-NAME,
                                            WS-TODAY-DATE(1:6).
   DISPLAY 'AR POSTING COMPLETE - ' WS-MATCHED-COUNT ' PAYMENTS APPLIED, '
           WS-UNMATCHED-COUNT ' UNMATCHED, ' WS-OPEN-COUNT
           ' INVOICES STILL OPEN'.
   IF WS-CLOSED-PERIOD-COUNT > 0 OR WS-ROLLED-COUNT > 0
      DISPLAY 'CLOSED-PERIOD PAYMENTS - ' WS-CLOSED-PERIOD-COUNT
              ' NOT APPLIED, ' WS-ROLLED-COUNT ' ROLLED FORWARD'
   END-IF.
   DISPLAY 'TENANT CREDITS - ' WS-CREATED-COUNT ' CREATED, '
           WS-CREDIT-APPLIED-COUNT ' APPLIED, ' WS-CREDIT-COUNT
           ' STILL ON ACCOUNT'.
   IF WS-HELD-COUNT > 0
      DISPLAY 'RECEIPTS HELD FOR NEXT CYCLE - ' WS-HELD-COUNT
   END-IF.
   IF WS-UNMATCHED-COUNT > 0 OR WS-CLOSED-PERIOD-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.
           MOVE IV-OPEN-BALANCE TO INV-BALANCE(COUNT-OF-INVOICES)
   END-READ.

*> No credit file yet is the cold start - nothing has been held on
*> account. Fully used credits are not carried, so only balances load.
load-tenant-credits.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CREDITS.
   OPEN INPUT CREDIT-FILE.
   IF WS-CREDIT-STATUS NOT = '00'
      DISPLAY 'NO TENANT CREDIT FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-credit UNTIL WS-EOF
      CLOSE CREDIT-FILE
   END-IF.

read-one-credit.
   READ CREDIT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF CR-CREDIT-BALANCE > 0
              IF COUNT-OF-CREDITS >= 20000
                 DISPLAY 'CREDIT FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE CREDIT-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-CREDITS
              MOVE CR-BUILDING-NAME TO TC-BUILDING-NAME(COUNT-OF-CREDITS)
              MOVE CR-TENANT-NAME TO TC-TENANT-NAME(COUNT-OF-CREDITS)
              MOVE CR-CREDIT-DATE TO TC-CREDIT-DATE(COUNT-OF-CREDITS)
              MOVE CR-SOURCE-CODE TO TC-SOURCE-CODE(COUNT-OF-CREDITS)
              MOVE CR-SOURCE-REFERENCE
                   TO TC-SOURCE-REFERENCE(COUNT-OF-CREDITS)
              MOVE CR-CREDIT-AMOUNT TO TC-CREDIT-AMOUNT(COUNT-OF-CREDITS)
              MOVE CR-CREDIT-BALANCE TO TC-CREDIT-BALANCE(COUNT-OF-CREDITS)
           END-IF
   END-READ.

apply-payments.
   MOVE 'N' TO WS-PAY-EOF-SWITCH.
   OPEN INPUT PAYMENT-FILE.
           MOVE 'Y' TO WS-PAY-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-PAYMENT-COUNT
           PERFORM check-payment-period
           IF WS-PERIOD-CLOSED
              ADD 1 TO WS-CLOSED-PERIOD-COUNT
              PERFORM write-closed-period-line
              PERFORM write-held-payment
           ELSE
              PERFORM match-one-payment
           END-IF
   END-READ.

check-payment-period.
   MOVE WS-TODAY-DATE TO WS-PAYMENT-POST-DATE.
   MOVE 'O' TO WS-PERIOD-RESULT.
   IF PY-PAYMENT-DATE NUMERIC
      CALL 'PERIOD-CHECK' USING PY-PAYMENT-DATE, WS-PERIOD-ROLL-SWITCH,
                                WS-PERIOD-POST-DATE, WS-PERIOD-RESULT
      IF WS-PERIOD-ROLLED
         ADD 1 TO WS-ROLLED-COUNT
         MOVE WS-PERIOD-POST-DATE TO WS-PAYMENT-POST-DATE
      END-IF
   END-IF.

write-closed-period-line.
   MOVE PY-PAYMENT-AMOUNT TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CLOSED PERIOD - NOT APPLIED - INVOICE ' DELIMITED BY SIZE
          PY-INVOICE-NUMBER             DELIMITED BY SIZE
          ' '                           DELIMITED BY SIZE
          PY-TENANT-NAME                DELIMITED BY SIZE
          ' '                           DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY             DELIMITED BY SIZE
          ' ON '                        DELIMITED BY SIZE
          PY-PAYMENT-DATE               DELIMITED BY SIZE
          ' - RERUN WITH ROLL'          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-held-payment.
   ADD 1 TO WS-HELD-COUNT.
   MOVE PAYMENT-RECORD TO HELD-PAYMENT-RECORD.
   WRITE HELD-PAYMENT-RECORD.

*> A payment matches on invoice number alone; partial payments leave
*> the remainder open and an overpayment is cut back to the balance,
*> with the excess held as a credit for the invoice's tenant.
match-one-payment.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM scan-one-invoice
   IF WS-FOUND-SUB = 0
      ADD 1 TO WS-UNMATCHED-COUNT
      PERFORM write-unmatched-line
      PERFORM write-held-payment
   ELSE
      ADD 1 TO WS-MATCHED-COUNT
      MOVE PY-PAYMENT-AMOUNT TO WS-APPLIED-AMOUNT
      IF WS-APPLIED-AMOUNT > INV-BALANCE(WS-FOUND-SUB)
         MOVE INV-BALANCE(WS-FOUND-SUB) TO WS-APPLIED-AMOUNT
         COMPUTE WS-EXCESS-AMOUNT =
                 PY-PAYMENT-AMOUNT - WS-APPLIED-AMOUNT
         PERFORM create-overpayment-credit
         PERFORM write-overpayment-applied
         PERFORM write-overpayment-line
      END-IF
      SUBTRACT WS-APPLIED-AMOUNT FROM INV-BALANCE(WS-FOUND-SUB)
      IF WS-APPLIED-AMOUNT > 0
         PERFORM write-applied-payment
      END-IF
   END-IF.

write-applied-payment.
   MOVE PY-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
   MOVE PY-PAYMENT-DATE TO AP-PAYMENT-DATE.
   MOVE WS-PAYMENT-POST-DATE TO AP-POSTED-DATE.
   MOVE INV-BUILDING-NAME(WS-FOUND-SUB) TO AP-BUILDING-NAME.
   MOVE INV-TENANT-NAME(WS-FOUND-SUB) TO AP-TENANT-NAME.
   MOVE WS-APPLIED-AMOUNT TO AP-APPLIED-AMOUNT.
   MOVE 'I' TO AP-PURPOSE-CODE.
   WRITE APPLIED-PAYMENT-RECORD.

*> The excess is cash in the bank owed back to the tenant, so the GL
*> takes it to the tenant-credit liability, not to receivable.
write-overpayment-applied.
   MOVE PY-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
   MOVE PY-PAYMENT-DATE TO AP-PAYMENT-DATE.
   MOVE WS-PAYMENT-POST-DATE TO AP-POSTED-DATE.
   MOVE INV-BUILDING-NAME(WS-FOUND-SUB) TO AP-BUILDING-NAME.
   MOVE INV-TENANT-NAME(WS-FOUND-SUB) TO AP-TENANT-NAME.
   MOVE WS-EXCESS-AMOUNT TO AP-APPLIED-AMOUNT.
   MOVE 'O' TO AP-PURPOSE-CODE.
   WRITE APPLIED-PAYMENT-RECORD.

create-overpayment-credit.
   ADD 1 TO WS-CREATED-COUNT.
   IF COUNT-OF-CREDITS >= 20000
      DISPLAY 'CREDIT FILE EXCEEDS TABLE CAPACITY - '
              'INCREASE CREDIT-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF
   ADD 1 TO COUNT-OF-CREDITS.
   MOVE INV-BUILDING-NAME(WS-FOUND-SUB)
        TO TC-BUILDING-NAME(COUNT-OF-CREDITS).
   MOVE INV-TENANT-NAME(WS-FOUND-SUB) TO TC-TENANT-NAME(COUNT-OF-CREDITS).
   MOVE PY-PAYMENT-DATE TO TC-CREDIT-DATE(COUNT-OF-CREDITS).
   MOVE 'O' TO TC-SOURCE-CODE(COUNT-OF-CREDITS).
   MOVE SPACES TO TC-SOURCE-REFERENCE(COUNT-OF-CREDITS).
   STRING 'INVOICE '        DELIMITED BY SIZE
          PY-INVOICE-NUMBER DELIMITED BY SIZE
          INTO TC-SOURCE-REFERENCE(COUNT-OF-CREDITS)
   END-STRING.
   MOVE WS-EXCESS-AMOUNT TO TC-CREDIT-AMOUNT(COUNT-OF-CREDITS).
   MOVE WS-EXCESS-AMOUNT TO TC-CREDIT-BALANCE(COUNT-OF-CREDITS).

scan-one-invoice.
   IF INV-NUMBER(WS-SCAN-SUB) = PY-INVOICE-NUMBER
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB

write-overpayment-line.
   MOVE PY-PAYMENT-AMOUNT TO WS-AMOUNT-DISPLAY.
   MOVE WS-EXCESS-AMOUNT TO WS-EXCESS-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'OVERPAYMENT ON INVOICE ' DELIMITED BY SIZE
          PY-INVOICE-NUMBER        DELIMITED BY SIZE
          ' - '                    DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY        DELIMITED BY SIZE
          ' EXCEEDS OPEN BALANCE'  DELIMITED BY SIZE
          ' - '                    DELIMITED BY SIZE
          WS-EXCESS-DISPLAY        DELIMITED BY SIZE
          ' HELD AS TENANT CREDIT' DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

*> After the day's cash, every credit with a balance is offered to the
*> same tenant's open invoices at the same building in file order.
apply-tenant-credits.
   PERFORM apply-one-credit
      VARYING WS-CREDIT-SUB FROM 1 BY 1
      UNTIL WS-CREDIT-SUB > COUNT-OF-CREDITS.

apply-one-credit.
   PERFORM apply-credit-to-invoice
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-INVOICES
         OR TC-CREDIT-BALANCE(WS-CREDIT-SUB) = 0.

apply-credit-to-invoice.
   IF INV-BUILDING-NAME(WS-SCAN-SUB) = TC-BUILDING-NAME(WS-CREDIT-SUB)
      AND INV-TENANT-NAME(WS-SCAN-SUB) = TC-TENANT-NAME(WS-CREDIT-SUB)
      AND INV-BALANCE(WS-SCAN-SUB) > 0
      MOVE TC-CREDIT-BALANCE(WS-CREDIT-SUB) TO WS-APPLIED-AMOUNT
      IF WS-APPLIED-AMOUNT > INV-BALANCE(WS-SCAN-SUB)
         MOVE INV-BALANCE(WS-SCAN-SUB) TO WS-APPLIED-AMOUNT
      END-IF
      SUBTRACT WS-APPLIED-AMOUNT FROM INV-BALANCE(WS-SCAN-SUB)
      SUBTRACT WS-APPLIED-AMOUNT FROM TC-CREDIT-BALANCE(WS-CREDIT-SUB)
      ADD 1 TO WS-CREDIT-APPLIED-COUNT
      PERFORM write-credit-applied-payment
      PERFORM write-credit-applied-line
   END-IF.

*> Credit used on an invoice moves the amount off the tenant-credit
*> liability and clears the receivable; it posts on the run date.
write-credit-applied-payment.
   MOVE INV-NUMBER(WS-SCAN-SUB) TO AP-INVOICE-NUMBER.
   MOVE TC-CREDIT-DATE(WS-CREDIT-SUB) TO AP-PAYMENT-DATE.
   MOVE WS-TODAY-DATE TO AP-POSTED-DATE.
   MOVE INV-BUILDING-NAME(WS-SCAN-SUB) TO AP-BUILDING-NAME.
   MOVE INV-TENANT-NAME(WS-SCAN-SUB) TO AP-TENANT-NAME.
   MOVE WS-APPLIED-AMOUNT TO AP-APPLIED-AMOUNT.
   MOVE 'C' TO AP-PURPOSE-CODE.
   WRITE APPLIED-PAYMENT-RECORD.

write-credit-applied-line.
   MOVE WS-APPLIED-AMOUNT TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CREDIT APPLIED TO INVOICE '    DELIMITED BY SIZE
          INV-NUMBER(WS-SCAN-SUB)         DELIMITED BY SIZE
          ' '                             DELIMITED BY SIZE
          TC-TENANT-NAME(WS-CREDIT-SUB)   DELIMITED BY SIZE
          ' '                             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY               DELIMITED BY SIZE
          ' FROM '                        DELIMITED BY SIZE
          TC-SOURCE-REFERENCE(WS-CREDIT-SUB) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
      WRITE OPEN-AR-RECORD
   END-IF.

*> Credits still unused carry to next cycle's CREDITS input the same
*> way the open invoices carry to next cycle's INVOICES.
write-tenant-credits.
   OPEN OUTPUT CREDIT-OUT.
   PERFORM write-one-tenant-credit
      VARYING WS-CREDIT-SUB FROM 1 BY 1
      UNTIL WS-CREDIT-SUB > COUNT-OF-CREDITS.
   CLOSE CREDIT-OUT.

write-one-tenant-credit.
   IF TC-CREDIT-BALANCE(WS-CREDIT-SUB) > 0
      ADD 1 TO WS-CREDIT-COUNT
      ADD TC-CREDIT-BALANCE(WS-CREDIT-SUB) TO WS-CREDIT-TOTAL
      MOVE TC-BUILDING-NAME(WS-CREDIT-SUB) TO CR-BUILDING-NAME
      MOVE TC-TENANT-NAME(WS-CREDIT-SUB) TO CR-TENANT-NAME
      MOVE TC-CREDIT-DATE(WS-CREDIT-SUB) TO CR-CREDIT-DATE
      MOVE TC-SOURCE-CODE(WS-CREDIT-SUB) TO CR-SOURCE-CODE
      MOVE TC-SOURCE-REFERENCE(WS-CREDIT-SUB) TO CR-SOURCE-REFERENCE
      MOVE TC-CREDIT-AMOUNT(WS-CREDIT-SUB) TO CR-CREDIT-AMOUNT
      MOVE TC-CREDIT-BALANCE(WS-CREDIT-SUB) TO CR-CREDIT-BALANCE
      MOVE TENANT-CREDIT-RECORD TO CREDIT-OUT-RECORD
      WRITE CREDIT-OUT-RECORD
   END-IF.

write-credit-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'TENANT CREDITS CREATED: ' DELIMITED BY SIZE
          WS-CREATED-COUNT           DELIMITED BY SIZE
          '  APPLIED: '              DELIMITED BY SIZE
          WS-CREDIT-APPLIED-COUNT    DELIMITED BY SIZE
          '  ON ACCOUNT: '           DELIMITED BY SIZE
          WS-CREDIT-COUNT            DELIMITED BY SIZE
          '  BALANCE: '              DELIMITED BY SIZE
          WS-CREDIT-TOTAL-DISPLAY    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ACCOUNTS RECEIVABLE POSTING AND AGING AS OF '
