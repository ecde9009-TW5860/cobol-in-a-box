IDENTIFICATION DIVISION.
PROGRAM-ID. RENT-SUSPENSE.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT SUSPENSE-FILE ASSIGN TO CASHSUSP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-AR-STATUS.
       SELECT TRANSACTION-FILE ASSIGN TO SUSPTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
       SELECT SUSPENSE-OUT ASSIGN TO SUSPOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT HISTORY-FILE ASSIGN TO SUSPHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT PAYMENT-FILE ASSIGN TO PAYMENTS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.
       SELECT CREDIT-FILE ASSIGN TO CREDNEW
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.
       SELECT REJECT-FILE ASSIGN TO SUSPREJ
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO SUSPRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD SUSPENSE-FILE.
       COPY "src/main/cash_suspense_record.cpy".

   FD OPEN-AR-FILE.
       COPY "src/main/invoice_record.cpy".

*> One transaction per suspense item, keyed by deposit date, batch
*> and item exactly as RENT-LOCKBOX wrote it. A = apply to an open
*> invoice, C = hold as a credit for the named tenant and building,
*> R = refunded or returned to the remitter.
   FD TRANSACTION-FILE.
       01 SUSPENSE-TRANSACTION-RECORD.
           05 ST-ACTION-CODE PIC X(1).
               88 ST-ACTION-APPLY  VALUE 'A'.
               88 ST-ACTION-CREDIT VALUE 'C'.
               88 ST-ACTION-REFUND VALUE 'R'.
           05 ST-SUSPENSE-KEY.
               10 ST-DEPOSIT-DATE PIC X(8).
               10 ST-BATCH-NUMBER PIC 9(3).
               10 ST-ITEM-NUMBER PIC 9(5).
           05 ST-INVOICE-NUMBER PIC 9(7).
           05 ST-BUILDING-NAME PIC X(25).
           05 ST-TENANT-NAME PIC X(25).

   FD SUSPENSE-OUT.
       01 SUSPENSE-OUT-RECORD PIC X(91).

   FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(91).

   FD PAYMENT-FILE.
       COPY "src/main/payment_record.cpy".

   FD CREDIT-FILE.
       COPY "src/main/tenant_credit_record.cpy".

   FD REJECT-FILE.
       01 REJECT-RECORD PIC X(74).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> The new suspense generation carries only the items still open;
*> resolved items move to the suspense history with who resolved
*> them and when, so the suspense account can always be traced item
*> by item.
        01 SUSPENSE-ITEMS.
            05 COUNT-OF-SUSPENSE PIC 9(5) COMP-5.
            05 SUSPENSE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-SUSPENSE.
                10 SI-SUSPENSE-KEY PIC X(16).
                10 SI-CHECK-NUMBER PIC X(10).
                10 SI-INVOICE-REFERENCE PIC X(7).
                10 SI-TENANT-NAME PIC X(25).
                10 SI-AMOUNT PIC 9(7)V99.
                10 SI-STATUS PIC X(1).
                    88 SI-OPEN VALUE 'O'.
                10 SI-RESOLVED-BY PIC X(8).
                10 SI-RESOLVED-DATE PIC X(8).
                10 SI-APPLIED-INVOICE PIC 9(7).
        01 OPEN-INVOICES.
            05 COUNT-OF-INVOICES PIC 9(5) COMP-5.
            05 INVOICE-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-INVOICES.
                10 INV-NUMBER PIC 9(7).
                10 INV-TENANT-NAME PIC X(25).
                10 INV-BALANCE PIC 9(7)V99.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-TRAN-EOF-SWITCH PIC X(1).
            88 WS-TRAN-EOF VALUE 'Y'.
            88 WS-TRAN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-SUSPENSE-STATUS PIC X(2).
        01 WS-OPEN-AR-STATUS PIC X(2).
        01 WS-TRANSACTION-STATUS PIC X(2).
        01 WS-PAYMENT-STATUS PIC X(2).
        01 WS-CREDIT-STATUS PIC X(2).
        01 WS-HISTORY-STATUS PIC X(2).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-ITEM-SUB PIC 9(5) COMP-5.
        01 WS-INVOICE-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
*> Parm is 'OPERATOR RESOLVEDATE ROLL' - the operator id stamped on
*> every item resolved, the same first token BUILDING-MAINT takes, and
*> the date the resolutions and credits carry (default today). A
*> resolve date in a closed month is refused unless ROLL is given,
*> when it moves to the first day of the next open month.
        01 WS-PARM-STRING PIC X(30).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PARM-TOKEN-2 PIC X(10).
        01 WS-PARM-TOKEN-3 PIC X(10).
        01 WS-OPERATOR-ID PIC X(8) VALUE 'UNKNOWN'.
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-RESOLVE-DATE PIC X(8).
        01 WS-REASON-TEXT PIC X(40).
        01 WS-DISPOSITION PIC X(8).
        01 WS-TRAN-COUNT    PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
        01 WS-OPEN-COUNT    PIC 9(5) VALUE 0.
        01 WS-HISTORY-COUNT PIC 9(5) VALUE 0.
        01 WS-OPEN-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-suspense-parameters.
   PERFORM load-buildings.
   PERFORM load-suspense-items.
   PERFORM load-open-ar.
   OPEN OUTPUT REJECT-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM open-payment-file.
   PERFORM open-credit-file.
   PERFORM write-report-header.
   PERFORM process-transactions.
   PERFORM write-open-items.
   PERFORM write-report-footer.
   CLOSE PAYMENT-FILE.
   CLOSE CREDIT-FILE.
   CLOSE REPORT-FILE.
   CLOSE REJECT-FILE.
   PERFORM write-suspense-items.
   DISPLAY 'SUSPENSE MAINTENANCE COMPLETE - ' WS-APPLIED-COUNT
           ' APPLIED, ' WS-REJECT-COUNT ' REJECTED, ' WS-OPEN-COUNT
           ' ITEMS STILL OPEN, ' WS-HISTORY-COUNT ' MOVED TO HISTORY'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-suspense-parameters.
   MOVE WS-TODAY-DATE TO WS-RESOLVE-DATE.
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
         MOVE WS-PARM-TOKEN-1(1:8) TO WS-OPERATOR-ID
      END-IF
      IF WS-PARM-TOKEN-2 NOT = SPACES
         MOVE WS-PARM-TOKEN-2(1:8) TO WS-RESOLVE-DATE
      END-IF
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-RESOLVE-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** RESOLVE DATE ' WS-RESOLVE-DATE
              ' IS IN A CLOSED PERIOD - NO ITEMS RESOLVED ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'RESOLVE DATE ' WS-RESOLVE-DATE
              ' IS IN A CLOSED PERIOD - ROLLED FORWARD TO '
              WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-RESOLVE-DATE
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

*> A missing suspense file is the cold start; nothing has gone to
*> suspense yet.
load-suspense-items.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-SUSPENSE.
   OPEN INPUT SUSPENSE-FILE.
   IF WS-SUSPENSE-STATUS NOT = '00'
      DISPLAY 'NO CASH SUSPENSE FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-suspense-item UNTIL WS-EOF
      CLOSE SUSPENSE-FILE
   END-IF.

read-one-suspense-item.
   READ SUSPENSE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-SUSPENSE >= 20000
              DISPLAY 'CASH SUSPENSE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE SUSPENSE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-SUSPENSE
           MOVE CS-SUSPENSE-KEY TO SI-SUSPENSE-KEY(COUNT-OF-SUSPENSE)
           MOVE CS-CHECK-NUMBER TO SI-CHECK-NUMBER(COUNT-OF-SUSPENSE)
           MOVE CS-INVOICE-REFERENCE
                TO SI-INVOICE-REFERENCE(COUNT-OF-SUSPENSE)
           MOVE CS-TENANT-NAME TO SI-TENANT-NAME(COUNT-OF-SUSPENSE)
           MOVE CS-AMOUNT TO SI-AMOUNT(COUNT-OF-SUSPENSE)
           MOVE CS-STATUS TO SI-STATUS(COUNT-OF-SUSPENSE)
           MOVE CS-RESOLVED-BY TO SI-RESOLVED-BY(COUNT-OF-SUSPENSE)
           MOVE CS-RESOLVED-DATE TO SI-RESOLVED-DATE(COUNT-OF-SUSPENSE)
           MOVE CS-APPLIED-INVOICE
                TO SI-APPLIED-INVOICE(COUNT-OF-SUSPENSE)
   END-READ.

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

open-payment-file.
   OPEN EXTEND PAYMENT-FILE.
   IF WS-PAYMENT-STATUS NOT = '00'
      OPEN OUTPUT PAYMENT-FILE
   END-IF.

open-credit-file.
   OPEN EXTEND CREDIT-FILE.
   IF WS-CREDIT-STATUS NOT = '00'
      OPEN OUTPUT CREDIT-FILE
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
   MOVE 0 TO WS-ITEM-SUB.
   PERFORM find-one-suspense-item
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-SUSPENSE
         OR WS-ITEM-SUB > 0.
   EVALUATE TRUE
       WHEN WS-ITEM-SUB = 0
           MOVE 'SUSPENSE ITEM NOT ON FILE' TO WS-REASON-TEXT
       WHEN NOT SI-OPEN(WS-ITEM-SUB)
           MOVE 'SUSPENSE ITEM ALREADY RESOLVED' TO WS-REASON-TEXT
       WHEN ST-ACTION-APPLY
           PERFORM apply-to-invoice
       WHEN ST-ACTION-CREDIT
           PERFORM apply-to-credit
       WHEN ST-ACTION-REFUND
           PERFORM apply-refund
       WHEN OTHER
           MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      ADD 1 TO WS-APPLIED-COUNT
      MOVE 'APPLIED' TO WS-DISPOSITION
      MOVE ST-ACTION-CODE TO SI-STATUS(WS-ITEM-SUB)
      MOVE WS-OPERATOR-ID TO SI-RESOLVED-BY(WS-ITEM-SUB)
      MOVE WS-RESOLVE-DATE TO SI-RESOLVED-DATE(WS-ITEM-SUB)
   ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE 'REJECTED' TO WS-DISPOSITION
      MOVE SUSPENSE-TRANSACTION-RECORD TO REJECT-RECORD
      WRITE REJECT-RECORD
   END-IF.
   PERFORM write-report-detail.

find-one-suspense-item.
   IF SI-SUSPENSE-KEY(WS-SCAN-SUB) = ST-SUSPENSE-KEY
      MOVE WS-SCAN-SUB TO WS-ITEM-SUB
   END-IF.

*> The cash goes out as an ordinary receipt against the invoice AR
*> staff identified, so the next RENT-ARPOST cycle applies it like any
*> other payment. It is dated the resolve date, which has passed the
*> period check; the deposit date is usually in a month since closed.
apply-to-invoice.
   MOVE 0 TO WS-INVOICE-SUB.
   PERFORM find-one-open-invoice
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-INVOICES
         OR WS-INVOICE-SUB > 0.
   IF WS-INVOICE-SUB = 0
      MOVE 'INVOICE NOT OPEN ON AR' TO WS-REASON-TEXT
   ELSE
      MOVE ST-INVOICE-NUMBER TO PY-INVOICE-NUMBER
      MOVE WS-RESOLVE-DATE TO PY-PAYMENT-DATE
      MOVE INV-TENANT-NAME(WS-INVOICE-SUB) TO PY-TENANT-NAME
      MOVE SI-AMOUNT(WS-ITEM-SUB) TO PY-PAYMENT-AMOUNT
      WRITE PAYMENT-RECORD
      MOVE ST-INVOICE-NUMBER TO SI-APPLIED-INVOICE(WS-ITEM-SUB)
   END-IF.

find-one-open-invoice.
   IF INV-NUMBER(WS-SCAN-SUB) = ST-INVOICE-NUMBER
      MOVE WS-SCAN-SUB TO WS-INVOICE-SUB
   END-IF.

*> Cash that cannot be tied to an invoice but is known to belong to
*> a tenant is held on account; RENT-ARPOST applies tenant credits to
*> that tenant's open invoices at the building.
apply-to-credit.
   MOVE ST-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   EVALUATE TRUE
       WHEN ST-TENANT-NAME = SPACES
           MOVE 'TENANT NAME MISSING' TO WS-REASON-TEXT
       WHEN WS-NOT-FOUND
           MOVE 'BUILDING NOT ON MASTER' TO WS-REASON-TEXT
       WHEN OTHER
           MOVE ST-BUILDING-NAME TO CR-BUILDING-NAME
           MOVE ST-TENANT-NAME TO CR-TENANT-NAME
           MOVE WS-RESOLVE-DATE TO CR-CREDIT-DATE
           MOVE 'S' TO CR-SOURCE-CODE
           MOVE ST-SUSPENSE-KEY TO CR-SOURCE-REFERENCE
           MOVE SI-AMOUNT(WS-ITEM-SUB) TO CR-CREDIT-AMOUNT
           MOVE SI-AMOUNT(WS-ITEM-SUB) TO CR-CREDIT-BALANCE
           WRITE TENANT-CREDIT-RECORD
   END-EVALUATE.

apply-refund.
   CONTINUE.

write-suspense-items.
   OPEN OUTPUT SUSPENSE-OUT.
   OPEN EXTEND HISTORY-FILE.
   IF WS-HISTORY-STATUS NOT = '00'
      OPEN OUTPUT HISTORY-FILE
   END-IF.
   PERFORM write-one-suspense-item
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-SUSPENSE.
   CLOSE HISTORY-FILE.
   CLOSE SUSPENSE-OUT.

write-one-suspense-item.
   MOVE SI-SUSPENSE-KEY(WS-WRITE-SUB) TO CS-SUSPENSE-KEY.
   MOVE SI-CHECK-NUMBER(WS-WRITE-SUB) TO CS-CHECK-NUMBER.
   MOVE SI-INVOICE-REFERENCE(WS-WRITE-SUB) TO CS-INVOICE-REFERENCE.
   MOVE SI-TENANT-NAME(WS-WRITE-SUB) TO CS-TENANT-NAME.
   MOVE SI-AMOUNT(WS-WRITE-SUB) TO CS-AMOUNT.
   MOVE SI-STATUS(WS-WRITE-SUB) TO CS-STATUS.
   MOVE SI-RESOLVED-BY(WS-WRITE-SUB) TO CS-RESOLVED-BY.
   MOVE SI-RESOLVED-DATE(WS-WRITE-SUB) TO CS-RESOLVED-DATE.
   MOVE SI-APPLIED-INVOICE(WS-WRITE-SUB) TO CS-APPLIED-INVOICE.
   IF SI-OPEN(WS-WRITE-SUB)
      MOVE CASH-SUSPENSE-RECORD TO SUSPENSE-OUT-RECORD
      WRITE SUSPENSE-OUT-RECORD
   ELSE
      MOVE CASH-SUSPENSE-RECORD TO HISTORY-RECORD
      WRITE HISTORY-RECORD
      ADD 1 TO WS-HISTORY-COUNT
   END-IF.

*> Everything still unresolved is listed after the day's work so AR
*> staff start the next session from a complete list.
write-open-items.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'OPEN SUSPENSE ITEMS' TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-open-item
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-SUSPENSE.

write-one-open-item.
   IF SI-OPEN(WS-WRITE-SUB)
      ADD 1 TO WS-OPEN-COUNT
      ADD SI-AMOUNT(WS-WRITE-SUB) TO WS-OPEN-TOTAL
      MOVE SI-AMOUNT(WS-WRITE-SUB) TO WS-AMOUNT-DISPLAY
      MOVE SPACES TO WS-REPORT-LINE
      STRING '  '                             DELIMITED BY SIZE
             SI-SUSPENSE-KEY(WS-WRITE-SUB)    DELIMITED BY SIZE
             ' '                              DELIMITED BY SIZE
             SI-TENANT-NAME(WS-WRITE-SUB)     DELIMITED BY SIZE
             ' '                              DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY                DELIMITED BY SIZE
             ' CHECK '                        DELIMITED BY SIZE
             SI-CHECK-NUMBER(WS-WRITE-SUB)    DELIMITED BY SIZE
             ' INVOICE REF '                  DELIMITED BY SIZE
             SI-INVOICE-REFERENCE(WS-WRITE-SUB) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.

write-report-header.
   MOVE 'CASH SUSPENSE MAINTENANCE REPORT' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-detail.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          ST-ACTION-CODE     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          ST-SUSPENSE-KEY    DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          ST-INVOICE-NUMBER  DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          ST-TENANT-NAME     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          WS-REASON-TEXT     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
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
   MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'SUSPENSE ITEMS STILL OPEN: ' DELIMITED BY SIZE
          WS-OPEN-COUNT                 DELIMITED BY SIZE
          '  BALANCE: '                 DELIMITED BY SIZE
          WS-TOTAL-DISPLAY              DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
