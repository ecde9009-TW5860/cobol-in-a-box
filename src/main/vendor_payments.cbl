IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-PAYMENTS.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT VENDOR-FILE ASSIGN TO VENDFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT REPORT-FILE ASSIGN TO VNDPAYRT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD VENDOR-FILE.
       COPY "src/main/vendor_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
*> One payments line per vendor on the master, plus any assignee found
*> on older orders that was never set up as a vendor.
        01 VENDOR-PAYMENTS.
            05 COUNT-OF-PAYEES PIC 9(5) COMP-5.
            05 PAYEE-ENTRY OCCURS 0 TO 6000 TIMES
                   DEPENDING ON COUNT-OF-PAYEES.
                10 PY-VENDOR-ID PIC X(8).
                10 PY-VENDOR-NAME PIC X(30).
                10 PY-TAX-ID PIC X(11).
                10 PY-ON-MASTER-SWITCH PIC X(1).
                    88 PY-ON-MASTER VALUE 'Y'.
                    88 PY-NOT-ON-MASTER VALUE 'N'.
                10 PY-ORDER-COUNT PIC 9(5).
                10 PY-AMOUNT-PAID PIC 9(9)V99.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-VENDOR-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-PARM-STRING PIC X(30).
        01 WS-CURRENT-DATE PIC X(21).
*> Parm = calendar year (YYYY); default is the year just ended, since
*> the report is run in January for the year-end tax filing.
        01 WS-REPORT-YEAR PIC 9(4).
        01 WS-PAYEE-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
        01 WS-FLAG-TEXT PIC X(24).
        01 WS-PAID-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-PAID-ORDER-COUNT PIC 9(5) VALUE 0.
        01 WS-PAYEE-COUNT PIC 9(5) VALUE 0.
        01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY PIC $$$,$$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:4) TO WS-REPORT-YEAR.
   SUBTRACT 1 FROM WS-REPORT-YEAR.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE WS-PARM-STRING(1:4) TO WS-REPORT-YEAR
   END-IF.
   PERFORM load-vendors.
   PERFORM total-work-orders.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM write-one-payee
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-PAYEES.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   DISPLAY 'VENDOR PAYMENTS COMPLETE - ' WS-PAYEE-COUNT ' VENDORS PAID, '
           WS-FLAGGED-COUNT ' FLAGGED'.
   IF WS-FLAGGED-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

load-vendors.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-PAYEES.
   OPEN INPUT VENDOR-FILE.
   IF WS-VENDOR-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING VENDOR FILE, STATUS = ' WS-VENDOR-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-vendor UNTIL WS-EOF.
   CLOSE VENDOR-FILE.

read-one-vendor.
   READ VENDOR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-PAYEES >= 6000
              DISPLAY 'VENDOR FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE PAYEE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-PAYEES
           MOVE VN-VENDOR-ID TO PY-VENDOR-ID(COUNT-OF-PAYEES)
           MOVE VN-VENDOR-NAME TO PY-VENDOR-NAME(COUNT-OF-PAYEES)
           MOVE VN-TAX-ID TO PY-TAX-ID(COUNT-OF-PAYEES)
           MOVE 'Y' TO PY-ON-MASTER-SWITCH(COUNT-OF-PAYEES)
           MOVE 0 TO PY-ORDER-COUNT(COUNT-OF-PAYEES)
           MOVE 0 TO PY-AMOUNT-PAID(COUNT-OF-PAYEES)
   END-READ.

total-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING WORK ORDER FILE, STATUS = ' WS-WORKORDER-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM total-one-order UNTIL WS-EOF.
   CLOSE WORKORDER-FILE.

*> A vendor is paid the actual cost of each order it completed, in the
*> year the order was completed.
total-one-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-STATUS-COMPLETE
              AND WO-ASSIGNED-TO NOT = SPACES
              AND WO-COMPLETE-DATE(1:4) = WS-REPORT-YEAR
              AND WO-ACTUAL-COST > 0
              PERFORM find-payee-entry
              ADD 1 TO PY-ORDER-COUNT(WS-PAYEE-SUB)
              ADD WO-ACTUAL-COST TO PY-AMOUNT-PAID(WS-PAYEE-SUB)
              ADD 1 TO WS-PAID-ORDER-COUNT
              ADD WO-ACTUAL-COST TO WS-PAID-TOTAL
           END-IF
   END-READ.

find-payee-entry.
   MOVE 0 TO WS-PAYEE-SUB.
   PERFORM match-one-payee
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-PAYEES
         OR WS-PAYEE-SUB > 0.
   IF WS-PAYEE-SUB = 0
      IF COUNT-OF-PAYEES >= 6000
         DISPLAY 'WORK ORDER FILE EXCEEDS TABLE CAPACITY - '
                 'INCREASE PAYEE-ENTRY AND RERUN'
         MOVE 16 TO RETURN-CODE
         STOP RUN
      END-IF
      ADD 1 TO COUNT-OF-PAYEES
      MOVE COUNT-OF-PAYEES TO WS-PAYEE-SUB
      MOVE WO-ASSIGNED-TO TO PY-VENDOR-ID(WS-PAYEE-SUB)
      MOVE SPACES TO PY-VENDOR-NAME(WS-PAYEE-SUB)
      MOVE SPACES TO PY-TAX-ID(WS-PAYEE-SUB)
      MOVE 'N' TO PY-ON-MASTER-SWITCH(WS-PAYEE-SUB)
      MOVE 0 TO PY-ORDER-COUNT(WS-PAYEE-SUB)
      MOVE 0 TO PY-AMOUNT-PAID(WS-PAYEE-SUB)
   END-IF.

match-one-payee.
   IF PY-VENDOR-ID(WS-SCAN-SUB) = WO-ASSIGNED-TO
      MOVE WS-SCAN-SUB TO WS-PAYEE-SUB
   END-IF.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'VENDOR PAYMENTS FOR CALENDAR YEAR ' DELIMITED BY SIZE
          WS-REPORT-YEAR                       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'VENDOR   NAME                           TAX ID      ORDERS        AMOUNT PAID'
        TO REPORT-LINE.
   WRITE REPORT-LINE.

*> Only vendors paid in the year are listed. A payee with no tax ID, or
*> one that was never set up on the vendor master, is flagged for the
*> tax filing.
write-one-payee.
   IF PY-AMOUNT-PAID(WS-WRITE-SUB) > 0
      ADD 1 TO WS-PAYEE-COUNT
      MOVE SPACES TO WS-FLAG-TEXT
      EVALUATE TRUE
          WHEN PY-NOT-ON-MASTER(WS-WRITE-SUB)
              MOVE '*** NOT ON VENDOR MASTER' TO WS-FLAG-TEXT
              ADD 1 TO WS-FLAGGED-COUNT
          WHEN PY-TAX-ID(WS-WRITE-SUB) = SPACES
              MOVE '*** TAX ID MISSING' TO WS-FLAG-TEXT
              ADD 1 TO WS-FLAGGED-COUNT
          WHEN OTHER
              CONTINUE
      END-EVALUATE
      PERFORM write-payee-line
   END-IF.

write-payee-line.
   MOVE PY-AMOUNT-PAID(WS-WRITE-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING PY-VENDOR-ID(WS-WRITE-SUB)     DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          PY-VENDOR-NAME(WS-WRITE-SUB)   DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          PY-TAX-ID(WS-WRITE-SUB)        DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          PY-ORDER-COUNT(WS-WRITE-SUB)   DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY              DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          WS-FLAG-TEXT                   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'VENDORS PAID: '      DELIMITED BY SIZE
          WS-PAYEE-COUNT        DELIMITED BY SIZE
          '  ORDERS: '          DELIMITED BY SIZE
          WS-PAID-ORDER-COUNT   DELIMITED BY SIZE
          '  TOTAL PAID: '      DELIMITED BY SIZE
          WS-TOTAL-DISPLAY      DELIMITED BY SIZE
          '  FLAGGED: '         DELIMITED BY SIZE
          WS-FLAGGED-COUNT      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
