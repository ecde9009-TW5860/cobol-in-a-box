IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-MAINT.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT VENDOR-FILE ASSIGN TO VENDFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.
       SELECT TRANSACTION-FILE ASSIGN TO VNDTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
       SELECT VENDOR-OUT ASSIGN TO VENDOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO VNDRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD VENDOR-FILE.
       COPY "src/main/vendor_record.cpy".

*> One transaction per vendor: add a new vendor, change one (only the
*> fields keyed are replaced, so an insurance renewal is just the ID
*> and the new expiry date), or delete it. Status 'I' is the normal
*> way to stop using a vendor; delete is for set-up errors, since the
*> payments report needs the tax ID of anyone paid in the year.
   FD TRANSACTION-FILE.
       01 VENDOR-TRANSACTION.
           05 VX-ACTION-CODE PIC X(1).
               88 VX-ACTION-ADD    VALUE 'A'.
               88 VX-ACTION-CHANGE VALUE 'C'.
               88 VX-ACTION-DELETE VALUE 'D'.
           05 VX-VENDOR-ID PIC X(8).
           05 VX-VENDOR-NAME PIC X(30).
           05 VX-TRADES-SERVED PIC X(20).
           05 VX-TAX-ID PIC X(11).
           05 VX-INSURANCE-EXPIRY PIC X(8).
           05 VX-STATUS PIC X(1).

   FD VENDOR-OUT.
       01 VENDOR-OUT-RECORD PIC X(78).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

   WORKING-STORAGE SECTION.
        COPY "src/main/vendor_table.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-TRAN-EOF-SWITCH PIC X(1).
            88 WS-TRAN-EOF VALUE 'Y'.
            88 WS-TRAN-NOT-EOF VALUE 'N'.
        01 WS-VENDOR-STATUS PIC X(2).
        01 WS-TRANSACTION-STATUS PIC X(2).
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
        01 WS-REASON-TEXT PIC X(30).
        01 WS-DISPOSITION PIC X(8).
        01 WS-TRAN-COUNT    PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(100).

PROCEDURE DIVISION.
main-paragraph.
   PERFORM load-vendors.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM process-transactions.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   PERFORM write-vendors.
   DISPLAY 'VENDOR MAINTENANCE COMPLETE - ' WS-APPLIED-COUNT
           ' APPLIED, ' WS-REJECT-COUNT ' REJECTED'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

*> A missing vendor file is a legal cold start; the first maintenance
*> run creates it.
load-vendors.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-VENDORS.
   OPEN INPUT VENDOR-FILE.
   IF WS-VENDOR-STATUS NOT = '00'
      DISPLAY 'NO VENDOR FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-vendor UNTIL WS-EOF
      CLOSE VENDOR-FILE
   END-IF.

read-one-vendor.
   READ VENDOR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-VENDORS >= 5000
              DISPLAY 'VENDOR FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE VENDOR-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-VENDORS
           MOVE VN-VENDOR-ID TO VD-VENDOR-ID(COUNT-OF-VENDORS)
           MOVE VN-VENDOR-NAME TO VD-VENDOR-NAME(COUNT-OF-VENDORS)
           MOVE VN-TRADES-SERVED TO VD-TRADES-SERVED(COUNT-OF-VENDORS)
           MOVE VN-TAX-ID TO VD-TAX-ID(COUNT-OF-VENDORS)
           MOVE VN-INSURANCE-EXPIRY TO VD-INSURANCE-EXPIRY(COUNT-OF-VENDORS)
           MOVE VN-STATUS TO VD-STATUS(COUNT-OF-VENDORS)
   END-READ.

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
   PERFORM find-vendor-entry.
   EVALUATE TRUE
       WHEN VX-VENDOR-ID = SPACES
           MOVE 'VENDOR ID MISSING' TO WS-REASON-TEXT
       WHEN VX-ACTION-ADD
           PERFORM apply-add
       WHEN VX-ACTION-CHANGE
           PERFORM apply-change
       WHEN VX-ACTION-DELETE
           PERFORM apply-delete
       WHEN OTHER
           MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      ADD 1 TO WS-APPLIED-COUNT
      MOVE 'APPLIED' TO WS-DISPOSITION
   ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE 'REJECTED' TO WS-DISPOSITION
   END-IF.
   PERFORM write-report-detail.

find-vendor-entry.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM match-one-vendor
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-VENDORS
         OR WS-FOUND-SUB > 0.

match-one-vendor.
   IF VD-VENDOR-ID(WS-SCAN-SUB) = VX-VENDOR-ID
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

apply-add.
   EVALUATE TRUE
       WHEN WS-FOUND-SUB > 0
           MOVE 'VENDOR ALREADY ON FILE' TO WS-REASON-TEXT
       WHEN VX-VENDOR-NAME = SPACES
           MOVE 'VENDOR NAME MISSING' TO WS-REASON-TEXT
       WHEN VX-INSURANCE-EXPIRY NOT = SPACES
            AND VX-INSURANCE-EXPIRY NOT NUMERIC
           MOVE 'INSURANCE EXPIRY NOT NUMERIC' TO WS-REASON-TEXT
       WHEN VX-STATUS NOT = 'A' AND VX-STATUS NOT = 'I'
            AND VX-STATUS NOT = SPACE
           MOVE 'INVALID STATUS' TO WS-REASON-TEXT
       WHEN COUNT-OF-VENDORS >= 5000
           MOVE 'VENDOR TABLE FULL' TO WS-REASON-TEXT
       WHEN OTHER
           ADD 1 TO COUNT-OF-VENDORS
           MOVE VX-VENDOR-ID TO VD-VENDOR-ID(COUNT-OF-VENDORS)
           MOVE VX-VENDOR-NAME TO VD-VENDOR-NAME(COUNT-OF-VENDORS)
           MOVE VX-TRADES-SERVED TO VD-TRADES-SERVED(COUNT-OF-VENDORS)
           MOVE VX-TAX-ID TO VD-TAX-ID(COUNT-OF-VENDORS)
           MOVE VX-INSURANCE-EXPIRY TO VD-INSURANCE-EXPIRY(COUNT-OF-VENDORS)
           MOVE VX-STATUS TO VD-STATUS(COUNT-OF-VENDORS)
   END-EVALUATE.

apply-change.
   EVALUATE TRUE
       WHEN WS-FOUND-SUB = 0
           MOVE 'VENDOR NOT ON FILE' TO WS-REASON-TEXT
       WHEN VX-INSURANCE-EXPIRY NOT = SPACES
            AND VX-INSURANCE-EXPIRY NOT NUMERIC
           MOVE 'INSURANCE EXPIRY NOT NUMERIC' TO WS-REASON-TEXT
       WHEN VX-STATUS NOT = 'A' AND VX-STATUS NOT = 'I'
            AND VX-STATUS NOT = SPACE
           MOVE 'INVALID STATUS' TO WS-REASON-TEXT
       WHEN OTHER
           PERFORM change-vendor-fields
   END-EVALUATE.

change-vendor-fields.
   IF VX-VENDOR-NAME NOT = SPACES
      MOVE VX-VENDOR-NAME TO VD-VENDOR-NAME(WS-FOUND-SUB)
   END-IF.
   IF VX-TRADES-SERVED NOT = SPACES
      MOVE VX-TRADES-SERVED TO VD-TRADES-SERVED(WS-FOUND-SUB)
   END-IF.
   IF VX-TAX-ID NOT = SPACES
      MOVE VX-TAX-ID TO VD-TAX-ID(WS-FOUND-SUB)
   END-IF.
   IF VX-INSURANCE-EXPIRY NOT = SPACES
      MOVE VX-INSURANCE-EXPIRY TO VD-INSURANCE-EXPIRY(WS-FOUND-SUB)
   END-IF.
   IF VX-STATUS NOT = SPACE
      MOVE VX-STATUS TO VD-STATUS(WS-FOUND-SUB)
   END-IF.

*> Deleted entries are blanked and dropped when the new generation is
*> written, the same treatment BUILDING-MAINT gives deletes.
apply-delete.
   IF WS-FOUND-SUB = 0
      MOVE 'VENDOR NOT ON FILE' TO WS-REASON-TEXT
   ELSE
      MOVE HIGH-VALUES TO VD-VENDOR-ID(WS-FOUND-SUB)
   END-IF.

write-vendors.
   OPEN OUTPUT VENDOR-OUT.
   PERFORM write-one-vendor
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-VENDORS.
   CLOSE VENDOR-OUT.

write-one-vendor.
   IF VD-VENDOR-ID(WS-WRITE-SUB) NOT = HIGH-VALUES
      MOVE VD-VENDOR-ID(WS-WRITE-SUB) TO VN-VENDOR-ID
      MOVE VD-VENDOR-NAME(WS-WRITE-SUB) TO VN-VENDOR-NAME
      MOVE VD-TRADES-SERVED(WS-WRITE-SUB) TO VN-TRADES-SERVED
      MOVE VD-TAX-ID(WS-WRITE-SUB) TO VN-TAX-ID
      MOVE VD-INSURANCE-EXPIRY(WS-WRITE-SUB) TO VN-INSURANCE-EXPIRY
      MOVE VD-STATUS(WS-WRITE-SUB) TO VN-STATUS
      MOVE VENDOR-RECORD TO VENDOR-OUT-RECORD
      WRITE VENDOR-OUT-RECORD
   END-IF.

write-report-header.
   MOVE 'VENDOR MASTER MAINTENANCE REPORT' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-detail.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION       DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          VX-ACTION-CODE       DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          VX-VENDOR-ID         DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          VX-VENDOR-NAME       DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          VX-INSURANCE-EXPIRY  DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          WS-REASON-TEXT       DELIMITED BY SIZE
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
