       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT VENDOR-FILE ASSIGN TO VENDFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REJECT-FILE ASSIGN TO WOREJ
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CLAIM-FILE ASSIGN TO CLMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIM-STATUS.
       SELECT REINSPECTION-FILE ASSIGN TO REINSPRQ
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REINSPECTION-STATUS.
       SELECT REPORT-FILE ASSIGN TO WORPT
           ORGANIZATION LINE SEQUENTIAL.

   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD VENDOR-FILE.
       COPY "src/main/vendor_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD TRANSACTION-FILE.
       COPY "src/main/workorder_transaction_record.cpy".

   FD CLAIM-FILE.
       COPY "src/main/claim_record.cpy".

   FD WORKORDER-OUT.
       01 WORKORDER-OUT-RECORD PIC X(126).

   FD REJECT-FILE.
       01 REJECT-RECORD PIC X(118).

*> Completing an order raised from a failed inspection asks for the
*> building to be inspected again; BUILDING-INSPSCHED reads these.
   FD REINSPECTION-FILE.
       COPY "src/main/reinspection_request_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> Work can only be assigned to a vendor set up through VENDOR-MAINT
*> that is active and whose insurance is in force on the assignment
*> date.
        COPY "src/main/vendor_table.cpy".
*> The whole work-order master rides in storage for the run, edited
*> in place and written out as a new generation - the same pattern
*> BUILDING-MAINT uses for BLDGTRAN.
                10 ORD-ESTIMATED-COST PIC 9(7)V99.
                10 ORD-ACTUAL-COST PIC 9(7)V99.
                10 ORD-DESCRIPTION PIC X(30).
                10 ORD-SOURCE-TYPE PIC X(1).
                10 ORD-SOURCE-REFERENCE PIC X(16).
*> Repair work can be tied to an insurance claim only while the claim
*> is still live on the claims file for the same building.
        01 CLAIMS.
            05 COUNT-OF-CLAIMS PIC 9(5) COMP-5 VALUE 0.
            05 CLAIM-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-CLAIMS.
                10 CLM-CLAIM-NUMBER PIC X(10).
                10 CLM-BUILDING-NAME PIC X(25).
                10 CLM-STATUS PIC X(1).
        01 WS-CLAIM-FILE-SWITCH PIC X(1) VALUE 'N'.
            88 WS-CLAIM-FILE-LOADED VALUE 'Y'.
        01 WS-CLAIM-SUB PIC 9(5) COMP-5.
        01 WS-CLAIM-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-LINK-REASON PIC X(40).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
            88 WS-TRAN-EOF VALUE 'Y'.
            88 WS-TRAN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-VENDOR-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-TRANSACTION-STATUS PIC X(2).
        01 WS-REINSPECTION-STATUS PIC X(2).
        01 WS-CLAIM-STATUS PIC X(2).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
        01 WS-ORDER-SUB PIC 9(5) COMP-5.
        01 WS-ORDER-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
        01 WS-VENDOR-FOUND-SWITCH PIC X(1).
            88 WS-VENDOR-FOUND VALUE 'Y'.
            88 WS-VENDOR-NOT-FOUND VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-ASSIGN-DATE PIC X(8).
        01 WS-REASON-TEXT PIC X(40).
        01 WS-DISPOSITION PIC X(8).
        01 WS-TRAN-COUNT    PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
        01 WS-REINSPECT-COUNT PIC 9(5) VALUE 0.
        01 WS-ROLLED-COUNT PIC 9(5) VALUE 0.
        01 WS-CLAIM-LINK-COUNT PIC 9(5) VALUE 0.
*> A transaction dated in a closed month is rejected unless the parm
*> is ROLL, when it is redated to the first day of the next open month.
        01 WS-PARM-STRING PIC X(30).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-REPORT-LINE PIC X(120).

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
   PERFORM load-buildings.
   PERFORM load-vendors.
   PERFORM load-work-orders.
   PERFORM load-claims.
   OPEN OUTPUT REJECT-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM open-reinspection-file.
   PERFORM write-report-header.
   PERFORM process-transactions.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   CLOSE REJECT-FILE.
   CLOSE REINSPECTION-FILE.
   PERFORM write-work-orders.
   DISPLAY 'WORK ORDER POSTING COMPLETE - ' WS-APPLIED-COUNT
           ' APPLIED, ' WS-REJECT-COUNT ' REJECTED, '
           WS-ROLLED-COUNT ' ROLLED FORWARD FROM CLOSED PERIODS'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
           MOVE FR-BUILDING-CURRENCY-CODE TO BUILDING-CURRENCY-CODE(COUNT-OF-BUILDINGS)
   END-READ.

load-vendors.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-VENDORS.
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

*> A missing work-order file is the cold start; the first posting run
*> creates it.
load-work-orders.
           MOVE WO-ESTIMATED-COST TO ORD-ESTIMATED-COST(COUNT-OF-ORDERS)
           MOVE WO-ACTUAL-COST TO ORD-ACTUAL-COST(COUNT-OF-ORDERS)
           MOVE WO-DESCRIPTION TO ORD-DESCRIPTION(COUNT-OF-ORDERS)
           MOVE WO-SOURCE-TYPE TO ORD-SOURCE-TYPE(COUNT-OF-ORDERS)
           MOVE WO-SOURCE-REFERENCE TO ORD-SOURCE-REFERENCE(COUNT-OF-ORDERS)
   END-READ.

*> Without the claims file the rest of the day's work still posts;
*> only the transactions naming a claim are refused.
load-claims.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CLAIMS.
   OPEN INPUT CLAIM-FILE.
   IF WS-CLAIM-STATUS NOT = '00'
      DISPLAY 'NO CLAIMS FILE - CLAIM LINKS WILL BE REJECTED'
   ELSE
      MOVE 'Y' TO WS-CLAIM-FILE-SWITCH
      PERFORM read-one-claim UNTIL WS-EOF
      CLOSE CLAIM-FILE
   END-IF.

read-one-claim.
   READ CLAIM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-CLAIMS >= 20000
              DISPLAY 'CLAIMS FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE CLAIM-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-CLAIMS
           MOVE CM-CLAIM-NUMBER TO CLM-CLAIM-NUMBER(COUNT-OF-CLAIMS)
           MOVE CM-BUILDING-NAME TO CLM-BUILDING-NAME(COUNT-OF-CLAIMS)
           MOVE CM-STATUS TO CLM-STATUS(COUNT-OF-CLAIMS)
   END-READ.

*> Re-inspection requests accumulate across runs, the same
*> extend-or-create pattern as the inspection history file.
open-reinspection-file.
   OPEN EXTEND REINSPECTION-FILE.
   IF WS-REINSPECTION-STATUS NOT = '00'
      OPEN OUTPUT REINSPECTION-FILE
   END-IF.

process-transactions.
   MOVE 'N' TO WS-TRAN-EOF-SWITCH.
   OPEN INPUT TRANSACTION-FILE.
   PERFORM process-one-transaction UNTIL WS-TRAN-EOF.
   CLOSE TRANSACTION-FILE.

check-transaction-period.
   MOVE 'O' TO WS-PERIOD-RESULT.
   IF WT-TRAN-DATE NUMERIC
      CALL 'PERIOD-CHECK' USING WT-TRAN-DATE, WS-PERIOD-ROLL-SWITCH,
                                WS-PERIOD-POST-DATE, WS-PERIOD-RESULT
      IF WS-PERIOD-ROLLED
         MOVE WS-PERIOD-POST-DATE TO WT-TRAN-DATE
      END-IF
   END-IF.

process-one-transaction.
   READ TRANSACTION-FILE
       AT END

apply-one-transaction.
   MOVE SPACES TO WS-REASON-TEXT.
   PERFORM check-transaction-period.
   PERFORM find-order-entry.
   EVALUATE TRUE
       WHEN WS-PERIOD-CLOSED
           MOVE 'TRANSACTION DATE IN CLOSED PERIOD' TO WS-REASON-TEXT
       WHEN WT-ACTION-OPEN
           PERFORM apply-open
       WHEN WT-ACTION-ASSIGN
           PERFORM apply-complete
       WHEN WT-ACTION-CANCEL
           PERFORM apply-cancel
       WHEN WT-ACTION-LINK
           PERFORM apply-link
       WHEN OTHER
           MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      IF WS-PERIOD-ROLLED
         ADD 1 TO WS-ROLLED-COUNT
      END-IF
      IF WT-ACTION-LINK
         OR (WT-ACTION-OPEN AND WT-SOURCE-TYPE = 'C')
         ADD 1 TO WS-CLAIM-LINK-COUNT
      END-IF
      ADD 1 TO WS-APPLIED-COUNT
      MOVE 'APPLIED' TO WS-DISPOSITION
   ELSE
      MOVE WT-BUILDING-NAME TO WS-SEARCH-NAME
      CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                   WS-FOUND-INDEX, WS-FOUND-SWITCH
      MOVE SPACES TO WS-LINK-REASON
      IF WT-SOURCE-TYPE = 'C'
         PERFORM check-claim-link
      END-IF
      EVALUATE TRUE
          WHEN WS-NOT-FOUND
              MOVE 'BUILDING NOT ON MASTER' TO WS-REASON-TEXT
              MOVE 'BUILDING INACTIVE' TO WS-REASON-TEXT
          WHEN WT-TRADE-CODE = SPACES
              MOVE 'TRADE CODE MISSING' TO WS-REASON-TEXT
          WHEN WS-LINK-REASON NOT = SPACES
              MOVE WS-LINK-REASON TO WS-REASON-TEXT
          WHEN OTHER
              PERFORM add-new-order
      END-EVALUATE
   MOVE WT-ESTIMATED-COST TO ORD-ESTIMATED-COST(COUNT-OF-ORDERS).
   MOVE 0 TO ORD-ACTUAL-COST(COUNT-OF-ORDERS).
   MOVE WT-DESCRIPTION TO ORD-DESCRIPTION(COUNT-OF-ORDERS).
   MOVE WT-SOURCE-TYPE TO ORD-SOURCE-TYPE(COUNT-OF-ORDERS).
   MOVE WT-SOURCE-REFERENCE TO ORD-SOURCE-REFERENCE(COUNT-OF-ORDERS).

apply-assign.
   PERFORM find-vendor-entry.
   IF WT-TRAN-DATE NUMERIC
      MOVE WT-TRAN-DATE TO WS-ASSIGN-DATE
   ELSE
      MOVE WS-CURRENT-DATE(1:8) TO WS-ASSIGN-DATE
   END-IF.
   EVALUATE TRUE
       WHEN WS-ORDER-FOUND-SUB = 0
           MOVE 'ORDER NOT ON FILE' TO WS-REASON-TEXT
           MOVE 'ORDER NOT OPEN' TO WS-REASON-TEXT
       WHEN WT-ASSIGNED-TO = SPACES
           MOVE 'ASSIGNEE MISSING' TO WS-REASON-TEXT
       WHEN WS-VENDOR-NOT-FOUND
           MOVE 'VENDOR NOT ON VENDOR MASTER' TO WS-REASON-TEXT
       WHEN VD-INACTIVE(VD-IX)
           MOVE 'VENDOR INACTIVE' TO WS-REASON-TEXT
       WHEN VD-INSURANCE-EXPIRY(VD-IX) = SPACES
            OR VD-INSURANCE-EXPIRY(VD-IX) < WS-ASSIGN-DATE
           MOVE 'VENDOR INSURANCE EXPIRED' TO WS-REASON-TEXT
       WHEN OTHER
           MOVE 'A' TO ORD-STATUS(WS-ORDER-FOUND-SUB)
           MOVE WT-ASSIGNED-TO TO ORD-ASSIGNED-TO(WS-ORDER-FOUND-SUB)
   END-EVALUATE.

find-vendor-entry.
   MOVE 'N' TO WS-VENDOR-FOUND-SWITCH.
   IF COUNT-OF-VENDORS > 0
      SET VD-IX TO 1
      SEARCH VENDOR-ENTRY
          AT END
              CONTINUE
          WHEN VD-VENDOR-ID(VD-IX) = WT-ASSIGNED-TO
              MOVE 'Y' TO WS-VENDOR-FOUND-SWITCH
      END-SEARCH
   END-IF.

apply-complete.
   EVALUATE TRUE
       WHEN WS-ORDER-FOUND-SUB = 0
           MOVE 'C' TO ORD-STATUS(WS-ORDER-FOUND-SUB)
           MOVE WT-TRAN-DATE TO ORD-COMPLETE-DATE(WS-ORDER-FOUND-SUB)
           MOVE WT-ACTUAL-COST TO ORD-ACTUAL-COST(WS-ORDER-FOUND-SUB)
           IF ORD-SOURCE-TYPE(WS-ORDER-FOUND-SUB) = 'I'
              PERFORM write-reinspection-request
           END-IF
   END-EVALUATE.

write-reinspection-request.
   MOVE ORD-BUILDING-NAME(WS-ORDER-FOUND-SUB) TO RQ-BUILDING-NAME.
   MOVE ORD-NUMBER(WS-ORDER-FOUND-SUB) TO RQ-ORDER-NUMBER.
   MOVE WT-TRAN-DATE TO RQ-COMPLETE-DATE.
   MOVE ORD-SOURCE-REFERENCE(WS-ORDER-FOUND-SUB) TO WO-SOURCE-REFERENCE.
   MOVE WO-INSPECTION-DATE TO RQ-INSPECTION-DATE.
   MOVE WO-FINDINGS-CODE TO RQ-FINDINGS-CODE.
   WRITE REINSPECTION-REQUEST-RECORD.
   ADD 1 TO WS-REINSPECT-COUNT.

*> Cancelled orders stay on the file with their history; only the
*> status changes, so the roll-up can still see what was walked away
*> from.
           MOVE 'X' TO ORD-STATUS(WS-ORDER-FOUND-SUB)
   END-EVALUATE.

*> Ties an order already on file to a claim after the event - repair
*> work is often raised before the claim number is known. Orders that
*> came from an inspection or the PM plan keep that source; a claim
*> link would overwrite it.
apply-link.
   MOVE SPACES TO WS-LINK-REASON.
   IF WS-ORDER-FOUND-SUB > 0
      PERFORM check-claim-link
   END-IF.
   EVALUATE TRUE
       WHEN WS-ORDER-FOUND-SUB = 0
           MOVE 'ORDER NOT ON FILE' TO WS-REASON-TEXT
       WHEN ORD-STATUS(WS-ORDER-FOUND-SUB) = 'X'
           MOVE 'ORDER CANCELLED' TO WS-REASON-TEXT
       WHEN ORD-SOURCE-TYPE(WS-ORDER-FOUND-SUB) NOT = SPACE
            AND ORD-SOURCE-TYPE(WS-ORDER-FOUND-SUB) NOT = 'C'
           MOVE 'ORDER ALREADY LINKED TO ITS SOURCE' TO WS-REASON-TEXT
       WHEN WS-LINK-REASON NOT = SPACES
           MOVE WS-LINK-REASON TO WS-REASON-TEXT
       WHEN OTHER
           MOVE 'C' TO ORD-SOURCE-TYPE(WS-ORDER-FOUND-SUB)
           MOVE WT-SOURCE-REFERENCE
                TO ORD-SOURCE-REFERENCE(WS-ORDER-FOUND-SUB)
   END-EVALUATE.

*> The claim named in the reference must be on file, still live and
*> for the building the order is for. On a link the building comes
*> from the order itself.
check-claim-link.
   MOVE WT-SOURCE-REFERENCE TO WO-SOURCE-REFERENCE.
   IF WT-ACTION-LINK
      MOVE ORD-BUILDING-NAME(WS-ORDER-FOUND-SUB) TO WS-SEARCH-NAME
   ELSE
      MOVE WT-BUILDING-NAME TO WS-SEARCH-NAME
   END-IF.
   MOVE 0 TO WS-CLAIM-FOUND-SUB.
   PERFORM match-one-claim
      VARYING WS-CLAIM-SUB FROM 1 BY 1
      UNTIL WS-CLAIM-SUB > COUNT-OF-CLAIMS
         OR WS-CLAIM-FOUND-SUB > 0.
   EVALUATE TRUE
       WHEN NOT WS-CLAIM-FILE-LOADED
           MOVE 'CLAIMS FILE NOT AVAILABLE' TO WS-LINK-REASON
       WHEN WO-CLAIM-NUMBER = SPACES
           MOVE 'CLAIM NUMBER MISSING' TO WS-LINK-REASON
       WHEN WS-CLAIM-FOUND-SUB = 0
           MOVE 'CLAIM NOT ON FILE' TO WS-LINK-REASON
       WHEN CLM-STATUS(WS-CLAIM-FOUND-SUB) = 'C'
           MOVE 'CLAIM CLOSED' TO WS-LINK-REASON
       WHEN CLM-BUILDING-NAME(WS-CLAIM-FOUND-SUB) NOT = WS-SEARCH-NAME
           MOVE 'CLAIM IS FOR ANOTHER BUILDING' TO WS-LINK-REASON
       WHEN OTHER
           CONTINUE
   END-EVALUATE.

match-one-claim.
   IF CLM-CLAIM-NUMBER(WS-CLAIM-SUB) = WO-CLAIM-NUMBER
      MOVE WS-CLAIM-SUB TO WS-CLAIM-FOUND-SUB
   END-IF.

write-work-orders.
   OPEN OUTPUT WORKORDER-OUT.
   PERFORM write-one-order
   MOVE ORD-ESTIMATED-COST(WS-WRITE-SUB) TO WO-ESTIMATED-COST.
   MOVE ORD-ACTUAL-COST(WS-WRITE-SUB) TO WO-ACTUAL-COST.
   MOVE ORD-DESCRIPTION(WS-WRITE-SUB) TO WO-DESCRIPTION.
   MOVE ORD-SOURCE-TYPE(WS-WRITE-SUB) TO WO-SOURCE-TYPE.
   MOVE ORD-SOURCE-REFERENCE(WS-WRITE-SUB) TO WO-SOURCE-REFERENCE.
   MOVE WORK-ORDER-RECORD TO WORKORDER-OUT-RECORD.
   WRITE WORKORDER-OUT-RECORD.

          WS-APPLIED-COUNT      DELIMITED BY SIZE
          '  REJECTED: '        DELIMITED BY SIZE
          WS-REJECT-COUNT       DELIMITED BY SIZE
          '  RE-INSPECTIONS REQUESTED: ' DELIMITED BY SIZE
          WS-REINSPECT-COUNT    DELIMITED BY SIZE
          '  CLAIM LINKS: '     DELIMITED BY SIZE
          WS-CLAIM-LINK-COUNT   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
