           FILE STATUS IS WS-PENDING-STATUS.
       SELECT PENDING-OUT ASSIGN TO PENDOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT LAYER-FILE ASSIGN TO CAPLAYER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LAYER-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD PENDING-OUT.
       01 PENDING-OUT-RECORD PIC X(90).

   FD LAYER-FILE.
       COPY "src/main/capital_layer_record.cpy".

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        01 WS-EOF-SWITCH PIC X(1).
        01 WS-PARM-TOKEN-2 PIC X(12).
        01 WS-PARM-TOKEN-3 PIC X(10).
        01 WS-OPERATOR-ID PIC X(8) VALUE 'UNKNOWN'.
*> The operator on the parm is only trusted once OPERATOR-CHECK finds
*> the maintain-buildings right on the security file.
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'BUILDING-MAINT'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 1.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.
        01 WS-ALERT-SEVERITY PIC 9(1) VALUE 8.
        01 WS-ALERT-MESSAGE PIC X(60).
        01 WS-ALERT-KEY PIC X(25).
        01 WS-SELF-APPROVED-COUNT PIC 9(5) VALUE 0.
        01 WS-COST-THRESHOLD PIC 9(9)V99 VALUE 100000000.
        01 WS-HEIGHT-THRESHOLD PIC 9(5) VALUE 1000.
        01 WS-HIGH-RISK-SWITCH PIC X(1).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-PEND-SUB PIC 9(3) COMP-5.
        01 WS-LAYER-STATUS PIC X(2).
        01 WS-LAYER-COUNT PIC 9(5) VALUE 0.
        01 WS-CAPITALIZED-COST PIC 9(11)V99.
        01 WS-NEW-NAME-INDEX PIC 9(5) COMP-5.
        01 WS-NEW-NAME-SWITCH PIC X(1).
            88 WS-NEW-NAME-ON-FILE  VALUE 'Y'.
            88 WS-NEW-NAME-NOT-USED VALUE 'N'.
        01 PENDING-ITEMS.
            05 COUNT-OF-PENDING PIC 9(3) COMP-5 VALUE 0.
            05 PENDING-ENTRY OCCURS 500 TIMES.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-maint-parameters.
   PERFORM check-operator-access.
   PERFORM load-buildings.
   PERFORM load-pending-file.
   PERFORM open-layer-file.
   OPEN OUTPUT REJECT-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   CLOSE REJECT-FILE.
   CLOSE LAYER-FILE.
   PERFORM write-pending-file.
   PERFORM write-buildings.
   DISPLAY 'MAINTENANCE COMPLETE - ' WS-APPLIED-COUNT ' APPLIED, '
           WS-REJECT-COUNT ' REJECTED, ' WS-DIVERTED-COUNT
           ' DIVERTED FOR APPROVAL, ' WS-PEND-APPLIED-COUNT
           ' APPROVED ITEMS APPLIED, ' WS-LAYER-COUNT
           ' CAPITAL LAYERS ADDED'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   IF WS-SELF-APPROVED-COUNT > 0
      DISPLAY WS-SELF-APPROVED-COUNT
              ' SELF-APPROVED ITEMS REFUSED - SEE ALERT LOG'
      MOVE 8 TO RETURN-CODE
   END-IF.
   STOP RUN.

*> Parm is 'OPERATOR COSTTHRESH HGTTHRESH': the submitting operator
      END-IF
   END-IF.

*> Nothing is read or written until the operator is confirmed: an
*> operator without the right, or past the expiry date, stops the
*> run before any transaction applies or diverts under that ID.
check-operator-access.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, WS-OPERATOR-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      DISPLAY 'OPERATOR ' WS-OPERATOR-ID
              ' NOT AUTHORIZED TO MAINTAIN BUILDINGS - RUN STOPPED'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.

*> A missing pending file is the cold start before the first
*> high-risk transaction ever diverted.
load-pending-file.

*> Items a second operator approved through BUILDING-APPROVE apply on
*> this run and are marked done; rejected and still-pending items
*> carry forward on the pending file untouched. An approved rename
*> also carries forward: BUILDING-RENAME applies it, because the name
*> has to change on every companion file in the same run.
apply-approved-pending.
   PERFORM consider-one-pending
      VARYING WS-PEND-SUB FROM 1 BY 1
      UNTIL WS-PEND-SUB > COUNT-OF-PENDING.

*> BUILDING-APPROVE never records the submitter as the approver, so
*> an approved item showing the same operator on both sides has been
*> altered outside the workflow: it is refused, alerted and dropped.
consider-one-pending.
   IF PEND-STATUS(WS-PEND-SUB) = 'A'
      AND PEND-DECIDED-BY(WS-PEND-SUB) = PEND-SUBMITTED-BY(WS-PEND-SUB)
      MOVE 'SELF-APPROVED PENDING ITEM REFUSED' TO WS-ALERT-MESSAGE
      MOVE PEND-TRANSACTION(WS-PEND-SUB)(2:25) TO WS-ALERT-KEY
      CALL 'ALERT-LOG' USING WS-SECURITY-PROGRAM, WS-ALERT-SEVERITY,
                             WS-ALERT-MESSAGE, WS-ALERT-KEY
      MOVE 'R' TO PEND-STATUS(WS-PEND-SUB)
      ADD 1 TO WS-SELF-APPROVED-COUNT
   END-IF.
   IF PEND-STATUS(WS-PEND-SUB) = 'A'
      AND PEND-TRANSACTION(WS-PEND-SUB)(1:1) NOT = 'N'
      MOVE PEND-TRANSACTION(WS-PEND-SUB)
           TO MAINT-TRANSACTION-RECORD
      MOVE 'P' TO WS-TRAN-SOURCE-SWITCH
      WRITE PENDING-OUT-RECORD
   END-IF.

*> Every capitalization applied adds its own dated layer to CAPLAYER
*> so BUILDING-DEPREC can depreciate it from its in-service date
*> instead of from the year the building was built.
open-layer-file.
   OPEN EXTEND LAYER-FILE.
   IF WS-LAYER-STATUS NOT = '00'
      OPEN OUTPUT LAYER-FILE
   END-IF.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BUILDINGS.
              PERFORM apply-change
          WHEN TR-ACTION-DELETE
              PERFORM apply-delete
          WHEN TR-ACTION-CAPITALIZE
              PERFORM apply-capitalize
          WHEN TR-ACTION-RENAME
              CONTINUE
          WHEN OTHER
              MOVE 'R4' TO WS-REASON-CODE
              MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
   END-IF.
   PERFORM write-report-detail.

*> What counts as high-risk: any delete, any capitalization, any
*> rename, and a change moving the cost or the height past the parm
*> thresholds. A rename that fails its edit rejects here instead, so
*> nobody is asked to approve one that could never apply.
*> Capitalizations always divert, whatever the amount, because they
*> change the asset base the books depreciate. Any single operator can
*> still submit one - it just cannot apply until a different operator
*> approves it.
check-high-risk.
       WHEN TR-ACTION-DELETE
           MOVE 'Y' TO WS-HIGH-RISK-SWITCH
           MOVE 'DELETE NEEDS SECOND APPROVAL' TO WS-RISK-REASON
       WHEN TR-ACTION-CAPITALIZE
           MOVE 'Y' TO WS-HIGH-RISK-SWITCH
           MOVE 'CAPITALIZATION NEEDS APPROVAL' TO WS-RISK-REASON
       WHEN TR-ACTION-RENAME
           PERFORM edit-rename
           IF WS-REASON-CODE = SPACES
              MOVE 'Y' TO WS-HIGH-RISK-SWITCH
              MOVE 'RENAME NEEDS SECOND APPROVAL' TO WS-RISK-REASON
           END-IF
       WHEN TR-ACTION-CHANGE AND WS-FOUND
           COMPUTE WS-COST-DELTA =
                   TR-BUILDING-ACQUISITION-COST
           CONTINUE
   END-EVALUATE.

edit-rename.
   MOVE 'N' TO WS-NEW-NAME-SWITCH.
   IF TR-NEW-BUILDING-NAME NOT = SPACES
      CALL 'BUILDING-LOOKUP' USING BUILDINGS, TR-NEW-BUILDING-NAME,
                                   WS-NEW-NAME-INDEX, WS-NEW-NAME-SWITCH
   END-IF.
   EVALUATE TRUE
       WHEN WS-NOT-FOUND
           MOVE 'R8' TO WS-REASON-CODE
           MOVE 'RENAME - NAME NOT ON FILE' TO WS-REASON-TEXT
       WHEN TR-NEW-BUILDING-NAME = SPACES
           MOVE 'R9' TO WS-REASON-CODE
           MOVE 'RENAME - NEW NAME MISSING' TO WS-REASON-TEXT
       WHEN WS-NEW-NAME-ON-FILE
           MOVE 'R9' TO WS-REASON-CODE
           MOVE 'RENAME - NEW NAME ON FILE' TO WS-REASON-TEXT
       WHEN OTHER
           CONTINUE
   END-EVALUATE.

*> When the pending table is full the transaction rejects to MNTREJ
*> for resubmission instead of storing past the table - the same
*> claim-a-slot-or-overflow treatment the report's region table gets.
      MOVE HIGH-VALUES TO BUILDING-NAME(WS-FOUND-INDEX)
   END-IF.

*> A capitalization adds to the cost already on the master; it never
*> replaces the record, so changes applied since it was raised stand.
apply-capitalize.
   IF WS-NOT-FOUND
      MOVE 'R6' TO WS-REASON-CODE
      MOVE 'CAPITALIZE - NAME NOT ON FILE' TO WS-REASON-TEXT
   ELSE
      COMPUTE WS-CAPITALIZED-COST =
              BUILDING-ACQUISITION-COST(WS-FOUND-INDEX)
              + TR-CAP-AMOUNT
      IF WS-CAPITALIZED-COST > 999999999.99
         MOVE 'R7' TO WS-REASON-CODE
         MOVE 'CAPITALIZED COST TOO LARGE' TO WS-REASON-TEXT
      ELSE
         MOVE WS-CAPITALIZED-COST
              TO BUILDING-ACQUISITION-COST(WS-FOUND-INDEX)
         PERFORM write-capital-layer
      END-IF
   END-IF.

write-capital-layer.
   MOVE TR-BUILDING-NAME TO CL-BUILDING-NAME.
   MOVE TR-CAP-ORDER-NUMBER TO CL-ORDER-NUMBER.
   MOVE TR-CAP-IN-SERVICE-DATE TO CL-IN-SERVICE-DATE.
   MOVE TR-CAP-AMOUNT TO CL-AMOUNT.
   MOVE WS-TODAY-DATE TO CL-APPLIED-DATE.
   IF WS-PENDING-TRANSACTION
      MOVE PEND-DECIDED-BY(WS-PEND-SUB) TO CL-APPROVED-BY
   ELSE
      MOVE WS-OPERATOR-ID TO CL-APPROVED-BY
   END-IF.
   WRITE CAPITAL-LAYER-RECORD.
   ADD 1 TO WS-LAYER-COUNT.

move-transaction-to-table.
   MOVE TR-BUILDING-NAME   TO BUILDING-NAME(WS-FOUND-INDEX).
   MOVE TR-BUILDING-HEIGHT TO BUILDING-HEIGHT(WS-FOUND-INDEX).
