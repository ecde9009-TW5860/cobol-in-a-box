        01 WS-INVALID-COUNT  PIC 9(5) VALUE 0.
        01 WS-ESCALATED-COUNT PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(120).
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'BUILDING-APPROVE'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 2.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.
        01 WS-ALERT-SEVERITY PIC 9(1) VALUE 8.
        01 WS-ALERT-MESSAGE PIC X(60).
        01 WS-ALERT-KEY PIC X(25).

PROCEDURE DIVISION.
main-paragraph.
   END-READ.

*> Dual control is enforced here: the approver must be a different
*> operator than the one who submitted the high-risk transaction, and
*> must hold the approval right on the operator security file. An
*> attempt to decide one's own item is also raised on the alert log.
decide-one-approval.
   MOVE SPACES TO WS-REASON-TEXT.
   PERFORM find-pending-item.
           MOVE 'APPROVER ID MISSING' TO WS-REASON-TEXT
       WHEN AT-APPROVER-ID = PEND-SUBMITTED-BY(WS-FOUND-SUB)
           MOVE 'APPROVER SAME AS SUBMITTER' TO WS-REASON-TEXT
           PERFORM alert-self-approval
       WHEN OTHER
           PERFORM check-approver-access
   END-EVALUATE.
   IF WS-REASON-TEXT NOT = SPACES
      ADD 1 TO WS-INVALID-COUNT
   END-IF.
   PERFORM write-report-detail.

alert-self-approval.
   MOVE SPACES TO WS-ALERT-MESSAGE.
   STRING 'SELF-APPROVAL ATTEMPT BY ' DELIMITED BY SIZE
          AT-APPROVER-ID              DELIMITED BY SPACE
          INTO WS-ALERT-MESSAGE
   END-STRING.
   MOVE AT-BUILDING-NAME TO WS-ALERT-KEY.
   CALL 'ALERT-LOG' USING WS-SECURITY-PROGRAM, WS-ALERT-SEVERITY,
                          WS-ALERT-MESSAGE, WS-ALERT-KEY.

check-approver-access.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, AT-APPROVER-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      MOVE 'APPROVER NOT AUTHORIZED' TO WS-REASON-TEXT
   ELSE
      PERFORM record-decision
   END-IF.

*> The oldest pending item for the building is the one decided.
find-pending-item.
   MOVE 0 TO WS-FOUND-SUB.
