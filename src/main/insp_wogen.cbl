IDENTIFICATION DIVISION.
PROGRAM-ID. INSP-WOGEN.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT FOLLOWUP-FILE ASSIGN TO INSPFAIL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FOLLOWUP-STATUS.
       SELECT HISTORY-FILE ASSIGN TO INSPHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT FINDINGS-FILE ASSIGN TO FINDCODE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FINDINGS-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT MANUAL-TRAN-FILE ASSIGN TO WOTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-MANUAL-TRAN-STATUS.
       SELECT TRANSACTION-OUT ASSIGN TO WOTRGEN
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO INSPXRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
*> The failed-inspection follow-up layout BUILDING-INSPPOST writes.
   FD FOLLOWUP-FILE.
       01 FOLLOWUP-RECORD.
           05 FU-BUILDING-NAME PIC X(25).
           05 FU-INSPECTION-DATE PIC X(8).
           05 FU-FINDINGS-CODE PIC X(4).
           05 FU-INSPECTOR-ID PIC X(8).

   FD HISTORY-FILE.
       COPY "src/main/insp_history_record.cpy".

   FD FINDINGS-FILE.
       COPY "src/main/findings_code_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

*> The day's hand-keyed transactions are read only for the order
*> numbers they use, so generated orders never collide with them.
   FD MANUAL-TRAN-FILE.
       01 MANUAL-TRAN-RECORD.
           05 MT-ACTION-CODE PIC X(1).
           05 MT-ORDER-NUMBER PIC 9(7).

   FD TRANSACTION-OUT.
       COPY "src/main/workorder_transaction_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   WORKING-STORAGE SECTION.
*> Findings code -> trade, description and estimated cost of the
*> repair, maintained by facilities.
        01 FINDINGS-CODES.
            05 COUNT-OF-FINDINGS PIC 9(5) COMP-5.
            05 FINDINGS-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON COUNT-OF-FINDINGS INDEXED BY FND-IX.
                10 FND-FINDINGS-CODE PIC X(4).
                10 FND-TRADE-CODE PIC X(4).
                10 FND-DESCRIPTION PIC X(30).
                10 FND-ESTIMATED-COST PIC 9(7)V99.
*> Every failed inspection that already has a work order, from the
*> master plus the orders raised in this run.
        01 INSPECTION-LINKS.
            05 COUNT-OF-LINKS PIC 9(5) COMP-5.
            05 LINK-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-LINKS.
                10 IL-BUILDING-NAME PIC X(25).
                10 IL-INSPECTION-DATE PIC X(8).
                10 IL-FINDINGS-CODE PIC X(4).
                10 IL-ORDER-NUMBER PIC 9(7).
        01 INSPECTION-HISTORY.
            05 COUNT-OF-HISTORY PIC 9(5) COMP-5.
            05 HISTORY-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-HISTORY.
                10 HS-BUILDING-NAME PIC X(25).
                10 HS-INSPECTION-DATE PIC X(8).
                10 HS-RESULT PIC X(1).
                10 HS-FINDINGS-CODE PIC X(4).
                10 HS-INSPECTOR-ID PIC X(8).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-FOLLOWUP-STATUS PIC X(2).
        01 WS-HISTORY-STATUS PIC X(2).
        01 WS-FINDINGS-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-MANUAL-TRAN-STATUS PIC X(2).
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-HIST-SUB PIC 9(5) COMP-5.
        01 WS-SUPERSEDED-SWITCH PIC X(1).
            88 WS-SUPERSEDED VALUE 'Y'.
            88 WS-NOT-SUPERSEDED VALUE 'N'.
        01 WS-FINDING-FOUND-SWITCH PIC X(1).
            88 WS-FINDING-FOUND VALUE 'Y'.
            88 WS-FINDING-NOT-FOUND VALUE 'N'.
*> Parm = days a failed finding may wait for a work order before it
*> is listed as an exception (default 30).
        01 WS-PARM-STRING PIC X(30).
        01 WS-EXCEPTION-DAYS PIC 9(3) VALUE 30.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-TODAY-INTEGER PIC 9(8) COMP-5.
        01 WS-DAYS-WAITING PIC S9(6).
        01 WS-DAYS-DISPLAY PIC ZZZZ9.
        01 WS-SEARCH-BUILDING PIC X(25).
        01 WS-SEARCH-DATE PIC X(8).
        01 WS-SEARCH-CODE PIC X(4).
        01 WS-HIGHEST-ORDER-NUMBER PIC 9(7) VALUE 0.
        01 WS-REASON-TEXT PIC X(30).
        01 WS-DISPOSITION PIC X(10).
        01 WS-FOLLOWUP-COUNT  PIC 9(5) VALUE 0.
        01 WS-RAISED-COUNT    PIC 9(5) VALUE 0.
        01 WS-ALREADY-COUNT   PIC 9(5) VALUE 0.
        01 WS-UNKNOWN-COUNT   PIC 9(5) VALUE 0.
        01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(120).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE)).
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      COMPUTE WS-EXCEPTION-DAYS = FUNCTION NUMVAL(WS-PARM-STRING)
   END-IF.
   PERFORM load-findings-codes.
   PERFORM load-work-orders.
   PERFORM scan-manual-transactions.
   OPEN OUTPUT TRANSACTION-OUT.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM process-followups.
   PERFORM load-inspection-history.
   PERFORM write-exception-header.
   PERFORM check-one-history-entry
      VARYING WS-HIST-SUB FROM 1 BY 1
      UNTIL WS-HIST-SUB > COUNT-OF-HISTORY.
   PERFORM write-report-footer.
   CLOSE TRANSACTION-OUT.
   CLOSE REPORT-FILE.
   DISPLAY 'INSPECTION WORK ORDER GENERATION COMPLETE - '
           WS-RAISED-COUNT ' RAISED, ' WS-UNKNOWN-COUNT
           ' UNKNOWN FINDINGS CODES, ' WS-EXCEPTION-COUNT ' EXCEPTIONS'.
   IF WS-UNKNOWN-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

load-findings-codes.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-FINDINGS.
   OPEN INPUT FINDINGS-FILE.
   IF WS-FINDINGS-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING FINDINGS CODE FILE, STATUS = '
              WS-FINDINGS-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-findings-code UNTIL WS-EOF.
   CLOSE FINDINGS-FILE.

read-one-findings-code.
   READ FINDINGS-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-FINDINGS >= 2000
              DISPLAY 'FINDINGS CODE FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE FINDINGS-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-FINDINGS
           MOVE FC-FINDINGS-CODE TO FND-FINDINGS-CODE(COUNT-OF-FINDINGS)
           MOVE FC-TRADE-CODE TO FND-TRADE-CODE(COUNT-OF-FINDINGS)
           MOVE FC-DESCRIPTION TO FND-DESCRIPTION(COUNT-OF-FINDINGS)
           MOVE FC-ESTIMATED-COST TO FND-ESTIMATED-COST(COUNT-OF-FINDINGS)
   END-READ.

*> A missing work-order file is the cold start, as in WORKORDER-POST.
load-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-LINKS.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'NO WORK ORDER FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-order UNTIL WS-EOF
      CLOSE WORKORDER-FILE
   END-IF.

read-one-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-ORDER-NUMBER > WS-HIGHEST-ORDER-NUMBER
              MOVE WO-ORDER-NUMBER TO WS-HIGHEST-ORDER-NUMBER
           END-IF
           IF WO-FROM-INSPECTION
              IF COUNT-OF-LINKS >= 99999
                 DISPLAY 'WORK ORDER FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE LINK-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-LINKS
              MOVE WO-BUILDING-NAME TO IL-BUILDING-NAME(COUNT-OF-LINKS)
              MOVE WO-INSPECTION-DATE TO IL-INSPECTION-DATE(COUNT-OF-LINKS)
              MOVE WO-FINDINGS-CODE TO IL-FINDINGS-CODE(COUNT-OF-LINKS)
              MOVE WO-ORDER-NUMBER TO IL-ORDER-NUMBER(COUNT-OF-LINKS)
           END-IF
   END-READ.

scan-manual-transactions.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT MANUAL-TRAN-FILE.
   IF WS-MANUAL-TRAN-STATUS = '00'
      PERFORM read-one-manual-transaction UNTIL WS-EOF
      CLOSE MANUAL-TRAN-FILE
   END-IF.

read-one-manual-transaction.
   READ MANUAL-TRAN-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF MT-ORDER-NUMBER NUMERIC
              AND MT-ORDER-NUMBER > WS-HIGHEST-ORDER-NUMBER
              MOVE MT-ORDER-NUMBER TO WS-HIGHEST-ORDER-NUMBER
           END-IF
   END-READ.

process-followups.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT FOLLOWUP-FILE.
   IF WS-FOLLOWUP-STATUS NOT = '00'
      DISPLAY 'NO FAILED INSPECTION FILE - NOTHING TO RAISE'
   ELSE
      PERFORM process-one-followup UNTIL WS-EOF
      CLOSE FOLLOWUP-FILE
   END-IF.

process-one-followup.
   READ FOLLOWUP-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO WS-FOLLOWUP-COUNT
           PERFORM raise-one-work-order
   END-READ.

*> One open transaction per failed finding. A finding that already has
*> an order (a rerun, or the same failure posted twice) is skipped; a
*> code the table does not know cannot be priced or routed and is left
*> for facilities to key by hand.
raise-one-work-order.
   MOVE SPACES TO WS-REASON-TEXT.
   MOVE FU-BUILDING-NAME TO WS-SEARCH-BUILDING.
   MOVE FU-INSPECTION-DATE TO WS-SEARCH-DATE.
   MOVE FU-FINDINGS-CODE TO WS-SEARCH-CODE.
   PERFORM find-inspection-link.
   PERFORM find-findings-code.
   EVALUATE TRUE
       WHEN WS-FOUND-SUB > 0
           ADD 1 TO WS-ALREADY-COUNT
           MOVE 'SKIPPED' TO WS-DISPOSITION
           MOVE 'WORK ORDER ALREADY RAISED' TO WS-REASON-TEXT
       WHEN WS-FINDING-NOT-FOUND
           ADD 1 TO WS-UNKNOWN-COUNT
           MOVE 'NOT RAISED' TO WS-DISPOSITION
           MOVE 'FINDINGS CODE NOT ON TABLE' TO WS-REASON-TEXT
       WHEN OTHER
           ADD 1 TO WS-RAISED-COUNT
           MOVE 'RAISED' TO WS-DISPOSITION
           PERFORM write-open-transaction
   END-EVALUATE.
   PERFORM write-followup-line.

find-inspection-link.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM match-one-link
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-LINKS
         OR WS-FOUND-SUB > 0.

match-one-link.
   IF IL-BUILDING-NAME(WS-SCAN-SUB) = WS-SEARCH-BUILDING
      AND IL-INSPECTION-DATE(WS-SCAN-SUB) = WS-SEARCH-DATE
      AND IL-FINDINGS-CODE(WS-SCAN-SUB) = WS-SEARCH-CODE
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

find-findings-code.
   MOVE 'N' TO WS-FINDING-FOUND-SWITCH.
   IF COUNT-OF-FINDINGS > 0
      SET FND-IX TO 1
      SEARCH FINDINGS-ENTRY
          AT END
              CONTINUE
          WHEN FND-FINDINGS-CODE(FND-IX) = WS-SEARCH-CODE
              MOVE 'Y' TO WS-FINDING-FOUND-SWITCH
      END-SEARCH
   END-IF.

write-open-transaction.
   ADD 1 TO WS-HIGHEST-ORDER-NUMBER.
   MOVE SPACES TO WO-TRANSACTION-RECORD.
   MOVE 'O' TO WT-ACTION-CODE.
   MOVE WS-HIGHEST-ORDER-NUMBER TO WT-ORDER-NUMBER.
   MOVE FU-BUILDING-NAME TO WT-BUILDING-NAME.
   MOVE FND-TRADE-CODE(FND-IX) TO WT-TRADE-CODE.
   MOVE WS-TODAY-DATE TO WT-TRAN-DATE.
   MOVE FND-ESTIMATED-COST(FND-IX) TO WT-ESTIMATED-COST.
   MOVE 0 TO WT-ACTUAL-COST.
   MOVE FND-DESCRIPTION(FND-IX) TO WT-DESCRIPTION.
   MOVE 'I' TO WT-SOURCE-TYPE.
   MOVE SPACES TO WO-SOURCE-REFERENCE.
   MOVE FU-INSPECTION-DATE TO WO-INSPECTION-DATE.
   MOVE FU-FINDINGS-CODE TO WO-FINDINGS-CODE.
   MOVE WO-SOURCE-REFERENCE TO WT-SOURCE-REFERENCE.
   WRITE WO-TRANSACTION-RECORD.
   IF COUNT-OF-LINKS >= 99999
      DISPLAY 'WORK ORDER FILE EXCEEDS TABLE CAPACITY - '
              'INCREASE LINK-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF
   ADD 1 TO COUNT-OF-LINKS.
   MOVE FU-BUILDING-NAME TO IL-BUILDING-NAME(COUNT-OF-LINKS).
   MOVE FU-INSPECTION-DATE TO IL-INSPECTION-DATE(COUNT-OF-LINKS).
   MOVE FU-FINDINGS-CODE TO IL-FINDINGS-CODE(COUNT-OF-LINKS).
   MOVE WS-HIGHEST-ORDER-NUMBER TO IL-ORDER-NUMBER(COUNT-OF-LINKS).
   MOVE COUNT-OF-LINKS TO WS-FOUND-SUB.

load-inspection-history.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-HISTORY.
   OPEN INPUT HISTORY-FILE.
   IF WS-HISTORY-STATUS NOT = '00'
      DISPLAY 'NO INSPECTION HISTORY FILE - NO EXCEPTIONS CHECKED'
   ELSE
      PERFORM read-one-history UNTIL WS-EOF
      CLOSE HISTORY-FILE
   END-IF.

read-one-history.
   READ HISTORY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-HISTORY >= 99999
              DISPLAY 'INSPECTION HISTORY FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE HISTORY-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-HISTORY
           MOVE IH-BUILDING-NAME TO HS-BUILDING-NAME(COUNT-OF-HISTORY)
           MOVE IH-INSPECTION-DATE TO HS-INSPECTION-DATE(COUNT-OF-HISTORY)
           MOVE IH-RESULT TO HS-RESULT(COUNT-OF-HISTORY)
           MOVE IH-FINDINGS-CODE TO HS-FINDINGS-CODE(COUNT-OF-HISTORY)
           MOVE IH-INSPECTOR-ID TO HS-INSPECTOR-ID(COUNT-OF-HISTORY)
   END-READ.

*> A failed finding is an exception when it has waited more than the
*> parm days with no work order and the building has not passed an
*> inspection since.
check-one-history-entry.
   IF HS-RESULT(WS-HIST-SUB) = 'F'
      MOVE HS-BUILDING-NAME(WS-HIST-SUB) TO WS-SEARCH-BUILDING
      MOVE HS-INSPECTION-DATE(WS-HIST-SUB) TO WS-SEARCH-DATE
      MOVE HS-FINDINGS-CODE(WS-HIST-SUB) TO WS-SEARCH-CODE
      PERFORM find-inspection-link
      IF WS-FOUND-SUB = 0
         COMPUTE WS-DAYS-WAITING = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-SEARCH-DATE))
         IF WS-DAYS-WAITING > WS-EXCEPTION-DAYS
            PERFORM check-superseded
            IF WS-NOT-SUPERSEDED
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM write-exception-line
            END-IF
         END-IF
      END-IF
   END-IF.

check-superseded.
   MOVE 'N' TO WS-SUPERSEDED-SWITCH.
   PERFORM check-one-later-pass
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-HISTORY
         OR WS-SUPERSEDED.

check-one-later-pass.
   IF HS-BUILDING-NAME(WS-SCAN-SUB) = WS-SEARCH-BUILDING
      AND HS-RESULT(WS-SCAN-SUB) = 'P'
      AND HS-INSPECTION-DATE(WS-SCAN-SUB) > WS-SEARCH-DATE
      MOVE 'Y' TO WS-SUPERSEDED-SWITCH
   END-IF.

write-report-header.
   MOVE 'FAILED INSPECTION WORK ORDER GENERATION' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-followup-line.
   MOVE SPACES TO WS-REPORT-LINE.
   IF WS-DISPOSITION = 'RAISED'
      MOVE FND-ESTIMATED-COST(FND-IX) TO WS-AMOUNT-DISPLAY
      STRING WS-DISPOSITION             DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FU-BUILDING-NAME           DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FU-INSPECTION-DATE         DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FU-FINDINGS-CODE           DELIMITED BY SIZE
             ' ORDER '                  DELIMITED BY SIZE
             WS-HIGHEST-ORDER-NUMBER    DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FND-TRADE-CODE(FND-IX)     DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FND-DESCRIPTION(FND-IX)    DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY          DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   ELSE
      STRING WS-DISPOSITION             DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FU-BUILDING-NAME           DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FU-INSPECTION-DATE         DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             FU-FINDINGS-CODE           DELIMITED BY SIZE
             ' '                        DELIMITED BY SIZE
             WS-REASON-TEXT             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-exception-header.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-EXCEPTION-DAYS TO WS-DAYS-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'FAILED FINDINGS WITH NO WORK ORDER AFTER ' DELIMITED BY SIZE
          WS-DAYS-DISPLAY                              DELIMITED BY SIZE
          ' DAYS'                                      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '-' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-exception-line.
   MOVE WS-DAYS-WAITING TO WS-DAYS-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING HS-BUILDING-NAME(WS-HIST-SUB)    DELIMITED BY SIZE
          ' '                              DELIMITED BY SIZE
          HS-INSPECTION-DATE(WS-HIST-SUB)  DELIMITED BY SIZE
          ' '                              DELIMITED BY SIZE
          HS-FINDINGS-CODE(WS-HIST-SUB)    DELIMITED BY SIZE
          ' INSPECTOR '                    DELIMITED BY SIZE
          HS-INSPECTOR-ID(WS-HIST-SUB)     DELIMITED BY SIZE
          ' WAITING '                      DELIMITED BY SIZE
          WS-DAYS-DISPLAY                  DELIMITED BY SIZE
          ' DAYS'                          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'FAILED FINDINGS READ: '  DELIMITED BY SIZE
          WS-FOLLOWUP-COUNT         DELIMITED BY SIZE
          '  ORDERS RAISED: '       DELIMITED BY SIZE
          WS-RAISED-COUNT           DELIMITED BY SIZE
          '  ALREADY RAISED: '      DELIMITED BY SIZE
          WS-ALREADY-COUNT          DELIMITED BY SIZE
          '  UNKNOWN CODES: '       DELIMITED BY SIZE
          WS-UNKNOWN-COUNT          DELIMITED BY SIZE
          '  EXCEPTIONS: '          DELIMITED BY SIZE
          WS-EXCEPTION-COUNT        DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
