IDENTIFICATION DIVISION.
PROGRAM-ID. WO-CAPITALIZE.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT REGISTER-FILE ASSIGN TO CAPREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT LAYER-FILE ASSIGN TO CAPLAYER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LAYER-STATUS.
       SELECT PENDING-FILE ASSIGN TO PENDAPPR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.
       SELECT TRANSACTION-OUT ASSIGN TO CAPTRAN
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO CAPRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/capital_register_record.cpy".

   FD LAYER-FILE.
       COPY "src/main/capital_layer_record.cpy".

   FD PENDING-FILE.
       COPY "src/main/pending_approval_record.cpy".

   FD TRANSACTION-OUT.
       COPY "src/main/maint_transaction_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> Every order ever decided, capitalized or expensed, is on the
*> register; an order already there is never looked at again, so a
*> rerun cannot capitalize the same cost twice.
        01 REGISTERED-ORDERS.
            05 COUNT-OF-REGISTERED PIC 9(5) COMP-5 VALUE 0.
            05 REGISTERED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-REGISTERED
                   INDEXED BY RG-IX.
                10 RG-ORDER-NUMBER PIC 9(7).
*> Orders an earlier run for the same period capitalized. CAPTRAN is
*> cut afresh every run, so a rerun issues their 'K' transactions
*> again unless BUILDING-MAINT already has them.
        01 PERIOD-CAPITALIZED.
            05 COUNT-OF-PERIOD-CAPITAL PIC 9(5) COMP-5 VALUE 0.
            05 PERIOD-CAPITAL-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-PERIOD-CAPITAL.
                10 PC-ORDER-NUMBER PIC 9(7).
                10 PC-BUILDING-NAME PIC X(25).
                10 PC-TRADE-CODE PIC X(4).
                10 PC-COMPLETE-DATE PIC X(8).
                10 PC-ACTUAL-COST PIC 9(7)V99.
*> Orders BUILDING-MAINT has in hand - laid down on CAPLAYER or
*> waiting on the pending file for a second operator.
        01 ORDERS-IN-HAND.
            05 COUNT-OF-IN-HAND PIC 9(5) COMP-5 VALUE 0.
            05 IN-HAND-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-IN-HAND
                   INDEXED BY IH-IX.
                10 IH-ORDER-NUMBER PIC 9(7).
        01 WS-PENDING-TRANSACTION.
            05 PT-ACTION-CODE PIC X(1).
            05 PT-BUILDING-NAME PIC X(25).
            05 PT-CAP-ORDER-NUMBER PIC 9(7).
            05 FILLER PIC X(24).
        01 WS-IN-HAND-SWITCH PIC X(1).
            88 WS-ORDER-IN-HAND     VALUE 'Y'.
            88 WS-ORDER-NOT-IN-HAND VALUE 'N'.
        01 WS-PERIOD-SUB PIC 9(5) COMP-5.
        01 WS-REISSUED-COUNT PIC 9(5) VALUE 0.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-LAYER-STATUS PIC X(2).
        01 WS-PENDING-STATUS PIC X(2).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-REGISTERED-SWITCH PIC X(1).
            88 WS-ALREADY-REGISTERED VALUE 'Y'.
            88 WS-NOT-REGISTERED     VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
*> Parm is 'YYYYMM THRESHOLD TRADE,TRADE,...': orders completed up to
*> the end of the period are considered (default the month just
*> ended, so orders posted late for earlier months are still picked
*> up), an actual cost at or above the threshold is capitalized
*> (default 25,000.00), and so is any order in one of up to ten
*> capital trade codes whatever its cost.
        01 WS-PARM-STRING PIC X(80).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PARM-TOKEN-2 PIC X(12).
        01 WS-PARM-TOKEN-3 PIC X(54).
        01 WS-CAPITAL-PERIOD.
            05 WS-PERIOD-YEAR PIC 9(4).
            05 WS-PERIOD-MONTH PIC 9(2).
        01 WS-PERIOD-END-DATE PIC X(8).
        01 WS-CAPITAL-THRESHOLD PIC 9(7)V99 VALUE 25000.
        01 CAPITAL-TRADES.
            05 COUNT-OF-CAPITAL-TRADES PIC 9(3) COMP-5 VALUE 0.
            05 CAPITAL-TRADE-CODE PIC X(4) OCCURS 10 TIMES.
        01 WS-TRADE-SLOTS.
            05 WS-TRADE-SLOT PIC X(4) OCCURS 10 TIMES.
        01 WS-TRADE-SUB PIC 9(3) COMP-5.
        01 WS-TRADE-LIST PIC X(50).
        01 WS-TRADE-POINTER PIC 9(3) COMP-5.
        01 WS-BASIS PIC X(1).
        01 WS-DISPOSITION PIC X(11).
        01 WS-BASIS-TEXT PIC X(14).
        01 WS-CAPITALIZED-COUNT PIC 9(5) VALUE 0.
        01 WS-EXPENSED-COUNT PIC 9(5) VALUE 0.
        01 WS-HELD-COUNT PIC 9(5) VALUE 0.
        01 WS-CAPITALIZED-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-EXPENSED-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-HELD-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-THRESHOLD-DISPLAY PIC $$,$$$,$$9.99.
        01 WS-COST-DISPLAY PIC $$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(132).
        01 WS-RUN-STEP-NAME PIC X(8) VALUE 'CAPSTP'.

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-capital-parameters.
   PERFORM load-buildings.
   PERFORM load-register.
   PERFORM load-orders-in-hand.
   PERFORM open-register-for-append.
   OPEN OUTPUT TRANSACTION-OUT.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM reissue-one-capital
      VARYING WS-PERIOD-SUB FROM 1 BY 1
      UNTIL WS-PERIOD-SUB > COUNT-OF-PERIOD-CAPITAL.
   PERFORM review-work-orders.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   CLOSE TRANSACTION-OUT.
   CLOSE REGISTER-FILE.
   CALL 'RUN-CONTROL-PERIOD-COMPLETE' USING WS-RUN-STEP-NAME,
                                         WS-CAPITAL-PERIOD.
   DISPLAY 'CAPITALIZATION THROUGH ' WS-CAPITAL-PERIOD ' COMPLETE - '
           WS-CAPITALIZED-COUNT ' CAPITALIZED, '
           WS-EXPENSED-COUNT ' EXPENSED, '
           WS-HELD-COUNT ' HELD'.
   IF WS-REISSUED-COUNT > 0
      DISPLAY 'CAPITALIZATIONS REISSUED FROM AN EARLIER RUN - '
              WS-REISSUED-COUNT
   END-IF.
   IF WS-HELD-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-capital-parameters.
   MOVE WS-TODAY-DATE(1:6) TO WS-CAPITAL-PERIOD.
   IF WS-PERIOD-MONTH = 1
      MOVE 12 TO WS-PERIOD-MONTH
      SUBTRACT 1 FROM WS-PERIOD-YEAR
   ELSE
      SUBTRACT 1 FROM WS-PERIOD-MONTH
   END-IF.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE SPACES TO WS-PARM-TOKEN-1
      MOVE SPACES TO WS-PARM-TOKEN-2
      MOVE SPACES TO WS-PARM-TOKEN-3
      UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
          INTO WS-PARM-TOKEN-1, WS-PARM-TOKEN-2, WS-PARM-TOKEN-3
      END-UNSTRING
      IF WS-PARM-TOKEN-1 NOT = SPACES
         MOVE WS-PARM-TOKEN-1(1:6) TO WS-CAPITAL-PERIOD
      END-IF
      IF WS-PARM-TOKEN-2 NOT = SPACES
         COMPUTE WS-CAPITAL-THRESHOLD =
                 FUNCTION NUMVAL(WS-PARM-TOKEN-2)
      END-IF
      IF WS-PARM-TOKEN-3 NOT = SPACES
         PERFORM load-capital-trades
      END-IF
   END-IF.
   MOVE SPACES TO WS-PERIOD-END-DATE.
   STRING WS-CAPITAL-PERIOD '31' DELIMITED BY SIZE
          INTO WS-PERIOD-END-DATE
   END-STRING.

load-capital-trades.
   MOVE SPACES TO WS-TRADE-SLOTS.
   UNSTRING WS-PARM-TOKEN-3 DELIMITED BY ','
       INTO WS-TRADE-SLOT(1), WS-TRADE-SLOT(2), WS-TRADE-SLOT(3),
            WS-TRADE-SLOT(4), WS-TRADE-SLOT(5), WS-TRADE-SLOT(6),
            WS-TRADE-SLOT(7), WS-TRADE-SLOT(8), WS-TRADE-SLOT(9),
            WS-TRADE-SLOT(10)
   END-UNSTRING.
   PERFORM keep-one-trade-slot
      VARYING WS-TRADE-SUB FROM 1 BY 1 UNTIL WS-TRADE-SUB > 10.

keep-one-trade-slot.
   IF WS-TRADE-SLOT(WS-TRADE-SUB) NOT = SPACES
      ADD 1 TO COUNT-OF-CAPITAL-TRADES
      MOVE WS-TRADE-SLOT(WS-TRADE-SUB)
           TO CAPITAL-TRADE-CODE(COUNT-OF-CAPITAL-TRADES)
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

*> A missing register is the cold start before the first run.
load-register.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-REGISTERED.
   OPEN INPUT REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      DISPLAY 'NO CAPITALIZATION REGISTER - STARTING EMPTY'
   ELSE
      PERFORM read-one-register UNTIL WS-EOF
      CLOSE REGISTER-FILE
   END-IF.

read-one-register.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-REGISTERED >= 99999
              DISPLAY 'CAPITALIZATION REGISTER EXCEEDS TABLE CAPACITY - '
                      'INCREASE REGISTERED-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-REGISTERED
           MOVE KR-ORDER-NUMBER TO RG-ORDER-NUMBER(COUNT-OF-REGISTERED)
           IF KR-CAPITALIZED AND KR-PERIOD = WS-CAPITAL-PERIOD
              PERFORM keep-period-capital
           END-IF
   END-READ.

keep-period-capital.
   IF COUNT-OF-PERIOD-CAPITAL >= 5000
      DISPLAY 'PERIOD CAPITALIZATIONS EXCEED TABLE CAPACITY - '
              'INCREASE PERIOD-CAPITAL-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   ADD 1 TO COUNT-OF-PERIOD-CAPITAL.
   MOVE KR-ORDER-NUMBER TO PC-ORDER-NUMBER(COUNT-OF-PERIOD-CAPITAL).
   MOVE KR-BUILDING-NAME TO PC-BUILDING-NAME(COUNT-OF-PERIOD-CAPITAL).
   MOVE KR-TRADE-CODE TO PC-TRADE-CODE(COUNT-OF-PERIOD-CAPITAL).
   MOVE KR-COMPLETE-DATE TO PC-COMPLETE-DATE(COUNT-OF-PERIOD-CAPITAL).
   MOVE KR-ACTUAL-COST TO PC-ACTUAL-COST(COUNT-OF-PERIOD-CAPITAL).

*> No layer file or pending file yet means nothing has reached
*> BUILDING-MAINT.
load-orders-in-hand.
   MOVE 0 TO COUNT-OF-IN-HAND.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT LAYER-FILE.
   IF WS-LAYER-STATUS = '00'
      PERFORM read-one-layer UNTIL WS-EOF
      CLOSE LAYER-FILE
   END-IF.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT PENDING-FILE.
   IF WS-PENDING-STATUS = '00'
      PERFORM read-one-pending UNTIL WS-EOF
      CLOSE PENDING-FILE
   END-IF.

read-one-layer.
   READ LAYER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           PERFORM check-in-hand-capacity
           ADD 1 TO COUNT-OF-IN-HAND
           MOVE CL-ORDER-NUMBER TO IH-ORDER-NUMBER(COUNT-OF-IN-HAND)
   END-READ.

read-one-pending.
   READ PENDING-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE PA-TRANSACTION TO WS-PENDING-TRANSACTION
           IF PT-ACTION-CODE = 'K'
              PERFORM check-in-hand-capacity
              ADD 1 TO COUNT-OF-IN-HAND
              MOVE PT-CAP-ORDER-NUMBER
                   TO IH-ORDER-NUMBER(COUNT-OF-IN-HAND)
           END-IF
   END-READ.

check-in-hand-capacity.
   IF COUNT-OF-IN-HAND >= 99999
      DISPLAY 'CAPITAL LAYERS EXCEED TABLE CAPACITY - '
              'INCREASE IN-HAND-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.

open-register-for-append.
   OPEN EXTEND REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      OPEN OUTPUT REGISTER-FILE
   END-IF.

review-work-orders.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING WORK ORDER FILE, STATUS = ' WS-WORKORDER-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM review-one-order UNTIL WS-EOF.
   CLOSE WORKORDER-FILE.

*> Only completed orders with a cost are decided. Open, assigned and
*> cancelled orders wait, as do completions after the period end.
review-one-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-STATUS-COMPLETE
              AND WO-ACTUAL-COST > 0
              AND WO-COMPLETE-DATE NOT > WS-PERIOD-END-DATE
              PERFORM check-registered
              IF WS-NOT-REGISTERED
                 PERFORM decide-one-order
              END-IF
           END-IF
   END-READ.

check-registered.
   MOVE 'N' TO WS-REGISTERED-SWITCH.
   SET RG-IX TO 1.
   SEARCH REGISTERED-ENTRY
       AT END
           CONTINUE
       WHEN RG-ORDER-NUMBER(RG-IX) = WO-ORDER-NUMBER
           MOVE 'Y' TO WS-REGISTERED-SWITCH
   END-SEARCH.

*> An order for a building no longer on the master is held - neither
*> capitalized nor registered - so it is decided again once the
*> building question is settled.
decide-one-order.
   MOVE WO-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   MOVE SPACE TO WS-BASIS.
   PERFORM match-capital-trade
      VARYING WS-TRADE-SUB FROM 1 BY 1
      UNTIL WS-TRADE-SUB > COUNT-OF-CAPITAL-TRADES
         OR WS-BASIS NOT = SPACE.
   IF WS-BASIS = SPACE
      AND WO-ACTUAL-COST NOT < WS-CAPITAL-THRESHOLD
      MOVE 'A' TO WS-BASIS
   END-IF.
   EVALUATE TRUE
       WHEN WS-NOT-FOUND
           MOVE 'HELD' TO WS-DISPOSITION
           MOVE 'NOT ON MASTER' TO WS-BASIS-TEXT
           ADD 1 TO WS-HELD-COUNT
           ADD WO-ACTUAL-COST TO WS-HELD-TOTAL
       WHEN WS-BASIS = SPACE
           MOVE 'EXPENSED' TO WS-DISPOSITION
           MOVE SPACES TO WS-BASIS-TEXT
           ADD 1 TO WS-EXPENSED-COUNT
           ADD WO-ACTUAL-COST TO WS-EXPENSED-TOTAL
           MOVE 'E' TO KR-DECISION
           PERFORM write-register-record
       WHEN OTHER
           MOVE 'CAPITALIZED' TO WS-DISPOSITION
           IF WS-BASIS = 'T'
              MOVE 'CAPITAL TRADE' TO WS-BASIS-TEXT
           ELSE
              MOVE 'OVER THRESHOLD' TO WS-BASIS-TEXT
           END-IF
           ADD 1 TO WS-CAPITALIZED-COUNT
           ADD WO-ACTUAL-COST TO WS-CAPITALIZED-TOTAL
           MOVE 'C' TO KR-DECISION
           PERFORM write-register-record
           PERFORM write-capital-transaction
   END-EVALUATE.
   PERFORM write-report-detail.

match-capital-trade.
   IF CAPITAL-TRADE-CODE(WS-TRADE-SUB) = WO-TRADE-CODE
      MOVE 'T' TO WS-BASIS
   END-IF.

write-register-record.
   MOVE WO-ORDER-NUMBER TO KR-ORDER-NUMBER.
   MOVE WO-BUILDING-NAME TO KR-BUILDING-NAME.
   MOVE WO-TRADE-CODE TO KR-TRADE-CODE.
   MOVE WO-COMPLETE-DATE TO KR-COMPLETE-DATE.
   MOVE WO-ACTUAL-COST TO KR-ACTUAL-COST.
   MOVE WS-BASIS TO KR-BASIS.
   MOVE WS-CAPITAL-PERIOD TO KR-PERIOD.
   WRITE CAPITAL-REGISTER-RECORD.

*> The addition goes to the building master as a 'K' maintenance
*> transaction; BUILDING-MAINT always diverts it for a second
*> operator's approval and only then adds it to the cost and lays
*> down the dated layer, in service from the completion date.
write-capital-transaction.
   MOVE SPACES TO MAINT-TRANSACTION-RECORD.
   MOVE 'K' TO TR-ACTION-CODE.
   MOVE WO-BUILDING-NAME TO TR-BUILDING-NAME.
   MOVE WO-ORDER-NUMBER TO TR-CAP-ORDER-NUMBER.
   MOVE WO-ACTUAL-COST TO TR-CAP-AMOUNT.
   MOVE WO-COMPLETE-DATE TO TR-CAP-IN-SERVICE-DATE.
   WRITE MAINT-TRANSACTION-RECORD.

*> A capitalization an earlier run for the period decided goes out
*> again unless BUILDING-MAINT already has it, so a rerun never loses
*> a 'K' transaction the first run cut and never sends one twice.
reissue-one-capital.
   MOVE 'N' TO WS-IN-HAND-SWITCH.
   SET IH-IX TO 1.
   SEARCH IN-HAND-ENTRY
       AT END
           CONTINUE
       WHEN IH-ORDER-NUMBER(IH-IX) = PC-ORDER-NUMBER(WS-PERIOD-SUB)
           MOVE 'Y' TO WS-IN-HAND-SWITCH
   END-SEARCH.
   IF WS-ORDER-NOT-IN-HAND
      MOVE SPACES TO MAINT-TRANSACTION-RECORD
      MOVE 'K' TO TR-ACTION-CODE
      MOVE PC-BUILDING-NAME(WS-PERIOD-SUB) TO TR-BUILDING-NAME
      MOVE PC-ORDER-NUMBER(WS-PERIOD-SUB) TO TR-CAP-ORDER-NUMBER
      MOVE PC-ACTUAL-COST(WS-PERIOD-SUB) TO TR-CAP-AMOUNT
      MOVE PC-COMPLETE-DATE(WS-PERIOD-SUB) TO TR-CAP-IN-SERVICE-DATE
      WRITE MAINT-TRANSACTION-RECORD
      ADD 1 TO WS-REISSUED-COUNT
      PERFORM write-reissue-detail
   END-IF.

write-reissue-detail.
   MOVE PC-ACTUAL-COST(WS-PERIOD-SUB) TO WS-COST-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'REISSUED   '                     DELIMITED BY SIZE
          ' '                               DELIMITED BY SIZE
          PC-ORDER-NUMBER(WS-PERIOD-SUB)    DELIMITED BY SIZE
          ' '                               DELIMITED BY SIZE
          PC-BUILDING-NAME(WS-PERIOD-SUB)   DELIMITED BY SIZE
          ' '                               DELIMITED BY SIZE
          PC-TRADE-CODE(WS-PERIOD-SUB)      DELIMITED BY SIZE
          '  '                              DELIMITED BY SIZE
          PC-COMPLETE-DATE(WS-PERIOD-SUB)   DELIMITED BY SIZE
          ' '                               DELIMITED BY SIZE
          WS-COST-DISPLAY                   DELIMITED BY SIZE
          ' EARLIER RUN'                    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'WORK ORDER CAPITALIZATION REGISTER - COMPLETIONS THROUGH '
          DELIMITED BY SIZE
          WS-CAPITAL-PERIOD DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-CAPITAL-THRESHOLD TO WS-THRESHOLD-DISPLAY.
   MOVE SPACES TO WS-TRADE-LIST.
   MOVE 1 TO WS-TRADE-POINTER.
   PERFORM list-one-capital-trade
      VARYING WS-TRADE-SUB FROM 1 BY 1
      UNTIL WS-TRADE-SUB > COUNT-OF-CAPITAL-TRADES.
   IF COUNT-OF-CAPITAL-TRADES = 0
      MOVE 'NONE' TO WS-TRADE-LIST
   END-IF.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CAPITALIZE AT OR ABOVE ' DELIMITED BY SIZE
          WS-THRESHOLD-DISPLAY      DELIMITED BY SIZE
          '  CAPITAL TRADES: '      DELIMITED BY SIZE
          WS-TRADE-LIST             DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'DECISION    ORDER   BUILDING                  TRADE COMPLETED      ACTUAL COST BASIS'
        TO REPORT-LINE.
   WRITE REPORT-LINE.

list-one-capital-trade.
   STRING CAPITAL-TRADE-CODE(WS-TRADE-SUB) DELIMITED BY SPACE
          ' '                              DELIMITED BY SIZE
          INTO WS-TRADE-LIST
          WITH POINTER WS-TRADE-POINTER
   END-STRING.

write-report-detail.
   MOVE WO-ACTUAL-COST TO WS-COST-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION    DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WO-ORDER-NUMBER   DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WO-BUILDING-NAME  DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WO-TRADE-CODE     DELIMITED BY SIZE
          '  '              DELIMITED BY SIZE
          WO-COMPLETE-DATE  DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-COST-DISPLAY   DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-BASIS-TEXT     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-CAPITALIZED-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CAPITALIZED: '        DELIMITED BY SIZE
          WS-CAPITALIZED-COUNT   DELIMITED BY SIZE
          '  '                   DELIMITED BY SIZE
          WS-TOTAL-DISPLAY       DELIMITED BY SIZE
          '  (PENDING SECOND APPROVAL IN BUILDING MAINTENANCE)'
                                 DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-EXPENSED-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'EXPENSED...: '        DELIMITED BY SIZE
          WS-EXPENSED-COUNT      DELIMITED BY SIZE
          '  '                   DELIMITED BY SIZE
          WS-TOTAL-DISPLAY       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-HELD-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'HELD.......: '        DELIMITED BY SIZE
          WS-HELD-COUNT          DELIMITED BY SIZE
          '  '                   DELIMITED BY SIZE
          WS-TOTAL-DISPLAY       DELIMITED BY SIZE
          '  (BUILDING NOT ON MASTER - NOT REGISTERED)'
                                 DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'REISSUED...: '        DELIMITED BY SIZE
          WS-REISSUED-COUNT      DELIMITED BY SIZE
          '  (CAPITALIZED BY AN EARLIER RUN FOR THE PERIOD)'
                                 DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
