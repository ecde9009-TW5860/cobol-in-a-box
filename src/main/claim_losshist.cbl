IDENTIFICATION DIVISION.
PROGRAM-ID. CLAIM-LOSSHIST.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CLAIM-FILE ASSIGN TO CLMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIM-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT SCENARIO-FILE ASSIGN TO SCENDEF
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SCENARIO-STATUS.
       SELECT FXRATE-FILE ASSIGN TO FXRATES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FXRATE-STATUS.
       SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
       SELECT REPORT-FILE ASSIGN TO LOSSRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD CLAIM-FILE.
       COPY "src/main/claim_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

*> The same scenario definitions BUILDING-SCENARIO models from.
   FD SCENARIO-FILE.
       01 SCENARIO-DEF-RECORD.
           05 SD-SCENARIO-ID PIC X(8).
           05 SD-EVENT-LABEL PIC X(25).
           05 SD-REGION-CODE PIC X(3).
           05 SD-DAMAGE-PCT PIC 9(3).

   FD FXRATE-FILE.
       COPY "src/main/fxrate_record.cpy".

   SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-BUILDING-NAME PIC X(25).
           05 SW-CAUSE-CODE PIC X(2).
           05 SW-LOSS-DATE PIC X(8).
           05 SW-CLAIM-NUMBER PIC X(10).
           05 SW-STATUS PIC X(1).
           05 SW-ESTIMATED-LOSS PIC 9(9)V99.
           05 SW-DEDUCTIBLE PIC 9(7)V99.
           05 SW-RECOVERED PIC 9(9)V99.
           05 SW-RESERVE PIC 9(9)V99.

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        COPY "src/main/fxrate_table.cpy".
        01 SCENARIO-LINES.
            05 COUNT-OF-SCEN-LINES PIC 9(3) COMP-5 VALUE 0.
            05 SCEN-LINE-ENTRY OCCURS 200 TIMES.
                10 SL-SCENARIO-ID PIC X(8).
                10 SL-EVENT-LABEL PIC X(25).
                10 SL-REGION-CODE PIC X(3).
                10 SL-DAMAGE-PCT PIC 9(3).
*> Repair cost per claim from the work orders linked to it, in base
*> currency: actual cost once an order is complete, the estimate
*> while it is still open or assigned. Cancelled work costs nothing.
        01 CLAIM-REPAIRS.
            05 COUNT-OF-REPAIRS PIC 9(5) COMP-5 VALUE 0.
            05 REPAIR-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-REPAIRS.
                10 RP-CLAIM-NUMBER PIC X(10).
                10 RP-ORDER-COUNT PIC 9(5).
                10 RP-REPAIR-COST PIC 9(11)V99.
*> Totals by cause across the whole portfolio for the summary section.
        01 WS-CAUSE-CODES.
            05 FILLER PIC X(14) VALUE 'FIFIRE'.
            05 FILLER PIC X(14) VALUE 'WAWATER'.
            05 FILLER PIC X(14) VALUE 'WIWIND'.
            05 FILLER PIC X(14) VALUE 'FLFLOOD'.
            05 FILLER PIC X(14) VALUE 'EQEARTHQUAKE'.
            05 FILLER PIC X(14) VALUE 'THTHEFT'.
            05 FILLER PIC X(14) VALUE 'LILIABILITY'.
            05 FILLER PIC X(14) VALUE 'OTOTHER'.
        01 WS-CAUSE-CODE-TABLE REDEFINES WS-CAUSE-CODES.
            05 WS-CAUSE-DEF OCCURS 8 TIMES.
                10 WS-CAUSE-DEF-CODE PIC X(2).
                10 WS-CAUSE-DEF-NAME PIC X(12).
        01 CAUSE-TOTALS.
            05 CAUSE-TOTAL-ENTRY OCCURS 8 TIMES.
                10 CT-CLAIM-COUNT PIC 9(5).
                10 CT-LOSS PIC 9(13)V99.
                10 CT-RECOVERED PIC 9(13)V99.
        01 WS-CAUSE-SUB PIC 9(2) COMP-5.
        01 WS-CAUSE-FOUND-SUB PIC 9(2) COMP-5.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-CLAIM-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-SCENARIO-STATUS PIC X(2).
        01 WS-FXRATE-STATUS PIC X(2).
*> Parm = years of loss history to report (default 5), counted back
*> from today on the loss date.
        01 WS-PARM-STRING PIC X(30).
        01 WS-HISTORY-YEARS PIC 9(2) VALUE 5.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-YEAR PIC 9(4).
        01 WS-CUTOFF-YEAR PIC 9(4).
        01 WS-CUTOFF-DATE PIC X(8).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-SEARCH-CLAIM PIC X(10).
        01 WS-REPAIR-SUB PIC 9(5) COMP-5.
        01 WS-REPAIR-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-LINE-SUB PIC 9(3) COMP-5.
        01 WS-LOCAL-AMOUNT PIC 9(9)V99.
        01 WS-BASE-AMOUNT PIC 9(11)V99.
        01 WS-BASE-COST PIC 9(11)V99.
        01 WS-RATE-DATE PIC X(8).
        01 WS-RATE-FOUND-SWITCH PIC X(1).
            88 WS-RATE-FOUND     VALUE 'Y'.
            88 WS-RATE-NOT-FOUND VALUE 'N'.
        01 WS-CURRENT-BUILDING PIC X(25).
        01 WS-CURRENT-CAUSE PIC X(2).
*> A claim's loss is what the repairs linked to it cost; until any
*> repair work is linked, the claim's own estimate stands in.
        01 WS-CLAIM-REPAIR PIC 9(11)V99.
        01 WS-CLAIM-LOSS PIC 9(11)V99.
        01 WS-UNRECOVERED PIC S9(11)V99.
        01 WS-CAUSE-CLAIMS PIC 9(5).
        01 WS-CAUSE-LOSS PIC 9(13)V99.
        01 WS-CAUSE-RECOVERED PIC 9(13)V99.
        01 WS-BLDG-CLAIMS PIC 9(5).
        01 WS-BLDG-LOSS PIC 9(13)V99.
        01 WS-BLDG-RECOVERED PIC 9(13)V99.
        01 WS-BLDG-REPAIR PIC 9(13)V99.
        01 WS-MODEL-LOSS PIC 9(11)V99.
        01 WS-WORST-MODEL-LOSS PIC 9(11)V99.
        01 WS-WORST-SCENARIO-ID PIC X(8).
        01 WS-WORST-EVENT-LABEL PIC X(25).
        01 WS-TOTAL-CLAIMS PIC 9(5) VALUE 0.
        01 WS-TOTAL-LOSS PIC 9(13)V99 VALUE 0.
        01 WS-TOTAL-RECOVERED PIC 9(13)V99 VALUE 0.
        01 WS-TOTAL-REPAIR PIC 9(13)V99 VALUE 0.
        01 WS-TOTAL-RESERVE PIC 9(13)V99 VALUE 0.
        01 WS-BUILDING-COUNT PIC 9(5) VALUE 0.
        01 WS-OVER-MODEL-COUNT PIC 9(5) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
        01 WS-MISSING-FILE-COUNT PIC 9(5) VALUE 0.
        01 WS-AMOUNT-DISPLAY-1 PIC $$,$$$,$$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-2 PIC $$,$$$,$$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-3 PIC $$,$$$,$$$,$$$,$$9.99.
        01 WS-AMOUNT-DISPLAY-4 PIC $$,$$$,$$$,$$$,$$9.99.
        01 WS-SIGNED-DISPLAY PIC $$,$$$,$$$,$$$,$$9.99-.
        01 WS-DETAIL-DISPLAY-1 PIC $$$$,$$$,$$9.99.
        01 WS-DETAIL-DISPLAY-2 PIC $$$$,$$$,$$9.99.
        01 WS-DETAIL-DISPLAY-3 PIC $$$$,$$$,$$9.99.
        01 WS-DETAIL-SIGNED PIC $$$$,$$$,$$9.99-.
        01 WS-COUNT-DISPLAY PIC ZZ,ZZ9.
        01 WS-REPORT-LINE PIC X(132).

*> Read-only: every file opens INPUT except the report, so the claims
*> desk can run it whenever the insurer asks for the loss run.
PROCEDURE DIVISION.
main-paragraph.
   PERFORM get-history-years.
   PERFORM load-buildings.
   PERFORM load-fxrates.
   PERFORM load-scenario-definitions.
   PERFORM load-claim-repairs.
   INITIALIZE CAUSE-TOTALS.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   SORT SORT-WORK-FILE
       ON ASCENDING KEY SW-BUILDING-NAME, SW-CAUSE-CODE, SW-LOSS-DATE
       INPUT PROCEDURE IS release-claims
       OUTPUT PROCEDURE IS produce-loss-history.
   PERFORM write-cause-summary.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   DISPLAY 'LOSS HISTORY COMPLETE - ' WS-TOTAL-CLAIMS ' CLAIMS ON '
           WS-BUILDING-COUNT ' BUILDINGS, ' WS-OVER-MODEL-COUNT
           ' ABOVE MODELED LOSS'.
   IF WS-OVER-MODEL-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
      OR WS-MISSING-FILE-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-history-years.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      COMPUTE WS-HISTORY-YEARS = FUNCTION NUMVAL(WS-PARM-STRING)
   END-IF.
   IF WS-HISTORY-YEARS = 0
      MOVE 5 TO WS-HISTORY-YEARS
   END-IF.
   MOVE WS-CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
   COMPUTE WS-CUTOFF-YEAR = WS-TODAY-YEAR - WS-HISTORY-YEARS.
   MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4).
   MOVE WS-CURRENT-DATE(5:4) TO WS-CUTOFF-DATE(5:4).

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

load-fxrates.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-FXRATES.
   OPEN INPUT FXRATE-FILE.
   IF WS-FXRATE-STATUS NOT = '00'
      DISPLAY 'NO EXCHANGE RATE FILE - ONLY BASE CURRENCY AMOUNTS '
              'WILL CONVERT'
   ELSE
      PERFORM read-one-fxrate UNTIL WS-EOF
      CLOSE FXRATE-FILE
   END-IF.

read-one-fxrate.
   READ FXRATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-FXRATES
           MOVE XR-CURRENCY-CODE TO FX-CURRENCY-CODE(COUNT-OF-FXRATES)
           MOVE XR-RATE-DATE TO FX-RATE-DATE(COUNT-OF-FXRATES)
           MOVE XR-RATE-TO-BASE TO FX-RATE-TO-BASE(COUNT-OF-FXRATES)
   END-READ.

*> Without the scenarios the loss history still prints; only the
*> modeled comparison is left off.
load-scenario-definitions.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-SCEN-LINES.
   OPEN INPUT SCENARIO-FILE.
   IF WS-SCENARIO-STATUS NOT = '00'
      DISPLAY 'NO SCENARIO FILE - MODELED LOSS NOT COMPARED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-scenario-line UNTIL WS-EOF
      CLOSE SCENARIO-FILE
   END-IF.

read-one-scenario-line.
   READ SCENARIO-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-SCEN-LINES >= 200
              DISPLAY 'SCENARIO FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE SCEN-LINE-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-SCEN-LINES
           MOVE SD-SCENARIO-ID TO SL-SCENARIO-ID(COUNT-OF-SCEN-LINES)
           MOVE SD-EVENT-LABEL TO SL-EVENT-LABEL(COUNT-OF-SCEN-LINES)
           MOVE SD-REGION-CODE TO SL-REGION-CODE(COUNT-OF-SCEN-LINES)
           MOVE SD-DAMAGE-PCT TO SL-DAMAGE-PCT(COUNT-OF-SCEN-LINES)
   END-READ.

load-claim-repairs.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-REPAIRS.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      DISPLAY 'NO WORK ORDER FILE - REPAIR COSTS NOT INCLUDED'
      ADD 1 TO WS-MISSING-FILE-COUNT
   ELSE
      PERFORM read-one-work-order UNTIL WS-EOF
      CLOSE WORKORDER-FILE
   END-IF.

read-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF WO-FROM-CLAIM AND NOT WO-STATUS-CANCELLED
              PERFORM add-order-to-claim
           END-IF
   END-READ.

add-order-to-claim.
   IF WO-STATUS-COMPLETE
      MOVE WO-ACTUAL-COST TO WS-LOCAL-AMOUNT
   ELSE
      MOVE WO-ESTIMATED-COST TO WS-LOCAL-AMOUNT
   END-IF.
   MOVE WO-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   IF WS-NOT-FOUND
      MOVE 0 TO WS-BASE-AMOUNT
   ELSE
      CALL 'CURRENCY-CONVERT' USING FXRATES,
              BUILDING-CURRENCY-CODE(WS-FOUND-INDEX),
              WS-LOCAL-AMOUNT, WS-BASE-AMOUNT,
              WS-RATE-DATE, WS-RATE-FOUND-SWITCH
      IF WS-RATE-NOT-FOUND
         MOVE 0 TO WS-BASE-AMOUNT
         DISPLAY 'NO RATE FOR ' BUILDING-CURRENCY-CODE(WS-FOUND-INDEX)
                 ' - ORDER ' WO-ORDER-NUMBER ' NOT COSTED'
      END-IF
   END-IF.
   MOVE WO-CLAIM-NUMBER TO WS-SEARCH-CLAIM.
   PERFORM find-claim-repairs.
   IF WS-REPAIR-FOUND-SUB = 0
      IF COUNT-OF-REPAIRS >= 20000
         DISPLAY 'CLAIM REPAIRS EXCEED TABLE CAPACITY - '
                 'INCREASE REPAIR-ENTRY AND RERUN'
         MOVE 16 TO RETURN-CODE
         STOP RUN
      END-IF
      ADD 1 TO COUNT-OF-REPAIRS
      MOVE COUNT-OF-REPAIRS TO WS-REPAIR-FOUND-SUB
      MOVE WO-CLAIM-NUMBER TO RP-CLAIM-NUMBER(WS-REPAIR-FOUND-SUB)
      MOVE 0 TO RP-ORDER-COUNT(WS-REPAIR-FOUND-SUB)
      MOVE 0 TO RP-REPAIR-COST(WS-REPAIR-FOUND-SUB)
   END-IF.
   ADD 1 TO RP-ORDER-COUNT(WS-REPAIR-FOUND-SUB).
   ADD WS-BASE-AMOUNT TO RP-REPAIR-COST(WS-REPAIR-FOUND-SUB).

find-claim-repairs.
   MOVE 0 TO WS-REPAIR-FOUND-SUB.
   PERFORM match-one-repair
      VARYING WS-REPAIR-SUB FROM 1 BY 1
      UNTIL WS-REPAIR-SUB > COUNT-OF-REPAIRS
         OR WS-REPAIR-FOUND-SUB > 0.

match-one-repair.
   IF RP-CLAIM-NUMBER(WS-REPAIR-SUB) = WS-SEARCH-CLAIM
      MOVE WS-REPAIR-SUB TO WS-REPAIR-FOUND-SUB
   END-IF.

*> Every claim whose loss falls in the window, whatever its status -
*> the insurer prices on losses, withdrawn or not.
release-claims.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT CLAIM-FILE.
   IF WS-CLAIM-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING CLAIMS FILE, STATUS = ' WS-CLAIM-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM release-one-claim UNTIL WS-EOF.
   CLOSE CLAIM-FILE.

release-one-claim.
   READ CLAIM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF CM-LOSS-DATE >= WS-CUTOFF-DATE
              MOVE CM-BUILDING-NAME TO SW-BUILDING-NAME
              MOVE CM-CAUSE-CODE TO SW-CAUSE-CODE
              MOVE CM-LOSS-DATE TO SW-LOSS-DATE
              MOVE CM-CLAIM-NUMBER TO SW-CLAIM-NUMBER
              MOVE CM-STATUS TO SW-STATUS
              MOVE CM-ESTIMATED-LOSS TO SW-ESTIMATED-LOSS
              MOVE CM-DEDUCTIBLE TO SW-DEDUCTIBLE
              MOVE CM-RECOVERED TO SW-RECOVERED
              MOVE CM-RESERVE TO SW-RESERVE
              RELEASE SORT-WORK-RECORD
           END-IF
   END-READ.

produce-loss-history.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE HIGH-VALUES TO WS-CURRENT-BUILDING.
   MOVE HIGH-VALUES TO WS-CURRENT-CAUSE.
   PERFORM report-one-claim UNTIL WS-EOF.
   IF WS-CURRENT-BUILDING NOT = HIGH-VALUES
      PERFORM finish-cause
      PERFORM finish-building
   END-IF.

report-one-claim.
   RETURN SORT-WORK-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           PERFORM write-claim-line
   END-RETURN.

write-claim-line.
   IF SW-BUILDING-NAME NOT = WS-CURRENT-BUILDING
      IF WS-CURRENT-BUILDING NOT = HIGH-VALUES
         PERFORM finish-cause
         PERFORM finish-building
      END-IF
      PERFORM start-building
      PERFORM start-cause
   END-IF.
   IF SW-CAUSE-CODE NOT = WS-CURRENT-CAUSE
      PERFORM finish-cause
      PERFORM start-cause
   END-IF.
   MOVE SW-CLAIM-NUMBER TO WS-SEARCH-CLAIM.
   PERFORM find-claim-repairs.
   IF WS-REPAIR-FOUND-SUB > 0
      MOVE RP-REPAIR-COST(WS-REPAIR-FOUND-SUB) TO WS-CLAIM-REPAIR
      MOVE WS-CLAIM-REPAIR TO WS-CLAIM-LOSS
   ELSE
      MOVE 0 TO WS-CLAIM-REPAIR
      MOVE SW-ESTIMATED-LOSS TO WS-CLAIM-LOSS
   END-IF.
   COMPUTE WS-UNRECOVERED = WS-CLAIM-LOSS - SW-RECOVERED.
   ADD 1 TO WS-CAUSE-CLAIMS.
   ADD WS-CLAIM-LOSS TO WS-CAUSE-LOSS.
   ADD SW-RECOVERED TO WS-CAUSE-RECOVERED.
   ADD WS-CLAIM-REPAIR TO WS-BLDG-REPAIR.
   ADD 1 TO WS-TOTAL-CLAIMS.
   ADD WS-CLAIM-REPAIR TO WS-TOTAL-REPAIR.
   ADD SW-RESERVE TO WS-TOTAL-RESERVE.
   MOVE SW-ESTIMATED-LOSS TO WS-DETAIL-DISPLAY-1.
   MOVE SW-RECOVERED TO WS-DETAIL-DISPLAY-2.
   MOVE WS-CLAIM-REPAIR TO WS-DETAIL-DISPLAY-3.
   MOVE WS-UNRECOVERED TO WS-DETAIL-SIGNED.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '    '               DELIMITED BY SIZE
          SW-CLAIM-NUMBER      DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          SW-LOSS-DATE         DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          SW-STATUS            DELIMITED BY SIZE
          ' EST'               DELIMITED BY SIZE
          WS-DETAIL-DISPLAY-1  DELIMITED BY SIZE
          ' REC'               DELIMITED BY SIZE
          WS-DETAIL-DISPLAY-2  DELIMITED BY SIZE
          ' REPAIR'            DELIMITED BY SIZE
          WS-DETAIL-DISPLAY-3  DELIMITED BY SIZE
          ' UNRECOVERED'       DELIMITED BY SIZE
          WS-DETAIL-SIGNED     DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

start-building.
   MOVE SW-BUILDING-NAME TO WS-CURRENT-BUILDING.
   MOVE 0 TO WS-BLDG-CLAIMS.
   MOVE 0 TO WS-BLDG-LOSS.
   MOVE 0 TO WS-BLDG-RECOVERED.
   MOVE 0 TO WS-BLDG-REPAIR.
   ADD 1 TO WS-BUILDING-COUNT.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SW-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   MOVE SPACES TO WS-REPORT-LINE.
   IF WS-FOUND
      STRING SW-BUILDING-NAME  DELIMITED BY SIZE
             ' REGION '        DELIMITED BY SIZE
             BUILDING-REGION-CODE(WS-FOUND-INDEX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   ELSE
      ADD 1 TO WS-UNMATCHED-COUNT
      STRING SW-BUILDING-NAME  DELIMITED BY SIZE
             ' *** NOT ON BUILDING MASTER ***' DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

start-cause.
   MOVE SW-CAUSE-CODE TO WS-CURRENT-CAUSE.
   MOVE 0 TO WS-CAUSE-CLAIMS.
   MOVE 0 TO WS-CAUSE-LOSS.
   MOVE 0 TO WS-CAUSE-RECOVERED.
   PERFORM find-cause-entry.
   MOVE SPACES TO WS-REPORT-LINE.
   IF WS-CAUSE-FOUND-SUB > 0
      STRING '  CAUSE '        DELIMITED BY SIZE
             SW-CAUSE-CODE     DELIMITED BY SIZE
             ' '               DELIMITED BY SIZE
             WS-CAUSE-DEF-NAME(WS-CAUSE-FOUND-SUB) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   ELSE
      STRING '  CAUSE '        DELIMITED BY SIZE
             SW-CAUSE-CODE     DELIMITED BY SIZE
             ' UNKNOWN'        DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
   END-IF.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

find-cause-entry.
   MOVE 0 TO WS-CAUSE-FOUND-SUB.
   PERFORM match-one-cause
      VARYING WS-CAUSE-SUB FROM 1 BY 1
      UNTIL WS-CAUSE-SUB > 8
         OR WS-CAUSE-FOUND-SUB > 0.

match-one-cause.
   IF WS-CAUSE-DEF-CODE(WS-CAUSE-SUB) = WS-CURRENT-CAUSE
      MOVE WS-CAUSE-SUB TO WS-CAUSE-FOUND-SUB
   END-IF.

*> A code off the list lands with OTHER in the portfolio summary.
finish-cause.
   MOVE WS-CAUSE-LOSS TO WS-AMOUNT-DISPLAY-1.
   MOVE WS-CAUSE-RECOVERED TO WS-AMOUNT-DISPLAY-2.
   MOVE WS-CAUSE-CLAIMS TO WS-COUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '    CAUSE TOTAL  CLAIMS ' DELIMITED BY SIZE
          WS-COUNT-DISPLAY     DELIMITED BY SIZE
          '  LOSS'             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1  DELIMITED BY SIZE
          '  RECOVERED'        DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM find-cause-entry.
   IF WS-CAUSE-FOUND-SUB = 0
      MOVE 8 TO WS-CAUSE-FOUND-SUB
   END-IF.
   ADD WS-CAUSE-CLAIMS TO CT-CLAIM-COUNT(WS-CAUSE-FOUND-SUB).
   ADD WS-CAUSE-LOSS TO CT-LOSS(WS-CAUSE-FOUND-SUB).
   ADD WS-CAUSE-RECOVERED TO CT-RECOVERED(WS-CAUSE-FOUND-SUB).
   ADD WS-CAUSE-CLAIMS TO WS-BLDG-CLAIMS.
   ADD WS-CAUSE-LOSS TO WS-BLDG-LOSS.
   ADD WS-CAUSE-RECOVERED TO WS-BLDG-RECOVERED.

finish-building.
   ADD WS-BLDG-LOSS TO WS-TOTAL-LOSS.
   ADD WS-BLDG-RECOVERED TO WS-TOTAL-RECOVERED.
   MOVE WS-BLDG-CLAIMS TO WS-COUNT-DISPLAY.
   MOVE WS-BLDG-LOSS TO WS-AMOUNT-DISPLAY-1.
   MOVE WS-BLDG-RECOVERED TO WS-AMOUNT-DISPLAY-2.
   COMPUTE WS-UNRECOVERED = WS-BLDG-LOSS - WS-BLDG-RECOVERED.
   MOVE WS-UNRECOVERED TO WS-SIGNED-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  BUILDING TOTAL CLAIMS ' DELIMITED BY SIZE
          WS-COUNT-DISPLAY     DELIMITED BY SIZE
          '  LOSS'             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1  DELIMITED BY SIZE
          '  RECOVERED'        DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2  DELIMITED BY SIZE
          '  UNRECOVERED'      DELIMITED BY SIZE
          WS-SIGNED-DISPLAY    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-FOUND AND COUNT-OF-SCEN-LINES > 0
      PERFORM compare-with-model
   END-IF.

*> The worst single modeled event for the building's region, on its
*> acquisition cost in base currency, exactly as BUILDING-SCENARIO
*> prices it. Real losses over the window running past that are the
*> buildings to put in front of the underwriter.
compare-with-model.
   MOVE 0 TO WS-WORST-MODEL-LOSS.
   MOVE SPACES TO WS-WORST-SCENARIO-ID.
   MOVE SPACES TO WS-WORST-EVENT-LABEL.
   MOVE BUILDING-ACQUISITION-COST(WS-FOUND-INDEX) TO WS-LOCAL-AMOUNT.
   CALL 'CURRENCY-CONVERT' USING FXRATES,
           BUILDING-CURRENCY-CODE(WS-FOUND-INDEX),
           WS-LOCAL-AMOUNT, WS-BASE-COST,
           WS-RATE-DATE, WS-RATE-FOUND-SWITCH.
   IF WS-RATE-FOUND
      PERFORM model-one-scenario-line
         VARYING WS-LINE-SUB FROM 1 BY 1
         UNTIL WS-LINE-SUB > COUNT-OF-SCEN-LINES
   END-IF.
   MOVE SPACES TO WS-REPORT-LINE.
   EVALUATE TRUE
       WHEN WS-RATE-NOT-FOUND
           STRING '  MODELED LOSS: NO EXCHANGE RATE FOR '
                  DELIMITED BY SIZE
                  BUILDING-CURRENCY-CODE(WS-FOUND-INDEX)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
       WHEN WS-WORST-SCENARIO-ID = SPACES
           MOVE '  MODELED LOSS: NO SCENARIO COVERS THIS REGION'
                TO WS-REPORT-LINE
       WHEN OTHER
           MOVE WS-WORST-MODEL-LOSS TO WS-AMOUNT-DISPLAY-3
           STRING '  WORST MODELED EVENT ' DELIMITED BY SIZE
                  WS-WORST-SCENARIO-ID  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-WORST-EVENT-LABEL  DELIMITED BY SIZE
                  ' LOSS'               DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY-3   DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           IF WS-BLDG-LOSS > WS-WORST-MODEL-LOSS
              ADD 1 TO WS-OVER-MODEL-COUNT
              MOVE ' *** ACTUAL EXCEEDS MODEL ***'
                   TO WS-REPORT-LINE(94:29)
           END-IF
   END-EVALUATE.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

model-one-scenario-line.
   IF SL-REGION-CODE(WS-LINE-SUB) = BUILDING-REGION-CODE(WS-FOUND-INDEX)
      COMPUTE WS-MODEL-LOSS ROUNDED =
              WS-BASE-COST * SL-DAMAGE-PCT(WS-LINE-SUB) / 100
      IF WS-WORST-SCENARIO-ID = SPACES
         OR WS-MODEL-LOSS > WS-WORST-MODEL-LOSS
         MOVE WS-MODEL-LOSS TO WS-WORST-MODEL-LOSS
         MOVE SL-SCENARIO-ID(WS-LINE-SUB) TO WS-WORST-SCENARIO-ID
         MOVE SL-EVENT-LABEL(WS-LINE-SUB) TO WS-WORST-EVENT-LABEL
      END-IF
   END-IF.

write-cause-summary.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'PORTFOLIO LOSSES BY CAUSE' TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-cause-total
      VARYING WS-CAUSE-SUB FROM 1 BY 1
      UNTIL WS-CAUSE-SUB > 8.

write-one-cause-total.
   MOVE CT-CLAIM-COUNT(WS-CAUSE-SUB) TO WS-COUNT-DISPLAY.
   MOVE CT-LOSS(WS-CAUSE-SUB) TO WS-AMOUNT-DISPLAY-1.
   MOVE CT-RECOVERED(WS-CAUSE-SUB) TO WS-AMOUNT-DISPLAY-2.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  '                 DELIMITED BY SIZE
          WS-CAUSE-DEF-CODE(WS-CAUSE-SUB) DELIMITED BY SIZE
          ' '                  DELIMITED BY SIZE
          WS-CAUSE-DEF-NAME(WS-CAUSE-SUB) DELIMITED BY SIZE
          ' CLAIMS '           DELIMITED BY SIZE
          WS-COUNT-DISPLAY     DELIMITED BY SIZE
          '  LOSS'             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1  DELIMITED BY SIZE
          '  RECOVERED'        DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'INSURANCE LOSS HISTORY BY BUILDING AND CAUSE - LOSSES SINCE '
          DELIMITED BY SIZE
          WS-CUTOFF-DATE       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'BASE CURRENCY (USD) - LOSS = LINKED REPAIR COST, ELSE CLAIM ESTIMATE'
        TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-TOTAL-CLAIMS TO WS-COUNT-DISPLAY.
   MOVE WS-TOTAL-LOSS TO WS-AMOUNT-DISPLAY-1.
   MOVE WS-TOTAL-RECOVERED TO WS-AMOUNT-DISPLAY-2.
   MOVE WS-TOTAL-REPAIR TO WS-AMOUNT-DISPLAY-3.
   MOVE WS-TOTAL-RESERVE TO WS-AMOUNT-DISPLAY-4.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CLAIMS: '           DELIMITED BY SIZE
          WS-COUNT-DISPLAY     DELIMITED BY SIZE
          '  LOSS'             DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-1  DELIMITED BY SIZE
          '  RECOVERED'        DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-2  DELIMITED BY SIZE
          '  LINKED REPAIRS'   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-3  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-BUILDING-COUNT TO WS-COUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'BUILDINGS WITH LOSSES: ' DELIMITED BY SIZE
          WS-COUNT-DISPLAY     DELIMITED BY SIZE
          '  ABOVE MODELED LOSS: ' DELIMITED BY SIZE
          WS-OVER-MODEL-COUNT  DELIMITED BY SIZE
          '  STILL RESERVED'   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY-4  DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
