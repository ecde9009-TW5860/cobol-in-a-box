       SELECT FXRATE-FILE ASSIGN TO FXRATES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FXRATE-STATUS.
       SELECT LAYER-FILE ASSIGN TO CAPLAYER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LAYER-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD FXRATE-FILE.
       COPY "src/main/fxrate_record.cpy".

   FD LAYER-FILE.
       COPY "src/main/capital_layer_record.cpy".

   WORKING-STORAGE SECTION.
        COPY "src/main/fxrate_table.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-FXRATE-STATUS PIC X(2).
        01 WS-LAYER-STATUS PIC X(2).
        01 WS-LAYER-EOF-SWITCH PIC X(1).
            88 WS-LAYER-EOF VALUE 'Y'.
            88 WS-LAYER-NOT-EOF VALUE 'N'.
*> Capitalized work orders are part of the acquisition cost on the
*> master, but each one depreciates from its own in-service year; the
*> rest of the cost still depreciates from the year built.
        01 CAPITAL-LAYERS.
            05 COUNT-OF-LAYERS PIC 9(5) COMP-5 VALUE 0.
            05 LAYER-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-LAYERS.
                10 LY-BUILDING-NAME PIC X(25).
                10 LY-ORDER-NUMBER PIC 9(7).
                10 LY-IN-SERVICE-YEAR PIC 9(4).
                10 LY-AMOUNT PIC 9(9)V99.
        01 WS-LAYER-SUB PIC 9(5) COMP-5.
        01 WS-LAYER-LINE-COUNT PIC 9(5) VALUE 0.
        01 WS-LAYERS-BASE-COST PIC 9(11)V99.
        01 WS-SLICE-COST PIC 9(11)V99.
        01 WS-SLICE-AGE PIC S9(4).
        01 WS-SLICE-ACCUM PIC 9(11)V99.
        01 WS-SLICE-BOOK PIC 9(11)V99.
        01 WS-SLICE-EXPENSE PIC 9(11)V99.
*> Layer lines are built while the schedule is computed and held
*> until the building's own line has printed.
        01 WS-HELD-LAYER-LINES.
            05 WS-HELD-LAYER-COUNT PIC 9(3) COMP-5 VALUE 0.
            05 WS-HELD-LAYER-LINE PIC X(132) OCCURS 50 TIMES.
        01 WS-FX-EOF-SWITCH PIC X(1).
            88 WS-FX-EOF VALUE 'Y'.
            88 WS-FX-NOT-EOF VALUE 'N'.
        01 WS-RESIDUAL-RATE PIC V99 VALUE .10.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-CURRENT-YEAR PIC 9(4).
        01 WS-RESIDUAL-VALUE PIC 9(11)V99.
        01 WS-DEPRECIABLE-BASE PIC 9(11)V99.
        01 WS-ANNUAL-EXPENSE PIC 9(11)V99.
main-paragraph.
   PERFORM get-useful-life.
   PERFORM load-fxrates.
   PERFORM load-capital-layers.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
   MOVE 'N' TO WS-EOF-SWITCH.
   CLOSE BUILDINGS-FILE.
   CLOSE REPORT-FILE.
   DISPLAY 'DEPRECIATION REPORT COMPLETE - ' WS-ACTIVE-COUNT
           ' ACTIVE BUILDINGS OVER ' WS-USEFUL-LIFE ' YEAR LIFE, '
           WS-LAYER-LINE-COUNT ' CAPITAL LAYERS'.
   IF WS-MISSING-RATE-COUNT > 0
      DISPLAY '*** ' WS-MISSING-RATE-COUNT
              ' BUILDINGS WITH NO EXCHANGE RATE - COSTS OMITTED ***'
           MOVE XR-RATE-TO-BASE TO FX-RATE-TO-BASE(COUNT-OF-FXRATES)
   END-READ.

*> No layer file simply means nothing has been capitalized yet.
load-capital-layers.
   MOVE 'N' TO WS-LAYER-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-LAYERS.
   OPEN INPUT LAYER-FILE.
   IF WS-LAYER-STATUS NOT = '00'
      DISPLAY 'NO CAPITAL LAYER FILE - COSTS DEPRECIATE FROM YEAR BUILT'
   ELSE
      PERFORM read-one-layer UNTIL WS-LAYER-EOF
      CLOSE LAYER-FILE
   END-IF.

read-one-layer.
   READ LAYER-FILE
       AT END
           MOVE 'Y' TO WS-LAYER-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-LAYERS >= 20000
              DISPLAY 'CAPITAL LAYER FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE LAYER-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-LAYERS
           MOVE CL-BUILDING-NAME TO LY-BUILDING-NAME(COUNT-OF-LAYERS)
           MOVE CL-ORDER-NUMBER TO LY-ORDER-NUMBER(COUNT-OF-LAYERS)
           MOVE CL-IN-SERVICE-DATE(1:4)
                TO LY-IN-SERVICE-YEAR(COUNT-OF-LAYERS)
           MOVE CL-AMOUNT TO LY-AMOUNT(COUNT-OF-LAYERS)
   END-READ.

*> A building whose currency has no rate on file is counted and kept
*> out of the schedule rather than silently mixing currencies.
convert-building-cost.
           END-IF
   END-READ.

*> The building's capital layers are depreciated first, each from its
*> own in-service year; whatever cost is left over is the original
*> acquisition and depreciates from the year built. Layer amounts are
*> in the building's currency, so each converts at the same rate as
*> the whole cost.
compute-one-schedule.
   PERFORM convert-building-cost.
   MOVE 0 TO WS-ACCUM-DEPREC.
   MOVE 0 TO WS-BOOK-VALUE.
   MOVE 0 TO WS-YEAR-EXPENSE.
   MOVE 0 TO WS-LAYERS-BASE-COST.
   MOVE 0 TO WS-HELD-LAYER-COUNT.
   PERFORM depreciate-matching-layer
      VARYING WS-LAYER-SUB FROM 1 BY 1
      UNTIL WS-LAYER-SUB > COUNT-OF-LAYERS.
   IF WS-LAYERS-BASE-COST > WS-BASE-COST
      MOVE 0 TO WS-SLICE-COST
   ELSE
      COMPUTE WS-SLICE-COST = WS-BASE-COST - WS-LAYERS-BASE-COST
   END-IF.
   COMPUTE WS-SLICE-AGE = WS-CURRENT-YEAR - FR-BUILDING-YEAR-BUILT.
   PERFORM depreciate-one-slice.
   ADD WS-SLICE-ACCUM TO WS-ACCUM-DEPREC.
   ADD WS-SLICE-BOOK TO WS-BOOK-VALUE.
   ADD WS-SLICE-EXPENSE TO WS-YEAR-EXPENSE.
   ADD WS-BASE-COST TO WS-TOTAL-COST.
   ADD WS-ACCUM-DEPREC TO WS-TOTAL-ACCUM.
   ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK.
   ADD WS-YEAR-EXPENSE TO WS-TOTAL-EXPENSE.

depreciate-matching-layer.
   IF LY-BUILDING-NAME(WS-LAYER-SUB) = FR-BUILDING-NAME
      IF FR-BUILDING-ACQUISITION-COST > 0
         COMPUTE WS-SLICE-COST ROUNDED =
                 LY-AMOUNT(WS-LAYER-SUB) * WS-BASE-COST
                 / FR-BUILDING-ACQUISITION-COST
      ELSE
         MOVE 0 TO WS-SLICE-COST
      END-IF
      COMPUTE WS-SLICE-AGE =
              WS-CURRENT-YEAR - LY-IN-SERVICE-YEAR(WS-LAYER-SUB)
      PERFORM depreciate-one-slice
      ADD WS-SLICE-COST TO WS-LAYERS-BASE-COST
      ADD WS-SLICE-ACCUM TO WS-ACCUM-DEPREC
      ADD WS-SLICE-BOOK TO WS-BOOK-VALUE
      ADD WS-SLICE-EXPENSE TO WS-YEAR-EXPENSE
      ADD 1 TO WS-LAYER-LINE-COUNT
      PERFORM hold-layer-line
   END-IF.

*> One cost slice over its own age: the original acquisition over the
*> building's age, or a capital layer over the years since it went
*> into service. Same straight line and residual either way.
depreciate-one-slice.
   IF WS-SLICE-AGE < 0
      MOVE 0 TO WS-SLICE-AGE
   END-IF.
   COMPUTE WS-RESIDUAL-VALUE ROUNDED =
           WS-SLICE-COST * WS-RESIDUAL-RATE.
   COMPUTE WS-DEPRECIABLE-BASE =
           WS-SLICE-COST - WS-RESIDUAL-VALUE.
   COMPUTE WS-ANNUAL-EXPENSE ROUNDED =
           WS-DEPRECIABLE-BASE / WS-USEFUL-LIFE.
   IF WS-SLICE-AGE >= WS-USEFUL-LIFE
      MOVE WS-DEPRECIABLE-BASE TO WS-SLICE-ACCUM
      MOVE WS-RESIDUAL-VALUE TO WS-SLICE-BOOK
      MOVE 0 TO WS-SLICE-EXPENSE
   ELSE
      COMPUTE WS-SLICE-ACCUM ROUNDED =
              WS-ANNUAL-EXPENSE * WS-SLICE-AGE
      COMPUTE WS-SLICE-BOOK =
              WS-SLICE-COST - WS-SLICE-ACCUM
      MOVE WS-ANNUAL-EXPENSE TO WS-SLICE-EXPENSE
   END-IF.

write-schedule-line.
   MOVE WS-BASE-COST TO WS-COST-DISPLAY.
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-held-layer
      VARYING WS-LAYER-SUB FROM 1 BY 1
      UNTIL WS-LAYER-SUB > WS-HELD-LAYER-COUNT.

write-one-held-layer.
   MOVE WS-HELD-LAYER-LINE(WS-LAYER-SUB) TO REPORT-LINE.
   WRITE REPORT-LINE.

*> Each layer prints under its building with the order number and
*> in-service year where the building line has its name and year
*> built. Past 50 layers on one building the lines are not held, but
*> the amounts are still in the building's totals.
hold-layer-line.
   MOVE WS-SLICE-COST TO WS-COST-DISPLAY.
   MOVE WS-SLICE-ACCUM TO WS-ACCUM-DISPLAY.
   MOVE WS-SLICE-BOOK TO WS-BOOK-DISPLAY.
   MOVE WS-SLICE-EXPENSE TO WS-EXPENSE-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING '  CAPITAL WO '                  DELIMITED BY SIZE
          LY-ORDER-NUMBER(WS-LAYER-SUB)    DELIMITED BY SIZE
          '     '                          DELIMITED BY SIZE
          LY-IN-SERVICE-YEAR(WS-LAYER-SUB) DELIMITED BY SIZE
          ' COST='                         DELIMITED BY SIZE
          WS-COST-DISPLAY                  DELIMITED BY SIZE
          ' ACCUM='                        DELIMITED BY SIZE
          WS-ACCUM-DISPLAY                 DELIMITED BY SIZE
          ' BOOK='                         DELIMITED BY SIZE
          WS-BOOK-DISPLAY                  DELIMITED BY SIZE
          ' YEAR-EXP='                     DELIMITED BY SIZE
          WS-EXPENSE-DISPLAY               DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   IF WS-HELD-LAYER-COUNT < 50
      ADD 1 TO WS-HELD-LAYER-COUNT
      MOVE WS-REPORT-LINE TO WS-HELD-LAYER-LINE(WS-HELD-LAYER-COUNT)
   END-IF.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'ALL AMOUNTS IN BASE CURRENCY (USD)' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'CAPITALIZED WORK ORDERS (WO LINES) DEPRECIATE FROM THEIR IN-SERVICE YEAR'
        TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

   MOVE WS-TOTAL-EXPENSE TO WS-TOTAL-DISPLAY.
   PERFORM write-one-total-line.
   PERFORM write-rate-date-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'CAPITAL LAYERS DEPRECIATED: ' DELIMITED BY SIZE
          WS-LAYER-LINE-COUNT            DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

*> The rate date only becomes known as costs convert, so it prints
*> with the totals rather than in the header the way
