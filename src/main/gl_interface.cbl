       SELECT FXRATE-FILE ASSIGN TO FXRATES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FXRATE-STATUS.
       SELECT LAYER-FILE ASSIGN TO CAPLAYER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LAYER-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-WORKORDER-STATUS.
       SELECT REGISTER-FILE ASSIGN TO CAPREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT ACCRUAL-FILE ASSIGN TO TAXACCR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.
       SELECT PREMIUM-FILE ASSIGN TO PREMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREMIUM-STATUS.
       SELECT APPLIED-FILE ASSIGN TO ARAPPLD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-APPLIED-STATUS.
       SELECT BILLING-REGISTER-FILE ASSIGN TO BILLREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BILLING-REGISTER-STATUS.
       SELECT CREDIT-FILE ASSIGN TO CREDHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.
       SELECT GL-FILE ASSIGN TO GLFILE
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO GLRPT
   FD FXRATE-FILE.
       COPY "src/main/fxrate_record.cpy".

   FD LAYER-FILE.
       COPY "src/main/capital_layer_record.cpy".

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/capital_register_record.cpy".

   FD ACCRUAL-FILE.
       COPY "src/main/tax_accrual_record.cpy".

   FD PREMIUM-FILE.
       COPY "src/main/premium_record.cpy".

   FD APPLIED-FILE.
       COPY "src/main/applied_payment_record.cpy".

   FD BILLING-REGISTER-FILE.
       COPY "src/main/billing_register_record.cpy".

*> Tenant credit as RENT-SUSPENSE and CAM-RECON write it.
   FD CREDIT-FILE.
       COPY "src/main/tenant_credit_record.cpy".

*> Batch header first (record count and amount hash the GL side
*> verifies), then one 'D' record per journal line.
   FD GL-FILE.
                10 JL-AMOUNT PIC 9(9)V99.
                10 JL-BUILDING-NAME PIC X(25).
                10 JL-PURPOSE-CODE PIC X(8).
                10 JL-SOURCE-SUB PIC 9(1).
*> One entry per source feeding the journal, in the order the tie-out
*> prints them: what the source records added up to against what the
*> journal lines carrying that source actually post.
        01 SOURCE-TIE-OUT.
            05 TIE-ENTRY OCCURS 8 TIMES.
                10 TIE-SOURCE-NAME PIC X(30).
                10 TIE-FILE-SWITCH PIC X(1).
                    88 TIE-FILE-PRESENT VALUE 'Y'.
                    88 TIE-FILE-MISSING VALUE 'N'.
                10 TIE-RECORDS-READ PIC 9(7).
                10 TIE-RECORDS-POSTED PIC 9(7).
                10 TIE-SOURCE-AMOUNT PIC 9(11)V99.
                10 TIE-JOURNAL-DEBITS PIC 9(11)V99.
                10 TIE-JOURNAL-CREDITS PIC 9(11)V99.
*> Orders the capitalization run moved into the building cost basis
*> post to the capital account rather than repairs expense.
        01 CAPITALIZED-ORDERS.
            05 COUNT-OF-CAPITALIZED PIC 9(5) COMP-5 VALUE 0.
            05 CAPITALIZED-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-CAPITALIZED
                   INDEXED BY CO-IX.
                10 CO-ORDER-NUMBER PIC 9(7).
*> Capitalized work orders depreciate from their own in-service year,
*> exactly as BUILDING-DEPREC schedules them.
        01 CAPITAL-LAYERS.
            05 COUNT-OF-LAYERS PIC 9(5) COMP-5 VALUE 0.
            05 LAYER-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-LAYERS.
                10 LY-BUILDING-NAME PIC X(25).
                10 LY-IN-SERVICE-YEAR PIC 9(4).
                10 LY-AMOUNT PIC 9(9)V99.
*> The lease side of the rent-income join.
        01 TENANTS.
            05 COUNT-OF-TENANTS PIC 9(5) COMP-5.
        01 WS-TENANT-STATUS PIC X(2).
        01 WS-COA-STATUS PIC X(2).
        01 WS-FXRATE-STATUS PIC X(2).
        01 WS-LAYER-STATUS PIC X(2).
        01 WS-WORKORDER-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-ACCRUAL-STATUS PIC X(2).
        01 WS-PREMIUM-STATUS PIC X(2).
        01 WS-APPLIED-STATUS PIC X(2).
        01 WS-BILLING-REGISTER-STATUS PIC X(2).
        01 WS-CREDIT-STATUS PIC X(2).
        01 WS-SOURCE-EOF-SWITCH PIC X(1).
            88 WS-SOURCE-EOF VALUE 'Y'.
            88 WS-SOURCE-NOT-EOF VALUE 'N'.
*> Sub-ledger records post in the month of the posting date, each on
*> its own date: order completion, tax accrual, premium acceptance,
*> and the AR run that applied the payment.
        01 WS-POSTING-PERIOD PIC X(6).
        01 WS-PAIR-SOURCE PIC 9(1).
        01 WS-PAIR-DEBIT-ACCOUNT PIC X(8).
        01 WS-PAIR-DEBIT-PURPOSE PIC X(8).
        01 WS-PAIR-CREDIT-ACCOUNT PIC X(8).
        01 WS-PAIR-CREDIT-PURPOSE PIC X(8).
        01 WS-PAIR-AMOUNT PIC 9(9)V99.
        01 WS-PAIR-BUILDING-NAME PIC X(25).
        01 WS-TIE-SUB PIC 9(1) COMP-5.
        01 WS-TIE-FAILED-COUNT PIC 9(1) VALUE 0.
        01 WS-MISSING-SOURCE-COUNT PIC 9(1) VALUE 0.
        01 WS-TIE-STATUS PIC X(20).
        01 WS-TIE-READ-DISPLAY PIC Z(6)9.
        01 WS-TIE-POSTED-DISPLAY PIC Z(6)9.
        01 WS-TIE-SOURCE-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TIE-DEBIT-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TIE-CREDIT-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-TIE-SOURCE-TOTAL PIC 9(13)V99 VALUE 0.
        01 WS-LAYER-EOF-SWITCH PIC X(1).
            88 WS-LAYER-EOF VALUE 'Y'.
            88 WS-LAYER-NOT-EOF VALUE 'N'.
        01 WS-LAYER-SUB PIC 9(5) COMP-5.
        01 WS-LAYERS-BASE-COST PIC 9(11)V99.
        01 WS-SLICE-COST PIC 9(11)V99.
        01 WS-SLICE-AGE PIC S9(4).
        01 WS-SLICE-EXPENSE PIC 9(9)V99.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
*> Parm is 'POSTDATE USEFULLIFE' - posting date YYYYMMDD (default
        01 WS-PARM-STRING PIC X(30).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PARM-TOKEN-2 PIC X(10).
        01 WS-PARM-TOKEN-3 PIC X(10).
        01 WS-POSTING-DATE PIC X(8).
*> A posting date in a month the controller has closed is refused
*> unless the parm carries ROLL, when the whole batch moves to the
*> first day of the next open month.
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-RUN-STEP-NAME PIC X(8) VALUE 'GLSTP'.
        01 WS-USEFUL-LIFE PIC 9(3) VALUE 40.
        01 WS-RESIDUAL-RATE PIC V99 VALUE .10.
*> Account codes resolved from the chart-of-accounts reference file
        01 WS-ACCT-ACCUM-DEPREC PIC X(8) VALUE SPACES.
        01 WS-ACCT-RENT-RECEIVABLE PIC X(8) VALUE SPACES.
        01 WS-ACCT-RENT-INCOME PIC X(8) VALUE SPACES.
        01 WS-ACCT-REPAIR-EXPENSE PIC X(8) VALUE SPACES.
        01 WS-ACCT-CAPITAL-IMPROVE PIC X(8) VALUE SPACES.
        01 WS-ACCT-ACCOUNTS-PAYABLE PIC X(8) VALUE SPACES.
        01 WS-ACCT-TAX-EXPENSE PIC X(8) VALUE SPACES.
        01 WS-ACCT-TAX-PAYABLE PIC X(8) VALUE SPACES.
        01 WS-ACCT-INS-EXPENSE PIC X(8) VALUE SPACES.
        01 WS-ACCT-INS-PAYABLE PIC X(8) VALUE SPACES.
        01 WS-ACCT-CASH PIC X(8) VALUE SPACES.
        01 WS-ACCT-TENANT-CREDIT PIC X(8) VALUE SPACES.
        01 WS-ACCT-LATE-INCOME PIC X(8) VALUE SPACES.
        01 WS-ACCT-CAM-INCOME PIC X(8) VALUE SPACES.
        01 WS-ACCT-UTILITY-INCOME PIC X(8) VALUE SPACES.
        01 WS-CURRENT-YEAR PIC 9(4).
        01 WS-BASE-COST PIC 9(11)V99.
        01 WS-RATE-DATE PIC X(8).
        01 WS-RATE-FOUND-SWITCH PIC X(1).
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   MOVE WS-CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
   PERFORM get-posting-parameters.
   PERFORM initialize-tie-out.
   PERFORM load-chart-of-accounts.
   PERFORM load-fxrates.
   PERFORM load-capital-layers.
   PERFORM load-tenants.
   MOVE 0 TO COUNT-OF-LINES.
   MOVE 'N' TO WS-EOF-SWITCH.
   END-IF.
   PERFORM journal-one-building UNTIL WS-EOF.
   CLOSE BUILDINGS-FILE.
   PERFORM load-capitalized-orders.
   PERFORM journal-work-orders.
   PERFORM journal-tax-accruals.
   PERFORM journal-premiums.
   PERFORM journal-cash-receipts.
   PERFORM journal-billed-charges.
   PERFORM journal-credits-raised.
   PERFORM total-journal-lines.
   PERFORM tie-out-sources.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-control-report.
   CLOSE REPORT-FILE.
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-TIE-FAILED-COUNT > 0
      DISPLAY '*** SUB-LEDGER TIE-OUT FAILED - FILE NOT RELEASED ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM write-gl-file.
   CALL 'RUN-CONTROL-PERIOD-COMPLETE' USING WS-RUN-STEP-NAME,
                                            WS-POSTING-PERIOD.
   DISPLAY 'GL INTERFACE COMPLETE - ' COUNT-OF-LINES
           ' JOURNAL LINES, DEBITS EQUAL CREDITS'.
   IF WS-MISSING-RATE-COUNT > 0
              ' BUILDINGS WITH NO EXCHANGE RATE - OMITTED ***'
      MOVE 4 TO RETURN-CODE
   END-IF.
   IF WS-MISSING-SOURCE-COUNT > 0
      DISPLAY '*** ' WS-MISSING-SOURCE-COUNT
              ' SUB-LEDGER FILES NOT PRESENT - NOTHING POSTED FROM THEM ***'
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-posting-parameters.
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
         MOVE WS-PARM-TOKEN-1(1:8) TO WS-POSTING-DATE
      END-IF
   IF WS-USEFUL-LIFE = 0
      MOVE 40 TO WS-USEFUL-LIFE
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-POSTING-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** POSTING DATE ' WS-POSTING-DATE
              ' IS IN A CLOSED PERIOD - NO JOURNAL CUT ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'POSTING DATE ' WS-POSTING-DATE
              ' IS IN A CLOSED PERIOD - ROLLED FORWARD TO '
              WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-POSTING-DATE
   END-IF.
   MOVE WS-POSTING-DATE(1:6) TO WS-POSTING-PERIOD.

initialize-tie-out.
   INITIALIZE SOURCE-TIE-OUT.
   MOVE 'DEPRECIATION - BUILDINGS' TO TIE-SOURCE-NAME(1).
   MOVE 'RENT INCOME - TENANT LEASES' TO TIE-SOURCE-NAME(2).
   MOVE 'WORK ORDERS - WOFILE' TO TIE-SOURCE-NAME(3).
   MOVE 'PROPERTY TAX - TAXACCR' TO TIE-SOURCE-NAME(4).
   MOVE 'INSURANCE - PREMFILE' TO TIE-SOURCE-NAME(5).
   MOVE 'CASH RECEIPTS - ARAPPLD' TO TIE-SOURCE-NAME(6).
   MOVE 'OTHER CHARGES - BILLREG' TO TIE-SOURCE-NAME(7).
   MOVE 'TENANT CREDITS - CREDHIST' TO TIE-SOURCE-NAME(8).
   PERFORM mark-one-source-present
      VARYING WS-TIE-SUB FROM 1 BY 1 UNTIL WS-TIE-SUB > 8.

mark-one-source-present.
   MOVE 'Y' TO TIE-FILE-SWITCH(WS-TIE-SUB).

load-chart-of-accounts.
   MOVE 'N' TO WS-COA-EOF-SWITCH.
      OR WS-ACCT-ACCUM-DEPREC = SPACES
      OR WS-ACCT-RENT-RECEIVABLE = SPACES
      OR WS-ACCT-RENT-INCOME = SPACES
      OR WS-ACCT-REPAIR-EXPENSE = SPACES
      OR WS-ACCT-CAPITAL-IMPROVE = SPACES
      OR WS-ACCT-ACCOUNTS-PAYABLE = SPACES
      OR WS-ACCT-TAX-EXPENSE = SPACES
      OR WS-ACCT-TAX-PAYABLE = SPACES
      OR WS-ACCT-INS-EXPENSE = SPACES
      OR WS-ACCT-INS-PAYABLE = SPACES
      OR WS-ACCT-CASH = SPACES
      OR WS-ACCT-TENANT-CREDIT = SPACES
      OR WS-ACCT-LATE-INCOME = SPACES
      OR WS-ACCT-CAM-INCOME = SPACES
      OR WS-ACCT-UTILITY-INCOME = SPACES
      DISPLAY 'CHART OF ACCOUNTS MISSING A REQUIRED PURPOSE - '
              'NEED DEPRNEXP ACCUMDEP RENTRECV RENTINCM'
      DISPLAY '  REPAIREX CAPIMPRV APPAYABL TAXEXPNS TAXPAYBL '
              'INSEXPNS INSPAYBL CASHBANK TENCREDT'
      DISPLAY '  LATEINCM CAMRINCM UTILINCM'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-RENT-RECEIVABLE
               WHEN 'RENTINCM'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-RENT-INCOME
               WHEN 'REPAIREX'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-REPAIR-EXPENSE
               WHEN 'CAPIMPRV'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-CAPITAL-IMPROVE
               WHEN 'APPAYABL'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-ACCOUNTS-PAYABLE
               WHEN 'TAXEXPNS'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-TAX-EXPENSE
               WHEN 'TAXPAYBL'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-TAX-PAYABLE
               WHEN 'INSEXPNS'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-INS-EXPENSE
               WHEN 'INSPAYBL'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-INS-PAYABLE
               WHEN 'CASHBANK'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-CASH
               WHEN 'TENCREDT'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-TENANT-CREDIT
               WHEN 'LATEINCM'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-LATE-INCOME
               WHEN 'CAMRINCM'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-CAM-INCOME
               WHEN 'UTILINCM'
                   MOVE CA-ACCOUNT-CODE TO WS-ACCT-UTILITY-INCOME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE XR-RATE-TO-BASE TO FX-RATE-TO-BASE(COUNT-OF-FXRATES)
   END-READ.

load-capital-layers.
   MOVE 'N' TO WS-LAYER-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-LAYERS.
   OPEN INPUT LAYER-FILE.
   IF WS-LAYER-STATUS NOT = '00'
      CONTINUE
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
           MOVE CL-IN-SERVICE-DATE(1:4)
                TO LY-IN-SERVICE-YEAR(COUNT-OF-LAYERS)
           MOVE CL-AMOUNT TO LY-AMOUNT(COUNT-OF-LAYERS)
   END-READ.

load-tenants.
   MOVE 'N' TO WS-TEN-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-TENANTS.
           MOVE 'Y' TO WS-TEN-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-TENANTS
           ADD 1 TO TIE-RECORDS-READ(2)
           MOVE TL-BUILDING-NAME TO TEN-BUILDING-NAME(COUNT-OF-TENANTS)
           MOVE TL-MONTHLY-RENT TO TEN-MONTHLY-RENT(COUNT-OF-TENANTS)
           MOVE TL-LEASE-START-DATE TO TEN-LEASE-START-DATE(COUNT-OF-TENANTS)
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(1)
           IF FR-BUILDING-ACTIVE
              PERFORM journal-depreciation
              PERFORM journal-rent-income

*> Same straight-line math as BUILDING-DEPREC: 10 PCT residual over
*> the useful life, zero expense once fully depreciated, cost in base
*> currency, each capital layer from its in-service year and the rest
*> of the cost from the year built. Finance keys nothing; the pair
*> below is the posting.
journal-depreciation.
   CALL 'CURRENCY-CONVERT' USING FXRATES, FR-BUILDING-CURRENCY-CODE,
           FR-BUILDING-ACQUISITION-COST, WS-BASE-COST,
      DISPLAY 'NO RATE FOR ' FR-BUILDING-CURRENCY-CODE ' - '
              FR-BUILDING-NAME
   ELSE
      MOVE 0 TO WS-YEAR-EXPENSE
      MOVE 0 TO WS-LAYERS-BASE-COST
      PERFORM expense-matching-layer
         VARYING WS-LAYER-SUB FROM 1 BY 1
         UNTIL WS-LAYER-SUB > COUNT-OF-LAYERS
      IF WS-LAYERS-BASE-COST > WS-BASE-COST
         MOVE 0 TO WS-SLICE-COST
      ELSE
         COMPUTE WS-SLICE-COST = WS-BASE-COST - WS-LAYERS-BASE-COST
      END-IF
      COMPUTE WS-SLICE-AGE =
              WS-CURRENT-YEAR - FR-BUILDING-YEAR-BUILT
      PERFORM expense-one-slice
      IF WS-YEAR-EXPENSE > 0
         ADD 1 TO TIE-RECORDS-POSTED(1)
         ADD WS-YEAR-EXPENSE TO TIE-SOURCE-AMOUNT(1)
         PERFORM add-depreciation-pair
      END-IF
   END-IF.

expense-matching-layer.
   IF LY-BUILDING-NAME(WS-LAYER-SUB) = FR-BUILDING-NAME
      IF FR-BUILDING-ACQUISITION-COST > 0
         COMPUTE WS-SLICE-COST ROUNDED =
                 LY-AMOUNT(WS-LAYER-SUB) * WS-BASE-COST
                 / FR-BUILDING-ACQUISITION-COST
      ELSE
         MOVE 0 TO WS-SLICE-COST
      END-IF
      ADD WS-SLICE-COST TO WS-LAYERS-BASE-COST
      COMPUTE WS-SLICE-AGE =
              WS-CURRENT-YEAR - LY-IN-SERVICE-YEAR(WS-LAYER-SUB)
      PERFORM expense-one-slice
   END-IF.

expense-one-slice.
   IF WS-SLICE-AGE >= 0 AND WS-SLICE-AGE < WS-USEFUL-LIFE
      COMPUTE WS-RESIDUAL-VALUE ROUNDED =
              WS-SLICE-COST * WS-RESIDUAL-RATE
      COMPUTE WS-DEPRECIABLE-BASE =
              WS-SLICE-COST - WS-RESIDUAL-VALUE
      COMPUTE WS-SLICE-EXPENSE ROUNDED =
              WS-DEPRECIABLE-BASE / WS-USEFUL-LIFE
      ADD WS-SLICE-EXPENSE TO WS-YEAR-EXPENSE
   END-IF.

add-depreciation-pair.
   ADD 1 TO COUNT-OF-LINES.
   MOVE WS-ACCT-DEPR-EXPENSE TO JL-ACCOUNT-CODE(COUNT-OF-LINES).
   MOVE WS-YEAR-EXPENSE TO JL-AMOUNT(COUNT-OF-LINES).
   MOVE FR-BUILDING-NAME TO JL-BUILDING-NAME(COUNT-OF-LINES).
   MOVE 'DEPRNEXP' TO JL-PURPOSE-CODE(COUNT-OF-LINES).
   MOVE 1 TO JL-SOURCE-SUB(COUNT-OF-LINES).
   ADD 1 TO COUNT-OF-LINES.
   MOVE WS-ACCT-ACCUM-DEPREC TO JL-ACCOUNT-CODE(COUNT-OF-LINES).
   MOVE 'C' TO JL-DEBIT-CREDIT(COUNT-OF-LINES).
   MOVE WS-YEAR-EXPENSE TO JL-AMOUNT(COUNT-OF-LINES).
   MOVE FR-BUILDING-NAME TO JL-BUILDING-NAME(COUNT-OF-LINES).
   MOVE 'ACCUMDEP' TO JL-PURPOSE-CODE(COUNT-OF-LINES).
   MOVE 1 TO JL-SOURCE-SUB(COUNT-OF-LINES).

journal-rent-income.
   MOVE 0 TO WS-BUILDING-RENT.
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-TENANTS.
   IF WS-BUILDING-RENT > 0
      ADD WS-BUILDING-RENT TO TIE-SOURCE-AMOUNT(2)
      PERFORM add-rent-pair
   END-IF.

      AND TEN-LEASE-START-DATE(WS-SCAN-SUB) <= WS-POSTING-DATE
      AND TEN-LEASE-END-DATE(WS-SCAN-SUB) >= WS-POSTING-DATE
      ADD TEN-MONTHLY-RENT(WS-SCAN-SUB) TO WS-BUILDING-RENT
      ADD 1 TO TIE-RECORDS-POSTED(2)
   END-IF.

add-rent-pair.
   MOVE WS-BUILDING-RENT TO JL-AMOUNT(COUNT-OF-LINES).
   MOVE FR-BUILDING-NAME TO JL-BUILDING-NAME(COUNT-OF-LINES).
   MOVE 'RENTRECV' TO JL-PURPOSE-CODE(COUNT-OF-LINES).
   MOVE 2 TO JL-SOURCE-SUB(COUNT-OF-LINES).
   ADD 1 TO COUNT-OF-LINES.
   MOVE WS-ACCT-RENT-INCOME TO JL-ACCOUNT-CODE(COUNT-OF-LINES).
   MOVE 'C' TO JL-DEBIT-CREDIT(COUNT-OF-LINES).
   MOVE WS-BUILDING-RENT TO JL-AMOUNT(COUNT-OF-LINES).
   MOVE FR-BUILDING-NAME TO JL-BUILDING-NAME(COUNT-OF-LINES).
   MOVE 'RENTINCM' TO JL-PURPOSE-CODE(COUNT-OF-LINES).
   MOVE 2 TO JL-SOURCE-SUB(COUNT-OF-LINES).

*> A missing capitalization register only means nothing has been
*> capitalized yet - every completed order is then repairs expense.
load-capitalized-orders.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CAPITALIZED.
   OPEN INPUT REGISTER-FILE.
   IF WS-REGISTER-STATUS = '00'
      PERFORM read-one-register UNTIL WS-SOURCE-EOF
      CLOSE REGISTER-FILE
   END-IF.

read-one-register.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           IF KR-CAPITALIZED
              IF COUNT-OF-CAPITALIZED >= 99999
                 DISPLAY 'CAPITALIZATION REGISTER EXCEEDS TABLE '
                         'CAPACITY - INCREASE CAPITALIZED-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-CAPITALIZED
              MOVE KR-ORDER-NUMBER
                   TO CO-ORDER-NUMBER(COUNT-OF-CAPITALIZED)
           END-IF
   END-READ.

*> Each sub-ledger file is optional: one that is not there posts
*> nothing and is flagged on the tie-out rather than stopping the
*> month's depreciation and rent.
journal-work-orders.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   OPEN INPUT WORKORDER-FILE.
   IF WS-WORKORDER-STATUS NOT = '00'
      MOVE 'N' TO TIE-FILE-SWITCH(3)
   ELSE
      PERFORM journal-one-work-order UNTIL WS-SOURCE-EOF
      CLOSE WORKORDER-FILE
   END-IF.

*> A completed order's actual cost is owed to the vendor; it is
*> repairs expense unless the capitalization run capitalized it.
journal-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(3)
           IF WO-STATUS-COMPLETE
              AND WO-ACTUAL-COST > 0
              AND WO-COMPLETE-DATE(1:6) = WS-POSTING-PERIOD
              MOVE WS-ACCT-REPAIR-EXPENSE TO WS-PAIR-DEBIT-ACCOUNT
              MOVE 'REPAIREX' TO WS-PAIR-DEBIT-PURPOSE
              SET CO-IX TO 1
              SEARCH CAPITALIZED-ENTRY
                  AT END
                      CONTINUE
                  WHEN CO-ORDER-NUMBER(CO-IX) = WO-ORDER-NUMBER
                      MOVE WS-ACCT-CAPITAL-IMPROVE
                           TO WS-PAIR-DEBIT-ACCOUNT
                      MOVE 'CAPIMPRV' TO WS-PAIR-DEBIT-PURPOSE
              END-SEARCH
              MOVE WS-ACCT-ACCOUNTS-PAYABLE TO WS-PAIR-CREDIT-ACCOUNT
              MOVE 'APPAYABL' TO WS-PAIR-CREDIT-PURPOSE
              MOVE WO-ACTUAL-COST TO WS-PAIR-AMOUNT
              MOVE WO-BUILDING-NAME TO WS-PAIR-BUILDING-NAME
              MOVE 3 TO WS-PAIR-SOURCE
              PERFORM add-source-pair
           END-IF
   END-READ.

journal-tax-accruals.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   OPEN INPUT ACCRUAL-FILE.
   IF WS-ACCRUAL-STATUS NOT = '00'
      MOVE 'N' TO TIE-FILE-SWITCH(4)
   ELSE
      PERFORM journal-one-accrual UNTIL WS-SOURCE-EOF
      CLOSE ACCRUAL-FILE
   END-IF.

journal-one-accrual.
   READ ACCRUAL-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(4)
           IF TA-TAX-AMOUNT > 0
              AND TA-ACCRUAL-DATE(1:6) = WS-POSTING-PERIOD
              MOVE WS-ACCT-TAX-EXPENSE TO WS-PAIR-DEBIT-ACCOUNT
              MOVE 'TAXEXPNS' TO WS-PAIR-DEBIT-PURPOSE
              MOVE WS-ACCT-TAX-PAYABLE TO WS-PAIR-CREDIT-ACCOUNT
              MOVE 'TAXPAYBL' TO WS-PAIR-CREDIT-PURPOSE
              MOVE TA-TAX-AMOUNT TO WS-PAIR-AMOUNT
              MOVE TA-BUILDING-NAME TO WS-PAIR-BUILDING-NAME
              MOVE 4 TO WS-PAIR-SOURCE
              PERFORM add-source-pair
           END-IF
   END-READ.

journal-premiums.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   OPEN INPUT PREMIUM-FILE.
   IF WS-PREMIUM-STATUS NOT = '00'
      MOVE 'N' TO TIE-FILE-SWITCH(5)
   ELSE
      PERFORM journal-one-premium UNTIL WS-SOURCE-EOF
      CLOSE PREMIUM-FILE
   END-IF.

*> Only accepted quotes are premiums owed; rejected quotes are on the
*> file for the insurance desk and never post.
journal-one-premium.
   READ PREMIUM-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(5)
           IF PM-QUOTE-ACCEPTED
              AND PM-ANNUAL-PREMIUM > 0
              AND PM-QUOTE-DATE(1:6) = WS-POSTING-PERIOD
              MOVE WS-ACCT-INS-EXPENSE TO WS-PAIR-DEBIT-ACCOUNT
              MOVE 'INSEXPNS' TO WS-PAIR-DEBIT-PURPOSE
              MOVE WS-ACCT-INS-PAYABLE TO WS-PAIR-CREDIT-ACCOUNT
              MOVE 'INSPAYBL' TO WS-PAIR-CREDIT-PURPOSE
              MOVE PM-ANNUAL-PREMIUM TO WS-PAIR-AMOUNT
              MOVE PM-BUILDING-NAME TO WS-PAIR-BUILDING-NAME
              MOVE 5 TO WS-PAIR-SOURCE
              PERFORM add-source-pair
           END-IF
   END-READ.

journal-cash-receipts.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   OPEN INPUT APPLIED-FILE.
   IF WS-APPLIED-STATUS NOT = '00'
      MOVE 'N' TO TIE-FILE-SWITCH(6)
   ELSE
      PERFORM journal-one-receipt UNTIL WS-SOURCE-EOF
      CLOSE APPLIED-FILE
   END-IF.

*> Cash applied by RENT-AR-POST clears the receivable the rent
*> pair raised. The excess of an overpayment is banked against the
*> tenant-credit liability, and credit later used on an invoice comes
*> off that liability to clear the receivable.
journal-one-receipt.
   READ APPLIED-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(6)
           IF AP-APPLIED-AMOUNT > 0
              AND AP-POSTED-DATE(1:6) = WS-POSTING-PERIOD
              EVALUATE TRUE
                  WHEN AP-CASH-TO-CREDIT
                      MOVE WS-ACCT-CASH TO WS-PAIR-DEBIT-ACCOUNT
                      MOVE 'CASHBANK' TO WS-PAIR-DEBIT-PURPOSE
                      MOVE WS-ACCT-TENANT-CREDIT
                           TO WS-PAIR-CREDIT-ACCOUNT
                      MOVE 'TENCREDT' TO WS-PAIR-CREDIT-PURPOSE
                  WHEN AP-CREDIT-APPLIED
                      MOVE WS-ACCT-TENANT-CREDIT
                           TO WS-PAIR-DEBIT-ACCOUNT
                      MOVE 'TENCREDT' TO WS-PAIR-DEBIT-PURPOSE
                      MOVE WS-ACCT-RENT-RECEIVABLE
                           TO WS-PAIR-CREDIT-ACCOUNT
                      MOVE 'RENTRECV' TO WS-PAIR-CREDIT-PURPOSE
                  WHEN OTHER
                      MOVE WS-ACCT-CASH TO WS-PAIR-DEBIT-ACCOUNT
                      MOVE 'CASHBANK' TO WS-PAIR-DEBIT-PURPOSE
                      MOVE WS-ACCT-RENT-RECEIVABLE
                           TO WS-PAIR-CREDIT-ACCOUNT
                      MOVE 'RENTRECV' TO WS-PAIR-CREDIT-PURPOSE
              END-EVALUATE
              MOVE AP-APPLIED-AMOUNT TO WS-PAIR-AMOUNT
              MOVE AP-BUILDING-NAME TO WS-PAIR-BUILDING-NAME
              MOVE 6 TO WS-PAIR-SOURCE
              PERFORM add-source-pair
           END-IF
   END-READ.

journal-billed-charges.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   OPEN INPUT BILLING-REGISTER-FILE.
   IF WS-BILLING-REGISTER-STATUS NOT = '00'
      MOVE 'N' TO TIE-FILE-SWITCH(7)
   ELSE
      PERFORM journal-one-billed-charge UNTIL WS-SOURCE-EOF
      CLOSE BILLING-REGISTER-FILE
   END-IF.

*> Rent income is journaled from the leases; the other charges AR
*> invoices - late charges, CAM true-ups and utility recharges - are
*> journaled from the billing register, which carries each one's date
*> and amount, into the receivable and their own income accounts. A
*> CAM register entry with no amount recorded a credit or a settled
*> tenant and is journaled, if at all, from the credits.
journal-one-billed-charge.
   READ BILLING-REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(7)
           IF NOT BR-TYPE-RENT
              AND BR-INVOICE-AMOUNT NUMERIC
              AND BR-INVOICE-AMOUNT > 0
              AND BR-INVOICE-DATE(1:6) = WS-POSTING-PERIOD
              MOVE WS-ACCT-RENT-RECEIVABLE TO WS-PAIR-DEBIT-ACCOUNT
              MOVE 'RENTRECV' TO WS-PAIR-DEBIT-PURPOSE
              EVALUATE TRUE
                  WHEN BR-TYPE-LATE-CHARGE
                      MOVE WS-ACCT-LATE-INCOME TO WS-PAIR-CREDIT-ACCOUNT
                      MOVE 'LATEINCM' TO WS-PAIR-CREDIT-PURPOSE
                  WHEN BR-TYPE-CAM-TRUE-UP
                      MOVE WS-ACCT-CAM-INCOME TO WS-PAIR-CREDIT-ACCOUNT
                      MOVE 'CAMRINCM' TO WS-PAIR-CREDIT-PURPOSE
                  WHEN OTHER
                      MOVE WS-ACCT-UTILITY-INCOME
                           TO WS-PAIR-CREDIT-ACCOUNT
                      MOVE 'UTILINCM' TO WS-PAIR-CREDIT-PURPOSE
              END-EVALUATE
              MOVE BR-INVOICE-AMOUNT TO WS-PAIR-AMOUNT
              MOVE BR-BUILDING-NAME TO WS-PAIR-BUILDING-NAME
              MOVE 7 TO WS-PAIR-SOURCE
              PERFORM add-source-pair
           END-IF
   END-READ.

journal-credits-raised.
   MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
   OPEN INPUT CREDIT-FILE.
   IF WS-CREDIT-STATUS NOT = '00'
      MOVE 'N' TO TIE-FILE-SWITCH(8)
   ELSE
      PERFORM journal-one-credit UNTIL WS-SOURCE-EOF
      CLOSE CREDIT-FILE
   END-IF.

*> A credit is a liability to the tenant from the day it is raised.
*> Cash released from suspense onto a tenant's account is banked
*> against it; an over-recovered CAM true-up comes back out of CAM
*> recovery income. Overpayment credits are raised by RENT-ARPOST and
*> already journaled from ARAPPLD, so they are passed over here.
journal-one-credit.
   READ CREDIT-FILE
       AT END
           MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
       NOT AT END
           ADD 1 TO TIE-RECORDS-READ(8)
           IF (CR-FROM-SUSPENSE OR CR-FROM-CAM-TRUE-UP)
              AND CR-CREDIT-AMOUNT > 0
              AND CR-CREDIT-DATE(1:6) = WS-POSTING-PERIOD
              IF CR-FROM-SUSPENSE
                 MOVE WS-ACCT-CASH TO WS-PAIR-DEBIT-ACCOUNT
                 MOVE 'CASHBANK' TO WS-PAIR-DEBIT-PURPOSE
              ELSE
                 MOVE WS-ACCT-CAM-INCOME TO WS-PAIR-DEBIT-ACCOUNT
                 MOVE 'CAMRINCM' TO WS-PAIR-DEBIT-PURPOSE
              END-IF
              MOVE WS-ACCT-TENANT-CREDIT TO WS-PAIR-CREDIT-ACCOUNT
              MOVE 'TENCREDT' TO WS-PAIR-CREDIT-PURPOSE
              MOVE CR-CREDIT-AMOUNT TO WS-PAIR-AMOUNT
              MOVE CR-BUILDING-NAME TO WS-PAIR-BUILDING-NAME
              MOVE 8 TO WS-PAIR-SOURCE
              PERFORM add-source-pair
           END-IF
   END-READ.

*> One debit and one credit for one sub-ledger record. The journal
*> table is the whole batch, so running out of room stops the run
*> rather than releasing a partial file.
add-source-pair.
   IF COUNT-OF-LINES > 39998
      DISPLAY 'JOURNAL EXCEEDS TABLE CAPACITY - '
              'INCREASE JOURNAL-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   ADD 1 TO TIE-RECORDS-POSTED(WS-PAIR-SOURCE).
   ADD WS-PAIR-AMOUNT TO TIE-SOURCE-AMOUNT(WS-PAIR-SOURCE).
   ADD 1 TO COUNT-OF-LINES.
   MOVE WS-PAIR-DEBIT-ACCOUNT TO JL-ACCOUNT-CODE(COUNT-OF-LINES).
   MOVE 'D' TO JL-DEBIT-CREDIT(COUNT-OF-LINES).
   MOVE WS-PAIR-AMOUNT TO JL-AMOUNT(COUNT-OF-LINES).
   MOVE WS-PAIR-BUILDING-NAME TO JL-BUILDING-NAME(COUNT-OF-LINES).
   MOVE WS-PAIR-DEBIT-PURPOSE TO JL-PURPOSE-CODE(COUNT-OF-LINES).
   MOVE WS-PAIR-SOURCE TO JL-SOURCE-SUB(COUNT-OF-LINES).
   ADD 1 TO COUNT-OF-LINES.
   MOVE WS-PAIR-CREDIT-ACCOUNT TO JL-ACCOUNT-CODE(COUNT-OF-LINES).
   MOVE 'C' TO JL-DEBIT-CREDIT(COUNT-OF-LINES).
   MOVE WS-PAIR-AMOUNT TO JL-AMOUNT(COUNT-OF-LINES).
   MOVE WS-PAIR-BUILDING-NAME TO JL-BUILDING-NAME(COUNT-OF-LINES).
   MOVE WS-PAIR-CREDIT-PURPOSE TO JL-PURPOSE-CODE(COUNT-OF-LINES).
   MOVE WS-PAIR-SOURCE TO JL-SOURCE-SUB(COUNT-OF-LINES).

total-journal-lines.
   PERFORM total-one-line

total-one-line.
   ADD JL-AMOUNT(WS-SCAN-SUB) TO WS-AMOUNT-HASH.
   MOVE JL-SOURCE-SUB(WS-SCAN-SUB) TO WS-TIE-SUB.
   IF JL-DEBIT-CREDIT(WS-SCAN-SUB) = 'D'
      ADD JL-AMOUNT(WS-SCAN-SUB) TO WS-DEBIT-TOTAL
      ADD JL-AMOUNT(WS-SCAN-SUB) TO TIE-JOURNAL-DEBITS(WS-TIE-SUB)
   ELSE
      ADD JL-AMOUNT(WS-SCAN-SUB) TO WS-CREDIT-TOTAL
      ADD JL-AMOUNT(WS-SCAN-SUB) TO TIE-JOURNAL-CREDITS(WS-TIE-SUB)
   END-IF.

*> The journal side of the tie-out is totalled from the finished
*> lines, not from the amounts as they were posted, so a line lost or
*> doubled on the way into the table shows here.
tie-out-sources.
   MOVE 0 TO WS-TIE-FAILED-COUNT.
   MOVE 0 TO WS-MISSING-SOURCE-COUNT.
   MOVE 0 TO WS-TIE-SOURCE-TOTAL.
   PERFORM tie-out-one-source
      VARYING WS-TIE-SUB FROM 1 BY 1 UNTIL WS-TIE-SUB > 8.

tie-out-one-source.
   ADD TIE-SOURCE-AMOUNT(WS-TIE-SUB) TO WS-TIE-SOURCE-TOTAL.
   IF TIE-FILE-MISSING(WS-TIE-SUB)
      ADD 1 TO WS-MISSING-SOURCE-COUNT
   END-IF.
   IF TIE-SOURCE-AMOUNT(WS-TIE-SUB) NOT = TIE-JOURNAL-DEBITS(WS-TIE-SUB)
      OR TIE-SOURCE-AMOUNT(WS-TIE-SUB)
         NOT = TIE-JOURNAL-CREDITS(WS-TIE-SUB)
      ADD 1 TO WS-TIE-FAILED-COUNT
   END-IF.

write-gl-file.
           TO REPORT-LINE
   END-IF.
   WRITE REPORT-LINE.
   PERFORM write-tie-out-section.

*> Source-to-journal tie-out: for each sub-ledger, the records read,
*> the records that posted this period and their dollars, against the
*> debits and credits the journal carries for that source. The
*> sources together must account for every dollar in the batch.
write-tie-out-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'SOURCE-TO-JOURNAL TIE-OUT BY SUB-LEDGER - PERIOD '
          DELIMITED BY SIZE
          WS-POSTING-PERIOD DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'SOURCE                            READ  POSTED     SOURCE AMOUNT    JOURNAL DEBITS   JOURNAL CREDITS STATUS'
        TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-tie-out-line
      VARYING WS-TIE-SUB FROM 1 BY 1 UNTIL WS-TIE-SUB > 8.
   MOVE WS-TIE-SOURCE-TOTAL TO WS-TIE-SOURCE-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'ALL SOURCES....................: '  DELIMITED BY SIZE
          WS-TIE-SOURCE-DISPLAY               DELIMITED BY SIZE
          ' AGAINST BATCH DEBITS '            DELIMITED BY SIZE
          WS-DEBIT-DISPLAY                    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-TIE-FAILED-COUNT = 0
      AND WS-TIE-SOURCE-TOTAL = WS-DEBIT-TOTAL
      MOVE 'PROOF: EVERY POSTED DOLLAR TIES TO A SOURCE RECORD'
           TO REPORT-LINE
   ELSE
      MOVE '*** TIE-OUT FAILED: JOURNAL DOES NOT MATCH ITS SOURCES ***'
           TO REPORT-LINE
   END-IF.
   WRITE REPORT-LINE.

write-one-tie-out-line.
   MOVE TIE-RECORDS-READ(WS-TIE-SUB) TO WS-TIE-READ-DISPLAY.
   MOVE TIE-RECORDS-POSTED(WS-TIE-SUB) TO WS-TIE-POSTED-DISPLAY.
   MOVE TIE-SOURCE-AMOUNT(WS-TIE-SUB) TO WS-TIE-SOURCE-DISPLAY.
   MOVE TIE-JOURNAL-DEBITS(WS-TIE-SUB) TO WS-TIE-DEBIT-DISPLAY.
   MOVE TIE-JOURNAL-CREDITS(WS-TIE-SUB) TO WS-TIE-CREDIT-DISPLAY.
   EVALUATE TRUE
       WHEN TIE-FILE-MISSING(WS-TIE-SUB)
           MOVE 'NO FILE - NOT POSTED' TO WS-TIE-STATUS
       WHEN TIE-SOURCE-AMOUNT(WS-TIE-SUB)
                NOT = TIE-JOURNAL-DEBITS(WS-TIE-SUB)
         OR TIE-SOURCE-AMOUNT(WS-TIE-SUB)
                NOT = TIE-JOURNAL-CREDITS(WS-TIE-SUB)
           MOVE '*** OUT OF BALANCE' TO WS-TIE-STATUS
       WHEN OTHER
           MOVE 'TIED' TO WS-TIE-STATUS
   END-EVALUATE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING TIE-SOURCE-NAME(WS-TIE-SUB) DELIMITED BY SIZE
          WS-TIE-READ-DISPLAY         DELIMITED BY SIZE
          ' '                         DELIMITED BY SIZE
          WS-TIE-POSTED-DISPLAY       DELIMITED BY SIZE
          ' '                         DELIMITED BY SIZE
          WS-TIE-SOURCE-DISPLAY       DELIMITED BY SIZE
          ' '                         DELIMITED BY SIZE
          WS-TIE-DEBIT-DISPLAY        DELIMITED BY SIZE
          ' '                         DELIMITED BY SIZE
          WS-TIE-CREDIT-DISPLAY       DELIMITED BY SIZE
          ' '                         DELIMITED BY SIZE
          WS-TIE-STATUS               DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
