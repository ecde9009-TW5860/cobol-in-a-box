IDENTIFICATION DIVISION.
PROGRAM-ID. CLAIM-MAINT.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT PREMIUM-FILE ASSIGN TO PREMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PREMIUM-STATUS.
       SELECT CLAIM-FILE ASSIGN TO CLMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CLAIM-STATUS.
       SELECT TRANSACTION-FILE ASSIGN TO CLMTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
       SELECT CLAIM-OUT ASSIGN TO CLMOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REJECT-FILE ASSIGN TO CLMREJ
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO CLMRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD PREMIUM-FILE.
       COPY "src/main/premium_record.cpy".

   FD CLAIM-FILE.
       COPY "src/main/claim_record.cpy".

   FD TRANSACTION-FILE.
       COPY "src/main/claim_transaction_record.cpy".

   FD CLAIM-OUT.
       01 CLAIM-OUT-RECORD PIC X(142).

   FD REJECT-FILE.
       01 REJECT-RECORD PIC X(109).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
*> The accepted quotes from the last insurer acknowledgment: the
*> deductible a new claim is held to.
        01 ACCEPTED-QUOTES.
            05 COUNT-OF-QUOTES PIC 9(5) COMP-5 VALUE 0.
            05 QUOTE-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-QUOTES.
                10 QT-BUILDING-NAME PIC X(25).
                10 QT-QUOTE-DATE PIC X(8).
                10 QT-DEDUCTIBLE PIC X(9).
                10 QT-DEDUCTIBLE-AMOUNT REDEFINES QT-DEDUCTIBLE
                       PIC 9(7)V99.
*> The whole claims file rides in storage for the run, edited in
*> place and written out as a new generation - the same pattern
*> WORKORDER-POST uses for the work-order master.
        01 CLAIMS.
            05 COUNT-OF-CLAIMS PIC 9(5) COMP-5 VALUE 0.
            05 CLAIM-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-CLAIMS.
                10 CLM-CLAIM-NUMBER PIC X(10).
                10 CLM-BUILDING-NAME PIC X(25).
                10 CLM-LOSS-DATE PIC X(8).
                10 CLM-CAUSE-CODE PIC X(2).
                10 CLM-STATUS PIC X(1).
                10 CLM-OPENED-DATE PIC X(8).
                10 CLM-ESTIMATED-LOSS PIC 9(9)V99.
                10 CLM-RESERVE PIC 9(9)V99.
                10 CLM-DEDUCTIBLE PIC 9(7)V99.
                10 CLM-RECOVERED PIC 9(9)V99.
                10 CLM-SETTLED-DATE PIC X(8).
                10 CLM-CLOSED-DATE PIC X(8).
                10 CLM-DESCRIPTION PIC X(30).
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-TRAN-EOF-SWITCH PIC X(1).
            88 WS-TRAN-EOF VALUE 'Y'.
            88 WS-TRAN-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-PREMIUM-STATUS PIC X(2).
        01 WS-CLAIM-STATUS PIC X(2).
        01 WS-TRANSACTION-STATUS PIC X(2).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-CLAIM-SUB PIC 9(5) COMP-5.
        01 WS-CLAIM-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-QUOTE-SUB PIC 9(5) COMP-5.
        01 WS-QUOTE-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-WRITE-SUB PIC 9(5) COMP-5.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-TRAN-DATE PIC X(8).
*> What the insurer can owe on a claim: the loss less the deductible.
*> Reserve and recoveries are both held to it.
        01 WS-RECOVERABLE PIC S9(9)V99.
        01 WS-NEW-ESTIMATE PIC 9(9)V99.
        01 WS-NEW-RESERVE PIC 9(9)V99.
        01 WS-NEW-RECOVERED PIC 9(10)V99.
        01 WS-REASON-TEXT PIC X(40).
        01 WS-DISPOSITION PIC X(8).
        01 WS-TRAN-COUNT    PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
        01 WS-OPEN-CLAIM-COUNT PIC 9(5) VALUE 0.
        01 WS-TOTAL-RESERVE PIC 9(11)V99 VALUE 0.
        01 WS-TOTAL-RECOVERED PIC 9(11)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-RECOVERED-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-REPORT-LINE PIC X(120).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM load-buildings.
   PERFORM load-accepted-quotes.
   PERFORM load-claims.
   OPEN OUTPUT REJECT-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM process-transactions.
   PERFORM total-one-claim
      VARYING WS-CLAIM-SUB FROM 1 BY 1
      UNTIL WS-CLAIM-SUB > COUNT-OF-CLAIMS.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   CLOSE REJECT-FILE.
   PERFORM write-claims.
   DISPLAY 'CLAIM MAINTENANCE COMPLETE - ' WS-APPLIED-COUNT
           ' APPLIED, ' WS-REJECT-COUNT ' REJECTED, '
           WS-OPEN-CLAIM-COUNT ' CLAIMS OPEN'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

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

*> Without the premium file no claim can be opened - there is no
*> accepted cover to hold it to - but updates to claims already open
*> still apply.
load-accepted-quotes.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-QUOTES.
   OPEN INPUT PREMIUM-FILE.
   IF WS-PREMIUM-STATUS NOT = '00'
      DISPLAY 'NO PREMIUM FILE - NEW CLAIMS WILL BE REJECTED'
   ELSE
      PERFORM read-one-quote UNTIL WS-EOF
      CLOSE PREMIUM-FILE
   END-IF.

read-one-quote.
   READ PREMIUM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF PM-QUOTE-ACCEPTED
              IF COUNT-OF-QUOTES >= 99999
                 DISPLAY 'PREMIUM FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE QUOTE-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-QUOTES
              MOVE PM-BUILDING-NAME TO QT-BUILDING-NAME(COUNT-OF-QUOTES)
              MOVE PM-QUOTE-DATE TO QT-QUOTE-DATE(COUNT-OF-QUOTES)
              IF PM-DEDUCTIBLE NUMERIC
                 MOVE PM-DEDUCTIBLE
                      TO QT-DEDUCTIBLE-AMOUNT(COUNT-OF-QUOTES)
              ELSE
                 MOVE SPACES TO QT-DEDUCTIBLE(COUNT-OF-QUOTES)
              END-IF
           END-IF
   END-READ.

*> A missing claims file is the cold start; the first run creates it.
load-claims.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-CLAIMS.
   OPEN INPUT CLAIM-FILE.
   IF WS-CLAIM-STATUS NOT = '00'
      DISPLAY 'NO CLAIMS FILE - STARTING EMPTY'
   ELSE
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
           MOVE CM-LOSS-DATE TO CLM-LOSS-DATE(COUNT-OF-CLAIMS)
           MOVE CM-CAUSE-CODE TO CLM-CAUSE-CODE(COUNT-OF-CLAIMS)
           MOVE CM-STATUS TO CLM-STATUS(COUNT-OF-CLAIMS)
           MOVE CM-OPENED-DATE TO CLM-OPENED-DATE(COUNT-OF-CLAIMS)
           MOVE CM-ESTIMATED-LOSS TO CLM-ESTIMATED-LOSS(COUNT-OF-CLAIMS)
           MOVE CM-RESERVE TO CLM-RESERVE(COUNT-OF-CLAIMS)
           MOVE CM-DEDUCTIBLE TO CLM-DEDUCTIBLE(COUNT-OF-CLAIMS)
           MOVE CM-RECOVERED TO CLM-RECOVERED(COUNT-OF-CLAIMS)
           MOVE CM-SETTLED-DATE TO CLM-SETTLED-DATE(COUNT-OF-CLAIMS)
           MOVE CM-CLOSED-DATE TO CLM-CLOSED-DATE(COUNT-OF-CLAIMS)
           MOVE CM-DESCRIPTION TO CLM-DESCRIPTION(COUNT-OF-CLAIMS)
   END-READ.

process-transactions.
   MOVE 'N' TO WS-TRAN-EOF-SWITCH.
   OPEN INPUT TRANSACTION-FILE.
   IF WS-TRANSACTION-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS = '
              WS-TRANSACTION-STATUS
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
   IF CX-TRAN-DATE NUMERIC
      MOVE CX-TRAN-DATE TO WS-TRAN-DATE
   ELSE
      MOVE WS-TODAY-DATE TO WS-TRAN-DATE
   END-IF.
   PERFORM find-claim-entry.
   EVALUATE TRUE
       WHEN CX-CLAIM-NUMBER = SPACES
           MOVE 'CLAIM NUMBER MISSING' TO WS-REASON-TEXT
       WHEN CX-ACTION-OPEN
           PERFORM apply-open
       WHEN CX-ACTION-UPDATE
           PERFORM apply-update
       WHEN CX-ACTION-RECOVERY
           PERFORM apply-recovery
       WHEN CX-ACTION-SETTLE
           PERFORM apply-settle
       WHEN CX-ACTION-CLOSE
           PERFORM apply-close
       WHEN OTHER
           MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
   END-EVALUATE.
   IF WS-REASON-TEXT = SPACES
      ADD 1 TO WS-APPLIED-COUNT
      MOVE 'APPLIED' TO WS-DISPOSITION
   ELSE
      ADD 1 TO WS-REJECT-COUNT
      MOVE 'REJECTED' TO WS-DISPOSITION
      MOVE CLAIM-TRANSACTION-RECORD TO REJECT-RECORD
      WRITE REJECT-RECORD
   END-IF.
   PERFORM write-report-detail.

find-claim-entry.
   MOVE 0 TO WS-CLAIM-FOUND-SUB.
   PERFORM match-one-claim
      VARYING WS-CLAIM-SUB FROM 1 BY 1
      UNTIL WS-CLAIM-SUB > COUNT-OF-CLAIMS
         OR WS-CLAIM-FOUND-SUB > 0.

match-one-claim.
   IF CLM-CLAIM-NUMBER(WS-CLAIM-SUB) = CX-CLAIM-NUMBER
      MOVE WS-CLAIM-SUB TO WS-CLAIM-FOUND-SUB
   END-IF.

*> The cover the claim is made under is the newest quote accepted for
*> the building on or before the loss date; a quote accepted after
*> the loss was not in force when it happened.
find-accepted-quote.
   MOVE 0 TO WS-QUOTE-FOUND-SUB.
   PERFORM match-one-quote
      VARYING WS-QUOTE-SUB FROM 1 BY 1
      UNTIL WS-QUOTE-SUB > COUNT-OF-QUOTES.

match-one-quote.
   IF QT-BUILDING-NAME(WS-QUOTE-SUB) = CX-BUILDING-NAME
      AND QT-QUOTE-DATE(WS-QUOTE-SUB) NOT > CX-TRAN-DATE
      IF WS-QUOTE-FOUND-SUB = 0
         MOVE WS-QUOTE-SUB TO WS-QUOTE-FOUND-SUB
      ELSE
         IF QT-QUOTE-DATE(WS-QUOTE-SUB)
            > QT-QUOTE-DATE(WS-QUOTE-FOUND-SUB)
            MOVE WS-QUOTE-SUB TO WS-QUOTE-FOUND-SUB
         END-IF
      END-IF
   END-IF.

*> A claim opens only for a building on the master with accepted
*> cover, and only when the estimate is more than the deductible -
*> a loss inside the deductible is ours alone and never goes to the
*> insurer. A reserve left blank defaults to everything recoverable.
apply-open.
   MOVE CX-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   PERFORM find-accepted-quote.
   MOVE CX-CAUSE-CODE TO CM-CAUSE-CODE.
   EVALUATE TRUE
       WHEN WS-CLAIM-FOUND-SUB > 0
           MOVE 'CLAIM NUMBER ALREADY ON FILE' TO WS-REASON-TEXT
       WHEN WS-NOT-FOUND
           MOVE 'BUILDING NOT ON MASTER' TO WS-REASON-TEXT
       WHEN CX-TRAN-DATE NOT NUMERIC
           MOVE 'LOSS DATE MISSING OR INVALID' TO WS-REASON-TEXT
       WHEN CX-TRAN-DATE > WS-TODAY-DATE
           MOVE 'LOSS DATE IN THE FUTURE' TO WS-REASON-TEXT
       WHEN NOT CM-CAUSE-VALID
           MOVE 'INVALID CAUSE CODE' TO WS-REASON-TEXT
       WHEN CX-ESTIMATED-LOSS NOT NUMERIC
           MOVE 'ESTIMATED LOSS MISSING' TO WS-REASON-TEXT
       WHEN WS-QUOTE-FOUND-SUB = 0
           MOVE 'NO ACCEPTED QUOTE IN FORCE AT LOSS DATE'
                TO WS-REASON-TEXT
       WHEN QT-DEDUCTIBLE(WS-QUOTE-FOUND-SUB) NOT NUMERIC
           MOVE 'ACCEPTED QUOTE CARRIES NO DEDUCTIBLE'
                TO WS-REASON-TEXT
       WHEN CX-ESTIMATED-LOSS
            NOT > QT-DEDUCTIBLE-AMOUNT(WS-QUOTE-FOUND-SUB)
           MOVE 'LOSS WITHIN DEDUCTIBLE' TO WS-REASON-TEXT
       WHEN OTHER
           COMPUTE WS-RECOVERABLE = CX-ESTIMATED-LOSS
                   - QT-DEDUCTIBLE-AMOUNT(WS-QUOTE-FOUND-SUB)
           IF CX-RESERVE NUMERIC
              MOVE CX-RESERVE TO WS-NEW-RESERVE
           ELSE
              MOVE WS-RECOVERABLE TO WS-NEW-RESERVE
           END-IF
           IF WS-NEW-RESERVE > WS-RECOVERABLE
              MOVE 'RESERVE EXCEEDS LOSS LESS DEDUCTIBLE'
                   TO WS-REASON-TEXT
           ELSE
              PERFORM add-new-claim
           END-IF
   END-EVALUATE.

add-new-claim.
   IF COUNT-OF-CLAIMS >= 20000
      DISPLAY 'CLAIMS FILE EXCEEDS TABLE CAPACITY - '
              'INCREASE CLAIM-ENTRY AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   ADD 1 TO COUNT-OF-CLAIMS.
   MOVE CX-CLAIM-NUMBER TO CLM-CLAIM-NUMBER(COUNT-OF-CLAIMS).
   MOVE CX-BUILDING-NAME TO CLM-BUILDING-NAME(COUNT-OF-CLAIMS).
   MOVE CX-TRAN-DATE TO CLM-LOSS-DATE(COUNT-OF-CLAIMS).
   MOVE CX-CAUSE-CODE TO CLM-CAUSE-CODE(COUNT-OF-CLAIMS).
   MOVE 'O' TO CLM-STATUS(COUNT-OF-CLAIMS).
   MOVE WS-TODAY-DATE TO CLM-OPENED-DATE(COUNT-OF-CLAIMS).
   MOVE CX-ESTIMATED-LOSS TO CLM-ESTIMATED-LOSS(COUNT-OF-CLAIMS).
   MOVE WS-NEW-RESERVE TO CLM-RESERVE(COUNT-OF-CLAIMS).
   MOVE QT-DEDUCTIBLE-AMOUNT(WS-QUOTE-FOUND-SUB)
        TO CLM-DEDUCTIBLE(COUNT-OF-CLAIMS).
   MOVE 0 TO CLM-RECOVERED(COUNT-OF-CLAIMS).
   MOVE SPACES TO CLM-SETTLED-DATE(COUNT-OF-CLAIMS).
   MOVE SPACES TO CLM-CLOSED-DATE(COUNT-OF-CLAIMS).
   MOVE CX-DESCRIPTION TO CLM-DESCRIPTION(COUNT-OF-CLAIMS).

*> A revised estimate or reserve: anything left blank is unchanged.
*> The estimate may fall, but never below what has already been
*> recovered plus the deductible.
apply-update.
   EVALUATE TRUE
       WHEN WS-CLAIM-FOUND-SUB = 0
           MOVE 'CLAIM NOT ON FILE' TO WS-REASON-TEXT
       WHEN CLM-STATUS(WS-CLAIM-FOUND-SUB) NOT = 'O'
           MOVE 'CLAIM NOT OPEN' TO WS-REASON-TEXT
       WHEN OTHER
           PERFORM edit-claim-update
   END-EVALUATE.

edit-claim-update.
   IF CX-ESTIMATED-LOSS NUMERIC
      MOVE CX-ESTIMATED-LOSS TO WS-NEW-ESTIMATE
   ELSE
      MOVE CLM-ESTIMATED-LOSS(WS-CLAIM-FOUND-SUB) TO WS-NEW-ESTIMATE
   END-IF.
   IF CX-RESERVE NUMERIC
      MOVE CX-RESERVE TO WS-NEW-RESERVE
   ELSE
      MOVE CLM-RESERVE(WS-CLAIM-FOUND-SUB) TO WS-NEW-RESERVE
   END-IF.
   COMPUTE WS-RECOVERABLE = WS-NEW-ESTIMATE
           - CLM-DEDUCTIBLE(WS-CLAIM-FOUND-SUB).
   EVALUATE TRUE
       WHEN WS-RECOVERABLE NOT > 0
           MOVE 'LOSS WITHIN DEDUCTIBLE' TO WS-REASON-TEXT
       WHEN CLM-RECOVERED(WS-CLAIM-FOUND-SUB) > WS-RECOVERABLE
           MOVE 'ESTIMATE BELOW AMOUNT ALREADY RECOVERED'
                TO WS-REASON-TEXT
       WHEN WS-NEW-RESERVE + CLM-RECOVERED(WS-CLAIM-FOUND-SUB)
            > WS-RECOVERABLE
           MOVE 'RESERVE EXCEEDS LOSS LESS DEDUCTIBLE'
                TO WS-REASON-TEXT
       WHEN OTHER
           MOVE WS-NEW-ESTIMATE
                TO CLM-ESTIMATED-LOSS(WS-CLAIM-FOUND-SUB)
           MOVE WS-NEW-RESERVE TO CLM-RESERVE(WS-CLAIM-FOUND-SUB)
           IF CX-DESCRIPTION NOT = SPACES
              MOVE CX-DESCRIPTION
                   TO CLM-DESCRIPTION(WS-CLAIM-FOUND-SUB)
           END-IF
   END-EVALUATE.

*> Money received from the insurer. The insurer never owes more than
*> the loss less the deductible, so a recovery past that is refused
*> for the claims desk to query rather than booked.
apply-recovery.
   EVALUATE TRUE
       WHEN WS-CLAIM-FOUND-SUB = 0
           MOVE 'CLAIM NOT ON FILE' TO WS-REASON-TEXT
       WHEN CLM-STATUS(WS-CLAIM-FOUND-SUB) NOT = 'O'
           MOVE 'CLAIM NOT OPEN' TO WS-REASON-TEXT
       WHEN CX-AMOUNT NOT NUMERIC
           MOVE 'RECOVERY AMOUNT MISSING' TO WS-REASON-TEXT
       WHEN CX-AMOUNT = 0
           MOVE 'RECOVERY AMOUNT MISSING' TO WS-REASON-TEXT
       WHEN OTHER
           PERFORM check-recovery-limit
           IF WS-REASON-TEXT = SPACES
              PERFORM book-recovery
           END-IF
   END-EVALUATE.

check-recovery-limit.
   COMPUTE WS-RECOVERABLE = CLM-ESTIMATED-LOSS(WS-CLAIM-FOUND-SUB)
           - CLM-DEDUCTIBLE(WS-CLAIM-FOUND-SUB).
   COMPUTE WS-NEW-RECOVERED = CLM-RECOVERED(WS-CLAIM-FOUND-SUB)
           + CX-AMOUNT.
   IF WS-NEW-RECOVERED > WS-RECOVERABLE
      MOVE 'RECOVERY EXCEEDS LOSS LESS DEDUCTIBLE' TO WS-REASON-TEXT
   END-IF.

*> The reserve is what is still expected, so it comes down by what
*> has now arrived.
book-recovery.
   MOVE WS-NEW-RECOVERED TO CLM-RECOVERED(WS-CLAIM-FOUND-SUB).
   IF CLM-RESERVE(WS-CLAIM-FOUND-SUB) > CX-AMOUNT
      SUBTRACT CX-AMOUNT FROM CLM-RESERVE(WS-CLAIM-FOUND-SUB)
   ELSE
      MOVE 0 TO CLM-RESERVE(WS-CLAIM-FOUND-SUB)
   END-IF.

*> Settlement is the insurer's final payment (which may be nothing
*> further); nothing more is expected, so the reserve is released.
apply-settle.
   EVALUATE TRUE
       WHEN WS-CLAIM-FOUND-SUB = 0
           MOVE 'CLAIM NOT ON FILE' TO WS-REASON-TEXT
       WHEN CLM-STATUS(WS-CLAIM-FOUND-SUB) NOT = 'O'
           MOVE 'CLAIM NOT OPEN' TO WS-REASON-TEXT
       WHEN OTHER
           IF CX-AMOUNT NOT NUMERIC
              MOVE 0 TO CX-AMOUNT
           END-IF
           PERFORM check-recovery-limit
           IF WS-REASON-TEXT = SPACES
              MOVE WS-NEW-RECOVERED
                   TO CLM-RECOVERED(WS-CLAIM-FOUND-SUB)
              MOVE 0 TO CLM-RESERVE(WS-CLAIM-FOUND-SUB)
              MOVE 'S' TO CLM-STATUS(WS-CLAIM-FOUND-SUB)
              MOVE WS-TRAN-DATE TO CLM-SETTLED-DATE(WS-CLAIM-FOUND-SUB)
           END-IF
   END-EVALUATE.

*> Closing ends the claim for good: settled ones once the repairs are
*> done, or an open one withdrawn. Closed claims stay on file for the
*> loss history.
apply-close.
   EVALUATE TRUE
       WHEN WS-CLAIM-FOUND-SUB = 0
           MOVE 'CLAIM NOT ON FILE' TO WS-REASON-TEXT
       WHEN CLM-STATUS(WS-CLAIM-FOUND-SUB) = 'C'
           MOVE 'CLAIM ALREADY CLOSED' TO WS-REASON-TEXT
       WHEN OTHER
           MOVE 0 TO CLM-RESERVE(WS-CLAIM-FOUND-SUB)
           MOVE 'C' TO CLM-STATUS(WS-CLAIM-FOUND-SUB)
           MOVE WS-TRAN-DATE TO CLM-CLOSED-DATE(WS-CLAIM-FOUND-SUB)
   END-EVALUATE.

total-one-claim.
   IF CLM-STATUS(WS-CLAIM-SUB) = 'O'
      ADD 1 TO WS-OPEN-CLAIM-COUNT
   END-IF.
   ADD CLM-RESERVE(WS-CLAIM-SUB) TO WS-TOTAL-RESERVE.
   ADD CLM-RECOVERED(WS-CLAIM-SUB) TO WS-TOTAL-RECOVERED.

write-claims.
   OPEN OUTPUT CLAIM-OUT.
   PERFORM write-one-claim
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-CLAIMS.
   CLOSE CLAIM-OUT.

write-one-claim.
   MOVE CLM-CLAIM-NUMBER(WS-WRITE-SUB) TO CM-CLAIM-NUMBER.
   MOVE CLM-BUILDING-NAME(WS-WRITE-SUB) TO CM-BUILDING-NAME.
   MOVE CLM-LOSS-DATE(WS-WRITE-SUB) TO CM-LOSS-DATE.
   MOVE CLM-CAUSE-CODE(WS-WRITE-SUB) TO CM-CAUSE-CODE.
   MOVE CLM-STATUS(WS-WRITE-SUB) TO CM-STATUS.
   MOVE CLM-OPENED-DATE(WS-WRITE-SUB) TO CM-OPENED-DATE.
   MOVE CLM-ESTIMATED-LOSS(WS-WRITE-SUB) TO CM-ESTIMATED-LOSS.
   MOVE CLM-RESERVE(WS-WRITE-SUB) TO CM-RESERVE.
   MOVE CLM-DEDUCTIBLE(WS-WRITE-SUB) TO CM-DEDUCTIBLE.
   MOVE CLM-RECOVERED(WS-WRITE-SUB) TO CM-RECOVERED.
   MOVE CLM-SETTLED-DATE(WS-WRITE-SUB) TO CM-SETTLED-DATE.
   MOVE CLM-CLOSED-DATE(WS-WRITE-SUB) TO CM-CLOSED-DATE.
   MOVE CLM-DESCRIPTION(WS-WRITE-SUB) TO CM-DESCRIPTION.
   MOVE CLAIM-RECORD TO CLAIM-OUT-RECORD.
   WRITE CLAIM-OUT-RECORD.

write-report-header.
   MOVE 'INSURANCE CLAIM MAINTENANCE REPORT' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-detail.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION    DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          CX-ACTION-CODE    DELIMITED BY SIZE
          ' CLAIM '         DELIMITED BY SIZE
          CX-CLAIM-NUMBER   DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          CX-BUILDING-NAME  DELIMITED BY SIZE
          ' '               DELIMITED BY SIZE
          WS-REASON-TEXT    DELIMITED BY SIZE
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
          '  CLAIMS OPEN: '     DELIMITED BY SIZE
          WS-OPEN-CLAIM-COUNT   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-TOTAL-RESERVE TO WS-AMOUNT-DISPLAY.
   MOVE WS-TOTAL-RECOVERED TO WS-RECOVERED-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'OUTSTANDING RESERVE: ' DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
          '  RECOVERED TO DATE: ' DELIMITED BY SIZE
          WS-RECOVERED-DISPLAY    DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
