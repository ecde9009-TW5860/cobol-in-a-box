IDENTIFICATION DIVISION.
PROGRAM-ID. UTILITY-RATE-MAINT.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT RATE-FILE ASSIGN TO UTILRATE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
       SELECT REGION-FILE ASSIGN TO REGNFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
       SELECT TRANSACTION-FILE ASSIGN TO UTRTRAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSACTION-STATUS.
       SELECT RATE-OUT ASSIGN TO UTRATOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO UTRRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD RATE-FILE.
       COPY "src/main/utility_rate_record.cpy".

   FD REGION-FILE.
       COPY "src/main/region_record.cpy".

*> One transaction per tariff: add a new dated rate for a region,
*> change a keyed one, or delete it. The key is region code plus
*> effective date, so a tariff change is a new row and the recharge
*> for an earlier period still finds the rate that applied then.
   FD TRANSACTION-FILE.
       01 UTILITY-RATE-TRANSACTION.
           05 UX-ACTION-CODE PIC X(1).
               88 UX-ACTION-ADD    VALUE 'A'.
               88 UX-ACTION-CHANGE VALUE 'C'.
               88 UX-ACTION-DELETE VALUE 'D'.
           05 UX-REGION-CODE PIC X(3).
           05 UX-EFFECTIVE-DATE PIC X(8).
           05 UX-RATE-PER-KWH PIC 9(2)V9(5).

   FD RATE-OUT.
       01 RATE-OUT-RECORD PIC X(18).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

   WORKING-STORAGE SECTION.
        COPY "src/main/utility_rate_table.cpy".
        COPY "src/main/regions_copy_file.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-TRAN-EOF-SWITCH PIC X(1).
            88 WS-TRAN-EOF VALUE 'Y'.
            88 WS-TRAN-NOT-EOF VALUE 'N'.
        01 WS-RATE-STATUS PIC X(2).
        01 WS-REGION-STATUS PIC X(2).
        01 WS-TRANSACTION-STATUS PIC X(2).
        01 WS-SEARCH-CODE PIC X(3).
        01 WS-FOUND-INDEX PIC 9(3) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-FOUND-SUB PIC 9(3) COMP-5.
        01 WS-SCAN-SUB PIC 9(3) COMP-5.
        01 WS-WRITE-SUB PIC 9(3) COMP-5.
        01 WS-REASON-TEXT PIC X(30).
        01 WS-DISPOSITION PIC X(8).
        01 WS-RATE-DISPLAY PIC Z9.99999.
        01 WS-TRAN-COUNT    PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT  PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(100).
*> Parm is the operator running the maintenance, confirmed against
*> the operator security file before any transaction is read. Tariffs
*> are a rate table like the exchange rates and need the same right.
        01 WS-PARM-STRING PIC X(30).
        01 WS-OPERATOR-ID PIC X(8).
        01 WS-SECURITY-PROGRAM PIC X(18) VALUE 'UTILITY-RATE-MAINT'.
        01 WS-SECURITY-FUNCTION PIC 9(1) VALUE 4.
        01 WS-SECURITY-RESULT PIC X(1).
            88 WS-ACCESS-GRANTED VALUE 'G'.
            88 WS-ACCESS-DENIED  VALUE 'D'.

PROCEDURE DIVISION.
main-paragraph.
   PERFORM check-operator-access.
   PERFORM load-regions.
   PERFORM load-utility-rates.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM process-transactions.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   PERFORM write-utility-rates.
   DISPLAY 'UTILITY RATE MAINTENANCE COMPLETE - ' WS-APPLIED-COUNT
           ' APPLIED, ' WS-REJECT-COUNT ' REJECTED'.
   IF WS-REJECT-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

*> An operator without the right, or past the expiry date, stops the
*> run with the tariff table untouched; OPERATOR-CHECK has already
*> raised the denial on the alert log.
check-operator-access.
   MOVE SPACES TO WS-OPERATOR-ID.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
       INTO WS-OPERATOR-ID
   END-UNSTRING.
   CALL 'OPERATOR-CHECK' USING WS-SECURITY-PROGRAM, WS-OPERATOR-ID,
                               WS-SECURITY-FUNCTION,
                               WS-SECURITY-RESULT.
   IF WS-ACCESS-DENIED
      DISPLAY 'OPERATOR ' WS-OPERATOR-ID
              ' NOT AUTHORIZED TO MAINTAIN UTILITY TARIFFS - RUN STOPPED'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.

*> Tariffs can only be set for regions on the reference, so every
*> building the recharge meets has a region it can price.
load-regions.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-REGIONS.
   OPEN INPUT REGION-FILE.
   IF WS-REGION-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING REGION FILE, STATUS = ' WS-REGION-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-region UNTIL WS-EOF.
   CLOSE REGION-FILE.

read-one-region.
   READ REGION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-REGIONS
           MOVE RG-REGION-CODE TO REGION-CODE(COUNT-OF-REGIONS)
           MOVE RG-REGION-NAME TO REGION-NAME(COUNT-OF-REGIONS)
           MOVE RG-DIVISION-CODE TO REGION-DIVISION-CODE(COUNT-OF-REGIONS)
           MOVE RG-MANAGER-NAME TO REGION-MANAGER-NAME(COUNT-OF-REGIONS)
   END-READ.

*> A missing rate file is a legal cold start; the first maintenance
*> run creates it.
load-utility-rates.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-UTILITY-RATES.
   OPEN INPUT RATE-FILE.
   IF WS-RATE-STATUS NOT = '00'
      DISPLAY 'NO UTILITY RATE FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-utility-rate UNTIL WS-EOF
      CLOSE RATE-FILE
   END-IF.

read-one-utility-rate.
   READ RATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           ADD 1 TO COUNT-OF-UTILITY-RATES
           MOVE UR-REGION-CODE TO UT-REGION-CODE(COUNT-OF-UTILITY-RATES)
           MOVE UR-EFFECTIVE-DATE TO UT-EFFECTIVE-DATE(COUNT-OF-UTILITY-RATES)
           MOVE UR-RATE-PER-KWH TO UT-RATE-PER-KWH(COUNT-OF-UTILITY-RATES)
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
   PERFORM find-utility-rate-entry.
   EVALUATE TRUE
       WHEN UX-ACTION-ADD
           PERFORM apply-add
       WHEN UX-ACTION-CHANGE
           PERFORM apply-change
       WHEN UX-ACTION-DELETE
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

find-utility-rate-entry.
   MOVE 0 TO WS-FOUND-SUB.
   PERFORM match-one-utility-rate
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-UTILITY-RATES
         OR WS-FOUND-SUB > 0.

match-one-utility-rate.
   IF UT-REGION-CODE(WS-SCAN-SUB) = UX-REGION-CODE
      AND UT-EFFECTIVE-DATE(WS-SCAN-SUB) = UX-EFFECTIVE-DATE
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

apply-add.
   MOVE UX-REGION-CODE TO WS-SEARCH-CODE.
   CALL 'REGION-LOOKUP' USING REGIONS, WS-SEARCH-CODE,
                              WS-FOUND-INDEX, WS-FOUND-SWITCH.
   EVALUATE TRUE
       WHEN WS-FOUND-SUB > 0
           MOVE 'DUPLICATE REGION/DATE' TO WS-REASON-TEXT
       WHEN WS-NOT-FOUND
           MOVE 'REGION CODE NOT ON FILE' TO WS-REASON-TEXT
       WHEN UX-EFFECTIVE-DATE NOT NUMERIC
           MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON-TEXT
       WHEN UX-RATE-PER-KWH NOT NUMERIC OR UX-RATE-PER-KWH = 0
           MOVE 'RATE IS NOT A POSITIVE NUMBER' TO WS-REASON-TEXT
       WHEN COUNT-OF-UTILITY-RATES >= 500
           MOVE 'RATE TABLE FULL' TO WS-REASON-TEXT
       WHEN OTHER
           ADD 1 TO COUNT-OF-UTILITY-RATES
           MOVE UX-REGION-CODE TO UT-REGION-CODE(COUNT-OF-UTILITY-RATES)
           MOVE UX-EFFECTIVE-DATE TO UT-EFFECTIVE-DATE(COUNT-OF-UTILITY-RATES)
           MOVE UX-RATE-PER-KWH TO UT-RATE-PER-KWH(COUNT-OF-UTILITY-RATES)
   END-EVALUATE.

apply-change.
   IF WS-FOUND-SUB = 0
      MOVE 'REGION/DATE NOT ON FILE' TO WS-REASON-TEXT
   ELSE
      IF UX-RATE-PER-KWH NOT NUMERIC OR UX-RATE-PER-KWH = 0
         MOVE 'RATE IS NOT A POSITIVE NUMBER' TO WS-REASON-TEXT
      ELSE
         MOVE UX-RATE-PER-KWH TO UT-RATE-PER-KWH(WS-FOUND-SUB)
      END-IF
   END-IF.

*> Deleted entries are blanked and dropped when the new generation is
*> written, the same treatment BUILDING-MAINT gives deletes.
apply-delete.
   IF WS-FOUND-SUB = 0
      MOVE 'REGION/DATE NOT ON FILE' TO WS-REASON-TEXT
   ELSE
      MOVE HIGH-VALUES TO UT-REGION-CODE(WS-FOUND-SUB)
   END-IF.

write-utility-rates.
   OPEN OUTPUT RATE-OUT.
   PERFORM write-one-utility-rate
      VARYING WS-WRITE-SUB FROM 1 BY 1
      UNTIL WS-WRITE-SUB > COUNT-OF-UTILITY-RATES.
   CLOSE RATE-OUT.

write-one-utility-rate.
   IF UT-REGION-CODE(WS-WRITE-SUB) NOT = HIGH-VALUES
      MOVE UT-REGION-CODE(WS-WRITE-SUB) TO UR-REGION-CODE
      MOVE UT-EFFECTIVE-DATE(WS-WRITE-SUB) TO UR-EFFECTIVE-DATE
      MOVE UT-RATE-PER-KWH(WS-WRITE-SUB) TO UR-RATE-PER-KWH
      MOVE UTILITY-RATE-RECORD TO RATE-OUT-RECORD
      WRITE RATE-OUT-RECORD
   END-IF.

write-report-header.
   MOVE 'UTILITY TARIFF TABLE MAINTENANCE REPORT' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-detail.
   IF UX-RATE-PER-KWH NUMERIC
      MOVE UX-RATE-PER-KWH TO WS-RATE-DISPLAY
   ELSE
      MOVE 0 TO WS-RATE-DISPLAY
   END-IF.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          UX-ACTION-CODE     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          UX-REGION-CODE     DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          UX-EFFECTIVE-DATE  DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          WS-RATE-DISPLAY    DELIMITED BY SIZE
          ' '                DELIMITED BY SIZE
          WS-REASON-TEXT     DELIMITED BY SIZE
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
