IDENTIFICATION DIVISION.
PROGRAM-ID. BUILDING-RENAME.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT BUILDINGS-OUT ASSIGN TO BLDGOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT PENDING-FILE ASSIGN TO PENDAPPR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.
       SELECT PENDING-OUT ASSIGN TO PENDOUT
           ORGANIZATION LINE SEQUENTIAL.
       SELECT TENANT-FILE ASSIGN TO TENFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT TENANT-OUT ASSIGN TO TENOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT INVOICE-FILE ASSIGN TO INVOICES
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT INVOICE-OUT ASSIGN TO INVOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT OPEN-AR-OUT ASSIGN TO OPENOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT WORKORDER-FILE ASSIGN TO WOFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT WORKORDER-OUT ASSIGN TO WOOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT INSPECTION-FILE ASSIGN TO INSPFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT INSPECTION-OUT ASSIGN TO INSPOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT INSP-HISTORY-FILE ASSIGN TO INSPHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT INSP-HISTORY-OUT ASSIGN TO IHSTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT METER-HISTORY-FILE ASSIGN TO METERHST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT METER-HISTORY-OUT ASSIGN TO MHSTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT OCCUPANCY-FILE ASSIGN TO OCCHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT OCCUPANCY-OUT ASSIGN TO OHSTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT PREMIUM-FILE ASSIGN TO PREMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT PREMIUM-OUT ASSIGN TO PREMOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT CLAIM-FILE ASSIGN TO CLMFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT CLAIM-OUT ASSIGN TO CLMOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT AUDIT-FILE ASSIGN TO HGTAUDIT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT AUDIT-OUT ASSIGN TO HAUDOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT LAYER-FILE ASSIGN TO CAPLAYER
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT LAYER-OUT ASSIGN TO CLAYOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT REGISTER-FILE ASSIGN TO CAPREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT REGISTER-OUT ASSIGN TO CREGOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT ACCRUAL-FILE ASSIGN TO TAXACCR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ACCRUAL-OUT ASSIGN TO TAXOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT CREDIT-FILE ASSIGN TO CREDITS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT CREDIT-OUT ASSIGN TO CREDOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT CREDIT-NEXT-FILE ASSIGN TO CREDNEXT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT CREDIT-NEXT-OUT ASSIGN TO CRNXOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT CREDIT-SUSPENSE-FILE ASSIGN TO CREDSUSP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT CREDIT-SUSPENSE-OUT ASSIGN TO CRSPOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT BILLING-REGISTER-FILE ASSIGN TO BILLREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT BILLING-REGISTER-OUT ASSIGN TO BREGOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT ESTIMATE-FILE ASSIGN TO CAMEST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT ESTIMATE-OUT ASSIGN TO CESTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT PM-PLAN-FILE ASSIGN TO PMPLAN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT PM-PLAN-OUT ASSIGN TO PMPLOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT REINSPECTION-FILE ASSIGN TO REINSPRQ
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT REINSPECTION-OUT ASSIGN TO RQSTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT LEASE-HISTORY-FILE ASSIGN TO LEASHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT LEASE-HISTORY-OUT ASSIGN TO LHSTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT NOTICE-FILE ASSIGN TO RENEWNOT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT NOTICE-OUT ASSIGN TO RNOTOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT FOLLOWUP-FILE ASSIGN TO INSPFAIL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT FOLLOWUP-OUT ASSIGN TO FAILOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT LATE-CHARGE-FILE ASSIGN TO LATECHG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT LATE-CHARGE-OUT ASSIGN TO LATEOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT SUPPRESSION-FILE ASSIGN TO DUNSUPP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT SUPPRESSION-OUT ASSIGN TO DSUPOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT APPLIED-FILE ASSIGN TO ARAPPLD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT APPLIED-OUT ASSIGN TO APPLOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT CREDIT-HISTORY-FILE ASSIGN TO CREDHIST
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
       SELECT CREDIT-HISTORY-OUT ASSIGN TO CRHSOUT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       SELECT XREF-FILE ASSIGN TO NAMEXREF
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.
       SELECT REPORT-FILE ASSIGN TO RENRPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD BUILDINGS-OUT.
       01 BUILDINGS-OUT-RECORD PIC X(56).

   FD PENDING-FILE.
       COPY "src/main/pending_approval_record.cpy".

   FD PENDING-OUT.
       01 PENDING-OUT-RECORD PIC X(90).

   FD TENANT-FILE.
       COPY "src/main/tenant_record.cpy".

   FD TENANT-OUT.
       01 TENANT-OUT-RECORD PIC X(78).

   FD INVOICE-FILE.
       COPY "src/main/invoice_record.cpy".

   FD INVOICE-OUT.
       01 INVOICE-OUT-RECORD PIC X(94).

*> Same layout as INVOICES; only the building name is needed here.
   FD OPEN-AR-FILE.
       01 OPEN-AR-RECORD.
           05 FILLER PIC X(23).
           05 OA-BUILDING-NAME PIC X(25).
           05 FILLER PIC X(46).

   FD OPEN-AR-OUT.
       01 OPEN-AR-OUT-RECORD PIC X(94).

   FD WORKORDER-FILE.
       COPY "src/main/workorder_record.cpy".

   FD WORKORDER-OUT.
       01 WORKORDER-OUT-RECORD PIC X(126).

   FD INSPECTION-FILE.
       COPY "src/main/inspection_record.cpy".

   FD INSPECTION-OUT.
       01 INSPECTION-OUT-RECORD PIC X(34).

   FD INSP-HISTORY-FILE.
       COPY "src/main/insp_history_record.cpy".

   FD INSP-HISTORY-OUT.
       01 INSP-HISTORY-OUT-RECORD PIC X(67).

   FD METER-HISTORY-FILE.
       COPY "src/main/meter_reading_record.cpy".

   FD METER-HISTORY-OUT.
       01 METER-HISTORY-OUT-RECORD PIC X(40).

   FD OCCUPANCY-FILE.
       COPY "src/main/occupancy_record.cpy".

   FD OCCUPANCY-OUT.
       01 OCCUPANCY-OUT-RECORD PIC X(54).

   FD PREMIUM-FILE.
       COPY "src/main/premium_record.cpy".

   FD PREMIUM-OUT.
       01 PREMIUM-OUT-RECORD PIC X(52).

   FD AUDIT-FILE.
       COPY "src/main/audit_log_record.cpy".

   FD AUDIT-OUT.
       01 AUDIT-OUT-RECORD PIC X(56).

   FD LAYER-FILE.
       COPY "src/main/capital_layer_record.cpy".

   FD LAYER-OUT.
       01 LAYER-OUT-RECORD PIC X(67).

   FD REGISTER-FILE.
       COPY "src/main/capital_register_record.cpy".

   FD REGISTER-OUT.
       01 REGISTER-OUT-RECORD PIC X(61).

   FD ACCRUAL-FILE.
       COPY "src/main/tax_accrual_record.cpy".

   FD ACCRUAL-OUT.
       01 ACCRUAL-OUT-RECORD PIC X(56).

   FD CLAIM-FILE.
       COPY "src/main/claim_record.cpy".

   FD CLAIM-OUT.
       01 CLAIM-OUT-RECORD PIC X(142).

*> The tenant credit generations share one layout; each copy takes
*> its own prefix so the generations can be told apart.
   FD CREDIT-FILE.
       COPY "src/main/tenant_credit_record.cpy"
           REPLACING ==TENANT-CREDIT-RECORD== BY ==CREDIT-RECORD==
                     LEADING ==CR-== BY ==CC-==.

   FD CREDIT-OUT.
       01 CREDIT-OUT-RECORD PIC X(93).

   FD CREDIT-NEXT-FILE.
       COPY "src/main/tenant_credit_record.cpy"
           REPLACING ==TENANT-CREDIT-RECORD== BY ==CREDIT-NEXT-RECORD==
                     LEADING ==CR-== BY ==CN-==.

   FD CREDIT-NEXT-OUT.
       01 CREDIT-NEXT-OUT-RECORD PIC X(93).

   FD CREDIT-SUSPENSE-FILE.
       COPY "src/main/tenant_credit_record.cpy"
           REPLACING ==TENANT-CREDIT-RECORD== BY ==CREDIT-SUSPENSE-RECORD==
                     LEADING ==CR-== BY ==CS-==.

   FD CREDIT-SUSPENSE-OUT.
       01 CREDIT-SUSPENSE-OUT-RECORD PIC X(93).

   FD BILLING-REGISTER-FILE.
       COPY "src/main/billing_register_record.cpy".

   FD BILLING-REGISTER-OUT.
       01 BILLING-REGISTER-OUT-RECORD PIC X(102).

*> Same layout CAM-RECON reads; only the building name is needed here.
   FD ESTIMATE-FILE.
       01 CAM-ESTIMATE-RECORD.
           05 CE-BUILDING-NAME PIC X(25).
           05 FILLER PIC X(38).

   FD ESTIMATE-OUT.
       01 ESTIMATE-OUT-RECORD PIC X(63).

   FD PM-PLAN-FILE.
       COPY "src/main/pm_plan_record.cpy".

   FD PM-PLAN-OUT.
       01 PM-PLAN-OUT-RECORD PIC X(84).

   FD REINSPECTION-FILE.
       COPY "src/main/reinspection_request_record.cpy".

   FD REINSPECTION-OUT.
       01 REINSPECTION-OUT-RECORD PIC X(52).

   FD LEASE-HISTORY-FILE.
       COPY "src/main/lease_history_record.cpy".

   FD LEASE-HISTORY-OUT.
       01 LEASE-HISTORY-OUT-RECORD PIC X(148).

*> Same layout LEASE-MAINT writes; only the building name is needed.
   FD NOTICE-FILE.
       01 NOTICE-RECORD.
           05 RN-BUILDING-NAME PIC X(25).
           05 FILLER PIC X(51).

   FD NOTICE-OUT.
       01 NOTICE-OUT-RECORD PIC X(76).

*> Same layout BUILDING-INSPPOST writes; only the building name is
*> needed here.
   FD FOLLOWUP-FILE.
       01 FOLLOWUP-RECORD.
           05 FU-BUILDING-NAME PIC X(25).
           05 FILLER PIC X(20).

   FD FOLLOWUP-OUT.
       01 FOLLOWUP-OUT-RECORD PIC X(45).

*> Same layout as INVOICES; only the building name is needed here.
   FD LATE-CHARGE-FILE.
       01 LATE-CHARGE-RECORD.
           05 FILLER PIC X(23).
           05 LC-BUILDING-NAME PIC X(25).
           05 FILLER PIC X(46).

   FD LATE-CHARGE-OUT.
       01 LATE-CHARGE-OUT-RECORD PIC X(94).

   FD SUPPRESSION-FILE.
       COPY "src/main/dunning_suppress_record.cpy".

   FD SUPPRESSION-OUT.
       01 SUPPRESSION-OUT-RECORD PIC X(75).

   FD APPLIED-FILE.
       COPY "src/main/applied_payment_record.cpy".

   FD APPLIED-OUT.
       01 APPLIED-OUT-RECORD PIC X(83).

*> Same layout as the other tenant credit generations.
   FD CREDIT-HISTORY-FILE.
       COPY "src/main/tenant_credit_record.cpy"
           REPLACING ==TENANT-CREDIT-RECORD== BY ==CREDIT-HISTORY-RECORD==
                     LEADING ==CR-== BY ==CH-==.

   FD CREDIT-HISTORY-OUT.
       01 CREDIT-HISTORY-OUT-RECORD PIC X(93).

*> Every rename ever applied, appended across runs, so inquiry and
*> history reports can join records written before a rename to the
*> ones written after it.
   FD XREF-FILE.
       COPY "src/main/name_xref_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        COPY "src/main/maint_transaction_record.cpy".
        01 PENDING-ITEMS.
            05 COUNT-OF-PENDING PIC 9(3) COMP-5 VALUE 0.
            05 PENDING-ENTRY OCCURS 500 TIMES.
                10 PEND-STATUS PIC X(1).
                10 PEND-SUBMITTED-BY PIC X(8).
                10 PEND-SUBMITTED-DATE PIC X(8).
                10 PEND-DECIDED-BY PIC X(8).
                10 PEND-DECIDED-DATE PIC X(8).
                10 PEND-TRANSACTION PIC X(57).
*> The approved renames this run applies, old name to new.
        01 RENAME-ITEMS.
            05 COUNT-OF-RENAMES PIC 9(3) COMP-5 VALUE 0.
            05 RENAME-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON COUNT-OF-RENAMES
                   INDEXED BY RT-IX.
                10 RT-OLD-NAME PIC X(25).
                10 RT-NEW-NAME PIC X(25).
                10 RT-SUBMITTED-BY PIC X(8).
                10 RT-APPROVED-BY PIC X(8).
                10 RT-PEND-SUB PIC 9(3) COMP-5.
*> The record-count proof: one entry per file the name lives on, the
*> master first. Every record read must be written back; the master
*> must show exactly one record renamed per rename applied.
        01 PROOF-TABLE.
            05 PROOF-ENTRY OCCURS 29 TIMES.
                10 PR-DD-NAME PIC X(8).
                10 PR-READ-COUNT PIC 9(7).
                10 PR-WRITTEN-COUNT PIC 9(7).
                10 PR-RENAMED-COUNT PIC 9(7).
                10 PR-RESULT PIC X(1).
                    88 PR-PROVED     VALUE 'P'.
                    88 PR-FAILED     VALUE 'F'.
                    88 PR-NOT-RUN    VALUE 'N'.
                10 PR-NOTE PIC X(30).
        01 WS-PROOF-DD-NAMES.
            05 FILLER PIC X(8) VALUE 'BLDGIN'.
            05 FILLER PIC X(8) VALUE 'TENFILE'.
            05 FILLER PIC X(8) VALUE 'INVOICES'.
            05 FILLER PIC X(8) VALUE 'OPENAR'.
            05 FILLER PIC X(8) VALUE 'WOFILE'.
            05 FILLER PIC X(8) VALUE 'INSPFILE'.
            05 FILLER PIC X(8) VALUE 'INSPHIST'.
            05 FILLER PIC X(8) VALUE 'METERHST'.
            05 FILLER PIC X(8) VALUE 'OCCHIST'.
            05 FILLER PIC X(8) VALUE 'PREMFILE'.
            05 FILLER PIC X(8) VALUE 'HGTAUDIT'.
            05 FILLER PIC X(8) VALUE 'CAPLAYER'.
            05 FILLER PIC X(8) VALUE 'CAPREG'.
            05 FILLER PIC X(8) VALUE 'TAXACCR'.
            05 FILLER PIC X(8) VALUE 'CLMFILE'.
            05 FILLER PIC X(8) VALUE 'CREDITS'.
            05 FILLER PIC X(8) VALUE 'CREDNEXT'.
            05 FILLER PIC X(8) VALUE 'CREDSUSP'.
            05 FILLER PIC X(8) VALUE 'BILLREG'.
            05 FILLER PIC X(8) VALUE 'CAMEST'.
            05 FILLER PIC X(8) VALUE 'PMPLAN'.
            05 FILLER PIC X(8) VALUE 'REINSPRQ'.
            05 FILLER PIC X(8) VALUE 'LEASHIST'.
            05 FILLER PIC X(8) VALUE 'RENEWNOT'.
            05 FILLER PIC X(8) VALUE 'INSPFAIL'.
            05 FILLER PIC X(8) VALUE 'LATECHG'.
            05 FILLER PIC X(8) VALUE 'DUNSUPP'.
            05 FILLER PIC X(8) VALUE 'ARAPPLD'.
            05 FILLER PIC X(8) VALUE 'CREDHIST'.
        01 WS-PROOF-DD-TABLE REDEFINES WS-PROOF-DD-NAMES.
            05 WS-PROOF-DD PIC X(8) OCCURS 29 TIMES.
        01 WS-FILE-COUNT PIC 9(2) COMP-5 VALUE 29.
        01 WS-FILE-SUB PIC 9(2) COMP-5.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-PEND-EOF-SWITCH PIC X(1).
            88 WS-PEND-EOF VALUE 'Y'.
            88 WS-PEND-NOT-EOF VALUE 'N'.
        01 WS-OPEN-SWITCH PIC X(1).
            88 WS-FILES-OPEN     VALUE 'Y'.
            88 WS-FILES-NOT-OPEN VALUE 'N'.
        01 WS-CASCADE-SWITCH PIC X(1) VALUE 'N'.
            88 WS-CASCADE-FAILED VALUE 'Y'.
            88 WS-CASCADE-OK     VALUE 'N'.
        01 WS-FILE-STATUS PIC X(2).
        01 WS-OUT-STATUS PIC X(2).
        01 WS-PENDING-STATUS PIC X(2).
        01 WS-XREF-STATUS PIC X(2).
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-CASCADE-NAME PIC X(25).
        01 WS-SEARCH-NAME PIC X(25).
        01 WS-FOUND-INDEX PIC 9(5) COMP-5.
        01 WS-FOUND-SWITCH PIC X(1).
            88 WS-FOUND VALUE 'Y'.
            88 WS-NOT-FOUND VALUE 'N'.
        01 WS-PEND-SUB PIC 9(3) COMP-5.
        01 WS-RENAME-SUB PIC 9(3) COMP-5.
        01 WS-CONFLICT-SWITCH PIC X(1).
            88 WS-RENAME-CONFLICT VALUE 'Y'.
        01 WS-REASON-TEXT PIC X(40).
        01 WS-DISPOSITION PIC X(8).
        01 WS-FAILED-DD-NAME PIC X(8) VALUE SPACES.
        01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
        01 WS-ALERT-PROGRAM PIC X(18) VALUE 'BUILDING-RENAME'.
        01 WS-ALERT-SEVERITY PIC 9(1).
        01 WS-ALERT-MESSAGE PIC X(60).
        01 WS-ALERT-KEY PIC X(25).
        01 WS-COUNT-DISPLAY-1 PIC Z,ZZZ,ZZ9.
        01 WS-COUNT-DISPLAY-2 PIC Z,ZZZ,ZZ9.
        01 WS-COUNT-DISPLAY-3 PIC Z,ZZZ,ZZ9.
        01 WS-RESULT-TEXT PIC X(40).
        01 WS-REPORT-LINE PIC X(120).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM load-buildings.
   PERFORM load-pending-file.
   OPEN OUTPUT REPORT-FILE.
   PERFORM write-report-header.
   PERFORM select-approved-renames.
   PERFORM start-one-proof
      VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > WS-FILE-COUNT.
   PERFORM cascade-one-file
      VARYING WS-FILE-SUB FROM 1 BY 1
      UNTIL WS-FILE-SUB > WS-FILE-COUNT OR WS-CASCADE-FAILED.
   IF WS-CASCADE-FAILED
      PERFORM report-backout
   ELSE
      PERFORM complete-renames
   END-IF.
   PERFORM write-proof-section.
   PERFORM write-report-footer.
   CLOSE REPORT-FILE.
   PERFORM write-pending-file.
   DISPLAY 'RENAME RUN COMPLETE - ' WS-APPROVED-COUNT ' APPROVED, '
           WS-APPLIED-COUNT ' APPLIED, ' WS-REJECT-COUNT ' REJECTED'.
   IF WS-CASCADE-FAILED
      DISPLAY '*** RENAME CASCADE FAILED ON ' WS-FAILED-DD-NAME
              ' - NOTHING APPLIED, RUN THE BACKOUT STEP ***'
      MOVE 16 TO RETURN-CODE
   ELSE
      IF WS-REJECT-COUNT > 0
         MOVE 4 TO RETURN-CODE
      END-IF
   END-IF.
   STOP RUN.

load-buildings.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-BUILDINGS.
   OPEN INPUT BUILDINGS-FILE.
   IF WS-FILE-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING BUILDINGS FILE, STATUS = ' WS-FILE-STATUS
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

*> A missing pending file means nothing has ever been approved.
load-pending-file.
   MOVE 'N' TO WS-PEND-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-PENDING.
   OPEN INPUT PENDING-FILE.
   IF WS-PENDING-STATUS = '00'
      PERFORM read-one-pending UNTIL WS-PEND-EOF
      CLOSE PENDING-FILE
   END-IF.

read-one-pending.
   READ PENDING-FILE
       AT END
           MOVE 'Y' TO WS-PEND-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-PENDING >= 500
              DISPLAY 'PENDING FILE EXCEEDS TABLE CAPACITY - '
                      'INCREASE PENDING-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-PENDING
           MOVE PA-STATUS TO PEND-STATUS(COUNT-OF-PENDING)
           MOVE PA-SUBMITTED-BY TO PEND-SUBMITTED-BY(COUNT-OF-PENDING)
           MOVE PA-SUBMITTED-DATE
                TO PEND-SUBMITTED-DATE(COUNT-OF-PENDING)
           MOVE PA-DECIDED-BY TO PEND-DECIDED-BY(COUNT-OF-PENDING)
           MOVE PA-DECIDED-DATE TO PEND-DECIDED-DATE(COUNT-OF-PENDING)
           MOVE PA-TRANSACTION TO PEND-TRANSACTION(COUNT-OF-PENDING)
   END-READ.

*> Only renames a second operator has approved are taken. Each is
*> edited again against today's master, since the master may have
*> moved on since the rename was submitted, and against the other
*> renames in the run so no name is renamed twice or chained.
select-approved-renames.
   PERFORM consider-one-pending
      VARYING WS-PEND-SUB FROM 1 BY 1
      UNTIL WS-PEND-SUB > COUNT-OF-PENDING.

consider-one-pending.
   IF PEND-STATUS(WS-PEND-SUB) = 'A'
      AND PEND-TRANSACTION(WS-PEND-SUB)(1:1) = 'N'
      ADD 1 TO WS-APPROVED-COUNT
      MOVE PEND-TRANSACTION(WS-PEND-SUB) TO MAINT-TRANSACTION-RECORD
      PERFORM edit-one-rename
      IF WS-REASON-TEXT = SPACES
         PERFORM add-one-rename
         MOVE 'SELECTED' TO WS-DISPOSITION
      ELSE
         ADD 1 TO WS-REJECT-COUNT
         MOVE 'R' TO PEND-STATUS(WS-PEND-SUB)
         MOVE 'REJECTED' TO WS-DISPOSITION
      END-IF
      PERFORM write-rename-line
   END-IF.

*> A rename approved by its own submitter never came through
*> BUILDING-APPROVE, so it is refused and alerted before anything else.
edit-one-rename.
   MOVE SPACES TO WS-REASON-TEXT.
   IF PEND-DECIDED-BY(WS-PEND-SUB) = PEND-SUBMITTED-BY(WS-PEND-SUB)
      MOVE 'APPROVED BY ITS OWN SUBMITTER' TO WS-REASON-TEXT
      MOVE 8 TO WS-ALERT-SEVERITY
      MOVE 'SELF-APPROVED RENAME REFUSED' TO WS-ALERT-MESSAGE
      MOVE TR-BUILDING-NAME TO WS-ALERT-KEY
      CALL 'ALERT-LOG' USING WS-ALERT-PROGRAM, WS-ALERT-SEVERITY,
                             WS-ALERT-MESSAGE, WS-ALERT-KEY
   ELSE
      PERFORM edit-rename-names
   END-IF.

edit-rename-names.
   PERFORM check-rename-conflict.
   MOVE TR-BUILDING-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   IF WS-NOT-FOUND
      MOVE 'OLD NAME NO LONGER ON MASTER' TO WS-REASON-TEXT
   ELSE
      IF TR-NEW-BUILDING-NAME = SPACES
         MOVE 'NEW NAME MISSING' TO WS-REASON-TEXT
      ELSE
         MOVE TR-NEW-BUILDING-NAME TO WS-SEARCH-NAME
         CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                      WS-FOUND-INDEX, WS-FOUND-SWITCH
         EVALUATE TRUE
             WHEN WS-FOUND
                 MOVE 'NEW NAME ALREADY ON MASTER' TO WS-REASON-TEXT
             WHEN WS-RENAME-CONFLICT
                 MOVE 'NAME ALREADY IN ANOTHER RENAME THIS RUN'
                      TO WS-REASON-TEXT
             WHEN OTHER
                 CONTINUE
         END-EVALUATE
      END-IF
   END-IF.

check-rename-conflict.
   MOVE 'N' TO WS-CONFLICT-SWITCH.
   PERFORM match-one-rename
      VARYING WS-RENAME-SUB FROM 1 BY 1
      UNTIL WS-RENAME-SUB > COUNT-OF-RENAMES.

match-one-rename.
   IF RT-OLD-NAME(WS-RENAME-SUB) = TR-BUILDING-NAME
      OR RT-NEW-NAME(WS-RENAME-SUB) = TR-NEW-BUILDING-NAME
      MOVE 'Y' TO WS-CONFLICT-SWITCH
   END-IF.

add-one-rename.
   ADD 1 TO COUNT-OF-RENAMES.
   MOVE TR-BUILDING-NAME TO RT-OLD-NAME(COUNT-OF-RENAMES).
   MOVE TR-NEW-BUILDING-NAME TO RT-NEW-NAME(COUNT-OF-RENAMES).
   MOVE PEND-SUBMITTED-BY(WS-PEND-SUB)
        TO RT-SUBMITTED-BY(COUNT-OF-RENAMES).
   MOVE PEND-DECIDED-BY(WS-PEND-SUB) TO RT-APPROVED-BY(COUNT-OF-RENAMES).
   MOVE WS-PEND-SUB TO RT-PEND-SUB(COUNT-OF-RENAMES).

start-one-proof.
   MOVE WS-PROOF-DD(WS-FILE-SUB) TO PR-DD-NAME(WS-FILE-SUB).
   MOVE 0 TO PR-READ-COUNT(WS-FILE-SUB).
   MOVE 0 TO PR-WRITTEN-COUNT(WS-FILE-SUB).
   MOVE 0 TO PR-RENAMED-COUNT(WS-FILE-SUB).
   MOVE 'N' TO PR-RESULT(WS-FILE-SUB).
   MOVE SPACES TO PR-NOTE(WS-FILE-SUB).

*> Every file is copied to a new generation whether or not any of its
*> records change, so the whole set is promoted or backed out together.
*> The first file that fails stops the run; nothing past it is read.
cascade-one-file.
   EVALUATE WS-FILE-SUB
       WHEN 1
           PERFORM cascade-master
       WHEN 2
           PERFORM cascade-tenants
       WHEN 3
           PERFORM cascade-invoices
       WHEN 4
           PERFORM cascade-open-ar
       WHEN 5
           PERFORM cascade-work-orders
       WHEN 6
           PERFORM cascade-inspections
       WHEN 7
           PERFORM cascade-insp-history
       WHEN 8
           PERFORM cascade-meter-history
       WHEN 9
           PERFORM cascade-occupancy
       WHEN 10
           PERFORM cascade-premiums
       WHEN 11
           PERFORM cascade-height-audit
       WHEN 12
           PERFORM cascade-capital-layers
       WHEN 13
           PERFORM cascade-capital-register
       WHEN 14
           PERFORM cascade-tax-accruals
       WHEN 15
           PERFORM cascade-claims
       WHEN 16
           PERFORM cascade-credits
       WHEN 17
           PERFORM cascade-next-credits
       WHEN 18
           PERFORM cascade-suspense-credits
       WHEN 19
           PERFORM cascade-billing-register
       WHEN 20
           PERFORM cascade-cam-estimates
       WHEN 21
           PERFORM cascade-pm-plan
       WHEN 22
           PERFORM cascade-reinspections
       WHEN 23
           PERFORM cascade-lease-history
       WHEN 24
           PERFORM cascade-renewal-notices
       WHEN 25
           PERFORM cascade-inspection-followups
       WHEN 26
           PERFORM cascade-late-charges
       WHEN 27
           PERFORM cascade-suppressions
       WHEN 28
           PERFORM cascade-applied-cash
       WHEN 29
           PERFORM cascade-credit-history
   END-EVALUATE.
   PERFORM prove-one-file.

prove-one-file.
   IF NOT PR-FAILED(WS-FILE-SUB)
      IF PR-READ-COUNT(WS-FILE-SUB) NOT = PR-WRITTEN-COUNT(WS-FILE-SUB)
         MOVE 'RECORDS WRITTEN NOT = READ' TO WS-REASON-TEXT
         PERFORM record-file-failure
      ELSE
         IF WS-FILE-SUB = 1
            AND PR-RENAMED-COUNT(1) NOT = COUNT-OF-RENAMES
            MOVE 'MASTER RENAMES NOT = APPROVED' TO WS-REASON-TEXT
            PERFORM record-file-failure
         ELSE
            MOVE 'P' TO PR-RESULT(WS-FILE-SUB)
         END-IF
      END-IF
   END-IF.

record-file-failure.
   MOVE 'F' TO PR-RESULT(WS-FILE-SUB).
   MOVE WS-REASON-TEXT TO PR-NOTE(WS-FILE-SUB).
   MOVE 'Y' TO WS-CASCADE-SWITCH.
   MOVE PR-DD-NAME(WS-FILE-SUB) TO WS-FAILED-DD-NAME.
   MOVE 'Y' TO WS-EOF-SWITCH.

check-input-open.
   MOVE 'N' TO WS-EOF-SWITCH.
   IF WS-FILE-STATUS = '00'
      MOVE 'Y' TO WS-OPEN-SWITCH
   ELSE
      MOVE 'N' TO WS-OPEN-SWITCH
      MOVE SPACES TO WS-REASON-TEXT
      STRING 'INPUT OPEN FAILED, STATUS ' WS-FILE-STATUS
             DELIMITED BY SIZE INTO WS-REASON-TEXT
      END-STRING
      PERFORM record-file-failure
   END-IF.

check-output-open.
   IF WS-OUT-STATUS NOT = '00'
      MOVE 'N' TO WS-OPEN-SWITCH
      MOVE SPACES TO WS-REASON-TEXT
      STRING 'OUTPUT OPEN FAILED, STATUS ' WS-OUT-STATUS
             DELIMITED BY SIZE INTO WS-REASON-TEXT
      END-STRING
      PERFORM record-file-failure
   END-IF.

check-read-status.
   IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '10'
      AND NOT PR-FAILED(WS-FILE-SUB)
      MOVE SPACES TO WS-REASON-TEXT
      STRING 'READ FAILED, STATUS ' WS-FILE-STATUS
             DELIMITED BY SIZE INTO WS-REASON-TEXT
      END-STRING
      PERFORM record-file-failure
   END-IF.

*> Counts the record read and swaps its building name when the name
*> is one being renamed.
translate-name.
   ADD 1 TO PR-READ-COUNT(WS-FILE-SUB).
   SET RT-IX TO 1.
   SEARCH RENAME-ENTRY
       AT END
           CONTINUE
       WHEN RT-OLD-NAME(RT-IX) = WS-CASCADE-NAME
           MOVE RT-NEW-NAME(RT-IX) TO WS-CASCADE-NAME
           ADD 1 TO PR-RENAMED-COUNT(WS-FILE-SUB)
   END-SEARCH.

count-written.
   IF WS-OUT-STATUS = '00'
      ADD 1 TO PR-WRITTEN-COUNT(WS-FILE-SUB)
   ELSE
      MOVE SPACES TO WS-REASON-TEXT
      STRING 'WRITE FAILED, STATUS ' WS-OUT-STATUS
             DELIMITED BY SIZE INTO WS-REASON-TEXT
      END-STRING
      PERFORM record-file-failure
   END-IF.

cascade-master.
   OPEN INPUT BUILDINGS-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT BUILDINGS-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-building UNTIL WS-EOF
         CLOSE BUILDINGS-OUT
      END-IF
      CLOSE BUILDINGS-FILE
   END-IF.

copy-one-building.
   READ BUILDINGS-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE FR-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO FR-BUILDING-NAME
           MOVE BUILDING-FILE-RECORD TO BUILDINGS-OUT-RECORD
           WRITE BUILDINGS-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-tenants.
   OPEN INPUT TENANT-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT TENANT-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-tenant UNTIL WS-EOF
         CLOSE TENANT-OUT
      END-IF
      CLOSE TENANT-FILE
   END-IF.

copy-one-tenant.
   READ TENANT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE TL-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO TL-BUILDING-NAME
           MOVE TENANT-LEASE-RECORD TO TENANT-OUT-RECORD
           WRITE TENANT-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-invoices.
   OPEN INPUT INVOICE-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT INVOICE-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-invoice UNTIL WS-EOF
         CLOSE INVOICE-OUT
      END-IF
      CLOSE INVOICE-FILE
   END-IF.

copy-one-invoice.
   READ INVOICE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE IV-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO IV-BUILDING-NAME
           MOVE INVOICE-RECORD TO INVOICE-OUT-RECORD
           WRITE INVOICE-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-open-ar.
   OPEN INPUT OPEN-AR-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT OPEN-AR-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-open-invoice UNTIL WS-EOF
         CLOSE OPEN-AR-OUT
      END-IF
      CLOSE OPEN-AR-FILE
   END-IF.

copy-one-open-invoice.
   READ OPEN-AR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE OA-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO OA-BUILDING-NAME
           MOVE OPEN-AR-RECORD TO OPEN-AR-OUT-RECORD
           WRITE OPEN-AR-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-work-orders.
   OPEN INPUT WORKORDER-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT WORKORDER-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-work-order UNTIL WS-EOF
         CLOSE WORKORDER-OUT
      END-IF
      CLOSE WORKORDER-FILE
   END-IF.

copy-one-work-order.
   READ WORKORDER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE WO-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO WO-BUILDING-NAME
           MOVE WORK-ORDER-RECORD TO WORKORDER-OUT-RECORD
           WRITE WORKORDER-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-inspections.
   OPEN INPUT INSPECTION-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT INSPECTION-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-inspection UNTIL WS-EOF
         CLOSE INSPECTION-OUT
      END-IF
      CLOSE INSPECTION-FILE
   END-IF.

copy-one-inspection.
   READ INSPECTION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE IR-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO IR-BUILDING-NAME
           MOVE INSPECTION-RECORD TO INSPECTION-OUT-RECORD
           WRITE INSPECTION-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-insp-history.
   OPEN INPUT INSP-HISTORY-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT INSP-HISTORY-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-insp-history UNTIL WS-EOF
         CLOSE INSP-HISTORY-OUT
      END-IF
      CLOSE INSP-HISTORY-FILE
   END-IF.

copy-one-insp-history.
   READ INSP-HISTORY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE IH-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO IH-BUILDING-NAME
           MOVE INSP-HISTORY-RECORD TO INSP-HISTORY-OUT-RECORD
           WRITE INSP-HISTORY-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-meter-history.
   OPEN INPUT METER-HISTORY-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT METER-HISTORY-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-meter-reading UNTIL WS-EOF
         CLOSE METER-HISTORY-OUT
      END-IF
      CLOSE METER-HISTORY-FILE
   END-IF.

copy-one-meter-reading.
   READ METER-HISTORY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE MR-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO MR-BUILDING-NAME
           MOVE METER-READING-RECORD TO METER-HISTORY-OUT-RECORD
           WRITE METER-HISTORY-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-occupancy.
   OPEN INPUT OCCUPANCY-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT OCCUPANCY-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-occupancy UNTIL WS-EOF
         CLOSE OCCUPANCY-OUT
      END-IF
      CLOSE OCCUPANCY-FILE
   END-IF.

copy-one-occupancy.
   READ OCCUPANCY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE OH-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO OH-BUILDING-NAME
           MOVE OCCUPANCY-RECORD TO OCCUPANCY-OUT-RECORD
           WRITE OCCUPANCY-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-premiums.
   OPEN INPUT PREMIUM-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT PREMIUM-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-premium UNTIL WS-EOF
         CLOSE PREMIUM-OUT
      END-IF
      CLOSE PREMIUM-FILE
   END-IF.

copy-one-premium.
   READ PREMIUM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE PM-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO PM-BUILDING-NAME
           MOVE PREMIUM-RECORD TO PREMIUM-OUT-RECORD
           WRITE PREMIUM-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-height-audit.
   OPEN INPUT AUDIT-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT AUDIT-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-audit-entry UNTIL WS-EOF
         CLOSE AUDIT-OUT
      END-IF
      CLOSE AUDIT-FILE
   END-IF.

copy-one-audit-entry.
   READ AUDIT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE AL-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO AL-BUILDING-NAME
           MOVE AUDIT-LOG-RECORD TO AUDIT-OUT-RECORD
           WRITE AUDIT-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-capital-layers.
   OPEN INPUT LAYER-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT LAYER-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-layer UNTIL WS-EOF
         CLOSE LAYER-OUT
      END-IF
      CLOSE LAYER-FILE
   END-IF.

copy-one-layer.
   READ LAYER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CL-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CL-BUILDING-NAME
           MOVE CAPITAL-LAYER-RECORD TO LAYER-OUT-RECORD
           WRITE LAYER-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-capital-register.
   OPEN INPUT REGISTER-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT REGISTER-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-register-entry UNTIL WS-EOF
         CLOSE REGISTER-OUT
      END-IF
      CLOSE REGISTER-FILE
   END-IF.

copy-one-register-entry.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE KR-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO KR-BUILDING-NAME
           MOVE CAPITAL-REGISTER-RECORD TO REGISTER-OUT-RECORD
           WRITE REGISTER-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-tax-accruals.
   OPEN INPUT ACCRUAL-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT ACCRUAL-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-accrual UNTIL WS-EOF
         CLOSE ACCRUAL-OUT
      END-IF
      CLOSE ACCRUAL-FILE
   END-IF.

copy-one-accrual.
   READ ACCRUAL-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE TA-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO TA-BUILDING-NAME
           MOVE TAX-ACCRUAL-RECORD TO ACCRUAL-OUT-RECORD
           WRITE ACCRUAL-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-claims.
   OPEN INPUT CLAIM-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT CLAIM-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-claim UNTIL WS-EOF
         CLOSE CLAIM-OUT
      END-IF
      CLOSE CLAIM-FILE
   END-IF.

copy-one-claim.
   READ CLAIM-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CM-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CM-BUILDING-NAME
           MOVE CLAIM-RECORD TO CLAIM-OUT-RECORD
           WRITE CLAIM-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-credits.
   OPEN INPUT CREDIT-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT CREDIT-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-credit UNTIL WS-EOF
         CLOSE CREDIT-OUT
      END-IF
      CLOSE CREDIT-FILE
   END-IF.

copy-one-credit.
   READ CREDIT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CC-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CC-BUILDING-NAME
           MOVE CREDIT-RECORD TO CREDIT-OUT-RECORD
           WRITE CREDIT-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-next-credits.
   OPEN INPUT CREDIT-NEXT-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT CREDIT-NEXT-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-next-credit UNTIL WS-EOF
         CLOSE CREDIT-NEXT-OUT
      END-IF
      CLOSE CREDIT-NEXT-FILE
   END-IF.

copy-one-next-credit.
   READ CREDIT-NEXT-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CN-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CN-BUILDING-NAME
           MOVE CREDIT-NEXT-RECORD TO CREDIT-NEXT-OUT-RECORD
           WRITE CREDIT-NEXT-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-suspense-credits.
   OPEN INPUT CREDIT-SUSPENSE-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT CREDIT-SUSPENSE-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-suspense-credit UNTIL WS-EOF
         CLOSE CREDIT-SUSPENSE-OUT
      END-IF
      CLOSE CREDIT-SUSPENSE-FILE
   END-IF.

copy-one-suspense-credit.
   READ CREDIT-SUSPENSE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CS-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CS-BUILDING-NAME
           MOVE CREDIT-SUSPENSE-RECORD TO CREDIT-SUSPENSE-OUT-RECORD
           WRITE CREDIT-SUSPENSE-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-billing-register.
   OPEN INPUT BILLING-REGISTER-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT BILLING-REGISTER-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-billed-lease UNTIL WS-EOF
         CLOSE BILLING-REGISTER-OUT
      END-IF
      CLOSE BILLING-REGISTER-FILE
   END-IF.

copy-one-billed-lease.
   READ BILLING-REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE BR-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO BR-BUILDING-NAME
           MOVE BILLING-REGISTER-RECORD TO BILLING-REGISTER-OUT-RECORD
           WRITE BILLING-REGISTER-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-cam-estimates.
   OPEN INPUT ESTIMATE-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT ESTIMATE-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-estimate UNTIL WS-EOF
         CLOSE ESTIMATE-OUT
      END-IF
      CLOSE ESTIMATE-FILE
   END-IF.

copy-one-estimate.
   READ ESTIMATE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CE-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CE-BUILDING-NAME
           MOVE CAM-ESTIMATE-RECORD TO ESTIMATE-OUT-RECORD
           WRITE ESTIMATE-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

*> Only a building-scope task carries a building name; a class-scope
*> task names a building class and is copied as it stands.
cascade-pm-plan.
   OPEN INPUT PM-PLAN-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT PM-PLAN-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-pm-task UNTIL WS-EOF
         CLOSE PM-PLAN-OUT
      END-IF
      CLOSE PM-PLAN-FILE
   END-IF.

copy-one-pm-task.
   READ PM-PLAN-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF PP-FOR-BUILDING
              MOVE PP-SCOPE-NAME TO WS-CASCADE-NAME
              PERFORM translate-name
              MOVE WS-CASCADE-NAME TO PP-SCOPE-NAME
           ELSE
              ADD 1 TO PR-READ-COUNT(WS-FILE-SUB)
           END-IF
           MOVE PM-PLAN-RECORD TO PM-PLAN-OUT-RECORD
           WRITE PM-PLAN-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-reinspections.
   OPEN INPUT REINSPECTION-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT REINSPECTION-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-reinspection UNTIL WS-EOF
         CLOSE REINSPECTION-OUT
      END-IF
      CLOSE REINSPECTION-FILE
   END-IF.

copy-one-reinspection.
   READ REINSPECTION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE RQ-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO RQ-BUILDING-NAME
           MOVE REINSPECTION-REQUEST-RECORD TO REINSPECTION-OUT-RECORD
           WRITE REINSPECTION-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-lease-history.
   OPEN INPUT LEASE-HISTORY-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT LEASE-HISTORY-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-lease-change UNTIL WS-EOF
         CLOSE LEASE-HISTORY-OUT
      END-IF
      CLOSE LEASE-HISTORY-FILE
   END-IF.

copy-one-lease-change.
   READ LEASE-HISTORY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE LH-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO LH-BUILDING-NAME
           MOVE LEASE-HISTORY-RECORD TO LEASE-HISTORY-OUT-RECORD
           WRITE LEASE-HISTORY-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-renewal-notices.
   OPEN INPUT NOTICE-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT NOTICE-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-notice UNTIL WS-EOF
         CLOSE NOTICE-OUT
      END-IF
      CLOSE NOTICE-FILE
   END-IF.

copy-one-notice.
   READ NOTICE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE RN-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO RN-BUILDING-NAME
           MOVE NOTICE-RECORD TO NOTICE-OUT-RECORD
           WRITE NOTICE-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-inspection-followups.
   OPEN INPUT FOLLOWUP-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT FOLLOWUP-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-followup UNTIL WS-EOF
         CLOSE FOLLOWUP-OUT
      END-IF
      CLOSE FOLLOWUP-FILE
   END-IF.

copy-one-followup.
   READ FOLLOWUP-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE FU-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO FU-BUILDING-NAME
           MOVE FOLLOWUP-RECORD TO FOLLOWUP-OUT-RECORD
           WRITE FOLLOWUP-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-late-charges.
   OPEN INPUT LATE-CHARGE-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT LATE-CHARGE-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-late-charge UNTIL WS-EOF
         CLOSE LATE-CHARGE-OUT
      END-IF
      CLOSE LATE-CHARGE-FILE
   END-IF.

copy-one-late-charge.
   READ LATE-CHARGE-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE LC-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO LC-BUILDING-NAME
           MOVE LATE-CHARGE-RECORD TO LATE-CHARGE-OUT-RECORD
           WRITE LATE-CHARGE-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-suppressions.
   OPEN INPUT SUPPRESSION-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT SUPPRESSION-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-suppression UNTIL WS-EOF
         CLOSE SUPPRESSION-OUT
      END-IF
      CLOSE SUPPRESSION-FILE
   END-IF.

copy-one-suppression.
   READ SUPPRESSION-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE DS-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO DS-BUILDING-NAME
           MOVE DUNNING-SUPPRESS-RECORD TO SUPPRESSION-OUT-RECORD
           WRITE SUPPRESSION-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-applied-cash.
   OPEN INPUT APPLIED-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT APPLIED-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-applied-payment UNTIL WS-EOF
         CLOSE APPLIED-OUT
      END-IF
      CLOSE APPLIED-FILE
   END-IF.

copy-one-applied-payment.
   READ APPLIED-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE AP-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO AP-BUILDING-NAME
           MOVE APPLIED-PAYMENT-RECORD TO APPLIED-OUT-RECORD
           WRITE APPLIED-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

cascade-credit-history.
   OPEN INPUT CREDIT-HISTORY-FILE.
   PERFORM check-input-open.
   IF WS-FILES-OPEN
      OPEN OUTPUT CREDIT-HISTORY-OUT
      PERFORM check-output-open
      IF WS-FILES-OPEN
         PERFORM copy-one-history-credit UNTIL WS-EOF
         CLOSE CREDIT-HISTORY-OUT
      END-IF
      CLOSE CREDIT-HISTORY-FILE
   END-IF.

copy-one-history-credit.
   READ CREDIT-HISTORY-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           MOVE CH-BUILDING-NAME TO WS-CASCADE-NAME
           PERFORM translate-name
           MOVE WS-CASCADE-NAME TO CH-BUILDING-NAME
           MOVE CREDIT-HISTORY-RECORD TO CREDIT-HISTORY-OUT-RECORD
           WRITE CREDIT-HISTORY-OUT-RECORD
           PERFORM count-written
   END-READ.
   PERFORM check-read-status.

*> Every file proved: the renames are done. They drop off the pending
*> file, each gets its cross-reference record, and anything still
*> pending against an old name follows the building to its new one.
complete-renames.
   PERFORM open-xref-file.
   PERFORM complete-one-rename
      VARYING WS-RENAME-SUB FROM 1 BY 1
      UNTIL WS-RENAME-SUB > COUNT-OF-RENAMES.
   CLOSE XREF-FILE.
   PERFORM follow-one-pending
      VARYING WS-PEND-SUB FROM 1 BY 1
      UNTIL WS-PEND-SUB > COUNT-OF-PENDING.

open-xref-file.
   OPEN EXTEND XREF-FILE.
   IF WS-XREF-STATUS NOT = '00'
      OPEN OUTPUT XREF-FILE
   END-IF.

complete-one-rename.
   MOVE 'D' TO PEND-STATUS(RT-PEND-SUB(WS-RENAME-SUB)).
   ADD 1 TO WS-APPLIED-COUNT.
   MOVE RT-OLD-NAME(WS-RENAME-SUB) TO NX-OLD-NAME.
   MOVE RT-NEW-NAME(WS-RENAME-SUB) TO NX-NEW-NAME.
   MOVE WS-TODAY-DATE TO NX-EFFECTIVE-DATE.
   MOVE RT-SUBMITTED-BY(WS-RENAME-SUB) TO NX-SUBMITTED-BY.
   MOVE RT-APPROVED-BY(WS-RENAME-SUB) TO NX-APPROVED-BY.
   WRITE NAME-XREF-RECORD.

follow-one-pending.
   IF PEND-STATUS(WS-PEND-SUB) NOT = 'D'
      AND PEND-STATUS(WS-PEND-SUB) NOT = 'R'
      MOVE PEND-TRANSACTION(WS-PEND-SUB)(2:25) TO WS-CASCADE-NAME
      SET RT-IX TO 1
      SEARCH RENAME-ENTRY
          AT END
              CONTINUE
          WHEN RT-OLD-NAME(RT-IX) = WS-CASCADE-NAME
              MOVE RT-NEW-NAME(RT-IX)
                   TO PEND-TRANSACTION(WS-PEND-SUB)(2:25)
      END-SEARCH
   END-IF.

*> Backout: no input was changed and no cross-reference was written,
*> so the run is undone by deleting the new generations it created.
*> The approved renames stay on the pending file for the rerun.
report-backout.
   MOVE 8 TO WS-ALERT-SEVERITY.
   MOVE SPACES TO WS-ALERT-MESSAGE.
   STRING 'RENAME CASCADE FAILED ON ' DELIMITED BY SIZE
          WS-FAILED-DD-NAME           DELIMITED BY SPACE
          ' - BACKOUT REQUIRED'       DELIMITED BY SIZE
          INTO WS-ALERT-MESSAGE
   END-STRING.
   MOVE WS-FAILED-DD-NAME TO WS-ALERT-KEY.
   CALL 'ALERT-LOG' USING WS-ALERT-PROGRAM, WS-ALERT-SEVERITY,
                          WS-ALERT-MESSAGE, WS-ALERT-KEY.

write-pending-file.
   OPEN OUTPUT PENDING-OUT.
   PERFORM write-one-pending
      VARYING WS-PEND-SUB FROM 1 BY 1
      UNTIL WS-PEND-SUB > COUNT-OF-PENDING.
   CLOSE PENDING-OUT.

write-one-pending.
   IF PEND-STATUS(WS-PEND-SUB) = 'D'
      OR PEND-STATUS(WS-PEND-SUB) = 'R'
      CONTINUE
   ELSE
      MOVE PEND-STATUS(WS-PEND-SUB) TO PA-STATUS
      MOVE PEND-SUBMITTED-BY(WS-PEND-SUB) TO PA-SUBMITTED-BY
      MOVE PEND-SUBMITTED-DATE(WS-PEND-SUB) TO PA-SUBMITTED-DATE
      MOVE PEND-DECIDED-BY(WS-PEND-SUB) TO PA-DECIDED-BY
      MOVE PEND-DECIDED-DATE(WS-PEND-SUB) TO PA-DECIDED-DATE
      MOVE PEND-TRANSACTION(WS-PEND-SUB) TO PA-TRANSACTION
      MOVE PENDING-APPROVAL-RECORD TO PENDING-OUT-RECORD
      WRITE PENDING-OUT-RECORD
   END-IF.

write-report-header.
   MOVE 'BUILDING RENAME CASCADE REPORT' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-rename-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING WS-DISPOSITION        DELIMITED BY SIZE
          ' '                   DELIMITED BY SIZE
          TR-BUILDING-NAME      DELIMITED BY SIZE
          ' TO '                DELIMITED BY SIZE
          TR-NEW-BUILDING-NAME  DELIMITED BY SIZE
          ' BY '                DELIMITED BY SIZE
          PEND-SUBMITTED-BY(WS-PEND-SUB) DELIMITED BY SIZE
          '/'                   DELIMITED BY SIZE
          PEND-DECIDED-BY(WS-PEND-SUB) DELIMITED BY SIZE
          ' '                   DELIMITED BY SIZE
          WS-REASON-TEXT        DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-proof-section.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'RECORD-COUNT PROOF' TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE 'FILE          READ   WRITTEN   RENAMED  RESULT'
        TO REPORT-LINE.
   WRITE REPORT-LINE.
   PERFORM write-one-proof-line
      VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > WS-FILE-COUNT.

write-one-proof-line.
   MOVE PR-READ-COUNT(WS-FILE-SUB) TO WS-COUNT-DISPLAY-1.
   MOVE PR-WRITTEN-COUNT(WS-FILE-SUB) TO WS-COUNT-DISPLAY-2.
   MOVE PR-RENAMED-COUNT(WS-FILE-SUB) TO WS-COUNT-DISPLAY-3.
   MOVE SPACES TO WS-RESULT-TEXT.
   EVALUATE TRUE
       WHEN PR-PROVED(WS-FILE-SUB)
           MOVE 'PROVED' TO WS-RESULT-TEXT
       WHEN PR-FAILED(WS-FILE-SUB)
           STRING 'FAILED - ' PR-NOTE(WS-FILE-SUB)
                  DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-STRING
       WHEN OTHER
           MOVE 'NOT PROCESSED' TO WS-RESULT-TEXT
   END-EVALUATE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING PR-DD-NAME(WS-FILE-SUB) DELIMITED BY SIZE
          ' '                     DELIMITED BY SIZE
          WS-COUNT-DISPLAY-1      DELIMITED BY SIZE
          ' '                     DELIMITED BY SIZE
          WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
          ' '                     DELIMITED BY SIZE
          WS-COUNT-DISPLAY-3      DELIMITED BY SIZE
          '  '                    DELIMITED BY SIZE
          WS-RESULT-TEXT          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF WS-CASCADE-FAILED
      MOVE SPACES TO WS-REPORT-LINE
      STRING '*** CASCADE FAILED ON '  DELIMITED BY SIZE
             WS-FAILED-DD-NAME         DELIMITED BY SPACE
             ' - NO RENAME APPLIED. DELETE THE NEW GENERATIONS '
                                       DELIMITED BY SIZE
             '(BACKOUT STEP) AND RERUN ***' DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'RENAMES APPROVED: '  DELIMITED BY SIZE
          WS-APPROVED-COUNT     DELIMITED BY SIZE
          '  APPLIED: '         DELIMITED BY SIZE
          WS-APPLIED-COUNT      DELIMITED BY SIZE
          '  REJECTED: '        DELIMITED BY SIZE
          WS-REJECT-COUNT       DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
