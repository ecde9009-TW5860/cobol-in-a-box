IDENTIFICATION DIVISION.
PROGRAM-ID. RENT-LATECHG.

ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT OPEN-AR-FILE ASSIGN TO OPENAR
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-AR-STATUS.
       SELECT SUPPRESS-FILE ASSIGN TO DUNSUPP
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPRESS-STATUS.
       SELECT CONTROL-FILE ASSIGN TO INVCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
       SELECT REGISTER-FILE ASSIGN TO BILLREG
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       SELECT LATE-INVOICE-FILE ASSIGN TO LATEINV
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LATE-INVOICE-STATUS.
       SELECT LETTER-FILE ASSIGN TO DUNLTR
           ORGANIZATION LINE SEQUENTIAL.
       SELECT REPORT-FILE ASSIGN TO LATERPT
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
   FILE SECTION.
   FD OPEN-AR-FILE.
       COPY "src/main/invoice_record.cpy".

   FD SUPPRESS-FILE.
       COPY "src/main/dunning_suppress_record.cpy".

   FD CONTROL-FILE.
       COPY "src/main/invoice_control_record.cpy".

   FD REGISTER-FILE.
       COPY "src/main/billing_register_record.cpy".

*> Late charges are cut in the INVOICE-RECORD layout so the next
*> RENT-ARPOST cycle picks them up and ages them like rent.
   FD LATE-INVOICE-FILE.
       01 LATE-INVOICE-RECORD PIC X(94).

   FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

   WORKING-STORAGE SECTION.
*> Open AR as carried forward by RENT-ARPOST, with the days past due
*> worked out once on load.
        01 OPEN-INVOICES.
            05 COUNT-OF-INVOICES PIC 9(5) COMP-5.
            05 INVOICE-ENTRY OCCURS 0 TO 99999 TIMES
                   DEPENDING ON COUNT-OF-INVOICES INDEXED BY INV-IX.
                10 INV-NUMBER PIC 9(7).
                10 INV-DATE PIC X(8).
                10 INV-DUE-DATE PIC X(8).
                10 INV-BUILDING-NAME PIC X(25).
                10 INV-TENANT-NAME PIC X(25).
                10 INV-REGION-CODE PIC X(3).
                10 INV-BALANCE PIC 9(7)V99.
                10 INV-DAYS-PAST-DUE PIC S9(6).
                10 INV-LATE-CHARGE-SWITCH PIC X(1).
                    88 INV-IS-LATE-CHARGE VALUE 'Y'.
*> One account per tenant per building. Overdue totals and the
*> oldest days past due drive both the charge and the letter tier.
        01 TENANT-ACCOUNTS.
            05 COUNT-OF-ACCOUNTS PIC 9(5) COMP-5.
            05 ACCOUNT-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-ACCOUNTS.
                10 ACC-BUILDING-NAME PIC X(25).
                10 ACC-TENANT-NAME PIC X(25).
                10 ACC-REGION-CODE PIC X(3).
                10 ACC-OVERDUE-COUNT PIC 9(5).
                10 ACC-OVERDUE-TOTAL PIC 9(9)V99.
                10 ACC-CHARGE-BASE PIC 9(9)V99.
                10 ACC-OLDEST-DAYS PIC S9(6).
*> The accounts already assessed for this period, so a rerun charges
*> nobody twice.
        01 ASSESSED-ACCOUNTS.
            05 COUNT-OF-ASSESSED PIC 9(5) COMP-5.
            05 ASSESSED-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON COUNT-OF-ASSESSED.
                10 AS-BUILDING-NAME PIC X(25).
                10 AS-TENANT-NAME PIC X(25).
                10 AS-INVOICE-NUMBER PIC 9(7).
*> Tenants on a payment plan or in dispute are exempt from both the
*> late charge and the letter for as long as the entry is in force.
        01 SUPPRESSED-TENANTS.
            05 COUNT-OF-SUPPRESSED PIC 9(5) COMP-5.
            05 SUPPRESS-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-SUPPRESSED.
                10 SUP-BUILDING-NAME PIC X(25).
                10 SUP-TENANT-NAME PIC X(25).
                10 SUP-REASON-CODE PIC X(1).
        01 WS-OPEN-AR-STATUS PIC X(2).
        01 WS-SUPPRESS-STATUS PIC X(2).
        01 WS-CONTROL-STATUS PIC X(2).
        01 WS-REGISTER-STATUS PIC X(2).
        01 WS-LATE-INVOICE-STATUS PIC X(2).
*> Charges an earlier run assessed for the month are still waiting on
*> LATEINV for next month's AR posting, so a rerun only adds to it.
        01 WS-LATE-FILE-SWITCH PIC X(1) VALUE 'N'.
            88 WS-LATE-FILE-OPEN VALUE 'Y'.
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-CURRENT-DATE PIC X(21).
        01 WS-TODAY-DATE PIC X(8).
        01 WS-ASOF-DATE PIC X(8).
        01 WS-ASOF-PERIOD PIC X(6).
        01 WS-RUN-STEP-NAME PIC X(8) VALUE 'LATESTP'.
        01 WS-ASOF-INTEGER PIC 9(8) COMP-5.
        01 WS-DUE-INTEGER PIC 9(8) COMP-5.
        01 WS-NEW-DUE-DATE PIC 9(8).
        01 WS-TERMS-DAYS PIC 9(3) VALUE 30.
*> The parm carries 'ASOFDATE GRACEDAYS METHOD RATE' - the as-of date
*> YYYYMMDD (default today), the grace days past the due date before
*> an invoice is late (default 10), and the charge method: P = RATE
*> percent of the overdue balance, F = flat RATE per tenant account.
*> Default is 1.50 percent. ROLL may follow the last token given: an
*> as-of date in a closed month is refused unless ROLL is given, when
*> the charges move to the first day of the next open month.
        01 WS-PARM-STRING PIC X(50).
        01 WS-PARM-TOKEN-1 PIC X(10).
        01 WS-PARM-TOKEN-2 PIC X(10).
        01 WS-PARM-TOKEN-3 PIC X(10).
        01 WS-PARM-TOKEN-4 PIC X(10).
        01 WS-PARM-TOKEN-5 PIC X(10).
        01 WS-PERIOD-ROLL-SWITCH PIC X(1) VALUE 'N'.
            88 WS-PERIOD-ROLL-ALLOWED VALUE 'Y'.
        01 WS-PERIOD-POST-DATE PIC X(8).
        01 WS-PERIOD-RESULT PIC X(1).
            88 WS-PERIOD-OPEN   VALUE 'O'.
            88 WS-PERIOD-ROLLED VALUE 'R'.
            88 WS-PERIOD-CLOSED VALUE 'C'.
        01 WS-GRACE-DAYS PIC 9(3) VALUE 10.
        01 WS-CHARGE-METHOD PIC X(1) VALUE 'P'.
            88 WS-CHARGE-PERCENT VALUE 'P'.
            88 WS-CHARGE-FLAT    VALUE 'F'.
        01 WS-CHARGE-RATE PIC 9(5)V99 VALUE 1.50.
        01 WS-CHARGE-AMOUNT PIC 9(7)V99.
        01 WS-NEXT-INVOICE-NUMBER PIC 9(7) VALUE 1.
        01 WS-SCAN-SUB PIC 9(5) COMP-5.
        01 WS-FOUND-SUB PIC 9(5) COMP-5.
        01 WS-ACCT-SUB PIC 9(5) COMP-5.
        01 WS-INV-SUB PIC 9(5) COMP-5.
        01 WS-SUPPRESS-SUB PIC 9(5) COMP-5.
        01 WS-ASSESSED-SUB PIC 9(5) COMP-5.
*> Letter tier from the oldest overdue item: within 30 days past due
*> a reminder, 31-60 a second notice, beyond that a final demand.
*> With 30-day terms these line up with the 31-60, 61-90 and over-90
*> buckets on the RENT-ARPOST aging.
        01 WS-LETTER-TIER PIC 9(1).
            88 WS-TIER-REMINDER VALUE 1.
            88 WS-TIER-SECOND   VALUE 2.
            88 WS-TIER-FINAL    VALUE 3.
        01 WS-TIER-NAME PIC X(15).
        01 WS-REASON-TEXT PIC X(20).
        01 WS-ACCOUNT-COUNT    PIC 9(5) VALUE 0.
        01 WS-CHARGED-COUNT    PIC 9(5) VALUE 0.
        01 WS-SUPPRESSED-COUNT PIC 9(5) VALUE 0.
        01 WS-ASSESSED-COUNT   PIC 9(5) VALUE 0.
        01 WS-LETTER-COUNT     PIC 9(5) VALUE 0.
        01 WS-REMINDER-COUNT   PIC 9(5) VALUE 0.
        01 WS-SECOND-COUNT     PIC 9(5) VALUE 0.
        01 WS-FINAL-COUNT      PIC 9(5) VALUE 0.
        01 WS-CHARGE-TOTAL PIC 9(11)V99 VALUE 0.
        01 WS-AMOUNT-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-BASE-DISPLAY PIC $$$,$$$,$$9.99.
        01 WS-TOTAL-DISPLAY PIC $$,$$$,$$$,$$9.99.
        01 WS-DAYS-DISPLAY PIC ZZZZZ9.
*> Late-charge work record, built here and moved to the output the
*> way RENT-ARPOST builds its carry-forward record.
        01 WS-LATE-INVOICE-WORK.
            05 LW-INVOICE-NUMBER PIC 9(7).
            05 LW-INVOICE-DATE PIC X(8).
            05 LW-DUE-DATE PIC X(8).
            05 LW-BUILDING-NAME PIC X(25).
            05 LW-TENANT-NAME PIC X(25).
            05 LW-REGION-CODE PIC X(3).
            05 LW-INVOICE-AMOUNT PIC 9(7)V99.
            05 LW-OPEN-BALANCE PIC 9(7)V99.
        01 WS-LETTER-LINE PIC X(80).
        01 WS-REPORT-LINE PIC X(132).

PROCEDURE DIVISION.
main-paragraph.
   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
   MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   PERFORM get-late-charge-parameters.
   COMPUTE WS-ASOF-INTEGER =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ASOF-DATE)).
   PERFORM read-invoice-control.
   PERFORM load-open-ar.
   PERFORM load-billing-register.
   PERFORM load-suppressions.
   PERFORM build-accounts.
   IF COUNT-OF-ASSESSED = 0
      PERFORM open-late-invoice-file
   END-IF.
   OPEN OUTPUT LETTER-FILE.
   OPEN OUTPUT REPORT-FILE.
   PERFORM open-register-file.
   PERFORM write-report-header.
   PERFORM process-one-account
      VARYING WS-ACCT-SUB FROM 1 BY 1
      UNTIL WS-ACCT-SUB > COUNT-OF-ACCOUNTS.
   PERFORM write-report-footer.
   IF WS-LATE-FILE-OPEN
      CLOSE LATE-INVOICE-FILE
   END-IF.
   CLOSE LETTER-FILE.
   CLOSE REPORT-FILE.
   CLOSE REGISTER-FILE.
   PERFORM write-invoice-control.
   CALL 'RUN-CONTROL-PERIOD-COMPLETE' USING WS-RUN-STEP-NAME,
                                         WS-ASOF-PERIOD.
   DISPLAY 'LATE CHARGE RUN COMPLETE - ' WS-CHARGED-COUNT
           ' CHARGES, ' WS-LETTER-COUNT ' LETTERS, '
           WS-SUPPRESSED-COUNT ' SUPPRESSED, '
           WS-ASSESSED-COUNT ' ALREADY ASSESSED'.
   IF WS-ASSESSED-COUNT > 0
      MOVE 4 TO RETURN-CODE
   END-IF.
   STOP RUN.

get-late-charge-parameters.
   MOVE WS-TODAY-DATE TO WS-ASOF-DATE.
   ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
   IF WS-PARM-STRING NOT = SPACES
      MOVE SPACES TO WS-PARM-TOKEN-1
      MOVE SPACES TO WS-PARM-TOKEN-2
      MOVE SPACES TO WS-PARM-TOKEN-3
      MOVE SPACES TO WS-PARM-TOKEN-4
      MOVE SPACES TO WS-PARM-TOKEN-5
      UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
          INTO WS-PARM-TOKEN-1, WS-PARM-TOKEN-2,
               WS-PARM-TOKEN-3, WS-PARM-TOKEN-4, WS-PARM-TOKEN-5
      END-UNSTRING
      IF WS-PARM-TOKEN-2 = 'ROLL'
         MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
         MOVE SPACES TO WS-PARM-TOKEN-2
      END-IF
      IF WS-PARM-TOKEN-3 = 'ROLL'
         MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
         MOVE SPACES TO WS-PARM-TOKEN-3
      END-IF
      IF WS-PARM-TOKEN-4 = 'ROLL'
         MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
         MOVE SPACES TO WS-PARM-TOKEN-4
      END-IF
      IF WS-PARM-TOKEN-5 = 'ROLL'
         MOVE 'Y' TO WS-PERIOD-ROLL-SWITCH
      END-IF
      IF WS-PARM-TOKEN-1 NOT = SPACES
         MOVE WS-PARM-TOKEN-1(1:8) TO WS-ASOF-DATE
      END-IF
      IF WS-PARM-TOKEN-2 NOT = SPACES
         COMPUTE WS-GRACE-DAYS = FUNCTION NUMVAL(WS-PARM-TOKEN-2)
      END-IF
      IF WS-PARM-TOKEN-3 NOT = SPACES
         MOVE WS-PARM-TOKEN-3(1:1) TO WS-CHARGE-METHOD
      END-IF
      IF WS-PARM-TOKEN-4 NOT = SPACES
         COMPUTE WS-CHARGE-RATE = FUNCTION NUMVAL(WS-PARM-TOKEN-4)
      END-IF
   END-IF.
   IF NOT WS-CHARGE-PERCENT AND NOT WS-CHARGE-FLAT
      DISPLAY 'INVALID CHARGE METHOD ' WS-CHARGE-METHOD
              ' - MUST BE P OR F'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   CALL 'PERIOD-CHECK' USING WS-ASOF-DATE, WS-PERIOD-ROLL-SWITCH,
                             WS-PERIOD-POST-DATE, WS-PERIOD-RESULT.
   IF WS-PERIOD-CLOSED
      DISPLAY '*** AS-OF DATE ' WS-ASOF-DATE
              ' IS IN A CLOSED PERIOD - NO LATE CHARGES CUT ***'
      MOVE 8 TO RETURN-CODE
      STOP RUN
   END-IF.
   IF WS-PERIOD-ROLLED
      DISPLAY 'AS-OF DATE ' WS-ASOF-DATE
              ' IS IN A CLOSED PERIOD - ROLLED FORWARD TO '
              WS-PERIOD-POST-DATE
      MOVE WS-PERIOD-POST-DATE TO WS-ASOF-DATE
   END-IF.
   MOVE WS-ASOF-DATE(1:6) TO WS-ASOF-PERIOD.

*> Late charges draw from the same invoice-number sequence as rent
*> so RENT-ARPOST never sees two invoices with one number.
read-invoice-control.
   MOVE 0 TO IC-LAST-INVOICE-NUMBER.
   OPEN INPUT CONTROL-FILE.
   IF WS-CONTROL-STATUS NOT = '00'
      DISPLAY 'NO INVOICE CONTROL FILE - STARTING NEW SEQUENCE'
   ELSE
      READ CONTROL-FILE
          AT END
              MOVE 0 TO IC-LAST-INVOICE-NUMBER
      END-READ
      CLOSE CONTROL-FILE
   END-IF.
   COMPUTE WS-NEXT-INVOICE-NUMBER = IC-LAST-INVOICE-NUMBER + 1.

write-invoice-control.
   OPEN OUTPUT CONTROL-FILE.
   COMPUTE IC-LAST-INVOICE-NUMBER = WS-NEXT-INVOICE-NUMBER - 1.
   MOVE WS-ASOF-DATE TO IC-LAST-BILLING-DATE.
   MOVE WS-CURRENT-DATE TO IC-LAST-RUN-TIMESTAMP.
   WRITE INVOICE-CONTROL-RECORD.
   CLOSE CONTROL-FILE.

*> The register marks which open invoices are late charges, so a late
*> charge is never itself charged late; a late charge already paid
*> plays no part in the assessment and is not held.
load-billing-register.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-ASSESSED.
   OPEN INPUT REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      DISPLAY 'NO BILLING REGISTER FILE - STARTING EMPTY'
   ELSE
      PERFORM read-one-register-entry UNTIL WS-EOF
      CLOSE REGISTER-FILE
   END-IF.

read-one-register-entry.
   READ REGISTER-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF BR-TYPE-LATE-CHARGE
              PERFORM flag-late-charge-invoice
              IF BR-BILLING-PERIOD = WS-ASOF-PERIOD
                 IF COUNT-OF-ASSESSED >= 20000
                    DISPLAY 'BILLING REGISTER EXCEEDS TABLE CAPACITY - '
                            'INCREASE ASSESSED-ENTRY AND RERUN'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO COUNT-OF-ASSESSED
                 MOVE BR-BUILDING-NAME
                      TO AS-BUILDING-NAME(COUNT-OF-ASSESSED)
                 MOVE BR-TENANT-NAME TO AS-TENANT-NAME(COUNT-OF-ASSESSED)
                 MOVE BR-INVOICE-NUMBER
                      TO AS-INVOICE-NUMBER(COUNT-OF-ASSESSED)
              END-IF
           END-IF
   END-READ.

open-register-file.
   OPEN EXTEND REGISTER-FILE.
   IF WS-REGISTER-STATUS NOT = '00'
      OPEN OUTPUT REGISTER-FILE
   END-IF.

open-late-invoice-file.
   IF COUNT-OF-ASSESSED > 0
      OPEN EXTEND LATE-INVOICE-FILE
      IF WS-LATE-INVOICE-STATUS NOT = '00'
         OPEN OUTPUT LATE-INVOICE-FILE
      END-IF
   ELSE
      OPEN OUTPUT LATE-INVOICE-FILE
   END-IF.
   MOVE 'Y' TO WS-LATE-FILE-SWITCH.

*> A missing suppression file simply means nobody is exempt.
load-suppressions.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-SUPPRESSED.
   OPEN INPUT SUPPRESS-FILE.
   IF WS-SUPPRESS-STATUS NOT = '00'
      DISPLAY 'NO DUNNING SUPPRESSION FILE - NO TENANTS EXEMPT'
   ELSE
      PERFORM read-one-suppression UNTIL WS-EOF
      CLOSE SUPPRESS-FILE
   END-IF.

*> Only entries in force on the as-of date are held; a blank end
*> date is open-ended until AR staff remove the entry.
read-one-suppression.
   READ SUPPRESS-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF DS-START-DATE NOT > WS-ASOF-DATE
              AND (DS-END-DATE = SPACES
                   OR DS-END-DATE NOT < WS-ASOF-DATE)
              ADD 1 TO COUNT-OF-SUPPRESSED
              MOVE DS-BUILDING-NAME
                   TO SUP-BUILDING-NAME(COUNT-OF-SUPPRESSED)
              MOVE DS-TENANT-NAME TO SUP-TENANT-NAME(COUNT-OF-SUPPRESSED)
              MOVE DS-REASON-CODE TO SUP-REASON-CODE(COUNT-OF-SUPPRESSED)
           END-IF
   END-READ.

load-open-ar.
   MOVE 'N' TO WS-EOF-SWITCH.
   MOVE 0 TO COUNT-OF-INVOICES.
   OPEN INPUT OPEN-AR-FILE.
   IF WS-OPEN-AR-STATUS NOT = '00'
      DISPLAY 'ERROR OPENING OPEN AR FILE, STATUS = ' WS-OPEN-AR-STATUS
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   PERFORM read-one-open-invoice UNTIL WS-EOF.
   CLOSE OPEN-AR-FILE.

read-one-open-invoice.
   READ OPEN-AR-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
       NOT AT END
           IF IV-OPEN-BALANCE > 0
              IF COUNT-OF-INVOICES >= 99999
                 DISPLAY 'OPEN AR FILE EXCEEDS TABLE CAPACITY - '
                         'INCREASE INVOICE-ENTRY AND RERUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-OF-INVOICES
              MOVE IV-INVOICE-NUMBER TO INV-NUMBER(COUNT-OF-INVOICES)
              MOVE IV-INVOICE-DATE TO INV-DATE(COUNT-OF-INVOICES)
              MOVE IV-DUE-DATE TO INV-DUE-DATE(COUNT-OF-INVOICES)
              MOVE IV-BUILDING-NAME TO INV-BUILDING-NAME(COUNT-OF-INVOICES)
              MOVE IV-TENANT-NAME TO INV-TENANT-NAME(COUNT-OF-INVOICES)
              MOVE IV-REGION-CODE TO INV-REGION-CODE(COUNT-OF-INVOICES)
              MOVE IV-OPEN-BALANCE TO INV-BALANCE(COUNT-OF-INVOICES)
              COMPUTE WS-DUE-INTEGER =
                      FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(IV-DUE-DATE))
              COMPUTE INV-DAYS-PAST-DUE(COUNT-OF-INVOICES) =
                      WS-ASOF-INTEGER - WS-DUE-INTEGER
              MOVE 'N' TO INV-LATE-CHARGE-SWITCH(COUNT-OF-INVOICES)
           END-IF
   END-READ.

flag-late-charge-invoice.
   SET INV-IX TO 1.
   SEARCH INVOICE-ENTRY
       AT END
           CONTINUE
       WHEN INV-NUMBER(INV-IX) = BR-INVOICE-NUMBER
           MOVE 'Y' TO INV-LATE-CHARGE-SWITCH(INV-IX)
   END-SEARCH.

*> An invoice is overdue once it is more than the grace days past its
*> due date. Every overdue item goes on the letter, but only rent and
*> other non-late-charge items make up the charge base.
build-accounts.
   MOVE 0 TO COUNT-OF-ACCOUNTS.
   PERFORM add-one-invoice-to-account
      VARYING WS-INV-SUB FROM 1 BY 1
      UNTIL WS-INV-SUB > COUNT-OF-INVOICES.

add-one-invoice-to-account.
   IF INV-DAYS-PAST-DUE(WS-INV-SUB) > WS-GRACE-DAYS
      MOVE 0 TO WS-FOUND-SUB
      PERFORM find-account-slot
         VARYING WS-SCAN-SUB FROM 1 BY 1
         UNTIL WS-SCAN-SUB > COUNT-OF-ACCOUNTS
            OR WS-FOUND-SUB > 0
      IF WS-FOUND-SUB = 0
         ADD 1 TO COUNT-OF-ACCOUNTS
         MOVE COUNT-OF-ACCOUNTS TO WS-FOUND-SUB
         MOVE INV-BUILDING-NAME(WS-INV-SUB)
              TO ACC-BUILDING-NAME(WS-FOUND-SUB)
         MOVE INV-TENANT-NAME(WS-INV-SUB) TO ACC-TENANT-NAME(WS-FOUND-SUB)
         MOVE INV-REGION-CODE(WS-INV-SUB) TO ACC-REGION-CODE(WS-FOUND-SUB)
         MOVE 0 TO ACC-OVERDUE-COUNT(WS-FOUND-SUB)
         MOVE 0 TO ACC-OVERDUE-TOTAL(WS-FOUND-SUB)
         MOVE 0 TO ACC-CHARGE-BASE(WS-FOUND-SUB)
         MOVE 0 TO ACC-OLDEST-DAYS(WS-FOUND-SUB)
      END-IF
      ADD 1 TO ACC-OVERDUE-COUNT(WS-FOUND-SUB)
      ADD INV-BALANCE(WS-INV-SUB) TO ACC-OVERDUE-TOTAL(WS-FOUND-SUB)
      IF NOT INV-IS-LATE-CHARGE(WS-INV-SUB)
         ADD INV-BALANCE(WS-INV-SUB) TO ACC-CHARGE-BASE(WS-FOUND-SUB)
      END-IF
      IF INV-DAYS-PAST-DUE(WS-INV-SUB) > ACC-OLDEST-DAYS(WS-FOUND-SUB)
         MOVE INV-DAYS-PAST-DUE(WS-INV-SUB)
              TO ACC-OLDEST-DAYS(WS-FOUND-SUB)
      END-IF
   END-IF.

find-account-slot.
   IF ACC-BUILDING-NAME(WS-SCAN-SUB) = INV-BUILDING-NAME(WS-INV-SUB)
      AND ACC-TENANT-NAME(WS-SCAN-SUB) = INV-TENANT-NAME(WS-INV-SUB)
      MOVE WS-SCAN-SUB TO WS-FOUND-SUB
   END-IF.

process-one-account.
   ADD 1 TO WS-ACCOUNT-COUNT.
   PERFORM find-suppression.
   IF WS-SUPPRESS-SUB > 0
      ADD 1 TO WS-SUPPRESSED-COUNT
      PERFORM write-suppressed-line
   ELSE
      PERFORM set-letter-tier
      PERFORM assess-late-charge
      PERFORM write-dunning-letter
   END-IF.

*> A suppression entry with a blank building exempts the tenant at
*> every building it leases in.
find-suppression.
   MOVE 0 TO WS-SUPPRESS-SUB.
   PERFORM check-one-suppression
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-SUPPRESSED
         OR WS-SUPPRESS-SUB > 0.

check-one-suppression.
   IF SUP-TENANT-NAME(WS-SCAN-SUB) = ACC-TENANT-NAME(WS-ACCT-SUB)
      AND (SUP-BUILDING-NAME(WS-SCAN-SUB) = SPACES
           OR SUP-BUILDING-NAME(WS-SCAN-SUB)
              = ACC-BUILDING-NAME(WS-ACCT-SUB))
      MOVE WS-SCAN-SUB TO WS-SUPPRESS-SUB
   END-IF.

set-letter-tier.
   EVALUATE TRUE
       WHEN ACC-OLDEST-DAYS(WS-ACCT-SUB) <= 30
           MOVE 1 TO WS-LETTER-TIER
           MOVE 'REMINDER' TO WS-TIER-NAME
           ADD 1 TO WS-REMINDER-COUNT
       WHEN ACC-OLDEST-DAYS(WS-ACCT-SUB) <= 60
           MOVE 2 TO WS-LETTER-TIER
           MOVE 'SECOND NOTICE' TO WS-TIER-NAME
           ADD 1 TO WS-SECOND-COUNT
       WHEN OTHER
           MOVE 3 TO WS-LETTER-TIER
           MOVE 'FINAL DEMAND' TO WS-TIER-NAME
           ADD 1 TO WS-FINAL-COUNT
   END-EVALUATE.

*> One charge per tenant account per month. An account whose only
*> overdue items are earlier late charges has no base and is not
*> charged again - late charges do not compound.
assess-late-charge.
   MOVE 0 TO WS-CHARGE-AMOUNT.
   PERFORM find-assessed-account.
   IF WS-ASSESSED-SUB > 0
      ADD 1 TO WS-ASSESSED-COUNT
      PERFORM write-assessed-line
   ELSE
      IF ACC-CHARGE-BASE(WS-ACCT-SUB) > 0
         IF WS-CHARGE-PERCENT
            COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                    ACC-CHARGE-BASE(WS-ACCT-SUB) * WS-CHARGE-RATE / 100
         ELSE
            MOVE WS-CHARGE-RATE TO WS-CHARGE-AMOUNT
         END-IF
      END-IF
      IF WS-CHARGE-AMOUNT > 0
         PERFORM write-late-charge-invoice
      END-IF
   END-IF.

find-assessed-account.
   MOVE 0 TO WS-ASSESSED-SUB.
   PERFORM check-one-assessed-account
      VARYING WS-SCAN-SUB FROM 1 BY 1
      UNTIL WS-SCAN-SUB > COUNT-OF-ASSESSED
         OR WS-ASSESSED-SUB > 0.

check-one-assessed-account.
   IF AS-BUILDING-NAME(WS-SCAN-SUB) = ACC-BUILDING-NAME(WS-ACCT-SUB)
      AND AS-TENANT-NAME(WS-SCAN-SUB) = ACC-TENANT-NAME(WS-ACCT-SUB)
      MOVE WS-SCAN-SUB TO WS-ASSESSED-SUB
   END-IF.

write-late-charge-invoice.
   IF NOT WS-LATE-FILE-OPEN
      PERFORM open-late-invoice-file
   END-IF.
   MOVE WS-NEXT-INVOICE-NUMBER TO LW-INVOICE-NUMBER.
   ADD 1 TO WS-NEXT-INVOICE-NUMBER.
   MOVE WS-ASOF-DATE TO LW-INVOICE-DATE.
   COMPUTE WS-DUE-INTEGER = WS-ASOF-INTEGER + WS-TERMS-DAYS.
   COMPUTE WS-NEW-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).
   MOVE WS-NEW-DUE-DATE TO LW-DUE-DATE.
   MOVE ACC-BUILDING-NAME(WS-ACCT-SUB) TO LW-BUILDING-NAME.
   MOVE ACC-TENANT-NAME(WS-ACCT-SUB) TO LW-TENANT-NAME.
   MOVE ACC-REGION-CODE(WS-ACCT-SUB) TO LW-REGION-CODE.
   MOVE WS-CHARGE-AMOUNT TO LW-INVOICE-AMOUNT.
   MOVE WS-CHARGE-AMOUNT TO LW-OPEN-BALANCE.
   MOVE WS-LATE-INVOICE-WORK TO LATE-INVOICE-RECORD.
   WRITE LATE-INVOICE-RECORD.
   MOVE LW-BUILDING-NAME TO BR-BUILDING-NAME.
   MOVE LW-TENANT-NAME TO BR-TENANT-NAME.
   MOVE WS-ASOF-PERIOD TO BR-BILLING-PERIOD.
   MOVE LW-INVOICE-NUMBER TO BR-INVOICE-NUMBER.
   MOVE 'L' TO BR-INVOICE-TYPE.
   MOVE WS-CURRENT-DATE TO BR-BILLED-TIMESTAMP.
   MOVE LW-INVOICE-DATE TO BR-INVOICE-DATE.
   MOVE LW-INVOICE-AMOUNT TO BR-INVOICE-AMOUNT.
   WRITE BILLING-REGISTER-RECORD.
   ADD 1 TO WS-CHARGED-COUNT.
   ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL.
   PERFORM write-charge-line.

*> Letter layout: tier heading, addressee, one line per overdue item
*> with its balance, the total, any late charge just assessed, and
*> the closing paragraph for the tier.
write-dunning-letter.
   ADD 1 TO WS-LETTER-COUNT.
   MOVE ALL '=' TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE SPACES TO WS-LETTER-LINE.
   STRING WS-TIER-NAME         DELIMITED BY '  '
          ' - OVERDUE RENT ACCOUNT AS OF ' DELIMITED BY SIZE
          WS-ASOF-DATE         DELIMITED BY SIZE
          INTO WS-LETTER-LINE
   END-STRING.
   MOVE WS-LETTER-LINE TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE SPACES TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE SPACES TO WS-LETTER-LINE.
   STRING 'TENANT:   '                   DELIMITED BY SIZE
          ACC-TENANT-NAME(WS-ACCT-SUB)   DELIMITED BY SIZE
          INTO WS-LETTER-LINE
   END-STRING.
   MOVE WS-LETTER-LINE TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE SPACES TO WS-LETTER-LINE.
   STRING 'PREMISES: '                   DELIMITED BY SIZE
          ACC-BUILDING-NAME(WS-ACCT-SUB) DELIMITED BY SIZE
          INTO WS-LETTER-LINE
   END-STRING.
   MOVE WS-LETTER-LINE TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE SPACES TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE 'OUR RECORDS SHOW THE FOLLOWING ITEMS PAST DUE:' TO LETTER-LINE.
   WRITE LETTER-LINE.
   MOVE '  INVOICE   DUE DATE  DAYS LATE         BALANCE' TO LETTER-LINE.
   WRITE LETTER-LINE.
   PERFORM write-one-letter-item
      VARYING WS-INV-SUB FROM 1 BY 1
      UNTIL WS-INV-SUB > COUNT-OF-INVOICES.
   MOVE ACC-OVERDUE-TOTAL(WS-ACCT-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-LETTER-LINE.
   STRING '  TOTAL PAST DUE                ' DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY                  DELIMITED BY SIZE
          INTO WS-LETTER-LINE
   END-STRING.
   MOVE WS-LETTER-LINE TO LETTER-LINE.
   WRITE LETTER-LINE.
   IF WS-CHARGE-AMOUNT > 0
      MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISPLAY
      MOVE SPACES TO WS-LETTER-LINE
      STRING '  LATE CHARGE ASSESSED ON INVOICE ' DELIMITED BY SIZE
             LW-INVOICE-NUMBER                   DELIMITED BY SIZE
             ' '                                 DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY                   DELIMITED BY SIZE
             INTO WS-LETTER-LINE
      END-STRING
      MOVE WS-LETTER-LINE TO LETTER-LINE
      WRITE LETTER-LINE
   END-IF.
   MOVE SPACES TO LETTER-LINE.
   WRITE LETTER-LINE.
   EVALUATE TRUE
       WHEN WS-TIER-REMINDER
           MOVE 'THIS IS A FRIENDLY REMINDER. IF PAYMENT HAS ALREADY BEEN'
                TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'SENT PLEASE DISREGARD THIS NOTICE.' TO LETTER-LINE
           WRITE LETTER-LINE
       WHEN WS-TIER-SECOND
           MOVE 'YOUR ACCOUNT REMAINS PAST DUE. PLEASE REMIT THE BALANCE'
                TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'WITHIN 10 DAYS OR CONTACT YOUR PROPERTY MANAGER.'
                TO LETTER-LINE
           WRITE LETTER-LINE
       WHEN OTHER
           MOVE 'FINAL DEMAND. UNLESS THE FULL BALANCE IS RECEIVED WITHIN'
                TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '10 DAYS THE MATTER WILL BE REFERRED UNDER THE TERMS OF'
                TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'YOUR LEASE.' TO LETTER-LINE
           WRITE LETTER-LINE
   END-EVALUATE.

write-one-letter-item.
   IF INV-BUILDING-NAME(WS-INV-SUB) = ACC-BUILDING-NAME(WS-ACCT-SUB)
      AND INV-TENANT-NAME(WS-INV-SUB) = ACC-TENANT-NAME(WS-ACCT-SUB)
      AND INV-DAYS-PAST-DUE(WS-INV-SUB) > WS-GRACE-DAYS
      MOVE INV-BALANCE(WS-INV-SUB) TO WS-AMOUNT-DISPLAY
      MOVE INV-DAYS-PAST-DUE(WS-INV-SUB) TO WS-DAYS-DISPLAY
      MOVE SPACES TO WS-LETTER-LINE
      STRING '  '                        DELIMITED BY SIZE
             INV-NUMBER(WS-INV-SUB)      DELIMITED BY SIZE
             '   '                       DELIMITED BY SIZE
             INV-DUE-DATE(WS-INV-SUB)    DELIMITED BY SIZE
             '   '                       DELIMITED BY SIZE
             WS-DAYS-DISPLAY             DELIMITED BY SIZE
             '  '                        DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY           DELIMITED BY SIZE
             INTO WS-LETTER-LINE
      END-STRING
      MOVE WS-LETTER-LINE TO LETTER-LINE
      WRITE LETTER-LINE
   END-IF.

write-charge-line.
   MOVE ACC-CHARGE-BASE(WS-ACCT-SUB) TO WS-BASE-DISPLAY.
   MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING ACC-BUILDING-NAME(WS-ACCT-SUB) DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          ACC-TENANT-NAME(WS-ACCT-SUB)   DELIMITED BY SIZE
          ' LATE CHARGE '                DELIMITED BY SIZE
          LW-INVOICE-NUMBER              DELIMITED BY SIZE
          ' ON '                         DELIMITED BY SIZE
          WS-BASE-DISPLAY                DELIMITED BY SIZE
          ' = '                          DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY              DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          WS-TIER-NAME                   DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-assessed-line.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING ACC-BUILDING-NAME(WS-ACCT-SUB) DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          ACC-TENANT-NAME(WS-ACCT-SUB)   DELIMITED BY SIZE
          ' ALREADY ASSESSED FOR '       DELIMITED BY SIZE
          WS-ASOF-PERIOD                 DELIMITED BY SIZE
          ' ON INVOICE '                 DELIMITED BY SIZE
          AS-INVOICE-NUMBER(WS-ASSESSED-SUB) DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-suppressed-line.
   IF SUP-REASON-CODE(WS-SUPPRESS-SUB) = 'P'
      MOVE 'PAYMENT PLAN' TO WS-REASON-TEXT
   ELSE
      MOVE 'IN DISPUTE' TO WS-REASON-TEXT
   END-IF.
   MOVE ACC-OVERDUE-TOTAL(WS-ACCT-SUB) TO WS-AMOUNT-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING ACC-BUILDING-NAME(WS-ACCT-SUB) DELIMITED BY SIZE
          ' '                            DELIMITED BY SIZE
          ACC-TENANT-NAME(WS-ACCT-SUB)   DELIMITED BY SIZE
          ' SUPPRESSED - '               DELIMITED BY SIZE
          WS-REASON-TEXT                 DELIMITED BY SIZE
          ' PAST DUE '                   DELIMITED BY SIZE
          WS-AMOUNT-DISPLAY              DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-header.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'LATE CHARGE AND DUNNING REGISTER AS OF ' DELIMITED BY SIZE
          WS-ASOF-DATE                              DELIMITED BY SIZE
          ' - GRACE '                               DELIMITED BY SIZE
          WS-GRACE-DAYS                             DELIMITED BY SIZE
          ' DAYS, METHOD '                          DELIMITED BY SIZE
          WS-CHARGE-METHOD                          DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE WS-CHARGE-TOTAL TO WS-TOTAL-DISPLAY.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'OVERDUE ACCOUNTS: '  DELIMITED BY SIZE
          WS-ACCOUNT-COUNT      DELIMITED BY SIZE
          '  CHARGED: '         DELIMITED BY SIZE
          WS-CHARGED-COUNT      DELIMITED BY SIZE
          '  ALREADY ASSESSED: ' DELIMITED BY SIZE
          WS-ASSESSED-COUNT     DELIMITED BY SIZE
          '  SUPPRESSED: '      DELIMITED BY SIZE
          WS-SUPPRESSED-COUNT   DELIMITED BY SIZE
          '  TOTAL CHARGED: '   DELIMITED BY SIZE
          WS-TOTAL-DISPLAY      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING 'LETTERS: '         DELIMITED BY SIZE
          WS-LETTER-COUNT     DELIMITED BY SIZE
          '  REMINDER: '      DELIMITED BY SIZE
          WS-REMINDER-COUNT   DELIMITED BY SIZE
          '  SECOND NOTICE: ' DELIMITED BY SIZE
          WS-SECOND-COUNT     DELIMITED BY SIZE
          '  FINAL DEMAND: '  DELIMITED BY SIZE
          WS-FINAL-COUNT      DELIMITED BY SIZE
          INTO WS-REPORT-LINE
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
