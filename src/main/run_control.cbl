        01 LK-CLEARED-SWITCH PIC X(1).
            88 LK-CLEARED     VALUE 'Y'.
            88 LK-NOT-CLEARED VALUE 'N'.
        01 LK-PERIOD PIC X(6).

PROCEDURE DIVISION USING LK-STEP-NAME, LK-PREDECESSOR-NAME,
                         LK-BUSINESS-DATE, LK-CLEARED-SWITCH.
   CLOSE RUN-CONTROL-FILE.
   GOBACK.

*> Monthly steps stamp the accounting period they ran for rather than
*> the night they ran on, as YYYYMM with day 00, so PERIOD-CLOSE can
*> prove every required step ran for the month it is closing.
entry-run-control-period.
   ENTRY 'RUN-CONTROL-PERIOD-COMPLETE' USING LK-STEP-NAME, LK-PERIOD.
   MOVE SPACES TO RC-BUSINESS-DATE.
   STRING LK-PERIOD '00' DELIMITED BY SIZE INTO RC-BUSINESS-DATE
   END-STRING.
   MOVE LK-STEP-NAME TO RC-STEP-NAME.
   MOVE 'P' TO RC-ENTRY-TYPE.
   MOVE 'BATCH' TO RC-OPERATOR-ID.
   MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP.
   OPEN EXTEND RUN-CONTROL-FILE.
   IF WS-RUN-CONTROL-STATUS NOT = '00'
      OPEN OUTPUT RUN-CONTROL-FILE
   END-IF.
   WRITE RUN-CONTROL-RECORD.
   CLOSE RUN-CONTROL-FILE.
   GOBACK.

*> Operations sets the business date once per night; the chain never
*> derives it from the system clock, so a step restarted after
*> midnight still stamps the night it belongs to.
