       SELECT AUDIT-FILE ASSIGN TO HGTAUDIT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
       SELECT XREF-FILE ASSIGN TO NAMEXREF
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN TO AUDRPT
           ORGANIZATION LINE SEQUENTIAL.

   FD AUDIT-FILE.
       COPY "src/main/audit_log_record.cpy".

   FD XREF-FILE.
       COPY "src/main/name_xref_record.cpy".

   FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-AUDIT-FILE-STATUS PIC X(2).
        01 WS-XREF-FILE-STATUS PIC X(2).
        01 WS-XREF-EOF-SWITCH PIC X(1).
            88 WS-XREF-EOF VALUE 'Y'.
            88 WS-XREF-NOT-EOF VALUE 'N'.
*> Renames recorded on the name cross-reference, and every name the
*> selected building has carried, so entries written before a rename
*> are selected along with those written after it.
        01 XREF-ITEMS.
            05 COUNT-OF-XREFS PIC 9(5) COMP-5 VALUE 0.
            05 XREF-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-XREFS.
                10 XT-OLD-NAME PIC X(25).
                10 XT-NEW-NAME PIC X(25).
                10 XT-EFFECTIVE-DATE PIC X(8).
        01 NAME-ALIASES.
            05 COUNT-OF-ALIASES PIC 9(3) COMP-5 VALUE 0.
            05 ALIAS-NAME PIC X(25) OCCURS 0 TO 200 TIMES
                   DEPENDING ON COUNT-OF-ALIASES.
        01 WS-XREF-SUB PIC 9(5) COMP-5.
        01 WS-ALIAS-SUB PIC 9(3) COMP-5.
        01 WS-ALIAS-CHECK-NAME PIC X(25).
        01 WS-ALIAS-SWITCH PIC X(1).
            88 WS-ALIAS-FOUND VALUE 'Y'.
            88 WS-ALIAS-NOT-FOUND VALUE 'N'.
        01 WS-OLD-ALIAS-SWITCH PIC X(1).
        01 WS-NEW-ALIAS-SWITCH PIC X(1).
        01 WS-WIDEN-SWITCH PIC X(1).
            88 WS-ALIASES-WIDENED VALUE 'Y'.
            88 WS-ALIASES-COMPLETE VALUE 'N'.
        01 WS-PARM-STRING PIC X(60).
        01 WS-FROM-DATE PIC X(8) VALUE '00000000'.
        01 WS-TO-DATE   PIC X(8) VALUE '99999999'.
PROCEDURE DIVISION.
main-paragraph.
   PERFORM get-selection-criteria.
   IF NOT WS-ALL-BUILDINGS
      PERFORM load-name-xref
      PERFORM build-name-aliases
   END-IF.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT AUDIT-FILE.
   IF WS-AUDIT-FILE-STATUS NOT = '00'
      MOVE SPACES TO WS-SELECT-NAME
   END-IF.

*> The cross-reference is optional; without it only the name as given
*> is selected.
load-name-xref.
   MOVE 'N' TO WS-XREF-EOF-SWITCH.
   OPEN INPUT XREF-FILE.
   IF WS-XREF-FILE-STATUS = '00'
      PERFORM read-one-xref UNTIL WS-XREF-EOF
      CLOSE XREF-FILE
   END-IF.

read-one-xref.
   READ XREF-FILE
       AT END
           MOVE 'Y' TO WS-XREF-EOF-SWITCH
       NOT AT END
           IF COUNT-OF-XREFS >= 5000
              DISPLAY 'NAME XREF EXCEEDS TABLE CAPACITY - '
                      'INCREASE XREF-ENTRY AND RERUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-OF-XREFS
           MOVE NX-OLD-NAME TO XT-OLD-NAME(COUNT-OF-XREFS)
           MOVE NX-NEW-NAME TO XT-NEW-NAME(COUNT-OF-XREFS)
           MOVE NX-EFFECTIVE-DATE TO XT-EFFECTIVE-DATE(COUNT-OF-XREFS)
   END-READ.

*> Starting from the selected name, follow renames both ways until no
*> new name turns up, so a building renamed more than once is still
*> joined end to end whichever of its names was asked for.
build-name-aliases.
   MOVE 1 TO COUNT-OF-ALIASES.
   MOVE WS-SELECT-NAME TO ALIAS-NAME(1).
   MOVE 'Y' TO WS-WIDEN-SWITCH.
   PERFORM widen-name-aliases UNTIL WS-ALIASES-COMPLETE.

widen-name-aliases.
   MOVE 'N' TO WS-WIDEN-SWITCH.
   PERFORM widen-from-one-xref
      VARYING WS-XREF-SUB FROM 1 BY 1
      UNTIL WS-XREF-SUB > COUNT-OF-XREFS.

widen-from-one-xref.
   MOVE XT-OLD-NAME(WS-XREF-SUB) TO WS-ALIAS-CHECK-NAME.
   PERFORM find-alias.
   MOVE WS-ALIAS-SWITCH TO WS-OLD-ALIAS-SWITCH.
   MOVE XT-NEW-NAME(WS-XREF-SUB) TO WS-ALIAS-CHECK-NAME.
   PERFORM find-alias.
   MOVE WS-ALIAS-SWITCH TO WS-NEW-ALIAS-SWITCH.
   IF WS-OLD-ALIAS-SWITCH = 'Y' AND WS-NEW-ALIAS-SWITCH = 'N'
      PERFORM add-alias
   END-IF.
   IF WS-OLD-ALIAS-SWITCH = 'N' AND WS-NEW-ALIAS-SWITCH = 'Y'
      MOVE XT-OLD-NAME(WS-XREF-SUB) TO WS-ALIAS-CHECK-NAME
      PERFORM add-alias
   END-IF.

add-alias.
   IF COUNT-OF-ALIASES >= 200
      DISPLAY 'NAME ALIASES EXCEED TABLE CAPACITY - '
              'INCREASE ALIAS-NAME AND RERUN'
      MOVE 16 TO RETURN-CODE
      STOP RUN
   END-IF.
   ADD 1 TO COUNT-OF-ALIASES.
   MOVE WS-ALIAS-CHECK-NAME TO ALIAS-NAME(COUNT-OF-ALIASES).
   MOVE 'Y' TO WS-WIDEN-SWITCH.

find-alias.
   MOVE 'N' TO WS-ALIAS-SWITCH.
   PERFORM match-one-alias
      VARYING WS-ALIAS-SUB FROM 1 BY 1
      UNTIL WS-ALIAS-SUB > COUNT-OF-ALIASES OR WS-ALIAS-FOUND.

match-one-alias.
   IF ALIAS-NAME(WS-ALIAS-SUB) = WS-ALIAS-CHECK-NAME
      MOVE 'Y' TO WS-ALIAS-SWITCH
   END-IF.

inquire-one-entry.
   READ AUDIT-FILE
       AT END

select-one-entry.
   MOVE AL-TIMESTAMP(1:8) TO WS-ENTRY-DATE.
   MOVE 'N' TO WS-ALIAS-SWITCH.
   IF NOT WS-ALL-BUILDINGS
      MOVE AL-BUILDING-NAME TO WS-ALIAS-CHECK-NAME
      PERFORM find-alias
   END-IF.
   IF (WS-ALL-BUILDINGS OR WS-ALIAS-FOUND)
      AND WS-ENTRY-DATE >= WS-FROM-DATE
      AND WS-ENTRY-DATE <= WS-TO-DATE
      ADD 1 TO WS-SELECTED-COUNT
   END-STRING.
   MOVE WS-REPORT-LINE TO REPORT-LINE.
   WRITE REPORT-LINE.
   IF NOT WS-ALL-BUILDINGS
      PERFORM write-rename-line
         VARYING WS-XREF-SUB FROM 1 BY 1
         UNTIL WS-XREF-SUB > COUNT-OF-XREFS
   END-IF.
   MOVE ALL '=' TO REPORT-LINE.
   WRITE REPORT-LINE.

write-rename-line.
   MOVE XT-OLD-NAME(WS-XREF-SUB) TO WS-ALIAS-CHECK-NAME.
   PERFORM find-alias.
   IF WS-ALIAS-FOUND
      MOVE SPACES TO WS-REPORT-LINE
      STRING 'RENAMED: '                DELIMITED BY SIZE
             XT-OLD-NAME(WS-XREF-SUB)   DELIMITED BY SIZE
             ' TO '                     DELIMITED BY SIZE
             XT-NEW-NAME(WS-XREF-SUB)   DELIMITED BY SIZE
             ' EFFECTIVE '              DELIMITED BY SIZE
             XT-EFFECTIVE-DATE(WS-XREF-SUB) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
      END-STRING
      MOVE WS-REPORT-LINE TO REPORT-LINE
      WRITE REPORT-LINE
   END-IF.

write-report-footer.
   MOVE SPACES TO REPORT-LINE.
   WRITE REPORT-LINE.
