       SELECT BUILDINGS-FILE ASSIGN TO BLDGIN
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BUILDINGS-STATUS.
       SELECT XREF-FILE ASSIGN TO NAMEXREF
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

DATA DIVISION.
   FILE SECTION.
   FD BUILDINGS-FILE.
       COPY "src/main/building_record.cpy".

   FD XREF-FILE.
       COPY "src/main/name_xref_record.cpy".

   WORKING-STORAGE SECTION.
        COPY "src/main/buildings_copy_file.cpy".
        01 WS-EOF-SWITCH PIC X(1).
            88 WS-EOF VALUE 'Y'.
            88 WS-NOT-EOF VALUE 'N'.
        01 WS-BUILDINGS-STATUS PIC X(2).
        01 WS-XREF-STATUS PIC X(2).
*> Renames from the name cross-reference, so an operator asking for a
*> building by a name it no longer carries is taken to the building.
        01 XREF-ITEMS.
            05 COUNT-OF-XREFS PIC 9(5) COMP-5 VALUE 0.
            05 XREF-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON COUNT-OF-XREFS.
                10 XT-OLD-NAME PIC X(25).
                10 XT-NEW-NAME PIC X(25).
                10 XT-EFFECTIVE-DATE PIC X(8).
        01 WS-XREF-SUB PIC 9(5) COMP-5.
        01 WS-RENAME-HOPS PIC 9(3) COMP-5.
        01 WS-RENAME-SWITCH PIC X(1).
            88 WS-RENAME-FOUND VALUE 'Y'.
            88 WS-RENAME-NOT-FOUND VALUE 'N'.
        01 WS-INPUT-NAME PIC X(25).
            88 WS-OPERATOR-QUIT VALUE 'QUIT' 'Q' 'quit' 'q'.
        01 WS-SEARCH-NAME PIC X(25).
PROCEDURE DIVISION.
main-paragraph.
   PERFORM load-buildings.
   PERFORM load-name-xref.
   DISPLAY 'BUILDING INQUIRY CONSOLE - ' COUNT-OF-BUILDINGS
           ' BUILDINGS LOADED'.
   DISPLAY 'ENTER A BUILDING NAME, OR QUIT TO EXIT.'.
           MOVE FR-BUILDING-CURRENCY-CODE TO BUILDING-CURRENCY-CODE(COUNT-OF-BUILDINGS)
   END-READ.

*> The cross-reference is optional; without it names are looked up
*> only as given.
load-name-xref.
   MOVE 'N' TO WS-EOF-SWITCH.
   OPEN INPUT XREF-FILE.
   IF WS-XREF-STATUS = '00'
      PERFORM read-one-xref UNTIL WS-EOF
      CLOSE XREF-FILE
   END-IF.

read-one-xref.
   READ XREF-FILE
       AT END
           MOVE 'Y' TO WS-EOF-SWITCH
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

converse-one-inquiry.
   DISPLAY 'BUILDING NAME?'.
   MOVE SPACES TO WS-INPUT-NAME.
   MOVE WS-INPUT-NAME TO WS-SEARCH-NAME.
   CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                WS-FOUND-INDEX, WS-FOUND-SWITCH.
   IF WS-NOT-FOUND
      PERFORM follow-renames
   END-IF.
   IF WS-FOUND
      PERFORM display-one-building
   ELSE
      DISPLAY 'CHECK THE SPELLING AND TRY AGAIN.'
   END-IF.

*> A name not on the master may be a former name. Each rename is
*> followed to the next name (the hop limit guards a looping
*> cross-reference) until a name on the master turns up.
follow-renames.
   MOVE 0 TO WS-RENAME-HOPS.
   MOVE 'Y' TO WS-RENAME-SWITCH.
   PERFORM follow-one-rename
      UNTIL WS-FOUND OR WS-RENAME-NOT-FOUND OR WS-RENAME-HOPS > 20.

follow-one-rename.
   ADD 1 TO WS-RENAME-HOPS.
   MOVE 'N' TO WS-RENAME-SWITCH.
   PERFORM match-one-old-name
      VARYING WS-XREF-SUB FROM 1 BY 1
      UNTIL WS-XREF-SUB > COUNT-OF-XREFS OR WS-RENAME-FOUND.
   IF WS-RENAME-FOUND
      CALL 'BUILDING-LOOKUP' USING BUILDINGS, WS-SEARCH-NAME,
                                   WS-FOUND-INDEX, WS-FOUND-SWITCH
   END-IF.

match-one-old-name.
   IF XT-OLD-NAME(WS-XREF-SUB) = WS-SEARCH-NAME
      MOVE 'Y' TO WS-RENAME-SWITCH
      DISPLAY 'RENAMED: ' XT-OLD-NAME(WS-XREF-SUB) ' TO '
              XT-NEW-NAME(WS-XREF-SUB) ' EFFECTIVE '
              XT-EFFECTIVE-DATE(WS-XREF-SUB)
      MOVE XT-NEW-NAME(WS-XREF-SUB) TO WS-SEARCH-NAME
   END-IF.

display-former-name.
   IF XT-NEW-NAME(WS-XREF-SUB) = BUILDING-NAME(WS-FOUND-INDEX)
      DISPLAY 'FORMERLY......: ' XT-OLD-NAME(WS-XREF-SUB)
              ' UNTIL ' XT-EFFECTIVE-DATE(WS-XREF-SUB)
   END-IF.

*> Height is shown in both units by converting the stored value each
*> way through HEIGHT-CONVERT, which treats a same-unit request as a
*> straight move.
   MOVE BUILDING-ACQUISITION-COST(WS-FOUND-INDEX) TO WS-COST-DISPLAY.
   DISPLAY '------------------------------------------'.
   DISPLAY 'BUILDING......: ' BUILDING-NAME(WS-FOUND-INDEX).
   PERFORM display-former-name
      VARYING WS-XREF-SUB FROM 1 BY 1
      UNTIL WS-XREF-SUB > COUNT-OF-XREFS.
   DISPLAY 'STATUS........: ' WS-STATUS-TEXT.
   DISPLAY 'FLOOR COUNT...: ' BUILDING-FLOOR-COUNT(WS-FOUND-INDEX).
   DISPLAY 'YEAR BUILT....: ' BUILDING-YEAR-BUILT(WS-FOUND-INDEX).
