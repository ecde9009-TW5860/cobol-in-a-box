01 PM-PLAN-RECORD.
    05 PP-TASK-ID PIC X(6).
    05 PP-SCOPE-TYPE PIC X(1).
        88 PP-FOR-BUILDING VALUE 'B'.
        88 PP-FOR-CLASS    VALUE 'C'.
    05 PP-SCOPE-NAME PIC X(25).
    05 PP-TRADE-CODE PIC X(4).
    05 PP-FREQUENCY PIC X(1).
        88 PP-MONTHLY   VALUE 'M'.
        88 PP-QUARTERLY VALUE 'Q'.
        88 PP-ANNUAL    VALUE 'A'.
    05 PP-ESTIMATED-COST PIC 9(7)V99.
    05 PP-DESCRIPTION PIC X(30).
    05 PP-LAST-GENERATED-DATE PIC X(8).
        88 PP-NEVER-GENERATED VALUE SPACES.
