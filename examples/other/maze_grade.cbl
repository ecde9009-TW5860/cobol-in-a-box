IDENTIFICATION DIVISION.
PROGRAM-ID. MAZE-GRADE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT maze-results-file ASSIGN TO MAZERSLT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS maze-results-status.
        SELECT maze-solution-file ASSIGN TO MAZEOPT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS maze-solution-status.
        SELECT maze-history-file ASSIGN TO MAZEHIST
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS maze-history-status.
DATA DIVISION.
FILE SECTION.
    FD maze-results-file.
        01 maze-results-record PIC X(100).

*>  Same layout ADVANCED-EXAMPLE stores after solving the maze.
    FD maze-solution-file.
        01 maze-solution-record.
            05 ms-maze-id          PIC X(10).
            05 ms-route-flag       PIC X(1).
                88 ms-route-found VALUE IS "Y".
                88 ms-no-route    VALUE IS "N".
            05 ms-optimal-steps    PIC 9(3).
            05 ms-optimal-moves    PIC X(200).

*>  One graded run per record, kept across runs for MAZE-SUMMARY.
*>  A run that ran out of moves is kept as exhausted, ungraded.
    FD maze-history-file.
        01 maze-history-record.
            05 mh-trainee-id       PIC X(10).
            05 mh-maze-id          PIC X(10).
            05 mh-run-date         PIC X(8).
            05 mh-run-time         PIC X(6).
            05 mh-outcome          PIC X(1).
                88 mh-run-solved    VALUE IS "S".
                88 mh-run-exhausted VALUE IS "X".
            05 mh-steps            PIC 9(3).
            05 mh-optimal-steps    PIC 9(3).
            05 mh-extra-steps      PIC 9(3).
            05 mh-dead-ends        PIC 9(3).
            05 mh-wrong-keys       PIC 9(3).

WORKING-STORAGE SECTION.
    01 results-eof-switch PIC X(1).
        88 results-eof VALUE IS "Y".
        88 results-not-eof VALUE IS "N".
    01 history-eof-switch PIC X(1).
        88 history-eof VALUE IS "Y".
        88 history-not-eof VALUE IS "N".
    01 maze-results-status PIC X(2).
    01 maze-solution-status PIC X(2).
    01 maze-history-status PIC X(2).

*>  The MAZERSLT header and outcome lines as ADVANCED-EXAMPLE strings
*>  them together, field for field.
    01 results-header.
        05 rh-label            PIC X(25).
            88 rh-trainee-header VALUE IS "MAZE RUN RESULTS TRAINEE=".
        05 rh-trainee-id       PIC X(10).
        05 FILLER              PIC X(6).
        05 rh-maze-id          PIC X(10).
        05 FILLER              PIC X(5).
        05 rh-run-date         PIC X(8).
        05 rh-run-time         PIC X(6).
        05 FILLER              PIC X(30).
    01 results-outcome.
        05 ro-label            PIC X(15).
            88 ro-solved    VALUE IS "OUTCOME=SOLVED ".
            88 ro-exhausted VALUE IS "OUTCOME=EXHAUST".
        05 FILLER              PIC X(85).
    01 solved-outcome REDEFINES results-outcome.
        05 FILLER              PIC X(21).
        05 so-steps            PIC 9(3).
        05 FILLER              PIC X(10).
        05 so-dead-ends        PIC 9(3).
        05 FILLER              PIC X(11).
        05 so-wrong-keys       PIC 9(3).
        05 FILLER              PIC X(49).
    01 exhausted-outcome REDEFINES results-outcome.
        05 FILLER              PIC X(24).
        05 xo-steps            PIC 9(3).
        05 FILLER              PIC X(10).
        05 xo-dead-ends        PIC 9(3).
        05 FILLER              PIC X(11).
        05 xo-wrong-keys       PIC 9(3).
        05 FILLER              PIC X(46).
*>  The run as scored, written to the history as it stands.
    01 graded-run.
        05 gr-trainee-id       PIC X(10).
        05 gr-maze-id          PIC X(10).
        05 gr-run-date         PIC X(8).
        05 gr-run-time         PIC X(6).
        05 gr-outcome          PIC X(1).
            88 gr-run-solved    VALUE IS "S".
            88 gr-run-exhausted VALUE IS "X".
        05 gr-steps            PIC 9(3).
        05 gr-optimal-steps    PIC 9(3).
        05 gr-extra-steps      PIC 9(3).
        05 gr-dead-ends        PIC 9(3).
        05 gr-wrong-keys       PIC 9(3).
*>  The stored route, kept once MAZEOPT is closed.
    01 stored-solution.
        05 st-maze-id          PIC X(10).
        05 st-route-flag       PIC X(1).
            88 st-route-found VALUE IS "Y".
            88 st-no-route    VALUE IS "N".
        05 st-optimal-steps    PIC 9(3).
    01 outcome-switch PIC X(1) VALUE "N".
        88 outcome-seen VALUE IS "Y".
    01 graded-switch PIC X(1) VALUE "N".
        88 run-already-graded VALUE IS "Y".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM LOAD-SOLUTION.
    PERFORM READ-RUN-RESULTS.
    PERFORM CHECK-RUN-MATCHES-MAZE.
    PERFORM CHECK-RUN-NOT-GRADED.
    PERFORM SCORE-RUN.
    PERFORM APPEND-HISTORY.
    IF gr-run-solved
        DISPLAY "RUN GRADED - TRAINEE " gr-trainee-id
                " MAZE " gr-maze-id
                " STEPS " gr-steps " OPTIMAL " gr-optimal-steps
                " EXTRA " gr-extra-steps " DEADENDS " gr-dead-ends
    ELSE
        DISPLAY "RUN NOT COMPLETED - TRAINEE " gr-trainee-id
                " MAZE " gr-maze-id " RECORDED AS EXHAUSTED"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

LOAD-SOLUTION.
    OPEN INPUT maze-solution-file.
    IF maze-solution-status NOT = "00"
        DISPLAY "ERROR OPENING MAZE SOLUTION FILE, STATUS = "
                maze-solution-status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ maze-solution-file
        AT END
            DISPLAY "MAZE SOLUTION FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
    MOVE ms-maze-id TO st-maze-id.
    MOVE ms-route-flag TO st-route-flag.
    MOVE ms-optimal-steps TO st-optimal-steps.
    CLOSE maze-solution-file.

*>  The header names the trainee, maze and run; the last line is the
*>  outcome. A results file from before runs were stamped cannot be
*>  filed against anyone and is refused.
READ-RUN-RESULTS.
    OPEN INPUT maze-results-file.
    IF maze-results-status NOT = "00"
        DISPLAY "ERROR OPENING MAZE RESULTS FILE, STATUS = "
                maze-results-status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO results-eof-switch.
    MOVE SPACES TO results-header.
    READ maze-results-file
        AT END
            MOVE "Y" TO results-eof-switch
        NOT AT END
            MOVE maze-results-record TO results-header
    END-READ.
    PERFORM READ-ONE-RESULT-LINE UNTIL results-eof.
    CLOSE maze-results-file.
    IF NOT rh-trainee-header
        DISPLAY "MAZE RESULTS HAVE NO TRAINEE HEADER - RUN NOT GRADED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT outcome-seen
        DISPLAY "MAZE RESULTS HAVE NO OUTCOME LINE - RUN NOT GRADED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-ONE-RESULT-LINE.
    READ maze-results-file
        AT END
            MOVE "Y" TO results-eof-switch
        NOT AT END
            IF maze-results-record(1:8) = "OUTCOME="
                MOVE maze-results-record TO results-outcome
                MOVE "Y" TO outcome-switch
            END-IF
    END-READ.

*>  The stored route has to be for the maze the trainee ran, or the
*>  extra steps mean nothing.
CHECK-RUN-MATCHES-MAZE.
    IF rh-maze-id NOT = st-maze-id
        DISPLAY "RUN IS FOR MAZE " rh-maze-id
                " BUT SOLUTION IS FOR " st-maze-id " - RUN NOT GRADED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF st-no-route
        DISPLAY "MAZE " st-maze-id " HAS NO ROUTE TO FINISH - "
                "RUN NOT GRADED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF ro-solved AND so-steps < st-optimal-steps
        DISPLAY "RUN TOOK FEWER STEPS THAN THE STORED ROUTE FOR MAZE "
                st-maze-id " - RUN NOT GRADED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*>  A run already on the history is not filed twice, so grading the
*>  same MAZERSLT again cannot double a trainee's runs.
CHECK-RUN-NOT-GRADED.
    MOVE "N" TO history-eof-switch.
    OPEN INPUT maze-history-file.
    IF maze-history-status = "00"
        PERFORM SCAN-ONE-HISTORY UNTIL history-eof
        CLOSE maze-history-file
    END-IF.
    IF run-already-graded
        DISPLAY "RUN " rh-run-date " " rh-run-time " FOR TRAINEE "
                rh-trainee-id " ALREADY GRADED - NOT FILED AGAIN"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.

SCAN-ONE-HISTORY.
    READ maze-history-file
        AT END
            MOVE "Y" TO history-eof-switch
        NOT AT END
            IF mh-trainee-id = rh-trainee-id
               AND mh-maze-id = rh-maze-id
               AND mh-run-date = rh-run-date
               AND mh-run-time = rh-run-time
                MOVE "Y" TO graded-switch
            END-IF
    END-READ.

*>  Extra steps count every key pressed beyond the shortest route,
*>  wrong keys included.
SCORE-RUN.
    MOVE rh-trainee-id TO gr-trainee-id.
    MOVE rh-maze-id TO gr-maze-id.
    MOVE rh-run-date TO gr-run-date.
    MOVE rh-run-time TO gr-run-time.
    MOVE st-optimal-steps TO gr-optimal-steps.
    IF ro-solved
        MOVE "S" TO gr-outcome
        MOVE so-steps TO gr-steps
        COMPUTE gr-extra-steps = so-steps - st-optimal-steps
        MOVE so-dead-ends TO gr-dead-ends
        MOVE so-wrong-keys TO gr-wrong-keys
    ELSE
        MOVE "X" TO gr-outcome
        MOVE xo-steps TO gr-steps
        MOVE 0 TO gr-extra-steps
        MOVE xo-dead-ends TO gr-dead-ends
        MOVE xo-wrong-keys TO gr-wrong-keys
    END-IF.

APPEND-HISTORY.
    OPEN EXTEND maze-history-file.
    IF maze-history-status NOT = "00"
        OPEN OUTPUT maze-history-file
    END-IF.
    WRITE maze-history-record FROM graded-run.
    CLOSE maze-history-file.
END PROGRAM MAZE-GRADE.
