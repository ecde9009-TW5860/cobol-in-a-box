IDENTIFICATION DIVISION.
PROGRAM-ID. MAZE-SUMMARY.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT maze-history-file ASSIGN TO MAZEHIST
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS maze-history-status.
        SELECT sort-work-file ASSIGN TO SORTWORK.
        SELECT summary-report-file ASSIGN TO MAZESUMM
            ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
*>  Same layout MAZE-GRADE appends, one record per run.
    FD maze-history-file.
        01 maze-history-record.
            05 mh-trainee-id       PIC X(10).
            05 mh-maze-id          PIC X(10).
            05 mh-run-date         PIC X(8).
            05 mh-run-time         PIC X(6).
            05 mh-outcome          PIC X(1).
            05 mh-steps            PIC 9(3).
            05 mh-optimal-steps    PIC 9(3).
            05 mh-extra-steps      PIC 9(3).
            05 mh-dead-ends        PIC 9(3).
            05 mh-wrong-keys       PIC 9(3).

    SD sort-work-file.
        01 sort-work-record.
            05 sw-trainee-id       PIC X(10).
            05 sw-maze-id          PIC X(10).
            05 sw-run-date         PIC X(8).
            05 sw-run-time         PIC X(6).
            05 sw-outcome          PIC X(1).
                88 sw-run-solved    VALUE IS "S".
                88 sw-run-exhausted VALUE IS "X".
            05 sw-steps            PIC 9(3).
            05 sw-optimal-steps    PIC 9(3).
            05 sw-extra-steps      PIC 9(3).
            05 sw-dead-ends        PIC 9(3).
            05 sw-wrong-keys       PIC 9(3).

    FD summary-report-file.
        01 summary-report-record PIC X(100).

WORKING-STORAGE SECTION.
    01 sort-eof-switch PIC X(1).
        88 sort-eof VALUE IS "Y".
        88 sort-not-eof VALUE IS "N".
    01 maze-history-status PIC X(2).

    01 current-trainee-id PIC X(10) VALUE HIGH-VALUES.
    01 current-maze-id PIC X(10) VALUE HIGH-VALUES.

*>  One trainee on one maze: the run count, the best completed run
*>  (fewest extra steps, then fewest dead ends) and the last two
*>  completed runs, which decide whether the trainee is improving.
    01 group-run-count PIC 9(3) VALUE 0.
    01 group-solved-count PIC 9(3) VALUE 0.
    01 best-extra-steps PIC 9(3).
    01 best-dead-ends PIC 9(3).
    01 latest-extra-steps PIC 9(3).
    01 latest-dead-ends PIC 9(3).
    01 prior-extra-steps PIC 9(3).
    01 prior-dead-ends PIC 9(3).
    01 trend-text PIC X(18).
    01 outcome-text PIC X(9).

    01 trainee-count PIC 9(5) VALUE 0.
    01 group-count PIC 9(5) VALUE 0.
    01 run-count PIC 9(5) VALUE 0.
    01 report-text PIC X(100).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    OPEN INPUT maze-history-file.
    IF maze-history-status NOT = "00"
        DISPLAY "ERROR OPENING MAZE HISTORY FILE, STATUS = "
                maze-history-status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE maze-history-file.
    OPEN OUTPUT summary-report-file.
    MOVE "MAZE TRAINEE SUMMARY" TO summary-report-record.
    WRITE summary-report-record.
    MOVE ALL "=" TO summary-report-record.
    WRITE summary-report-record.
    SORT sort-work-file
        ON ASCENDING KEY sw-trainee-id, sw-maze-id,
                         sw-run-date, sw-run-time
        USING maze-history-file
        OUTPUT PROCEDURE IS PRODUCE-SUMMARY.
    PERFORM WRITE-SUMMARY-FOOTER.
    CLOSE summary-report-file.
    DISPLAY "MAZE TRAINEE SUMMARY COMPLETE - " trainee-count
            " TRAINEES, " run-count " RUNS".
    STOP RUN.

PRODUCE-SUMMARY.
    MOVE "N" TO sort-eof-switch.
    PERFORM SUMMARIZE-ONE-RUN UNTIL sort-eof.
    IF group-run-count > 0
        PERFORM WRITE-GROUP-SUMMARY
    END-IF.

SUMMARIZE-ONE-RUN.
    RETURN sort-work-file
        AT END
            MOVE "Y" TO sort-eof-switch
        NOT AT END
            PERFORM LIST-ONE-RUN
    END-RETURN.

LIST-ONE-RUN.
    IF sw-trainee-id NOT = current-trainee-id
       OR sw-maze-id NOT = current-maze-id
        IF group-run-count > 0
            PERFORM WRITE-GROUP-SUMMARY
        END-IF
        IF sw-trainee-id NOT = current-trainee-id
            PERFORM WRITE-TRAINEE-HEADING
        END-IF
        PERFORM START-MAZE-GROUP
    END-IF.
    ADD 1 TO group-run-count.
    ADD 1 TO run-count.
    IF sw-run-solved
        MOVE "SOLVED" TO outcome-text
        PERFORM TRACK-SOLVED-RUN
    ELSE
        MOVE "EXHAUSTED" TO outcome-text
    END-IF.
    MOVE SPACES TO report-text.
    STRING "    RUN " DELIMITED BY SIZE
           sw-run-date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           sw-run-time DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           outcome-text DELIMITED BY SIZE
           " STEPS=" DELIMITED BY SIZE
           sw-steps DELIMITED BY SIZE
           " OPTIMAL=" DELIMITED BY SIZE
           sw-optimal-steps DELIMITED BY SIZE
           " EXTRA=" DELIMITED BY SIZE
           sw-extra-steps DELIMITED BY SIZE
           " DEADENDS=" DELIMITED BY SIZE
           sw-dead-ends DELIMITED BY SIZE
           " WRONGKEYS=" DELIMITED BY SIZE
           sw-wrong-keys DELIMITED BY SIZE
           INTO report-text
    END-STRING.
    MOVE report-text TO summary-report-record.
    WRITE summary-report-record.

WRITE-TRAINEE-HEADING.
    MOVE sw-trainee-id TO current-trainee-id.
    ADD 1 TO trainee-count.
    MOVE SPACES TO summary-report-record.
    WRITE summary-report-record.
    MOVE SPACES TO report-text.
    STRING "TRAINEE " DELIMITED BY SIZE
           sw-trainee-id DELIMITED BY SIZE
           INTO report-text
    END-STRING.
    MOVE report-text TO summary-report-record.
    WRITE summary-report-record.

START-MAZE-GROUP.
    MOVE sw-maze-id TO current-maze-id.
    ADD 1 TO group-count.
    MOVE 0 TO group-run-count.
    MOVE 0 TO group-solved-count.
    MOVE SPACES TO report-text.
    STRING "  MAZE " DELIMITED BY SIZE
           sw-maze-id DELIMITED BY SIZE
           INTO report-text
    END-STRING.
    MOVE report-text TO summary-report-record.
    WRITE summary-report-record.

TRACK-SOLVED-RUN.
    ADD 1 TO group-solved-count.
    IF group-solved-count = 1
       OR sw-extra-steps < best-extra-steps
       OR (sw-extra-steps = best-extra-steps
           AND sw-dead-ends < best-dead-ends)
        MOVE sw-extra-steps TO best-extra-steps
        MOVE sw-dead-ends TO best-dead-ends
    END-IF.
    MOVE latest-extra-steps TO prior-extra-steps.
    MOVE latest-dead-ends TO prior-dead-ends.
    MOVE sw-extra-steps TO latest-extra-steps.
    MOVE sw-dead-ends TO latest-dead-ends.

*>  Improving means the latest completed run beat the one before it
*>  on extra steps, or matched it with fewer dead ends. A trainee
*>  already running the shortest route cleanly is holding at optimal.
WRITE-GROUP-SUMMARY.
    EVALUATE TRUE
        WHEN group-solved-count < 2
            MOVE "TOO FEW RUNS" TO trend-text
        WHEN latest-extra-steps < prior-extra-steps
            MOVE "IMPROVING" TO trend-text
        WHEN latest-extra-steps = prior-extra-steps
             AND latest-dead-ends < prior-dead-ends
            MOVE "IMPROVING" TO trend-text
        WHEN latest-extra-steps = 0 AND latest-dead-ends = 0
            MOVE "HOLDING AT OPTIMAL" TO trend-text
        WHEN latest-extra-steps = prior-extra-steps
             AND latest-dead-ends = prior-dead-ends
            MOVE "NO CHANGE" TO trend-text
        WHEN OTHER
            MOVE "NOT IMPROVING" TO trend-text
    END-EVALUATE.
    MOVE SPACES TO report-text.
    IF group-solved-count = 0
        STRING "    RUNS=" DELIMITED BY SIZE
               group-run-count DELIMITED BY SIZE
               " COMPLETED=000 - NOT YET SOLVED" DELIMITED BY SIZE
               INTO report-text
        END-STRING
    ELSE
        STRING "    RUNS=" DELIMITED BY SIZE
               group-run-count DELIMITED BY SIZE
               " COMPLETED=" DELIMITED BY SIZE
               group-solved-count DELIMITED BY SIZE
               " BEST EXTRA=" DELIMITED BY SIZE
               best-extra-steps DELIMITED BY SIZE
               " DEADENDS=" DELIMITED BY SIZE
               best-dead-ends DELIMITED BY SIZE
               " TREND: " DELIMITED BY SIZE
               trend-text DELIMITED BY SIZE
               INTO report-text
        END-STRING
    END-IF.
    MOVE report-text TO summary-report-record.
    WRITE summary-report-record.

WRITE-SUMMARY-FOOTER.
    MOVE SPACES TO summary-report-record.
    WRITE summary-report-record.
    MOVE ALL "=" TO summary-report-record.
    WRITE summary-report-record.
    MOVE SPACES TO report-text.
    STRING "TRAINEES=" DELIMITED BY SIZE
           trainee-count DELIMITED BY SIZE
           " TRAINEE/MAZE PAIRS=" DELIMITED BY SIZE
           group-count DELIMITED BY SIZE
           " RUNS=" DELIMITED BY SIZE
           run-count DELIMITED BY SIZE
           INTO report-text
    END-STRING.
    MOVE report-text TO summary-report-record.
    WRITE summary-report-record.
END PROGRAM MAZE-SUMMARY.
