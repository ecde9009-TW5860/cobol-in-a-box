        SELECT maze-script-file ASSIGN TO MAZESCRP
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS maze-script-status.
        SELECT maze-solution-file ASSIGN TO MAZEOPT
            ORGANIZATION LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
    FD maze-data-file.
    FD maze-script-file.
        01 maze-script-record PIC X(1).

*>  The shortest move sequence from BOTTOM to FINISH, worked out from
*>  the loaded MAZEDATA and kept with the maze for MAZE-GRADE.
    FD maze-solution-file.
        01 maze-solution-record.
            05 ms-maze-id          PIC X(10).
            05 ms-route-flag       PIC X(1).
                88 ms-route-found VALUE IS "Y".
                88 ms-no-route    VALUE IS "N".
            05 ms-optimal-steps    PIC 9(3).
            05 ms-optimal-moves    PIC X(200).

WORKING-STORAGE SECTION.
    01 input-text PIC X(1).

        88 script-not-exhausted VALUE IS "N".
    01 maze-script-status PIC X(2).

*>  Parm = trainee id and maze id, stamped on the MAZERSLT header with
*>  the run date and time so MAZE-GRADE can file the run against them.
    01 run-parm-text PIC X(80).
    01 trainee-id PIC X(10) VALUE "UNASSIGNED".
    01 maze-id PIC X(10) VALUE "MAZEDATA".
    01 run-date PIC X(8).
    01 run-time PIC X(8).

*>  Positions for the breadth-first search from BOTTOM: each keeps its
*>  distance and the position and key that first reached it, so the
*>  route to FINISH can be traced back once FINISH is reached.
    01 position-table.
        05 position-count PIC 9(3) COMP-5 VALUE 0.
        05 position-entry OCCURS 400 TIMES.
            10 pos-name PIC X(10).
            10 pos-reached PIC X(1).
            10 pos-distance PIC 9(3).
            10 pos-prior-sub PIC 9(3) COMP-5.
            10 pos-prior-move PIC X(1).
    01 search-queue.
        05 queue-position-sub PIC 9(3) COMP-5 OCCURS 400 TIMES.
    01 queue-head PIC 9(3) COMP-5.
    01 queue-tail PIC 9(3) COMP-5.
    01 outer-sub PIC 9(3) COMP-5.
    01 position-sub PIC 9(3) COMP-5.
    01 found-position-sub PIC 9(3) COMP-5.
    01 head-position-sub PIC 9(3) COMP-5.
    01 start-position-sub PIC 9(3) COMP-5.
    01 finish-position-sub PIC 9(3) COMP-5.
    01 trace-sub PIC 9(3) COMP-5.
    01 move-sub PIC 9(3) COMP-5.
    01 work-position PIC X(10).
    01 route-switch PIC X(1).
        88 route-found VALUE IS "Y".
        88 route-not-found VALUE IS "N".
    01 optimal-steps PIC 9(3) VALUE 0.
    01 optimal-moves PIC X(200).

    01 step-count PIC 9(3) VALUE 0.
    01 step-count-display PIC 9(3).
*>  A dead end entered is a move whose message says it led into one;
*>  a key with no exit from the current position is a wrong key.
    01 dead-end-count PIC 9(3) VALUE 0.
    01 dead-end-tally PIC 9(3) COMP-5.
    01 wrong-key-count PIC 9(3) VALUE 0.
    01 results-line PIC X(100).
    01 maze-data-status PIC X(2).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM SELECT-RUN-MODE.
    PERFORM GET-RUN-PARM.
    IF interactive-mode
        DISPLAY "You are in a maze."
    END-IF.
    PERFORM LOAD-MAZE.
    PERFORM SOLVE-MAZE.
    PERFORM STORE-SOLUTION.
    OPEN OUTPUT maze-results-file.
    PERFORM WRITE-RESULTS-HEADER.
    PERFORM PLAY-ONE-STEP
        UNTIL current-position = "FINISH" OR script-exhausted.
    IF script-exhausted
        MOVE "I" TO run-mode-switch
    END-IF.

GET-RUN-PARM.
    ACCEPT run-parm-text FROM COMMAND-LINE.
    IF run-parm-text NOT = SPACES
        UNSTRING run-parm-text DELIMITED BY ALL SPACE
            INTO trainee-id maze-id
        END-UNSTRING
    END-IF.
    IF trainee-id = SPACES
        MOVE "UNASSIGNED" TO trainee-id
    END-IF.
    IF maze-id = SPACES
        MOVE "MAZEDATA" TO maze-id
    END-IF.
    ACCEPT run-date FROM DATE YYYYMMDD.
    ACCEPT run-time FROM TIME.

LOAD-MAZE.
    MOVE "N" TO maze-eof-switch.
    MOVE 0 TO maze-transition-count.
            MOVE md-prompt        TO mt-prompt(maze-transition-count)
    END-READ.

*>  Breadth-first from BOTTOM: positions are taken off the queue in
*>  the order first reached, so the first time FINISH is reached it is
*>  by the fewest moves. Ties go to the exit loaded first.
SOLVE-MAZE.
    PERFORM REGISTER-ONE-TRANSITION
        VARYING outer-sub FROM 1 BY 1
        UNTIL outer-sub > maze-transition-count.
    MOVE "N" TO route-switch.
    MOVE 0 TO optimal-steps.
    MOVE SPACES TO optimal-moves.
    MOVE "BOTTOM" TO work-position.
    PERFORM FIND-POSITION-SUB.
    IF found-position-sub > 0
        MOVE found-position-sub TO start-position-sub
        MOVE "Y" TO pos-reached(start-position-sub)
        MOVE 0 TO pos-distance(start-position-sub)
        MOVE 1 TO queue-head
        MOVE 1 TO queue-tail
        MOVE start-position-sub TO queue-position-sub(1)
        PERFORM EXPAND-ONE-POSITION
            UNTIL queue-head > queue-tail OR route-found
    END-IF.
    IF route-found
        PERFORM TRACE-OPTIMAL-ROUTE
    END-IF.

REGISTER-ONE-TRANSITION.
    MOVE mt-from-position(outer-sub) TO work-position.
    PERFORM REGISTER-ONE-POSITION.
    MOVE mt-to-position(outer-sub) TO work-position.
    PERFORM REGISTER-ONE-POSITION.

REGISTER-ONE-POSITION.
    PERFORM FIND-POSITION-SUB.
    IF found-position-sub = 0
        ADD 1 TO position-count
        MOVE work-position TO pos-name(position-count)
        MOVE "N" TO pos-reached(position-count)
        MOVE 0 TO pos-distance(position-count)
        MOVE 0 TO pos-prior-sub(position-count)
        MOVE SPACE TO pos-prior-move(position-count)
    END-IF.

FIND-POSITION-SUB.
    MOVE 0 TO found-position-sub.
    PERFORM MATCH-ONE-POSITION
        VARYING position-sub FROM 1 BY 1
        UNTIL position-sub > position-count
           OR found-position-sub > 0.

MATCH-ONE-POSITION.
    IF pos-name(position-sub) = work-position
        MOVE position-sub TO found-position-sub
    END-IF.

EXPAND-ONE-POSITION.
    MOVE queue-position-sub(queue-head) TO head-position-sub.
    ADD 1 TO queue-head.
    PERFORM EXPAND-ONE-TRANSITION
        VARYING outer-sub FROM 1 BY 1
        UNTIL outer-sub > maze-transition-count
           OR route-found.

EXPAND-ONE-TRANSITION.
    IF mt-from-position(outer-sub) = pos-name(head-position-sub)
        MOVE mt-to-position(outer-sub) TO work-position
        PERFORM FIND-POSITION-SUB
        IF pos-reached(found-position-sub) = "N"
            MOVE "Y" TO pos-reached(found-position-sub)
            COMPUTE pos-distance(found-position-sub) =
                pos-distance(head-position-sub) + 1
            MOVE head-position-sub TO pos-prior-sub(found-position-sub)
            MOVE mt-direction(outer-sub)
                TO pos-prior-move(found-position-sub)
            ADD 1 TO queue-tail
            MOVE found-position-sub TO queue-position-sub(queue-tail)
            IF work-position = "FINISH"
                MOVE found-position-sub TO finish-position-sub
                MOVE "Y" TO route-switch
            END-IF
        END-IF
    END-IF.

*>  Walk back from FINISH to BOTTOM, laying each key into the move
*>  string from the last step to the first.
TRACE-OPTIMAL-ROUTE.
    MOVE pos-distance(finish-position-sub) TO optimal-steps.
    MOVE finish-position-sub TO trace-sub.
    MOVE optimal-steps TO move-sub.
    PERFORM TRACE-ONE-MOVE
        UNTIL trace-sub = start-position-sub.

TRACE-ONE-MOVE.
    MOVE pos-prior-move(trace-sub) TO optimal-moves(move-sub:1).
    SUBTRACT 1 FROM move-sub.
    MOVE pos-prior-sub(trace-sub) TO trace-sub.

STORE-SOLUTION.
    OPEN OUTPUT maze-solution-file.
    MOVE maze-id TO ms-maze-id.
    MOVE route-switch TO ms-route-flag.
    MOVE optimal-steps TO ms-optimal-steps.
    MOVE optimal-moves TO ms-optimal-moves.
    WRITE maze-solution-record.
    CLOSE maze-solution-file.
    IF route-not-found
        DISPLAY "NO ROUTE FROM BOTTOM TO FINISH IN MAZE " maze-id
    END-IF.

WRITE-RESULTS-HEADER.
    MOVE SPACES TO results-line.
    STRING "MAZE RUN RESULTS TRAINEE=" DELIMITED BY SIZE
           trainee-id DELIMITED BY SIZE
           " MAZE=" DELIMITED BY SIZE
           maze-id DELIMITED BY SIZE
           " RUN=" DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
           run-time(1:6) DELIMITED BY SIZE
           INTO results-line
    END-STRING.
    MOVE results-line TO maze-results-record.
    WRITE maze-results-record.

PLAY-ONE-STEP.
    PERFORM FIND-PROMPT.
    DISPLAY matched-prompt.
        IF matched-message NOT = SPACES
            DISPLAY matched-message
        END-IF
        MOVE 0 TO dead-end-tally
        INSPECT matched-message TALLYING dead-end-tally
            FOR ALL "dead end"
        IF dead-end-tally > 0
            ADD 1 TO dead-end-count
        END-IF
        PERFORM WRITE-STEP-RESULT
        MOVE matched-to-position TO current-position
    ELSE
        DISPLAY "Incorrect input, try again."
        ADD 1 TO wrong-key-count
        MOVE current-position TO matched-to-position
        PERFORM WRITE-STEP-RESULT
    END-IF.
           step-count-display DELIMITED BY SIZE
           " DEADENDS=" DELIMITED BY SIZE
           dead-end-count DELIMITED BY SIZE
           " WRONGKEYS=" DELIMITED BY SIZE
           wrong-key-count DELIMITED BY SIZE
           " AT=" DELIMITED BY SIZE
           current-position DELIMITED BY SIZE
           INTO results-line
           step-count-display DELIMITED BY SIZE
           " DEADENDS=" DELIMITED BY SIZE
           dead-end-count DELIMITED BY SIZE
           " WRONGKEYS=" DELIMITED BY SIZE
           wrong-key-count DELIMITED BY SIZE
           INTO results-line
    END-STRING.
    MOVE results-line TO maze-results-record.
