        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. OBJTRACK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT CONTROL-FILE ASSIGN TO "../control.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CONTROL-FILE-STATUS.
                SELECT OPTIONAL TRACK-CARD-FILE ASSIGN TO "../objtrack.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TRACK-CARD-STATUS.
                SELECT HISTORY-FILE ASSIGN DYNAMIC HISTORY-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS HISTORY-FILE-STATUS.
                SELECT TRACK-REPORT-FILE ASSIGN TO "../objtrack-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD CONTROL-FILE.
                                01 CONTROL-REC PIC X(80).
                                01 CONTROL-FIELDS REDEFINES CONTROL-REC.
                                        05 CTL-NUM-ITER PIC 9(5).
                                        05 CTL-GRID-ROWS PIC 9(3).
                                        05 CTL-GRID-COLS PIC 9(3).
                                        05 FILLER PIC X(8).
                                        05 CTL-EDGE-MODE-SW PIC X.
                                        05 FILLER PIC X(60).
                        FD TRACK-CARD-FILE.
                                01 TRACK-CARD-REC PIC X(80).
                                01 TRACK-CARD-FIELDS REDEFINES TRACK-CARD-REC.
                                        05 OTC-HISTORY-NAME PIC X(40).
                                        05 FILLER PIC X(40).
                        FD HISTORY-FILE.
                                01 HISTORY-REC PIC X(200).
                                01 HISTORY-HEADER REDEFINES HISTORY-REC.
                                        05 HSH-LITERAL PIC X(11).
                                        05 HSH-GEN PIC X(5).
                                        05 FILLER PIC X(184).
                        FD TRACK-REPORT-FILE.
                                01 TRACK-REPORT-REC PIC X(100).

                WORKING-STORAGE SECTION.
                        01 CONTROL-FILE-STATUS PIC XX.
                        01 TRACK-CARD-STATUS PIC XX.
                        01 HISTORY-FILE-STATUS PIC XX.
                        01 GRID-ROWS PIC 9(3) VALUE 100.
                        01 GRID-COLS PIC 9(3) VALUE 100.
                        01 CELL-COUNT PIC 9(6).
                        01 EDGE-MODE-SW PIC X VALUE 'W'.
                                88 EDGE-MODE-WRAP VALUE 'W'.
                                88 EDGE-MODE-BOUNDED VALUE 'B'.
                        01 HISTORY-FILENAME PIC X(40)
                                VALUE "../history.txt".
                        01 HISTORY-EOF-SW PIC X VALUE 'N'.
                                88 HISTORY-AT-EOF VALUE 'Y'.
                        01 GRID-CURRENT.
                                05 CUR PIC 9 VALUE 0 OCCURS 40000 TIMES.
                        01 VISIT-FLAG-TABLE.
                                05 VISIT-FLAG PIC 9 VALUE 0
                                        OCCURS 40000 TIMES.
                        01 FRAME-ROW PIC 9(3).
                        01 FRAME-COL PIC 9(3).
                        01 FRAME-POS PIC 9(6).
                        01 FRAME-GEN PIC 9(5).
                        01 PREV-FRAME-GEN PIC 9(5).
                        01 FRAME-SEEN-SW PIC X VALUE 'N'.
                                88 FRAME-SEEN VALUE 'Y'.
                        01 FRAME-COUNT PIC 9(5) VALUE 0.
                        01 SEGMENT-COUNT PIC 9(3) VALUE 0.
                        01 REACH PIC 9(5).
                        01 EDGE-MARGIN PIC 9(5).
                        01 SCAN-POS PIC 9(6).
                        01 FILL-STACK-TABLE.
                                05 FILL-STACK PIC 9(8) COMP
                                        OCCURS 40000 TIMES.
                        01 FILL-DEPTH PIC 9(8) COMP.
                        01 MEMBER-LIST-TABLE.
                                05 MEMBER-CELL PIC 9(8) COMP
                                        OCCURS 40000 TIMES.
                        01 MEMBER-COUNT PIC 9(6).
                        01 FILL-IDX PIC 9(8) COMP.
                        01 FILL-ROW PIC 9(5).
                        01 FILL-COL PIC 9(5).
                        01 FILL-DI PIC S9(1).
                        01 FILL-DJ PIC S9(1).
                        01 FILL-I-ADJ PIC S9(5).
                        01 FILL-J-ADJ PIC S9(5).
                        01 FILL-NBR-IDX PIC 9(8) COMP.
                        01 OBJ-MIN-ROW PIC 9(5).
                        01 OBJ-MAX-ROW PIC 9(5).
                        01 OBJ-MIN-COL PIC 9(5).
                        01 OBJ-MAX-COL PIC 9(5).
                        01 OBJ-SCAN PIC 9(6).
                        01 OBJ-REL-ROW PIC 9(5).
                        01 OBJ-REL-COL PIC 9(5).
                        01 OBJ-CELL-POS PIC 9(4).
                        01 OBJECT-TABLE.
                                05 OBJECT-ENTRY OCCURS 2000 TIMES.
                                        10 OB-MIN-ROW PIC 9(3).
                                        10 OB-MAX-ROW PIC 9(3).
                                        10 OB-MIN-COL PIC 9(3).
                                        10 OB-MAX-COL PIC 9(3).
                                        10 OB-CELLS PIC 9(5).
                                        10 OB-ROWS PIC 9(3).
                                        10 OB-COLS PIC 9(3).
                                        10 OB-SHAPE-SW PIC X.
                                                88 OB-SHAPE-KEPT VALUE 'Y'.
                                        10 OB-SHAPE PIC X(400).
                                        10 OB-CLAIMS PIC 9(3).
                                        10 OB-TRACK PIC 9(3).
                        01 OBJECT-COUNT PIC 9(4).
                        01 OBJECT-IDX PIC 9(4).
                        01 OBJECTS-SEEN PIC 9(9) VALUE 0.
                        01 OBJECTS-DROPPED PIC 9(7) VALUE 0.
                        01 TRACK-TABLE.
                                05 TRACK-ENTRY OCCURS 300 TIMES.
                                        10 TK-ACTIVE-SW PIC X.
                                                88 TK-ACTIVE VALUE 'Y'.
                                        10 TK-ID PIC 9(5).
                                        10 TK-FIRST-GEN PIC 9(5).
                                        10 TK-LAST-GEN PIC 9(5).
                                        10 TK-START-ROW PIC 9(3).
                                        10 TK-START-COL PIC 9(3).
                                        10 TK-MIN-ROW PIC 9(3).
                                        10 TK-MAX-ROW PIC 9(3).
                                        10 TK-MIN-COL PIC 9(3).
                                        10 TK-MAX-COL PIC 9(3).
                                        10 TK-CELLS PIC 9(5).
                                        10 TK-FRAMES PIC 9(5).
                                        10 TK-MOVING-SW PIC X.
                                                88 TK-MOVING VALUE 'Y'.
                                        10 TK-VEL-DR PIC S9(3).
                                        10 TK-VEL-DC PIC S9(3).
                                        10 TK-VEL-GENS PIC 9(5).
                                        10 TK-MATCH PIC 9(4).
                                        10 TK-MATCH-PHASE PIC 9.
                                        10 TK-PHASE-COUNT PIC 9.
                                        10 TK-PHASE-NEXT PIC 9.
                                        10 TK-PHASE OCCURS 8 TIMES.
                                                15 TP-ROWS PIC 9(3).
                                                15 TP-COLS PIC 9(3).
                                                15 TP-GEN PIC 9(5).
                                                15 TP-ROW PIC 9(3).
                                                15 TP-COL PIC 9(3).
                                                15 TP-SHAPE PIC X(400).
                        01 TRACK-IDX PIC 9(3).
                        01 FREE-TRACK PIC 9(3).
                        01 NEXT-TRACK-ID PIC 9(5) VALUE 0.
                        01 PHASE-IDX PIC 9.
                        01 PHASE-HIT PIC 9.
                        01 BEST-OBJECT PIC 9(4).
                        01 BEST-PHASE PIC 9.
                        01 BEST-CELLS PIC 9(5).
                        01 EXP-MIN-ROW PIC S9(5).
                        01 EXP-MAX-ROW PIC S9(5).
                        01 EXP-MIN-COL PIC S9(5).
                        01 EXP-MAX-COL PIC S9(5).
                        01 NEAR-EDGE-SW PIC X.
                                88 NEAR-EDGE VALUE 'Y'.
                        01 OVERLAP-SW PIC X.
                                88 OVERLAP-FOUND VALUE 'Y'.
                        01 END-REASON PIC X(14).
                        01 MOVE-DR PIC S9(3).
                        01 MOVE-DC PIC S9(3).
                        01 MOVE-ABS-DR PIC 9(3).
                        01 MOVE-ABS-DC PIC 9(3).
                        01 MOVE-SPEED PIC 9V9999.
                        01 DIRECTION-TEXT PIC X(2).
                        01 TOTAL-COLLIDED PIC 9(5) VALUE 0.
                        01 TOTAL-LEFT-GRID PIC 9(5) VALUE 0.
                        01 TOTAL-WRAPPED PIC 9(5) VALUE 0.
                        01 TOTAL-DIED-OUT PIC 9(5) VALUE 0.
                        01 TOTAL-ACTIVE PIC 9(5) VALUE 0.
                        01 TOTAL-MOVING PIC 9(5) VALUE 0.
                        01 TOTAL-STATIONARY PIC 9(7) VALUE 0.
                        01 TOTAL-TRANSIENT PIC 9(7) VALUE 0.
                        01 TOTAL-UNTRACKED PIC 9(7) VALUE 0.
                        01 TRACK-ID-TEXT PIC 9(5).
                        01 FIRST-GEN-TEXT PIC 9(5).
                        01 LAST-GEN-TEXT PIC 9(5).
                        01 START-ROW-TEXT PIC 9(3).
                        01 START-COL-TEXT PIC 9(3).
                        01 END-ROW-TEXT PIC 9(3).
                        01 END-COL-TEXT PIC 9(3).
                        01 SPEED-TEXT PIC 9.9999.
                        01 CELLS-TEXT PIC 9(5).
                        01 COUNT-TEXT-5 PIC 9(5).
                        01 COUNT-TEXT-7 PIC 9(7).
                        01 COUNT-TEXT-9 PIC 9(9).

        PROCEDURE DIVISION.
                PERFORM 0050-READ-CONTROL-CARD THRU 0050-EXIT.

                PERFORM 0060-READ-TRACK-CARD THRU 0060-EXIT.

                PERFORM 0100-START-REPORT THRU 0100-EXIT.

                PERFORM UNTIL HISTORY-AT-EOF
                        READ HISTORY-FILE
                                AT END
                                        MOVE 'Y' TO HISTORY-EOF-SW
                                NOT AT END
                                        PERFORM 0200-LOAD-FRAME THRU 0200-EXIT
                                        PERFORM 0300-PROCESS-FRAME
                                                THRU 0300-EXIT
                        END-READ
                END-PERFORM.

                PERFORM 0700-END-RUN-SEGMENT THRU 0700-EXIT.

                PERFORM 0900-WRITE-TOTALS THRU 0900-EXIT.

                CLOSE HISTORY-FILE.
                CLOSE TRACK-REPORT-FILE.

                MOVE TOTAL-MOVING TO COUNT-TEXT-5.
                DISPLAY "OBJTRACK: TRACKED " COUNT-TEXT-5
                        " MOVING OBJECTS IN " HISTORY-FILENAME.

                STOP RUN.

        0050-READ-CONTROL-CARD.
                OPEN INPUT CONTROL-FILE.

                IF CONTROL-FILE-STATUS = '00'
                        READ CONTROL-FILE
                        END-READ

                        IF CTL-GRID-ROWS > 0
                                MOVE CTL-GRID-ROWS TO GRID-ROWS
                        END-IF

                        IF CTL-GRID-COLS > 0
                                MOVE CTL-GRID-COLS TO GRID-COLS
                        END-IF

                        IF CTL-EDGE-MODE-SW = 'W' OR CTL-EDGE-MODE-SW = 'B'
                                MOVE CTL-EDGE-MODE-SW TO EDGE-MODE-SW
                        END-IF

                        CLOSE CONTROL-FILE
                END-IF.

                IF GRID-ROWS > 200 OR GRID-COLS > 200
                        DISPLAY "OBJTRACK: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

                COMPUTE CELL-COUNT = GRID-ROWS * GRID-COLS.

                IF CELL-COUNT > 40000
                        DISPLAY "OBJTRACK: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
                EXIT.

        0060-READ-TRACK-CARD.
                OPEN INPUT TRACK-CARD-FILE.

                IF TRACK-CARD-STATUS = '00'
                        READ TRACK-CARD-FILE
                                AT END
                                        MOVE SPACES TO TRACK-CARD-REC
                        END-READ

                        IF OTC-HISTORY-NAME NOT = SPACES
                                MOVE OTC-HISTORY-NAME TO HISTORY-FILENAME
                        END-IF

                        CLOSE TRACK-CARD-FILE
                END-IF.
        0060-EXIT.
                EXIT.

        0100-START-REPORT.
                OPEN INPUT HISTORY-FILE.

                IF HISTORY-FILE-STATUS NOT = '00'
                        DISPLAY "OBJTRACK: UNABLE TO OPEN HISTORY FILE "
                                HISTORY-FILENAME
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT TRACK-REPORT-FILE.

                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "MOVING OBJECT TRACK FOR " DELIMITED BY SIZE
                       HISTORY-FILENAME DELIMITED BY SPACE
                       "  GRID " DELIMITED BY SIZE
                       GRID-ROWS DELIMITED BY SIZE
                       "X" DELIMITED BY SIZE
                       GRID-COLS DELIMITED BY SIZE
                       "  EDGE MODE " DELIMITED BY SIZE
                       EDGE-MODE-SW DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                INITIALIZE TRACK-TABLE.
        0100-EXIT.
                EXIT.

        0200-LOAD-FRAME.
                IF HSH-LITERAL NOT = "GENERATION " OR
                   HSH-GEN IS NOT NUMERIC
                        DISPLAY "OBJTRACK: EXPECTED A GENERATION HEADER IN "
                                HISTORY-FILENAME " AFTER FRAME " FRAME-COUNT
                        GO TO 9999-ABEND
                END-IF.

                MOVE HSH-GEN TO FRAME-GEN.
                ADD 1 TO FRAME-COUNT.
                MOVE 0 TO FRAME-ROW.

                PERFORM UNTIL FRAME-ROW = GRID-ROWS
                        READ HISTORY-FILE
                                AT END
                                        DISPLAY "OBJTRACK: FRAME FOR "
                                                "GENERATION " FRAME-GEN
                                                " IS SHORT IN "
                                                HISTORY-FILENAME
                                        GO TO 9999-ABEND
                        END-READ

                        MOVE 0 TO FRAME-COL
                        PERFORM UNTIL FRAME-COL = GRID-COLS
                                COMPUTE FRAME-POS =
                                        FRAME-ROW * GRID-COLS + FRAME-COL + 1
                                IF HISTORY-REC(FRAME-COL + 1:1) IS NUMERIC
                                   AND HISTORY-REC(FRAME-COL + 1:1) NOT = '0'
                                        MOVE 1 TO CUR(FRAME-POS)
                                ELSE
                                        MOVE 0 TO CUR(FRAME-POS)
                                END-IF
                                ADD 1 TO FRAME-COL
                        END-PERFORM

                        ADD 1 TO FRAME-ROW
                END-PERFORM.
        0200-EXIT.
                EXIT.

        0300-PROCESS-FRAME.
                IF FRAME-SEEN AND FRAME-GEN NOT > PREV-FRAME-GEN
                        PERFORM 0700-END-RUN-SEGMENT THRU 0700-EXIT
                END-IF.

                IF NOT FRAME-SEEN
                        ADD 1 TO SEGMENT-COUNT
                        PERFORM 0310-WRITE-SEGMENT-HEADING THRU 0310-EXIT
                        MOVE 0 TO REACH
                ELSE
                        COMPUTE REACH = FRAME-GEN - PREV-FRAME-GEN
                END-IF.

                COMPUTE EDGE-MARGIN = REACH + 2.

                PERFORM 0320-FIND-OBJECTS THRU 0320-EXIT.

                MOVE 0 TO TRACK-IDX.
                PERFORM UNTIL TRACK-IDX = 300
                        ADD 1 TO TRACK-IDX
                        IF TK-ACTIVE(TRACK-IDX)
                                PERFORM 0400-FIND-CANDIDATE THRU 0400-EXIT
                        END-IF
                END-PERFORM.

                MOVE 0 TO TRACK-IDX.
                PERFORM UNTIL TRACK-IDX = 300
                        ADD 1 TO TRACK-IDX
                        IF TK-ACTIVE(TRACK-IDX)
                                PERFORM 0500-CONTINUE-TRACK THRU 0500-EXIT
                        END-IF
                END-PERFORM.

                MOVE 0 TO OBJECT-IDX.
                PERFORM UNTIL OBJECT-IDX = OBJECT-COUNT
                        ADD 1 TO OBJECT-IDX
                        IF OB-TRACK(OBJECT-IDX) = 0
                                PERFORM 0600-START-TRACK THRU 0600-EXIT
                        END-IF
                END-PERFORM.

                MOVE FRAME-GEN TO PREV-FRAME-GEN.
                MOVE 'Y' TO FRAME-SEEN-SW.
        0300-EXIT.
                EXIT.

        0310-WRITE-SEGMENT-HEADING.
                MOVE SPACES TO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "RUN SEGMENT " DELIMITED BY SIZE
                       SEGMENT-COUNT DELIMITED BY SIZE
                       " FROM GENERATION " DELIMITED BY SIZE
                       FRAME-GEN DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "TRACK  FIRST   LAST  START    END      DIR  "
                           DELIMITED BY SIZE
                       "SPEED   CELLS  ENDED" DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.
        0310-EXIT.
                EXIT.

        0320-FIND-OBJECTS.
                INITIALIZE VISIT-FLAG-TABLE.
                MOVE 0 TO OBJECT-COUNT.
                MOVE 0 TO SCAN-POS.

                PERFORM UNTIL SCAN-POS = CELL-COUNT
                        ADD 1 TO SCAN-POS

                        IF CUR(SCAN-POS) NOT = 0 AND
                           VISIT-FLAG(SCAN-POS) = 0
                                PERFORM 0330-COLLECT-OBJECT THRU 0330-EXIT
                                PERFORM 0350-STORE-OBJECT THRU 0350-EXIT
                        END-IF
                END-PERFORM.
        0320-EXIT.
                EXIT.

        0330-COLLECT-OBJECT.
                MOVE 1 TO FILL-DEPTH.
                MOVE SCAN-POS TO FILL-STACK(1).
                MOVE 1 TO VISIT-FLAG(SCAN-POS).

                MOVE 0 TO MEMBER-COUNT.
                MOVE GRID-ROWS TO OBJ-MIN-ROW.
                MOVE 0 TO OBJ-MAX-ROW.
                MOVE GRID-COLS TO OBJ-MIN-COL.
                MOVE 0 TO OBJ-MAX-COL.

                PERFORM UNTIL FILL-DEPTH = 0
                        MOVE FILL-STACK(FILL-DEPTH) TO FILL-IDX
                        SUBTRACT 1 FROM FILL-DEPTH

                        ADD 1 TO MEMBER-COUNT
                        MOVE FILL-IDX TO MEMBER-CELL(MEMBER-COUNT)

                        COMPUTE FILL-ROW = (FILL-IDX - 1) / GRID-COLS
                        COMPUTE FILL-COL =
                                FILL-IDX - 1 - FILL-ROW * GRID-COLS

                        IF FILL-ROW < OBJ-MIN-ROW
                                MOVE FILL-ROW TO OBJ-MIN-ROW
                        END-IF
                        IF FILL-ROW > OBJ-MAX-ROW
                                MOVE FILL-ROW TO OBJ-MAX-ROW
                        END-IF
                        IF FILL-COL < OBJ-MIN-COL
                                MOVE FILL-COL TO OBJ-MIN-COL
                        END-IF
                        IF FILL-COL > OBJ-MAX-COL
                                MOVE FILL-COL TO OBJ-MAX-COL
                        END-IF

                        PERFORM 0340-PUSH-NEIGHBORS THRU 0340-EXIT
                END-PERFORM.
        0330-EXIT.
                EXIT.

        0340-PUSH-NEIGHBORS.
                MOVE -1 TO FILL-DI.

                PERFORM UNTIL FILL-DI > 1
                        MOVE -1 TO FILL-DJ

                        PERFORM UNTIL FILL-DJ > 1
                                COMPUTE FILL-I-ADJ = FILL-ROW + FILL-DI
                                COMPUTE FILL-J-ADJ = FILL-COL + FILL-DJ

                                IF FILL-I-ADJ >= 0 AND
                                   FILL-I-ADJ < GRID-ROWS AND
                                   FILL-J-ADJ >= 0 AND
                                   FILL-J-ADJ < GRID-COLS
                                        COMPUTE FILL-NBR-IDX =
                                                FILL-I-ADJ * GRID-COLS +
                                                FILL-J-ADJ + 1

                                        IF CUR(FILL-NBR-IDX) NOT = 0 AND
                                           VISIT-FLAG(FILL-NBR-IDX) = 0
                                                MOVE 1 TO
                                                   VISIT-FLAG(FILL-NBR-IDX)
                                                ADD 1 TO FILL-DEPTH
                                                MOVE FILL-NBR-IDX TO
                                                   FILL-STACK(FILL-DEPTH)
                                        END-IF
                                END-IF

                                ADD 1 TO FILL-DJ
                        END-PERFORM

                        ADD 1 TO FILL-DI
                END-PERFORM.
        0340-EXIT.
                EXIT.

        0350-STORE-OBJECT.
                ADD 1 TO OBJECTS-SEEN.

                IF OBJECT-COUNT = 2000
                        ADD 1 TO OBJECTS-DROPPED
                        GO TO 0350-EXIT
                END-IF.

                ADD 1 TO OBJECT-COUNT.
                MOVE OBJ-MIN-ROW TO OB-MIN-ROW(OBJECT-COUNT).
                MOVE OBJ-MAX-ROW TO OB-MAX-ROW(OBJECT-COUNT).
                MOVE OBJ-MIN-COL TO OB-MIN-COL(OBJECT-COUNT).
                MOVE OBJ-MAX-COL TO OB-MAX-COL(OBJECT-COUNT).
                MOVE MEMBER-COUNT TO OB-CELLS(OBJECT-COUNT).
                COMPUTE OB-ROWS(OBJECT-COUNT) = OBJ-MAX-ROW - OBJ-MIN-ROW + 1.
                COMPUTE OB-COLS(OBJECT-COUNT) = OBJ-MAX-COL - OBJ-MIN-COL + 1.
                MOVE 0 TO OB-CLAIMS(OBJECT-COUNT).
                MOVE 0 TO OB-TRACK(OBJECT-COUNT).
                MOVE SPACES TO OB-SHAPE(OBJECT-COUNT).

                IF OB-ROWS(OBJECT-COUNT) > 20 OR OB-COLS(OBJECT-COUNT) > 20
                        MOVE 'N' TO OB-SHAPE-SW(OBJECT-COUNT)
                        GO TO 0350-EXIT
                END-IF.

                IF EDGE-MODE-WRAP AND
                   (OBJ-MIN-ROW = 0 OR OBJ-MIN-COL = 0 OR
                    OBJ-MAX-ROW + 1 = GRID-ROWS OR
                    OBJ-MAX-COL + 1 = GRID-COLS)
                        MOVE 'N' TO OB-SHAPE-SW(OBJECT-COUNT)
                        GO TO 0350-EXIT
                END-IF.

                MOVE 'Y' TO OB-SHAPE-SW(OBJECT-COUNT).
                MOVE ALL '.' TO OB-SHAPE(OBJECT-COUNT).
                MOVE 0 TO OBJ-SCAN.

                PERFORM UNTIL OBJ-SCAN = MEMBER-COUNT
                        ADD 1 TO OBJ-SCAN
                        MOVE MEMBER-CELL(OBJ-SCAN) TO FILL-IDX

                        COMPUTE FILL-ROW = (FILL-IDX - 1) / GRID-COLS
                        COMPUTE FILL-COL =
                                FILL-IDX - 1 - FILL-ROW * GRID-COLS

                        COMPUTE OBJ-REL-ROW = FILL-ROW - OBJ-MIN-ROW
                        COMPUTE OBJ-REL-COL = FILL-COL - OBJ-MIN-COL
                        COMPUTE OBJ-CELL-POS =
                                OBJ-REL-ROW * OB-COLS(OBJECT-COUNT) +
                                OBJ-REL-COL + 1

                        MOVE 'O' TO OB-SHAPE(OBJECT-COUNT)(OBJ-CELL-POS:1)
                END-PERFORM.
        0350-EXIT.
                EXIT.

        0400-FIND-CANDIDATE.
                MOVE 0 TO TK-MATCH(TRACK-IDX).
                MOVE 0 TO TK-MATCH-PHASE(TRACK-IDX).
                MOVE 0 TO BEST-OBJECT.
                MOVE 0 TO BEST-PHASE.
                MOVE 0 TO BEST-CELLS.

                COMPUTE EXP-MIN-ROW = TK-MIN-ROW(TRACK-IDX) - REACH.
                COMPUTE EXP-MAX-ROW = TK-MAX-ROW(TRACK-IDX) + REACH.
                COMPUTE EXP-MIN-COL = TK-MIN-COL(TRACK-IDX) - REACH.
                COMPUTE EXP-MAX-COL = TK-MAX-COL(TRACK-IDX) + REACH.

                MOVE 0 TO OBJECT-IDX.

                PERFORM UNTIL OBJECT-IDX = OBJECT-COUNT
                        ADD 1 TO OBJECT-IDX
                        IF OB-MIN-ROW(OBJECT-IDX) >= EXP-MIN-ROW AND
                           OB-MAX-ROW(OBJECT-IDX) <= EXP-MAX-ROW AND
                           OB-MIN-COL(OBJECT-IDX) >= EXP-MIN-COL AND
                           OB-MAX-COL(OBJECT-IDX) <= EXP-MAX-COL
                                PERFORM 0410-RATE-CANDIDATE THRU 0410-EXIT
                        END-IF
                END-PERFORM.

                IF BEST-OBJECT > 0
                        MOVE BEST-OBJECT TO TK-MATCH(TRACK-IDX)
                        MOVE BEST-PHASE TO TK-MATCH-PHASE(TRACK-IDX)
                        ADD 1 TO OB-CLAIMS(BEST-OBJECT)
                END-IF.
        0400-EXIT.
                EXIT.

        0410-RATE-CANDIDATE.
                PERFORM 0450-FIND-PHASE THRU 0450-EXIT.

                IF PHASE-HIT > 0
                        IF BEST-PHASE = 0 OR
                           OB-CELLS(OBJECT-IDX) > BEST-CELLS
                                MOVE OBJECT-IDX TO BEST-OBJECT
                                MOVE PHASE-HIT TO BEST-PHASE
                                MOVE OB-CELLS(OBJECT-IDX) TO BEST-CELLS
                        END-IF
                        GO TO 0410-EXIT
                END-IF.

                IF BEST-PHASE = 0 AND OB-CELLS(OBJECT-IDX) > BEST-CELLS
                        MOVE OBJECT-IDX TO BEST-OBJECT
                        MOVE OB-CELLS(OBJECT-IDX) TO BEST-CELLS
                END-IF.
        0410-EXIT.
                EXIT.

        0450-FIND-PHASE.
                MOVE 0 TO PHASE-HIT.

                IF NOT OB-SHAPE-KEPT(OBJECT-IDX)
                        GO TO 0450-EXIT
                END-IF.

                MOVE 0 TO PHASE-IDX.

                PERFORM UNTIL PHASE-IDX = TK-PHASE-COUNT(TRACK-IDX) OR
                              PHASE-HIT > 0
                        ADD 1 TO PHASE-IDX
                        IF TP-ROWS(TRACK-IDX, PHASE-IDX) =
                                OB-ROWS(OBJECT-IDX) AND
                           TP-COLS(TRACK-IDX, PHASE-IDX) =
                                OB-COLS(OBJECT-IDX) AND
                           TP-SHAPE(TRACK-IDX, PHASE-IDX) =
                                OB-SHAPE(OBJECT-IDX)
                                MOVE PHASE-IDX TO PHASE-HIT
                        END-IF
                END-PERFORM.
        0450-EXIT.
                EXIT.

        0500-CONTINUE-TRACK.
                MOVE TK-MATCH(TRACK-IDX) TO OBJECT-IDX.

                IF OBJECT-IDX = 0
                        PERFORM 0550-VANISH-REASON THRU 0550-EXIT
                        PERFORM 0800-END-TRACK THRU 0800-EXIT
                        GO TO 0500-EXIT
                END-IF.

                IF OB-CLAIMS(OBJECT-IDX) > 1
                        MOVE "COLLIDED" TO END-REASON
                        PERFORM 0800-END-TRACK THRU 0800-EXIT
                        GO TO 0500-EXIT
                END-IF.

                IF TK-MOVING(TRACK-IDX) AND TK-MATCH-PHASE(TRACK-IDX) = 0
                        PERFORM 0560-TEST-NEAR-EDGE THRU 0560-EXIT
                        IF NEAR-EDGE
                                PERFORM 0570-EDGE-REASON THRU 0570-EXIT
                        ELSE
                                MOVE "COLLIDED" TO END-REASON
                        END-IF
                        PERFORM 0800-END-TRACK THRU 0800-EXIT
                        GO TO 0500-EXIT
                END-IF.

                MOVE TRACK-IDX TO OB-TRACK(OBJECT-IDX).
                MOVE FRAME-GEN TO TK-LAST-GEN(TRACK-IDX).
                MOVE OB-MIN-ROW(OBJECT-IDX) TO TK-MIN-ROW(TRACK-IDX).
                MOVE OB-MAX-ROW(OBJECT-IDX) TO TK-MAX-ROW(TRACK-IDX).
                MOVE OB-MIN-COL(OBJECT-IDX) TO TK-MIN-COL(TRACK-IDX).
                MOVE OB-MAX-COL(OBJECT-IDX) TO TK-MAX-COL(TRACK-IDX).
                MOVE OB-CELLS(OBJECT-IDX) TO TK-CELLS(TRACK-IDX).
                ADD 1 TO TK-FRAMES(TRACK-IDX).

                MOVE TK-MATCH-PHASE(TRACK-IDX) TO PHASE-IDX.

                IF PHASE-IDX > 0
                        COMPUTE MOVE-DR = OB-MIN-ROW(OBJECT-IDX) -
                                TP-ROW(TRACK-IDX, PHASE-IDX)
                        COMPUTE MOVE-DC = OB-MIN-COL(OBJECT-IDX) -
                                TP-COL(TRACK-IDX, PHASE-IDX)
                        IF MOVE-DR NOT = 0 OR MOVE-DC NOT = 0
                                MOVE 'Y' TO TK-MOVING-SW(TRACK-IDX)
                                MOVE MOVE-DR TO TK-VEL-DR(TRACK-IDX)
                                MOVE MOVE-DC TO TK-VEL-DC(TRACK-IDX)
                                COMPUTE TK-VEL-GENS(TRACK-IDX) = FRAME-GEN -
                                        TP-GEN(TRACK-IDX, PHASE-IDX)
                        END-IF
                ELSE
                        PERFORM 0650-ADD-PHASE THRU 0650-EXIT
                END-IF.
        0500-EXIT.
                EXIT.

        0550-VANISH-REASON.
                PERFORM 0560-TEST-NEAR-EDGE THRU 0560-EXIT.

                IF NEAR-EDGE
                        PERFORM 0570-EDGE-REASON THRU 0570-EXIT
                        GO TO 0550-EXIT
                END-IF.

                MOVE 'N' TO OVERLAP-SW.
                MOVE 0 TO OBJECT-IDX.

                PERFORM UNTIL OBJECT-IDX = OBJECT-COUNT OR OVERLAP-FOUND
                        ADD 1 TO OBJECT-IDX
                        IF OB-MAX-ROW(OBJECT-IDX) >= EXP-MIN-ROW AND
                           OB-MIN-ROW(OBJECT-IDX) <= EXP-MAX-ROW AND
                           OB-MAX-COL(OBJECT-IDX) >= EXP-MIN-COL AND
                           OB-MIN-COL(OBJECT-IDX) <= EXP-MAX-COL
                                MOVE 'Y' TO OVERLAP-SW
                        END-IF
                END-PERFORM.

                IF OVERLAP-FOUND
                        MOVE "COLLIDED" TO END-REASON
                ELSE
                        MOVE "DIED OUT" TO END-REASON
                END-IF.
        0550-EXIT.
                EXIT.

        0560-TEST-NEAR-EDGE.
                COMPUTE EXP-MIN-ROW = TK-MIN-ROW(TRACK-IDX) - REACH.
                COMPUTE EXP-MAX-ROW = TK-MAX-ROW(TRACK-IDX) + REACH.
                COMPUTE EXP-MIN-COL = TK-MIN-COL(TRACK-IDX) - REACH.
                COMPUTE EXP-MAX-COL = TK-MAX-COL(TRACK-IDX) + REACH.

                MOVE 'N' TO NEAR-EDGE-SW.

                IF TK-MIN-ROW(TRACK-IDX) < EDGE-MARGIN OR
                   TK-MIN-COL(TRACK-IDX) < EDGE-MARGIN OR
                   TK-MAX-ROW(TRACK-IDX) + EDGE-MARGIN >= GRID-ROWS OR
                   TK-MAX-COL(TRACK-IDX) + EDGE-MARGIN >= GRID-COLS
                        MOVE 'Y' TO NEAR-EDGE-SW
                END-IF.
        0560-EXIT.
                EXIT.

        0570-EDGE-REASON.
                IF EDGE-MODE-BOUNDED
                        MOVE "LEFT GRID" TO END-REASON
                ELSE
                        MOVE "WRAPPED" TO END-REASON
                END-IF.
        0570-EXIT.
                EXIT.

        0600-START-TRACK.
                MOVE 0 TO FREE-TRACK.
                MOVE 0 TO TRACK-IDX.

                PERFORM UNTIL TRACK-IDX = 300 OR FREE-TRACK > 0
                        ADD 1 TO TRACK-IDX
                        IF NOT TK-ACTIVE(TRACK-IDX)
                                MOVE TRACK-IDX TO FREE-TRACK
                        END-IF
                END-PERFORM.

                IF FREE-TRACK = 0
                        ADD 1 TO TOTAL-UNTRACKED
                        GO TO 0600-EXIT
                END-IF.

                MOVE FREE-TRACK TO TRACK-IDX.
                ADD 1 TO NEXT-TRACK-ID.

                MOVE 'Y' TO TK-ACTIVE-SW(TRACK-IDX).
                MOVE NEXT-TRACK-ID TO TK-ID(TRACK-IDX).
                MOVE FRAME-GEN TO TK-FIRST-GEN(TRACK-IDX).
                MOVE FRAME-GEN TO TK-LAST-GEN(TRACK-IDX).
                MOVE OB-MIN-ROW(OBJECT-IDX) TO TK-START-ROW(TRACK-IDX).
                MOVE OB-MIN-COL(OBJECT-IDX) TO TK-START-COL(TRACK-IDX).
                MOVE OB-MIN-ROW(OBJECT-IDX) TO TK-MIN-ROW(TRACK-IDX).
                MOVE OB-MAX-ROW(OBJECT-IDX) TO TK-MAX-ROW(TRACK-IDX).
                MOVE OB-MIN-COL(OBJECT-IDX) TO TK-MIN-COL(TRACK-IDX).
                MOVE OB-MAX-COL(OBJECT-IDX) TO TK-MAX-COL(TRACK-IDX).
                MOVE OB-CELLS(OBJECT-IDX) TO TK-CELLS(TRACK-IDX).
                MOVE 1 TO TK-FRAMES(TRACK-IDX).
                MOVE 'N' TO TK-MOVING-SW(TRACK-IDX).
                MOVE 0 TO TK-VEL-DR(TRACK-IDX).
                MOVE 0 TO TK-VEL-DC(TRACK-IDX).
                MOVE 0 TO TK-VEL-GENS(TRACK-IDX).
                MOVE 0 TO TK-PHASE-COUNT(TRACK-IDX).
                MOVE 0 TO TK-PHASE-NEXT(TRACK-IDX).

                PERFORM 0650-ADD-PHASE THRU 0650-EXIT.

                MOVE TRACK-IDX TO OB-TRACK(OBJECT-IDX).
        0600-EXIT.
                EXIT.

        0650-ADD-PHASE.
                IF NOT OB-SHAPE-KEPT(OBJECT-IDX)
                        GO TO 0650-EXIT
                END-IF.

                IF TK-PHASE-NEXT(TRACK-IDX) = 8
                        MOVE 1 TO TK-PHASE-NEXT(TRACK-IDX)
                ELSE
                        ADD 1 TO TK-PHASE-NEXT(TRACK-IDX)
                END-IF.

                IF TK-PHASE-COUNT(TRACK-IDX) < 8
                        ADD 1 TO TK-PHASE-COUNT(TRACK-IDX)
                END-IF.

                MOVE TK-PHASE-NEXT(TRACK-IDX) TO PHASE-IDX.
                MOVE OB-ROWS(OBJECT-IDX) TO TP-ROWS(TRACK-IDX, PHASE-IDX).
                MOVE OB-COLS(OBJECT-IDX) TO TP-COLS(TRACK-IDX, PHASE-IDX).
                MOVE FRAME-GEN TO TP-GEN(TRACK-IDX, PHASE-IDX).
                MOVE OB-MIN-ROW(OBJECT-IDX) TO TP-ROW(TRACK-IDX, PHASE-IDX).
                MOVE OB-MIN-COL(OBJECT-IDX) TO TP-COL(TRACK-IDX, PHASE-IDX).
                MOVE OB-SHAPE(OBJECT-IDX) TO TP-SHAPE(TRACK-IDX, PHASE-IDX).
        0650-EXIT.
                EXIT.

        0700-END-RUN-SEGMENT.
                MOVE "ACTIVE AT END" TO END-REASON.
                MOVE 0 TO TRACK-IDX.

                PERFORM UNTIL TRACK-IDX = 300
                        ADD 1 TO TRACK-IDX
                        IF TK-ACTIVE(TRACK-IDX)
                                PERFORM 0800-END-TRACK THRU 0800-EXIT
                        END-IF
                END-PERFORM.

                MOVE 'N' TO FRAME-SEEN-SW.
        0700-EXIT.
                EXIT.

        0800-END-TRACK.
                MOVE 'N' TO TK-ACTIVE-SW(TRACK-IDX).

                IF NOT TK-MOVING(TRACK-IDX)
                        IF TK-FRAMES(TRACK-IDX) = 1
                                ADD 1 TO TOTAL-TRANSIENT
                        ELSE
                                ADD 1 TO TOTAL-STATIONARY
                        END-IF
                        GO TO 0800-EXIT
                END-IF.

                ADD 1 TO TOTAL-MOVING.

                EVALUATE END-REASON
                        WHEN "COLLIDED"
                                ADD 1 TO TOTAL-COLLIDED
                        WHEN "LEFT GRID"
                                ADD 1 TO TOTAL-LEFT-GRID
                        WHEN "WRAPPED"
                                ADD 1 TO TOTAL-WRAPPED
                        WHEN "DIED OUT"
                                ADD 1 TO TOTAL-DIED-OUT
                        WHEN OTHER
                                ADD 1 TO TOTAL-ACTIVE
                END-EVALUATE.

                PERFORM 0810-DESCRIBE-MOTION THRU 0810-EXIT.

                MOVE TK-ID(TRACK-IDX) TO TRACK-ID-TEXT.
                MOVE TK-FIRST-GEN(TRACK-IDX) TO FIRST-GEN-TEXT.
                MOVE TK-LAST-GEN(TRACK-IDX) TO LAST-GEN-TEXT.
                MOVE TK-START-ROW(TRACK-IDX) TO START-ROW-TEXT.
                MOVE TK-START-COL(TRACK-IDX) TO START-COL-TEXT.
                MOVE TK-MIN-ROW(TRACK-IDX) TO END-ROW-TEXT.
                MOVE TK-MIN-COL(TRACK-IDX) TO END-COL-TEXT.
                MOVE MOVE-SPEED TO SPEED-TEXT.
                MOVE TK-CELLS(TRACK-IDX) TO CELLS-TEXT.

                MOVE SPACES TO TRACK-REPORT-REC.
                STRING TRACK-ID-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FIRST-GEN-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       LAST-GEN-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       START-ROW-TEXT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       START-COL-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       END-ROW-TEXT DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       END-COL-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       DIRECTION-TEXT DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       SPEED-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CELLS-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       END-REASON DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.
        0800-EXIT.
                EXIT.

        0810-DESCRIBE-MOTION.
                MOVE SPACES TO DIRECTION-TEXT.

                EVALUATE TRUE
                        WHEN TK-VEL-DR(TRACK-IDX) < 0
                                MOVE "N" TO DIRECTION-TEXT(1:1)
                        WHEN TK-VEL-DR(TRACK-IDX) > 0
                                MOVE "S" TO DIRECTION-TEXT(1:1)
                END-EVALUATE.

                IF TK-VEL-DC(TRACK-IDX) NOT = 0
                        IF DIRECTION-TEXT(1:1) = SPACE
                                IF TK-VEL-DC(TRACK-IDX) < 0
                                        MOVE "W" TO DIRECTION-TEXT(1:1)
                                ELSE
                                        MOVE "E" TO DIRECTION-TEXT(1:1)
                                END-IF
                        ELSE
                                IF TK-VEL-DC(TRACK-IDX) < 0
                                        MOVE "W" TO DIRECTION-TEXT(2:1)
                                ELSE
                                        MOVE "E" TO DIRECTION-TEXT(2:1)
                                END-IF
                        END-IF
                END-IF.

                IF TK-VEL-DR(TRACK-IDX) < 0
                        COMPUTE MOVE-ABS-DR = 0 - TK-VEL-DR(TRACK-IDX)
                ELSE
                        MOVE TK-VEL-DR(TRACK-IDX) TO MOVE-ABS-DR
                END-IF.

                IF TK-VEL-DC(TRACK-IDX) < 0
                        COMPUTE MOVE-ABS-DC = 0 - TK-VEL-DC(TRACK-IDX)
                ELSE
                        MOVE TK-VEL-DC(TRACK-IDX) TO MOVE-ABS-DC
                END-IF.

                IF MOVE-ABS-DC > MOVE-ABS-DR
                        MOVE MOVE-ABS-DC TO MOVE-ABS-DR
                END-IF.

                COMPUTE MOVE-SPEED ROUNDED =
                        MOVE-ABS-DR / TK-VEL-GENS(TRACK-IDX).
        0810-EXIT.
                EXIT.

        0900-WRITE-TOTALS.
                MOVE SPACES TO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE FRAME-COUNT TO COUNT-TEXT-5.
                MOVE OBJECTS-SEEN TO COUNT-TEXT-9.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "FRAMES READ " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       "  OBJECTS FOUND " DELIMITED BY SIZE
                       COUNT-TEXT-9 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-MOVING TO COUNT-TEXT-5.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "MOVING OBJECTS     " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-COLLIDED TO COUNT-TEXT-5.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "  COLLIDED         " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-LEFT-GRID TO COUNT-TEXT-5.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "  LEFT GRID        " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-WRAPPED TO COUNT-TEXT-5.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "  WRAPPED          " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-DIED-OUT TO COUNT-TEXT-5.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "  DIED OUT         " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-ACTIVE TO COUNT-TEXT-5.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "  ACTIVE AT END    " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-STATIONARY TO COUNT-TEXT-7.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "STATIONARY OBJECTS " DELIMITED BY SIZE
                       COUNT-TEXT-7 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                MOVE TOTAL-TRANSIENT TO COUNT-TEXT-7.
                MOVE SPACES TO TRACK-REPORT-REC.
                STRING "SINGLE-FRAME       " DELIMITED BY SIZE
                       COUNT-TEXT-7 DELIMITED BY SIZE
                       INTO TRACK-REPORT-REC.
                WRITE TRACK-REPORT-REC.

                IF TOTAL-UNTRACKED > 0 OR OBJECTS-DROPPED > 0
                        ADD OBJECTS-DROPPED TO TOTAL-UNTRACKED
                        MOVE TOTAL-UNTRACKED TO COUNT-TEXT-7
                        MOVE SPACES TO TRACK-REPORT-REC
                        STRING "NOT TRACKED        " DELIMITED BY SIZE
                               COUNT-TEXT-7 DELIMITED BY SIZE
                               "  (TABLE FULL)" DELIMITED BY SIZE
                               INTO TRACK-REPORT-REC
                        WRITE TRACK-REPORT-REC
                        DISPLAY "OBJTRACK: " COUNT-TEXT-7
                                " OBJECTS NOT TRACKED, TRACK TABLE FULL"
                END-IF.
        0900-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
