                SELECT GRID-FILE ASSIGN DYNAMIC GRID-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS GRID-FILE-STATUS.
                SELECT PATLIB-FILE ASSIGN TO "../patlib.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PATLIB-FILE-STATUS.
                SELECT CENSUS-REPORT-FILE ASSIGN TO "../census-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD CONTROL-FILE.
                                        05 FILLER PIC X(40).
                        FD GRID-FILE.
                                01 GRID-REC PIC X(5).
                        FD PATLIB-FILE.
                                01 PATLIB-REC PIC X(100).
                                01 PATLIB-HEADER REDEFINES PATLIB-REC.
                                        05 PLB-NAME PIC X(20).
                                        05 PLB-SEQ PIC 9(3).
                                        05 PLB-REC-TYPE PIC X.
                                        05 PLB-CATEGORY PIC X(10).
                                        05 PLB-PERIOD PIC 9(3).
                                        05 PLB-ROWS PIC 9(3).
                                        05 PLB-COLS PIC 9(3).
                                        05 PLB-LIVE-CELLS PIC 9(5).
                                        05 PLB-LINE-COUNT PIC 9(3).
                                        05 PLB-UPDATED PIC 9(8).
                                        05 PLB-DESCRIPTION PIC X(40).
                                        05 FILLER PIC X(1).
                                01 PATLIB-DATA REDEFINES PATLIB-REC.
                                        05 PLD-NAME PIC X(20).
                                        05 PLD-SEQ PIC 9(3).
                                        05 PLD-REC-TYPE PIC X.
                                        05 PLD-RLE-TEXT PIC X(76).
                        FD CENSUS-REPORT-FILE.
                                01 CENSUS-REC PIC X(80).
                        FD EXCEPTION-FILE.
                                01 EXCEPTION-REC PIC X(130).
                                01 EXCEPTION-FIELDS REDEFINES EXCEPTION-REC.
                                        05 EXC-DATE PIC 9(8).
                                        05 EXC-TIME PIC 9(6).
                                        05 EXC-PROGRAM PIC X(10).
                                        05 EXC-LABEL PIC X(10).
                                        05 EXC-SEVERITY PIC 9(2).
                                        05 EXC-CODE PIC X(6).
                                        05 EXC-MESSAGE PIC X(80).
                                        05 FILLER PIC X(8).

                WORKING-STORAGE SECTION.
                        01 CONTROL-FILE-STATUS PIC XX.
                        01 CENSUS-CARD-STATUS PIC XX.
                        01 GRID-FILE-STATUS PIC XX.
                        01 PATLIB-FILE-STATUS PIC XX.
                        01 GRID-ROWS PIC 9(3) VALUE 100.
                        01 GRID-COLS PIC 9(3) VALUE 100.
                        01 CELL-COUNT PIC 9(6).
                        01 OBJ-MAX-COL PIC 9(5).
                        01 OBJ-ROWS PIC 9(3).
                        01 OBJ-COLS PIC 9(3).
                        01 OBJ-CELLS PIC X(1600).
                        01 OBJ-SCAN PIC 9(6).
                        01 OBJ-REL-ROW PIC 9(5).
                        01 OBJ-REL-COL PIC 9(5).
                        01 OBJ-CELL-POS PIC 9(4).
                        01 KNOWN-PATTERN-TABLE.
                                05 KNOWN-ENTRY OCCURS 500 TIMES.
                                        10 KP-NAME PIC X(20).
                                        10 KP-CATEGORY PIC X(12).
                                        10 KP-PERIOD PIC 9(3).
                                        10 KP-ROWS PIC 9(2).
                                        10 KP-COLS PIC 9(2).
                                        10 KP-CELLS PIC X(1600).
                        01 KNOWN-ENTRY-COUNT PIC 9(3) VALUE 0.
                        01 KP-SCAN PIC 9(3).
                        01 PATLIB-EOF-SW PIC X.
                                88 PATLIB-AT-EOF VALUE 'Y'.
                        01 LIB-ENTRY-OPEN-SW PIC X.
                                88 LIB-ENTRY-OPEN VALUE 'Y'.
                        01 LIB-SKIP-SW PIC X.
                                88 LIB-ENTRY-SKIPPED VALUE 'Y'.
                        01 LIB-TABLE-FULL-SW PIC X VALUE 'N'.
                                88 LIB-TABLE-FULL VALUE 'Y'.
                        01 LIB-NAME PIC X(20).
                        01 LIB-CATEGORY PIC X(12).
                        01 LIB-PERIOD PIC 9(3).
                        01 LIB-FORM-COUNT PIC 9(3) VALUE 0.
                        01 LIB-SKIP-COUNT PIC 9(3) VALUE 0.
                        01 RLE-ROW PIC 9(5).
                        01 RLE-COL PIC 9(5).
                        01 RLE-LINE-POS PIC 9(3).
                        01 RLE-RUN-COUNT PIC 9(5).
                        01 RLE-RUN-SCAN PIC 9(5).
                        01 RLE-CHAR PIC X.
                        01 RLE-DIGIT-VAL PIC 9.
                        01 RLE-DONE-SW PIC X.
                                88 RLE-DONE VALUE 'Y'.
                        01 PHASE-ROWS PIC 9(3).
                        01 PHASE-COLS PIC 9(3).
                        01 PHASE-CELLS PIC X(1600).
                        01 PHASE-GRID PIC X(1764).
                        01 PHASE-NEXT PIC X(1764).
                        01 PHASE-NUM PIC 9(3).
                        01 PHASE-STOP-SW PIC X.
                                88 PHASE-STOP VALUE 'Y'.
                        01 PHASE-ROW PIC 9(3).
                        01 PHASE-COL PIC 9(3).
                        01 PHASE-POS PIC 9(4).
                        01 PHASE-NBR-ROW PIC S9(3).
                        01 PHASE-NBR-COL PIC S9(3).
                        01 PHASE-NBR-COUNT PIC 9.
                        01 PHASE-MIN-ROW PIC 9(3).
                        01 PHASE-MAX-ROW PIC 9(3).
                        01 PHASE-MIN-COL PIC 9(3).
                        01 PHASE-MAX-COL PIC 9(3).
                        01 PHASE-LIVE-SW PIC X.
                                88 PHASE-HAS-LIVE VALUE 'Y'.
                        01 TRY-ROTATION PIC 9.
                        01 TRY-FLIP PIC 9.
                        01 TRY-ROWS PIC 9(3).
                        01 TRY-COLS PIC 9(3).
                        01 TRY-CELLS PIC X(1600).
                        01 TRY-SRC-ROW PIC 9(3).
                        01 TRY-SRC-COL PIC 9(3).
                        01 TRY-TGT-ROW PIC 9(3).
                        01 TRY-TGT-COL PIC 9(3).
                        01 TRY-SRC-POS PIC 9(4).
                        01 TRY-TGT-POS PIC 9(4).
                        01 TRY-AREA PIC 9(4).
                        01 MATCH-NAME PIC X(20).
                        01 MATCH-CATEGORY PIC X(12).
                        01 MATCH-PERIOD PIC 9(3).
                        01 MATCH-FOUND-SW PIC X.
                                88 MATCH-FOUND VALUE 'Y'.
                        01 TYPE-COUNT-TABLE.
                                05 TYPE-SLOT OCCURS 501 TIMES.
                                        10 TYPE-CAT-ORDER PIC 9.
                                        10 TYPE-PERIOD PIC 9(3).
                                        10 TYPE-NAME PIC X(20).
                                        10 TYPE-CATEGORY PIC X(12).
                                        10 TYPE-COUNT PIC 9(5).
                        01 TYPE-SLOT-COUNT PIC 9(3) VALUE 0.
                        01 TYPE-SCAN PIC 9(3).
                        01 TYPE-HIT PIC 9(3).
                        01 SORT-PASS PIC 9(3).
                        01 SORT-SCAN PIC 9(3).
                        01 SORT-SWAPPED-SW PIC X.
                                88 SORT-SWAPPED VALUE 'Y'.
                        01 SORT-HOLD-ENTRY PIC X(41).
                        01 BREAK-CAT-ORDER PIC 9.
                        01 BREAK-PERIOD PIC 9(3).
                        01 BREAK-CATEGORY PIC X(12).
                        01 CATEGORY-TOTAL PIC 9(5).
                        01 PERIOD-TOTAL PIC 9(5).
                        01 PERIOD-TEXT PIC 9(3).
                        01 FORM-COUNT-TEXT PIC 9(3).
                        01 SKIP-COUNT-TEXT PIC 9(3).
                        01 MIN-ROW-TEXT PIC 9(3).
                        01 MAX-ROW-TEXT PIC 9(3).
                        01 MIN-COL-TEXT PIC 9(3).
                        01 LIVE-COUNT-TEXT PIC 9(5).
                        01 OBJECT-COUNT-TEXT PIC 9(5).
                        01 TYPE-COUNT-TEXT PIC 9(5).
                        01 UNRECOGNIZED-COUNT PIC 9(5) VALUE 0.
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                PERFORM 0050-READ-CONTROL-CARD THRU 0050-EXIT.

                PERFORM 0060-READ-CENSUS-CARD THRU 0060-EXIT.

                PERFORM 0070-LOAD-PATTERN-LIBRARY THRU 0070-EXIT.

                PERFORM 0100-LOAD-GRID THRU 0100-EXIT.

                PERFORM 0200-RUN-CENSUS THRU 0200-EXIT.

                IF LIB-TABLE-FULL
                        MOVE 4 TO EXCEPTION-SEVERITY
                        MOVE "LIBFUL" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING "PATTERN LIBRARY EXCEEDS THE 500 FORM TABLE, "
                                   DELIMITED BY SIZE
                               "REMAINING FORMS IGNORED" DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.

                IF UNRECOGNIZED-COUNT > 0
                        MOVE 4 TO EXCEPTION-SEVERITY
                        MOVE "UNRECG" TO EXCEPTION-CODE
                        MOVE OBJECT-COUNT TO OBJECT-COUNT-TEXT
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING UNRECOGNIZED-COUNT DELIMITED BY SIZE
                               " OF " DELIMITED BY SIZE
                               OBJECT-COUNT-TEXT DELIMITED BY SIZE
                               " OBJECTS UNRECOGNIZED IN " DELIMITED BY SIZE
                               GRID-FILENAME DELIMITED BY SPACE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0050-READ-CONTROL-CARD.
                IF GRID-ROWS > 200 OR GRID-COLS > 200
                        DISPLAY "CENSUS: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CELL-COUNT > 40000
                        DISPLAY "CENSUS: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
        0060-EXIT.
                EXIT.

        0070-LOAD-PATTERN-LIBRARY.
                OPEN INPUT PATLIB-FILE.

                IF PATLIB-FILE-STATUS NOT = '00'
                        DISPLAY "CENSUS: UNABLE TO OPEN PATTERN LIBRARY "
                                "FILE ../patlib.txt"
                        MOVE "UNABLE TO OPEN PATTERN LIBRARY FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO KNOWN-ENTRY-COUNT.
                MOVE 'N' TO LIB-ENTRY-OPEN-SW.
                MOVE 'N' TO PATLIB-EOF-SW.

                PERFORM UNTIL PATLIB-AT-EOF
                        READ PATLIB-FILE
                                AT END
                                        MOVE 'Y' TO PATLIB-EOF-SW
                                NOT AT END
                                        IF PLB-REC-TYPE = 'H'
                                                IF LIB-ENTRY-OPEN
                                                        PERFORM
                                                           0076-FINISH-LIB-ENTRY
                                                                THRU 0076-EXIT
                                                END-IF
                                                PERFORM 0072-START-LIB-ENTRY
                                                        THRU 0072-EXIT
                                        ELSE
                                                IF LIB-ENTRY-OPEN AND
                                                   NOT LIB-ENTRY-SKIPPED AND
                                                   PLD-NAME = LIB-NAME
                                                        PERFORM
                                                           0073-PARSE-LIB-LINE
                                                                THRU 0073-EXIT
                                                END-IF
                                        END-IF
                        END-READ
                END-PERFORM.

                IF LIB-ENTRY-OPEN
                        PERFORM 0076-FINISH-LIB-ENTRY THRU 0076-EXIT
                END-IF.

                CLOSE PATLIB-FILE.
        0070-EXIT.
                EXIT.

        0072-START-LIB-ENTRY.
                MOVE 'Y' TO LIB-ENTRY-OPEN-SW.
                MOVE 'N' TO LIB-SKIP-SW.
                ADD 1 TO LIB-FORM-COUNT.

                MOVE PLB-NAME TO LIB-NAME.
                MOVE PLB-CATEGORY TO LIB-CATEGORY.
                MOVE PLB-PERIOD TO LIB-PERIOD.
                MOVE PLB-ROWS TO PHASE-ROWS.
                MOVE PLB-COLS TO PHASE-COLS.

                IF PHASE-ROWS = 0 OR PHASE-COLS = 0 OR
                   PHASE-ROWS > 40 OR PHASE-COLS > 40
                        MOVE 'Y' TO LIB-SKIP-SW
                        ADD 1 TO LIB-SKIP-COUNT
                END-IF.

                MOVE ALL '.' TO PHASE-CELLS.
                MOVE 0 TO RLE-ROW.
                MOVE 0 TO RLE-COL.
                MOVE 0 TO RLE-RUN-COUNT.
                MOVE 'N' TO RLE-DONE-SW.
        0072-EXIT.
                EXIT.

        0073-PARSE-LIB-LINE.
                IF PLD-RLE-TEXT(1:1) = '#' OR PLD-RLE-TEXT(1:1) = 'x'
                        GO TO 0073-EXIT
                END-IF.

                MOVE 1 TO RLE-LINE-POS.

                PERFORM UNTIL RLE-LINE-POS > 76
                           OR PLD-RLE-TEXT(RLE-LINE-POS:1) = ' '
                           OR RLE-DONE
                        MOVE PLD-RLE-TEXT(RLE-LINE-POS:1) TO RLE-CHAR

                        IF RLE-CHAR IS NUMERIC
                                MOVE RLE-CHAR TO RLE-DIGIT-VAL
                                COMPUTE RLE-RUN-COUNT =
                                        RLE-RUN-COUNT * 10 + RLE-DIGIT-VAL
                        ELSE
                                IF RLE-RUN-COUNT = 0
                                        MOVE 1 TO RLE-RUN-COUNT
                                END-IF

                                EVALUATE RLE-CHAR
                                        WHEN 'b'
                                                ADD RLE-RUN-COUNT TO RLE-COL
                                        WHEN 'o'
                                                PERFORM 0074-SET-LIB-RUN
                                                        THRU 0074-EXIT
                                        WHEN '$'
                                                ADD RLE-RUN-COUNT TO RLE-ROW
                                                MOVE 0 TO RLE-COL
                                        WHEN '!'
                                                MOVE 'Y' TO RLE-DONE-SW
                                        WHEN OTHER
                                                DISPLAY "CENSUS: INVALID RLE "
                                                        "CHARACTER '" RLE-CHAR
                                                        "' IN PATTERN "
                                                        LIB-NAME
                                                MOVE "INVALID RLE CHARACTER"
                                                        TO ABEND-REASON
                                                GO TO 9999-ABEND
                                END-EVALUATE

                                MOVE 0 TO RLE-RUN-COUNT
                        END-IF

                        ADD 1 TO RLE-LINE-POS
                END-PERFORM.
        0073-EXIT.
                EXIT.

        0074-SET-LIB-RUN.
                MOVE 0 TO RLE-RUN-SCAN.

                PERFORM UNTIL RLE-RUN-SCAN = RLE-RUN-COUNT
                        IF RLE-ROW < PHASE-ROWS AND RLE-COL < PHASE-COLS
                                COMPUTE PHASE-POS =
                                        RLE-ROW * PHASE-COLS + RLE-COL + 1
                                MOVE 'O' TO PHASE-CELLS(PHASE-POS:1)
                        END-IF

                        ADD 1 TO RLE-COL
                        ADD 1 TO RLE-RUN-SCAN
                END-PERFORM.
        0074-EXIT.
                EXIT.

        0076-FINISH-LIB-ENTRY.
                MOVE 'N' TO LIB-ENTRY-OPEN-SW.

                IF LIB-ENTRY-SKIPPED
                        GO TO 0076-EXIT
                END-IF.

                PERFORM 0078-ADD-KNOWN-ENTRY THRU 0078-EXIT.

                MOVE 'N' TO PHASE-STOP-SW.
                MOVE 1 TO PHASE-NUM.

                PERFORM UNTIL PHASE-NUM >= LIB-PERIOD OR PHASE-STOP
                        PERFORM 0080-NEXT-PHASE THRU 0080-EXIT

                        IF NOT PHASE-STOP
                                PERFORM 0078-ADD-KNOWN-ENTRY THRU 0078-EXIT
                        END-IF

                        ADD 1 TO PHASE-NUM
                END-PERFORM.
        0076-EXIT.
                EXIT.

        0078-ADD-KNOWN-ENTRY.
                IF KNOWN-ENTRY-COUNT = 500
                        IF NOT LIB-TABLE-FULL
                                DISPLAY "CENSUS: PATTERN LIBRARY EXCEEDS THE "
                                        "500 FORM TABLE, REMAINING FORMS "
                                        "IGNORED"
                                MOVE 'Y' TO LIB-TABLE-FULL-SW
                        END-IF
                        MOVE 'Y' TO PHASE-STOP-SW
                        GO TO 0078-EXIT
                END-IF.

                ADD 1 TO KNOWN-ENTRY-COUNT.
                MOVE LIB-NAME TO KP-NAME(KNOWN-ENTRY-COUNT).
                MOVE LIB-CATEGORY TO KP-CATEGORY(KNOWN-ENTRY-COUNT).
                MOVE LIB-PERIOD TO KP-PERIOD(KNOWN-ENTRY-COUNT).
                MOVE PHASE-ROWS TO KP-ROWS(KNOWN-ENTRY-COUNT).
                MOVE PHASE-COLS TO KP-COLS(KNOWN-ENTRY-COUNT).
                MOVE PHASE-CELLS TO KP-CELLS(KNOWN-ENTRY-COUNT).
        0078-EXIT.
                EXIT.

        0080-NEXT-PHASE.
                MOVE ALL '.' TO PHASE-GRID.
                MOVE 0 TO PHASE-ROW.

                PERFORM UNTIL PHASE-ROW = PHASE-ROWS
                        MOVE 0 TO PHASE-COL

                        PERFORM UNTIL PHASE-COL = PHASE-COLS
                                COMPUTE PHASE-POS =
                                        PHASE-ROW * PHASE-COLS + PHASE-COL + 1
                                IF PHASE-CELLS(PHASE-POS:1) = 'O'
                                        COMPUTE PHASE-POS =
                                                (PHASE-ROW + 1) * 42 +
                                                PHASE-COL + 2
                                        MOVE 'O' TO PHASE-GRID(PHASE-POS:1)
                                END-IF

                                ADD 1 TO PHASE-COL
                        END-PERFORM

                        ADD 1 TO PHASE-ROW
                END-PERFORM.

                MOVE ALL '.' TO PHASE-NEXT.
                MOVE 'N' TO PHASE-LIVE-SW.
                MOVE 41 TO PHASE-MIN-ROW.
                MOVE 0 TO PHASE-MAX-ROW.
                MOVE 41 TO PHASE-MIN-COL.
                MOVE 0 TO PHASE-MAX-COL.
                MOVE 0 TO PHASE-ROW.

                PERFORM UNTIL PHASE-ROW = 42
                        MOVE 0 TO PHASE-COL

                        PERFORM UNTIL PHASE-COL = 42
                                PERFORM 0082-NEXT-PHASE-CELL THRU 0082-EXIT
                                ADD 1 TO PHASE-COL
                        END-PERFORM

                        ADD 1 TO PHASE-ROW
                END-PERFORM.

                IF NOT PHASE-HAS-LIVE
                        MOVE 'Y' TO PHASE-STOP-SW
                        GO TO 0080-EXIT
                END-IF.

                COMPUTE PHASE-ROWS = PHASE-MAX-ROW - PHASE-MIN-ROW + 1.
                COMPUTE PHASE-COLS = PHASE-MAX-COL - PHASE-MIN-COL + 1.

                IF PHASE-ROWS > 40 OR PHASE-COLS > 40
                        MOVE 'Y' TO PHASE-STOP-SW
                        GO TO 0080-EXIT
                END-IF.

                MOVE ALL '.' TO PHASE-CELLS.
                MOVE PHASE-MIN-ROW TO PHASE-ROW.

                PERFORM UNTIL PHASE-ROW > PHASE-MAX-ROW
                        MOVE PHASE-MIN-COL TO PHASE-COL

                        PERFORM UNTIL PHASE-COL > PHASE-MAX-COL
                                COMPUTE PHASE-POS =
                                        PHASE-ROW * 42 + PHASE-COL + 1
                                IF PHASE-NEXT(PHASE-POS:1) = 'O'
                                        COMPUTE PHASE-POS =
                                                (PHASE-ROW - PHASE-MIN-ROW) *
                                                PHASE-COLS +
                                                PHASE-COL - PHASE-MIN-COL + 1
                                        MOVE 'O' TO PHASE-CELLS(PHASE-POS:1)
                                END-IF

                                ADD 1 TO PHASE-COL
                        END-PERFORM

                        ADD 1 TO PHASE-ROW
                END-PERFORM.
        0080-EXIT.
                EXIT.

        0082-NEXT-PHASE-CELL.
                MOVE 0 TO PHASE-NBR-COUNT.
                COMPUTE PHASE-NBR-ROW = PHASE-ROW - 1.

                PERFORM UNTIL PHASE-NBR-ROW > PHASE-ROW + 1
                        COMPUTE PHASE-NBR-COL = PHASE-COL - 1

                        PERFORM UNTIL PHASE-NBR-COL > PHASE-COL + 1
                                IF PHASE-NBR-ROW >= 0 AND
                                   PHASE-NBR-ROW < 42 AND
                                   PHASE-NBR-COL >= 0 AND
                                   PHASE-NBR-COL < 42 AND
                                   (PHASE-NBR-ROW NOT = PHASE-ROW OR
                                    PHASE-NBR-COL NOT = PHASE-COL)
                                        COMPUTE PHASE-POS =
                                                PHASE-NBR-ROW * 42 +
                                                PHASE-NBR-COL + 1
                                        IF PHASE-GRID(PHASE-POS:1) = 'O'
                                                ADD 1 TO PHASE-NBR-COUNT
                                        END-IF
                                END-IF

                                ADD 1 TO PHASE-NBR-COL
                        END-PERFORM

                        ADD 1 TO PHASE-NBR-ROW
                END-PERFORM.

                COMPUTE PHASE-POS = PHASE-ROW * 42 + PHASE-COL + 1.

                IF PHASE-NBR-COUNT = 3 OR
                   (PHASE-NBR-COUNT = 2 AND PHASE-GRID(PHASE-POS:1) = 'O')
                        MOVE 'O' TO PHASE-NEXT(PHASE-POS:1)
                        MOVE 'Y' TO PHASE-LIVE-SW

                        IF PHASE-ROW < PHASE-MIN-ROW
                                MOVE PHASE-ROW TO PHASE-MIN-ROW
                        END-IF
                        IF PHASE-ROW > PHASE-MAX-ROW
                                MOVE PHASE-ROW TO PHASE-MAX-ROW
                        END-IF
                        IF PHASE-COL < PHASE-MIN-COL
                                MOVE PHASE-COL TO PHASE-MIN-COL
                        END-IF
                        IF PHASE-COL > PHASE-MAX-COL
                                MOVE PHASE-COL TO PHASE-MAX-COL
                        END-IF
                END-IF.
        0082-EXIT.
                EXIT.

        0100-LOAD-GRID.
                OPEN INPUT GRID-FILE.

                IF GRID-FILE-STATUS NOT = '00'
                        DISPLAY "CENSUS: UNABLE TO OPEN GRID FILE "
                                GRID-FILENAME
                        MOVE "UNABLE TO OPEN GRID FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                        DISPLAY "CENSUS: GRID FILE " GRID-FILENAME
                                " HAS " LOAD-TOTAL
                                " RECORDS, EXPECTED " CELL-COUNT
                        MOVE "GRID FILE HAS WRONG RECORD COUNT"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0100-EXIT.
                           VISIT-FLAG(SCAN-POS) = 0
                                PERFORM 0210-COLLECT-OBJECT THRU 0210-EXIT
                                PERFORM 0230-CLASSIFY-OBJECT THRU 0230-EXIT
                                IF NOT MATCH-FOUND
                                        ADD 1 TO UNRECOGNIZED-COUNT
                                END-IF
                                PERFORM 0260-WRITE-OBJECT-LINE
                                        THRU 0260-EXIT
                                ADD 1 TO OBJECT-COUNT

        0230-CLASSIFY-OBJECT.
                MOVE "UNRECOGNIZED" TO MATCH-NAME.
                MOVE SPACES TO MATCH-CATEGORY.
                MOVE 0 TO MATCH-PERIOD.
                MOVE 'N' TO MATCH-FOUND-SW.

                COMPUTE OBJ-ROWS = OBJ-MAX-ROW - OBJ-MIN-ROW + 1.
                COMPUTE OBJ-COLS = OBJ-MAX-COL - OBJ-MIN-COL + 1.

                IF OBJ-ROWS > 40 OR OBJ-COLS > 40
                        GO TO 0230-EXIT
                END-IF.

        0250-MATCH-ORIENTATION.
                MOVE 0 TO KP-SCAN.

                PERFORM UNTIL KP-SCAN = KNOWN-ENTRY-COUNT OR MATCH-FOUND
                        ADD 1 TO KP-SCAN

                        IF KP-ROWS(KP-SCAN) = TRY-ROWS AND
                           KP-CELLS(KP-SCAN)(1:TRY-AREA) =
                                TRY-CELLS(1:TRY-AREA)
                                MOVE KP-NAME(KP-SCAN) TO MATCH-NAME
                                MOVE KP-CATEGORY(KP-SCAN) TO MATCH-CATEGORY
                                MOVE KP-PERIOD(KP-SCAN) TO MATCH-PERIOD
                                MOVE 'Y' TO MATCH-FOUND-SW
                        END-IF
                END-PERFORM.
                        ADD 1 TO TYPE-SLOT-COUNT
                        MOVE TYPE-SLOT-COUNT TO TYPE-HIT
                        MOVE MATCH-NAME TO TYPE-NAME(TYPE-HIT)
                        MOVE MATCH-CATEGORY TO TYPE-CATEGORY(TYPE-HIT)
                        MOVE MATCH-PERIOD TO TYPE-PERIOD(TYPE-HIT)
                        EVALUATE MATCH-CATEGORY
                                WHEN "STILL LIFE"
                                        MOVE 1 TO TYPE-CAT-ORDER(TYPE-HIT)
                                WHEN "OSCILLATOR"
                                        MOVE 2 TO TYPE-CAT-ORDER(TYPE-HIT)
                                WHEN "SPACESHIP"
                                        MOVE 3 TO TYPE-CAT-ORDER(TYPE-HIT)
                                WHEN OTHER
                                        MOVE 9 TO TYPE-CAT-ORDER(TYPE-HIT)
                        END-EVALUATE
                        MOVE 0 TO TYPE-COUNT(TYPE-HIT)
                END-IF.

                       "  CELLS " DELIMITED BY SIZE
                       MEMBER-COUNT-TEXT DELIMITED BY SIZE
                       INTO CENSUS-REC.

                IF MATCH-FOUND
                        MOVE MATCH-PERIOD TO PERIOD-TEXT
                        MOVE MATCH-CATEGORY(1:10) TO CENSUS-REC(62:10)
                        MOVE "P" TO CENSUS-REC(73:1)
                        MOVE PERIOD-TEXT TO CENSUS-REC(74:3)
                END-IF.

                WRITE CENSUS-REC.
        0260-EXIT.
                EXIT.
                MOVE SPACES TO CENSUS-REC.
                WRITE CENSUS-REC.

                MOVE LIB-FORM-COUNT TO FORM-COUNT-TEXT.
                MOVE LIB-SKIP-COUNT TO SKIP-COUNT-TEXT.

                MOVE SPACES TO CENSUS-REC.
                STRING "LIBRARY FORMS " DELIMITED BY SIZE
                       FORM-COUNT-TEXT DELIMITED BY SIZE
                       "  TOO LARGE TO CLASSIFY " DELIMITED BY SIZE
                       SKIP-COUNT-TEXT DELIMITED BY SIZE
                       INTO CENSUS-REC.
                WRITE CENSUS-REC.

                MOVE SPACES TO CENSUS-REC.
                WRITE CENSUS-REC.

                PERFORM 0285-SORT-TYPE-SLOTS THRU 0285-EXIT.

                MOVE SPACES TO CENSUS-REC.
                MOVE "CATEGORY      PERIOD  TYPE                  COUNT"
                        TO CENSUS-REC.
                WRITE CENSUS-REC.

                MOVE 0 TO TYPE-SCAN.
                PERFORM UNTIL TYPE-SCAN = TYPE-SLOT-COUNT
                        ADD 1 TO TYPE-SCAN

                        IF TYPE-SCAN > 1 AND
                           (TYPE-CAT-ORDER(TYPE-SCAN) NOT = BREAK-CAT-ORDER
                            OR TYPE-PERIOD(TYPE-SCAN) NOT = BREAK-PERIOD)
                                PERFORM 0290-WRITE-PERIOD-TOTAL
                                        THRU 0290-EXIT
                        END-IF

                        IF TYPE-SCAN > 1 AND
                           TYPE-CAT-ORDER(TYPE-SCAN) NOT = BREAK-CAT-ORDER
                                PERFORM 0295-WRITE-CATEGORY-TOTAL
                                        THRU 0295-EXIT
                        END-IF

                        IF TYPE-SCAN = 1 OR
                           TYPE-CAT-ORDER(TYPE-SCAN) NOT = BREAK-CAT-ORDER
                                MOVE 0 TO CATEGORY-TOTAL
                                MOVE 0 TO PERIOD-TOTAL
                        END-IF

                        MOVE TYPE-CAT-ORDER(TYPE-SCAN) TO BREAK-CAT-ORDER
                        MOVE TYPE-PERIOD(TYPE-SCAN) TO BREAK-PERIOD
                        MOVE TYPE-CATEGORY(TYPE-SCAN) TO BREAK-CATEGORY
                        ADD TYPE-COUNT(TYPE-SCAN) TO CATEGORY-TOTAL
                        ADD TYPE-COUNT(TYPE-SCAN) TO PERIOD-TOTAL

                        MOVE TYPE-COUNT(TYPE-SCAN) TO TYPE-COUNT-TEXT

                        MOVE SPACES TO CENSUS-REC
                        IF TYPE-CAT-ORDER(TYPE-SCAN) = 9
                                MOVE "UNRECOGNIZED" TO CENSUS-REC(1:12)
                        ELSE
                                MOVE TYPE-PERIOD(TYPE-SCAN) TO PERIOD-TEXT
                                MOVE TYPE-CATEGORY(TYPE-SCAN)
                                        TO CENSUS-REC(1:12)
                                MOVE PERIOD-TEXT TO CENSUS-REC(18:3)
                        END-IF
                        MOVE TYPE-NAME(TYPE-SCAN) TO CENSUS-REC(23:20)
                        MOVE TYPE-COUNT-TEXT TO CENSUS-REC(45:5)
                        WRITE CENSUS-REC
                END-PERFORM.

                IF TYPE-SLOT-COUNT > 0
                        PERFORM 0290-WRITE-PERIOD-TOTAL THRU 0290-EXIT
                        PERFORM 0295-WRITE-CATEGORY-TOTAL THRU 0295-EXIT
                END-IF.
        0280-EXIT.
                EXIT.

        0285-SORT-TYPE-SLOTS.
                MOVE 0 TO SORT-PASS.
                MOVE 'Y' TO SORT-SWAPPED-SW.

                PERFORM UNTIL NOT SORT-SWAPPED
                           OR SORT-PASS >= TYPE-SLOT-COUNT
                        MOVE 'N' TO SORT-SWAPPED-SW
                        MOVE 1 TO SORT-SCAN

                        PERFORM UNTIL SORT-SCAN >= TYPE-SLOT-COUNT
                                IF TYPE-SLOT(SORT-SCAN) >
                                   TYPE-SLOT(SORT-SCAN + 1)
                                        MOVE TYPE-SLOT(SORT-SCAN)
                                                TO SORT-HOLD-ENTRY
                                        MOVE TYPE-SLOT(SORT-SCAN + 1)
                                                TO TYPE-SLOT(SORT-SCAN)
                                        MOVE SORT-HOLD-ENTRY
                                                TO TYPE-SLOT(SORT-SCAN + 1)
                                        MOVE 'Y' TO SORT-SWAPPED-SW
                                END-IF
                                ADD 1 TO SORT-SCAN
                        END-PERFORM

                        ADD 1 TO SORT-PASS
                END-PERFORM.
        0285-EXIT.
                EXIT.

        0290-WRITE-PERIOD-TOTAL.
                IF BREAK-CAT-ORDER = 9
                        GO TO 0290-EXIT
                END-IF.

                MOVE PERIOD-TOTAL TO TYPE-COUNT-TEXT.
                MOVE BREAK-PERIOD TO PERIOD-TEXT.

                MOVE SPACES TO CENSUS-REC.
                STRING "  PERIOD " DELIMITED BY SIZE
                       PERIOD-TEXT DELIMITED BY SIZE
                       " TOTAL" DELIMITED BY SIZE
                       INTO CENSUS-REC.
                MOVE TYPE-COUNT-TEXT TO CENSUS-REC(45:5).
                WRITE CENSUS-REC.

                MOVE 0 TO PERIOD-TOTAL.
        0290-EXIT.
                EXIT.

        0295-WRITE-CATEGORY-TOTAL.
                MOVE CATEGORY-TOTAL TO TYPE-COUNT-TEXT.

                MOVE SPACES TO CENSUS-REC.
                IF BREAK-CAT-ORDER = 9
                        MOVE "UNRECOGNIZED TOTAL" TO CENSUS-REC(1:18)
                ELSE
                        STRING BREAK-CATEGORY DELIMITED BY "  "
                               " TOTAL" DELIMITED BY SIZE
                               INTO CENSUS-REC
                END-IF.
                MOVE TYPE-COUNT-TEXT TO CENSUS-REC(45:5).
                WRITE CENSUS-REC.

                MOVE SPACES TO CENSUS-REC.
                WRITE CENSUS-REC.

                MOVE 0 TO CATEGORY-TOTAL.
        0295-EXIT.
                EXIT.

        0900-WRITE-EXCEPTION.
                IF EXCEPTION-SEVERITY > CONDITION-CODE
                        MOVE EXCEPTION-SEVERITY TO CONDITION-CODE
                END-IF.

                ACCEPT EXCEPTION-TIME-TEXT FROM TIME.

                OPEN EXTEND EXCEPTION-FILE.

                MOVE SPACES TO EXCEPTION-REC.
                ACCEPT EXC-DATE FROM DATE YYYYMMDD.
                MOVE EXCEPTION-TIME-TEXT(1:6) TO EXC-TIME.
                MOVE "CENSUS" TO EXC-PROGRAM.
                MOVE SPACES TO EXC-LABEL.
                MOVE EXCEPTION-SEVERITY TO EXC-SEVERITY.
                MOVE EXCEPTION-CODE TO EXC-CODE.
                MOVE EXCEPTION-MESSAGE TO EXC-MESSAGE.
                WRITE EXCEPTION-REC.

                CLOSE EXCEPTION-FILE.
        0900-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO EXCEPTION-SEVERITY.
                MOVE "ABEND" TO EXCEPTION-CODE.
                MOVE ABEND-REASON TO EXCEPTION-MESSAGE.
                PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT.

                MOVE 16 TO RETURN-CODE.
                STOP RUN.
