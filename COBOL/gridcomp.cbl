                        FILE STATUS IS GRID-B-FILE-STATUS.
                SELECT DIFF-FILE ASSIGN TO "../compare-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD CONTROL-FILE.
                                01 GRID-B-REC PIC X(5).
                        FD DIFF-FILE.
                                01 DIFF-REC PIC X(80).
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
                        01 FOUND-FLIP PIC 9.
                        01 FOUND-SHIFT-ROW PIC 9(5).
                        01 FOUND-SHIFT-COL PIC 9(5).
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                PERFORM 0050-READ-CONTROL-CARD THRU 0050-EXIT.

                PERFORM 0200-COMPARE-GRIDS THRU 0200-EXIT.

                IF NOT GRIDS-MATCH AND NOT SHIFT-FOUND
                        MOVE 8 TO EXCEPTION-SEVERITY
                        MOVE "NOMTCH" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING MISMATCH-TEXT DELIMITED BY SIZE
                               " MISMATCHED CELLS " DELIMITED BY SIZE
                               GRID-A-FILENAME DELIMITED BY SPACE
                               " VS " DELIMITED BY SIZE
                               GRID-B-FILENAME DELIMITED BY SPACE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0050-READ-CONTROL-CARD.
                IF GRID-ROWS > 200 OR GRID-COLS > 200
                        DISPLAY "GRIDCOMP: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CELL-COUNT > 40000
                        DISPLAY "GRIDCOMP: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
                IF COMPARE-FILE-STATUS NOT = '00'
                        DISPLAY "GRIDCOMP: UNABLE TO OPEN COMPARE CONTROL "
                                "FILE ../compare.txt"
                        MOVE "UNABLE TO OPEN COMPARE CONTROL FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CMP-FILE-A = SPACES OR CMP-FILE-B = SPACES
                        DISPLAY "GRIDCOMP: COMPARE CARD MUST NAME TWO "
                                "GRID FILES"
                        MOVE "COMPARE CARD MUST NAME TWO GRID FILES"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF GRID-A-FILE-STATUS NOT = '00'
                        DISPLAY "GRIDCOMP: UNABLE TO OPEN GRID FILE "
                                GRID-A-FILENAME
                        MOVE "UNABLE TO OPEN GRID FILE A"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF GRID-B-FILE-STATUS NOT = '00'
                        DISPLAY "GRIDCOMP: UNABLE TO OPEN GRID FILE "
                                GRID-B-FILENAME
                        MOVE "UNABLE TO OPEN GRID FILE B"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                                        GRID-A-FILENAME
                                        " HAS " A-CELL-TOTAL
                                        " RECORDS, EXPECTED " CELL-COUNT
                                MOVE "GRID FILE A HAS WRONG RECORD COUNT"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                END-EVALUATE.
        0120-EXIT.
                                        GRID-B-FILENAME
                                        " HAS " B-CELL-TOTAL
                                        " RECORDS, EXPECTED " CELL-COUNT
                                MOVE "GRID FILE B HAS WRONG RECORD COUNT"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                END-EVALUATE.
        0130-EXIT.
        0250-EXIT.
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
                MOVE "GRIDCOMP" TO EXC-PROGRAM.
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
