                SELECT PLACEMENT-FILE ASSIGN TO "../placement.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PLACEMENT-FILE-STATUS.
                SELECT LIBRARY-FILE ASSIGN TO "../patlib.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LIBRARY-FILE-STATUS.
                SELECT SEED-FILE ASSIGN DYNAMIC SEED-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL CATALOG-FILE ASSIGN TO "../seedcat.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATALOG-FILE-STATUS.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD CONTROL-FILE.
                                01 PLACEMENT-REC PIC X(80).
                                01 PLACEMENT-HEADER REDEFINES PLACEMENT-REC.
                                        05 PLH-OUTPUT-NAME PIC X(40).
                                        05 PLH-SEED-ID PIC X(10).
                                        05 PLH-DESCRIPTION PIC X(30).
                                01 PLACEMENT-FIELDS REDEFINES PLACEMENT-REC.
                                        05 PLC-PATTERN-NAME PIC X(20).
                                        05 PLC-ROW-OFFSET PIC 9(5).
                                        05 PLC-FLIP-SW PIC X.
                                        05 FILLER PIC X(48).
                        FD LIBRARY-FILE.
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
                        FD SEED-FILE.
                                01 SEED-CHAR PIC X.
                        FD CATALOG-FILE.
                                01 CATALOG-REC PIC X(200).
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
                        01 PLACEMENT-FILE-STATUS PIC XX.
                        01 LIBRARY-FILE-STATUS PIC XX.
                        01 CATALOG-FILE-STATUS PIC XX.
                        01 CATALOG-WORK.
                                05 SCT-SEED-ID PIC X(10).
                                05 SCT-FILE-NAME PIC X(40).
                                05 SCT-SEED-FORMAT PIC X.
                                05 SCT-GRID-ROWS PIC 9(3).
                                05 SCT-GRID-COLS PIC 9(3).
                                05 SCT-LIVE-COUNT PIC 9(5).
                                05 SCT-FINGERPRINT PIC 9(9).
                                05 SCT-ORIGIN PIC X(10).
                                05 SCT-PARENT-LABEL PIC X(10).
                                05 SCT-PARENT-DATE PIC 9(8).
                                05 SCT-PARENT-SEED-ID PIC X(10).
                                05 SCT-DESCRIPTION PIC X(40).
                                05 SCT-STATUS PIC X.
                                05 SCT-REGISTERED PIC 9(8).
                                05 SCT-UPDATED PIC 9(8).
                                05 FILLER PIC X(34).
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 GRID-ROWS PIC 9(3) VALUE 100.
                        01 GRID-COLS PIC 9(3) VALUE 100.
                        01 CELL-COUNT PIC 9(6).
                        01 LIVE-COUNT-TEXT PIC 9(6).
                        01 CELL-COUNT-TEXT PIC 9(6).
                        01 PLACED-COUNT-TEXT PIC 9(5).
                        01 SEED-ID PIC X(10) VALUE SPACES.
                        01 SEED-DESCRIPTION PIC X(40) VALUE SPACES.
                        01 NAME-POS PIC 9(2).
                        01 NAME-START PIC 9(2).
                        01 ID-LENGTH PIC 9(2).
                        01 ID-CHAR PIC X.
                        01 ID-END-SW PIC X.
                                88 ID-END VALUE 'Y'.
                        01 LETTER-POS PIC 9(2).
                        01 LOWER-LETTERS PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".
                        01 UPPER-LETTERS PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                        01 FINGERPRINT PIC 9(9).
                        01 FP-WORK PIC 9(18) COMP.
                        01 FP-QUOTIENT PIC 9(18) COMP.
                        01 CATALOG-EOF-SW PIC X VALUE 'N'.
                                88 CATALOG-AT-EOF VALUE 'Y'.
                        01 CATALOG-TABLE.
                                05 CAT-ENTRY PIC X(200) OCCURS 500 TIMES.
                        01 CAT-COUNT PIC 9(3) VALUE 0.
                        01 CAT-SCAN PIC 9(3).
                        01 CAT-HIT PIC 9(3) VALUE 0.
                        01 CAT-CONFLICT PIC 9(3) VALUE 0.
                        01 CAT-INSERTED-SW PIC X.
                                88 CAT-INSERTED VALUE 'Y'.
                        01 NEW-CATALOG-REC PIC X(200).
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                PERFORM 0050-READ-CONTROL-CARD THRU 0050-EXIT.

                PERFORM 0100-PROCESS-PLACEMENTS THRU 0100-EXIT.

                PERFORM 0350-CHECK-CATALOG THRU 0350-EXIT.

                PERFORM 0400-WRITE-SEED-FILE THRU 0400-EXIT.

                PERFORM 0500-REGISTER-SEED THRU 0500-EXIT.

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0050-READ-CONTROL-CARD.
                IF GRID-ROWS > 200 OR GRID-COLS > 200
                        DISPLAY "PATPLACE: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CELL-COUNT > 40000
                        DISPLAY "PATPLACE: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
                IF PLACEMENT-FILE-STATUS NOT = '00'
                        DISPLAY "PATPLACE: UNABLE TO OPEN PLACEMENT CARD "
                                "FILE ../placement.txt"
                        MOVE "UNABLE TO OPEN PLACEMENT CARD FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                        AT END
                                DISPLAY "PATPLACE: PLACEMENT CARD FILE "
                                        "IS EMPTY"
                                MOVE "PLACEMENT CARD FILE IS EMPTY"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                END-READ

                        MOVE PLH-OUTPUT-NAME TO SEED-FILENAME
                END-IF.

                IF PLH-SEED-ID NOT = SPACES
                        MOVE PLH-SEED-ID TO SEED-ID
                ELSE
                        PERFORM 0105-DEFAULT-SEED-ID THRU 0105-EXIT
                END-IF.

                MOVE PLH-DESCRIPTION TO SEED-DESCRIPTION.

                MOVE 'N' TO PLACEMENT-EOF-SW.

                PERFORM UNTIL PLACEMENT-AT-EOF
                IF PLACEMENT-COUNT = 0
                        DISPLAY "PATPLACE: PLACEMENT CARD FILE NAMED NO "
                                "PATTERNS"
                        MOVE "PLACEMENT CARD FILE NAMED NO PATTERNS"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0100-EXIT.
                EXIT.

        0105-DEFAULT-SEED-ID.
                MOVE 1 TO NAME-START.
                MOVE 0 TO NAME-POS.

                PERFORM UNTIL NAME-POS = 40
                        ADD 1 TO NAME-POS
                        IF SEED-FILENAME(NAME-POS:1) = '/'
                                COMPUTE NAME-START = NAME-POS + 1
                        END-IF
                END-PERFORM.

                IF NAME-START > 40
                        MOVE 40 TO NAME-START
                END-IF.

                MOVE SPACES TO SEED-ID.
                MOVE 0 TO ID-LENGTH.
                MOVE NAME-START TO NAME-POS.
                MOVE 'N' TO ID-END-SW.

                PERFORM UNTIL ID-END
                        IF NAME-POS > 40 OR ID-LENGTH = 10
                                MOVE 'Y' TO ID-END-SW
                        ELSE
                                MOVE SEED-FILENAME(NAME-POS:1) TO ID-CHAR
                                IF ID-CHAR = '.' OR ID-CHAR = SPACE
                                        MOVE 'Y' TO ID-END-SW
                                ELSE
                                        ADD 1 TO ID-LENGTH
                                        PERFORM 0106-UPPER-ID-CHAR
                                                THRU 0106-EXIT
                                        MOVE ID-CHAR TO SEED-ID(ID-LENGTH:1)
                                        ADD 1 TO NAME-POS
                                END-IF
                        END-IF
                END-PERFORM.

                IF SEED-ID = SPACES
                        DISPLAY "PATPLACE: NO SEED ID ON THE HEADER CARD "
                                "AND NONE CAN BE TAKEN FROM " SEED-FILENAME
                        MOVE "NO SEED ID ON THE HEADER CARD"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0105-EXIT.
                EXIT.

        0106-UPPER-ID-CHAR.
                MOVE 0 TO LETTER-POS.

                PERFORM UNTIL LETTER-POS = 26
                        ADD 1 TO LETTER-POS
                        IF ID-CHAR = LOWER-LETTERS(LETTER-POS:1)
                                MOVE UPPER-LETTERS(LETTER-POS:1) TO ID-CHAR
                                MOVE 26 TO LETTER-POS
                        END-IF
                END-PERFORM.
        0106-EXIT.
                EXIT.

        0110-APPLY-PLACEMENT.
                MOVE PLC-PATTERN-NAME TO WANTED-NAME.

                                DISPLAY "PATPLACE: INVALID ROTATION '"
                                        PLC-ROTATION "' FOR PATTERN "
                                        WANTED-NAME
                                MOVE "INVALID ROTATION ON PLACEMENT CARD"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                END-EVALUATE.


                IF LIBRARY-FILE-STATUS NOT = '00'
                        DISPLAY "PATPLACE: UNABLE TO OPEN PATTERN LIBRARY "
                                "FILE ../patlib.txt"
                        MOVE "UNABLE TO OPEN PATTERN LIBRARY FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                                AT END
                                        MOVE 'Y' TO LIB-EOF-SW
                                NOT AT END
                                        IF PLB-NAME > WANTED-NAME
                                                MOVE 'Y' TO LIB-EOF-SW
                                        END-IF
                                        IF PLB-NAME = WANTED-NAME AND
                                           PLB-REC-TYPE = 'H'
                                                MOVE 'Y' TO PAT-FOUND-SW
                                        END-IF
                        END-READ

                IF NOT PAT-FOUND
                        DISPLAY "PATPLACE: PATTERN " WANTED-NAME
                                " NOT FOUND IN ../patlib.txt"
                        MOVE "PATTERN NOT FOUND IN LIBRARY"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                                AT END
                                        MOVE 'Y' TO LIB-EOF-SW
                                NOT AT END
                                        IF PLD-NAME NOT = WANTED-NAME
                                                MOVE 'Y' TO LIB-EOF-SW
                                        ELSE
                                                IF PLD-RLE-TEXT(1:1) NOT = '#'
                                                   AND
                                                   PLD-RLE-TEXT(1:1) NOT = 'x'
                                                        PERFORM
                                                           0210-PARSE-RLE-LINE
                                                                THRU 0210-EXIT
                IF NOT RLE-DONE
                        DISPLAY "PATPLACE: PATTERN " WANTED-NAME
                                " HAD NO '!' PATTERN TERMINATOR"
                        MOVE "PATTERN MISSING '!' TERMINATOR"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF PAT-ROWS = 0 OR PAT-COLS = 0
                        DISPLAY "PATPLACE: PATTERN " WANTED-NAME
                                " HAS NO LIVE CELLS"
                        MOVE "PATTERN HAS NO LIVE CELLS"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0200-EXIT.
        0210-PARSE-RLE-LINE.
                SET RLE-LINE-POS TO 1.

                PERFORM UNTIL RLE-LINE-POS > 76
                           OR PLD-RLE-TEXT(RLE-LINE-POS:1) = ' '
                           OR RLE-DONE
                        MOVE PLD-RLE-TEXT(RLE-LINE-POS:1) TO RLE-CHAR

                        IF RLE-CHAR IS NUMERIC
                                MOVE RLE-CHAR TO RLE-DIGIT-VAL
                                                   "CHARACTER '" RLE-CHAR
                                                   "' IN PATTERN "
                                                   WANTED-NAME
                                                MOVE "INVALID RLE CHARACTER"
                                                        TO ABEND-REASON
                                                GO TO 9999-ABEND
                                END-EVALUATE

                                DISPLAY "PATPLACE: PATTERN " WANTED-NAME
                                        " EXCEEDS THE 100 BY 100 PATTERN "
                                        "MAXIMUM"
                                MOVE "PATTERN EXCEEDS 100 BY 100 MAXIMUM"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF

                                " AT ROW " ROW-OFFSET
                                " COL " COL-OFFSET
                                " EXCEEDS THE CONFIGURED GRID SIZE"
                        MOVE "PATTERN PLACEMENT EXCEEDS GRID SIZE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

        0310-EXIT.
                EXIT.

        0350-CHECK-CATALOG.
                MOVE 0 TO LIVE-COUNT.
                MOVE 0 TO FINGERPRINT.
                SET OUT-POS TO 0.

                PERFORM UNTIL OUT-POS = CELL-COUNT
                        IF CUR(OUT-POS + 1) = 1
                                ADD 1 TO LIVE-COUNT
                        END-IF

                        COMPUTE FP-WORK =
                                FINGERPRINT * 31 + CUR(OUT-POS + 1) + 1
                        DIVIDE FP-WORK BY 999999937
                                GIVING FP-QUOTIENT REMAINDER FINGERPRINT

                        ADD 1 TO OUT-POS
                END-PERFORM.

                OPEN INPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "PATPLACE: UNABLE TO OPEN SEED CATALOG "
                                "../seedcat.txt STATUS " CATALOG-FILE-STATUS
                        MOVE "UNABLE TO OPEN SEED CATALOG"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL CATALOG-AT-EOF
                        READ CATALOG-FILE INTO CATALOG-WORK
                                AT END
                                        MOVE 'Y' TO CATALOG-EOF-SW
                                NOT AT END
                                        PERFORM 0360-STORE-CATALOG-ENTRY
                                                THRU 0360-EXIT
                        END-READ
                END-PERFORM.

                CLOSE CATALOG-FILE.

                IF CAT-CONFLICT > 0
                        MOVE CAT-ENTRY(CAT-CONFLICT) TO CATALOG-WORK
                        DISPLAY "PATPLACE: " SEED-FILENAME
                                " IS CATALOGED AS SEED ID " SCT-SEED-ID
                                ", RETIRE IT BEFORE REBUILDING THE FILE"
                        MOVE "SEED FILE CATALOGED UNDER ANOTHER ID"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CAT-HIT > 0
                        MOVE CAT-ENTRY(CAT-HIT) TO CATALOG-WORK
                        IF SCT-STATUS = 'R'
                                DISPLAY "PATPLACE: SEED ID " SEED-ID
                                        " IS RETIRED IN ../seedcat.txt"
                                MOVE "SEED ID IS RETIRED IN CATALOG"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                        IF SCT-FILE-NAME NOT = SEED-FILENAME OR
                           SCT-GRID-ROWS NOT = GRID-ROWS OR
                           SCT-GRID-COLS NOT = GRID-COLS OR
                           SCT-FINGERPRINT NOT = FINGERPRINT
                                DISPLAY "PATPLACE: SEED ID " SEED-ID
                                        " IS ALREADY CATALOGED FOR "
                                        "DIFFERENT CONTENT"
                                MOVE "SEED ID CATALOGED FOR DIFFERENT CONTENT"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.
        0350-EXIT.
                EXIT.

        0360-STORE-CATALOG-ENTRY.
                IF CAT-COUNT > 0
                        IF CATALOG-WORK(1:10) NOT > CAT-ENTRY(CAT-COUNT)(1:10)
                                DISPLAY "PATPLACE: SEED CATALOG OUT OF "
                                        "SEQUENCE AT " SCT-SEED-ID
                                MOVE "SEED CATALOG OUT OF SEQUENCE"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.

                IF CAT-COUNT = 500
                        DISPLAY "PATPLACE: SEED CATALOG EXCEEDS THE 500 "
                                "ENTRY MAXIMUM"
                        MOVE "SEED CATALOG EXCEEDS 500 ENTRY MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO CAT-COUNT.
                MOVE CATALOG-WORK TO CAT-ENTRY(CAT-COUNT).

                IF SCT-SEED-ID = SEED-ID
                        MOVE CAT-COUNT TO CAT-HIT
                        GO TO 0360-EXIT
                END-IF.

                IF SCT-FILE-NAME = SEED-FILENAME AND SCT-STATUS = 'A' AND
                   (SCT-GRID-ROWS NOT = GRID-ROWS OR
                    SCT-GRID-COLS NOT = GRID-COLS OR
                    SCT-FINGERPRINT NOT = FINGERPRINT)
                        MOVE CAT-COUNT TO CAT-CONFLICT
                END-IF.
        0360-EXIT.
                EXIT.

        0400-WRITE-SEED-FILE.
                OPEN OUTPUT SEED-FILE.

                SET OUT-POS TO 0.

                PERFORM UNTIL OUT-POS = CELL-COUNT
                        IF CUR(OUT-POS + 1) = 1
                                MOVE '1' TO SEED-CHAR
                        ELSE
                                MOVE '0' TO SEED-CHAR
                        END-IF
        0400-EXIT.
                EXIT.

        0500-REGISTER-SEED.
                IF CAT-HIT > 0
                        DISPLAY "PATPLACE: SEED ID " SEED-ID
                                " ALREADY CATALOGED WITH THIS CONTENT"
                        GO TO 0500-EXIT
                END-IF.

                IF SEED-DESCRIPTION = SPACES
                        STRING PLACED-COUNT-TEXT DELIMITED BY SIZE
                               " PATTERNS FROM ../patlib.txt"
                                   DELIMITED BY SIZE
                               INTO SEED-DESCRIPTION
                END-IF.

                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.

                MOVE SPACES TO CATALOG-WORK.
                MOVE SEED-ID TO SCT-SEED-ID.
                MOVE SEED-FILENAME TO SCT-FILE-NAME.
                MOVE 'F' TO SCT-SEED-FORMAT.
                MOVE GRID-ROWS TO SCT-GRID-ROWS.
                MOVE GRID-COLS TO SCT-GRID-COLS.
                MOVE LIVE-COUNT TO SCT-LIVE-COUNT.
                MOVE FINGERPRINT TO SCT-FINGERPRINT.
                MOVE "PATPLACE" TO SCT-ORIGIN.
                MOVE 0 TO SCT-PARENT-DATE.
                MOVE SEED-DESCRIPTION TO SCT-DESCRIPTION.
                MOVE 'A' TO SCT-STATUS.
                MOVE RUN-DATE-TEXT TO SCT-REGISTERED.
                MOVE RUN-DATE-TEXT TO SCT-UPDATED.
                MOVE CATALOG-WORK TO NEW-CATALOG-REC.

                OPEN OUTPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "PATPLACE: UNABLE TO REWRITE SEED CATALOG "
                                "../seedcat.txt STATUS " CATALOG-FILE-STATUS
                        MOVE "UNABLE TO REWRITE SEED CATALOG"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO CAT-INSERTED-SW.
                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        IF NOT CAT-INSERTED AND
                           CAT-ENTRY(CAT-SCAN)(1:10) > SEED-ID
                                MOVE NEW-CATALOG-REC TO CATALOG-REC
                                WRITE CATALOG-REC
                                MOVE 'Y' TO CAT-INSERTED-SW
                        END-IF
                        MOVE CAT-ENTRY(CAT-SCAN) TO CATALOG-REC
                        WRITE CATALOG-REC
                END-PERFORM.

                IF NOT CAT-INSERTED
                        MOVE NEW-CATALOG-REC TO CATALOG-REC
                        WRITE CATALOG-REC
                END-IF.

                CLOSE CATALOG-FILE.

                DISPLAY "PATPLACE: CATALOGED " SEED-FILENAME
                        " AS SEED ID " SEED-ID.
        0500-EXIT.
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
                MOVE "PATPLACE" TO EXC-PROGRAM.
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
