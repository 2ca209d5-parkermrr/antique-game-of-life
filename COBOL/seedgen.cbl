                        FILE STATUS IS SEEDGEN-FILE-STATUS.
                SELECT SEED-FILE ASSIGN DYNAMIC SEED-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "../seedmanifest.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MANIFEST-FILE-STATUS.
                SELECT OPTIONAL CATALOG-FILE ASSIGN TO "../seedcat.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATALOG-FILE-STATUS.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD CONTROL-FILE.
                                        05 SGC-DENSITY PIC 9(3).
                                        05 SGC-RNG-SEED PIC 9(9).
                                        05 SGC-OUTPUT-NAME PIC X(40).
                                        05 SGC-SEED-ID PIC X(10).
                                        05 FILLER PIC X(18).
                        FD SEED-FILE.
                                01 SEED-CHAR PIC X.
                        FD MANIFEST-FILE.
                                01 MANIFEST-REC PIC X(100).
                                01 MANIFEST-FIELDS REDEFINES MANIFEST-REC.
                                        05 MAN-DATE PIC 9(8).
                                        05 MAN-TIME PIC 9(6).
                                        05 MAN-SEED-NAME PIC X(40).
                                        05 MAN-DENSITY PIC 9(3).
                                        05 MAN-RNG-SEED PIC 9(9).
                                        05 MAN-GRID-ROWS PIC 9(3).
                                        05 MAN-GRID-COLS PIC 9(3).
                                        05 MAN-LIVE-COUNT PIC 9(6).
                                        05 MAN-CELL-COUNT PIC 9(6).
                                        05 FILLER PIC X(16).
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
                        01 SEEDGEN-FILE-STATUS PIC XX.
                        01 MANIFEST-FILE-STATUS PIC XX.
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
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 GRID-ROWS PIC 9(3) VALUE 100.
                        01 GRID-COLS PIC 9(3) VALUE 100.
                        01 CELL-COUNT PIC 9(6).
                        01 LIVE-COUNT PIC 9(6).
                        01 LIVE-COUNT-TEXT PIC 9(6).
                        01 CELL-COUNT-TEXT PIC 9(6).
                        01 GRID-CURRENT.
                                05 CUR PIC 9 VALUE 0 OCCURS 40000 TIMES.
                        01 SEED-ID PIC X(10) VALUE SPACES.
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
                        01 DESCRIPTION-TEXT PIC X(40).
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                PERFORM 0050-READ-CONTROL-CARD THRU 0050-EXIT.

                PERFORM 0060-READ-SEEDGEN-CARD THRU 0060-EXIT.

                PERFORM 0070-GENERATE-CELLS THRU 0070-EXIT.

                PERFORM 0080-CHECK-CATALOG THRU 0080-EXIT.

                PERFORM 0100-WRITE-SEED-FILE THRU 0100-EXIT.

                PERFORM 0200-WRITE-MANIFEST THRU 0200-EXIT.

                PERFORM 0300-REGISTER-SEED THRU 0300-EXIT.

                IF LIVE-COUNT = 0
                        MOVE 4 TO EXCEPTION-SEVERITY
                        MOVE "EMPTY" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING SEED-FILENAME DELIMITED BY SPACE
                               " HAS NO LIVE CELLS AT DENSITY "
                                   DELIMITED BY SIZE
                               DENSITY-PCT DELIMITED BY SIZE
                               " PERCENT" DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0050-READ-CONTROL-CARD.
                IF GRID-ROWS > 200 OR GRID-COLS > 200
                        DISPLAY "SEEDGEN: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CELL-COUNT > 40000
                        DISPLAY "SEEDGEN: GRID-ROWS * GRID-COLS EXCEEDS "
                                "THE 40000 CELL MAXIMUM"
                        MOVE "GRID EXCEEDS 40000 CELL MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
                IF SEEDGEN-FILE-STATUS NOT = '00'
                        DISPLAY "SEEDGEN: UNABLE TO OPEN GENERATOR CONTROL "
                                "FILE ../seedgen.txt"
                        MOVE "UNABLE TO OPEN GENERATOR CONTROL FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                        MOVE SGC-OUTPUT-NAME TO SEED-FILENAME
                END-IF.

                IF SGC-SEED-ID NOT = SPACES
                        MOVE SGC-SEED-ID TO SEED-ID
                ELSE
                        PERFORM 0065-DEFAULT-SEED-ID THRU 0065-EXIT
                END-IF.

                CLOSE SEEDGEN-FILE.

                IF DENSITY-PCT > 100
                        DISPLAY "SEEDGEN: DENSITY " DENSITY-PCT
                                " EXCEEDS 100 PERCENT"
                        MOVE "DENSITY EXCEEDS 100 PERCENT"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0060-EXIT.
                EXIT.

        0065-DEFAULT-SEED-ID.
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
                                        PERFORM 0066-UPPER-ID-CHAR
                                                THRU 0066-EXIT
                                        MOVE ID-CHAR TO SEED-ID(ID-LENGTH:1)
                                        ADD 1 TO NAME-POS
                                END-IF
                        END-IF
                END-PERFORM.

                IF SEED-ID = SPACES
                        DISPLAY "SEEDGEN: NO SEED ID ON THE GENERATOR CARD "
                                "AND NONE CAN BE TAKEN FROM " SEED-FILENAME
                        MOVE "NO SEED ID ON THE GENERATOR CARD"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0065-EXIT.
                EXIT.

        0066-UPPER-ID-CHAR.
                MOVE 0 TO LETTER-POS.

                PERFORM UNTIL LETTER-POS = 26
                        ADD 1 TO LETTER-POS
                        IF ID-CHAR = LOWER-LETTERS(LETTER-POS:1)
                                MOVE UPPER-LETTERS(LETTER-POS:1) TO ID-CHAR
                                MOVE 26 TO LETTER-POS
                        END-IF
                END-PERFORM.
        0066-EXIT.
                EXIT.

        0070-GENERATE-CELLS.
                COMPUTE RNG-STATE = RNG-SEED.

                DIVIDE RNG-STATE BY 2147483647
                        MOVE 1 TO RNG-STATE
                END-IF.

                MOVE 0 TO LIVE-COUNT.
                MOVE 0 TO FINGERPRINT.
                SET CELL-POS TO 0.

                PERFORM UNTIL CELL-POS = CELL-COUNT
                        PERFORM 0150-NEXT-RANDOM THRU 0150-EXIT

                        IF RNG-ROLL < DENSITY-PCT
                                MOVE 1 TO CUR(CELL-POS + 1)
                                ADD 1 TO LIVE-COUNT
                        ELSE
                                MOVE 0 TO CUR(CELL-POS + 1)
                        END-IF

                        COMPUTE FP-WORK =
                                FINGERPRINT * 31 + CUR(CELL-POS + 1) + 1
                        DIVIDE FP-WORK BY 999999937
                                GIVING FP-QUOTIENT REMAINDER FINGERPRINT

                        ADD 1 TO CELL-POS
                END-PERFORM.
        0070-EXIT.
                EXIT.

        0080-CHECK-CATALOG.
                OPEN INPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "SEEDGEN: UNABLE TO OPEN SEED CATALOG "
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
                                        PERFORM 0085-STORE-CATALOG-ENTRY
                                                THRU 0085-EXIT
                        END-READ
                END-PERFORM.

                CLOSE CATALOG-FILE.

                IF CAT-CONFLICT > 0
                        MOVE CAT-ENTRY(CAT-CONFLICT) TO CATALOG-WORK
                        DISPLAY "SEEDGEN: " SEED-FILENAME
                                " IS CATALOGED AS SEED ID " SCT-SEED-ID
                                ", RETIRE IT BEFORE REGENERATING THE FILE"
                        MOVE "SEED FILE CATALOGED UNDER ANOTHER ID"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CAT-HIT > 0
                        MOVE CAT-ENTRY(CAT-HIT) TO CATALOG-WORK
                        IF SCT-STATUS = 'R'
                                DISPLAY "SEEDGEN: SEED ID " SEED-ID
                                        " IS RETIRED IN ../seedcat.txt"
                                MOVE "SEED ID IS RETIRED IN CATALOG"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                        IF SCT-FILE-NAME NOT = SEED-FILENAME OR
                           SCT-GRID-ROWS NOT = GRID-ROWS OR
                           SCT-GRID-COLS NOT = GRID-COLS OR
                           SCT-FINGERPRINT NOT = FINGERPRINT
                                DISPLAY "SEEDGEN: SEED ID " SEED-ID
                                        " IS ALREADY CATALOGED FOR "
                                        "DIFFERENT CONTENT"
                                MOVE "SEED ID CATALOGED FOR DIFFERENT CONTENT"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.
        0080-EXIT.
                EXIT.

        0085-STORE-CATALOG-ENTRY.
                IF CAT-COUNT > 0
                        IF CATALOG-WORK(1:10) NOT > CAT-ENTRY(CAT-COUNT)(1:10)
                                DISPLAY "SEEDGEN: SEED CATALOG OUT OF "
                                        "SEQUENCE AT " SCT-SEED-ID
                                MOVE "SEED CATALOG OUT OF SEQUENCE"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.

                IF CAT-COUNT = 500
                        DISPLAY "SEEDGEN: SEED CATALOG EXCEEDS THE 500 "
                                "ENTRY MAXIMUM"
                        MOVE "SEED CATALOG EXCEEDS 500 ENTRY MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO CAT-COUNT.
                MOVE CATALOG-WORK TO CAT-ENTRY(CAT-COUNT).

                IF SCT-SEED-ID = SEED-ID
                        MOVE CAT-COUNT TO CAT-HIT
                        GO TO 0085-EXIT
                END-IF.

                IF SCT-FILE-NAME = SEED-FILENAME AND SCT-STATUS = 'A' AND
                   (SCT-GRID-ROWS NOT = GRID-ROWS OR
                    SCT-GRID-COLS NOT = GRID-COLS OR
                    SCT-FINGERPRINT NOT = FINGERPRINT)
                        MOVE CAT-COUNT TO CAT-CONFLICT
                END-IF.
        0085-EXIT.
                EXIT.

        0100-WRITE-SEED-FILE.
                OPEN OUTPUT SEED-FILE.

                SET CELL-POS TO 0.

                PERFORM UNTIL CELL-POS = CELL-COUNT
                        IF CUR(CELL-POS + 1) = 1
                                MOVE '1' TO SEED-CHAR
                        ELSE
                                MOVE '0' TO SEED-CHAR
                        END-IF
        0150-EXIT.
                EXIT.

        0200-WRITE-MANIFEST.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN EXTEND MANIFEST-FILE.

                IF MANIFEST-FILE-STATUS NOT = '00' AND
                   MANIFEST-FILE-STATUS NOT = '05'
                        DISPLAY "SEEDGEN: UNABLE TO OPEN SEED MANIFEST "
                                "../seedmanifest.txt"
                        MOVE "UNABLE TO OPEN SEED MANIFEST"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO MANIFEST-REC.
                MOVE RUN-DATE-TEXT TO MAN-DATE.
                MOVE RUN-TIME-TEXT(1:6) TO MAN-TIME.
                MOVE SEED-FILENAME TO MAN-SEED-NAME.
                MOVE DENSITY-PCT TO MAN-DENSITY.
                MOVE RNG-SEED TO MAN-RNG-SEED.
                MOVE GRID-ROWS TO MAN-GRID-ROWS.
                MOVE GRID-COLS TO MAN-GRID-COLS.
                MOVE LIVE-COUNT TO MAN-LIVE-COUNT.
                MOVE CELL-COUNT TO MAN-CELL-COUNT.
                WRITE MANIFEST-REC.

                CLOSE MANIFEST-FILE.
        0200-EXIT.
                EXIT.

        0300-REGISTER-SEED.
                IF CAT-HIT > 0
                        DISPLAY "SEEDGEN: SEED ID " SEED-ID
                                " ALREADY CATALOGED WITH THIS CONTENT"
                        GO TO 0300-EXIT
                END-IF.

                MOVE SPACES TO DESCRIPTION-TEXT.
                STRING "DENSITY " DELIMITED BY SIZE
                       DENSITY-PCT DELIMITED BY SIZE
                       "% RNG SEED " DELIMITED BY SIZE
                       RNG-SEED DELIMITED BY SIZE
                       INTO DESCRIPTION-TEXT.

                MOVE SPACES TO CATALOG-WORK.
                MOVE SEED-ID TO SCT-SEED-ID.
                MOVE SEED-FILENAME TO SCT-FILE-NAME.
                MOVE 'F' TO SCT-SEED-FORMAT.
                MOVE GRID-ROWS TO SCT-GRID-ROWS.
                MOVE GRID-COLS TO SCT-GRID-COLS.
                MOVE LIVE-COUNT TO SCT-LIVE-COUNT.
                MOVE FINGERPRINT TO SCT-FINGERPRINT.
                MOVE "SEEDGEN" TO SCT-ORIGIN.
                MOVE 0 TO SCT-PARENT-DATE.
                MOVE DESCRIPTION-TEXT TO SCT-DESCRIPTION.
                MOVE 'A' TO SCT-STATUS.
                MOVE RUN-DATE-TEXT TO SCT-REGISTERED.
                MOVE RUN-DATE-TEXT TO SCT-UPDATED.
                MOVE CATALOG-WORK TO NEW-CATALOG-REC.

                OPEN OUTPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "SEEDGEN: UNABLE TO REWRITE SEED CATALOG "
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

                DISPLAY "SEEDGEN: CATALOGED " SEED-FILENAME
                        " AS SEED ID " SEED-ID.
        0300-EXIT.
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
                MOVE "SEEDGEN" TO EXC-PROGRAM.
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
