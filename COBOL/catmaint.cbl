        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CATMAINT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL CATALOG-FILE ASSIGN TO "../seedcat.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATALOG-FILE-STATUS.
                SELECT CONTROL-FILE ASSIGN TO "../control.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CONTROL-FILE-STATUS.
                SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "../runhist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS RUNHIST-FILE-STATUS.
                SELECT TXN-FILE ASSIGN TO "../catmaint.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TXN-FILE-STATUS.
                SELECT REGISTER-FILE ASSIGN TO "../catmaint-register.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REGISTER-FILE-STATUS.
                SELECT SEED-FILE ASSIGN DYNAMIC SEED-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SEED-FILE-STATUS.
        DATA DIVISION.
                FILE SECTION.
                        FD CATALOG-FILE.
                                01 CATALOG-REC PIC X(200).
                                01 CATALOG-FIELDS REDEFINES CATALOG-REC.
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
                        FD CONTROL-FILE.
                                01 CONTROL-REC PIC X(80).
                                01 CONTROL-FIELDS REDEFINES CONTROL-REC.
                                        05 CTL-NUM-ITER PIC 9(5).
                                        05 CTL-GRID-ROWS PIC 9(3).
                                        05 CTL-GRID-COLS PIC 9(3).
                                        05 FILLER PIC X(69).
                        FD RUNHIST-FILE.
                                01 RUNHIST-REC PIC X(130).
                                01 RUNHIST-FIELDS REDEFINES RUNHIST-REC.
                                        05 RH-DATE PIC 9(8).
                                        05 RH-TIME PIC 9(6).
                                        05 RH-SEED-NAME PIC X(40).
                                        05 RH-LABEL PIC X(10).
                                        05 FILLER PIC X(66).
                        FD TXN-FILE.
                                01 TXN-REC PIC X(120).
                                01 TXN-FIELDS REDEFINES TXN-REC.
                                        05 TXN-CODE PIC X.
                                        05 TXN-SEED-ID PIC X(10).
                                        05 TXN-FILE-NAME PIC X(40).
                                        05 TXN-SEED-FORMAT PIC X.
                                        05 TXN-GRID-ROWS PIC X(3).
                                        05 TXN-GRID-COLS PIC X(3).
                                        05 TXN-PARENT-LABEL PIC X(10).
                                        05 TXN-DESCRIPTION PIC X(40).
                                        05 FILLER PIC X(12).
                        FD REGISTER-FILE.
                                01 REGISTER-REC PIC X(132).
                        FD SEED-FILE.
                                01 SEED-REC PIC X(200).

                WORKING-STORAGE SECTION.
                        01 CATALOG-FILE-STATUS PIC XX.
                        01 CONTROL-FILE-STATUS PIC XX.
                        01 RUNHIST-FILE-STATUS PIC XX.
                        01 TXN-FILE-STATUS PIC XX.
                        01 REGISTER-FILE-STATUS PIC XX.
                        01 SEED-FILE-STATUS PIC XX.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 GRID-ROWS PIC 9(3) VALUE 100.
                        01 GRID-COLS PIC 9(3) VALUE 100.
                        01 CATALOG-EOF-SW PIC X VALUE 'N'.
                                88 CATALOG-AT-EOF VALUE 'Y'.
                        01 RUNHIST-EOF-SW PIC X.
                                88 RUNHIST-AT-EOF VALUE 'Y'.
                        01 TXN-EOF-SW PIC X VALUE 'N'.
                                88 TXN-AT-EOF VALUE 'Y'.
                        01 SEED-EOF-SW PIC X.
                                88 SEED-AT-EOF VALUE 'Y'.
                        01 CATALOG-TABLE.
                                05 CAT-ENTRY OCCURS 500 TIMES.
                                        10 CE-RECORD.
                                                15 CE-SEED-ID PIC X(10).
                                                15 CE-FILE-NAME PIC X(40).
                                                15 CE-SEED-FORMAT PIC X.
                                                15 CE-GRID-ROWS PIC 9(3).
                                                15 CE-GRID-COLS PIC 9(3).
                                                15 CE-LIVE-COUNT PIC 9(5).
                                                15 CE-FINGERPRINT PIC 9(9).
                                                15 CE-ORIGIN PIC X(10).
                                                15 CE-PARENT-LABEL PIC X(10).
                                                15 CE-PARENT-DATE PIC 9(8).
                                                15 CE-PARENT-SEED-ID PIC X(10).
                                                15 CE-DESCRIPTION PIC X(40).
                                                15 CE-STATUS PIC X.
                                                15 CE-REGISTERED PIC 9(8).
                                                15 CE-UPDATED PIC 9(8).
                                                15 FILLER PIC X(34).
                                        10 CE-FILE-SW PIC X.
                                                88 CE-ON-FILE VALUE 'A'.
                                                88 CE-DELETED VALUE 'D'.
                        01 CAT-COUNT PIC 9(3) VALUE 0.
                        01 CAT-SCAN PIC 9(3).
                        01 CAT-HIT PIC 9(3).
                        01 CAT-CHILD-SCAN PIC 9(3).
                        01 CAT-CHILD-HIT PIC 9(3).
                        01 LAST-MASTER-KEY PIC X(10) VALUE LOW-VALUES.
                        01 HOLD-TXN-CODE PIC X.
                                88 HOLD-TXN-ADD VALUE 'A'.
                                88 HOLD-TXN-CHANGE VALUE 'C'.
                                88 HOLD-TXN-RETIRE VALUE 'R'.
                                88 HOLD-TXN-REINSTATE VALUE 'I'.
                                88 HOLD-TXN-DELETE VALUE 'D'.
                                88 HOLD-TXN-VERIFY VALUE 'V'.
                                88 HOLD-TXN-LIST VALUE 'L'.
                        01 HOLD-TXN-SEED-ID PIC X(10).
                        01 HOLD-TXN-FILE-NAME PIC X(40).
                        01 HOLD-TXN-SEED-FORMAT PIC X.
                        01 HOLD-TXN-GRID-ROWS PIC X(3).
                        01 HOLD-TXN-GRID-COLS PIC X(3).
                        01 HOLD-TXN-PARENT-LABEL PIC X(10).
                        01 HOLD-TXN-DESCRIPTION PIC X(40).
                        01 TXN-NUM PIC 9(5) VALUE 0.
                        01 TXN-REJECT-SW PIC X.
                                88 TXN-REJECTED VALUE 'Y'.
                        01 REJECT-REASON PIC X(80).
                        01 IMAGE-LABEL PIC X(8).
                        01 IMAGE-ENTRY PIC 9(3).
                        01 PARENT-FOUND-SW PIC X.
                                88 PARENT-FOUND VALUE 'Y'.
                        01 PARENT-DATE PIC 9(8).
                        01 PARENT-SEED-NAME PIC X(40).
                        01 PARENT-SEED-ID PIC X(10).
                        01 SEED-FILENAME PIC X(40).
                        01 MEASURE-FORMAT PIC X.
                        01 MEASURE-ROWS PIC 9(3).
                        01 MEASURE-COLS PIC 9(3).
                        01 MEASURE-CELLS PIC 9(6).
                        01 MEASURE-LIVE PIC 9(6).
                        01 MEASURE-FINGERPRINT PIC 9(9).
                        01 MEASURE-VALID-COUNT PIC 9(6).
                        01 MEASURE-BAD-COUNT PIC 9(6).
                        01 MEASURE-OK-SW PIC X.
                                88 MEASURE-OK VALUE 'Y'.
                        01 MEASURE-REASON PIC X(80).
                        01 FP-WORK PIC 9(18) COMP.
                        01 FP-QUOTIENT PIC 9(18) COMP.
                        01 FP-CELL-VALUE PIC 9.
                        01 GRID-CURRENT.
                                05 CUR PIC 9 VALUE 0 OCCURS 40000 TIMES.
                        01 GRID-POS PIC 9(6).
                        01 RLE-ROW PIC 9(5).
                        01 RLE-COL PIC 9(5).
                        01 RLE-IDX PIC 9(6).
                        01 RLE-LINE-POS PIC 9(3).
                        01 RLE-RUN-COUNT PIC 9(5).
                        01 RLE-RUN-SCAN PIC 9(5).
                        01 RLE-CHAR PIC X.
                        01 RLE-DIGIT-VAL PIC 9.
                        01 RLE-DONE-SW PIC X.
                                88 RLE-DONE VALUE 'Y'.
                        01 SORT-INDEX-TABLE.
                                05 SORT-INDEX PIC 9(3) OCCURS 500 TIMES.
                        01 SORT-INDEX-COUNT PIC 9(3).
                        01 SORT-PASS PIC 9(3).
                        01 SORT-SCAN PIC 9(3).
                        01 SORT-SWAPPED-SW PIC X.
                                88 SORT-SWAPPED VALUE 'Y'.
                        01 SORT-HOLD-INDEX PIC 9(3).
                        01 STATUS-TEXT PIC X(7).
                        01 MASTER-RECS-READ PIC 9(5) VALUE 0.
                        01 MASTER-RECS-WRITTEN PIC 9(5) VALUE 0.
                        01 ADD-COUNT PIC 9(5) VALUE 0.
                        01 CHANGE-COUNT PIC 9(5) VALUE 0.
                        01 RETIRE-COUNT PIC 9(5) VALUE 0.
                        01 REINSTATE-COUNT PIC 9(5) VALUE 0.
                        01 DELETE-COUNT PIC 9(5) VALUE 0.
                        01 VERIFY-COUNT PIC 9(5) VALUE 0.
                        01 VERIFY-FAIL-COUNT PIC 9(5) VALUE 0.
                        01 LIST-COUNT PIC 9(5) VALUE 0.
                        01 REJECT-COUNT PIC 9(5) VALUE 0.
                        01 TXN-NUM-TEXT PIC 9(5).
                        01 COUNT-TEXT-1 PIC 9(5).
                        01 COUNT-TEXT-2 PIC 9(5).
                        01 COUNT-TEXT-3 PIC 9(5).
                        01 COUNT-TEXT-4 PIC 9(5).
                        01 COUNT-TEXT-5 PIC 9(5).
                        01 COUNT-TEXT-6 PIC 9(5).
                        01 COUNT-TEXT-7 PIC 9(5).
                        01 COUNT-TEXT-8 PIC 9(5).
                        01 COUNT-TEXT-9 PIC 9(5).
                        01 CELLS-TEXT-1 PIC 9(6).
                        01 CELLS-TEXT-2 PIC 9(6).

        PROCEDURE DIVISION.
                PERFORM 0050-OPEN-FILES THRU 0050-EXIT.

                PERFORM 0060-READ-CONTROL-CARD THRU 0060-EXIT.

                PERFORM 0100-LOAD-MASTER THRU 0100-EXIT.

                PERFORM 0200-PROCESS-TRANSACTIONS THRU 0200-EXIT.

                PERFORM 0600-WRITE-NEW-MASTER THRU 0600-EXIT.

                PERFORM 0700-WRITE-TOTALS THRU 0700-EXIT.

                CLOSE REGISTER-FILE.

                IF REJECT-COUNT > 0 OR VERIFY-FAIL-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.

        0050-OPEN-FILES.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN INPUT TXN-FILE.

                IF TXN-FILE-STATUS NOT = '00'
                        DISPLAY "CATMAINT: UNABLE TO OPEN TRANSACTION FILE "
                                "../catmaint.txt"
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT REGISTER-FILE.

                IF REGISTER-FILE-STATUS NOT = '00'
                        DISPLAY "CATMAINT: UNABLE TO OPEN CHANGE REGISTER "
                                "../catmaint-register.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO REGISTER-REC.
                STRING "SEED CATALOG CHANGE REGISTER  DATE "
                           DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "  TIME " DELIMITED BY SIZE
                       RUN-TIME-TEXT(1:6) DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.
        0050-EXIT.
                EXIT.

        0060-READ-CONTROL-CARD.
                OPEN INPUT CONTROL-FILE.

                IF CONTROL-FILE-STATUS = '00'
                        READ CONTROL-FILE
                        END-READ

                        IF CTL-GRID-ROWS IS NUMERIC AND CTL-GRID-ROWS > 0
                                MOVE CTL-GRID-ROWS TO GRID-ROWS
                        END-IF

                        IF CTL-GRID-COLS IS NUMERIC AND CTL-GRID-COLS > 0
                                MOVE CTL-GRID-COLS TO GRID-COLS
                        END-IF

                        CLOSE CONTROL-FILE
                END-IF.
        0060-EXIT.
                EXIT.

        0100-LOAD-MASTER.
                OPEN INPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "CATMAINT: UNABLE TO OPEN SEED CATALOG "
                                "../seedcat.txt STATUS " CATALOG-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL CATALOG-AT-EOF
                        READ CATALOG-FILE
                                AT END
                                        MOVE 'Y' TO CATALOG-EOF-SW
                                NOT AT END
                                        ADD 1 TO MASTER-RECS-READ
                                        PERFORM 0110-STORE-ENTRY
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE CATALOG-FILE.
        0100-EXIT.
                EXIT.

        0110-STORE-ENTRY.
                IF SCT-SEED-ID NOT > LAST-MASTER-KEY
                        DISPLAY "CATMAINT: SEED CATALOG OUT OF SEQUENCE AT "
                                SCT-SEED-ID
                        GO TO 9999-ABEND
                END-IF.

                IF CAT-COUNT = 500
                        DISPLAY "CATMAINT: SEED CATALOG EXCEEDS THE 500 "
                                "ENTRY MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SCT-SEED-ID TO LAST-MASTER-KEY.

                ADD 1 TO CAT-COUNT.
                MOVE CATALOG-REC TO CE-RECORD(CAT-COUNT).
                MOVE 'A' TO CE-FILE-SW(CAT-COUNT).
        0110-EXIT.
                EXIT.

        0200-PROCESS-TRANSACTIONS.
                PERFORM UNTIL TXN-AT-EOF
                        READ TXN-FILE
                                AT END
                                        MOVE 'Y' TO TXN-EOF-SW
                                NOT AT END
                                        IF TXN-REC NOT = SPACES
                                                PERFORM 0220-APPLY-TRANSACTION
                                                        THRU 0220-EXIT
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE TXN-FILE.
        0200-EXIT.
                EXIT.

        0220-APPLY-TRANSACTION.
                ADD 1 TO TXN-NUM.

                MOVE TXN-CODE TO HOLD-TXN-CODE.
                MOVE TXN-SEED-ID TO HOLD-TXN-SEED-ID.
                MOVE TXN-FILE-NAME TO HOLD-TXN-FILE-NAME.
                MOVE TXN-SEED-FORMAT TO HOLD-TXN-SEED-FORMAT.
                MOVE TXN-GRID-ROWS TO HOLD-TXN-GRID-ROWS.
                MOVE TXN-GRID-COLS TO HOLD-TXN-GRID-COLS.
                MOVE TXN-PARENT-LABEL TO HOLD-TXN-PARENT-LABEL.
                MOVE TXN-DESCRIPTION TO HOLD-TXN-DESCRIPTION.

                MOVE 'N' TO TXN-REJECT-SW.
                MOVE SPACES TO REJECT-REASON.

                PERFORM 0510-WRITE-TXN-HEADING THRU 0510-EXIT.

                IF HOLD-TXN-SEED-ID = SPACES AND
                   NOT HOLD-TXN-LIST AND NOT HOLD-TXN-VERIFY
                        MOVE "SEED ID IS BLANK" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        PERFORM 0520-WRITE-RESULT THRU 0520-EXIT
                        GO TO 0220-EXIT
                END-IF.

                EVALUATE TRUE
                        WHEN HOLD-TXN-ADD
                                PERFORM 0300-ADD-SEED THRU 0300-EXIT
                        WHEN HOLD-TXN-CHANGE
                                PERFORM 0320-CHANGE-DESCRIPTION
                                        THRU 0320-EXIT
                        WHEN HOLD-TXN-RETIRE
                                PERFORM 0330-RETIRE-SEED THRU 0330-EXIT
                        WHEN HOLD-TXN-REINSTATE
                                PERFORM 0335-REINSTATE-SEED THRU 0335-EXIT
                        WHEN HOLD-TXN-DELETE
                                PERFORM 0340-DELETE-SEED THRU 0340-EXIT
                        WHEN HOLD-TXN-VERIFY
                                PERFORM 0350-VERIFY-SEEDS THRU 0350-EXIT
                        WHEN HOLD-TXN-LIST
                                PERFORM 0360-LIST-SEEDS THRU 0360-EXIT
                        WHEN OTHER
                                MOVE SPACES TO REJECT-REASON
                                STRING "TRANSACTION CODE MUST BE A, C, R, I, "
                                           DELIMITED BY SIZE
                                       "D, V OR L" DELIMITED BY SIZE
                                       INTO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                END-EVALUATE.

                PERFORM 0520-WRITE-RESULT THRU 0520-EXIT.
        0220-EXIT.
                EXIT.

        0230-FIND-ENTRY.
                MOVE 0 TO CAT-HIT.
                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT OR CAT-HIT > 0
                        ADD 1 TO CAT-SCAN
                        IF CE-SEED-ID(CAT-SCAN) = HOLD-TXN-SEED-ID AND
                           CE-ON-FILE(CAT-SCAN)
                                MOVE CAT-SCAN TO CAT-HIT
                        END-IF
                END-PERFORM.
        0230-EXIT.
                EXIT.

        0240-FIND-PARENT-RUN.
                MOVE 'N' TO PARENT-FOUND-SW.
                MOVE 0 TO PARENT-DATE.
                MOVE SPACES TO PARENT-SEED-NAME.
                MOVE SPACES TO PARENT-SEED-ID.
                MOVE 'N' TO RUNHIST-EOF-SW.

                OPEN INPUT RUNHIST-FILE.

                IF RUNHIST-FILE-STATUS NOT = '00' AND
                   RUNHIST-FILE-STATUS NOT = '05'
                        DISPLAY "CATMAINT: UNABLE TO OPEN RUN HISTORY "
                                "../runhist.txt STATUS " RUNHIST-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL RUNHIST-AT-EOF
                        READ RUNHIST-FILE
                                AT END
                                        MOVE 'Y' TO RUNHIST-EOF-SW
                                NOT AT END
                                        IF RH-LABEL = HOLD-TXN-PARENT-LABEL
                                                MOVE 'Y' TO PARENT-FOUND-SW
                                                MOVE RH-DATE TO PARENT-DATE
                                                MOVE RH-SEED-NAME
                                                        TO PARENT-SEED-NAME
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE RUNHIST-FILE.

                IF NOT PARENT-FOUND
                        GO TO 0240-EXIT
                END-IF.

                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        IF CE-ON-FILE(CAT-SCAN) AND
                           CE-FILE-NAME(CAT-SCAN) = PARENT-SEED-NAME
                                IF PARENT-SEED-ID = SPACES OR
                                   CE-STATUS(CAT-SCAN) = 'A'
                                        MOVE CE-SEED-ID(CAT-SCAN)
                                                TO PARENT-SEED-ID
                                END-IF
                        END-IF
                END-PERFORM.
        0240-EXIT.
                EXIT.

        0250-FIND-ACTIVE-FILE.
                MOVE 0 TO CAT-CHILD-HIT.
                MOVE 0 TO CAT-CHILD-SCAN.

                PERFORM UNTIL CAT-CHILD-SCAN = CAT-COUNT OR
                              CAT-CHILD-HIT > 0
                        ADD 1 TO CAT-CHILD-SCAN
                        IF CE-ON-FILE(CAT-CHILD-SCAN) AND
                           CE-STATUS(CAT-CHILD-SCAN) = 'A' AND
                           CE-FILE-NAME(CAT-CHILD-SCAN) = SEED-FILENAME AND
                           CE-SEED-ID(CAT-CHILD-SCAN) NOT = HOLD-TXN-SEED-ID
                                MOVE CAT-CHILD-SCAN TO CAT-CHILD-HIT
                        END-IF
                END-PERFORM.
        0250-EXIT.
                EXIT.

        0300-ADD-SEED.
                PERFORM 0230-FIND-ENTRY THRU 0230-EXIT.

                IF CAT-HIT > 0
                        MOVE "SEED ID IS ALREADY CATALOGED" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF HOLD-TXN-FILE-NAME = SPACES
                        MOVE "SEED FILE NAME IS BLANK" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF HOLD-TXN-SEED-FORMAT = SPACE
                        MOVE 'F' TO MEASURE-FORMAT
                ELSE
                        MOVE HOLD-TXN-SEED-FORMAT TO MEASURE-FORMAT
                END-IF.

                IF MEASURE-FORMAT NOT = 'F' AND MEASURE-FORMAT NOT = 'R'
                        MOVE "SEED FORMAT MUST BE F, R OR BLANK"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF HOLD-TXN-GRID-ROWS = SPACES
                        MOVE GRID-ROWS TO MEASURE-ROWS
                ELSE
                        IF HOLD-TXN-GRID-ROWS IS NUMERIC
                                MOVE HOLD-TXN-GRID-ROWS TO MEASURE-ROWS
                        ELSE
                                MOVE 0 TO MEASURE-ROWS
                        END-IF
                END-IF.

                IF HOLD-TXN-GRID-COLS = SPACES
                        MOVE GRID-COLS TO MEASURE-COLS
                ELSE
                        IF HOLD-TXN-GRID-COLS IS NUMERIC
                                MOVE HOLD-TXN-GRID-COLS TO MEASURE-COLS
                        ELSE
                                MOVE 0 TO MEASURE-COLS
                        END-IF
                END-IF.

                IF MEASURE-ROWS = 0 OR MEASURE-COLS = 0 OR
                   MEASURE-ROWS > 200 OR MEASURE-COLS > 200
                        MOVE "GRID ROWS AND COLS MUST BE 001 TO 200"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                COMPUTE MEASURE-CELLS = MEASURE-ROWS * MEASURE-COLS.

                IF MEASURE-CELLS > 40000
                        MOVE SPACES TO REJECT-REASON
                        STRING "GRID ROWS * COLS EXCEEDS THE 40000 CELL "
                                   DELIMITED BY SIZE
                               "MAXIMUM" DELIMITED BY SIZE
                               INTO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                MOVE HOLD-TXN-FILE-NAME TO SEED-FILENAME.
                PERFORM 0250-FIND-ACTIVE-FILE THRU 0250-EXIT.

                IF CAT-CHILD-HIT > 0
                        MOVE SPACES TO REJECT-REASON
                        STRING "SEED FILE IS ALREADY CATALOGED AS "
                                   DELIMITED BY SIZE
                               CE-SEED-ID(CAT-CHILD-HIT) DELIMITED BY SPACE
                               INTO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF HOLD-TXN-PARENT-LABEL NOT = SPACES
                        PERFORM 0240-FIND-PARENT-RUN THRU 0240-EXIT
                        IF NOT PARENT-FOUND
                                MOVE "PARENT RUN LABEL NOT IN ../runhist.txt"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0300-EXIT
                        END-IF
                END-IF.

                PERFORM 0400-MEASURE-SEED-FILE THRU 0400-EXIT.

                IF NOT MEASURE-OK
                        MOVE MEASURE-REASON TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF CAT-COUNT = 500
                        MOVE "SEED CATALOG IS FULL AT 500 ENTRIES"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE 0 TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                ADD 1 TO CAT-COUNT.
                MOVE CAT-COUNT TO CAT-HIT.
                MOVE SPACES TO CE-RECORD(CAT-HIT).
                MOVE 'A' TO CE-FILE-SW(CAT-HIT).
                MOVE HOLD-TXN-SEED-ID TO CE-SEED-ID(CAT-HIT).
                MOVE HOLD-TXN-FILE-NAME TO CE-FILE-NAME(CAT-HIT).
                MOVE MEASURE-FORMAT TO CE-SEED-FORMAT(CAT-HIT).
                MOVE MEASURE-ROWS TO CE-GRID-ROWS(CAT-HIT).
                MOVE MEASURE-COLS TO CE-GRID-COLS(CAT-HIT).
                MOVE MEASURE-LIVE TO CE-LIVE-COUNT(CAT-HIT).
                MOVE MEASURE-FINGERPRINT TO CE-FINGERPRINT(CAT-HIT).

                IF HOLD-TXN-PARENT-LABEL NOT = SPACES
                        MOVE "GAMEOFLIFE" TO CE-ORIGIN(CAT-HIT)
                        MOVE HOLD-TXN-PARENT-LABEL
                                TO CE-PARENT-LABEL(CAT-HIT)
                        MOVE PARENT-DATE TO CE-PARENT-DATE(CAT-HIT)
                        MOVE PARENT-SEED-ID TO CE-PARENT-SEED-ID(CAT-HIT)
                ELSE
                        MOVE "MANUAL" TO CE-ORIGIN(CAT-HIT)
                        MOVE 0 TO CE-PARENT-DATE(CAT-HIT)
                END-IF.

                MOVE HOLD-TXN-DESCRIPTION TO CE-DESCRIPTION(CAT-HIT).
                MOVE 'A' TO CE-STATUS(CAT-HIT).
                MOVE RUN-DATE-TEXT TO CE-REGISTERED(CAT-HIT).
                MOVE RUN-DATE-TEXT TO CE-UPDATED(CAT-HIT).

                ADD 1 TO ADD-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE CAT-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0300-EXIT.
                EXIT.

        0320-CHANGE-DESCRIPTION.
                PERFORM 0230-FIND-ENTRY THRU 0230-EXIT.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE CAT-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF CAT-HIT = 0
                        MOVE "SEED ID NOT IN CATALOG" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0320-EXIT
                END-IF.

                IF HOLD-TXN-DESCRIPTION = SPACES
                        MOVE "DESCRIPTION IS BLANK" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0320-EXIT
                END-IF.

                MOVE HOLD-TXN-DESCRIPTION TO CE-DESCRIPTION(CAT-HIT).
                MOVE RUN-DATE-TEXT TO CE-UPDATED(CAT-HIT).
                ADD 1 TO CHANGE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0320-EXIT.
                EXIT.

        0330-RETIRE-SEED.
                PERFORM 0230-FIND-ENTRY THRU 0230-EXIT.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE CAT-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF CAT-HIT = 0
                        MOVE "SEED ID NOT IN CATALOG" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0330-EXIT
                END-IF.

                IF CE-STATUS(CAT-HIT) = 'R'
                        MOVE "SEED IS ALREADY RETIRED" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0330-EXIT
                END-IF.

                MOVE 'R' TO CE-STATUS(CAT-HIT).
                MOVE RUN-DATE-TEXT TO CE-UPDATED(CAT-HIT).
                ADD 1 TO RETIRE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0330-EXIT.
                EXIT.

        0335-REINSTATE-SEED.
                PERFORM 0230-FIND-ENTRY THRU 0230-EXIT.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE CAT-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF CAT-HIT = 0
                        MOVE "SEED ID NOT IN CATALOG" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0335-EXIT
                END-IF.

                IF CE-STATUS(CAT-HIT) = 'A'
                        MOVE "SEED IS ALREADY ACTIVE" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0335-EXIT
                END-IF.

                MOVE CE-FILE-NAME(CAT-HIT) TO SEED-FILENAME.
                PERFORM 0250-FIND-ACTIVE-FILE THRU 0250-EXIT.

                IF CAT-CHILD-HIT > 0
                        MOVE SPACES TO REJECT-REASON
                        STRING "SEED FILE IS NOW CATALOGED AS "
                                   DELIMITED BY SIZE
                               CE-SEED-ID(CAT-CHILD-HIT) DELIMITED BY SPACE
                               INTO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0335-EXIT
                END-IF.

                PERFORM 0410-MEASURE-ENTRY THRU 0410-EXIT.

                IF NOT MEASURE-OK
                        MOVE MEASURE-REASON TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0335-EXIT
                END-IF.

                MOVE 'A' TO CE-STATUS(CAT-HIT).
                MOVE RUN-DATE-TEXT TO CE-UPDATED(CAT-HIT).
                ADD 1 TO REINSTATE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0335-EXIT.
                EXIT.

        0340-DELETE-SEED.
                PERFORM 0230-FIND-ENTRY THRU 0230-EXIT.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE CAT-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF CAT-HIT = 0
                        MOVE "SEED ID NOT IN CATALOG" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0340-EXIT
                END-IF.

                MOVE 0 TO CAT-CHILD-HIT.
                MOVE 0 TO CAT-CHILD-SCAN.

                PERFORM UNTIL CAT-CHILD-SCAN = CAT-COUNT OR
                              CAT-CHILD-HIT > 0
                        ADD 1 TO CAT-CHILD-SCAN
                        IF CE-ON-FILE(CAT-CHILD-SCAN) AND
                           CE-PARENT-SEED-ID(CAT-CHILD-SCAN) =
                           HOLD-TXN-SEED-ID
                                MOVE CAT-CHILD-SCAN TO CAT-CHILD-HIT
                        END-IF
                END-PERFORM.

                IF CAT-CHILD-HIT > 0
                        MOVE SPACES TO REJECT-REASON
                        STRING "SEED " DELIMITED BY SIZE
                               CE-SEED-ID(CAT-CHILD-HIT) DELIMITED BY SPACE
                               " IS DERIVED FROM IT, RETIRE IT INSTEAD"
                                   DELIMITED BY SIZE
                               INTO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0340-EXIT
                END-IF.

                MOVE 'D' TO CE-FILE-SW(CAT-HIT).
                ADD 1 TO DELETE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE 0 TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0340-EXIT.
                EXIT.

        0350-VERIFY-SEEDS.
                IF HOLD-TXN-SEED-ID = SPACES OR HOLD-TXN-SEED-ID = "*ALL"
                        MOVE 0 TO CAT-SCAN
                        PERFORM UNTIL CAT-SCAN = CAT-COUNT
                                ADD 1 TO CAT-SCAN
                                IF CE-ON-FILE(CAT-SCAN) AND
                                   CE-STATUS(CAT-SCAN) = 'A'
                                        MOVE CAT-SCAN TO CAT-HIT
                                        PERFORM 0355-VERIFY-ONE THRU 0355-EXIT
                                END-IF
                        END-PERFORM
                        GO TO 0350-EXIT
                END-IF.

                PERFORM 0230-FIND-ENTRY THRU 0230-EXIT.

                IF CAT-HIT = 0
                        MOVE "SEED ID NOT IN CATALOG" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0350-EXIT
                END-IF.

                PERFORM 0355-VERIFY-ONE THRU 0355-EXIT.
        0350-EXIT.
                EXIT.

        0355-VERIFY-ONE.
                PERFORM 0410-MEASURE-ENTRY THRU 0410-EXIT.

                ADD 1 TO VERIFY-COUNT.

                MOVE SPACES TO REGISTER-REC.
                MOVE "VERIFY" TO REGISTER-REC(3:8).
                MOVE CE-SEED-ID(CAT-HIT) TO REGISTER-REC(13:10).
                MOVE CE-FILE-NAME(CAT-HIT) TO REGISTER-REC(24:40).

                IF MEASURE-OK
                        MOVE "MATCHES CATALOG" TO REGISTER-REC(65:15)
                ELSE
                        ADD 1 TO VERIFY-FAIL-COUNT
                        MOVE MEASURE-REASON TO REGISTER-REC(65:68)
                END-IF.

                WRITE REGISTER-REC.
        0355-EXIT.
                EXIT.

        0360-LIST-SEEDS.
                MOVE "ON FILE" TO IMAGE-LABEL.

                IF HOLD-TXN-SEED-ID NOT = SPACES
                        PERFORM 0230-FIND-ENTRY THRU 0230-EXIT
                        MOVE CAT-HIT TO IMAGE-ENTRY
                        PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT
                        IF CAT-HIT = 0
                                MOVE "SEED ID NOT IN CATALOG" TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                        ELSE
                                ADD 1 TO LIST-COUNT
                        END-IF
                        GO TO 0360-EXIT
                END-IF.

                PERFORM 0610-BUILD-SORT-INDEX THRU 0610-EXIT.

                MOVE 0 TO SORT-SCAN.

                PERFORM UNTIL SORT-SCAN = SORT-INDEX-COUNT
                        ADD 1 TO SORT-SCAN
                        MOVE SORT-INDEX(SORT-SCAN) TO IMAGE-ENTRY
                        PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT
                END-PERFORM.

                ADD 1 TO LIST-COUNT.
        0360-EXIT.
                EXIT.

        0400-MEASURE-SEED-FILE.
                MOVE 'N' TO MEASURE-OK-SW.
                MOVE SPACES TO MEASURE-REASON.
                MOVE 0 TO MEASURE-LIVE.
                MOVE 0 TO MEASURE-FINGERPRINT.
                MOVE 0 TO MEASURE-VALID-COUNT.
                MOVE 0 TO MEASURE-BAD-COUNT.
                MOVE 'N' TO SEED-EOF-SW.

                OPEN INPUT SEED-FILE.

                IF SEED-FILE-STATUS NOT = '00'
                        MOVE "SEED FILE CANNOT BE OPENED" TO MEASURE-REASON
                        GO TO 0400-EXIT
                END-IF.

                IF MEASURE-FORMAT = 'R'
                        PERFORM 0420-DECODE-RLE-SEED THRU 0420-EXIT
                        CLOSE SEED-FILE
                        IF MEASURE-REASON = SPACES
                                PERFORM 0440-FINGERPRINT-GRID THRU 0440-EXIT
                                MOVE 'Y' TO MEASURE-OK-SW
                        END-IF
                        GO TO 0400-EXIT
                END-IF.

                PERFORM UNTIL SEED-AT-EOF
                        READ SEED-FILE
                                AT END
                                        MOVE 'Y' TO SEED-EOF-SW
                                NOT AT END
                                        PERFORM 0405-TALLY-FLAT-CELL
                                                THRU 0405-EXIT
                        END-READ
                END-PERFORM.

                CLOSE SEED-FILE.

                IF MEASURE-BAD-COUNT > 0
                        MOVE MEASURE-BAD-COUNT TO CELLS-TEXT-1
                        STRING "SEED FILE HOLDS " DELIMITED BY SIZE
                               CELLS-TEXT-1 DELIMITED BY SIZE
                               " INVALID CHARACTERS" DELIMITED BY SIZE
                               INTO MEASURE-REASON
                        GO TO 0400-EXIT
                END-IF.

                IF MEASURE-VALID-COUNT NOT = MEASURE-CELLS
                        MOVE MEASURE-VALID-COUNT TO CELLS-TEXT-1
                        MOVE MEASURE-CELLS TO CELLS-TEXT-2
                        STRING "SEED FILE HOLDS " DELIMITED BY SIZE
                               CELLS-TEXT-1 DELIMITED BY SIZE
                               " CELLS, GRID NEEDS " DELIMITED BY SIZE
                               CELLS-TEXT-2 DELIMITED BY SIZE
                               INTO MEASURE-REASON
                        GO TO 0400-EXIT
                END-IF.

                MOVE 'Y' TO MEASURE-OK-SW.
        0400-EXIT.
                EXIT.

        0405-TALLY-FLAT-CELL.
                IF SEED-REC(1:1) = ' '
                        GO TO 0405-EXIT
                END-IF.

                IF SEED-REC(1:1) < '0' OR SEED-REC(1:1) > '4'
                        ADD 1 TO MEASURE-BAD-COUNT
                        GO TO 0405-EXIT
                END-IF.

                MOVE SEED-REC(1:1) TO FP-CELL-VALUE.
                ADD 1 TO MEASURE-VALID-COUNT.

                IF FP-CELL-VALUE NOT = 0
                        ADD 1 TO MEASURE-LIVE
                END-IF.

                COMPUTE FP-WORK =
                        MEASURE-FINGERPRINT * 31 + FP-CELL-VALUE + 1.
                DIVIDE FP-WORK BY 999999937
                        GIVING FP-QUOTIENT REMAINDER MEASURE-FINGERPRINT.
        0405-EXIT.
                EXIT.

        0410-MEASURE-ENTRY.
                MOVE CE-FILE-NAME(CAT-HIT) TO SEED-FILENAME.
                MOVE CE-SEED-FORMAT(CAT-HIT) TO MEASURE-FORMAT.
                MOVE CE-GRID-ROWS(CAT-HIT) TO MEASURE-ROWS.
                MOVE CE-GRID-COLS(CAT-HIT) TO MEASURE-COLS.
                COMPUTE MEASURE-CELLS = MEASURE-ROWS * MEASURE-COLS.

                PERFORM 0400-MEASURE-SEED-FILE THRU 0400-EXIT.

                IF MEASURE-OK AND
                   (MEASURE-FINGERPRINT NOT = CE-FINGERPRINT(CAT-HIT) OR
                    MEASURE-LIVE NOT = CE-LIVE-COUNT(CAT-HIT))
                        MOVE 'N' TO MEASURE-OK-SW
                        MOVE SPACES TO MEASURE-REASON
                        STRING "SEED FILE CONTENT NO LONGER MATCHES THE "
                                   DELIMITED BY SIZE
                               "CATALOG FINGERPRINT" DELIMITED BY SIZE
                               INTO MEASURE-REASON
                END-IF.
        0410-EXIT.
                EXIT.

        0420-DECODE-RLE-SEED.
                INITIALIZE GRID-CURRENT.

                MOVE 0 TO RLE-ROW.
                MOVE 0 TO RLE-COL.
                MOVE 0 TO RLE-RUN-COUNT.
                MOVE 'N' TO RLE-DONE-SW.

                PERFORM UNTIL RLE-DONE OR SEED-AT-EOF OR
                              MEASURE-REASON NOT = SPACES
                        READ SEED-FILE
                                AT END
                                        MOVE 'Y' TO SEED-EOF-SW
                                NOT AT END
                                        IF SEED-REC(1:1) NOT = '#' AND
                                           SEED-REC(1:1) NOT = 'x'
                                                PERFORM 0425-PARSE-RLE-LINE
                                                        THRU 0425-EXIT
                                        END-IF
                        END-READ
                END-PERFORM.

                IF MEASURE-REASON = SPACES AND NOT RLE-DONE
                        MOVE "RLE SEED FILE HAS NO '!' PATTERN TERMINATOR"
                                TO MEASURE-REASON
                END-IF.
        0420-EXIT.
                EXIT.

        0425-PARSE-RLE-LINE.
                MOVE 1 TO RLE-LINE-POS.

                PERFORM UNTIL RLE-LINE-POS > 200
                           OR SEED-REC(RLE-LINE-POS:1) = ' '
                           OR RLE-DONE
                           OR MEASURE-REASON NOT = SPACES
                        MOVE SEED-REC(RLE-LINE-POS:1) TO RLE-CHAR

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
                                                IF RLE-ROW >= MEASURE-ROWS OR
                                                   RLE-COL > MEASURE-COLS
                                                        PERFORM 0435-RLE-TOO-BIG
                                                                THRU 0435-EXIT
                                                END-IF
                                        WHEN 'o'
                                                PERFORM 0430-EMIT-LIVE-RUN
                                                        THRU 0430-EXIT
                                        WHEN '$'
                                                ADD RLE-RUN-COUNT TO RLE-ROW
                                                MOVE 0 TO RLE-COL
                                        WHEN '!'
                                                MOVE 'Y' TO RLE-DONE-SW
                                        WHEN OTHER
                                                STRING "INVALID RLE "
                                                       "CHARACTER '"
                                                       RLE-CHAR "'"
                                                       DELIMITED BY SIZE
                                                       INTO MEASURE-REASON
                                END-EVALUATE

                                MOVE 0 TO RLE-RUN-COUNT
                        END-IF

                        ADD 1 TO RLE-LINE-POS
                END-PERFORM.
        0425-EXIT.
                EXIT.

        0430-EMIT-LIVE-RUN.
                MOVE 0 TO RLE-RUN-SCAN.

                PERFORM UNTIL RLE-RUN-SCAN = RLE-RUN-COUNT OR
                              MEASURE-REASON NOT = SPACES
                        IF RLE-ROW < MEASURE-ROWS AND RLE-COL < MEASURE-COLS
                                COMPUTE RLE-IDX =
                                        RLE-ROW * MEASURE-COLS + RLE-COL + 1
                                MOVE 1 TO CUR(RLE-IDX)
                        ELSE
                                PERFORM 0435-RLE-TOO-BIG THRU 0435-EXIT
                        END-IF

                        ADD 1 TO RLE-COL
                        ADD 1 TO RLE-RUN-SCAN
                END-PERFORM.
        0430-EXIT.
                EXIT.

        0435-RLE-TOO-BIG.
                MOVE "RLE PATTERN EXCEEDS THE GRID SIZE" TO MEASURE-REASON.
        0435-EXIT.
                EXIT.

        0440-FINGERPRINT-GRID.
                MOVE 0 TO GRID-POS.

                PERFORM UNTIL GRID-POS = MEASURE-CELLS
                        ADD 1 TO GRID-POS
                        IF CUR(GRID-POS) NOT = 0
                                ADD 1 TO MEASURE-LIVE
                        END-IF
                        COMPUTE FP-WORK =
                                MEASURE-FINGERPRINT * 31 + CUR(GRID-POS) + 1
                        DIVIDE FP-WORK BY 999999937
                                GIVING FP-QUOTIENT
                                REMAINDER MEASURE-FINGERPRINT
                END-PERFORM.
        0440-EXIT.
                EXIT.

        0500-WRITE-IMAGE.
                MOVE SPACES TO REGISTER-REC.
                MOVE IMAGE-LABEL TO REGISTER-REC(3:8).

                IF IMAGE-ENTRY = 0
                        IF HOLD-TXN-DELETE AND IMAGE-LABEL = "AFTER"
                                MOVE "DELETED FROM FILE"
                                        TO REGISTER-REC(13:17)
                        ELSE
                                MOVE "NOT ON FILE" TO REGISTER-REC(13:11)
                        END-IF
                        WRITE REGISTER-REC
                        GO TO 0500-EXIT
                END-IF.

                IF CE-STATUS(IMAGE-ENTRY) = 'R'
                        MOVE "RETIRED" TO STATUS-TEXT
                ELSE
                        MOVE "ACTIVE" TO STATUS-TEXT
                END-IF.

                STRING CE-SEED-ID(IMAGE-ENTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STATUS-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-ORIGIN(IMAGE-ENTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-FILE-NAME(IMAGE-ENTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-SEED-FORMAT(IMAGE-ENTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-GRID-ROWS(IMAGE-ENTRY) DELIMITED BY SIZE
                       "X" DELIMITED BY SIZE
                       CE-GRID-COLS(IMAGE-ENTRY) DELIMITED BY SIZE
                       " LIVE " DELIMITED BY SIZE
                       CE-LIVE-COUNT(IMAGE-ENTRY) DELIMITED BY SIZE
                       " FP " DELIMITED BY SIZE
                       CE-FINGERPRINT(IMAGE-ENTRY) DELIMITED BY SIZE
                       INTO REGISTER-REC(13:120).
                WRITE REGISTER-REC.

                MOVE SPACES TO REGISTER-REC.
                IF CE-PARENT-LABEL(IMAGE-ENTRY) NOT = SPACES
                        STRING "PARENT RUN " DELIMITED BY SIZE
                               CE-PARENT-LABEL(IMAGE-ENTRY) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CE-PARENT-DATE(IMAGE-ENTRY) DELIMITED BY SIZE
                               " SEED " DELIMITED BY SIZE
                               CE-PARENT-SEED-ID(IMAGE-ENTRY)
                                   DELIMITED BY SIZE
                               INTO REGISTER-REC(24:50)
                END-IF.
                STRING "REGISTERED " DELIMITED BY SIZE
                       CE-REGISTERED(IMAGE-ENTRY) DELIMITED BY SIZE
                       " UPDATED " DELIMITED BY SIZE
                       CE-UPDATED(IMAGE-ENTRY) DELIMITED BY SIZE
                       INTO REGISTER-REC(76:37).
                WRITE REGISTER-REC.

                IF CE-DESCRIPTION(IMAGE-ENTRY) NOT = SPACES
                        MOVE SPACES TO REGISTER-REC
                        MOVE CE-DESCRIPTION(IMAGE-ENTRY)
                                TO REGISTER-REC(24:40)
                        WRITE REGISTER-REC
                END-IF.
        0500-EXIT.
                EXIT.

        0510-WRITE-TXN-HEADING.
                MOVE TXN-NUM TO TXN-NUM-TEXT.

                MOVE SPACES TO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE SPACES TO REGISTER-REC.
                STRING "TRANSACTION " DELIMITED BY SIZE
                       TXN-NUM-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INTO REGISTER-REC.

                EVALUATE HOLD-TXN-CODE
                        WHEN 'A'
                                MOVE "ADD" TO REGISTER-REC(21:9)
                        WHEN 'C'
                                MOVE "CHANGE" TO REGISTER-REC(21:9)
                        WHEN 'R'
                                MOVE "RETIRE" TO REGISTER-REC(21:9)
                        WHEN 'I'
                                MOVE "REINSTATE" TO REGISTER-REC(21:9)
                        WHEN 'D'
                                MOVE "DELETE" TO REGISTER-REC(21:9)
                        WHEN 'V'
                                MOVE "VERIFY" TO REGISTER-REC(21:9)
                        WHEN 'L'
                                MOVE "LIST" TO REGISTER-REC(21:9)
                        WHEN OTHER
                                MOVE "CODE  " TO REGISTER-REC(21:5)
                                MOVE HOLD-TXN-CODE TO REGISTER-REC(26:1)
                END-EVALUATE.

                IF HOLD-TXN-SEED-ID = SPACES AND
                   (HOLD-TXN-LIST OR HOLD-TXN-VERIFY)
                        MOVE "ALL SEEDS" TO REGISTER-REC(32:40)
                ELSE
                        MOVE HOLD-TXN-SEED-ID TO REGISTER-REC(32:10)
                END-IF.

                IF HOLD-TXN-ADD
                        MOVE HOLD-TXN-FILE-NAME TO REGISTER-REC(43:40)
                        MOVE HOLD-TXN-SEED-FORMAT TO REGISTER-REC(84:1)
                        MOVE HOLD-TXN-GRID-ROWS TO REGISTER-REC(86:3)
                        MOVE HOLD-TXN-GRID-COLS TO REGISTER-REC(90:3)
                        IF HOLD-TXN-PARENT-LABEL NOT = SPACES
                                MOVE "PARENT RUN" TO REGISTER-REC(94:10)
                                MOVE HOLD-TXN-PARENT-LABEL
                                        TO REGISTER-REC(105:10)
                        END-IF
                END-IF.
                WRITE REGISTER-REC.

                IF (HOLD-TXN-ADD OR HOLD-TXN-CHANGE) AND
                   HOLD-TXN-DESCRIPTION NOT = SPACES
                        MOVE SPACES TO REGISTER-REC
                        STRING "  DESCRIPTION " DELIMITED BY SIZE
                               HOLD-TXN-DESCRIPTION DELIMITED BY SIZE
                               INTO REGISTER-REC
                        WRITE REGISTER-REC
                END-IF.
        0510-EXIT.
                EXIT.

        0520-WRITE-RESULT.
                MOVE SPACES TO REGISTER-REC.

                IF TXN-REJECTED
                        ADD 1 TO REJECT-COUNT
                        STRING "  RESULT    REJECTED - " DELIMITED BY SIZE
                               REJECT-REASON DELIMITED BY SIZE
                               INTO REGISTER-REC
                ELSE
                        MOVE "  RESULT    APPLIED" TO REGISTER-REC
                END-IF.

                WRITE REGISTER-REC.
        0520-EXIT.
                EXIT.

        0600-WRITE-NEW-MASTER.
                PERFORM 0610-BUILD-SORT-INDEX THRU 0610-EXIT.

                OPEN OUTPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "CATMAINT: UNABLE TO REWRITE SEED CATALOG "
                                "../seedcat.txt STATUS " CATALOG-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO SORT-SCAN.

                PERFORM UNTIL SORT-SCAN = SORT-INDEX-COUNT
                        ADD 1 TO SORT-SCAN
                        MOVE CE-RECORD(SORT-INDEX(SORT-SCAN)) TO CATALOG-REC
                        WRITE CATALOG-REC
                        ADD 1 TO MASTER-RECS-WRITTEN
                END-PERFORM.

                CLOSE CATALOG-FILE.
        0600-EXIT.
                EXIT.

        0610-BUILD-SORT-INDEX.
                MOVE 0 TO SORT-INDEX-COUNT.
                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        IF CE-ON-FILE(CAT-SCAN)
                                ADD 1 TO SORT-INDEX-COUNT
                                MOVE CAT-SCAN TO SORT-INDEX(SORT-INDEX-COUNT)
                        END-IF
                END-PERFORM.

                MOVE 0 TO SORT-PASS.
                MOVE 'Y' TO SORT-SWAPPED-SW.

                PERFORM UNTIL NOT SORT-SWAPPED
                           OR SORT-PASS >= SORT-INDEX-COUNT
                        MOVE 'N' TO SORT-SWAPPED-SW
                        MOVE 1 TO SORT-SCAN

                        PERFORM UNTIL SORT-SCAN >= SORT-INDEX-COUNT
                                IF CE-SEED-ID(SORT-INDEX(SORT-SCAN)) >
                                   CE-SEED-ID(SORT-INDEX(SORT-SCAN + 1))
                                        MOVE SORT-INDEX(SORT-SCAN)
                                                TO SORT-HOLD-INDEX
                                        MOVE SORT-INDEX(SORT-SCAN + 1)
                                                TO SORT-INDEX(SORT-SCAN)
                                        MOVE SORT-HOLD-INDEX
                                                TO SORT-INDEX(SORT-SCAN + 1)
                                        MOVE 'Y' TO SORT-SWAPPED-SW
                                END-IF
                                ADD 1 TO SORT-SCAN
                        END-PERFORM

                        ADD 1 TO SORT-PASS
                END-PERFORM.
        0610-EXIT.
                EXIT.

        0700-WRITE-TOTALS.
                MOVE SPACES TO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE MASTER-RECS-READ TO COUNT-TEXT-1.
                MOVE MASTER-RECS-WRITTEN TO COUNT-TEXT-2.

                MOVE SPACES TO REGISTER-REC.
                STRING "CATALOG ENTRIES READ " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  WRITTEN " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE TXN-NUM TO COUNT-TEXT-1.
                MOVE ADD-COUNT TO COUNT-TEXT-2.
                MOVE CHANGE-COUNT TO COUNT-TEXT-3.
                MOVE RETIRE-COUNT TO COUNT-TEXT-4.
                MOVE REINSTATE-COUNT TO COUNT-TEXT-5.
                MOVE DELETE-COUNT TO COUNT-TEXT-6.
                MOVE LIST-COUNT TO COUNT-TEXT-7.
                MOVE REJECT-COUNT TO COUNT-TEXT-8.

                MOVE SPACES TO REGISTER-REC.
                STRING "TRANSACTIONS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  ADDED " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  CHANGED " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  RETIRED " DELIMITED BY SIZE
                       COUNT-TEXT-4 DELIMITED BY SIZE
                       "  REINSTATED " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       "  DELETED " DELIMITED BY SIZE
                       COUNT-TEXT-6 DELIMITED BY SIZE
                       "  LISTED " DELIMITED BY SIZE
                       COUNT-TEXT-7 DELIMITED BY SIZE
                       "  REJECTED " DELIMITED BY SIZE
                       COUNT-TEXT-8 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE VERIFY-COUNT TO COUNT-TEXT-3.
                MOVE VERIFY-FAIL-COUNT TO COUNT-TEXT-9.

                MOVE SPACES TO REGISTER-REC.
                STRING "SEEDS VERIFIED " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  NOT MATCHING " DELIMITED BY SIZE
                       COUNT-TEXT-9 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE MASTER-RECS-WRITTEN TO COUNT-TEXT-4.

                DISPLAY "CATMAINT: " COUNT-TEXT-1 " TRANSACTIONS, "
                        COUNT-TEXT-8 " REJECTED, " COUNT-TEXT-9
                        " NOT MATCHING, " COUNT-TEXT-4
                        " SEEDS ON FILE".
        0700-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
