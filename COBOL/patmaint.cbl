        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PATMAINT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL PATLIB-FILE ASSIGN TO "../patlib.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PATLIB-FILE-STATUS.
                SELECT TXN-FILE ASSIGN TO "../patmaint.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TXN-FILE-STATUS.
                SELECT REGISTER-FILE ASSIGN TO "../patmaint-register.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REGISTER-FILE-STATUS.
        DATA DIVISION.
                FILE SECTION.
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
                        FD TXN-FILE.
                                01 TXN-REC PIC X(80).
                                01 TXN-FIELDS REDEFINES TXN-REC.
                                        05 TXN-CODE PIC X.
                                        05 TXN-NAME PIC X(20).
                                        05 TXN-CATEGORY PIC X(10).
                                        05 TXN-PERIOD PIC X(3).
                                        05 TXN-DESCRIPTION PIC X(40).
                                        05 FILLER PIC X(6).
                                01 TXN-PATTERN-FIELDS REDEFINES TXN-REC.
                                        05 FILLER PIC X.
                                        05 TXN-RLE-TEXT PIC X(76).
                                        05 FILLER PIC X(3).
                        FD REGISTER-FILE.
                                01 REGISTER-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 PATLIB-FILE-STATUS PIC XX.
                        01 TXN-FILE-STATUS PIC XX.
                        01 REGISTER-FILE-STATUS PIC XX.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 PATLIB-EOF-SW PIC X VALUE 'N'.
                                88 PATLIB-AT-EOF VALUE 'Y'.
                        01 TXN-EOF-SW PIC X VALUE 'N'.
                                88 TXN-AT-EOF VALUE 'Y'.
                        01 PATTERN-TABLE.
                                05 PATTERN-ENTRY OCCURS 500 TIMES.
                                        10 PE-NAME PIC X(20).
                                        10 PE-CATEGORY PIC X(10).
                                        10 PE-PERIOD PIC 9(3).
                                        10 PE-ROWS PIC 9(3).
                                        10 PE-COLS PIC 9(3).
                                        10 PE-LIVE-CELLS PIC 9(5).
                                        10 PE-LINE-COUNT PIC 9(3).
                                        10 PE-UPDATED PIC 9(8).
                                        10 PE-DESCRIPTION PIC X(40).
                                        10 PE-FIRST-LINE PIC 9(5).
                                        10 PE-STATUS-SW PIC X.
                                                88 PE-ACTIVE VALUE 'A'.
                                                88 PE-DELETED VALUE 'D'.
                        01 PATTERN-COUNT PIC 9(3) VALUE 0.
                        01 PATTERN-SCAN PIC 9(3).
                        01 PATTERN-HIT PIC 9(3).
                        01 RLE-POOL-TABLE.
                                05 RLE-POOL-LINE PIC X(76)
                                        OCCURS 20000 TIMES.
                        01 RLE-POOL-COUNT PIC 9(5) VALUE 0.
                        01 RLE-POOL-SCAN PIC 9(5).
                        01 LAST-MASTER-NAME PIC X(20) VALUE LOW-VALUES.
                        01 TXN-LINE-TABLE.
                                05 TXN-LINE PIC X(76) OCCURS 200 TIMES.
                        01 TXN-LINE-COUNT PIC 9(3).
                        01 TXN-LINE-SCAN PIC 9(3).
                        01 TXN-OVERFLOW-SW PIC X.
                                88 TXN-OVERFLOW VALUE 'Y'.
                        01 HOLD-TXN-CODE PIC X.
                                88 HOLD-TXN-ADD VALUE 'A'.
                                88 HOLD-TXN-REPLACE VALUE 'R'.
                                88 HOLD-TXN-DELETE VALUE 'D'.
                                88 HOLD-TXN-LIST VALUE 'L'.
                        01 HOLD-TXN-NAME PIC X(20).
                        01 HOLD-TXN-CATEGORY PIC X(10).
                        01 HOLD-TXN-PERIOD PIC X(3).
                        01 HOLD-TXN-DESCRIPTION PIC X(40).
                        01 TXN-NUM PIC 9(5) VALUE 0.
                        01 TXN-REJECT-SW PIC X.
                                88 TXN-REJECTED VALUE 'Y'.
                        01 REJECT-REASON PIC X(80).
                        01 NEW-CATEGORY PIC X(10).
                        01 NEW-PERIOD PIC 9(3).
                        01 NEW-ROWS PIC 9(3).
                        01 NEW-COLS PIC 9(3).
                        01 NEW-LIVE-CELLS PIC 9(5).
                        01 RLE-ROW PIC 9(5).
                        01 RLE-COL PIC 9(5).
                        01 RLE-LINE-POS PIC 9(3).
                        01 RLE-RUN-COUNT PIC 9(5).
                        01 RLE-CHAR PIC X.
                        01 RLE-DIGIT-VAL PIC 9.
                        01 RLE-DONE-SW PIC X.
                                88 RLE-DONE VALUE 'Y'.
                        01 IMAGE-LABEL PIC X(8).
                        01 IMAGE-ENTRY PIC 9(3).
                        01 SORT-INDEX-TABLE.
                                05 SORT-INDEX PIC 9(3) OCCURS 500 TIMES.
                        01 SORT-INDEX-COUNT PIC 9(3).
                        01 SORT-PASS PIC 9(3).
                        01 SORT-SCAN PIC 9(3).
                        01 SORT-SWAPPED-SW PIC X.
                                88 SORT-SWAPPED VALUE 'Y'.
                        01 SORT-HOLD-INDEX PIC 9(3).
                        01 WRITE-SEQ PIC 9(3).
                        01 MASTER-RECS-READ PIC 9(5) VALUE 0.
                        01 MASTER-RECS-WRITTEN PIC 9(5) VALUE 0.
                        01 PATTERNS-BEFORE PIC 9(3) VALUE 0.
                        01 PATTERNS-AFTER PIC 9(3) VALUE 0.
                        01 ADD-COUNT PIC 9(5) VALUE 0.
                        01 REPLACE-COUNT PIC 9(5) VALUE 0.
                        01 DELETE-COUNT PIC 9(5) VALUE 0.
                        01 LIST-COUNT PIC 9(5) VALUE 0.
                        01 REJECT-COUNT PIC 9(5) VALUE 0.
                        01 TXN-NUM-TEXT PIC 9(5).
                        01 COUNT-TEXT-1 PIC 9(5).
                        01 COUNT-TEXT-2 PIC 9(5).
                        01 COUNT-TEXT-3 PIC 9(5).
                        01 COUNT-TEXT-4 PIC 9(5).
                        01 COUNT-TEXT-5 PIC 9(5).
                        01 COUNT-TEXT-6 PIC 9(5).
                        01 PERIOD-TEXT PIC 9(3).
                        01 ROWS-TEXT PIC 9(3).
                        01 COLS-TEXT PIC 9(3).
                        01 LIVE-TEXT PIC 9(5).

        PROCEDURE DIVISION.
                PERFORM 0050-OPEN-FILES THRU 0050-EXIT.

                PERFORM 0100-LOAD-MASTER THRU 0100-EXIT.

                PERFORM 0200-PROCESS-TRANSACTIONS THRU 0200-EXIT.

                PERFORM 0600-WRITE-NEW-MASTER THRU 0600-EXIT.

                PERFORM 0700-WRITE-TOTALS THRU 0700-EXIT.

                CLOSE REGISTER-FILE.

                IF REJECT-COUNT > 0
                        MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.

        0050-OPEN-FILES.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN INPUT TXN-FILE.

                IF TXN-FILE-STATUS NOT = '00'
                        DISPLAY "PATMAINT: UNABLE TO OPEN TRANSACTION FILE "
                                "../patmaint.txt"
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT REGISTER-FILE.

                IF REGISTER-FILE-STATUS NOT = '00'
                        DISPLAY "PATMAINT: UNABLE TO OPEN CHANGE REGISTER "
                                "../patmaint-register.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO REGISTER-REC.
                STRING "PATTERN LIBRARY CHANGE REGISTER  DATE "
                           DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "  TIME " DELIMITED BY SIZE
                       RUN-TIME-TEXT(1:6) DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.
        0050-EXIT.
                EXIT.

        0100-LOAD-MASTER.
                OPEN INPUT PATLIB-FILE.

                IF PATLIB-FILE-STATUS NOT = '00' AND
                   PATLIB-FILE-STATUS NOT = '05'
                        DISPLAY "PATMAINT: UNABLE TO OPEN PATTERN LIBRARY "
                                "../patlib.txt STATUS " PATLIB-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO PATLIB-EOF-SW.

                PERFORM UNTIL PATLIB-AT-EOF
                        READ PATLIB-FILE
                                AT END
                                        MOVE 'Y' TO PATLIB-EOF-SW
                                NOT AT END
                                        ADD 1 TO MASTER-RECS-READ
                                        IF PLB-REC-TYPE = 'H'
                                                PERFORM 0110-STORE-HEADER
                                                        THRU 0110-EXIT
                                        ELSE
                                                PERFORM 0120-STORE-DATA-LINE
                                                        THRU 0120-EXIT
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE PATLIB-FILE.

                MOVE PATTERN-COUNT TO PATTERNS-BEFORE.
        0100-EXIT.
                EXIT.

        0110-STORE-HEADER.
                IF PLB-NAME NOT > LAST-MASTER-NAME
                        DISPLAY "PATMAINT: PATTERN LIBRARY OUT OF SEQUENCE "
                                "AT " PLB-NAME
                        GO TO 9999-ABEND
                END-IF.

                IF PATTERN-COUNT = 500
                        DISPLAY "PATMAINT: PATTERN LIBRARY EXCEEDS THE 500 "
                                "PATTERN MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

                MOVE PLB-NAME TO LAST-MASTER-NAME.

                ADD 1 TO PATTERN-COUNT.
                MOVE PLB-NAME TO PE-NAME(PATTERN-COUNT).
                MOVE PLB-CATEGORY TO PE-CATEGORY(PATTERN-COUNT).
                MOVE PLB-PERIOD TO PE-PERIOD(PATTERN-COUNT).
                MOVE PLB-ROWS TO PE-ROWS(PATTERN-COUNT).
                MOVE PLB-COLS TO PE-COLS(PATTERN-COUNT).
                MOVE PLB-LIVE-CELLS TO PE-LIVE-CELLS(PATTERN-COUNT).
                MOVE 0 TO PE-LINE-COUNT(PATTERN-COUNT).
                MOVE PLB-UPDATED TO PE-UPDATED(PATTERN-COUNT).
                MOVE PLB-DESCRIPTION TO PE-DESCRIPTION(PATTERN-COUNT).
                COMPUTE PE-FIRST-LINE(PATTERN-COUNT) = RLE-POOL-COUNT + 1.
                MOVE 'A' TO PE-STATUS-SW(PATTERN-COUNT).
        0110-EXIT.
                EXIT.

        0120-STORE-DATA-LINE.
                IF PATTERN-COUNT = 0 OR
                   PLD-NAME NOT = PE-NAME(PATTERN-COUNT)
                        DISPLAY "PATMAINT: PATTERN LIBRARY DATA RECORD "
                                "WITHOUT HEADER AT " PLD-NAME
                        GO TO 9999-ABEND
                END-IF.

                IF RLE-POOL-COUNT = 20000
                        DISPLAY "PATMAINT: PATTERN LIBRARY EXCEEDS THE 20000 "
                                "PATTERN LINE MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO RLE-POOL-COUNT.
                MOVE PLD-RLE-TEXT TO RLE-POOL-LINE(RLE-POOL-COUNT).
                ADD 1 TO PE-LINE-COUNT(PATTERN-COUNT).
        0120-EXIT.
                EXIT.

        0200-PROCESS-TRANSACTIONS.
                PERFORM 0205-READ-TXN-CARD THRU 0205-EXIT.

                PERFORM UNTIL TXN-AT-EOF
                        EVALUATE TRUE
                                WHEN TXN-REC = SPACES
                                        PERFORM 0205-READ-TXN-CARD
                                                THRU 0205-EXIT
                                WHEN TXN-CODE = 'P'
                                        PERFORM 0215-REJECT-ORPHAN-CARD
                                                THRU 0215-EXIT
                                        PERFORM 0205-READ-TXN-CARD
                                                THRU 0205-EXIT
                                WHEN OTHER
                                        PERFORM 0210-COLLECT-TRANSACTION
                                                THRU 0210-EXIT
                                        PERFORM 0220-APPLY-TRANSACTION
                                                THRU 0220-EXIT
                        END-EVALUATE
                END-PERFORM.

                CLOSE TXN-FILE.
        0200-EXIT.
                EXIT.

        0205-READ-TXN-CARD.
                READ TXN-FILE
                        AT END
                                MOVE 'Y' TO TXN-EOF-SW
                END-READ.
        0205-EXIT.
                EXIT.

        0210-COLLECT-TRANSACTION.
                ADD 1 TO TXN-NUM.

                MOVE TXN-CODE TO HOLD-TXN-CODE.
                MOVE TXN-NAME TO HOLD-TXN-NAME.
                MOVE TXN-CATEGORY TO HOLD-TXN-CATEGORY.
                MOVE TXN-PERIOD TO HOLD-TXN-PERIOD.
                MOVE TXN-DESCRIPTION TO HOLD-TXN-DESCRIPTION.

                MOVE 0 TO TXN-LINE-COUNT.
                MOVE 'N' TO TXN-OVERFLOW-SW.

                PERFORM 0205-READ-TXN-CARD THRU 0205-EXIT.

                PERFORM UNTIL TXN-AT-EOF OR TXN-CODE NOT = 'P'
                        IF TXN-LINE-COUNT < 200
                                ADD 1 TO TXN-LINE-COUNT
                                MOVE TXN-RLE-TEXT TO TXN-LINE(TXN-LINE-COUNT)
                        ELSE
                                MOVE 'Y' TO TXN-OVERFLOW-SW
                        END-IF
                        PERFORM 0205-READ-TXN-CARD THRU 0205-EXIT
                END-PERFORM.
        0210-EXIT.
                EXIT.

        0215-REJECT-ORPHAN-CARD.
                ADD 1 TO TXN-NUM.
                MOVE 'P' TO HOLD-TXN-CODE.
                MOVE SPACES TO HOLD-TXN-NAME.

                PERFORM 0510-WRITE-TXN-HEADING THRU 0510-EXIT.

                MOVE "PATTERN CARD DOES NOT FOLLOW AN ADD OR REPLACE"
                        TO REJECT-REASON.
                MOVE 'Y' TO TXN-REJECT-SW.
                PERFORM 0520-WRITE-RESULT THRU 0520-EXIT.
        0215-EXIT.
                EXIT.

        0220-APPLY-TRANSACTION.
                MOVE 'N' TO TXN-REJECT-SW.
                MOVE SPACES TO REJECT-REASON.

                PERFORM 0510-WRITE-TXN-HEADING THRU 0510-EXIT.

                IF HOLD-TXN-NAME = SPACES AND NOT HOLD-TXN-LIST
                        MOVE "PATTERN NAME IS BLANK" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        PERFORM 0520-WRITE-RESULT THRU 0520-EXIT
                        GO TO 0220-EXIT
                END-IF.

                PERFORM 0230-FIND-PATTERN THRU 0230-EXIT.

                EVALUATE TRUE
                        WHEN HOLD-TXN-ADD
                                PERFORM 0300-ADD-PATTERN THRU 0300-EXIT
                        WHEN HOLD-TXN-REPLACE
                                PERFORM 0320-REPLACE-PATTERN THRU 0320-EXIT
                        WHEN HOLD-TXN-DELETE
                                PERFORM 0340-DELETE-PATTERN THRU 0340-EXIT
                        WHEN HOLD-TXN-LIST
                                PERFORM 0360-LIST-PATTERNS THRU 0360-EXIT
                        WHEN OTHER
                                MOVE "TRANSACTION CODE MUST BE A, R, D OR L"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                END-EVALUATE.

                PERFORM 0520-WRITE-RESULT THRU 0520-EXIT.
        0220-EXIT.
                EXIT.

        0230-FIND-PATTERN.
                MOVE 0 TO PATTERN-HIT.
                MOVE 0 TO PATTERN-SCAN.

                PERFORM UNTIL PATTERN-SCAN = PATTERN-COUNT OR PATTERN-HIT > 0
                        ADD 1 TO PATTERN-SCAN
                        IF PE-NAME(PATTERN-SCAN) = HOLD-TXN-NAME AND
                           PE-ACTIVE(PATTERN-SCAN)
                                MOVE PATTERN-SCAN TO PATTERN-HIT
                        END-IF
                END-PERFORM.
        0230-EXIT.
                EXIT.

        0300-ADD-PATTERN.
                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE PATTERN-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF PATTERN-HIT > 0
                        MOVE "PATTERN IS ALREADY ON FILE, USE REPLACE"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF TXN-LINE-COUNT = 0
                        MOVE "ADD REQUIRES PATTERN CARDS" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                MOVE SPACES TO NEW-CATEGORY.
                MOVE 0 TO NEW-PERIOD.

                PERFORM 0400-VALIDATE-ATTRIBUTES THRU 0400-EXIT.
                IF TXN-REJECTED
                        GO TO 0300-EXIT
                END-IF.

                PERFORM 0420-PARSE-TXN-PATTERN THRU 0420-EXIT.
                IF TXN-REJECTED
                        GO TO 0300-EXIT
                END-IF.

                IF PATTERN-COUNT = 500
                        MOVE "PATTERN LIBRARY IS FULL AT 500 PATTERNS"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF RLE-POOL-COUNT + TXN-LINE-COUNT > 20000
                        MOVE "PATTERN LIBRARY LINE POOL IS FULL"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                ADD 1 TO PATTERN-COUNT.
                MOVE PATTERN-COUNT TO PATTERN-HIT.
                MOVE HOLD-TXN-NAME TO PE-NAME(PATTERN-HIT).
                MOVE HOLD-TXN-DESCRIPTION TO PE-DESCRIPTION(PATTERN-HIT).
                MOVE 'A' TO PE-STATUS-SW(PATTERN-HIT).

                PERFORM 0440-STORE-NEW-VALUES THRU 0440-EXIT.

                ADD 1 TO ADD-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE PATTERN-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0300-EXIT.
                EXIT.

        0320-REPLACE-PATTERN.
                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE PATTERN-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF PATTERN-HIT = 0
                        MOVE "PATTERN IS NOT ON FILE, USE ADD"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0320-EXIT
                END-IF.

                MOVE PE-CATEGORY(PATTERN-HIT) TO NEW-CATEGORY.
                MOVE PE-PERIOD(PATTERN-HIT) TO NEW-PERIOD.

                PERFORM 0400-VALIDATE-ATTRIBUTES THRU 0400-EXIT.
                IF TXN-REJECTED
                        GO TO 0320-EXIT
                END-IF.

                IF TXN-LINE-COUNT > 0
                        PERFORM 0420-PARSE-TXN-PATTERN THRU 0420-EXIT
                        IF TXN-REJECTED
                                GO TO 0320-EXIT
                        END-IF
                        IF RLE-POOL-COUNT + TXN-LINE-COUNT > 20000
                                MOVE "PATTERN LIBRARY LINE POOL IS FULL"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0320-EXIT
                        END-IF
                ELSE
                        MOVE PE-ROWS(PATTERN-HIT) TO NEW-ROWS
                        MOVE PE-COLS(PATTERN-HIT) TO NEW-COLS
                        MOVE PE-LIVE-CELLS(PATTERN-HIT) TO NEW-LIVE-CELLS
                END-IF.

                IF HOLD-TXN-DESCRIPTION NOT = SPACES
                        MOVE HOLD-TXN-DESCRIPTION
                                TO PE-DESCRIPTION(PATTERN-HIT)
                END-IF.

                PERFORM 0440-STORE-NEW-VALUES THRU 0440-EXIT.

                ADD 1 TO REPLACE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE PATTERN-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0320-EXIT.
                EXIT.

        0340-DELETE-PATTERN.
                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE PATTERN-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF PATTERN-HIT = 0
                        MOVE "PATTERN IS NOT ON FILE" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0340-EXIT
                END-IF.

                MOVE 'D' TO PE-STATUS-SW(PATTERN-HIT).

                ADD 1 TO DELETE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE 0 TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0340-EXIT.
                EXIT.

        0360-LIST-PATTERNS.
                MOVE "ON FILE" TO IMAGE-LABEL.

                IF HOLD-TXN-NAME NOT = SPACES
                        MOVE PATTERN-HIT TO IMAGE-ENTRY
                        PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT
                        IF PATTERN-HIT = 0
                                MOVE "PATTERN IS NOT ON FILE"
                                        TO REJECT-REASON
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

        0400-VALIDATE-ATTRIBUTES.
                IF HOLD-TXN-CATEGORY NOT = SPACES
                        MOVE HOLD-TXN-CATEGORY TO NEW-CATEGORY
                END-IF.

                IF NEW-CATEGORY NOT = "STILL LIFE" AND
                   NEW-CATEGORY NOT = "OSCILLATOR" AND
                   NEW-CATEGORY NOT = "SPACESHIP"
                        MOVE SPACES TO REJECT-REASON
                        STRING "CATEGORY MUST BE STILL LIFE, OSCILLATOR OR "
                                   DELIMITED BY SIZE
                               "SPACESHIP" DELIMITED BY SIZE
                               INTO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0400-EXIT
                END-IF.

                IF HOLD-TXN-PERIOD NOT = SPACES
                        IF HOLD-TXN-PERIOD IS NUMERIC
                                MOVE HOLD-TXN-PERIOD TO NEW-PERIOD
                        ELSE
                                MOVE "PERIOD IS NOT NUMERIC"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0400-EXIT
                        END-IF
                END-IF.

                IF NEW-CATEGORY = "STILL LIFE" AND NEW-PERIOD = 0
                        MOVE 1 TO NEW-PERIOD
                END-IF.

                EVALUATE TRUE
                        WHEN NEW-CATEGORY = "STILL LIFE" AND NEW-PERIOD NOT = 1
                                MOVE "A STILL LIFE MUST HAVE PERIOD 1"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                        WHEN NEW-CATEGORY = "OSCILLATOR" AND NEW-PERIOD < 2
                                MOVE SPACES TO REJECT-REASON
                                STRING "AN OSCILLATOR MUST HAVE A PERIOD OF 2 "
                                           DELIMITED BY SIZE
                                       "OR MORE" DELIMITED BY SIZE
                                       INTO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                        WHEN NEW-CATEGORY = "SPACESHIP" AND NEW-PERIOD = 0
                                MOVE "A SPACESHIP MUST HAVE A PERIOD"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                END-EVALUATE.
        0400-EXIT.
                EXIT.

        0420-PARSE-TXN-PATTERN.
                IF TXN-OVERFLOW
                        MOVE "MORE THAN 200 PATTERN CARDS" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0420-EXIT
                END-IF.

                MOVE 0 TO NEW-ROWS.
                MOVE 0 TO NEW-COLS.
                MOVE 0 TO NEW-LIVE-CELLS.
                MOVE 0 TO RLE-ROW.
                MOVE 0 TO RLE-COL.
                MOVE 0 TO RLE-RUN-COUNT.
                MOVE 'N' TO RLE-DONE-SW.
                MOVE 0 TO TXN-LINE-SCAN.

                PERFORM UNTIL TXN-LINE-SCAN = TXN-LINE-COUNT
                           OR RLE-DONE OR TXN-REJECTED
                        ADD 1 TO TXN-LINE-SCAN
                        IF TXN-LINE(TXN-LINE-SCAN)(1:1) NOT = '#' AND
                           TXN-LINE(TXN-LINE-SCAN)(1:1) NOT = 'x'
                                PERFORM 0425-PARSE-RLE-LINE THRU 0425-EXIT
                        END-IF
                END-PERFORM.

                IF TXN-REJECTED
                        GO TO 0420-EXIT
                END-IF.

                IF NOT RLE-DONE
                        MOVE "PATTERN CARDS HAVE NO '!' PATTERN TERMINATOR"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0420-EXIT
                END-IF.

                IF NEW-LIVE-CELLS = 0
                        MOVE "PATTERN HAS NO LIVE CELLS" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                END-IF.
        0420-EXIT.
                EXIT.

        0425-PARSE-RLE-LINE.
                MOVE 1 TO RLE-LINE-POS.

                PERFORM UNTIL RLE-LINE-POS > 76
                           OR TXN-LINE(TXN-LINE-SCAN)(RLE-LINE-POS:1) = ' '
                           OR RLE-DONE OR TXN-REJECTED
                        MOVE TXN-LINE(TXN-LINE-SCAN)(RLE-LINE-POS:1)
                                TO RLE-CHAR

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
                                                ADD RLE-RUN-COUNT TO RLE-COL
                                                ADD RLE-RUN-COUNT
                                                        TO NEW-LIVE-CELLS
                                                IF RLE-ROW + 1 > NEW-ROWS
                                                        COMPUTE NEW-ROWS =
                                                           RLE-ROW + 1
                                                END-IF
                                                IF RLE-COL > NEW-COLS
                                                        MOVE RLE-COL TO NEW-COLS
                                                END-IF
                                        WHEN '$'
                                                ADD RLE-RUN-COUNT TO RLE-ROW
                                                MOVE 0 TO RLE-COL
                                        WHEN '!'
                                                MOVE 'Y' TO RLE-DONE-SW
                                        WHEN OTHER
                                                MOVE SPACES TO REJECT-REASON
                                                STRING "INVALID RLE CHARACTER "
                                                           DELIMITED BY SIZE
                                                       "'" DELIMITED BY SIZE
                                                       RLE-CHAR
                                                           DELIMITED BY SIZE
                                                       "'" DELIMITED BY SIZE
                                                       INTO REJECT-REASON
                                                MOVE 'Y' TO TXN-REJECT-SW
                                END-EVALUATE

                                MOVE 0 TO RLE-RUN-COUNT
                        END-IF

                        IF NEW-ROWS > 100 OR NEW-COLS > 100
                                MOVE SPACES TO REJECT-REASON
                                STRING "PATTERN EXCEEDS THE 100 BY 100 PATTERN "
                                           DELIMITED BY SIZE
                                       "MAXIMUM" DELIMITED BY SIZE
                                       INTO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                        END-IF

                        ADD 1 TO RLE-LINE-POS
                END-PERFORM.
        0425-EXIT.
                EXIT.

        0440-STORE-NEW-VALUES.
                MOVE NEW-CATEGORY TO PE-CATEGORY(PATTERN-HIT).
                MOVE NEW-PERIOD TO PE-PERIOD(PATTERN-HIT).
                MOVE NEW-ROWS TO PE-ROWS(PATTERN-HIT).
                MOVE NEW-COLS TO PE-COLS(PATTERN-HIT).
                MOVE NEW-LIVE-CELLS TO PE-LIVE-CELLS(PATTERN-HIT).
                MOVE RUN-DATE-TEXT TO PE-UPDATED(PATTERN-HIT).

                IF TXN-LINE-COUNT > 0
                        COMPUTE PE-FIRST-LINE(PATTERN-HIT) =
                                RLE-POOL-COUNT + 1
                        MOVE TXN-LINE-COUNT TO PE-LINE-COUNT(PATTERN-HIT)
                        MOVE 0 TO TXN-LINE-SCAN
                        PERFORM UNTIL TXN-LINE-SCAN = TXN-LINE-COUNT
                                ADD 1 TO TXN-LINE-SCAN
                                ADD 1 TO RLE-POOL-COUNT
                                MOVE TXN-LINE(TXN-LINE-SCAN)
                                        TO RLE-POOL-LINE(RLE-POOL-COUNT)
                        END-PERFORM
                END-IF.
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

                MOVE PE-PERIOD(IMAGE-ENTRY) TO PERIOD-TEXT.
                MOVE PE-ROWS(IMAGE-ENTRY) TO ROWS-TEXT.
                MOVE PE-COLS(IMAGE-ENTRY) TO COLS-TEXT.
                MOVE PE-LIVE-CELLS(IMAGE-ENTRY) TO LIVE-TEXT.

                STRING PE-NAME(IMAGE-ENTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PE-CATEGORY(IMAGE-ENTRY) DELIMITED BY SIZE
                       " PERIOD " DELIMITED BY SIZE
                       PERIOD-TEXT DELIMITED BY SIZE
                       " SIZE " DELIMITED BY SIZE
                       ROWS-TEXT DELIMITED BY SIZE
                       "X" DELIMITED BY SIZE
                       COLS-TEXT DELIMITED BY SIZE
                       " LIVE " DELIMITED BY SIZE
                       LIVE-TEXT DELIMITED BY SIZE
                       " UPDATED " DELIMITED BY SIZE
                       PE-UPDATED(IMAGE-ENTRY) DELIMITED BY SIZE
                       INTO REGISTER-REC(13:120).
                WRITE REGISTER-REC.

                IF PE-DESCRIPTION(IMAGE-ENTRY) NOT = SPACES
                        MOVE SPACES TO REGISTER-REC
                        MOVE PE-DESCRIPTION(IMAGE-ENTRY)
                                TO REGISTER-REC(13:40)
                        WRITE REGISTER-REC
                END-IF.

                MOVE PE-FIRST-LINE(IMAGE-ENTRY) TO RLE-POOL-SCAN.
                MOVE 0 TO WRITE-SEQ.

                PERFORM UNTIL WRITE-SEQ = PE-LINE-COUNT(IMAGE-ENTRY)
                        MOVE SPACES TO REGISTER-REC
                        MOVE RLE-POOL-LINE(RLE-POOL-SCAN)
                                TO REGISTER-REC(13:76)
                        WRITE REGISTER-REC
                        ADD 1 TO RLE-POOL-SCAN
                        ADD 1 TO WRITE-SEQ
                END-PERFORM.
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
                                MOVE "ADD" TO REGISTER-REC(21:7)
                        WHEN 'R'
                                MOVE "REPLACE" TO REGISTER-REC(21:7)
                        WHEN 'D'
                                MOVE "DELETE" TO REGISTER-REC(21:7)
                        WHEN 'L'
                                MOVE "LIST" TO REGISTER-REC(21:7)
                        WHEN OTHER
                                MOVE "CODE  " TO REGISTER-REC(21:5)
                                MOVE HOLD-TXN-CODE TO REGISTER-REC(26:1)
                END-EVALUATE.

                IF HOLD-TXN-LIST AND HOLD-TXN-NAME = SPACES
                        MOVE "ALL PATTERNS" TO REGISTER-REC(30:20)
                ELSE
                        MOVE HOLD-TXN-NAME TO REGISTER-REC(30:20)
                END-IF.
                WRITE REGISTER-REC.
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

                OPEN OUTPUT PATLIB-FILE.

                IF PATLIB-FILE-STATUS NOT = '00' AND
                   PATLIB-FILE-STATUS NOT = '05'
                        DISPLAY "PATMAINT: UNABLE TO REWRITE PATTERN LIBRARY "
                                "../patlib.txt STATUS " PATLIB-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO SORT-SCAN.

                PERFORM UNTIL SORT-SCAN = SORT-INDEX-COUNT
                        ADD 1 TO SORT-SCAN
                        MOVE SORT-INDEX(SORT-SCAN) TO IMAGE-ENTRY
                        PERFORM 0620-WRITE-MASTER-ENTRY THRU 0620-EXIT
                END-PERFORM.

                CLOSE PATLIB-FILE.

                MOVE SORT-INDEX-COUNT TO PATTERNS-AFTER.
        0600-EXIT.
                EXIT.

        0610-BUILD-SORT-INDEX.
                MOVE 0 TO SORT-INDEX-COUNT.
                MOVE 0 TO PATTERN-SCAN.

                PERFORM UNTIL PATTERN-SCAN = PATTERN-COUNT
                        ADD 1 TO PATTERN-SCAN
                        IF PE-ACTIVE(PATTERN-SCAN)
                                ADD 1 TO SORT-INDEX-COUNT
                                MOVE PATTERN-SCAN
                                        TO SORT-INDEX(SORT-INDEX-COUNT)
                        END-IF
                END-PERFORM.

                MOVE 0 TO SORT-PASS.
                MOVE 'Y' TO SORT-SWAPPED-SW.

                PERFORM UNTIL NOT SORT-SWAPPED
                           OR SORT-PASS >= SORT-INDEX-COUNT
                        MOVE 'N' TO SORT-SWAPPED-SW
                        MOVE 1 TO SORT-SCAN

                        PERFORM UNTIL SORT-SCAN >= SORT-INDEX-COUNT
                                IF PE-NAME(SORT-INDEX(SORT-SCAN)) >
                                   PE-NAME(SORT-INDEX(SORT-SCAN + 1))
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

        0620-WRITE-MASTER-ENTRY.
                MOVE SPACES TO PATLIB-REC.
                MOVE PE-NAME(IMAGE-ENTRY) TO PLB-NAME.
                MOVE 0 TO PLB-SEQ.
                MOVE 'H' TO PLB-REC-TYPE.
                MOVE PE-CATEGORY(IMAGE-ENTRY) TO PLB-CATEGORY.
                MOVE PE-PERIOD(IMAGE-ENTRY) TO PLB-PERIOD.
                MOVE PE-ROWS(IMAGE-ENTRY) TO PLB-ROWS.
                MOVE PE-COLS(IMAGE-ENTRY) TO PLB-COLS.
                MOVE PE-LIVE-CELLS(IMAGE-ENTRY) TO PLB-LIVE-CELLS.
                MOVE PE-LINE-COUNT(IMAGE-ENTRY) TO PLB-LINE-COUNT.
                MOVE PE-UPDATED(IMAGE-ENTRY) TO PLB-UPDATED.
                MOVE PE-DESCRIPTION(IMAGE-ENTRY) TO PLB-DESCRIPTION.
                WRITE PATLIB-REC.
                ADD 1 TO MASTER-RECS-WRITTEN.

                MOVE PE-FIRST-LINE(IMAGE-ENTRY) TO RLE-POOL-SCAN.
                MOVE 0 TO WRITE-SEQ.

                PERFORM UNTIL WRITE-SEQ = PE-LINE-COUNT(IMAGE-ENTRY)
                        ADD 1 TO WRITE-SEQ
                        MOVE SPACES TO PATLIB-REC
                        MOVE PE-NAME(IMAGE-ENTRY) TO PLD-NAME
                        MOVE WRITE-SEQ TO PLD-SEQ
                        MOVE 'D' TO PLD-REC-TYPE
                        MOVE RLE-POOL-LINE(RLE-POOL-SCAN) TO PLD-RLE-TEXT
                        WRITE PATLIB-REC
                        ADD 1 TO MASTER-RECS-WRITTEN
                        ADD 1 TO RLE-POOL-SCAN
                END-PERFORM.
        0620-EXIT.
                EXIT.

        0700-WRITE-TOTALS.
                MOVE SPACES TO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE MASTER-RECS-READ TO COUNT-TEXT-1.
                MOVE MASTER-RECS-WRITTEN TO COUNT-TEXT-2.
                MOVE PATTERNS-BEFORE TO COUNT-TEXT-3.
                MOVE PATTERNS-AFTER TO COUNT-TEXT-4.

                MOVE SPACES TO REGISTER-REC.
                STRING "MASTER RECORDS READ " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  WRITTEN " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  PATTERNS BEFORE " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  AFTER " DELIMITED BY SIZE
                       COUNT-TEXT-4 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE TXN-NUM TO COUNT-TEXT-1.
                MOVE ADD-COUNT TO COUNT-TEXT-2.
                MOVE REPLACE-COUNT TO COUNT-TEXT-3.
                MOVE DELETE-COUNT TO COUNT-TEXT-4.
                MOVE LIST-COUNT TO COUNT-TEXT-5.
                MOVE REJECT-COUNT TO COUNT-TEXT-6.

                MOVE SPACES TO REGISTER-REC.
                STRING "TRANSACTIONS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  ADDED " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  REPLACED " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  DELETED " DELIMITED BY SIZE
                       COUNT-TEXT-4 DELIMITED BY SIZE
                       "  LISTED " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       "  REJECTED " DELIMITED BY SIZE
                       COUNT-TEXT-6 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE PATTERNS-AFTER TO COUNT-TEXT-4.

                DISPLAY "PATMAINT: " COUNT-TEXT-1 " TRANSACTIONS, "
                        COUNT-TEXT-6 " REJECTED, " COUNT-TEXT-4
                        " PATTERNS ON FILE".
        0700-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
