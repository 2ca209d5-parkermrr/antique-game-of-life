        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BASEMAINT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL BASELINE-FILE ASSIGN TO "../baseline.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BASELINE-FILE-STATUS.
                SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "../summary.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUMMARY-FILE-STATUS.
                SELECT TXN-FILE ASSIGN TO "../basemaint.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TXN-FILE-STATUS.
                SELECT REGISTER-FILE ASSIGN TO "../basemaint-register.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REGISTER-FILE-STATUS.
        DATA DIVISION.
                FILE SECTION.
                        FD BASELINE-FILE.
                                01 BASELINE-REC PIC X(200).
                                01 BASELINE-FIELDS REDEFINES BASELINE-REC.
                                        05 BL-SEED-NAME PIC X(40).
                                        05 BL-LABEL PIC X(10).
                                        05 BL-STABLE-SW PIC X.
                                        05 BL-ITEM OCCURS 13 TIMES.
                                                10 BL-EXPECTED PIC 9(5).
                                                10 BL-TOLERANCE PIC 9(5).
                                        05 BL-PROMOTED PIC 9(8).
                                        05 BL-SIGNOFF PIC X(10).
                                        05 FILLER PIC X(1).
                        FD SUMMARY-FILE.
                                01 SUMMARY-REC PIC X(112).
                                01 SUMMARY-FIELDS REDEFINES SUMMARY-REC.
                                        05 SUM-SEED-NAME PIC X(40).
                                        05 SUM-LABEL PIC X(10).
                                        05 SUM-GENS-RUN PIC 9(5).
                                        05 SUM-GENS-ASKED PIC 9(5).
                                        05 SUM-START-COUNT PIC 9(5).
                                        05 SUM-FINAL-COUNT PIC 9(5).
                                        05 SUM-MIN-COUNT PIC 9(5).
                                        05 SUM-MIN-GEN PIC 9(5).
                                        05 SUM-MAX-COUNT PIC 9(5).
                                        05 SUM-MAX-GEN PIC 9(5).
                                        05 SUM-EXTINCT-GEN PIC 9(5).
                                        05 SUM-STABLE-SW PIC X.
                                        05 SUM-CYCLE-LEN PIC 9(5).
                                        05 SUM-WINNER-COLONY PIC 9.
                                        05 SUM-MAX-AGE PIC 9(5).
                                        05 SUM-STABLE-GEN PIC 9(5).
                        FD TXN-FILE.
                                01 TXN-REC PIC X(80).
                                01 TXN-FIELDS REDEFINES TXN-REC.
                                        05 TXN-CODE PIC X.
                                        05 TXN-SEED-NAME PIC X(40).
                                        05 TXN-LABEL PIC X(10).
                                        05 TXN-ITEM-NAME PIC X(13).
                                        05 TXN-TOLERANCE PIC X(5).
                                        05 TXN-SIGNOFF PIC X(10).
                                        05 FILLER PIC X(1).
                        FD REGISTER-FILE.
                                01 REGISTER-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 BASELINE-FILE-STATUS PIC XX.
                        01 SUMMARY-FILE-STATUS PIC XX.
                        01 TXN-FILE-STATUS PIC XX.
                        01 REGISTER-FILE-STATUS PIC XX.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 BASELINE-EOF-SW PIC X VALUE 'N'.
                                88 BASELINE-AT-EOF VALUE 'Y'.
                        01 SUMMARY-EOF-SW PIC X VALUE 'N'.
                                88 SUMMARY-AT-EOF VALUE 'Y'.
                        01 TXN-EOF-SW PIC X VALUE 'N'.
                                88 TXN-AT-EOF VALUE 'Y'.
                        01 ITEM-NAME-DATA.
                                05 FILLER PIC X(13) VALUE "GENS-RUN".
                                05 FILLER PIC X(13) VALUE "GENS-ASKED".
                                05 FILLER PIC X(13) VALUE "START-COUNT".
                                05 FILLER PIC X(13) VALUE "FINAL-COUNT".
                                05 FILLER PIC X(13) VALUE "MIN-COUNT".
                                05 FILLER PIC X(13) VALUE "MIN-GEN".
                                05 FILLER PIC X(13) VALUE "MAX-COUNT".
                                05 FILLER PIC X(13) VALUE "MAX-GEN".
                                05 FILLER PIC X(13) VALUE "EXTINCT-GEN".
                                05 FILLER PIC X(13) VALUE "CYCLE-LEN".
                                05 FILLER PIC X(13) VALUE "WINNER-COLONY".
                                05 FILLER PIC X(13) VALUE "MAX-AGE".
                                05 FILLER PIC X(13) VALUE "STABLE-GEN".
                        01 ITEM-NAME-TABLE REDEFINES ITEM-NAME-DATA.
                                05 ITEM-NAME PIC X(13) OCCURS 13 TIMES.
                        01 ITEM-IDX PIC 9(2).
                        01 ITEM-HIT PIC 9(2).
                        01 BASE-TABLE.
                                05 BASE-ENTRY OCCURS 1000 TIMES.
                                        10 BE-KEY.
                                                15 BE-SEED-NAME PIC X(40).
                                                15 BE-LABEL PIC X(10).
                                        10 BE-STABLE-SW PIC X.
                                        10 BE-ITEM OCCURS 13 TIMES.
                                                15 BE-EXPECTED PIC 9(5).
                                                15 BE-TOLERANCE PIC 9(5).
                                        10 BE-PROMOTED PIC 9(8).
                                        10 BE-SIGNOFF PIC X(10).
                                        10 BE-STATUS-SW PIC X.
                                                88 BE-ACTIVE VALUE 'A'.
                                                88 BE-DELETED VALUE 'D'.
                        01 BASE-COUNT PIC 9(4) VALUE 0.
                        01 BASE-SCAN PIC 9(4).
                        01 BASE-HIT PIC 9(4).
                        01 LAST-MASTER-KEY PIC X(50) VALUE LOW-VALUES.
                        01 ACTUAL-TABLE.
                                05 ACTUAL-ENTRY OCCURS 1000 TIMES.
                                        10 AE-KEY.
                                                15 AE-SEED-NAME PIC X(40).
                                                15 AE-LABEL PIC X(10).
                                        10 AE-STABLE-SW PIC X.
                                        10 AE-VALUE PIC 9(5) OCCURS 13 TIMES.
                        01 ACTUAL-COUNT PIC 9(4) VALUE 0.
                        01 ACTUAL-SCAN PIC 9(4).
                        01 ACTUAL-HIT PIC 9(4).
                        01 HOLD-TXN-CODE PIC X.
                                88 HOLD-TXN-PROMOTE VALUE 'P'.
                                88 HOLD-TXN-SET-TOLERANCE VALUE 'T'.
                                88 HOLD-TXN-DELETE VALUE 'D'.
                                88 HOLD-TXN-LIST VALUE 'L'.
                        01 HOLD-TXN-KEY.
                                05 HOLD-TXN-SEED-NAME PIC X(40).
                                05 HOLD-TXN-LABEL PIC X(10).
                        01 HOLD-TXN-ITEM-NAME PIC X(13).
                        01 HOLD-TXN-TOLERANCE PIC X(5).
                        01 HOLD-TXN-SIGNOFF PIC X(10).
                        01 NEW-TOLERANCE PIC 9(5).
                        01 TXN-NUM PIC 9(5) VALUE 0.
                        01 TXN-REJECT-SW PIC X.
                                88 TXN-REJECTED VALUE 'Y'.
                        01 REJECT-REASON PIC X(80).
                        01 IMAGE-LABEL PIC X(8).
                        01 IMAGE-ENTRY PIC 9(4).
                        01 IMAGE-COLUMN PIC 9(3).
                        01 SORT-INDEX-TABLE.
                                05 SORT-INDEX PIC 9(4) OCCURS 1000 TIMES.
                        01 SORT-INDEX-COUNT PIC 9(4).
                        01 SORT-PASS PIC 9(4).
                        01 SORT-SCAN PIC 9(4).
                        01 SORT-SWAPPED-SW PIC X.
                                88 SORT-SWAPPED VALUE 'Y'.
                        01 SORT-HOLD-INDEX PIC 9(4).
                        01 MASTER-RECS-READ PIC 9(5) VALUE 0.
                        01 MASTER-RECS-WRITTEN PIC 9(5) VALUE 0.
                        01 PROMOTE-COUNT PIC 9(5) VALUE 0.
                        01 TOLERANCE-COUNT PIC 9(5) VALUE 0.
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
                        01 EXPECTED-TEXT PIC 9(5).
                        01 TOLERANCE-TEXT PIC 9(5).

        PROCEDURE DIVISION.
                PERFORM 0050-OPEN-FILES THRU 0050-EXIT.

                PERFORM 0100-LOAD-MASTER THRU 0100-EXIT.

                PERFORM 0150-LOAD-ACTUALS THRU 0150-EXIT.

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
                        DISPLAY "BASEMAINT: UNABLE TO OPEN TRANSACTION FILE "
                                "../basemaint.txt"
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT REGISTER-FILE.

                IF REGISTER-FILE-STATUS NOT = '00'
                        DISPLAY "BASEMAINT: UNABLE TO OPEN CHANGE REGISTER "
                                "../basemaint-register.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO REGISTER-REC.
                STRING "EXPECTED RESULTS BASELINE CHANGE REGISTER  DATE "
                           DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "  TIME " DELIMITED BY SIZE
                       RUN-TIME-TEXT(1:6) DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.
        0050-EXIT.
                EXIT.

        0100-LOAD-MASTER.
                OPEN INPUT BASELINE-FILE.

                IF BASELINE-FILE-STATUS NOT = '00' AND
                   BASELINE-FILE-STATUS NOT = '05'
                        DISPLAY "BASEMAINT: UNABLE TO OPEN BASELINE MASTER "
                                "../baseline.txt STATUS " BASELINE-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL BASELINE-AT-EOF
                        READ BASELINE-FILE
                                AT END
                                        MOVE 'Y' TO BASELINE-EOF-SW
                                NOT AT END
                                        ADD 1 TO MASTER-RECS-READ
                                        PERFORM 0110-STORE-BASELINE
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE BASELINE-FILE.
        0100-EXIT.
                EXIT.

        0110-STORE-BASELINE.
                IF BASELINE-REC(1:50) NOT > LAST-MASTER-KEY
                        DISPLAY "BASEMAINT: BASELINE MASTER OUT OF SEQUENCE "
                                "AT " BL-SEED-NAME " " BL-LABEL
                        GO TO 9999-ABEND
                END-IF.

                IF BASE-COUNT = 1000
                        DISPLAY "BASEMAINT: BASELINE MASTER EXCEEDS THE 1000 "
                                "ENTRY MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

                MOVE BASELINE-REC(1:50) TO LAST-MASTER-KEY.

                ADD 1 TO BASE-COUNT.
                MOVE BL-SEED-NAME TO BE-SEED-NAME(BASE-COUNT).
                MOVE BL-LABEL TO BE-LABEL(BASE-COUNT).
                MOVE BL-STABLE-SW TO BE-STABLE-SW(BASE-COUNT).
                MOVE 0 TO ITEM-IDX.
                PERFORM UNTIL ITEM-IDX = 13
                        ADD 1 TO ITEM-IDX
                        MOVE BL-EXPECTED(ITEM-IDX)
                                TO BE-EXPECTED(BASE-COUNT, ITEM-IDX)
                        MOVE BL-TOLERANCE(ITEM-IDX)
                                TO BE-TOLERANCE(BASE-COUNT, ITEM-IDX)
                END-PERFORM.
                MOVE BL-PROMOTED TO BE-PROMOTED(BASE-COUNT).
                MOVE BL-SIGNOFF TO BE-SIGNOFF(BASE-COUNT).
                MOVE 'A' TO BE-STATUS-SW(BASE-COUNT).
        0110-EXIT.
                EXIT.

        0150-LOAD-ACTUALS.
                OPEN INPUT SUMMARY-FILE.

                IF SUMMARY-FILE-STATUS NOT = '00' AND
                   SUMMARY-FILE-STATUS NOT = '05'
                        DISPLAY "BASEMAINT: UNABLE TO OPEN RUN SUMMARY "
                                "../summary.txt"
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL SUMMARY-AT-EOF
                        READ SUMMARY-FILE
                                AT END
                                        MOVE 'Y' TO SUMMARY-EOF-SW
                                NOT AT END
                                        PERFORM 0160-STORE-ACTUAL
                                                THRU 0160-EXIT
                        END-READ
                END-PERFORM.

                CLOSE SUMMARY-FILE.
        0150-EXIT.
                EXIT.

        0160-STORE-ACTUAL.
                MOVE SUM-SEED-NAME TO HOLD-TXN-SEED-NAME.
                MOVE SUM-LABEL TO HOLD-TXN-LABEL.
                PERFORM 0240-FIND-ACTUAL THRU 0240-EXIT.

                IF ACTUAL-HIT = 0
                        IF ACTUAL-COUNT = 1000
                                DISPLAY "BASEMAINT: RUN SUMMARY EXCEEDS THE "
                                        "1000 RUN MAXIMUM"
                                GO TO 9999-ABEND
                        END-IF
                        ADD 1 TO ACTUAL-COUNT
                        MOVE ACTUAL-COUNT TO ACTUAL-HIT
                END-IF.

                MOVE SUM-SEED-NAME TO AE-SEED-NAME(ACTUAL-HIT).
                MOVE SUM-LABEL TO AE-LABEL(ACTUAL-HIT).
                MOVE SUM-STABLE-SW TO AE-STABLE-SW(ACTUAL-HIT).
                MOVE SUM-GENS-RUN TO AE-VALUE(ACTUAL-HIT, 1).
                MOVE SUM-GENS-ASKED TO AE-VALUE(ACTUAL-HIT, 2).
                MOVE SUM-START-COUNT TO AE-VALUE(ACTUAL-HIT, 3).
                MOVE SUM-FINAL-COUNT TO AE-VALUE(ACTUAL-HIT, 4).
                MOVE SUM-MIN-COUNT TO AE-VALUE(ACTUAL-HIT, 5).
                MOVE SUM-MIN-GEN TO AE-VALUE(ACTUAL-HIT, 6).
                MOVE SUM-MAX-COUNT TO AE-VALUE(ACTUAL-HIT, 7).
                MOVE SUM-MAX-GEN TO AE-VALUE(ACTUAL-HIT, 8).
                MOVE SUM-EXTINCT-GEN TO AE-VALUE(ACTUAL-HIT, 9).
                MOVE SUM-CYCLE-LEN TO AE-VALUE(ACTUAL-HIT, 10).
                MOVE SUM-WINNER-COLONY TO AE-VALUE(ACTUAL-HIT, 11).
                MOVE SUM-MAX-AGE TO AE-VALUE(ACTUAL-HIT, 12).
                MOVE SUM-STABLE-GEN TO AE-VALUE(ACTUAL-HIT, 13).
        0160-EXIT.
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
                MOVE TXN-SEED-NAME TO HOLD-TXN-SEED-NAME.
                MOVE TXN-LABEL TO HOLD-TXN-LABEL.
                MOVE TXN-ITEM-NAME TO HOLD-TXN-ITEM-NAME.
                MOVE TXN-TOLERANCE TO HOLD-TXN-TOLERANCE.
                MOVE TXN-SIGNOFF TO HOLD-TXN-SIGNOFF.

                MOVE 'N' TO TXN-REJECT-SW.
                MOVE SPACES TO REJECT-REASON.

                PERFORM 0510-WRITE-TXN-HEADING THRU 0510-EXIT.

                IF HOLD-TXN-SEED-NAME = SPACES AND NOT HOLD-TXN-LIST
                        MOVE "SEED NAME IS BLANK" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        PERFORM 0520-WRITE-RESULT THRU 0520-EXIT
                        GO TO 0220-EXIT
                END-IF.

                EVALUATE TRUE
                        WHEN HOLD-TXN-PROMOTE
                                PERFORM 0300-PROMOTE-ACTUALS THRU 0300-EXIT
                        WHEN HOLD-TXN-SET-TOLERANCE
                                PERFORM 0320-SET-TOLERANCE THRU 0320-EXIT
                        WHEN HOLD-TXN-DELETE
                                PERFORM 0340-DELETE-BASELINE THRU 0340-EXIT
                        WHEN HOLD-TXN-LIST
                                PERFORM 0360-LIST-BASELINES THRU 0360-EXIT
                        WHEN OTHER
                                MOVE "TRANSACTION CODE MUST BE P, T, D OR L"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                END-EVALUATE.

                PERFORM 0520-WRITE-RESULT THRU 0520-EXIT.
        0220-EXIT.
                EXIT.

        0230-FIND-BASELINE.
                MOVE 0 TO BASE-HIT.
                MOVE 0 TO BASE-SCAN.

                PERFORM UNTIL BASE-SCAN = BASE-COUNT OR BASE-HIT > 0
                        ADD 1 TO BASE-SCAN
                        IF BE-KEY(BASE-SCAN) = HOLD-TXN-KEY AND
                           BE-ACTIVE(BASE-SCAN)
                                MOVE BASE-SCAN TO BASE-HIT
                        END-IF
                END-PERFORM.
        0230-EXIT.
                EXIT.

        0240-FIND-ACTUAL.
                MOVE 0 TO ACTUAL-HIT.
                MOVE 0 TO ACTUAL-SCAN.

                PERFORM UNTIL ACTUAL-SCAN = ACTUAL-COUNT OR ACTUAL-HIT > 0
                        ADD 1 TO ACTUAL-SCAN
                        IF AE-KEY(ACTUAL-SCAN) = HOLD-TXN-KEY
                                MOVE ACTUAL-SCAN TO ACTUAL-HIT
                        END-IF
                END-PERFORM.
        0240-EXIT.
                EXIT.

        0300-PROMOTE-ACTUALS.
                IF HOLD-TXN-SIGNOFF = SPACES
                        MOVE "PROMOTE REQUIRES A SIGN-OFF ID" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                IF HOLD-TXN-TOLERANCE = SPACES
                        MOVE 0 TO NEW-TOLERANCE
                ELSE
                        IF HOLD-TXN-TOLERANCE IS NUMERIC
                                MOVE HOLD-TXN-TOLERANCE TO NEW-TOLERANCE
                        ELSE
                                MOVE "TOLERANCE IS NOT NUMERIC"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0300-EXIT
                        END-IF
                END-IF.

                IF HOLD-TXN-SEED-NAME = "*ALL"
                        IF ACTUAL-COUNT = 0
                                MOVE "NO RUNS IN ../summary.txt TO PROMOTE"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0300-EXIT
                        END-IF
                        MOVE 0 TO ACTUAL-SCAN
                        PERFORM UNTIL ACTUAL-SCAN = ACTUAL-COUNT OR
                                      TXN-REJECTED
                                ADD 1 TO ACTUAL-SCAN
                                MOVE ACTUAL-SCAN TO ACTUAL-HIT
                                MOVE AE-KEY(ACTUAL-HIT) TO HOLD-TXN-KEY
                                PERFORM 0310-PROMOTE-ONE THRU 0310-EXIT
                        END-PERFORM
                        MOVE "*ALL" TO HOLD-TXN-SEED-NAME
                        MOVE SPACES TO HOLD-TXN-LABEL
                        GO TO 0300-EXIT
                END-IF.

                PERFORM 0240-FIND-ACTUAL THRU 0240-EXIT.

                IF ACTUAL-HIT = 0
                        MOVE "NO RUN FOR THIS SEED AND LABEL IN SUMMARY"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0300-EXIT
                END-IF.

                PERFORM 0310-PROMOTE-ONE THRU 0310-EXIT.
        0300-EXIT.
                EXIT.

        0310-PROMOTE-ONE.
                PERFORM 0230-FIND-BASELINE THRU 0230-EXIT.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE BASE-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF BASE-HIT = 0
                        IF BASE-COUNT = 1000
                                MOVE "BASELINE MASTER IS FULL AT 1000 ENTRIES"
                                        TO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0310-EXIT
                        END-IF
                        ADD 1 TO BASE-COUNT
                        MOVE BASE-COUNT TO BASE-HIT
                        MOVE HOLD-TXN-KEY TO BE-KEY(BASE-HIT)
                        MOVE 'A' TO BE-STATUS-SW(BASE-HIT)
                        MOVE 0 TO ITEM-IDX
                        PERFORM UNTIL ITEM-IDX = 13
                                ADD 1 TO ITEM-IDX
                                MOVE NEW-TOLERANCE
                                        TO BE-TOLERANCE(BASE-HIT, ITEM-IDX)
                        END-PERFORM
                END-IF.

                MOVE AE-STABLE-SW(ACTUAL-HIT) TO BE-STABLE-SW(BASE-HIT).
                MOVE 0 TO ITEM-IDX.
                PERFORM UNTIL ITEM-IDX = 13
                        ADD 1 TO ITEM-IDX
                        MOVE AE-VALUE(ACTUAL-HIT, ITEM-IDX)
                                TO BE-EXPECTED(BASE-HIT, ITEM-IDX)
                END-PERFORM.
                MOVE RUN-DATE-TEXT TO BE-PROMOTED(BASE-HIT).
                MOVE HOLD-TXN-SIGNOFF TO BE-SIGNOFF(BASE-HIT).

                ADD 1 TO PROMOTE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE BASE-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0310-EXIT.
                EXIT.

        0320-SET-TOLERANCE.
                IF HOLD-TXN-TOLERANCE IS NOT NUMERIC
                        MOVE "TOLERANCE IS NOT NUMERIC" TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0320-EXIT
                END-IF.

                MOVE HOLD-TXN-TOLERANCE TO NEW-TOLERANCE.

                MOVE 0 TO ITEM-HIT.
                IF HOLD-TXN-ITEM-NAME NOT = "ALL"
                        MOVE 0 TO ITEM-IDX
                        PERFORM UNTIL ITEM-IDX = 13 OR ITEM-HIT > 0
                                ADD 1 TO ITEM-IDX
                                IF ITEM-NAME(ITEM-IDX) = HOLD-TXN-ITEM-NAME
                                        MOVE ITEM-IDX TO ITEM-HIT
                                END-IF
                        END-PERFORM
                        IF ITEM-HIT = 0
                                MOVE SPACES TO REJECT-REASON
                                STRING "UNKNOWN SUMMARY ITEM '"
                                           DELIMITED BY SIZE
                                       HOLD-TXN-ITEM-NAME DELIMITED BY SPACE
                                       "'" DELIMITED BY SIZE
                                       INTO REJECT-REASON
                                MOVE 'Y' TO TXN-REJECT-SW
                                GO TO 0320-EXIT
                        END-IF
                END-IF.

                IF HOLD-TXN-SEED-NAME = "*ALL"
                        MOVE 0 TO BASE-SCAN
                        PERFORM UNTIL BASE-SCAN = BASE-COUNT
                                ADD 1 TO BASE-SCAN
                                IF BE-ACTIVE(BASE-SCAN)
                                        MOVE BASE-SCAN TO BASE-HIT
                                        PERFORM 0330-TOLERANCE-ONE
                                                THRU 0330-EXIT
                                END-IF
                        END-PERFORM
                        GO TO 0320-EXIT
                END-IF.

                PERFORM 0230-FIND-BASELINE THRU 0230-EXIT.

                IF BASE-HIT = 0
                        MOVE "NO BASELINE FOR THIS SEED AND LABEL"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0320-EXIT
                END-IF.

                PERFORM 0330-TOLERANCE-ONE THRU 0330-EXIT.
        0320-EXIT.
                EXIT.

        0330-TOLERANCE-ONE.
                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE BASE-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF ITEM-HIT > 0
                        MOVE NEW-TOLERANCE TO BE-TOLERANCE(BASE-HIT, ITEM-HIT)
                ELSE
                        MOVE 0 TO ITEM-IDX
                        PERFORM UNTIL ITEM-IDX = 13
                                ADD 1 TO ITEM-IDX
                                MOVE NEW-TOLERANCE
                                        TO BE-TOLERANCE(BASE-HIT, ITEM-IDX)
                        END-PERFORM
                END-IF.

                ADD 1 TO TOLERANCE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0330-EXIT.
                EXIT.

        0340-DELETE-BASELINE.
                PERFORM 0230-FIND-BASELINE THRU 0230-EXIT.

                MOVE "BEFORE" TO IMAGE-LABEL.
                MOVE BASE-HIT TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.

                IF BASE-HIT = 0
                        MOVE "NO BASELINE FOR THIS SEED AND LABEL"
                                TO REJECT-REASON
                        MOVE 'Y' TO TXN-REJECT-SW
                        GO TO 0340-EXIT
                END-IF.

                MOVE 'D' TO BE-STATUS-SW(BASE-HIT).
                ADD 1 TO DELETE-COUNT.

                MOVE "AFTER" TO IMAGE-LABEL.
                MOVE 0 TO IMAGE-ENTRY.
                PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT.
        0340-EXIT.
                EXIT.

        0360-LIST-BASELINES.
                MOVE "ON FILE" TO IMAGE-LABEL.

                IF HOLD-TXN-SEED-NAME NOT = SPACES
                        PERFORM 0230-FIND-BASELINE THRU 0230-EXIT
                        MOVE BASE-HIT TO IMAGE-ENTRY
                        PERFORM 0500-WRITE-IMAGE THRU 0500-EXIT
                        IF BASE-HIT = 0
                                MOVE "NO BASELINE FOR THIS SEED AND LABEL"
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

                STRING BE-SEED-NAME(IMAGE-ENTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BE-LABEL(IMAGE-ENTRY) DELIMITED BY SIZE
                       " STABLE " DELIMITED BY SIZE
                       BE-STABLE-SW(IMAGE-ENTRY) DELIMITED BY SIZE
                       " PROMOTED " DELIMITED BY SIZE
                       BE-PROMOTED(IMAGE-ENTRY) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       BE-SIGNOFF(IMAGE-ENTRY) DELIMITED BY SIZE
                       INTO REGISTER-REC(13:120).
                WRITE REGISTER-REC.

                MOVE SPACES TO REGISTER-REC.
                MOVE 13 TO IMAGE-COLUMN.
                MOVE 0 TO ITEM-IDX.

                PERFORM UNTIL ITEM-IDX = 13
                        ADD 1 TO ITEM-IDX
                        MOVE BE-EXPECTED(IMAGE-ENTRY, ITEM-IDX)
                                TO EXPECTED-TEXT
                        MOVE BE-TOLERANCE(IMAGE-ENTRY, ITEM-IDX)
                                TO TOLERANCE-TEXT
                        MOVE ITEM-NAME(ITEM-IDX)
                                TO REGISTER-REC(IMAGE-COLUMN:13)
                        MOVE EXPECTED-TEXT
                                TO REGISTER-REC(IMAGE-COLUMN + 14:5)
                        MOVE "+/-" TO REGISTER-REC(IMAGE-COLUMN + 19:3)
                        MOVE TOLERANCE-TEXT
                                TO REGISTER-REC(IMAGE-COLUMN + 22:5)
                        ADD 30 TO IMAGE-COLUMN
                        IF IMAGE-COLUMN > 100 OR ITEM-IDX = 13
                                WRITE REGISTER-REC
                                MOVE SPACES TO REGISTER-REC
                                MOVE 13 TO IMAGE-COLUMN
                        END-IF
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
                        WHEN 'P'
                                MOVE "PROMOTE" TO REGISTER-REC(21:9)
                        WHEN 'T'
                                MOVE "TOLERANCE" TO REGISTER-REC(21:9)
                        WHEN 'D'
                                MOVE "DELETE" TO REGISTER-REC(21:9)
                        WHEN 'L'
                                MOVE "LIST" TO REGISTER-REC(21:9)
                        WHEN OTHER
                                MOVE "CODE  " TO REGISTER-REC(21:5)
                                MOVE HOLD-TXN-CODE TO REGISTER-REC(26:1)
                END-EVALUATE.

                IF HOLD-TXN-LIST AND HOLD-TXN-SEED-NAME = SPACES
                        MOVE "ALL BASELINES" TO REGISTER-REC(32:40)
                ELSE
                        MOVE HOLD-TXN-SEED-NAME TO REGISTER-REC(32:40)
                        MOVE HOLD-TXN-LABEL TO REGISTER-REC(73:10)
                END-IF.

                IF HOLD-TXN-SIGNOFF NOT = SPACES
                        MOVE "SIGN-OFF" TO REGISTER-REC(85:8)
                        MOVE HOLD-TXN-SIGNOFF TO REGISTER-REC(94:10)
                END-IF.
                WRITE REGISTER-REC.

                IF HOLD-TXN-SET-TOLERANCE
                        MOVE SPACES TO REGISTER-REC
                        STRING "  ITEM " DELIMITED BY SIZE
                               HOLD-TXN-ITEM-NAME DELIMITED BY SIZE
                               " TOLERANCE " DELIMITED BY SIZE
                               HOLD-TXN-TOLERANCE DELIMITED BY SIZE
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

                OPEN OUTPUT BASELINE-FILE.

                IF BASELINE-FILE-STATUS NOT = '00' AND
                   BASELINE-FILE-STATUS NOT = '05'
                        DISPLAY "BASEMAINT: UNABLE TO REWRITE BASELINE "
                                "MASTER ../baseline.txt STATUS "
                                BASELINE-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO SORT-SCAN.

                PERFORM UNTIL SORT-SCAN = SORT-INDEX-COUNT
                        ADD 1 TO SORT-SCAN
                        MOVE SORT-INDEX(SORT-SCAN) TO IMAGE-ENTRY
                        PERFORM 0620-WRITE-MASTER-ENTRY THRU 0620-EXIT
                END-PERFORM.

                CLOSE BASELINE-FILE.
        0600-EXIT.
                EXIT.

        0610-BUILD-SORT-INDEX.
                MOVE 0 TO SORT-INDEX-COUNT.
                MOVE 0 TO BASE-SCAN.

                PERFORM UNTIL BASE-SCAN = BASE-COUNT
                        ADD 1 TO BASE-SCAN
                        IF BE-ACTIVE(BASE-SCAN)
                                ADD 1 TO SORT-INDEX-COUNT
                                MOVE BASE-SCAN
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
                                IF BE-KEY(SORT-INDEX(SORT-SCAN)) >
                                   BE-KEY(SORT-INDEX(SORT-SCAN + 1))
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
                MOVE SPACES TO BASELINE-REC.
                MOVE BE-SEED-NAME(IMAGE-ENTRY) TO BL-SEED-NAME.
                MOVE BE-LABEL(IMAGE-ENTRY) TO BL-LABEL.
                MOVE BE-STABLE-SW(IMAGE-ENTRY) TO BL-STABLE-SW.
                MOVE 0 TO ITEM-IDX.
                PERFORM UNTIL ITEM-IDX = 13
                        ADD 1 TO ITEM-IDX
                        MOVE BE-EXPECTED(IMAGE-ENTRY, ITEM-IDX)
                                TO BL-EXPECTED(ITEM-IDX)
                        MOVE BE-TOLERANCE(IMAGE-ENTRY, ITEM-IDX)
                                TO BL-TOLERANCE(ITEM-IDX)
                END-PERFORM.
                MOVE BE-PROMOTED(IMAGE-ENTRY) TO BL-PROMOTED.
                MOVE BE-SIGNOFF(IMAGE-ENTRY) TO BL-SIGNOFF.
                WRITE BASELINE-REC.
                ADD 1 TO MASTER-RECS-WRITTEN.
        0620-EXIT.
                EXIT.

        0700-WRITE-TOTALS.
                MOVE SPACES TO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE MASTER-RECS-READ TO COUNT-TEXT-1.
                MOVE MASTER-RECS-WRITTEN TO COUNT-TEXT-2.
                MOVE ACTUAL-COUNT TO COUNT-TEXT-3.

                MOVE SPACES TO REGISTER-REC.
                STRING "BASELINES READ " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  WRITTEN " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  RUNS IN SUMMARY " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE TXN-NUM TO COUNT-TEXT-1.
                MOVE PROMOTE-COUNT TO COUNT-TEXT-2.
                MOVE TOLERANCE-COUNT TO COUNT-TEXT-3.
                MOVE DELETE-COUNT TO COUNT-TEXT-4.
                MOVE LIST-COUNT TO COUNT-TEXT-5.
                MOVE REJECT-COUNT TO COUNT-TEXT-6.

                MOVE SPACES TO REGISTER-REC.
                STRING "TRANSACTIONS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  PROMOTED " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  TOLERANCES SET " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  DELETED " DELIMITED BY SIZE
                       COUNT-TEXT-4 DELIMITED BY SIZE
                       "  LISTED " DELIMITED BY SIZE
                       COUNT-TEXT-5 DELIMITED BY SIZE
                       "  REJECTED " DELIMITED BY SIZE
                       COUNT-TEXT-6 DELIMITED BY SIZE
                       INTO REGISTER-REC.
                WRITE REGISTER-REC.

                MOVE MASTER-RECS-WRITTEN TO COUNT-TEXT-4.

                DISPLAY "BASEMAINT: " COUNT-TEXT-1 " TRANSACTIONS, "
                        COUNT-TEXT-6 " REJECTED, " COUNT-TEXT-4
                        " BASELINES ON FILE".
        0700-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
