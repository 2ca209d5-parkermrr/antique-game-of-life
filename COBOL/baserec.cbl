        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BASEREC.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL BASELINE-FILE ASSIGN TO "../baseline.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BASELINE-FILE-STATUS.
                SELECT SUMMARY-FILE ASSIGN TO "../summary.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUMMARY-FILE-STATUS.
                SELECT REPORT-FILE ASSIGN TO "../baserec-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REPORT-FILE-STATUS.
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
                        FD REPORT-FILE.
                                01 REPORT-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 BASELINE-FILE-STATUS PIC XX.
                        01 SUMMARY-FILE-STATUS PIC XX.
                        01 REPORT-FILE-STATUS PIC XX.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 BASELINE-EOF-SW PIC X VALUE 'N'.
                                88 BASELINE-AT-EOF VALUE 'Y'.
                        01 SUMMARY-EOF-SW PIC X VALUE 'N'.
                                88 SUMMARY-AT-EOF VALUE 'Y'.
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
                        01 ACTUAL-VALUE-TABLE.
                                05 ACTUAL-VALUE PIC 9(5) OCCURS 13 TIMES.
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
                                        10 BE-MATCHED-SW PIC X.
                                                88 BE-MATCHED VALUE 'Y'.
                        01 BASE-COUNT PIC 9(4) VALUE 0.
                        01 BASE-SCAN PIC 9(4).
                        01 BASE-HIT PIC 9(4).
                        01 SUMMARY-KEY.
                                05 SUMMARY-KEY-SEED PIC X(40).
                                05 SUMMARY-KEY-LABEL PIC X(10).
                        01 VARIANCE PIC 9(5).
                        01 RUN-OUT-SW PIC X.
                                88 RUN-OUT-OF-TOLERANCE VALUE 'Y'.
                        01 RUN-OUT-ITEMS PIC 9(2).
                        01 RUNS-READ PIC 9(5) VALUE 0.
                        01 RUNS-IN-TOLERANCE PIC 9(5) VALUE 0.
                        01 RUNS-OUT-OF-TOLERANCE PIC 9(5) VALUE 0.
                        01 RUNS-NO-BASELINE PIC 9(5) VALUE 0.
                        01 BASELINES-NO-RUN PIC 9(5) VALUE 0.
                        01 ITEMS-OUT-OF-TOLERANCE PIC 9(5) VALUE 0.
                        01 COUNT-TEXT-1 PIC 9(5).
                        01 COUNT-TEXT-2 PIC 9(5).
                        01 COUNT-TEXT-3 PIC 9(5).
                        01 EXPECTED-TEXT PIC 9(5).
                        01 ACTUAL-TEXT PIC 9(5).
                        01 TOLERANCE-TEXT PIC 9(5).
                        01 VARIANCE-TEXT PIC 9(5).

        PROCEDURE DIVISION.
                PERFORM 0050-OPEN-FILES THRU 0050-EXIT.

                PERFORM 0100-LOAD-BASELINE THRU 0100-EXIT.

                PERFORM 0200-RECONCILE-RUNS THRU 0200-EXIT.

                PERFORM 0400-LIST-UNMATCHED-BASELINES THRU 0400-EXIT.

                PERFORM 0700-WRITE-TOTALS THRU 0700-EXIT.

                CLOSE REPORT-FILE.

                IF RUNS-OUT-OF-TOLERANCE > 0
                        MOVE 8 TO RETURN-CODE
                ELSE
                        IF RUNS-NO-BASELINE > 0 OR BASELINES-NO-RUN > 0
                                MOVE 4 TO RETURN-CODE
                        END-IF
                END-IF.

                STOP RUN.

        0050-OPEN-FILES.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN INPUT SUMMARY-FILE.

                IF SUMMARY-FILE-STATUS NOT = '00'
                        DISPLAY "BASEREC: UNABLE TO OPEN RUN SUMMARY "
                                "../summary.txt"
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT REPORT-FILE.

                IF REPORT-FILE-STATUS NOT = '00'
                        DISPLAY "BASEREC: UNABLE TO OPEN REPORT "
                                "../baserec-report.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO REPORT-REC.
                STRING "BASELINE RECONCILIATION REPORT  DATE "
                           DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "  TIME " DELIMITED BY SIZE
                       RUN-TIME-TEXT(1:6) DELIMITED BY SIZE
                       INTO REPORT-REC.
                WRITE REPORT-REC.
        0050-EXIT.
                EXIT.

        0100-LOAD-BASELINE.
                OPEN INPUT BASELINE-FILE.

                IF BASELINE-FILE-STATUS NOT = '00' AND
                   BASELINE-FILE-STATUS NOT = '05'
                        DISPLAY "BASEREC: UNABLE TO OPEN BASELINE MASTER "
                                "../baseline.txt STATUS " BASELINE-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL BASELINE-AT-EOF
                        READ BASELINE-FILE
                                AT END
                                        MOVE 'Y' TO BASELINE-EOF-SW
                                NOT AT END
                                        PERFORM 0110-STORE-BASELINE
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE BASELINE-FILE.
        0100-EXIT.
                EXIT.

        0110-STORE-BASELINE.
                IF BASE-COUNT = 1000
                        DISPLAY "BASEREC: BASELINE MASTER EXCEEDS THE 1000 "
                                "ENTRY MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

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
                MOVE 'N' TO BE-MATCHED-SW(BASE-COUNT).
        0110-EXIT.
                EXIT.

        0200-RECONCILE-RUNS.
                MOVE SPACES TO REPORT-REC.
                WRITE REPORT-REC.
                MOVE "RUN RESULTS AGAINST BASELINE" TO REPORT-REC.
                WRITE REPORT-REC.
                MOVE SPACES TO REPORT-REC.
                MOVE "SEED" TO REPORT-REC(3:4).
                MOVE "LABEL" TO REPORT-REC(44:5).
                MOVE "RESULT" TO REPORT-REC(56:6).
                WRITE REPORT-REC.

                PERFORM UNTIL SUMMARY-AT-EOF
                        READ SUMMARY-FILE
                                AT END
                                        MOVE 'Y' TO SUMMARY-EOF-SW
                                NOT AT END
                                        ADD 1 TO RUNS-READ
                                        PERFORM 0210-RECONCILE-ONE
                                                THRU 0210-EXIT
                        END-READ
                END-PERFORM.

                CLOSE SUMMARY-FILE.
        0200-EXIT.
                EXIT.

        0210-RECONCILE-ONE.
                MOVE SUM-SEED-NAME TO SUMMARY-KEY-SEED.
                MOVE SUM-LABEL TO SUMMARY-KEY-LABEL.

                MOVE 0 TO BASE-HIT.
                MOVE 0 TO BASE-SCAN.
                PERFORM UNTIL BASE-SCAN = BASE-COUNT OR BASE-HIT > 0
                        ADD 1 TO BASE-SCAN
                        IF BE-KEY(BASE-SCAN) = SUMMARY-KEY
                                MOVE BASE-SCAN TO BASE-HIT
                        END-IF
                END-PERFORM.

                MOVE SPACES TO REPORT-REC.
                MOVE SUM-SEED-NAME TO REPORT-REC(3:40).
                MOVE SUM-LABEL TO REPORT-REC(44:10).

                IF BASE-HIT = 0
                        ADD 1 TO RUNS-NO-BASELINE
                        MOVE "NO BASELINE" TO REPORT-REC(56:11)
                        WRITE REPORT-REC
                        GO TO 0210-EXIT
                END-IF.

                MOVE 'Y' TO BE-MATCHED-SW(BASE-HIT).

                MOVE SUM-GENS-RUN TO ACTUAL-VALUE(1).
                MOVE SUM-GENS-ASKED TO ACTUAL-VALUE(2).
                MOVE SUM-START-COUNT TO ACTUAL-VALUE(3).
                MOVE SUM-FINAL-COUNT TO ACTUAL-VALUE(4).
                MOVE SUM-MIN-COUNT TO ACTUAL-VALUE(5).
                MOVE SUM-MIN-GEN TO ACTUAL-VALUE(6).
                MOVE SUM-MAX-COUNT TO ACTUAL-VALUE(7).
                MOVE SUM-MAX-GEN TO ACTUAL-VALUE(8).
                MOVE SUM-EXTINCT-GEN TO ACTUAL-VALUE(9).
                MOVE SUM-CYCLE-LEN TO ACTUAL-VALUE(10).
                MOVE SUM-WINNER-COLONY TO ACTUAL-VALUE(11).
                MOVE SUM-MAX-AGE TO ACTUAL-VALUE(12).
                MOVE SUM-STABLE-GEN TO ACTUAL-VALUE(13).

                MOVE 'N' TO RUN-OUT-SW.
                MOVE 0 TO RUN-OUT-ITEMS.
                MOVE 0 TO ITEM-IDX.
                PERFORM UNTIL ITEM-IDX = 13
                        ADD 1 TO ITEM-IDX
                        IF ACTUAL-VALUE(ITEM-IDX) >
                           BE-EXPECTED(BASE-HIT, ITEM-IDX)
                                SUBTRACT BE-EXPECTED(BASE-HIT, ITEM-IDX)
                                        FROM ACTUAL-VALUE(ITEM-IDX)
                                        GIVING VARIANCE
                        ELSE
                                SUBTRACT ACTUAL-VALUE(ITEM-IDX)
                                        FROM BE-EXPECTED(BASE-HIT, ITEM-IDX)
                                        GIVING VARIANCE
                        END-IF
                        IF VARIANCE > BE-TOLERANCE(BASE-HIT, ITEM-IDX)
                                IF NOT RUN-OUT-OF-TOLERANCE
                                        MOVE "OUT OF TOLERANCE"
                                                TO REPORT-REC(56:16)
                                        WRITE REPORT-REC
                                        MOVE 'Y' TO RUN-OUT-SW
                                        PERFORM 0220-WRITE-ITEM-HEADING
                                                THRU 0220-EXIT
                                END-IF
                                ADD 1 TO RUN-OUT-ITEMS
                                PERFORM 0230-WRITE-ITEM-LINE THRU 0230-EXIT
                        END-IF
                END-PERFORM.

                IF SUM-STABLE-SW NOT = BE-STABLE-SW(BASE-HIT)
                        IF NOT RUN-OUT-OF-TOLERANCE
                                MOVE "OUT OF TOLERANCE" TO REPORT-REC(56:16)
                                WRITE REPORT-REC
                                MOVE 'Y' TO RUN-OUT-SW
                                PERFORM 0220-WRITE-ITEM-HEADING THRU 0220-EXIT
                        END-IF
                        ADD 1 TO RUN-OUT-ITEMS
                        MOVE SPACES TO REPORT-REC
                        MOVE "STABLE-SW" TO REPORT-REC(7:13)
                        MOVE BE-STABLE-SW(BASE-HIT) TO REPORT-REC(25:1)
                        MOVE SUM-STABLE-SW TO REPORT-REC(35:1)
                        MOVE "EXACT" TO REPORT-REC(53:5)
                        WRITE REPORT-REC
                END-IF.

                IF RUN-OUT-OF-TOLERANCE
                        ADD 1 TO RUNS-OUT-OF-TOLERANCE
                        ADD RUN-OUT-ITEMS TO ITEMS-OUT-OF-TOLERANCE
                ELSE
                        ADD 1 TO RUNS-IN-TOLERANCE
                        MOVE "IN TOLERANCE" TO REPORT-REC(56:12)
                        WRITE REPORT-REC
                END-IF.
        0210-EXIT.
                EXIT.

        0220-WRITE-ITEM-HEADING.
                MOVE SPACES TO REPORT-REC.
                MOVE "ITEM" TO REPORT-REC(7:4).
                MOVE "EXPECTED" TO REPORT-REC(22:8).
                MOVE "ACTUAL" TO REPORT-REC(33:6).
                MOVE "VARIANCE" TO REPORT-REC(42:8).
                MOVE "TOLERANCE" TO REPORT-REC(52:9).
                WRITE REPORT-REC.
        0220-EXIT.
                EXIT.

        0230-WRITE-ITEM-LINE.
                MOVE BE-EXPECTED(BASE-HIT, ITEM-IDX) TO EXPECTED-TEXT.
                MOVE ACTUAL-VALUE(ITEM-IDX) TO ACTUAL-TEXT.
                MOVE VARIANCE TO VARIANCE-TEXT.
                MOVE BE-TOLERANCE(BASE-HIT, ITEM-IDX) TO TOLERANCE-TEXT.

                MOVE SPACES TO REPORT-REC.
                MOVE ITEM-NAME(ITEM-IDX) TO REPORT-REC(7:13).
                MOVE EXPECTED-TEXT TO REPORT-REC(25:5).
                MOVE ACTUAL-TEXT TO REPORT-REC(34:5).
                MOVE VARIANCE-TEXT TO REPORT-REC(45:5).
                MOVE TOLERANCE-TEXT TO REPORT-REC(56:5).
                WRITE REPORT-REC.
        0230-EXIT.
                EXIT.

        0400-LIST-UNMATCHED-BASELINES.
                MOVE SPACES TO REPORT-REC.
                WRITE REPORT-REC.
                MOVE "BASELINES WITH NO RUN" TO REPORT-REC.
                WRITE REPORT-REC.

                MOVE 0 TO BASE-SCAN.
                PERFORM UNTIL BASE-SCAN = BASE-COUNT
                        ADD 1 TO BASE-SCAN
                        IF NOT BE-MATCHED(BASE-SCAN)
                                ADD 1 TO BASELINES-NO-RUN
                                MOVE SPACES TO REPORT-REC
                                MOVE BE-SEED-NAME(BASE-SCAN)
                                        TO REPORT-REC(3:40)
                                MOVE BE-LABEL(BASE-SCAN) TO REPORT-REC(44:10)
                                STRING "PROMOTED " DELIMITED BY SIZE
                                       BE-PROMOTED(BASE-SCAN)
                                           DELIMITED BY SIZE
                                       " BY " DELIMITED BY SIZE
                                       BE-SIGNOFF(BASE-SCAN)
                                           DELIMITED BY SIZE
                                       INTO REPORT-REC(56:40)
                                WRITE REPORT-REC
                        END-IF
                END-PERFORM.

                IF BASELINES-NO-RUN = 0
                        MOVE "  NONE" TO REPORT-REC
                        WRITE REPORT-REC
                END-IF.
        0400-EXIT.
                EXIT.

        0700-WRITE-TOTALS.
                MOVE SPACES TO REPORT-REC.
                WRITE REPORT-REC.

                MOVE RUNS-READ TO COUNT-TEXT-1.
                MOVE BASE-COUNT TO COUNT-TEXT-2.
                MOVE SPACES TO REPORT-REC.
                STRING "RUNS READ " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  BASELINES READ " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       INTO REPORT-REC.
                WRITE REPORT-REC.

                MOVE RUNS-IN-TOLERANCE TO COUNT-TEXT-1.
                MOVE RUNS-OUT-OF-TOLERANCE TO COUNT-TEXT-2.
                MOVE ITEMS-OUT-OF-TOLERANCE TO COUNT-TEXT-3.
                MOVE SPACES TO REPORT-REC.
                STRING "IN TOLERANCE " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  OUT OF TOLERANCE " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  ITEMS OUT " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       INTO REPORT-REC.
                WRITE REPORT-REC.

                MOVE RUNS-NO-BASELINE TO COUNT-TEXT-1.
                MOVE BASELINES-NO-RUN TO COUNT-TEXT-2.
                MOVE SPACES TO REPORT-REC.
                STRING "RUNS WITH NO BASELINE " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  BASELINES WITH NO RUN " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       INTO REPORT-REC.
                WRITE REPORT-REC.

                MOVE RUNS-IN-TOLERANCE TO COUNT-TEXT-1.
                MOVE RUNS-OUT-OF-TOLERANCE TO COUNT-TEXT-2.
                DISPLAY "BASEREC: " COUNT-TEXT-1 " IN TOLERANCE, "
                        COUNT-TEXT-2 " OUT OF TOLERANCE".
        0700-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
