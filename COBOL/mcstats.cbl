        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MCSTATS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL MCSTATS-CARD-FILE ASSIGN TO "../mcstats.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MCSTATS-CARD-STATUS.
                SELECT MANIFEST-FILE ASSIGN TO "../seedmanifest.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MANIFEST-FILE-STATUS.
                SELECT SUMMARY-FILE ASSIGN TO "../summary.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUMMARY-FILE-STATUS.
                SELECT MCSTATS-REPORT-FILE ASSIGN TO "../mcstats-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD MCSTATS-CARD-FILE.
                                01 MCSTATS-CARD-REC PIC X(80).
                                01 MCSTATS-CARD-FIELDS REDEFINES
                                                MCSTATS-CARD-REC.
                                        05 MCC-BAND-WIDTH PIC X(3).
                                        05 FILLER PIC X(77).
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
                        FD MCSTATS-REPORT-FILE.
                                01 MCSTATS-REPORT-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 MCSTATS-CARD-STATUS PIC XX.
                        01 MANIFEST-FILE-STATUS PIC XX.
                        01 SUMMARY-FILE-STATUS PIC XX.
                        01 MANIFEST-EOF-SW PIC X VALUE 'N'.
                                88 MANIFEST-AT-EOF VALUE 'Y'.
                        01 SUMMARY-EOF-SW PIC X VALUE 'N'.
                                88 SUMMARY-AT-EOF VALUE 'Y'.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 BAND-WIDTH PIC 9(3) VALUE 10.
                        01 MANIFEST-TABLE.
                                05 MANIFEST-ENTRY OCCURS 2000 TIMES.
                                        10 ME-SEED-NAME PIC X(40).
                                        10 ME-DENSITY PIC 9(3).
                        01 MANIFEST-COUNT PIC 9(4) VALUE 0.
                        01 MANIFEST-SCAN PIC 9(4).
                        01 SEARCH-SEED-NAME PIC X(40).
                        01 MANIFEST-HIT PIC 9(4).
                        01 SETTLE-TABLE.
                                05 SETTLE-ENTRY OCCURS 5000 TIMES.
                                        10 SE-BAND PIC 9(3).
                                        10 SE-GEN PIC 9(5).
                        01 SETTLE-COUNT PIC 9(4) VALUE 0.
                        01 SETTLE-SCAN PIC 9(4).
                        01 BAND-TABLE.
                                05 BAND-ENTRY OCCURS 101 TIMES.
                                        10 BE-RUNS PIC 9(5).
                                        10 BE-SUM-FINAL PIC 9(11).
                                        10 BE-SUM-SQUARES PIC 9(15).
                                        10 BE-EXTINCT PIC 9(5).
                                        10 BE-STABLE PIC 9(5).
                                        10 BE-SETTLED PIC 9(5).
                                        10 BE-CYCLE-COUNT PIC 9(5)
                                                OCCURS 10 TIMES.
                        01 BAND-COUNT PIC 9(3).
                        01 BAND-IDX PIC 9(3).
                        01 CYCLE-IDX PIC 9(2).
                        01 MEDIAN-TABLE.
                                05 MEDIAN-GEN PIC 9(5) OCCURS 5000 TIMES.
                        01 MEDIAN-COUNT PIC 9(4).
                        01 MEDIAN-MID PIC 9(4).
                        01 MEDIAN-REM PIC 9.
                        01 MEDIAN-VALUE PIC 9(5)V9.
                        01 SORT-PASS PIC 9(4).
                        01 SORT-SCAN PIC 9(4).
                        01 SORT-SWAPPED-SW PIC X.
                                88 SORT-SWAPPED VALUE 'Y'.
                        01 SORT-HOLD-GEN PIC 9(5).
                        01 SUMMARY-READ PIC 9(5) VALUE 0.
                        01 SUMMARY-MATCHED PIC 9(5) VALUE 0.
                        01 SUMMARY-UNMATCHED PIC 9(5) VALUE 0.
                        01 STAT-RUNS PIC 9(5).
                        01 STAT-SUM-FINAL PIC 9(11).
                        01 STAT-SUM-SQUARES PIC 9(15).
                        01 STAT-EXTINCT PIC 9(5).
                        01 STAT-STABLE PIC 9(5).
                        01 STAT-SETTLED PIC 9(5).
                        01 STAT-MEAN PIC 9(7)V9(4).
                        01 STAT-VARIANCE PIC 9(11)V9(4).
                        01 STAT-STD-DEV PIC 9(7)V9(4).
                        01 STAT-PREV-ROOT PIC 9(7)V9(4).
                        01 ROOT-ITER PIC 9(2).
                        01 STAT-PERCENT PIC 9(3)V9.
                        01 TOTAL-ENTRY.
                                05 TE-CYCLE-COUNT PIC 9(5) OCCURS 10 TIMES.
                        01 BAND-LOW PIC 9(3).
                        01 BAND-HIGH PIC 9(3).
                        01 BAND-LABEL PIC X(7).
                        01 RUNS-TEXT PIC 9(5).
                        01 MEAN-TEXT PIC Z(4)9.99.
                        01 STD-DEV-TEXT PIC Z(4)9.99.
                        01 EXTINCT-PCT-TEXT PIC ZZ9.9.
                        01 STABLE-PCT-TEXT PIC ZZ9.9.
                        01 MEDIAN-TEXT PIC Z(4)9.9.
                        01 MEDIAN-FIELD PIC X(7).
                        01 SETTLED-TEXT PIC 9(5).
                        01 CYCLE-TEXT PIC Z(6)9.
                        01 COUNT-TEXT-1 PIC 9(5).
                        01 COUNT-TEXT-2 PIC 9(5).
                        01 COUNT-TEXT-3 PIC 9(5).
                        01 REPORT-COLUMN PIC 9(3).

        PROCEDURE DIVISION.
                PERFORM 0050-READ-MCSTATS-CARD THRU 0050-EXIT.

                PERFORM 0100-LOAD-MANIFEST THRU 0100-EXIT.

                PERFORM 0200-ACCUMULATE-SUMMARY THRU 0200-EXIT.

                PERFORM 0300-WRITE-MCSTATS-REPORT THRU 0300-EXIT.

                STOP RUN.

        0050-READ-MCSTATS-CARD.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.

                OPEN INPUT MCSTATS-CARD-FILE.

                IF MCSTATS-CARD-STATUS = '00'
                        READ MCSTATS-CARD-FILE
                                AT END
                                        MOVE SPACES TO MCSTATS-CARD-REC
                        END-READ

                        IF MCC-BAND-WIDTH IS NUMERIC
                                MOVE MCC-BAND-WIDTH TO BAND-WIDTH
                        END-IF

                        CLOSE MCSTATS-CARD-FILE
                END-IF.

                IF BAND-WIDTH = 0 OR BAND-WIDTH > 100
                        DISPLAY "MCSTATS: DENSITY BAND WIDTH " BAND-WIDTH
                                " MUST BE 1 TO 100"
                        GO TO 9999-ABEND
                END-IF.

                COMPUTE BAND-COUNT = 100 / BAND-WIDTH + 1.

                INITIALIZE BAND-TABLE.
                INITIALIZE TOTAL-ENTRY.
        0050-EXIT.
                EXIT.

        0100-LOAD-MANIFEST.
                OPEN INPUT MANIFEST-FILE.

                IF MANIFEST-FILE-STATUS NOT = '00'
                        DISPLAY "MCSTATS: UNABLE TO OPEN SEED MANIFEST "
                                "../seedmanifest.txt"
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL MANIFEST-AT-EOF
                        READ MANIFEST-FILE
                                AT END
                                        MOVE 'Y' TO MANIFEST-EOF-SW
                                NOT AT END
                                        PERFORM 0110-ADD-MANIFEST-ENTRY
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE MANIFEST-FILE.
        0100-EXIT.
                EXIT.

        0110-ADD-MANIFEST-ENTRY.
                IF MAN-DENSITY IS NOT NUMERIC OR MAN-SEED-NAME = SPACES
                        GO TO 0110-EXIT
                END-IF.

                MOVE MAN-SEED-NAME TO SEARCH-SEED-NAME.
                PERFORM 0150-FIND-MANIFEST-ENTRY THRU 0150-EXIT.

                IF MANIFEST-HIT > 0
                        MOVE MAN-DENSITY TO ME-DENSITY(MANIFEST-HIT)
                        GO TO 0110-EXIT
                END-IF.

                IF MANIFEST-COUNT = 2000
                        DISPLAY "MCSTATS: SEED MANIFEST EXCEEDS 2000 "
                                "DISTINCT SEED FILES"
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO MANIFEST-COUNT.
                MOVE MAN-SEED-NAME TO ME-SEED-NAME(MANIFEST-COUNT).
                MOVE MAN-DENSITY TO ME-DENSITY(MANIFEST-COUNT).
        0110-EXIT.
                EXIT.

        0150-FIND-MANIFEST-ENTRY.
                MOVE 0 TO MANIFEST-HIT.
                MOVE 0 TO MANIFEST-SCAN.

                PERFORM UNTIL MANIFEST-SCAN = MANIFEST-COUNT OR
                              MANIFEST-HIT > 0
                        ADD 1 TO MANIFEST-SCAN
                        IF ME-SEED-NAME(MANIFEST-SCAN) = SEARCH-SEED-NAME
                                MOVE MANIFEST-SCAN TO MANIFEST-HIT
                        END-IF
                END-PERFORM.
        0150-EXIT.
                EXIT.

        0200-ACCUMULATE-SUMMARY.
                OPEN INPUT SUMMARY-FILE.

                IF SUMMARY-FILE-STATUS NOT = '00'
                        DISPLAY "MCSTATS: UNABLE TO OPEN RUN SUMMARY "
                                "../summary.txt"
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT MCSTATS-REPORT-FILE.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                STRING "MONTE CARLO RESULTS BY DENSITY BAND"
                           DELIMITED BY SIZE
                       "   RUN DATE " DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       INTO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                PERFORM UNTIL SUMMARY-AT-EOF
                        READ SUMMARY-FILE
                                AT END
                                        MOVE 'Y' TO SUMMARY-EOF-SW
                                NOT AT END
                                        ADD 1 TO SUMMARY-READ
                                        PERFORM 0210-ACCUMULATE-RUN
                                                THRU 0210-EXIT
                        END-READ
                END-PERFORM.

                CLOSE SUMMARY-FILE.
        0200-EXIT.
                EXIT.

        0210-ACCUMULATE-RUN.
                MOVE SUM-SEED-NAME TO SEARCH-SEED-NAME.
                PERFORM 0150-FIND-MANIFEST-ENTRY THRU 0150-EXIT.

                IF MANIFEST-HIT = 0
                        ADD 1 TO SUMMARY-UNMATCHED
                        MOVE SPACES TO MCSTATS-REPORT-REC
                        STRING "NO MANIFEST ENTRY FOR RUN  " DELIMITED BY SIZE
                               SUM-LABEL DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               SUM-SEED-NAME DELIMITED BY SPACE
                               INTO MCSTATS-REPORT-REC
                        WRITE MCSTATS-REPORT-REC
                        GO TO 0210-EXIT
                END-IF.

                ADD 1 TO SUMMARY-MATCHED.

                COMPUTE BAND-IDX = ME-DENSITY(MANIFEST-HIT) / BAND-WIDTH + 1.

                ADD 1 TO BE-RUNS(BAND-IDX).
                ADD SUM-FINAL-COUNT TO BE-SUM-FINAL(BAND-IDX).
                COMPUTE BE-SUM-SQUARES(BAND-IDX) =
                        BE-SUM-SQUARES(BAND-IDX) +
                        SUM-FINAL-COUNT * SUM-FINAL-COUNT.

                IF SUM-STABLE-SW = 'Y'
                        ADD 1 TO BE-STABLE(BAND-IDX)
                END-IF.

                IF SUM-STABLE-SW = 'Y' AND SUM-CYCLE-LEN > 0
                        IF SUM-CYCLE-LEN > 8
                                MOVE 10 TO CYCLE-IDX
                        ELSE
                                COMPUTE CYCLE-IDX = SUM-CYCLE-LEN + 1
                        END-IF
                ELSE
                        MOVE 1 TO CYCLE-IDX
                END-IF.
                ADD 1 TO BE-CYCLE-COUNT(BAND-IDX, CYCLE-IDX).
                ADD 1 TO TE-CYCLE-COUNT(CYCLE-IDX).

                IF SUM-FINAL-COUNT = 0
                        ADD 1 TO BE-EXTINCT(BAND-IDX)
                        MOVE SUM-EXTINCT-GEN TO SORT-HOLD-GEN
                ELSE
                        IF SUM-STABLE-SW = 'Y' AND SUM-STABLE-GEN > 0
                                MOVE SUM-STABLE-GEN TO SORT-HOLD-GEN
                        ELSE
                                GO TO 0210-EXIT
                        END-IF
                END-IF.

                IF SETTLE-COUNT = 5000
                        DISPLAY "MCSTATS: MORE THAN 5000 SETTLED RUNS IN "
                                "../summary.txt"
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO BE-SETTLED(BAND-IDX).
                ADD 1 TO SETTLE-COUNT.
                MOVE BAND-IDX TO SE-BAND(SETTLE-COUNT).
                MOVE SORT-HOLD-GEN TO SE-GEN(SETTLE-COUNT).
        0210-EXIT.
                EXIT.

        0300-WRITE-MCSTATS-REPORT.
                MOVE SUMMARY-READ TO COUNT-TEXT-1.
                MOVE SUMMARY-MATCHED TO COUNT-TEXT-2.
                MOVE SUMMARY-UNMATCHED TO COUNT-TEXT-3.

                IF SUMMARY-UNMATCHED > 0
                        MOVE SPACES TO MCSTATS-REPORT-REC
                        WRITE MCSTATS-REPORT-REC
                END-IF.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                STRING "SUMMARY RECORDS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  MATCHED TO MANIFEST " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  NO MANIFEST ENTRY " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  DENSITY BAND WIDTH " DELIMITED BY SIZE
                       BAND-WIDTH DELIMITED BY SIZE
                       INTO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                STRING "DENSITY   RUNS  MEAN FINAL     STD DEV  "
                           DELIMITED BY SIZE
                       "EXTINCT %  STABLE %  SETTLED  MEDIAN SETTLE GEN"
                           DELIMITED BY SIZE
                       INTO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE 0 TO BAND-IDX.

                PERFORM UNTIL BAND-IDX = BAND-COUNT
                        ADD 1 TO BAND-IDX
                        IF BE-RUNS(BAND-IDX) > 0
                                PERFORM 0310-WRITE-BAND-LINE THRU 0310-EXIT
                        END-IF
                END-PERFORM.

                MOVE 0 TO BAND-IDX.
                PERFORM 0310-WRITE-BAND-LINE THRU 0310-EXIT.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE "CYCLE LENGTH DISTRIBUTION (RUNS)" TO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                STRING "DENSITY      NONE       1       2       3       4"
                           DELIMITED BY SIZE
                       "       5       6       7       8      9+"
                           DELIMITED BY SIZE
                       INTO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.

                MOVE 0 TO BAND-IDX.

                PERFORM UNTIL BAND-IDX = BAND-COUNT
                        ADD 1 TO BAND-IDX
                        IF BE-RUNS(BAND-IDX) > 0
                                PERFORM 0330-WRITE-CYCLE-LINE THRU 0330-EXIT
                        END-IF
                END-PERFORM.

                MOVE 0 TO BAND-IDX.
                PERFORM 0330-WRITE-CYCLE-LINE THRU 0330-EXIT.

                CLOSE MCSTATS-REPORT-FILE.
        0300-EXIT.
                EXIT.

        0310-WRITE-BAND-LINE.
                IF BAND-IDX = 0
                        MOVE SUMMARY-MATCHED TO STAT-RUNS
                        MOVE 0 TO STAT-SUM-FINAL
                        MOVE 0 TO STAT-SUM-SQUARES
                        MOVE 0 TO STAT-EXTINCT
                        MOVE 0 TO STAT-STABLE
                        MOVE 0 TO STAT-SETTLED
                        MOVE 0 TO BAND-IDX
                        PERFORM UNTIL BAND-IDX = BAND-COUNT
                                ADD 1 TO BAND-IDX
                                ADD BE-SUM-FINAL(BAND-IDX) TO STAT-SUM-FINAL
                                ADD BE-SUM-SQUARES(BAND-IDX)
                                        TO STAT-SUM-SQUARES
                                ADD BE-EXTINCT(BAND-IDX) TO STAT-EXTINCT
                                ADD BE-STABLE(BAND-IDX) TO STAT-STABLE
                                ADD BE-SETTLED(BAND-IDX) TO STAT-SETTLED
                        END-PERFORM
                        MOVE 0 TO BAND-IDX
                        MOVE "ALL" TO BAND-LABEL
                ELSE
                        MOVE BE-RUNS(BAND-IDX) TO STAT-RUNS
                        MOVE BE-SUM-FINAL(BAND-IDX) TO STAT-SUM-FINAL
                        MOVE BE-SUM-SQUARES(BAND-IDX) TO STAT-SUM-SQUARES
                        MOVE BE-EXTINCT(BAND-IDX) TO STAT-EXTINCT
                        MOVE BE-STABLE(BAND-IDX) TO STAT-STABLE
                        MOVE BE-SETTLED(BAND-IDX) TO STAT-SETTLED
                        PERFORM 0340-BUILD-BAND-LABEL THRU 0340-EXIT
                END-IF.

                IF STAT-RUNS = 0
                        GO TO 0310-EXIT
                END-IF.

                COMPUTE STAT-MEAN ROUNDED = STAT-SUM-FINAL / STAT-RUNS.

                IF STAT-SUM-SQUARES / STAT-RUNS > STAT-MEAN * STAT-MEAN
                        COMPUTE STAT-VARIANCE ROUNDED =
                                STAT-SUM-SQUARES / STAT-RUNS -
                                STAT-MEAN * STAT-MEAN
                ELSE
                        MOVE 0 TO STAT-VARIANCE
                END-IF.

                PERFORM 0350-SQUARE-ROOT THRU 0350-EXIT.

                MOVE STAT-RUNS TO RUNS-TEXT.
                MOVE STAT-MEAN TO MEAN-TEXT.
                MOVE STAT-STD-DEV TO STD-DEV-TEXT.
                COMPUTE STAT-PERCENT ROUNDED =
                        STAT-EXTINCT * 100 / STAT-RUNS.
                MOVE STAT-PERCENT TO EXTINCT-PCT-TEXT.
                COMPUTE STAT-PERCENT ROUNDED =
                        STAT-STABLE * 100 / STAT-RUNS.
                MOVE STAT-PERCENT TO STABLE-PCT-TEXT.
                MOVE STAT-SETTLED TO SETTLED-TEXT.

                PERFORM 0320-FIND-MEDIAN THRU 0320-EXIT.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                STRING BAND-LABEL DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       RUNS-TEXT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       MEAN-TEXT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       STD-DEV-TEXT DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       EXTINCT-PCT-TEXT DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       STABLE-PCT-TEXT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       SETTLED-TEXT DELIMITED BY SIZE
                       "            " DELIMITED BY SIZE
                       MEDIAN-FIELD DELIMITED BY SIZE
                       INTO MCSTATS-REPORT-REC.
                WRITE MCSTATS-REPORT-REC.
        0310-EXIT.
                EXIT.

        0320-FIND-MEDIAN.
                MOVE 0 TO MEDIAN-COUNT.
                MOVE 0 TO SETTLE-SCAN.

                PERFORM UNTIL SETTLE-SCAN = SETTLE-COUNT
                        ADD 1 TO SETTLE-SCAN
                        IF BAND-IDX = 0 OR SE-BAND(SETTLE-SCAN) = BAND-IDX
                                ADD 1 TO MEDIAN-COUNT
                                MOVE SE-GEN(SETTLE-SCAN)
                                        TO MEDIAN-GEN(MEDIAN-COUNT)
                        END-IF
                END-PERFORM.

                IF MEDIAN-COUNT = 0
                        MOVE "    -" TO MEDIAN-FIELD
                        GO TO 0320-EXIT
                END-IF.

                MOVE 'Y' TO SORT-SWAPPED-SW.
                MOVE 0 TO SORT-PASS.

                PERFORM UNTIL NOT SORT-SWAPPED
                        MOVE 'N' TO SORT-SWAPPED-SW
                        ADD 1 TO SORT-PASS
                        MOVE 1 TO SORT-SCAN
                        PERFORM UNTIL SORT-SCAN > MEDIAN-COUNT - SORT-PASS
                                IF MEDIAN-GEN(SORT-SCAN) >
                                   MEDIAN-GEN(SORT-SCAN + 1)
                                        MOVE MEDIAN-GEN(SORT-SCAN)
                                                TO SORT-HOLD-GEN
                                        MOVE MEDIAN-GEN(SORT-SCAN + 1)
                                                TO MEDIAN-GEN(SORT-SCAN)
                                        MOVE SORT-HOLD-GEN
                                                TO MEDIAN-GEN(SORT-SCAN + 1)
                                        MOVE 'Y' TO SORT-SWAPPED-SW
                                END-IF
                                ADD 1 TO SORT-SCAN
                        END-PERFORM
                END-PERFORM.

                DIVIDE MEDIAN-COUNT BY 2
                        GIVING MEDIAN-MID REMAINDER MEDIAN-REM.

                IF MEDIAN-REM = 1
                        ADD 1 TO MEDIAN-MID
                        MOVE MEDIAN-GEN(MEDIAN-MID) TO MEDIAN-VALUE
                ELSE
                        COMPUTE MEDIAN-VALUE =
                                (MEDIAN-GEN(MEDIAN-MID) +
                                 MEDIAN-GEN(MEDIAN-MID + 1)) / 2
                END-IF.

                MOVE MEDIAN-VALUE TO MEDIAN-TEXT.
                MOVE MEDIAN-TEXT TO MEDIAN-FIELD.
        0320-EXIT.
                EXIT.

        0330-WRITE-CYCLE-LINE.
                IF BAND-IDX = 0
                        MOVE "ALL" TO BAND-LABEL
                ELSE
                        PERFORM 0340-BUILD-BAND-LABEL THRU 0340-EXIT
                END-IF.

                MOVE SPACES TO MCSTATS-REPORT-REC.
                MOVE BAND-LABEL TO MCSTATS-REPORT-REC(1:7).
                MOVE 10 TO REPORT-COLUMN.
                MOVE 0 TO CYCLE-IDX.

                PERFORM UNTIL CYCLE-IDX = 10
                        ADD 1 TO CYCLE-IDX
                        IF BAND-IDX = 0
                                MOVE TE-CYCLE-COUNT(CYCLE-IDX) TO CYCLE-TEXT
                        ELSE
                                MOVE BE-CYCLE-COUNT(BAND-IDX, CYCLE-IDX)
                                        TO CYCLE-TEXT
                        END-IF
                        MOVE CYCLE-TEXT TO MCSTATS-REPORT-REC(REPORT-COLUMN:7)
                        ADD 8 TO REPORT-COLUMN
                END-PERFORM.

                WRITE MCSTATS-REPORT-REC.
        0330-EXIT.
                EXIT.

        0340-BUILD-BAND-LABEL.
                COMPUTE BAND-LOW = (BAND-IDX - 1) * BAND-WIDTH.
                COMPUTE BAND-HIGH = BAND-LOW + BAND-WIDTH - 1.

                IF BAND-HIGH > 100
                        MOVE 100 TO BAND-HIGH
                END-IF.

                MOVE SPACES TO BAND-LABEL.
                IF BAND-LOW = BAND-HIGH
                        MOVE BAND-LOW TO BAND-LABEL(1:3)
                ELSE
                        STRING BAND-LOW DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               BAND-HIGH DELIMITED BY SIZE
                               INTO BAND-LABEL
                END-IF.
        0340-EXIT.
                EXIT.

        0350-SQUARE-ROOT.
                MOVE 0 TO STAT-STD-DEV.

                IF STAT-VARIANCE = 0
                        GO TO 0350-EXIT
                END-IF.

                IF STAT-VARIANCE > 1
                        COMPUTE STAT-STD-DEV = STAT-VARIANCE / 2
                ELSE
                        MOVE 1 TO STAT-STD-DEV
                END-IF.

                IF STAT-STD-DEV > 9999999
                        MOVE 9999999 TO STAT-STD-DEV
                END-IF.

                MOVE 0 TO ROOT-ITER.

                PERFORM UNTIL ROOT-ITER = 60
                        ADD 1 TO ROOT-ITER
                        MOVE STAT-STD-DEV TO STAT-PREV-ROOT
                        COMPUTE STAT-STD-DEV ROUNDED =
                                (STAT-PREV-ROOT +
                                 STAT-VARIANCE / STAT-PREV-ROOT) / 2
                        IF STAT-STD-DEV = STAT-PREV-ROOT
                                MOVE 60 TO ROOT-ITER
                        END-IF
                END-PERFORM.
        0350-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
