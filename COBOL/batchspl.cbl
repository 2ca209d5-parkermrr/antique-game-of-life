        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BATCHSPL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL BATCHSPL-CARD-FILE
                        ASSIGN TO "../batchspl.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BATCHSPL-CARD-STATUS.
                SELECT CONTROL-FILE ASSIGN TO "../control.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CONTROL-FILE-STATUS.
                SELECT BATCH-FILE ASSIGN TO "../batch.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BATCH-FILE-STATUS.
                SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "../runhist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS RUNHIST-FILE-STATUS.
                SELECT STREAM-FILE ASSIGN DYNAMIC STREAM-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STREAM-FILE-STATUS.
                SELECT PLAN-FILE ASSIGN TO "../batchplan.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PLAN-FILE-STATUS.
                SELECT BATCHSPL-REPORT-FILE
                        ASSIGN TO "../batchspl-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD BATCHSPL-CARD-FILE.
                                01 BATCHSPL-CARD-REC PIC X(80).
                                01 BATCHSPL-CARD-FIELDS REDEFINES
                                                BATCHSPL-CARD-REC.
                                        05 BSC-STREAM-COUNT PIC X(2).
                                        05 FILLER PIC X(78).
                        FD CONTROL-FILE.
                                01 CONTROL-REC PIC X(80).
                        FD BATCH-FILE.
                                01 BATCH-REC PIC X(80).
                                01 BATCH-FIELDS REDEFINES BATCH-REC.
                                        05 BATCH-SEED-NAME PIC X(40).
                                        05 BATCH-LABEL PIC X(10).
                                        05 BATCH-SEED-ID PIC X(10).
                                        05 FILLER PIC X(20).
                        FD RUNHIST-FILE.
                                01 RUNHIST-REC PIC X(130).
                                01 RUNHIST-FIELDS REDEFINES RUNHIST-REC.
                                        05 RH-DATE PIC 9(8).
                                        05 RH-TIME PIC 9(6).
                                        05 RH-SEED-NAME PIC X(40).
                                        05 RH-LABEL PIC X(10).
                                        05 RH-GENS-RUN PIC 9(5).
                                        05 RH-GENS-ASKED PIC 9(5).
                                        05 FILLER PIC X(56).
                        FD STREAM-FILE.
                                01 STREAM-REC PIC X(80).
                        FD PLAN-FILE.
                                01 PLAN-REC PIC X(100).
                                01 PLAN-HEADER REDEFINES PLAN-REC.
                                        05 PLH-TYPE PIC X.
                                        05 PLH-STREAM-COUNT PIC 9(2).
                                        05 PLH-ENTRY-COUNT PIC 9(5).
                                        05 PLH-SPLIT-DATE PIC 9(8).
                                        05 PLH-SPLIT-TIME PIC 9(6).
                                        05 PLH-STAGE-SW PIC X.
                                        05 PLH-MERGED-SW PIC X.
                                        05 PLH-MERGE-DATE PIC 9(8).
                                        05 PLH-MERGE-TIME PIC 9(6).
                                        05 PLH-RUNHIST-COUNT PIC 9(7).
                                        05 PLH-AUDIT-COUNT PIC 9(7).
                                        05 FILLER PIC X(48).
                                01 PLAN-DETAIL REDEFINES PLAN-REC.
                                        05 PLD-TYPE PIC X.
                                        05 PLD-DECK-SEQ PIC 9(5).
                                        05 PLD-LABEL PIC X(10).
                                        05 PLD-SEED-NAME PIC X(40).
                                        05 PLD-SEED-ID PIC X(10).
                                        05 PLD-STREAM PIC 9(2).
                                        05 PLD-EST-GENS PIC 9(5).
                                        05 PLD-EST-WORK PIC 9(12).
                                        05 FILLER PIC X(15).
                        FD BATCHSPL-REPORT-FILE.
                                01 BATCHSPL-REPORT-REC PIC X(100).
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
                        01 BATCHSPL-CARD-STATUS PIC XX.
                        01 CONTROL-FILE-STATUS PIC XX.
                        01 BATCH-FILE-STATUS PIC XX.
                        01 RUNHIST-FILE-STATUS PIC XX.
                        01 STREAM-FILE-STATUS PIC XX.
                        01 PLAN-FILE-STATUS PIC XX.
                        01 BATCH-EOF-SW PIC X VALUE 'N'.
                                88 BATCH-AT-EOF VALUE 'Y'.
                        01 RUNHIST-EOF-SW PIC X VALUE 'N'.
                                88 RUNHIST-AT-EOF VALUE 'Y'.
                        01 STREAM-FILENAME PIC X(40).
                        01 STREAM-ID PIC X(3).
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 STREAM-COUNT PIC 9(2) VALUE 2.
                        01 NUM-ITER PIC 9(5).
                        01 GRID-ROWS PIC 9(3).
                        01 GRID-COLS PIC 9(3).
                        01 SAVED-CONTROL-REC.
                                05 CTL-NUM-ITER PIC 9(5).
                                05 CTL-GRID-ROWS PIC 9(3).
                                05 CTL-GRID-COLS PIC 9(3).
                                05 CTL-RESTART-SW PIC X.
                                05 CTL-CHECKPOINT-INTERVAL PIC 9(5).
                                05 CTL-STABILITY-SW PIC X.
                                05 CTL-STOP-ON-STABLE-SW PIC X.
                                05 CTL-EDGE-MODE-SW PIC X.
                                05 CTL-BATCH-SW PIC X.
                                05 CTL-SEED-FORMAT-SW PIC X.
                                05 CTL-RULESTRING PIC X(20).
                                05 CTL-SNAPSHOT-SW PIC X.
                                05 CTL-SNAPSHOT-INTERVAL PIC 9(5).
                                05 CTL-RLEOUT-SW PIC X.
                                05 CTL-RENDER-SW PIC X.
                                05 CTL-HEATMAP-SW PIC X.
                                05 CTL-SWEEP-SW PIC X.
                                05 CTL-COLONY-SW PIC X.
                                05 CTL-STATUS-INTERVAL PIC 9(5).
                                05 CTL-AGE-SW PIC X.
                                05 CTL-STAGE-SW PIC X.
                                05 FILLER PIC X(20).
                        01 BATCH-ENTRY-TABLE.
                                05 BATCH-ENTRY OCCURS 500 TIMES.
                                        10 BE-CARD PIC X(80).
                                        10 BE-DECK-SEQ PIC 9(5).
                                        10 BE-SEED-NAME PIC X(40).
                                        10 BE-LABEL PIC X(10).
                                        10 BE-SEED-ID PIC X(10).
                                        10 BE-EST-GENS PIC 9(5).
                                        10 BE-EST-WORK PIC 9(12).
                                        10 BE-STREAM PIC 9(2).
                                        10 BE-PRIOR-SW PIC X.
                                                88 BE-HAS-PRIOR VALUE 'Y'.
                        01 BATCH-ENTRY-COUNT PIC 9(3) VALUE 0.
                        01 DECK-SEQ PIC 9(5) VALUE 0.
                        01 ENTRY-SCAN PIC 9(3).
                        01 ENTRY-HIT PIC 9(3).
                        01 PRIOR-COUNT PIC 9(3) VALUE 0.
                        01 SORT-INDEX-TABLE.
                                05 SORT-INDEX PIC 9(3) OCCURS 500 TIMES.
                        01 SORT-PASS PIC 9(3).
                        01 SORT-SCAN PIC 9(3).
                        01 SORT-HOLD-INDEX PIC 9(3).
                        01 SORT-SWAPPED-SW PIC X.
                                88 SORT-SWAPPED VALUE 'Y'.
                        01 STREAM-TABLE.
                                05 STREAM-ENTRY OCCURS 20 TIMES.
                                        10 SE-ENTRY-COUNT PIC 9(3).
                                        10 SE-EST-WORK PIC 9(12).
                        01 STREAM-IDX PIC 9(2).
                        01 STREAM-BEST PIC 9(2).
                        01 TOTAL-EST-WORK PIC 9(12) VALUE 0.
                        01 WORK-PCT PIC 9(3).
                        01 COUNT-TEXT PIC 9(5).
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                PERFORM 0050-READ-CONTROL-CARDS THRU 0050-EXIT.

                PERFORM 0060-CHECK-PRIOR-PLAN THRU 0060-EXIT.

                PERFORM 0100-LOAD-BATCH-DECK THRU 0100-EXIT.

                PERFORM 0150-ESTIMATE-WORK THRU 0150-EXIT.

                PERFORM 0200-ASSIGN-STREAMS THRU 0200-EXIT.

                PERFORM 0300-WRITE-STREAM-FILES THRU 0300-EXIT.

                PERFORM 0400-WRITE-BATCH-PLAN THRU 0400-EXIT.

                PERFORM 0500-WRITE-SPLIT-REPORT THRU 0500-EXIT.

                DISPLAY "BATCHSPL: SPLIT " BATCH-ENTRY-COUNT
                        " BATCH ENTRIES INTO " STREAM-COUNT " STREAMS".

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0050-READ-CONTROL-CARDS.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN INPUT BATCHSPL-CARD-FILE.

                IF BATCHSPL-CARD-STATUS = '00'
                        READ BATCHSPL-CARD-FILE
                                AT END
                                        MOVE SPACES TO BATCHSPL-CARD-REC
                        END-READ

                        IF BSC-STREAM-COUNT NOT = SPACES
                                IF BSC-STREAM-COUNT IS NOT NUMERIC
                                        DISPLAY "BATCHSPL: STREAM COUNT '"
                                                BSC-STREAM-COUNT
                                                "' IS NOT NUMERIC"
                                        MOVE "STREAM COUNT IS NOT NUMERIC"
                                                TO ABEND-REASON
                                        GO TO 9999-ABEND
                                END-IF
                                MOVE BSC-STREAM-COUNT TO STREAM-COUNT
                        END-IF

                        CLOSE BATCHSPL-CARD-FILE
                END-IF.

                IF STREAM-COUNT = 0 OR STREAM-COUNT > 20
                        DISPLAY "BATCHSPL: STREAM COUNT " STREAM-COUNT
                                " MUST BE 1 TO 20"
                        MOVE "STREAM COUNT MUST BE 1 TO 20"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                OPEN INPUT CONTROL-FILE.

                IF CONTROL-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHSPL: UNABLE TO OPEN CONTROL FILE "
                                "../control.txt"
                        MOVE "UNABLE TO OPEN CONTROL FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                READ CONTROL-FILE INTO SAVED-CONTROL-REC
                        AT END
                                MOVE SPACES TO SAVED-CONTROL-REC
                END-READ.

                CLOSE CONTROL-FILE.

                IF CTL-NUM-ITER IS NOT NUMERIC OR CTL-NUM-ITER = 0 OR
                   CTL-GRID-ROWS IS NOT NUMERIC OR CTL-GRID-ROWS = 0 OR
                   CTL-GRID-COLS IS NOT NUMERIC OR CTL-GRID-COLS = 0
                        DISPLAY "BATCHSPL: CONTROL CARD MUST GIVE THE "
                                "GENERATIONS AND GRID SIZE"
                        MOVE "CONTROL CARD LACKS GENERATIONS OR SIZE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF CTL-SWEEP-SW = 'Y'
                        DISPLAY "BATCHSPL: A PARAMETER SWEEP CANNOT BE "
                                "SPLIT INTO STREAMS"
                        MOVE "SWEEP MODE CANNOT BE SPLIT"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE CTL-NUM-ITER TO NUM-ITER.
                MOVE CTL-GRID-ROWS TO GRID-ROWS.
                MOVE CTL-GRID-COLS TO GRID-COLS.

                MOVE 'N' TO CTL-RESTART-SW.
                MOVE 'Y' TO CTL-BATCH-SW.
        0050-EXIT.
                EXIT.

        0060-CHECK-PRIOR-PLAN.
                OPEN INPUT PLAN-FILE.

                IF PLAN-FILE-STATUS NOT = '00'
                        GO TO 0060-EXIT
                END-IF.

                READ PLAN-FILE
                        AT END
                                MOVE SPACES TO PLAN-REC
                END-READ.

                IF PLH-TYPE = 'H' AND PLH-MERGED-SW = 'P'
                        DISPLAY "BATCHSPL: BATCH PLAN OF " PLH-SPLIT-DATE
                                " IS PART-MERGED, RERUN BATCHMRG FIRST"
                        CLOSE PLAN-FILE
                        MOVE "PRIOR BATCH PLAN IS PART-MERGED"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                CLOSE PLAN-FILE.
        0060-EXIT.
                EXIT.

        0100-LOAD-BATCH-DECK.
                OPEN INPUT BATCH-FILE.

                IF BATCH-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHSPL: UNABLE TO OPEN BATCH CONTROL "
                                "FILE ../batch.txt"
                        MOVE "UNABLE TO OPEN BATCH CONTROL FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL BATCH-AT-EOF
                        READ BATCH-FILE
                                AT END
                                        MOVE 'Y' TO BATCH-EOF-SW
                                NOT AT END
                                        PERFORM 0110-STORE-BATCH-ENTRY
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE BATCH-FILE.

                IF BATCH-ENTRY-COUNT = 0
                        DISPLAY "BATCHSPL: BATCH CONTROL FILE ../batch.txt "
                                "HAS NO ENTRIES"
                        MOVE "BATCH CONTROL FILE HAS NO ENTRIES"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF STREAM-COUNT > BATCH-ENTRY-COUNT
                        DISPLAY "BATCHSPL: ONLY " BATCH-ENTRY-COUNT
                                " BATCH ENTRIES, STREAM COUNT REDUCED FROM "
                                STREAM-COUNT
                        MOVE 4 TO EXCEPTION-SEVERITY
                        MOVE "STRMRD" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING "STREAM COUNT " DELIMITED BY SIZE
                               STREAM-COUNT DELIMITED BY SIZE
                               " REDUCED TO THE " DELIMITED BY SIZE
                               BATCH-ENTRY-COUNT DELIMITED BY SIZE
                               " BATCH ENTRIES" DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                        MOVE BATCH-ENTRY-COUNT TO STREAM-COUNT
                END-IF.
        0100-EXIT.
                EXIT.

        0110-STORE-BATCH-ENTRY.
                ADD 1 TO DECK-SEQ.

                IF BATCH-REC = SPACES
                        GO TO 0110-EXIT
                END-IF.

                IF BATCH-LABEL = SPACES
                        DISPLAY "BATCHSPL: BATCH CARD " DECK-SEQ
                                " HAS NO LABEL"
                        MOVE "BATCH CARD HAS NO LABEL" TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO ENTRY-SCAN
                        IF BE-LABEL(ENTRY-SCAN) = BATCH-LABEL
                                DISPLAY "BATCHSPL: BATCH LABEL " BATCH-LABEL
                                        " ON CARD " DECK-SEQ
                                        " DUPLICATES CARD "
                                        BE-DECK-SEQ(ENTRY-SCAN)
                                MOVE "DUPLICATE BATCH LABEL"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-PERFORM.

                IF BATCH-ENTRY-COUNT = 500
                        DISPLAY "BATCHSPL: BATCH CONTROL FILE EXCEEDS THE "
                                "500 ENTRY MAXIMUM"
                        MOVE "BATCH DECK EXCEEDS 500 ENTRY MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO BATCH-ENTRY-COUNT.
                MOVE BATCH-REC TO BE-CARD(BATCH-ENTRY-COUNT).
                MOVE DECK-SEQ TO BE-DECK-SEQ(BATCH-ENTRY-COUNT).
                MOVE BATCH-SEED-NAME TO BE-SEED-NAME(BATCH-ENTRY-COUNT).
                MOVE BATCH-LABEL TO BE-LABEL(BATCH-ENTRY-COUNT).
                MOVE BATCH-SEED-ID TO BE-SEED-ID(BATCH-ENTRY-COUNT).
                MOVE NUM-ITER TO BE-EST-GENS(BATCH-ENTRY-COUNT).
                MOVE 0 TO BE-STREAM(BATCH-ENTRY-COUNT).
                MOVE 'N' TO BE-PRIOR-SW(BATCH-ENTRY-COUNT).
        0110-EXIT.
                EXIT.

        0150-ESTIMATE-WORK.
                OPEN INPUT RUNHIST-FILE.

                IF RUNHIST-FILE-STATUS = '00'
                        PERFORM UNTIL RUNHIST-AT-EOF
                                READ RUNHIST-FILE
                                        AT END
                                                MOVE 'Y' TO RUNHIST-EOF-SW
                                        NOT AT END
                                                PERFORM 0160-APPLY-PRIOR-RUN
                                                        THRU 0160-EXIT
                                END-READ
                        END-PERFORM
                        CLOSE RUNHIST-FILE
                END-IF.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO ENTRY-SCAN
                        COMPUTE BE-EST-WORK(ENTRY-SCAN) =
                                GRID-ROWS * GRID-COLS
                                * BE-EST-GENS(ENTRY-SCAN)
                        ADD BE-EST-WORK(ENTRY-SCAN) TO TOTAL-EST-WORK
                        IF BE-HAS-PRIOR(ENTRY-SCAN)
                                ADD 1 TO PRIOR-COUNT
                        END-IF
                END-PERFORM.
        0150-EXIT.
                EXIT.

        0160-APPLY-PRIOR-RUN.
                IF RH-GENS-ASKED IS NOT NUMERIC OR
                   RH-GENS-RUN IS NOT NUMERIC
                        GO TO 0160-EXIT
                END-IF.

                IF RH-GENS-ASKED NOT = NUM-ITER OR RH-GENS-RUN = 0
                        GO TO 0160-EXIT
                END-IF.

                MOVE 0 TO ENTRY-HIT.
                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = BATCH-ENTRY-COUNT OR
                              ENTRY-HIT > 0
                        ADD 1 TO ENTRY-SCAN
                        IF BE-LABEL(ENTRY-SCAN) = RH-LABEL
                                MOVE ENTRY-SCAN TO ENTRY-HIT
                        END-IF
                END-PERFORM.

                IF ENTRY-HIT = 0
                        GO TO 0160-EXIT
                END-IF.

                IF BE-SEED-NAME(ENTRY-HIT) NOT = SPACES AND
                   BE-SEED-NAME(ENTRY-HIT) NOT = RH-SEED-NAME
                        GO TO 0160-EXIT
                END-IF.

                IF RH-GENS-RUN < NUM-ITER
                        MOVE RH-GENS-RUN TO BE-EST-GENS(ENTRY-HIT)
                ELSE
                        MOVE NUM-ITER TO BE-EST-GENS(ENTRY-HIT)
                END-IF.
                MOVE 'Y' TO BE-PRIOR-SW(ENTRY-HIT).
        0160-EXIT.
                EXIT.

        0200-ASSIGN-STREAMS.
                MOVE 0 TO SORT-SCAN.

                PERFORM UNTIL SORT-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO SORT-SCAN
                        MOVE SORT-SCAN TO SORT-INDEX(SORT-SCAN)
                END-PERFORM.

                MOVE 0 TO SORT-PASS.
                MOVE 'Y' TO SORT-SWAPPED-SW.

                PERFORM UNTIL NOT SORT-SWAPPED
                           OR SORT-PASS >= BATCH-ENTRY-COUNT
                        MOVE 'N' TO SORT-SWAPPED-SW
                        MOVE 1 TO SORT-SCAN

                        PERFORM UNTIL SORT-SCAN >= BATCH-ENTRY-COUNT
                                IF BE-EST-WORK(SORT-INDEX(SORT-SCAN)) <
                                   BE-EST-WORK(SORT-INDEX(SORT-SCAN + 1))
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

                INITIALIZE STREAM-TABLE.

                MOVE 0 TO SORT-SCAN.

                PERFORM UNTIL SORT-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO SORT-SCAN
                        MOVE SORT-INDEX(SORT-SCAN) TO ENTRY-SCAN

                        MOVE 1 TO STREAM-BEST
                        MOVE 1 TO STREAM-IDX
                        PERFORM UNTIL STREAM-IDX = STREAM-COUNT
                                ADD 1 TO STREAM-IDX
                                IF SE-EST-WORK(STREAM-IDX) <
                                   SE-EST-WORK(STREAM-BEST)
                                        MOVE STREAM-IDX TO STREAM-BEST
                                END-IF
                        END-PERFORM

                        MOVE STREAM-BEST TO BE-STREAM(ENTRY-SCAN)
                        ADD 1 TO SE-ENTRY-COUNT(STREAM-BEST)
                        ADD BE-EST-WORK(ENTRY-SCAN)
                                TO SE-EST-WORK(STREAM-BEST)
                END-PERFORM.
        0200-EXIT.
                EXIT.

        0300-WRITE-STREAM-FILES.
                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        PERFORM 0310-WRITE-ONE-STREAM THRU 0310-EXIT
                END-PERFORM.
        0300-EXIT.
                EXIT.

        0310-WRITE-ONE-STREAM.
                MOVE "S" TO STREAM-ID(1:1).
                MOVE STREAM-IDX TO STREAM-ID(2:2).

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../batch-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.
                PERFORM 0320-OPEN-STREAM-FILE THRU 0320-EXIT.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO ENTRY-SCAN
                        IF BE-STREAM(ENTRY-SCAN) = STREAM-IDX
                                MOVE BE-CARD(ENTRY-SCAN) TO STREAM-REC
                                WRITE STREAM-REC
                        END-IF
                END-PERFORM.

                CLOSE STREAM-FILE.

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../control-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.
                PERFORM 0320-OPEN-STREAM-FILE THRU 0320-EXIT.

                MOVE SAVED-CONTROL-REC TO STREAM-REC.
                WRITE STREAM-REC.

                CLOSE STREAM-FILE.

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../audit-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.
                PERFORM 0320-OPEN-STREAM-FILE THRU 0320-EXIT.

                CLOSE STREAM-FILE.

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../summary-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.
                PERFORM 0320-OPEN-STREAM-FILE THRU 0320-EXIT.

                CLOSE STREAM-FILE.

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../runhist-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.
                PERFORM 0320-OPEN-STREAM-FILE THRU 0320-EXIT.

                CLOSE STREAM-FILE.
        0310-EXIT.
                EXIT.

        0320-OPEN-STREAM-FILE.
                OPEN OUTPUT STREAM-FILE.

                IF STREAM-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHSPL: UNABLE TO OPEN STREAM FILE "
                                STREAM-FILENAME " STATUS "
                                STREAM-FILE-STATUS
                        MOVE "UNABLE TO OPEN STREAM FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0320-EXIT.
                EXIT.

        0400-WRITE-BATCH-PLAN.
                OPEN OUTPUT PLAN-FILE.

                IF PLAN-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHSPL: UNABLE TO OPEN BATCH PLAN "
                                "../batchplan.txt STATUS " PLAN-FILE-STATUS
                        MOVE "UNABLE TO OPEN BATCH PLAN"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO PLAN-REC.
                MOVE 'H' TO PLH-TYPE.
                MOVE STREAM-COUNT TO PLH-STREAM-COUNT.
                MOVE BATCH-ENTRY-COUNT TO PLH-ENTRY-COUNT.
                MOVE RUN-DATE-TEXT TO PLH-SPLIT-DATE.
                MOVE RUN-TIME-TEXT(1:6) TO PLH-SPLIT-TIME.
                MOVE CTL-STAGE-SW TO PLH-STAGE-SW.
                MOVE 'N' TO PLH-MERGED-SW.
                MOVE 0 TO PLH-MERGE-DATE.
                MOVE 0 TO PLH-MERGE-TIME.
                MOVE 0 TO PLH-RUNHIST-COUNT.
                MOVE 0 TO PLH-AUDIT-COUNT.
                WRITE PLAN-REC.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO ENTRY-SCAN
                        MOVE SPACES TO PLAN-REC
                        MOVE 'D' TO PLD-TYPE
                        MOVE BE-DECK-SEQ(ENTRY-SCAN) TO PLD-DECK-SEQ
                        MOVE BE-LABEL(ENTRY-SCAN) TO PLD-LABEL
                        MOVE BE-SEED-NAME(ENTRY-SCAN) TO PLD-SEED-NAME
                        MOVE BE-SEED-ID(ENTRY-SCAN) TO PLD-SEED-ID
                        MOVE BE-STREAM(ENTRY-SCAN) TO PLD-STREAM
                        MOVE BE-EST-GENS(ENTRY-SCAN) TO PLD-EST-GENS
                        MOVE BE-EST-WORK(ENTRY-SCAN) TO PLD-EST-WORK
                        WRITE PLAN-REC
                END-PERFORM.

                CLOSE PLAN-FILE.
        0400-EXIT.
                EXIT.

        0500-WRITE-SPLIT-REPORT.
                OPEN OUTPUT BATCHSPL-REPORT-FILE.

                MOVE SPACES TO BATCHSPL-REPORT-REC.
                STRING "BATCH STREAM SPLIT" DELIMITED BY SIZE
                       "   RUN DATE " DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       INTO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                MOVE SPACES TO BATCHSPL-REPORT-REC.
                STRING "STREAMS " DELIMITED BY SIZE
                       STREAM-COUNT DELIMITED BY SIZE
                       "  ENTRIES " DELIMITED BY SIZE
                       BATCH-ENTRY-COUNT DELIMITED BY SIZE
                       "  GRID " DELIMITED BY SIZE
                       GRID-ROWS DELIMITED BY SIZE
                       " X " DELIMITED BY SIZE
                       GRID-COLS DELIMITED BY SIZE
                       "  GENERATIONS " DELIMITED BY SIZE
                       NUM-ITER DELIMITED BY SIZE
                       "  PRIOR RUNS USED " DELIMITED BY SIZE
                       PRIOR-COUNT DELIMITED BY SIZE
                       INTO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                MOVE SPACES TO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                MOVE "CARD  LABEL      STREAM  GENS   EST WORK      SEED"
                        TO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = BATCH-ENTRY-COUNT
                        ADD 1 TO ENTRY-SCAN
                        MOVE "S" TO STREAM-ID(1:1)
                        MOVE BE-STREAM(ENTRY-SCAN) TO STREAM-ID(2:2)
                        MOVE SPACES TO BATCHSPL-REPORT-REC
                        STRING BE-DECK-SEQ(ENTRY-SCAN) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               BE-LABEL(ENTRY-SCAN) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               STREAM-ID DELIMITED BY SIZE
                               "     " DELIMITED BY SIZE
                               BE-EST-GENS(ENTRY-SCAN) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               BE-EST-WORK(ENTRY-SCAN) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               BE-SEED-NAME(ENTRY-SCAN) DELIMITED BY SPACE
                               INTO BATCHSPL-REPORT-REC
                        IF BE-SEED-NAME(ENTRY-SCAN) = SPACES
                                MOVE "SEED ID " TO
                                        BATCHSPL-REPORT-REC(49:8)
                                MOVE BE-SEED-ID(ENTRY-SCAN) TO
                                        BATCHSPL-REPORT-REC(57:10)
                        END-IF
                        WRITE BATCHSPL-REPORT-REC
                END-PERFORM.

                MOVE SPACES TO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                MOVE "STREAM  ENTRIES  EST WORK      PCT"
                        TO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        MOVE "S" TO STREAM-ID(1:1)
                        MOVE STREAM-IDX TO STREAM-ID(2:2)
                        MOVE SE-ENTRY-COUNT(STREAM-IDX) TO COUNT-TEXT
                        COMPUTE WORK-PCT ROUNDED =
                                SE-EST-WORK(STREAM-IDX) * 100
                                / TOTAL-EST-WORK
                        MOVE SPACES TO BATCHSPL-REPORT-REC
                        STRING STREAM-ID DELIMITED BY SIZE
                               "     " DELIMITED BY SIZE
                               COUNT-TEXT DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               SE-EST-WORK(STREAM-IDX) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               WORK-PCT DELIMITED BY SIZE
                               INTO BATCHSPL-REPORT-REC
                        WRITE BATCHSPL-REPORT-REC
                END-PERFORM.

                MOVE BATCH-ENTRY-COUNT TO COUNT-TEXT.

                MOVE SPACES TO BATCHSPL-REPORT-REC.
                STRING "TOTAL   " DELIMITED BY SIZE
                       COUNT-TEXT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       TOTAL-EST-WORK DELIMITED BY SIZE
                       INTO BATCHSPL-REPORT-REC.
                WRITE BATCHSPL-REPORT-REC.

                CLOSE BATCHSPL-REPORT-FILE.
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
                MOVE "BATCHSPL" TO EXC-PROGRAM.
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
