        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BATCHMRG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT PLAN-FILE ASSIGN TO "../batchplan.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PLAN-FILE-STATUS.
                SELECT OPTIONAL STREAM-SUMMARY-FILE
                        ASSIGN DYNAMIC STREAM-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STREAM-FILE-STATUS.
                SELECT OPTIONAL STREAM-RUNHIST-FILE
                        ASSIGN DYNAMIC STREAM-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STREAM-FILE-STATUS.
                SELECT OPTIONAL STREAM-COPY-FILE
                        ASSIGN DYNAMIC STREAM-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STREAM-FILE-STATUS.
                SELECT OPTIONAL MASTER-FILE ASSIGN DYNAMIC MASTER-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MASTER-FILE-STATUS.
                SELECT OPTIONAL WORK-FILE ASSIGN DYNAMIC WORK-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WORK-FILE-STATUS.
                SELECT SUMMARY-FILE ASSIGN TO "../summary.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL RUNHIST-FILE ASSIGN TO "../runhist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL AUDIT-FILE ASSIGN TO "../audit.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT LEDGER-FILE ASSIGN TO "../stageledger.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT BATCHMRG-REPORT-FILE
                        ASSIGN TO "../batchmrg-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS EXCEPTION-FILE-STATUS.
        DATA DIVISION.
                FILE SECTION.
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
                        FD STREAM-SUMMARY-FILE.
                                01 STREAM-SUMMARY-REC PIC X(112).
                                01 STREAM-SUMMARY-FIELDS REDEFINES
                                                STREAM-SUMMARY-REC.
                                        05 SSM-SEED-NAME PIC X(40).
                                        05 SSM-LABEL PIC X(10).
                                        05 FILLER PIC X(62).
                        FD STREAM-RUNHIST-FILE.
                                01 STREAM-RUNHIST-REC PIC X(130).
                                01 STREAM-RUNHIST-FIELDS REDEFINES
                                                STREAM-RUNHIST-REC.
                                        05 SRH-DATE PIC 9(8).
                                        05 SRH-TIME PIC 9(6).
                                        05 SRH-SEED-NAME PIC X(40).
                                        05 SRH-LABEL PIC X(10).
                                        05 FILLER PIC X(66).
                        FD STREAM-COPY-FILE.
                                01 STREAM-COPY-REC PIC X(240).
                        FD MASTER-FILE.
                                01 MASTER-REC PIC X(240).
                        FD WORK-FILE.
                                01 WORK-REC PIC X(240).
                        FD SUMMARY-FILE.
                                01 SUMMARY-REC PIC X(112).
                        FD RUNHIST-FILE.
                                01 RUNHIST-REC PIC X(130).
                        FD AUDIT-FILE.
                                01 AUDIT-REC PIC X(240).
                        FD LEDGER-FILE.
                                01 LEDGER-REC PIC X(100).
                        FD BATCHMRG-REPORT-FILE.
                                01 BATCHMRG-REPORT-REC PIC X(100).
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
                        01 PLAN-FILE-STATUS PIC XX.
                        01 STREAM-FILE-STATUS PIC XX.
                        01 MASTER-FILE-STATUS PIC XX.
                        01 WORK-FILE-STATUS PIC XX.
                        01 EXCEPTION-FILE-STATUS PIC XX.
                        01 MASTER-EOF-SW PIC X.
                                88 MASTER-AT-EOF VALUE 'Y'.
                        01 EXCEPTION-EOF-SW PIC X VALUE 'N'.
                                88 EXCEPTION-AT-EOF VALUE 'Y'.
                        01 MASTER-FILENAME PIC X(40).
                        01 WORK-FILENAME PIC X(40).
                        01 MASTER-COUNT PIC 9(7).
                        01 WORK-COUNT PIC 9(7).
                        01 KEEP-COUNT PIC 9(7).
                        01 MERGE-RESUMING-SW PIC X VALUE 'N'.
                                88 MERGE-RESUMING VALUE 'Y'.
                        01 PLAN-EOF-SW PIC X VALUE 'N'.
                                88 PLAN-AT-EOF VALUE 'Y'.
                        01 STREAM-EOF-SW PIC X.
                                88 STREAM-AT-EOF VALUE 'Y'.
                        01 STREAM-FILENAME PIC X(40).
                        01 STREAM-ID PIC X(3).
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 SAVED-PLAN-HEADER PIC X(100).
                        01 PLAN-STREAM-COUNT PIC 9(2).
                        01 PLAN-ENTRY-COUNT PIC 9(5).
                        01 PLAN-STAGE-SW PIC X.
                                88 PLAN-STAGE-ON VALUE 'Y'.
                        01 PLAN-SPLIT-DATE PIC 9(8).
                        01 PLAN-SPLIT-TIME PIC 9(6).
                        01 PLAN-RUNHIST-COUNT PIC 9(7).
                        01 PLAN-AUDIT-COUNT PIC 9(7).
                        01 PLAN-ENTRY-TABLE.
                                05 PLAN-ENTRY OCCURS 500 TIMES.
                                        10 PE-PLAN-REC PIC X(100).
                                        10 PE-DECK-SEQ PIC 9(5).
                                        10 PE-LABEL PIC X(10).
                                        10 PE-STREAM PIC 9(2).
                                        10 PE-SUMMARY-REC PIC X(112).
                                        10 PE-RUNHIST-REC PIC X(130).
                                        10 PE-SUMMARY-COUNT PIC 9(3).
                                        10 PE-RUNHIST-COUNT PIC 9(3).
                                        10 PE-REFUSED-SW PIC X.
                                                88 PE-REFUSED VALUE 'Y'.
                        01 PLAN-LOADED-COUNT PIC 9(3) VALUE 0.
                        01 ENTRY-SCAN PIC 9(3).
                        01 ENTRY-HIT PIC 9(3).
                        01 FIND-LABEL PIC X(10).
                        01 RECORD-KIND PIC X(7).
                        01 STREAM-TABLE.
                                05 STREAM-ENTRY OCCURS 20 TIMES.
                                        10 SE-PLANNED-COUNT PIC 9(5).
                                        10 SE-MERGED-COUNT PIC 9(5).
                                        10 SE-REFUSED-COUNT PIC 9(5).
                                        10 SE-PROBLEM-COUNT PIC 9(5).
                        01 STREAM-IDX PIC 9(2).
                        01 ENTRY-STATUS-TEXT PIC X(20).
                        01 MERGED-COUNT PIC 9(5) VALUE 0.
                        01 REFUSED-COUNT PIC 9(5) VALUE 0.
                        01 PROBLEM-COUNT PIC 9(5) VALUE 0.
                        01 COPY-COUNT PIC 9(7).
                        01 COUNT-TEXT PIC 9(5).
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-LABEL PIC X(10).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                PERFORM 0050-LOAD-BATCH-PLAN THRU 0050-EXIT.

                IF MERGE-RESUMING
                        PERFORM 0070-BACK-OUT-PART-MERGE THRU 0070-EXIT
                END-IF.

                OPEN OUTPUT BATCHMRG-REPORT-FILE.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                STRING "BATCH STREAM MERGE" DELIMITED BY SIZE
                       "   RUN DATE " DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "   PLAN STREAMS " DELIMITED BY SIZE
                       PLAN-STREAM-COUNT DELIMITED BY SIZE
                       "  ENTRIES " DELIMITED BY SIZE
                       PLAN-ENTRY-COUNT DELIMITED BY SIZE
                       INTO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = PLAN-STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        PERFORM 0100-READ-STREAM-RESULTS THRU 0100-EXIT
                END-PERFORM.

                PERFORM 0250-LOAD-REFUSALS THRU 0250-EXIT.

                PERFORM 0300-RECONCILE-ENTRIES THRU 0300-EXIT.

                PERFORM 0350-WRITE-STREAM-TOTALS THRU 0350-EXIT.

                IF PROBLEM-COUNT > 0
                        MOVE SPACES TO BATCHMRG-REPORT-REC
                        STRING "RECONCILIATION FAILED, " DELIMITED BY SIZE
                               PROBLEM-COUNT DELIMITED BY SIZE
                               " PROBLEMS, NOTHING MERGED"
                                        DELIMITED BY SIZE
                               INTO BATCHMRG-REPORT-REC
                        WRITE BATCHMRG-REPORT-REC
                        CLOSE BATCHMRG-REPORT-FILE
                        DISPLAY "BATCHMRG: " PROBLEM-COUNT
                                " RECONCILIATION PROBLEMS, SEE "
                                "../batchmrg-report.txt"
                        MOVE "STREAM RESULTS FAILED RECONCILIATION"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                STRING "RECONCILIATION PASSED, " DELIMITED BY SIZE
                       MERGED-COUNT DELIMITED BY SIZE
                       " ENTRIES MERGED, " DELIMITED BY SIZE
                       REFUSED-COUNT DELIMITED BY SIZE
                       " REFUSED" DELIMITED BY SIZE
                       INTO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                CLOSE BATCHMRG-REPORT-FILE.

                PERFORM 0380-CHECK-STREAM-COPY-FILES THRU 0380-EXIT.

                PERFORM 0390-MARK-PLAN-PENDING THRU 0390-EXIT.

                PERFORM 0400-WRITE-MERGED-RESULTS THRU 0400-EXIT.

                PERFORM 0450-APPEND-STREAM-AUDIT THRU 0450-EXIT.

                IF PLAN-STAGE-ON
                        PERFORM 0470-MERGE-STAGE-LEDGERS THRU 0470-EXIT
                END-IF.

                PERFORM 0500-MARK-PLAN-MERGED THRU 0500-EXIT.

                DISPLAY "BATCHMRG: MERGED " MERGED-COUNT
                        " BATCH ENTRIES FROM " PLAN-STREAM-COUNT " STREAMS, "
                        REFUSED-COUNT " REFUSED".

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0050-LOAD-BATCH-PLAN.
                OPEN INPUT PLAN-FILE.

                IF PLAN-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHMRG: UNABLE TO OPEN BATCH PLAN "
                                "../batchplan.txt"
                        MOVE "UNABLE TO OPEN BATCH PLAN"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                READ PLAN-FILE
                        AT END
                                MOVE SPACES TO PLAN-REC
                END-READ.

                IF PLH-TYPE NOT = 'H' OR
                   PLH-STREAM-COUNT IS NOT NUMERIC OR
                   PLH-ENTRY-COUNT IS NOT NUMERIC
                        DISPLAY "BATCHMRG: BATCH PLAN HAS NO VALID HEADER"
                        MOVE "BATCH PLAN HAS NO VALID HEADER"
                                TO ABEND-REASON
                        CLOSE PLAN-FILE
                        GO TO 9999-ABEND
                END-IF.

                IF PLH-MERGED-SW = 'M'
                        DISPLAY "BATCHMRG: BATCH PLAN OF " PLH-SPLIT-DATE
                                " WAS ALREADY MERGED ON " PLH-MERGE-DATE
                        MOVE "BATCH PLAN ALREADY MERGED"
                                TO ABEND-REASON
                        CLOSE PLAN-FILE
                        GO TO 9999-ABEND
                END-IF.

                IF PLH-STREAM-COUNT = 0 OR PLH-STREAM-COUNT > 20
                        DISPLAY "BATCHMRG: BATCH PLAN STREAM COUNT "
                                PLH-STREAM-COUNT " MUST BE 1 TO 20"
                        MOVE "BATCH PLAN STREAM COUNT INVALID"
                                TO ABEND-REASON
                        CLOSE PLAN-FILE
                        GO TO 9999-ABEND
                END-IF.

                IF PLH-MERGED-SW = 'P'
                        IF PLH-RUNHIST-COUNT IS NOT NUMERIC OR
                           PLH-AUDIT-COUNT IS NOT NUMERIC
                                DISPLAY "BATCHMRG: PART-MERGED BATCH PLAN "
                                        "HAS NO VALID RECORD COUNTS"
                                MOVE "PART-MERGED PLAN HAS NO RECORD COUNTS"
                                        TO ABEND-REASON
                                CLOSE PLAN-FILE
                                GO TO 9999-ABEND
                        END-IF
                        MOVE 'Y' TO MERGE-RESUMING-SW
                        MOVE PLH-RUNHIST-COUNT TO PLAN-RUNHIST-COUNT
                        MOVE PLH-AUDIT-COUNT TO PLAN-AUDIT-COUNT
                        DISPLAY "BATCHMRG: BATCH PLAN OF " PLH-SPLIT-DATE
                                " WAS PART-MERGED ON " PLH-MERGE-DATE
                                ", BACKING OUT AND RESUMING"
                END-IF.

                MOVE PLAN-REC TO SAVED-PLAN-HEADER.
                MOVE PLH-STREAM-COUNT TO PLAN-STREAM-COUNT.
                MOVE PLH-ENTRY-COUNT TO PLAN-ENTRY-COUNT.
                MOVE PLH-STAGE-SW TO PLAN-STAGE-SW.
                MOVE PLH-SPLIT-DATE TO PLAN-SPLIT-DATE.
                MOVE PLH-SPLIT-TIME TO PLAN-SPLIT-TIME.

                INITIALIZE STREAM-TABLE.

                PERFORM UNTIL PLAN-AT-EOF
                        READ PLAN-FILE
                                AT END
                                        MOVE 'Y' TO PLAN-EOF-SW
                                NOT AT END
                                        PERFORM 0060-STORE-PLAN-ENTRY
                                                THRU 0060-EXIT
                        END-READ
                END-PERFORM.

                CLOSE PLAN-FILE.

                IF PLAN-LOADED-COUNT NOT = PLAN-ENTRY-COUNT
                        DISPLAY "BATCHMRG: BATCH PLAN HEADER GIVES "
                                PLAN-ENTRY-COUNT " ENTRIES BUT "
                                PLAN-LOADED-COUNT " WERE FOUND"
                        MOVE "BATCH PLAN ENTRY COUNT MISMATCH"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
                EXIT.

        0060-STORE-PLAN-ENTRY.
                IF PLD-TYPE NOT = 'D' OR
                   PLD-STREAM IS NOT NUMERIC OR
                   PLD-STREAM = 0 OR
                   PLD-STREAM > PLAN-STREAM-COUNT
                        DISPLAY "BATCHMRG: INVALID BATCH PLAN RECORD "
                                PLAN-REC(1:40)
                        MOVE "INVALID BATCH PLAN RECORD"
                                TO ABEND-REASON
                        CLOSE PLAN-FILE
                        GO TO 9999-ABEND
                END-IF.

                IF PLAN-LOADED-COUNT = 500
                        DISPLAY "BATCHMRG: BATCH PLAN EXCEEDS THE "
                                "500 ENTRY MAXIMUM"
                        MOVE "BATCH PLAN EXCEEDS 500 ENTRY MAXIMUM"
                                TO ABEND-REASON
                        CLOSE PLAN-FILE
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO PLAN-LOADED-COUNT.
                MOVE PLAN-REC TO PE-PLAN-REC(PLAN-LOADED-COUNT).
                MOVE PLD-DECK-SEQ TO PE-DECK-SEQ(PLAN-LOADED-COUNT).
                MOVE PLD-LABEL TO PE-LABEL(PLAN-LOADED-COUNT).
                MOVE PLD-STREAM TO PE-STREAM(PLAN-LOADED-COUNT).
                MOVE SPACES TO PE-SUMMARY-REC(PLAN-LOADED-COUNT).
                MOVE SPACES TO PE-RUNHIST-REC(PLAN-LOADED-COUNT).
                MOVE 0 TO PE-SUMMARY-COUNT(PLAN-LOADED-COUNT).
                MOVE 0 TO PE-RUNHIST-COUNT(PLAN-LOADED-COUNT).
                MOVE 'N' TO PE-REFUSED-SW(PLAN-LOADED-COUNT).
                ADD 1 TO SE-PLANNED-COUNT(PLD-STREAM).
        0060-EXIT.
                EXIT.

        0070-BACK-OUT-PART-MERGE.
                MOVE "../runhist.txt" TO MASTER-FILENAME.
                MOVE "../runhist-mrgwork.txt" TO WORK-FILENAME.
                MOVE PLAN-RUNHIST-COUNT TO KEEP-COUNT.
                PERFORM 0075-TRUNCATE-MASTER THRU 0075-EXIT.

                MOVE "../audit.txt" TO MASTER-FILENAME.
                MOVE "../audit-mrgwork.txt" TO WORK-FILENAME.
                MOVE PLAN-AUDIT-COUNT TO KEEP-COUNT.
                PERFORM 0075-TRUNCATE-MASTER THRU 0075-EXIT.
        0070-EXIT.
                EXIT.

        0075-TRUNCATE-MASTER.
                PERFORM 0080-COUNT-MASTER THRU 0080-EXIT.

                IF MASTER-COUNT = KEEP-COUNT
                        GO TO 0075-EXIT
                END-IF.

                IF MASTER-COUNT > KEEP-COUNT
                        PERFORM 0085-COPY-MASTER-TO-WORK THRU 0085-EXIT
                ELSE
                        PERFORM 0082-COUNT-WORK THRU 0082-EXIT
                        IF WORK-COUNT NOT = KEEP-COUNT
                                DISPLAY "BATCHMRG: " MASTER-FILENAME
                                        " HOLDS " MASTER-COUNT
                                        " RECORDS, FEWER THAN THE "
                                        KEEP-COUNT " BEFORE THE MERGE"
                                MOVE "MASTER SHORTER THAN BEFORE MERGE"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.

                PERFORM 0090-COPY-WORK-TO-MASTER THRU 0090-EXIT.

                DISPLAY "BATCHMRG: RESET TO " KEEP-COUNT " RECORDS FROM "
                        MASTER-COUNT " " MASTER-FILENAME.
        0075-EXIT.
                EXIT.

        0080-COUNT-MASTER.
                MOVE 0 TO MASTER-COUNT.

                OPEN INPUT MASTER-FILE.

                IF MASTER-FILE-STATUS NOT = '00' AND
                   MASTER-FILE-STATUS NOT = '05'
                        DISPLAY "BATCHMRG: UNABLE TO OPEN " MASTER-FILENAME
                        MOVE "UNABLE TO OPEN MASTER FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO MASTER-EOF-SW.

                PERFORM UNTIL MASTER-AT-EOF
                        READ MASTER-FILE
                                AT END
                                        MOVE 'Y' TO MASTER-EOF-SW
                                NOT AT END
                                        ADD 1 TO MASTER-COUNT
                        END-READ
                END-PERFORM.

                CLOSE MASTER-FILE.
        0080-EXIT.
                EXIT.

        0082-COUNT-WORK.
                MOVE 0 TO WORK-COUNT.

                OPEN INPUT WORK-FILE.

                IF WORK-FILE-STATUS NOT = '00' AND
                   WORK-FILE-STATUS NOT = '05'
                        DISPLAY "BATCHMRG: UNABLE TO OPEN WORK FILE "
                                WORK-FILENAME
                        MOVE "UNABLE TO OPEN WORK FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO MASTER-EOF-SW.

                PERFORM UNTIL MASTER-AT-EOF
                        READ WORK-FILE
                                AT END
                                        MOVE 'Y' TO MASTER-EOF-SW
                                NOT AT END
                                        ADD 1 TO WORK-COUNT
                        END-READ
                END-PERFORM.

                CLOSE WORK-FILE.
        0082-EXIT.
                EXIT.

        0085-COPY-MASTER-TO-WORK.
                OPEN INPUT MASTER-FILE.

                IF MASTER-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHMRG: UNABLE TO OPEN " MASTER-FILENAME
                        MOVE "UNABLE TO OPEN MASTER FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT WORK-FILE.

                IF WORK-FILE-STATUS NOT = '00' AND
                   WORK-FILE-STATUS NOT = '05'
                        DISPLAY "BATCHMRG: UNABLE TO OPEN WORK FILE "
                                WORK-FILENAME
                        MOVE "UNABLE TO OPEN WORK FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO COPY-COUNT.
                MOVE 'N' TO MASTER-EOF-SW.

                PERFORM UNTIL MASTER-AT-EOF OR COPY-COUNT = KEEP-COUNT
                        READ MASTER-FILE
                                AT END
                                        MOVE 'Y' TO MASTER-EOF-SW
                                NOT AT END
                                        ADD 1 TO COPY-COUNT
                                        MOVE MASTER-REC TO WORK-REC
                                        WRITE WORK-REC
                        END-READ
                END-PERFORM.

                CLOSE MASTER-FILE.
                CLOSE WORK-FILE.
        0085-EXIT.
                EXIT.

        0090-COPY-WORK-TO-MASTER.
                OPEN INPUT WORK-FILE.

                IF WORK-FILE-STATUS NOT = '00' AND
                   WORK-FILE-STATUS NOT = '05'
                        DISPLAY "BATCHMRG: UNABLE TO OPEN WORK FILE "
                                WORK-FILENAME " FOR MASTER REWRITE"
                        MOVE "UNABLE TO OPEN WORK FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT MASTER-FILE.

                IF MASTER-FILE-STATUS NOT = '00' AND
                   MASTER-FILE-STATUS NOT = '05'
                        DISPLAY "BATCHMRG: UNABLE TO REWRITE "
                                MASTER-FILENAME
                        MOVE "UNABLE TO REWRITE MASTER FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO COPY-COUNT.
                MOVE 'N' TO MASTER-EOF-SW.

                PERFORM UNTIL MASTER-AT-EOF
                        READ WORK-FILE
                                AT END
                                        MOVE 'Y' TO MASTER-EOF-SW
                                NOT AT END
                                        ADD 1 TO COPY-COUNT
                                        MOVE WORK-REC TO MASTER-REC
                                        WRITE MASTER-REC
                        END-READ
                END-PERFORM.

                CLOSE WORK-FILE.
                CLOSE MASTER-FILE.

                IF COPY-COUNT NOT = KEEP-COUNT
                        DISPLAY "BATCHMRG: WORK FILE " WORK-FILENAME
                                " HELD " COPY-COUNT " RECORDS, EXPECTED "
                                KEEP-COUNT
                        MOVE "WORK FILE RECORD COUNT WRONG"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT WORK-FILE.
                CLOSE WORK-FILE.
        0090-EXIT.
                EXIT.

        0100-READ-STREAM-RESULTS.
                MOVE "S" TO STREAM-ID(1:1).
                MOVE STREAM-IDX TO STREAM-ID(2:2).

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../summary-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.

                OPEN INPUT STREAM-SUMMARY-FILE.

                IF STREAM-FILE-STATUS NOT = '00'
                        IF STREAM-FILE-STATUS = '05'
                                CLOSE STREAM-SUMMARY-FILE
                        END-IF
                        PERFORM 0110-REPORT-NO-FILE THRU 0110-EXIT
                ELSE
                        MOVE "SUMMARY" TO RECORD-KIND
                        MOVE 'N' TO STREAM-EOF-SW
                        PERFORM UNTIL STREAM-AT-EOF
                                READ STREAM-SUMMARY-FILE
                                        AT END
                                                MOVE 'Y' TO STREAM-EOF-SW
                                        NOT AT END
                                                MOVE SSM-LABEL TO FIND-LABEL
                                                PERFORM 0200-MATCH-RECORD
                                                        THRU 0200-EXIT
                                END-READ
                        END-PERFORM
                        CLOSE STREAM-SUMMARY-FILE
                END-IF.

                MOVE SPACES TO STREAM-FILENAME.
                STRING "../runhist-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STREAM-FILENAME.

                OPEN INPUT STREAM-RUNHIST-FILE.

                IF STREAM-FILE-STATUS NOT = '00'
                        IF STREAM-FILE-STATUS = '05'
                                CLOSE STREAM-RUNHIST-FILE
                        END-IF
                        PERFORM 0110-REPORT-NO-FILE THRU 0110-EXIT
                ELSE
                        MOVE "RUNHIST" TO RECORD-KIND
                        MOVE 'N' TO STREAM-EOF-SW
                        PERFORM UNTIL STREAM-AT-EOF
                                READ STREAM-RUNHIST-FILE
                                        AT END
                                                MOVE 'Y' TO STREAM-EOF-SW
                                        NOT AT END
                                                MOVE SRH-LABEL TO FIND-LABEL
                                                PERFORM 0200-MATCH-RECORD
                                                        THRU 0200-EXIT
                                END-READ
                        END-PERFORM
                        CLOSE STREAM-RUNHIST-FILE
                END-IF.
        0100-EXIT.
                EXIT.

        0110-REPORT-NO-FILE.
                ADD 1 TO PROBLEM-COUNT.
                ADD 1 TO SE-PROBLEM-COUNT(STREAM-IDX).

                MOVE SPACES TO EXCEPTION-MESSAGE.
                STRING "STREAM FILE " DELIMITED BY SIZE
                       STREAM-FILENAME DELIMITED BY SPACE
                       " NOT FOUND" DELIMITED BY SIZE
                       INTO EXCEPTION-MESSAGE.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                STRING STREAM-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EXCEPTION-MESSAGE DELIMITED BY SIZE
                       INTO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE 8 TO EXCEPTION-SEVERITY.
                MOVE "NOFILE" TO EXCEPTION-CODE.
                MOVE SPACES TO EXCEPTION-LABEL.
                PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT.
        0110-EXIT.
                EXIT.

        0200-MATCH-RECORD.
                MOVE 0 TO ENTRY-HIT.
                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = PLAN-LOADED-COUNT OR
                              ENTRY-HIT > 0
                        ADD 1 TO ENTRY-SCAN
                        IF PE-LABEL(ENTRY-SCAN) = FIND-LABEL
                                MOVE ENTRY-SCAN TO ENTRY-HIT
                        END-IF
                END-PERFORM.

                IF ENTRY-HIT = 0
                        MOVE "NOPLAN" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING RECORD-KIND DELIMITED BY SPACE
                               " LABEL IS NOT IN THE BATCH PLAN"
                                        DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0210-REPORT-RECORD-PROBLEM THRU 0210-EXIT
                        GO TO 0200-EXIT
                END-IF.

                IF PE-STREAM(ENTRY-HIT) NOT = STREAM-IDX
                        MOVE "WRSTRM" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING RECORD-KIND DELIMITED BY SPACE
                               " LABEL WAS PLANNED FOR STREAM S"
                                        DELIMITED BY SIZE
                               PE-STREAM(ENTRY-HIT) DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0210-REPORT-RECORD-PROBLEM THRU 0210-EXIT
                        GO TO 0200-EXIT
                END-IF.

                IF RECORD-KIND = "SUMMARY"
                        ADD 1 TO PE-SUMMARY-COUNT(ENTRY-HIT)
                        MOVE STREAM-SUMMARY-REC TO PE-SUMMARY-REC(ENTRY-HIT)
                ELSE
                        ADD 1 TO PE-RUNHIST-COUNT(ENTRY-HIT)
                        MOVE STREAM-RUNHIST-REC TO PE-RUNHIST-REC(ENTRY-HIT)
                END-IF.
        0200-EXIT.
                EXIT.

        0210-REPORT-RECORD-PROBLEM.
                ADD 1 TO PROBLEM-COUNT.
                ADD 1 TO SE-PROBLEM-COUNT(STREAM-IDX).

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                STRING STREAM-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FIND-LABEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXCEPTION-MESSAGE DELIMITED BY SIZE
                       INTO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE 8 TO EXCEPTION-SEVERITY.
                MOVE FIND-LABEL TO EXCEPTION-LABEL.
                PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT.
        0210-EXIT.
                EXIT.

        0250-LOAD-REFUSALS.
                OPEN INPUT EXCEPTION-FILE.

                IF EXCEPTION-FILE-STATUS NOT = '00'
                        IF EXCEPTION-FILE-STATUS = '05'
                                CLOSE EXCEPTION-FILE
                        END-IF
                        GO TO 0250-EXIT
                END-IF.

                PERFORM UNTIL EXCEPTION-AT-EOF
                        READ EXCEPTION-FILE
                                AT END
                                        MOVE 'Y' TO EXCEPTION-EOF-SW
                                NOT AT END
                                        PERFORM 0260-CHECK-REFUSAL
                                                THRU 0260-EXIT
                        END-READ
                END-PERFORM.

                CLOSE EXCEPTION-FILE.
        0250-EXIT.
                EXIT.

        0260-CHECK-REFUSAL.
                IF EXC-PROGRAM NOT = "GAMEOFLIFE" OR
                   EXC-CODE NOT = "REFUSE"
                        GO TO 0260-EXIT
                END-IF.

                IF EXC-DATE IS NOT NUMERIC OR EXC-TIME IS NOT NUMERIC
                        GO TO 0260-EXIT
                END-IF.

                IF EXC-DATE < PLAN-SPLIT-DATE OR
                   (EXC-DATE = PLAN-SPLIT-DATE AND
                    EXC-TIME < PLAN-SPLIT-TIME)
                        GO TO 0260-EXIT
                END-IF.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = PLAN-LOADED-COUNT
                        ADD 1 TO ENTRY-SCAN
                        IF PE-LABEL(ENTRY-SCAN) = EXC-LABEL
                                MOVE 'Y' TO PE-REFUSED-SW(ENTRY-SCAN)
                        END-IF
                END-PERFORM.
        0260-EXIT.
                EXIT.

        0300-RECONCILE-ENTRIES.
                IF PROBLEM-COUNT > 0
                        MOVE SPACES TO BATCHMRG-REPORT-REC
                        WRITE BATCHMRG-REPORT-REC
                END-IF.

                MOVE "CARD  LABEL      STREAM  RESULT"
                        TO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = PLAN-LOADED-COUNT
                        ADD 1 TO ENTRY-SCAN
                        PERFORM 0310-RECONCILE-ONE-ENTRY THRU 0310-EXIT
                END-PERFORM.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.
        0300-EXIT.
                EXIT.

        0310-RECONCILE-ONE-ENTRY.
                MOVE "S" TO STREAM-ID(1:1).
                MOVE PE-STREAM(ENTRY-SCAN) TO STREAM-ID(2:2).
                MOVE SPACES TO EXCEPTION-CODE.

                EVALUATE TRUE
                        WHEN PE-SUMMARY-COUNT(ENTRY-SCAN) > 1 OR
                             PE-RUNHIST-COUNT(ENTRY-SCAN) > 1
                                MOVE "DUPLBL" TO EXCEPTION-CODE
                                MOVE "DUPLICATED" TO ENTRY-STATUS-TEXT
                                MOVE 8 TO EXCEPTION-SEVERITY
                        WHEN PE-SUMMARY-COUNT(ENTRY-SCAN) = 0 AND
                             PE-RUNHIST-COUNT(ENTRY-SCAN) = 0 AND
                             PE-REFUSED(ENTRY-SCAN)
                                MOVE "REFUSD" TO EXCEPTION-CODE
                                MOVE "REFUSED" TO ENTRY-STATUS-TEXT
                                MOVE 4 TO EXCEPTION-SEVERITY
                        WHEN PE-SUMMARY-COUNT(ENTRY-SCAN) = 0 OR
                             PE-RUNHIST-COUNT(ENTRY-SCAN) = 0
                                MOVE "MISSNG" TO EXCEPTION-CODE
                                MOVE "MISSING" TO ENTRY-STATUS-TEXT
                                MOVE 8 TO EXCEPTION-SEVERITY
                        WHEN OTHER
                                MOVE "MERGED" TO ENTRY-STATUS-TEXT
                END-EVALUATE.

                IF EXCEPTION-CODE = "REFUSD"
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING "SEED REFUSED IN STREAM " DELIMITED BY SIZE
                               STREAM-ID DELIMITED BY SIZE
                               ", ENTRY LEFT OUT OF THE MERGE"
                                        DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                ELSE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING "LABEL RETURNED " DELIMITED BY SIZE
                               PE-SUMMARY-COUNT(ENTRY-SCAN)
                                        DELIMITED BY SIZE
                               " SUMMARY AND " DELIMITED BY SIZE
                               PE-RUNHIST-COUNT(ENTRY-SCAN)
                                        DELIMITED BY SIZE
                               " RUN HISTORY RECORDS FROM STREAM "
                                        DELIMITED BY SIZE
                               STREAM-ID DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                END-IF.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                STRING PE-DECK-SEQ(ENTRY-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PE-LABEL(ENTRY-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STREAM-ID DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       ENTRY-STATUS-TEXT DELIMITED BY SIZE
                       INTO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                EVALUATE EXCEPTION-CODE
                        WHEN SPACES
                                ADD 1 TO MERGED-COUNT
                                ADD 1 TO
                                        SE-MERGED-COUNT(PE-STREAM(ENTRY-SCAN))
                        WHEN "REFUSD"
                                ADD 1 TO REFUSED-COUNT
                                ADD 1 TO
                                        SE-REFUSED-COUNT(PE-STREAM(ENTRY-SCAN))
                        WHEN OTHER
                                ADD 1 TO PROBLEM-COUNT
                                ADD 1 TO
                                        SE-PROBLEM-COUNT(PE-STREAM(ENTRY-SCAN))
                END-EVALUATE.

                IF EXCEPTION-CODE NOT = SPACES
                        MOVE PE-LABEL(ENTRY-SCAN) TO EXCEPTION-LABEL
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.
        0310-EXIT.
                EXIT.

        0350-WRITE-STREAM-TOTALS.
                MOVE "STREAM  PLANNED  MERGED  REFUSED  PROBLEMS"
                        TO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = PLAN-STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        MOVE "S" TO STREAM-ID(1:1)
                        MOVE STREAM-IDX TO STREAM-ID(2:2)
                        MOVE SPACES TO BATCHMRG-REPORT-REC
                        STRING STREAM-ID DELIMITED BY SIZE
                               "     " DELIMITED BY SIZE
                               SE-PLANNED-COUNT(STREAM-IDX)
                                        DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               SE-MERGED-COUNT(STREAM-IDX)
                                        DELIMITED BY SIZE
                               "   " DELIMITED BY SIZE
                               SE-REFUSED-COUNT(STREAM-IDX)
                                        DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               SE-PROBLEM-COUNT(STREAM-IDX)
                                        DELIMITED BY SIZE
                               INTO BATCHMRG-REPORT-REC
                        WRITE BATCHMRG-REPORT-REC
                END-PERFORM.

                MOVE PLAN-LOADED-COUNT TO COUNT-TEXT.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                STRING "TOTAL   " DELIMITED BY SIZE
                       COUNT-TEXT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       MERGED-COUNT DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       REFUSED-COUNT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       PROBLEM-COUNT DELIMITED BY SIZE
                       INTO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.

                MOVE SPACES TO BATCHMRG-REPORT-REC.
                WRITE BATCHMRG-REPORT-REC.
        0350-EXIT.
                EXIT.

        0380-CHECK-STREAM-COPY-FILES.
                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = PLAN-STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        MOVE "S" TO STREAM-ID(1:1)
                        MOVE STREAM-IDX TO STREAM-ID(2:2)
                        MOVE SPACES TO STREAM-FILENAME
                        STRING "../audit-" STREAM-ID ".txt"
                               DELIMITED BY SIZE INTO STREAM-FILENAME
                        PERFORM 0385-OPEN-STREAM-COPY-FILE THRU 0385-EXIT
                        CLOSE STREAM-COPY-FILE
                        IF PLAN-STAGE-ON
                                MOVE SPACES TO STREAM-FILENAME
                                STRING "../stageledger-" STREAM-ID ".txt"
                                       DELIMITED BY SIZE INTO STREAM-FILENAME
                                PERFORM 0385-OPEN-STREAM-COPY-FILE
                                        THRU 0385-EXIT
                                CLOSE STREAM-COPY-FILE
                        END-IF
                END-PERFORM.
        0380-EXIT.
                EXIT.

        0385-OPEN-STREAM-COPY-FILE.
                OPEN INPUT STREAM-COPY-FILE.

                IF STREAM-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHMRG: STREAM FILE " STREAM-FILENAME
                                " NOT FOUND, STATUS " STREAM-FILE-STATUS
                        IF STREAM-FILE-STATUS = '05'
                                CLOSE STREAM-COPY-FILE
                        END-IF
                        MOVE "STREAM AUDIT OR LEDGER FILE MISSING"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0385-EXIT.
                EXIT.

        0390-MARK-PLAN-PENDING.
                MOVE "../runhist.txt" TO MASTER-FILENAME.
                PERFORM 0080-COUNT-MASTER THRU 0080-EXIT.
                MOVE MASTER-COUNT TO PLAN-RUNHIST-COUNT.

                MOVE "../audit.txt" TO MASTER-FILENAME.
                PERFORM 0080-COUNT-MASTER THRU 0080-EXIT.
                MOVE MASTER-COUNT TO PLAN-AUDIT-COUNT.

                MOVE SAVED-PLAN-HEADER TO PLAN-REC.
                MOVE 'P' TO PLH-MERGED-SW.
                MOVE RUN-DATE-TEXT TO PLH-MERGE-DATE.
                MOVE RUN-TIME-TEXT(1:6) TO PLH-MERGE-TIME.
                MOVE PLAN-RUNHIST-COUNT TO PLH-RUNHIST-COUNT.
                MOVE PLAN-AUDIT-COUNT TO PLH-AUDIT-COUNT.
                MOVE PLAN-REC TO SAVED-PLAN-HEADER.

                PERFORM 0510-REWRITE-BATCH-PLAN THRU 0510-EXIT.
        0390-EXIT.
                EXIT.

        0400-WRITE-MERGED-RESULTS.
                OPEN OUTPUT SUMMARY-FILE.
                OPEN EXTEND RUNHIST-FILE.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = PLAN-LOADED-COUNT
                        ADD 1 TO ENTRY-SCAN
                        IF PE-SUMMARY-COUNT(ENTRY-SCAN) = 1
                                MOVE PE-SUMMARY-REC(ENTRY-SCAN) TO SUMMARY-REC
                                WRITE SUMMARY-REC
                                MOVE PE-RUNHIST-REC(ENTRY-SCAN) TO RUNHIST-REC
                                WRITE RUNHIST-REC
                        END-IF
                END-PERFORM.

                CLOSE SUMMARY-FILE.
                CLOSE RUNHIST-FILE.
        0400-EXIT.
                EXIT.

        0450-APPEND-STREAM-AUDIT.
                OPEN EXTEND AUDIT-FILE.

                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = PLAN-STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        MOVE "S" TO STREAM-ID(1:1)
                        MOVE STREAM-IDX TO STREAM-ID(2:2)
                        MOVE SPACES TO STREAM-FILENAME
                        STRING "../audit-" STREAM-ID ".txt"
                               DELIMITED BY SIZE INTO STREAM-FILENAME
                        PERFORM 0385-OPEN-STREAM-COPY-FILE THRU 0385-EXIT
                        MOVE 'N' TO STREAM-EOF-SW
                        PERFORM UNTIL STREAM-AT-EOF
                                READ STREAM-COPY-FILE
                                        AT END
                                                MOVE 'Y' TO STREAM-EOF-SW
                                        NOT AT END
                                                MOVE STREAM-COPY-REC
                                                        TO AUDIT-REC
                                                WRITE AUDIT-REC
                                END-READ
                        END-PERFORM
                        CLOSE STREAM-COPY-FILE
                END-PERFORM.

                CLOSE AUDIT-FILE.
        0450-EXIT.
                EXIT.

        0470-MERGE-STAGE-LEDGERS.
                OPEN OUTPUT LEDGER-FILE.

                MOVE 0 TO STREAM-IDX.

                PERFORM UNTIL STREAM-IDX = PLAN-STREAM-COUNT
                        ADD 1 TO STREAM-IDX
                        MOVE "S" TO STREAM-ID(1:1)
                        MOVE STREAM-IDX TO STREAM-ID(2:2)
                        MOVE SPACES TO STREAM-FILENAME
                        STRING "../stageledger-" STREAM-ID ".txt"
                               DELIMITED BY SIZE INTO STREAM-FILENAME
                        PERFORM 0385-OPEN-STREAM-COPY-FILE THRU 0385-EXIT
                        MOVE 'N' TO STREAM-EOF-SW
                        PERFORM UNTIL STREAM-AT-EOF
                                READ STREAM-COPY-FILE
                                        AT END
                                                MOVE 'Y' TO STREAM-EOF-SW
                                        NOT AT END
                                                MOVE STREAM-COPY-REC
                                                        TO LEDGER-REC
                                                WRITE LEDGER-REC
                                END-READ
                        END-PERFORM
                        CLOSE STREAM-COPY-FILE
                END-PERFORM.

                CLOSE LEDGER-FILE.
        0470-EXIT.
                EXIT.

        0500-MARK-PLAN-MERGED.
                MOVE SAVED-PLAN-HEADER TO PLAN-REC.
                MOVE 'M' TO PLH-MERGED-SW.
                MOVE RUN-DATE-TEXT TO PLH-MERGE-DATE.
                MOVE RUN-TIME-TEXT(1:6) TO PLH-MERGE-TIME.
                MOVE PLAN-REC TO SAVED-PLAN-HEADER.

                PERFORM 0510-REWRITE-BATCH-PLAN THRU 0510-EXIT.
        0500-EXIT.
                EXIT.

        0510-REWRITE-BATCH-PLAN.
                OPEN OUTPUT PLAN-FILE.

                IF PLAN-FILE-STATUS NOT = '00'
                        DISPLAY "BATCHMRG: UNABLE TO REWRITE BATCH PLAN "
                                "../batchplan.txt STATUS " PLAN-FILE-STATUS
                        MOVE "UNABLE TO REWRITE BATCH PLAN"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE SAVED-PLAN-HEADER TO PLAN-REC.
                WRITE PLAN-REC.

                MOVE 0 TO ENTRY-SCAN.

                PERFORM UNTIL ENTRY-SCAN = PLAN-LOADED-COUNT
                        ADD 1 TO ENTRY-SCAN
                        MOVE PE-PLAN-REC(ENTRY-SCAN) TO PLAN-REC
                        WRITE PLAN-REC
                END-PERFORM.

                CLOSE PLAN-FILE.
        0510-EXIT.
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
                MOVE "BATCHMRG" TO EXC-PROGRAM.
                MOVE EXCEPTION-LABEL TO EXC-LABEL.
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
                MOVE SPACES TO EXCEPTION-LABEL.
                PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT.

                MOVE 16 TO RETURN-CODE.
                STOP RUN.
