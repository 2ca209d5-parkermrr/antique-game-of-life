                SELECT CHECKPOINT-FILE ASSIGN DYNAMIC CHECKPOINT-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CHECKPOINT-FILE-STATUS.
                SELECT CONTROL-FILE ASSIGN DYNAMIC CONTROL-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CONTROL-FILE-STATUS.
                SELECT REPORT-FILE ASSIGN DYNAMIC REPORT-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT STABLOG-FILE ASSIGN DYNAMIC STABLOG-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT BATCH-FILE ASSIGN DYNAMIC BATCH-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BATCH-FILE-STATUS.
                SELECT BATCHSTAT-FILE ASSIGN DYNAMIC BATCHSTAT-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BATCHSTAT-FILE-STATUS.
                SELECT SWEEP-FILE ASSIGN TO "../sweep.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT RLE-FILE ASSIGN DYNAMIC INPUT-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT SUMMARY-FILE ASSIGN DYNAMIC SUMMARY-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL RUNHIST-FILE ASSIGN DYNAMIC RUNHIST-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL SNAPSHOT-FILE
                        ASSIGN DYNAMIC SNAPSHOT-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT RENDER-FILE ASSIGN DYNAMIC RENDER-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT HEATMAP-FILE ASSIGN DYNAMIC HEATMAP-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT LONGEVITY-FILE ASSIGN DYNAMIC LONGEVITY-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT STATUS-FILE ASSIGN DYNAMIC STATUS-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT STOPREQ-FILE ASSIGN DYNAMIC STOPREQ-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STOPREQ-FILE-STATUS.
                SELECT STAGE-FILE ASSIGN TO "../stages.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STAGE-FILE-STATUS.
                SELECT OPTIONAL CATALOG-FILE ASSIGN TO "../seedcat.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATALOG-FILE-STATUS.
                SELECT OPTIONAL LEDGER-FILE
                        ASSIGN DYNAMIC LEDGER-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD INPUT-FILE.
                                        05 CKH-EXTINCT-GEN PIC 9(5).
                                        05 CKH-EXTINCT-SW PIC X.
                                        05 CKH-BATCH-ENTRY PIC 9(5).
                                        05 CKH-STAGE-NUM PIC 9(3).
                                        05 CKH-STAGE-START-GEN PIC 9(5).
                                        05 CKH-STAGE-START-COUNT PIC 9(5).
                                        05 CKH-LEDGER-STAGE PIC 9(3).
                                        05 CKH-STABLE-GEN PIC 9(5).
                                        05 FILLER PIC X(5).
                                01 CKPT-TRAILER REDEFINES CKPT-REC.
                                        05 CKT-TYPE PIC X.
                                        05 CKT-GEN PIC 9(5).
                                        05 CTL-COLONY-SW PIC X.
                                        05 CTL-STATUS-INTERVAL PIC 9(5).
                                        05 CTL-AGE-SW PIC X.
                                        05 CTL-STAGE-SW PIC X.
                                        05 FILLER PIC X(20).
                        FD REPORT-FILE.
                                01 REPORT-REC PIC X(80).
                        FD STABLOG-FILE.
                                01 BATCH-FIELDS REDEFINES BATCH-REC.
                                        05 BATCH-SEED-NAME PIC X(40).
                                        05 BATCH-LABEL PIC X(10).
                                        05 BATCH-SEED-ID PIC X(10).
                                        05 FILLER PIC X(20).
                        FD BATCHSTAT-FILE.
                                01 BATCHSTAT-REC PIC X(16).
                                01 BATCHSTAT-FIELDS REDEFINES BATCHSTAT-REC.
                        FD RLE-FILE.
                                01 RLE-REC PIC X(200).
                        FD SUMMARY-FILE.
                                01 SUMMARY-REC PIC X(112).
                                01 SUMMARY-FIELDS REDEFINES SUMMARY-REC.
                                        05 SUM-SEED-NAME PIC X(40).
                                        05 SUM-LABEL PIC X(10).
                                        05 SUM-CYCLE-LEN PIC 9(5).
                                        05 SUM-WINNER-COLONY PIC 9.
                                        05 SUM-MAX-AGE PIC 9(5).
                                        05 SUM-STABLE-GEN PIC 9(5).
                        FD RUNHIST-FILE.
                                01 RUNHIST-REC PIC X(130).
                                01 RUNHIST-FIELDS REDEFINES RUNHIST-REC.
                                        05 RH-DATE PIC 9(8).
                                        05 RH-TIME PIC 9(6).
                                        05 RH-SUMMARY PIC X(112).
                                        05 FILLER PIC X(4).
                        FD SNAPSHOT-FILE.
                                01 SNAP-REC PIC X(200).
                        FD RLEOUT-FILE.
                                01 STATUS-REC PIC X(60).
                        FD STOPREQ-FILE.
                                01 STOPREQ-REC PIC X(80).
                        FD STAGE-FILE.
                                01 STAGE-REC PIC X(80).
                                01 STAGE-FIELDS REDEFINES STAGE-REC.
                                        05 STG-RULESTRING PIC X(20).
                                        05 STG-NUM-ITER PIC X(5).
                                        05 STG-EDGE-MODE PIC X.
                                        05 STG-STOP-ON-STABLE PIC X.
                                        05 FILLER PIC X(53).
                        FD LEDGER-FILE.
                                01 LEDGER-REC PIC X(100).
                                01 LEDGER-FIELDS REDEFINES LEDGER-REC.
                                        05 LED-DATE PIC 9(8).
                                        05 LED-TIME PIC 9(6).
                                        05 LED-LABEL PIC X(10).
                                        05 LED-STAGE-NUM PIC 9(3).
                                        05 LED-RULESTRING PIC X(20).
                                        05 LED-EDGE-MODE PIC X.
                                        05 LED-STOP-ON-STABLE PIC X.
                                        05 LED-GENS-ASKED PIC 9(5).
                                        05 LED-GENS-RUN PIC 9(5).
                                        05 LED-START-GEN PIC 9(5).
                                        05 LED-END-GEN PIC 9(5).
                                        05 LED-POP-IN PIC 9(5).
                                        05 LED-POP-OUT PIC 9(5).
                                        05 LED-STABLE-SW PIC X.
                                        05 LED-END-REASON PIC X(8).
                                        05 FILLER PIC X(12).
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
                        01 POS USAGE INDEX.
                                VALUE "../checkpoint-A.txt".
                        01 CKPT-B-FILENAME PIC X(40)
                                VALUE "../checkpoint-B.txt".
                        01 CONTROL-FILENAME PIC X(40)
                                VALUE "../control.txt".
                        01 BATCH-FILENAME PIC X(40)
                                VALUE "../batch.txt".
                        01 BATCHSTAT-FILENAME PIC X(40)
                                VALUE "../batchstat.txt".
                        01 SUMMARY-FILENAME PIC X(40)
                                VALUE "../summary.txt".
                        01 RUNHIST-FILENAME PIC X(40)
                                VALUE "../runhist.txt".
                        01 AUDIT-FILENAME PIC X(40)
                                VALUE "../audit.txt".
                        01 STATUS-FILENAME PIC X(40)
                                VALUE "../status.txt".
                        01 STOPREQ-FILENAME PIC X(40)
                                VALUE "../stoprequest.txt".
                        01 LEDGER-FILENAME PIC X(40)
                                VALUE "../stageledger.txt".
                        01 STREAM-ID PIC X(3) VALUE SPACES.
                        01 STREAM-NUM PIC 9(2).
                        01 STREAM-SW PIC X VALUE 'N'.
                                88 STREAM-MODE-ON VALUE 'Y'.
                        01 CHECKPOINT-FILE-STATUS PIC XX.
                        01 CKPT-SIDE-SW PIC X VALUE 'A'.
                        01 CKPT-TRY-VALID-SW PIC X.
                        01 HIST-PTR USAGE INDEX.
                        01 HIST-SCAN USAGE INDEX.
                        01 CYCLE-LEN PIC 9(5).
                        01 STABLE-GEN PIC 9(5).
                        01 RESTART-STABLE-GEN PIC 9(5) VALUE 0.
                        01 STABLOG-GEN-TEXT PIC 9(5).
                        01 STABLOG-CYCLE-TEXT PIC 9(5).
                        01 VALID-COUNT PIC 9(5).
                        01 EXTINCT-SW PIC X VALUE 'N'.
                                88 WENT-EXTINCT VALUE 'Y'.
                        01 STATS-POS USAGE INDEX.
                        01 STAGE-SW PIC X VALUE 'N'.
                                88 STAGE-MODE-ON VALUE 'Y'.
                        01 STAGE-FILE-STATUS PIC XX.
                        01 STAGE-EOF-SW PIC X VALUE 'N'.
                                88 STAGE-AT-EOF VALUE 'Y'.
                        01 STAGE-ENTRY-TABLE.
                                05 STAGE-ENTRY OCCURS 20 TIMES.
                                        10 ST-RULESTRING PIC X(20).
                                        10 ST-NUM-ITER PIC 9(5).
                                        10 ST-EDGE-MODE PIC X.
                                        10 ST-STOP-ON-STABLE PIC X.
                        01 STAGE-ENTRY-COUNT PIC 9(3) VALUE 0.
                        01 STAGE-IDX PIC 9(3).
                        01 STAGE-NUM-TEXT PIC 9(3).
                        01 STAGE-TOTAL-ASKED PIC 9(6).
                        01 STAGE-START-GEN PIC 9(5) VALUE 0.
                        01 STAGE-START-COUNT PIC 9(5) VALUE 0.
                        01 RESUME-STAGE-NUM PIC 9(3) VALUE 0.
                        01 LEDGERED-STAGE-NUM PIC 9(3) VALUE 0.
                        01 RESUME-LEDGERED-SW PIC X VALUE 'N'.
                                88 RESUME-STAGE-LEDGERED VALUE 'Y'.
                        01 STAGE-RESUMING-SW PIC X VALUE 'N'.
                                88 STAGE-RESUMING VALUE 'Y'.
                        01 STAGE-CONTINUE-SW PIC X VALUE 'N'.
                                88 STAGE-CONTINUING VALUE 'Y'.
                        01 BASE-RULESTRING PIC X(20).
                        01 BASE-STOP-ON-STABLE PIC X.
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
                        01 CATALOG-EOF-SW PIC X VALUE 'N'.
                                88 CATALOG-AT-EOF VALUE 'Y'.
                        01 CATALOG-FOUND-SW PIC X VALUE 'N'.
                                88 CATALOG-FOUND VALUE 'Y'.
                        01 WANTED-SEED-ID PIC X(10) VALUE SPACES.
                        01 CATALOG-FINGERPRINT PIC 9(9).
                        01 SEED-REFUSED-SW PIC X VALUE 'N'.
                                88 SEED-REFUSED VALUE 'Y'.
                        01 REFUSE-REASON PIC X(40).
                        01 FINGERPRINT PIC 9(9).
                        01 FP-WORK PIC 9(18) COMP.
                        01 FP-QUOTIENT PIC 9(18) COMP.
                        01 FP-CELL-VALUE PIC 9.
                        01 FP-CELL-COUNT PIC 9(6).
                        01 HIST-GEN-TABLE.
                                05 HIST-GEN PIC 9(5) VALUE 0 OCCURS 8 TIMES.
                        01 HIST-CELL-TABLE.
                                05 HIST-SLOT-CELLS OCCURS 8 TIMES.
                                        10 HIST-CELL PIC 9 VALUE 0
                                                OCCURS 40000 TIMES.
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).

        PROCEDURE DIVISION.
                PERFORM 0040-SET-STREAM-FILES THRU 0040-EXIT.

                PERFORM 0050-READ-CONTROL-CARD THRU 0050-EXIT.

                IF RESTART-REQUESTED
                        OPEN EXTEND SUMMARY-FILE
                ELSE
                        OPEN OUTPUT SUMMARY-FILE
                        IF STREAM-MODE-ON
                                OPEN OUTPUT RUNHIST-FILE
                                CLOSE RUNHIST-FILE
                        END-IF
                END-IF.

                IF STAGE-MODE-ON
                        IF RESTART-REQUESTED
                                OPEN EXTEND LEDGER-FILE
                        ELSE
                                OPEN OUTPUT LEDGER-FILE
                        END-IF
                END-IF.

                IF SWEEP-MODE-ON
                                        THRU 0310-EXIT
                        END-IF

                        IF STAGE-MODE-ON
                                PERFORM 0800-RUN-STAGES THRU 0800-EXIT
                        ELSE
                                PERFORM 0200-RUN-GENERATIONS THRU 0200-EXIT
                        END-IF

                        PERFORM 0300-WRITE-OUTPUT THRU 0300-EXIT


                CLOSE SUMMARY-FILE.

                IF STAGE-MODE-ON
                        CLOSE LEDGER-FILE
                END-IF.

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0040-SET-STREAM-FILES.
                ACCEPT STREAM-ID FROM COMMAND-LINE.

                IF STREAM-ID = SPACES
                        GO TO 0040-EXIT
                END-IF.

                IF STREAM-ID(1:1) NOT = 'S' OR
                   STREAM-ID(2:2) IS NOT NUMERIC
                        DISPLAY "GAMEOFLIFE: STREAM ID " STREAM-ID
                                " MUST BE S01 TO S20"
                        MOVE "INVALID STREAM ID" TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE STREAM-ID(2:2) TO STREAM-NUM.

                IF STREAM-NUM = 0 OR STREAM-NUM > 20
                        DISPLAY "GAMEOFLIFE: STREAM ID " STREAM-ID
                                " MUST BE S01 TO S20"
                        MOVE "INVALID STREAM ID" TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'Y' TO STREAM-SW.

                MOVE SPACES TO CONTROL-FILENAME.
                STRING "../control-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO CONTROL-FILENAME.

                MOVE SPACES TO BATCH-FILENAME.
                STRING "../batch-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO BATCH-FILENAME.

                MOVE SPACES TO BATCHSTAT-FILENAME.
                STRING "../batchstat-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO BATCHSTAT-FILENAME.

                MOVE SPACES TO SUMMARY-FILENAME.
                STRING "../summary-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO SUMMARY-FILENAME.

                MOVE SPACES TO RUNHIST-FILENAME.
                STRING "../runhist-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO RUNHIST-FILENAME.

                MOVE SPACES TO AUDIT-FILENAME.
                STRING "../audit-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO AUDIT-FILENAME.

                MOVE SPACES TO STATUS-FILENAME.
                STRING "../status-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STATUS-FILENAME.

                MOVE SPACES TO STOPREQ-FILENAME.
                STRING "../stoprequest-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO STOPREQ-FILENAME.

                MOVE SPACES TO LEDGER-FILENAME.
                STRING "../stageledger-" STREAM-ID ".txt"
                       DELIMITED BY SIZE INTO LEDGER-FILENAME.
        0040-EXIT.
                EXIT.

        0050-READ-CONTROL-CARD.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.
                                MOVE CTL-AGE-SW TO AGE-SW
                        END-IF

                        IF CTL-STAGE-SW = 'Y' OR CTL-STAGE-SW = 'N'
                                MOVE CTL-STAGE-SW TO STAGE-SW
                        END-IF

                        CLOSE CONTROL-FILE
                ELSE
                        IF STREAM-MODE-ON
                                DISPLAY "GAMEOFLIFE: UNABLE TO OPEN STREAM "
                                        "CONTROL FILE " CONTROL-FILENAME
                                MOVE "UNABLE TO OPEN STREAM CONTROL FILE"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.

                PERFORM 0055-PARSE-RULESTRING THRU 0055-EXIT.
                        GO TO 9999-ABEND
                END-IF.

                IF STAGE-MODE-ON
                        IF SWEEP-MODE-ON
                                DISPLAY "GAMEOFLIFE: STAGED RUN MODE CANNOT "
                                        "BE COMBINED WITH A PARAMETER SWEEP"
                                MOVE "STAGE MODE WITH SWEEP MODE"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                        PERFORM 0820-LOAD-STAGE-CARDS THRU 0820-EXIT
                END-IF.

                IF STREAM-MODE-ON
                        IF SWEEP-MODE-ON OR NOT BATCH-MODE-ON
                                DISPLAY "GAMEOFLIFE: STREAM " STREAM-ID
                                        " MUST RUN IN BATCH MODE WITHOUT "
                                        "A PARAMETER SWEEP"
                                MOVE "STREAM NOT IN BATCH MODE"
                                        TO ABEND-REASON
                                GO TO 9999-ABEND
                        END-IF
                END-IF.

                PERFORM 0600-WRITE-AUDIT-CONFIG THRU 0600-EXIT.
        0050-EXIT.
                EXIT.
        0080-EXIT.
                EXIT.

        0085-FIND-CATALOG-SEED.
                MOVE 'N' TO CATALOG-FOUND-SW.
                MOVE 'N' TO CATALOG-EOF-SW.

                OPEN INPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        DISPLAY "GAMEOFLIFE: UNABLE TO OPEN SEED CATALOG "
                                "../seedcat.txt STATUS " CATALOG-FILE-STATUS
                        MOVE "UNABLE TO OPEN SEED CATALOG"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL CATALOG-FOUND OR CATALOG-AT-EOF
                        READ CATALOG-FILE INTO CATALOG-WORK
                                AT END
                                        MOVE 'Y' TO CATALOG-EOF-SW
                                NOT AT END
                                        IF SCT-SEED-ID > WANTED-SEED-ID
                                                MOVE 'Y' TO CATALOG-EOF-SW
                                        END-IF
                                        IF SCT-SEED-ID = WANTED-SEED-ID
                                                MOVE 'Y' TO CATALOG-FOUND-SW
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE CATALOG-FILE.

                MOVE 'Y' TO SEED-REFUSED-SW.

                IF NOT CATALOG-FOUND
                        MOVE "SEED ID NOT IN CATALOG" TO REFUSE-REASON
                        GO TO 0085-EXIT
                END-IF.

                IF SCT-STATUS NOT = 'A'
                        MOVE "SEED ID IS RETIRED IN CATALOG"
                                TO REFUSE-REASON
                        GO TO 0085-EXIT
                END-IF.

                IF INPUT-FILENAME = SPACES
                        MOVE SCT-FILE-NAME TO INPUT-FILENAME
                END-IF.

                IF INPUT-FILENAME NOT = SCT-FILE-NAME
                        MOVE "SEED FILE IS NOT THE CATALOGED FILE"
                                TO REFUSE-REASON
                        GO TO 0085-EXIT
                END-IF.

                IF SCT-GRID-ROWS NOT = GRID-ROWS OR
                   SCT-GRID-COLS NOT = GRID-COLS
                        MOVE "GRID SIZE DIFFERS FROM CATALOG"
                                TO REFUSE-REASON
                        GO TO 0085-EXIT
                END-IF.

                IF SCT-SEED-FORMAT NOT = SEED-FORMAT-SW
                        MOVE "SEED FORMAT DIFFERS FROM CATALOG"
                                TO REFUSE-REASON
                        GO TO 0085-EXIT
                END-IF.

                MOVE SCT-FINGERPRINT TO CATALOG-FINGERPRINT.
                MOVE 'N' TO SEED-REFUSED-SW.
        0085-EXIT.
                EXIT.

        0087-FINGERPRINT-SEED-FILE.
                OPEN INPUT INPUT-FILE.

                MOVE 0 TO FINGERPRINT.
                MOVE 0 TO FP-CELL-COUNT.
                MOVE 'N' TO SEED-EOF-SW.

                PERFORM UNTIL SEED-AT-EOF
                        READ INPUT-FILE INTO INPUT-CHAR
                                AT END
                                        MOVE 'Y' TO SEED-EOF-SW
                                NOT AT END
                                        IF INPUT-CHAR NOT = ' '
                                                IF INPUT-CHAR IS NUMERIC
                                                        MOVE INPUT-CHAR
                                                           TO FP-CELL-VALUE
                                                ELSE
                                                        MOVE 9
                                                           TO FP-CELL-VALUE
                                                END-IF
                                                COMPUTE FP-WORK =
                                                   FINGERPRINT * 31 +
                                                   FP-CELL-VALUE + 1
                                                DIVIDE FP-WORK BY 999999937
                                                   GIVING FP-QUOTIENT
                                                   REMAINDER FINGERPRINT
                                                ADD 1 TO FP-CELL-COUNT
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE INPUT-FILE.

                IF FP-CELL-COUNT NOT = CELL-COUNT OR
                   FINGERPRINT NOT = CATALOG-FINGERPRINT
                        MOVE 'Y' TO SEED-REFUSED-SW
                        MOVE "SEED CONTENT DOES NOT MATCH CATALOG"
                                TO REFUSE-REASON
                END-IF.
        0087-EXIT.
                EXIT.

        0088-FINGERPRINT-GRID.
                MOVE 0 TO FINGERPRINT.
                SET POS TO 0.

                PERFORM UNTIL POS = CELL-COUNT
                        COMPUTE FP-WORK =
                                FINGERPRINT * 31 + CUR(POS + 1) + 1
                        DIVIDE FP-WORK BY 999999937
                                GIVING FP-QUOTIENT REMAINDER FINGERPRINT
                        ADD 1 TO POS
                END-PERFORM.

                IF FINGERPRINT NOT = CATALOG-FINGERPRINT
                        MOVE 'Y' TO SEED-REFUSED-SW
                        MOVE "SEED CONTENT DOES NOT MATCH CATALOG"
                                TO REFUSE-REASON
                END-IF.
        0088-EXIT.
                EXIT.

        0089-REFUSE-ENTRY.
                DISPLAY "GAMEOFLIFE: BATCH ENTRY " RUN-LABEL
                        " SEED ID " WANTED-SEED-ID " REFUSED, "
                        REFUSE-REASON.

                MOVE "REFUSE" TO AUDIT-EVENT.
                MOVE REFUSE-REASON TO AUDIT-DISPOSITION.
                PERFORM 0610-WRITE-AUDIT-END THRU 0610-EXIT.

                MOVE 8 TO EXCEPTION-SEVERITY.
                MOVE "REFUSE" TO EXCEPTION-CODE.
                MOVE SPACES TO EXCEPTION-MESSAGE.
                STRING "SEED ID " DELIMITED BY SIZE
                       WANTED-SEED-ID DELIMITED BY "  "
                       " REFUSED, " DELIMITED BY SIZE
                       REFUSE-REASON DELIMITED BY SIZE
                       INTO EXCEPTION-MESSAGE.
                PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT.
        0089-EXIT.
                EXIT.

        0090-LOAD-RLE-SEED.
                OPEN INPUT RLE-FILE.

                MOVE CKH-EXTINCT-SW TO EXTINCT-SW.
                MOVE 'Y' TO RESTART-STATS-SW.

                IF CKH-STABLE-GEN IS NUMERIC
                        MOVE CKH-STABLE-GEN TO RESTART-STABLE-GEN
                ELSE
                        MOVE 0 TO RESTART-STABLE-GEN
                END-IF.

                MOVE 0 TO RESUME-STAGE-NUM.
                MOVE 'N' TO STAGE-RESUMING-SW.
                MOVE 'N' TO RESUME-LEDGERED-SW.

                IF STAGE-MODE-ON AND CKH-STAGE-NUM IS NUMERIC AND
                   CKH-STAGE-NUM > 0
                        MOVE CKH-STAGE-NUM TO RESUME-STAGE-NUM
                        MOVE CKH-STAGE-START-GEN TO STAGE-START-GEN
                        MOVE CKH-STAGE-START-COUNT TO STAGE-START-COUNT
                        MOVE 'Y' TO STAGE-RESUMING-SW
                        IF CKH-LEDGER-STAGE IS NUMERIC AND
                           CKH-LEDGER-STAGE = CKH-STAGE-NUM
                                MOVE 'Y' TO RESUME-LEDGERED-SW
                                MOVE CKH-GEN TO STAGE-START-GEN
                                MOVE CKH-LIVE-COUNT TO STAGE-START-COUNT
                        END-IF
                END-IF.

                SET CKPT-POS TO 0.

                PERFORM UNTIL CKPT-POS = CELL-COUNT

                IF RESTART-STATS-LOADED
                        MOVE 'N' TO RESTART-STATS-SW
                        MOVE RESTART-STABLE-GEN TO STABLE-GEN
                ELSE
                        MOVE 0 TO STABLE-GEN
                        MOVE LIVE-COUNT TO START-LIVE-COUNT
                        MOVE LIVE-COUNT TO MIN-LIVE-COUNT
                        MOVE LIVE-COUNT TO MAX-LIVE-COUNT
                        MOVE 'N' TO EXTINCT-SW
                END-IF.

                IF STAGE-RESUMING
                        MOVE 'N' TO STAGE-RESUMING-SW
                ELSE
                        MOVE LIVE-COUNT TO STAGE-START-COUNT
                END-IF.

                MOVE 0 TO CYCLE-LEN.
                MOVE 0 TO RESTART-STABLE-GEN.

                IF HEATMAP-MODE-ON AND NOT STAGE-CONTINUING
                        INITIALIZE CHANGE-COUNT-TABLE
                END-IF.
        0190-EXIT.
        0200-RUN-GENERATIONS.
                PERFORM 0190-INIT-RUN-STATS THRU 0190-EXIT.

                IF STAGE-CONTINUING
                        OPEN EXTEND REPORT-FILE
                ELSE
                        OPEN OUTPUT REPORT-FILE
                END-IF.

                MOVE SPACES TO REPORT-REC.
                IF STAGE-MODE-ON
                        MOVE STAGE-IDX TO STAGE-NUM-TEXT
                        STRING "STAGE " DELIMITED BY SIZE
                               STAGE-NUM-TEXT DELIMITED BY SIZE
                               "  RULE " DELIMITED BY SIZE
                               RULESTRING DELIMITED BY SIZE
                               INTO REPORT-REC
                ELSE
                        STRING "RULE " DELIMITED BY SIZE
                               RULESTRING DELIMITED BY SIZE
                               INTO REPORT-REC
                END-IF.
                WRITE REPORT-REC.

                IF STABILITY-CHECK-ON
                        IF STAGE-CONTINUING
                                OPEN EXTEND STABLOG-FILE
                        ELSE
                                OPEN OUTPUT STABLOG-FILE
                        END-IF
                END-IF

                IF SNAPSHOT-MODE-ON

                                WRITE STABLOG-REC

                                IF NOT STABLE-FOUND AND STABLE-GEN = 0
                                        MOVE CUR-ITER TO STABLE-GEN
                                END-IF
                                MOVE 'Y' TO STABLE-FOUND-SW
                                SET HIST-SCAN TO 9
                        END-IF
                MOVE EXTINCT-GEN TO CKH-EXTINCT-GEN.
                MOVE EXTINCT-SW TO CKH-EXTINCT-SW.
                MOVE BATCH-ENTRY-NUM TO CKH-BATCH-ENTRY.
                MOVE STABLE-GEN TO CKH-STABLE-GEN.
                IF STAGE-MODE-ON
                        MOVE STAGE-IDX TO CKH-STAGE-NUM
                        MOVE STAGE-START-GEN TO CKH-STAGE-START-GEN
                        MOVE STAGE-START-COUNT TO CKH-STAGE-START-COUNT
                        MOVE LEDGERED-STAGE-NUM TO CKH-LEDGER-STAGE
                END-IF.
                WRITE CKPT-REC.

                SET CKPT-POS TO 0.
                        DELETE FILE STOPREQ-FILE
                        DISPLAY "GAMEOFLIFE: OPERATOR STOP REQUEST "
                                "RECEIVED AT GENERATION " STATUS-GEN-TEXT
                        MOVE 4 TO EXCEPTION-SEVERITY
                        MOVE "OPSTOP" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING "OPERATOR STOP REQUEST RECEIVED AT "
                                   DELIMITED BY SIZE
                               "GENERATION " DELIMITED BY SIZE
                               STATUS-GEN-TEXT DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.
        0430-EXIT.
                EXIT.

                PERFORM 0455-COMPUTE-MAX-AGE THRU 0455-EXIT.
                MOVE MAX-AGE TO SUM-MAX-AGE.
                MOVE STABLE-GEN TO SUM-STABLE-GEN.

                PERFORM 0460-WRITE-RUN-HISTORY THRU 0460-EXIT.


                IF BATCH-FILE-STATUS NOT = '00'
                        DISPLAY "GAMEOFLIFE: UNABLE TO OPEN BATCH CONTROL "
                                "FILE " BATCH-FILENAME
                        MOVE "UNABLE TO OPEN BATCH CONTROL FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                MOVE 'N' TO BATCHSTAT-CKPT-SW.
                PERFORM 0530-WRITE-BATCHSTAT THRU 0530-EXIT.

                MOVE 'N' TO STAGE-RESUMING-SW.

                MOVE 'N' TO SEED-REFUSED-SW.
                MOVE BATCH-SEED-ID TO WANTED-SEED-ID.

                IF WANTED-SEED-ID NOT = SPACES
                        PERFORM 0085-FIND-CATALOG-SEED THRU 0085-EXIT
                        IF SEED-REFUSED
                                PERFORM 0089-REFUSE-ENTRY THRU 0089-EXIT
                                GO TO 0510-EXIT
                        END-IF
                END-IF.

                IF RESTART-REQUESTED AND
                   BATCH-ENTRY-NUM = RESTART-ENTRY-NUM AND
                   RESTART-CKPT-VALID
                ELSE
                        IF SEED-FORMAT-RLE
                                PERFORM 0090-LOAD-RLE-SEED THRU 0090-EXIT
                                IF WANTED-SEED-ID NOT = SPACES
                                        PERFORM 0088-FINGERPRINT-GRID
                                                THRU 0088-EXIT
                                END-IF
                        ELSE
                                IF WANTED-SEED-ID NOT = SPACES
                                        PERFORM 0087-FINGERPRINT-SEED-FILE
                                                THRU 0087-EXIT
                                END-IF
                                IF NOT SEED-REFUSED
                                        PERFORM 0080-VALIDATE-SEED-FILE
                                                THRU 0080-EXIT
                                        PERFORM 0100-LOAD-SEED THRU 0100-EXIT
                                END-IF
                        END-IF
                        IF SEED-REFUSED
                                PERFORM 0089-REFUSE-ENTRY THRU 0089-EXIT
                                GO TO 0510-EXIT
                        END-IF
                END-IF.

                                THRU 0310-EXIT
                END-IF.

                IF STAGE-MODE-ON
                        PERFORM 0800-RUN-STAGES THRU 0800-EXIT
                ELSE
                        PERFORM 0200-RUN-GENERATIONS THRU 0200-EXIT
                END-IF.
                PERFORM 0300-WRITE-OUTPUT THRU 0300-EXIT.

                IF RLE-OUTPUT-ON
                                THRU 0440-EXIT
                END-IF.

                IF NOT STREAM-MODE-ON OR NOT STOP-REQUESTED
                        PERFORM 0450-WRITE-RUN-SUMMARY THRU 0450-EXIT
                END-IF.

                PERFORM 0615-WRITE-RUN-AUDIT THRU 0615-EXIT.
        0510-EXIT.

                IF BATCHSTAT-FILE-STATUS NOT = '00'
                        DISPLAY "GAMEOFLIFE: BATCH RESTART REQUESTED BUT "
                                BATCHSTAT-FILENAME " IS NOT READABLE"
                        MOVE "BATCH RESTART WITHOUT BATCHSTAT FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                                RES-FINAL(SEED-ROW-NUM, SWEEP-IDX)

                        EVALUATE TRUE
                                WHEN SEED-REFUSED
                                        MOVE 'R' TO RES-FLAG
                                                (SEED-ROW-NUM, SWEEP-IDX)
                                WHEN WENT-EXTINCT
                                        MOVE 'E' TO RES-FLAG
                                                (SEED-ROW-NUM, SWEEP-IDX)
                                        13 + (SWEEP-IDX - 1) * 7

                                IF RES-FLAG(SEED-ROW-NUM, SWEEP-IDX) = '?'
                                   OR RES-FLAG(SEED-ROW-NUM, SWEEP-IDX) = 'R'
                                        MOVE SPACES TO
                                           SWEEP-LINE-BUF(SWEEP-LINE-PTR:5)
                                ELSE
        0790-EXIT.
                EXIT.

        0800-RUN-STAGES.
                MOVE 'N' TO STAGE-CONTINUE-SW.

                IF STAGE-RESUMING AND RESUME-STAGE-NUM > STAGE-ENTRY-COUNT
                        MOVE RESUME-STAGE-NUM TO STAGE-NUM-TEXT
                        DISPLAY "GAMEOFLIFE: CHECKPOINT IS FOR STAGE "
                                STAGE-NUM-TEXT " BUT ../stages.txt HOLDS "
                                "FEWER STAGES"
                        MOVE "CHECKPOINT STAGE NOT ON STAGE FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO LEDGERED-STAGE-NUM.

                IF STAGE-RESUMING AND RESUME-STAGE-LEDGERED
                        MOVE RESUME-STAGE-NUM TO LEDGERED-STAGE-NUM
                END-IF.

                MOVE 0 TO STAGE-IDX.

                PERFORM UNTIL STAGE-IDX = STAGE-ENTRY-COUNT
                           OR STOP-REQUESTED
                        ADD 1 TO STAGE-IDX

                        IF STAGE-RESUMING AND
                           (STAGE-IDX < RESUME-STAGE-NUM OR
                            STAGE-IDX NOT > LEDGERED-STAGE-NUM)
                                CONTINUE
                        ELSE
                                PERFORM 0810-RUN-STAGE THRU 0810-EXIT
                        END-IF
                END-PERFORM.

                IF STAGE-RESUMING
                        PERFORM 0190-INIT-RUN-STATS THRU 0190-EXIT
                END-IF.

                MOVE 'N' TO RESUME-LEDGERED-SW.
                MOVE STAGE-TOTAL-ASKED TO NUM-ITER.
        0800-EXIT.
                EXIT.

        0810-RUN-STAGE.
                MOVE ST-RULESTRING(STAGE-IDX) TO RULESTRING.
                MOVE ST-EDGE-MODE(STAGE-IDX) TO EDGE-MODE-SW.
                MOVE ST-STOP-ON-STABLE(STAGE-IDX) TO STOP-ON-STABLE-SW.

                PERFORM 0055-PARSE-RULESTRING THRU 0055-EXIT.

                IF NOT STAGE-RESUMING
                        MOVE CUR-ITER TO STAGE-START-GEN
                END-IF.

                COMPUTE NUM-ITER = STAGE-START-GEN + ST-NUM-ITER(STAGE-IDX).

                IF STAGE-CONTINUING
                        MOVE 'Y' TO RESTART-STATS-SW
                END-IF.

                SET HIST-PTR TO 0.
                MOVE 'N' TO STABLE-FOUND-SW.
                INITIALIZE HIST-GEN-TABLE.

                PERFORM 0200-RUN-GENERATIONS THRU 0200-EXIT.

                MOVE 'Y' TO STAGE-CONTINUE-SW.

                IF NOT STOP-REQUESTED
                        PERFORM 0830-WRITE-LEDGER THRU 0830-EXIT
                        MOVE STAGE-IDX TO LEDGERED-STAGE-NUM
                        PERFORM 0400-WRITE-CHECKPOINT THRU 0400-EXIT
                END-IF.
        0810-EXIT.
                EXIT.

        0820-LOAD-STAGE-CARDS.
                MOVE RULESTRING TO BASE-RULESTRING.
                MOVE NUM-ITER TO BASE-NUM-ITER.
                MOVE EDGE-MODE-SW TO BASE-EDGE-MODE.
                MOVE STOP-ON-STABLE-SW TO BASE-STOP-ON-STABLE.
                MOVE 0 TO STAGE-TOTAL-ASKED.

                OPEN INPUT STAGE-FILE.

                IF STAGE-FILE-STATUS NOT = '00'
                        DISPLAY "GAMEOFLIFE: UNABLE TO OPEN STAGE CONTROL "
                                "FILE ../stages.txt"
                        MOVE "UNABLE TO OPEN STAGE CONTROL FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO STAGE-EOF-SW.

                PERFORM UNTIL STAGE-AT-EOF
                        READ STAGE-FILE
                                AT END
                                        MOVE 'Y' TO STAGE-EOF-SW
                                NOT AT END
                                        IF STAGE-REC NOT = SPACES
                                                PERFORM 0825-STORE-STAGE-CARD
                                                        THRU 0825-EXIT
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE STAGE-FILE.

                IF STAGE-ENTRY-COUNT = 0
                        DISPLAY "GAMEOFLIFE: STAGE CONTROL FILE NAMED NO "
                                "STAGES"
                        MOVE "STAGE CONTROL FILE IS EMPTY"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                IF STAGE-TOTAL-ASKED > 99999
                        DISPLAY "GAMEOFLIFE: STAGES ASK FOR " STAGE-TOTAL-ASKED
                                " GENERATIONS, MAXIMUM IS 99999"
                        MOVE "STAGES EXCEED 99999 GENERATIONS"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                MOVE BASE-RULESTRING TO RULESTRING.
                PERFORM 0055-PARSE-RULESTRING THRU 0055-EXIT.
        0820-EXIT.
                EXIT.

        0825-STORE-STAGE-CARD.
                IF STAGE-ENTRY-COUNT >= 20
                        DISPLAY "GAMEOFLIFE: STAGE CONTROL FILE EXCEEDS "
                                "THE 20 STAGE MAXIMUM"
                        MOVE "STAGES EXCEED 20 STAGE MAXIMUM"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO STAGE-ENTRY-COUNT.

                IF STG-RULESTRING = SPACES
                        MOVE BASE-RULESTRING
                                TO ST-RULESTRING(STAGE-ENTRY-COUNT)
                ELSE
                        MOVE STG-RULESTRING TO ST-RULESTRING(STAGE-ENTRY-COUNT)
                        MOVE STG-RULESTRING TO RULESTRING
                        PERFORM 0055-PARSE-RULESTRING THRU 0055-EXIT
                END-IF.

                IF STG-NUM-ITER IS NUMERIC AND STG-NUM-ITER > 0
                        MOVE STG-NUM-ITER TO ST-NUM-ITER(STAGE-ENTRY-COUNT)
                ELSE
                        MOVE BASE-NUM-ITER TO ST-NUM-ITER(STAGE-ENTRY-COUNT)
                END-IF.

                IF STG-EDGE-MODE = 'W' OR STG-EDGE-MODE = 'B'
                        MOVE STG-EDGE-MODE TO ST-EDGE-MODE(STAGE-ENTRY-COUNT)
                ELSE
                        MOVE BASE-EDGE-MODE TO ST-EDGE-MODE(STAGE-ENTRY-COUNT)
                END-IF.

                IF STG-STOP-ON-STABLE = 'Y' OR STG-STOP-ON-STABLE = 'N'
                        MOVE STG-STOP-ON-STABLE
                                TO ST-STOP-ON-STABLE(STAGE-ENTRY-COUNT)
                ELSE
                        MOVE BASE-STOP-ON-STABLE
                                TO ST-STOP-ON-STABLE(STAGE-ENTRY-COUNT)
                END-IF.

                ADD ST-NUM-ITER(STAGE-ENTRY-COUNT) TO STAGE-TOTAL-ASKED.
        0825-EXIT.
                EXIT.

        0830-WRITE-LEDGER.
                ACCEPT CLOCK-TIME-TEXT FROM TIME.

                MOVE SPACES TO LEDGER-REC.
                ACCEPT LED-DATE FROM DATE YYYYMMDD.
                MOVE CLOCK-TIME-TEXT(1:6) TO LED-TIME.
                MOVE SUMMARY-LABEL TO LED-LABEL.
                MOVE STAGE-IDX TO LED-STAGE-NUM.
                MOVE RULESTRING TO LED-RULESTRING.
                MOVE EDGE-MODE-SW TO LED-EDGE-MODE.
                MOVE STOP-ON-STABLE-SW TO LED-STOP-ON-STABLE.
                MOVE ST-NUM-ITER(STAGE-IDX) TO LED-GENS-ASKED.
                COMPUTE LED-GENS-RUN = CUR-ITER - STAGE-START-GEN.
                MOVE STAGE-START-GEN TO LED-START-GEN.
                MOVE CUR-ITER TO LED-END-GEN.
                MOVE STAGE-START-COUNT TO LED-POP-IN.
                MOVE LIVE-COUNT TO LED-POP-OUT.
                MOVE STABLE-FOUND-SW TO LED-STABLE-SW.

                IF STABLE-FOUND AND STOP-ON-STABLE
                        MOVE "STABLE" TO LED-END-REASON
                ELSE
                        MOVE "COMPLETE" TO LED-END-REASON
                END-IF.

                WRITE LEDGER-REC.
        0830-EXIT.
                EXIT.

        0600-WRITE-AUDIT-CONFIG.
                ACCEPT AUDIT-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT AUDIT-TIME-TEXT FROM TIME.
                       " SWP=" SWEEP-SW DELIMITED BY SIZE
                       " CLY=" COLONY-SW DELIMITED BY SIZE
                       " AGE=" AGE-SW DELIMITED BY SIZE
                       " STG=" STAGE-SW DELIMITED BY SIZE
                       " RULE=" DELIMITED BY SIZE
                       RULESTRING DELIMITED BY SPACE
                       " SEED=" INPUT-FILENAME DELIMITED BY SIZE
        0615-EXIT.
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
                MOVE "GAMEOFLIFE" TO EXC-PROGRAM.
                MOVE SUMMARY-LABEL TO EXC-LABEL.
                MOVE EXCEPTION-SEVERITY TO EXC-SEVERITY.
                MOVE EXCEPTION-CODE TO EXC-CODE.
                MOVE EXCEPTION-MESSAGE TO EXC-MESSAGE.
                WRITE EXCEPTION-REC.

                CLOSE EXCEPTION-FILE.
        0900-EXIT.
                EXIT.

        9999-ABEND.
                MOVE "ABEND" TO AUDIT-EVENT.
                MOVE ABEND-REASON TO AUDIT-DISPOSITION.
                PERFORM 0610-WRITE-AUDIT-END THRU 0610-EXIT.

                MOVE 16 TO EXCEPTION-SEVERITY.
                MOVE "ABEND" TO EXCEPTION-CODE.
                MOVE ABEND-REASON TO EXCEPTION-MESSAGE.
                PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT.

                MOVE 16 TO RETURN-CODE.
                STOP RUN.

