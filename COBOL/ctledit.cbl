        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CTLEDIT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT CONTROL-FILE ASSIGN TO "../control.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CONTROL-FILE-STATUS.
                SELECT BATCH-FILE ASSIGN TO "../batch.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BATCH-FILE-STATUS.
                SELECT SWEEP-FILE ASSIGN TO "../sweep.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SWEEP-FILE-STATUS.
                SELECT PLACEMENT-FILE ASSIGN TO "../placement.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PLACEMENT-FILE-STATUS.
                SELECT LIBRARY-FILE ASSIGN TO "../patlib.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LIBRARY-FILE-STATUS.
                SELECT SEEDGEN-FILE ASSIGN TO "../seedgen.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SEEDGEN-FILE-STATUS.
                SELECT STAGE-FILE ASSIGN TO "../stages.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS STAGE-FILE-STATUS.
                SELECT COMPARE-FILE ASSIGN TO "../compare.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS COMPARE-FILE-STATUS.
                SELECT CENSUS-CARD-FILE ASSIGN TO "../census.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CENSUS-CARD-STATUS.
                SELECT OPTIONAL CATALOG-FILE ASSIGN TO "../seedcat.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATALOG-FILE-STATUS.
                SELECT PROBE-FILE ASSIGN DYNAMIC PROBE-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PROBE-FILE-STATUS.
                SELECT EDIT-LISTING-FILE ASSIGN TO "../edit-listing.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS EDIT-LISTING-STATUS.
        DATA DIVISION.
                FILE SECTION.
                        FD CONTROL-FILE.
                                01 CONTROL-REC PIC X(80).
                                01 CONTROL-FIELDS REDEFINES CONTROL-REC.
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
                        FD BATCH-FILE.
                                01 BATCH-REC PIC X(80).
                                01 BATCH-FIELDS REDEFINES BATCH-REC.
                                        05 BATCH-SEED-NAME PIC X(40).
                                        05 BATCH-LABEL PIC X(10).
                                        05 BATCH-SEED-ID PIC X(10).
                                        05 FILLER PIC X(20).
                        FD SWEEP-FILE.
                                01 SWEEP-REC PIC X(80).
                                01 SWEEP-FIELDS REDEFINES SWEEP-REC.
                                        05 SWP-RULESTRING PIC X(20).
                                        05 SWP-NUM-ITER PIC X(5).
                                        05 SWP-EDGE-MODE PIC X.
                                        05 FILLER PIC X(54).
                        FD STAGE-FILE.
                                01 STAGE-REC PIC X(80).
                                01 STAGE-FIELDS REDEFINES STAGE-REC.
                                        05 STG-RULESTRING PIC X(20).
                                        05 STG-NUM-ITER PIC X(5).
                                        05 STG-EDGE-MODE PIC X.
                                        05 STG-STOP-ON-STABLE PIC X.
                                        05 FILLER PIC X(53).
                        FD PLACEMENT-FILE.
                                01 PLACEMENT-REC PIC X(80).
                                01 PLACEMENT-HEADER REDEFINES PLACEMENT-REC.
                                        05 PLH-OUTPUT-NAME PIC X(40).
                                        05 PLH-SEED-ID PIC X(10).
                                        05 PLH-DESCRIPTION PIC X(30).
                                01 PLACEMENT-FIELDS REDEFINES PLACEMENT-REC.
                                        05 PLC-PATTERN-NAME PIC X(20).
                                        05 PLC-ROW-OFFSET PIC X(5).
                                        05 PLC-COL-OFFSET PIC X(5).
                                        05 PLC-ROTATION PIC X.
                                        05 PLC-FLIP-SW PIC X.
                                        05 FILLER PIC X(48).
                        FD LIBRARY-FILE.
                                01 PATLIB-REC PIC X(100).
                                01 PATLIB-HEADER REDEFINES PATLIB-REC.
                                        05 PLB-NAME PIC X(20).
                                        05 PLB-SEQ PIC 9(3).
                                        05 PLB-REC-TYPE PIC X.
                                        05 FILLER PIC X(76).
                        FD SEEDGEN-FILE.
                                01 SEEDGEN-REC PIC X(80).
                                01 SEEDGEN-FIELDS REDEFINES SEEDGEN-REC.
                                        05 SGC-DENSITY PIC X(3).
                                        05 SGC-RNG-SEED PIC X(9).
                                        05 SGC-OUTPUT-NAME PIC X(40).
                                        05 SGC-SEED-ID PIC X(10).
                                        05 FILLER PIC X(18).
                        FD COMPARE-FILE.
                                01 COMPARE-REC PIC X(80).
                                01 COMPARE-FIELDS REDEFINES COMPARE-REC.
                                        05 CMP-FILE-A PIC X(40).
                                        05 CMP-FILE-B PIC X(40).
                                01 COMPARE-LIMIT-FIELDS REDEFINES COMPARE-REC.
                                        05 CMP-MAX-LIST PIC X(5).
                                        05 CMP-MODE PIC X.
                                        05 FILLER PIC X(74).
                        FD CENSUS-CARD-FILE.
                                01 CENSUS-CARD-REC PIC X(80).
                                01 CENSUS-CARD-FIELDS REDEFINES
                                                CENSUS-CARD-REC.
                                        05 CEN-GRID-NAME PIC X(40).
                                        05 FILLER PIC X(40).
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
                        FD PROBE-FILE.
                                01 PROBE-REC PIC X(200).
                        FD EDIT-LISTING-FILE.
                                01 EDIT-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 CONTROL-FILE-STATUS PIC XX.
                        01 BATCH-FILE-STATUS PIC XX.
                        01 SWEEP-FILE-STATUS PIC XX.
                        01 STAGE-FILE-STATUS PIC XX.
                        01 PLACEMENT-FILE-STATUS PIC XX.
                        01 LIBRARY-FILE-STATUS PIC XX.
                        01 SEEDGEN-FILE-STATUS PIC XX.
                        01 COMPARE-FILE-STATUS PIC XX.
                        01 CENSUS-CARD-STATUS PIC XX.
                        01 CATALOG-FILE-STATUS PIC XX.
                        01 PROBE-FILE-STATUS PIC XX.
                        01 EDIT-LISTING-STATUS PIC XX.
                        01 PROBE-FILENAME PIC X(40).
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 CARD-EOF-SW PIC X VALUE 'N'.
                                88 CARD-AT-EOF VALUE 'Y'.
                        01 PROBE-EOF-SW PIC X VALUE 'N'.
                                88 PROBE-AT-EOF VALUE 'Y'.
                        01 CATALOG-EOF-SW PIC X VALUE 'N'.
                                88 CATALOG-AT-EOF VALUE 'Y'.
                        01 NUM-ITER PIC 9(5) VALUE 1000.
                        01 GRID-ROWS PIC 9(3) VALUE 100.
                        01 GRID-COLS PIC 9(3) VALUE 100.
                        01 CELL-COUNT PIC 9(6).
                        01 CHECKPOINT-INTERVAL PIC 9(5) VALUE 100.
                        01 SNAPSHOT-INTERVAL PIC 9(5) VALUE 100.
                        01 RESTART-SW PIC X VALUE 'N'.
                                88 RESTART-REQUESTED VALUE 'Y'.
                        01 BATCH-SW PIC X VALUE 'N'.
                                88 BATCH-MODE-ON VALUE 'Y'.
                        01 SWEEP-SW PIC X VALUE 'N'.
                                88 SWEEP-MODE-ON VALUE 'Y'.
                        01 STAGE-SW PIC X VALUE 'N'.
                                88 STAGE-MODE-ON VALUE 'Y'.
                        01 SNAPSHOT-SW PIC X VALUE 'N'.
                                88 SNAPSHOT-MODE-ON VALUE 'Y'.
                        01 COLONY-SW PIC X VALUE 'N'.
                                88 COLONY-MODE-ON VALUE 'Y'.
                        01 SEED-FORMAT-SW PIC X VALUE 'F'.
                                88 SEED-FORMAT-RLE VALUE 'R'.
                        01 GRID-SIZE-SW PIC X VALUE 'Y'.
                                88 GRID-SIZE-VALID VALUE 'Y'.
                        01 EDIT-FILE-NAME PIC X(40).
                        01 CARD-NUM PIC 9(5).
                        01 CARD-NUM-TEXT PIC 9(5).
                        01 FILE-ERRORS PIC 9(5).
                        01 FILE-WARNINGS PIC 9(5).
                        01 TOTAL-CARDS PIC 9(5) VALUE 0.
                        01 TOTAL-ERRORS PIC 9(5) VALUE 0.
                        01 TOTAL-WARNINGS PIC 9(5) VALUE 0.
                        01 COUNT-TEXT-1 PIC 9(5).
                        01 COUNT-TEXT-2 PIC 9(5).
                        01 COUNT-TEXT-3 PIC 9(5).
                        01 FIELD-NAME PIC X(24).
                        01 FIELD-VALUE PIC X(40).
                        01 FIELD-LEN PIC 9(2).
                        01 FIELD-STATUS PIC X(8).
                        01 FIELD-NUMERIC-SW PIC X.
                                88 FIELD-IS-NUMERIC VALUE 'Y'.
                        01 FIELD-BLANK-SW PIC X.
                                88 FIELD-IS-BLANK VALUE 'Y'.
                        01 SWITCH-ALLOWED PIC X(4).
                        01 SWITCH-DEFAULT PIC X.
                        01 EDIT-MESSAGE PIC X(100).
                        01 MESSAGE-PTR PIC 9(3).
                        01 RULE-TEXT PIC X(20).
                        01 RULE-VALID-SW PIC X.
                                88 RULE-IS-VALID VALUE 'Y'.
                        01 RULE-POS PIC 9(2).
                        01 RULE-CHAR PIC X.
                        01 RULE-DIGIT PIC 9.
                        01 RULE-SIDE-SW PIC X.
                                88 RULE-SIDE-BIRTH VALUE 'B'.
                                88 RULE-SIDE-SURVIVE VALUE 'S'.
                        01 RULE-BIRTH-DIGITS PIC 9(2).
                        01 RULE-SURVIVE-DIGITS PIC 9(2).
                        01 NUMBER-WORK PIC 9(5).
                        01 DENSITY-WORK PIC 9(3).
                        01 PRODUCED-TABLE.
                                05 PRODUCED-ENTRY OCCURS 2 TIMES.
                                        10 PRD-NAME PIC X(40).
                                        10 PRD-PROGRAM PIC X(8).
                                        10 PRD-SEED-ID PIC X(10).
                        01 PRODUCED-COUNT PIC 9 VALUE 0.
                        01 PRODUCED-SCAN PIC 9.
                        01 PRODUCED-HIT PIC 9.
                        01 PATTERN-NAME-TABLE.
                                05 PATTERN-NAME PIC X(20)
                                        OCCURS 500 TIMES.
                        01 PATTERN-NAME-COUNT PIC 9(3) VALUE 0.
                        01 PATTERN-SCAN PIC 9(3).
                        01 PATTERN-FOUND-SW PIC X.
                                88 PATTERN-FOUND VALUE 'Y'.
                        01 LIBRARY-LOADED-SW PIC X VALUE 'N'.
                                88 LIBRARY-LOADED VALUE 'Y'.
                        01 PLACEMENT-COUNT PIC 9(5).
                        01 LABEL-TABLE.
                                05 LABEL-ENTRY OCCURS 500 TIMES.
                                        10 LT-LABEL PIC X(10).
                                        10 LT-CARD-NUM PIC 9(5).
                        01 LABEL-COUNT PIC 9(3) VALUE 0.
                        01 LABEL-SCAN PIC 9(3).
                        01 LABEL-HIT PIC 9(3).
                        01 LABEL-SPACE-COUNT PIC 9(2).
                        01 LABEL-LENGTH PIC 9(2).
                        01 LABEL-POS PIC 9(2).
                        01 SEED-SEEN-TABLE.
                                05 SEED-SEEN-ENTRY OCCURS 500 TIMES.
                                        10 SS-NAME PIC X(40).
                                        10 SS-CARD-NUM PIC 9(5).
                                        10 SS-RESULT PIC X.
                        01 SEED-SEEN-COUNT PIC 9(3) VALUE 0.
                        01 SEED-SCAN PIC 9(3).
                        01 SEED-HIT PIC 9(3).
                        01 SEED-CHECK-NAME PIC X(40).
                        01 SEED-RESULT-SW PIC X.
                                88 SEED-RESULT-OK VALUE 'Y'.
                        01 SEED-VALID-COUNT PIC 9(6).
                        01 SEED-BAD-COUNT PIC 9(6).
                        01 SEED-BANG-COUNT PIC 9(5).
                        01 PROBE-POS PIC 9(3).
                        01 SEED-COUNT-TEXT PIC 9(6).
                        01 SWEEP-CARD-COUNT PIC 9(3) VALUE 0.
                        01 SWEEP-NUM-TEXT PIC 9(2).
                        01 STAGE-CARD-COUNT PIC 9(3) VALUE 0.
                        01 STAGE-TOTAL-ITER PIC 9(7) VALUE 0.
                        01 GRID-SOURCE-NAME PIC X(40).
                        01 GRID-SOURCE-SW PIC X.
                                88 GRID-SOURCE-PRODUCED VALUE 'Y'.
                        01 RESULT-NAME-WORK PIC X(40).
                        01 SWEEP-SCAN PIC 9(3).
                        01 CATALOG-ID-TABLE.
                                05 CATALOG-ID-ENTRY OCCURS 500 TIMES.
                                        10 CI-SEED-ID PIC X(10).
                                        10 CI-FILE-NAME PIC X(40).
                                        10 CI-SEED-FORMAT PIC X.
                                        10 CI-GRID-ROWS PIC 9(3).
                                        10 CI-GRID-COLS PIC 9(3).
                                        10 CI-STATUS PIC X.
                        01 CATALOG-ID-COUNT PIC 9(3) VALUE 0.
                        01 CATALOG-SCAN PIC 9(3).
                        01 CATALOG-HIT PIC 9(3).
                        01 CATALOG-FILE-HIT PIC 9(3).
                        01 CATALOG-LOADED-SW PIC X VALUE 'N'.
                                88 CATALOG-LOADED VALUE 'Y'.
                        01 SEED-ID-WORK PIC X(10).
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

        PROCEDURE DIVISION.
                PERFORM 0050-OPEN-LISTING THRU 0050-EXIT.

                PERFORM 0100-EDIT-CONTROL-CARD THRU 0100-EXIT.

                PERFORM 0200-EDIT-SEEDGEN-CARD THRU 0200-EXIT.

                PERFORM 0300-EDIT-PLACEMENT-CARDS THRU 0300-EXIT.

                PERFORM 0400-EDIT-BATCH-CARDS THRU 0400-EXIT.

                PERFORM 0500-EDIT-SWEEP-CARDS THRU 0500-EXIT.

                PERFORM 0550-EDIT-STAGE-CARDS THRU 0550-EXIT.

                PERFORM 0600-EDIT-COMPARE-CARDS THRU 0600-EXIT.

                PERFORM 0700-EDIT-CENSUS-CARD THRU 0700-EXIT.

                PERFORM 0800-WRITE-EDIT-TOTALS THRU 0800-EXIT.

                CLOSE EDIT-LISTING-FILE.

                EVALUATE TRUE
                        WHEN TOTAL-ERRORS > 0
                                MOVE 8 TO RETURN-CODE
                        WHEN TOTAL-WARNINGS > 0
                                MOVE 4 TO RETURN-CODE
                        WHEN OTHER
                                MOVE 0 TO RETURN-CODE
                END-EVALUATE.

                STOP RUN.

        0050-OPEN-LISTING.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN OUTPUT EDIT-LISTING-FILE.

                IF EDIT-LISTING-STATUS NOT = '00'
                        DISPLAY "CTLEDIT: UNABLE TO OPEN EDIT LISTING "
                                "FILE ../edit-listing.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SPACES TO EDIT-REC.
                STRING "CARD FILE EDIT LISTING  DATE " DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "  TIME " DELIMITED BY SIZE
                       RUN-TIME-TEXT(1:6) DELIMITED BY SIZE
                       INTO EDIT-REC.
                WRITE EDIT-REC.
        0050-EXIT.
                EXIT.

        0100-EDIT-CONTROL-CARD.
                MOVE "../control.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                OPEN INPUT CONTROL-FILE.

                IF CONTROL-FILE-STATUS NOT = '00'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "CONTROL FILE NOT PRESENT, ALL PROGRAM "
                                   DELIMITED BY SIZE
                               "DEFAULTS WILL BE USED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        PERFORM 0150-CROSS-CHECK-CONTROL THRU 0150-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0100-EXIT
                END-IF.

                READ CONTROL-FILE
                        AT END
                                MOVE SPACES TO CONTROL-REC
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "CONTROL FILE IS EMPTY, ALL PROGRAM "
                                           DELIMITED BY SIZE
                                       "DEFAULTS WILL BE USED" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        NOT AT END
                                ADD 1 TO CARD-NUM
                                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT
                                PERFORM 0110-EDIT-CONTROL-FIELDS
                                        THRU 0110-EXIT
                END-READ

                CLOSE CONTROL-FILE.

                PERFORM 0150-CROSS-CHECK-CONTROL THRU 0150-EXIT.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0100-EXIT.
                EXIT.

        0110-EDIT-CONTROL-FIELDS.
                MOVE "CTL-NUM-ITER" TO FIELD-NAME.
                MOVE CONTROL-REC(1:5) TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND CTL-NUM-ITER > 0
                        MOVE CTL-NUM-ITER TO NUM-ITER
                END-IF.

                MOVE "CTL-GRID-ROWS" TO FIELD-NAME.
                MOVE CONTROL-REC(6:3) TO FIELD-VALUE.
                MOVE 3 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND CTL-GRID-ROWS > 0
                        MOVE CTL-GRID-ROWS TO GRID-ROWS
                END-IF.
                IF NOT FIELD-IS-NUMERIC AND NOT FIELD-IS-BLANK
                        MOVE 'N' TO GRID-SIZE-SW
                END-IF.

                MOVE "CTL-GRID-COLS" TO FIELD-NAME.
                MOVE CONTROL-REC(9:3) TO FIELD-VALUE.
                MOVE 3 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND CTL-GRID-COLS > 0
                        MOVE CTL-GRID-COLS TO GRID-COLS
                END-IF.
                IF NOT FIELD-IS-NUMERIC AND NOT FIELD-IS-BLANK
                        MOVE 'N' TO GRID-SIZE-SW
                END-IF.

                MOVE "CTL-RESTART-SW" TO FIELD-NAME.
                MOVE CTL-RESTART-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-RESTART-SW = 'Y' OR CTL-RESTART-SW = 'N'
                        MOVE CTL-RESTART-SW TO RESTART-SW
                END-IF.

                MOVE "CTL-CHECKPOINT-INTERVAL" TO FIELD-NAME.
                MOVE CONTROL-REC(13:5) TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND CTL-CHECKPOINT-INTERVAL > 0
                        MOVE CTL-CHECKPOINT-INTERVAL TO CHECKPOINT-INTERVAL
                END-IF.

                MOVE "CTL-STABILITY-SW" TO FIELD-NAME.
                MOVE CTL-STABILITY-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'Y' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-STOP-ON-STABLE-SW" TO FIELD-NAME.
                MOVE CTL-STOP-ON-STABLE-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-EDGE-MODE-SW" TO FIELD-NAME.
                MOVE CTL-EDGE-MODE-SW TO FIELD-VALUE.
                MOVE "WB" TO SWITCH-ALLOWED.
                MOVE 'W' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-BATCH-SW" TO FIELD-NAME.
                MOVE CTL-BATCH-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-BATCH-SW = 'Y' OR CTL-BATCH-SW = 'N'
                        MOVE CTL-BATCH-SW TO BATCH-SW
                END-IF.

                MOVE "CTL-SEED-FORMAT-SW" TO FIELD-NAME.
                MOVE CTL-SEED-FORMAT-SW TO FIELD-VALUE.
                MOVE "FR" TO SWITCH-ALLOWED.
                MOVE 'F' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-SEED-FORMAT-SW = 'F' OR CTL-SEED-FORMAT-SW = 'R'
                        MOVE CTL-SEED-FORMAT-SW TO SEED-FORMAT-SW
                END-IF.

                MOVE "CTL-RULESTRING" TO FIELD-NAME.
                MOVE CTL-RULESTRING TO FIELD-VALUE.
                MOVE 20 TO FIELD-LEN.
                IF CTL-RULESTRING = SPACES
                        MOVE "DEFAULT" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE "BLANK, DEFAULT RULE B3/S23 WILL BE USED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                ELSE
                        MOVE CTL-RULESTRING TO RULE-TEXT
                        PERFORM 0960-CHECK-RULESTRING THRU 0960-EXIT
                END-IF.

                MOVE "CTL-SNAPSHOT-SW" TO FIELD-NAME.
                MOVE CTL-SNAPSHOT-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-SNAPSHOT-SW = 'Y' OR CTL-SNAPSHOT-SW = 'N'
                        MOVE CTL-SNAPSHOT-SW TO SNAPSHOT-SW
                END-IF.

                MOVE "CTL-SNAPSHOT-INTERVAL" TO FIELD-NAME.
                MOVE CONTROL-REC(44:5) TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND CTL-SNAPSHOT-INTERVAL > 0
                        MOVE CTL-SNAPSHOT-INTERVAL TO SNAPSHOT-INTERVAL
                END-IF.

                MOVE "CTL-RLEOUT-SW" TO FIELD-NAME.
                MOVE CTL-RLEOUT-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-RENDER-SW" TO FIELD-NAME.
                MOVE CTL-RENDER-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-HEATMAP-SW" TO FIELD-NAME.
                MOVE CTL-HEATMAP-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-SWEEP-SW" TO FIELD-NAME.
                MOVE CTL-SWEEP-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-SWEEP-SW = 'Y' OR CTL-SWEEP-SW = 'N'
                        MOVE CTL-SWEEP-SW TO SWEEP-SW
                END-IF.

                MOVE "CTL-COLONY-SW" TO FIELD-NAME.
                MOVE CTL-COLONY-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-COLONY-SW = 'Y' OR CTL-COLONY-SW = 'N'
                        MOVE CTL-COLONY-SW TO COLONY-SW
                END-IF.

                MOVE "CTL-STATUS-INTERVAL" TO FIELD-NAME.
                MOVE CONTROL-REC(54:5) TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.

                MOVE "CTL-AGE-SW" TO FIELD-NAME.
                MOVE CTL-AGE-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "CTL-STAGE-SW" TO FIELD-NAME.
                MOVE CTL-STAGE-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
                IF CTL-STAGE-SW = 'Y' OR CTL-STAGE-SW = 'N'
                        MOVE CTL-STAGE-SW TO STAGE-SW
                END-IF.
        0110-EXIT.
                EXIT.

        0150-CROSS-CHECK-CONTROL.
                IF NOT GRID-SIZE-VALID
                        GO TO 0150-EXIT
                END-IF.

                IF GRID-ROWS > 200 OR GRID-COLS > 200
                        MOVE 'N' TO GRID-SIZE-SW
                ELSE
                        COMPUTE CELL-COUNT = GRID-ROWS * GRID-COLS
                        IF CELL-COUNT > 40000
                                MOVE 'N' TO GRID-SIZE-SW
                        END-IF
                END-IF.

                IF NOT GRID-SIZE-VALID
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "GRID-ROWS * GRID-COLS EXCEEDS THE 40000 "
                                   DELIMITED BY SIZE
                               "CELL MAXIMUM" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF BATCH-MODE-ON AND SWEEP-MODE-ON
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "CTL-BATCH-SW HAS NO EFFECT, SWEEP MODE "
                                   DELIMITED BY SIZE
                               "TAKES PRECEDENCE" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.

                IF STAGE-MODE-ON AND SWEEP-MODE-ON
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "CTL-STAGE-SW AND CTL-SWEEP-SW CANNOT BOTH "
                                   DELIMITED BY SIZE
                               "BE Y, GAMEOFLIFE WILL ABEND" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF RESTART-REQUESTED
                        IF BATCH-MODE-ON OR SWEEP-MODE-ON
                                MOVE "../batchstat.txt" TO PROBE-FILENAME
                                PERFORM 0970-PROBE-FILE THRU 0970-EXIT
                                IF PROBE-FILE-STATUS NOT = '00'
                                        MOVE SPACES TO EDIT-MESSAGE
                                        STRING "RESTART REQUESTED BUT "
                                                   DELIMITED BY SIZE
                                               "../batchstat.txt IS NOT "
                                                   DELIMITED BY SIZE
                                               "READABLE" DELIMITED BY SIZE
                                               INTO EDIT-MESSAGE
                                        PERFORM 0930-FLAG-ERROR
                                                THRU 0930-EXIT
                                END-IF
                        ELSE
                                MOVE "../checkpoint-A.txt" TO PROBE-FILENAME
                                PERFORM 0970-PROBE-FILE THRU 0970-EXIT
                                IF PROBE-FILE-STATUS NOT = '00'
                                        MOVE "../checkpoint-B.txt"
                                                TO PROBE-FILENAME
                                        PERFORM 0970-PROBE-FILE
                                                THRU 0970-EXIT
                                END-IF
                                IF PROBE-FILE-STATUS NOT = '00'
                                        MOVE SPACES TO EDIT-MESSAGE
                                        STRING "RESTART REQUESTED BUT "
                                                   DELIMITED BY SIZE
                                               "NEITHER CHECKPOINT FILE "
                                                   DELIMITED BY SIZE
                                               "EXISTS" DELIMITED BY SIZE
                                               INTO EDIT-MESSAGE
                                        PERFORM 0930-FLAG-ERROR
                                                THRU 0930-EXIT
                                END-IF
                        END-IF
                END-IF.

                IF CHECKPOINT-INTERVAL > NUM-ITER
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "CHECKPOINT INTERVAL EXCEEDS CTL-NUM-ITER, "
                                   DELIMITED BY SIZE
                               "NO CHECKPOINT WILL BE WRITTEN" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.

                IF SNAPSHOT-MODE-ON AND SNAPSHOT-INTERVAL > NUM-ITER
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SNAPSHOT INTERVAL EXCEEDS CTL-NUM-ITER, "
                                   DELIMITED BY SIZE
                               "NO SNAPSHOT WILL BE TAKEN" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.

                IF COLONY-MODE-ON AND SEED-FORMAT-RLE
                        MOVE "RLE SEEDS LOAD EVERY LIVE CELL AS COLONY 1"
                                TO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.
        0150-EXIT.
                EXIT.

        0200-EDIT-SEEDGEN-CARD.
                MOVE "../seedgen.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                OPEN INPUT SEEDGEN-FILE.

                IF SEEDGEN-FILE-STATUS NOT = '00'
                        MOVE "NOT PRESENT, SEEDGEN STEP NOT EDITED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0200-EXIT
                END-IF.

                READ SEEDGEN-FILE
                        AT END
                                MOVE "GENERATOR CONTROL FILE IS EMPTY"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                CLOSE SEEDGEN-FILE
                                PERFORM 0905-END-FILE THRU 0905-EXIT
                                GO TO 0200-EXIT
                END-READ

                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                MOVE "SGC-DENSITY" TO FIELD-NAME.
                MOVE SGC-DENSITY TO FIELD-VALUE.
                MOVE 3 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC
                        MOVE SGC-DENSITY TO DENSITY-WORK
                        IF DENSITY-WORK > 100
                                MOVE "DENSITY EXCEEDS 100 PERCENT"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        END-IF
                        IF DENSITY-WORK = 0
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "DENSITY OF ZERO WILL GENERATE AN "
                                           DELIMITED BY SIZE
                                       "EMPTY GRID" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        END-IF
                END-IF.

                MOVE "SGC-RNG-SEED" TO FIELD-NAME.
                MOVE SGC-RNG-SEED TO FIELD-VALUE.
                MOVE 9 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.

                MOVE "SGC-OUTPUT-NAME" TO FIELD-NAME.
                MOVE SGC-OUTPUT-NAME TO FIELD-VALUE.
                MOVE 40 TO FIELD-LEN.
                IF SGC-OUTPUT-NAME = SPACES
                        MOVE "DEFAULT" TO FIELD-STATUS
                        MOVE "../start.txt" TO PRD-NAME(1)
                ELSE
                        MOVE "OK" TO FIELD-STATUS
                        MOVE SGC-OUTPUT-NAME TO PRD-NAME(1)
                END-IF.
                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                MOVE "SEEDGEN" TO PRD-PROGRAM(1).
                MOVE 1 TO PRODUCED-COUNT.

                MOVE "SGC-SEED-ID" TO FIELD-NAME.
                MOVE SGC-SEED-ID TO SEED-ID-WORK.
                PERFORM 0250-EDIT-PRODUCED-SEED-ID THRU 0250-EXIT.

                CLOSE SEEDGEN-FILE.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0200-EXIT.
                EXIT.

        0250-EDIT-PRODUCED-SEED-ID.
                MOVE SEED-ID-WORK TO FIELD-VALUE.
                MOVE 10 TO FIELD-LEN.
                MOVE SPACES TO PRD-SEED-ID(PRODUCED-COUNT).

                IF SEED-ID-WORK = SPACES
                        PERFORM 0255-DEFAULT-SEED-ID THRU 0255-EXIT
                        IF SEED-ID-WORK = SPACES
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "NO SEED ID GIVEN AND NONE CAN BE TAKEN "
                                           DELIMITED BY SIZE
                                       "FROM THE FILE NAME" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                GO TO 0250-EXIT
                        END-IF
                        MOVE "DEFAULT" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED ID DEFAULTS TO " DELIMITED BY SIZE
                               SEED-ID-WORK DELIMITED BY SPACE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                ELSE
                        IF SEED-ID-WORK(1:1) = SPACE
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                                MOVE "SEED ID MUST NOT START WITH A SPACE"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                GO TO 0250-EXIT
                        END-IF
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                END-IF.

                MOVE SEED-ID-WORK TO PRD-SEED-ID(PRODUCED-COUNT).

                PERFORM 0260-LOAD-SEED-CATALOG THRU 0260-EXIT.
                PERFORM 0265-FIND-CATALOG-ID THRU 0265-EXIT.

                IF CATALOG-HIT > 0
                        IF CI-STATUS(CATALOG-HIT) = 'R'
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED ID IS RETIRED IN ../seedcat.txt, "
                                           DELIMITED BY SIZE
                                       "THE STEP WILL FAIL" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                GO TO 0250-EXIT
                        END-IF
                        IF CI-FILE-NAME(CATALOG-HIT) NOT =
                           PRD-NAME(PRODUCED-COUNT) OR
                           CI-GRID-ROWS(CATALOG-HIT) NOT = GRID-ROWS OR
                           CI-GRID-COLS(CATALOG-HIT) NOT = GRID-COLS
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED ID IS CATALOGED FOR A DIFFERENT "
                                           DELIMITED BY SIZE
                                       "FILE OR GRID SIZE, THE STEP WILL "
                                           DELIMITED BY SIZE
                                       "FAIL" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                GO TO 0250-EXIT
                        END-IF
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED ID IS ALREADY CATALOGED, THE STEP WILL "
                                   DELIMITED BY SIZE
                               "FAIL IF THE CONTENT HAS CHANGED"
                                   DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        GO TO 0250-EXIT
                END-IF.

                MOVE PRD-NAME(PRODUCED-COUNT) TO SEED-CHECK-NAME.
                PERFORM 0270-FIND-CATALOG-FILE THRU 0270-EXIT.

                IF CATALOG-FILE-HIT > 0
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED FILE IS CATALOGED AS " DELIMITED BY SIZE
                               CI-SEED-ID(CATALOG-FILE-HIT)
                                   DELIMITED BY SPACE
                               ", THE STEP WILL FAIL IF THE CONTENT CHANGES"
                                   DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.
        0250-EXIT.
                EXIT.

        0255-DEFAULT-SEED-ID.
                MOVE 1 TO NAME-START.
                MOVE 0 TO NAME-POS.

                PERFORM UNTIL NAME-POS = 40
                        ADD 1 TO NAME-POS
                        IF PRD-NAME(PRODUCED-COUNT)(NAME-POS:1) = '/'
                                COMPUTE NAME-START = NAME-POS + 1
                        END-IF
                END-PERFORM.

                IF NAME-START > 40
                        MOVE 40 TO NAME-START
                END-IF.

                MOVE SPACES TO SEED-ID-WORK.
                MOVE 0 TO ID-LENGTH.
                MOVE NAME-START TO NAME-POS.
                MOVE 'N' TO ID-END-SW.

                PERFORM UNTIL ID-END
                        IF NAME-POS > 40 OR ID-LENGTH = 10
                                MOVE 'Y' TO ID-END-SW
                        ELSE
                                MOVE PRD-NAME(PRODUCED-COUNT)(NAME-POS:1)
                                        TO ID-CHAR
                                IF ID-CHAR = '.' OR ID-CHAR = SPACE
                                        MOVE 'Y' TO ID-END-SW
                                ELSE
                                        ADD 1 TO ID-LENGTH
                                        PERFORM 0256-UPPER-ID-CHAR
                                                THRU 0256-EXIT
                                        MOVE ID-CHAR
                                                TO SEED-ID-WORK(ID-LENGTH:1)
                                        ADD 1 TO NAME-POS
                                END-IF
                        END-IF
                END-PERFORM.
        0255-EXIT.
                EXIT.

        0256-UPPER-ID-CHAR.
                MOVE 0 TO LETTER-POS.

                PERFORM UNTIL LETTER-POS = 26
                        ADD 1 TO LETTER-POS
                        IF ID-CHAR = LOWER-LETTERS(LETTER-POS:1)
                                MOVE UPPER-LETTERS(LETTER-POS:1) TO ID-CHAR
                                MOVE 26 TO LETTER-POS
                        END-IF
                END-PERFORM.
        0256-EXIT.
                EXIT.

        0260-LOAD-SEED-CATALOG.
                IF CATALOG-LOADED
                        GO TO 0260-EXIT
                END-IF.

                MOVE 'Y' TO CATALOG-LOADED-SW.

                OPEN INPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00' AND
                   CATALOG-FILE-STATUS NOT = '05'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED CATALOG ../seedcat.txt IS NOT READABLE, "
                                   DELIMITED BY SIZE
                               "SEED IDS NOT CHECKED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        GO TO 0260-EXIT
                END-IF.

                PERFORM UNTIL CATALOG-AT-EOF
                        READ CATALOG-FILE
                                AT END
                                        MOVE 'Y' TO CATALOG-EOF-SW
                                NOT AT END
                                        PERFORM 0262-STORE-CATALOG-ID
                                                THRU 0262-EXIT
                        END-READ
                END-PERFORM.

                CLOSE CATALOG-FILE.
        0260-EXIT.
                EXIT.

        0262-STORE-CATALOG-ID.
                IF CATALOG-ID-COUNT = 500
                        GO TO 0262-EXIT
                END-IF.

                ADD 1 TO CATALOG-ID-COUNT.
                MOVE SCT-SEED-ID TO CI-SEED-ID(CATALOG-ID-COUNT).
                MOVE SCT-FILE-NAME TO CI-FILE-NAME(CATALOG-ID-COUNT).
                MOVE SCT-SEED-FORMAT TO CI-SEED-FORMAT(CATALOG-ID-COUNT).
                MOVE SCT-GRID-ROWS TO CI-GRID-ROWS(CATALOG-ID-COUNT).
                MOVE SCT-GRID-COLS TO CI-GRID-COLS(CATALOG-ID-COUNT).
                MOVE SCT-STATUS TO CI-STATUS(CATALOG-ID-COUNT).
        0262-EXIT.
                EXIT.

        0265-FIND-CATALOG-ID.
                MOVE 0 TO CATALOG-HIT.
                MOVE 0 TO CATALOG-SCAN.

                PERFORM UNTIL CATALOG-SCAN = CATALOG-ID-COUNT OR
                              CATALOG-HIT > 0
                        ADD 1 TO CATALOG-SCAN
                        IF CI-SEED-ID(CATALOG-SCAN) = SEED-ID-WORK
                                MOVE CATALOG-SCAN TO CATALOG-HIT
                        END-IF
                END-PERFORM.
        0265-EXIT.
                EXIT.

        0270-FIND-CATALOG-FILE.
                MOVE 0 TO CATALOG-FILE-HIT.
                MOVE 0 TO CATALOG-SCAN.

                PERFORM UNTIL CATALOG-SCAN = CATALOG-ID-COUNT OR
                              CATALOG-FILE-HIT > 0
                        ADD 1 TO CATALOG-SCAN
                        IF CI-FILE-NAME(CATALOG-SCAN) = SEED-CHECK-NAME AND
                           CI-STATUS(CATALOG-SCAN) = 'A' AND
                           CI-SEED-ID(CATALOG-SCAN) NOT = SEED-ID-WORK
                                MOVE CATALOG-SCAN TO CATALOG-FILE-HIT
                        END-IF
                END-PERFORM.
        0270-EXIT.
                EXIT.

        0300-EDIT-PLACEMENT-CARDS.
                MOVE "../placement.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                OPEN INPUT PLACEMENT-FILE.

                IF PLACEMENT-FILE-STATUS NOT = '00'
                        MOVE "NOT PRESENT, PATPLACE STEP NOT EDITED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0300-EXIT
                END-IF.

                PERFORM 0310-LOAD-PATTERN-NAMES THRU 0310-EXIT.

                READ PLACEMENT-FILE
                        AT END
                                MOVE "PLACEMENT CARD FILE IS EMPTY"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                CLOSE PLACEMENT-FILE
                                PERFORM 0905-END-FILE THRU 0905-EXIT
                                GO TO 0300-EXIT
                END-READ

                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                ADD 1 TO PRODUCED-COUNT.

                MOVE "PLH-OUTPUT-NAME" TO FIELD-NAME.
                MOVE PLH-OUTPUT-NAME TO FIELD-VALUE.
                MOVE 40 TO FIELD-LEN.
                IF PLH-OUTPUT-NAME = SPACES
                        MOVE "DEFAULT" TO FIELD-STATUS
                        MOVE "../start.txt" TO PRD-NAME(PRODUCED-COUNT)
                ELSE
                        MOVE "OK" TO FIELD-STATUS
                        MOVE PLH-OUTPUT-NAME TO PRD-NAME(PRODUCED-COUNT)
                END-IF.
                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                MOVE "PATPLACE" TO PRD-PROGRAM(PRODUCED-COUNT).

                MOVE "PLH-SEED-ID" TO FIELD-NAME.
                MOVE PLH-SEED-ID TO SEED-ID-WORK.
                PERFORM 0250-EDIT-PRODUCED-SEED-ID THRU 0250-EXIT.

                MOVE "PLH-DESCRIPTION" TO FIELD-NAME.
                MOVE PLH-DESCRIPTION TO FIELD-VALUE.
                MOVE 30 TO FIELD-LEN.
                IF PLH-DESCRIPTION = SPACES
                        MOVE "DEFAULT" TO FIELD-STATUS
                ELSE
                        MOVE "OK" TO FIELD-STATUS
                END-IF.
                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                IF PRODUCED-COUNT = 2 AND PRD-SEED-ID(1) = PRD-SEED-ID(2)
                   AND PRD-NAME(1) NOT = PRD-NAME(2)
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "PATPLACE AND SEEDGEN BOTH CATALOG THIS SEED "
                                   DELIMITED BY SIZE
                               "ID FOR DIFFERENT FILES" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF PRODUCED-COUNT = 2 AND PRD-NAME(1) = PRD-NAME(2)
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "PATPLACE AND SEEDGEN BOTH WRITE THIS SEED "
                                   DELIMITED BY SIZE
                               "FILE, THE LATER STEP WILL OVERWRITE IT"
                                   DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.

                MOVE 0 TO PLACEMENT-COUNT.
                MOVE 'N' TO CARD-EOF-SW.

                PERFORM UNTIL CARD-AT-EOF
                        READ PLACEMENT-FILE
                                AT END
                                        MOVE 'Y' TO CARD-EOF-SW
                                NOT AT END
                                        IF PLACEMENT-REC NOT = SPACES
                                                PERFORM 0320-EDIT-PLACEMENT-CARD
                                                        THRU 0320-EXIT
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE PLACEMENT-FILE.

                IF PLACEMENT-COUNT = 0
                        MOVE "PLACEMENT CARD FILE NAMED NO PATTERNS"
                                TO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0300-EXIT.
                EXIT.

        0310-LOAD-PATTERN-NAMES.
                MOVE 0 TO PATTERN-NAME-COUNT.
                MOVE 'N' TO LIBRARY-LOADED-SW.

                OPEN INPUT LIBRARY-FILE.

                IF LIBRARY-FILE-STATUS NOT = '00'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "PATTERN LIBRARY FILE ../patlib.txt IS NOT "
                                   DELIMITED BY SIZE
                               "READABLE" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0310-EXIT
                END-IF.

                MOVE 'Y' TO LIBRARY-LOADED-SW.
                MOVE 'N' TO PROBE-EOF-SW.

                PERFORM UNTIL PROBE-AT-EOF
                        READ LIBRARY-FILE
                                AT END
                                        MOVE 'Y' TO PROBE-EOF-SW
                                NOT AT END
                                        IF PLB-REC-TYPE = 'H' AND
                                           PATTERN-NAME-COUNT < 500
                                                ADD 1 TO PATTERN-NAME-COUNT
                                                MOVE PLB-NAME TO
                                                   PATTERN-NAME
                                                   (PATTERN-NAME-COUNT)
                                        END-IF
                        END-READ
                END-PERFORM.

                CLOSE LIBRARY-FILE.
        0310-EXIT.
                EXIT.

        0320-EDIT-PLACEMENT-CARD.
                ADD 1 TO CARD-NUM.
                ADD 1 TO PLACEMENT-COUNT.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                MOVE "PLC-PATTERN-NAME" TO FIELD-NAME.
                MOVE PLC-PATTERN-NAME TO FIELD-VALUE.
                MOVE 20 TO FIELD-LEN.

                MOVE 'N' TO PATTERN-FOUND-SW.
                MOVE 0 TO PATTERN-SCAN.

                PERFORM UNTIL PATTERN-SCAN = PATTERN-NAME-COUNT
                           OR PATTERN-FOUND
                        ADD 1 TO PATTERN-SCAN
                        IF PATTERN-NAME(PATTERN-SCAN) = PLC-PATTERN-NAME
                                MOVE 'Y' TO PATTERN-FOUND-SW
                        END-IF
                END-PERFORM.

                EVALUATE TRUE
                        WHEN PLC-PATTERN-NAME = SPACES
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                                MOVE "PATTERN NAME IS BLANK"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        WHEN PATTERN-FOUND OR NOT LIBRARY-LOADED
                                MOVE "OK" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                        WHEN OTHER
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                                MOVE "PATTERN NOT FOUND IN ../patlib.txt"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-EVALUATE.

                MOVE "PLC-ROW-OFFSET" TO FIELD-NAME.
                MOVE PLC-ROW-OFFSET TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND GRID-SIZE-VALID
                        MOVE PLC-ROW-OFFSET TO NUMBER-WORK
                        IF NUMBER-WORK >= GRID-ROWS
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "ROW OFFSET LIES OUTSIDE THE "
                                           DELIMITED BY SIZE
                                       "CONFIGURED GRID" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        END-IF
                END-IF.

                MOVE "PLC-COL-OFFSET" TO FIELD-NAME.
                MOVE PLC-COL-OFFSET TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND GRID-SIZE-VALID
                        MOVE PLC-COL-OFFSET TO NUMBER-WORK
                        IF NUMBER-WORK >= GRID-COLS
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "COL OFFSET LIES OUTSIDE THE "
                                           DELIMITED BY SIZE
                                       "CONFIGURED GRID" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        END-IF
                END-IF.

                MOVE "PLC-ROTATION" TO FIELD-NAME.
                MOVE PLC-ROTATION TO FIELD-VALUE.
                MOVE "0123" TO SWITCH-ALLOWED.
                MOVE '0' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "PLC-FLIP-SW" TO FIELD-NAME.
                MOVE PLC-FLIP-SW TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE 'N' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
        0320-EXIT.
                EXIT.

        0400-EDIT-BATCH-CARDS.
                MOVE "../batch.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                IF NOT BATCH-MODE-ON AND NOT SWEEP-MODE-ON
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "BATCH AND SWEEP MODE ARE OFF, FILE NOT "
                                   DELIMITED BY SIZE
                               "EDITED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        IF NOT RESTART-REQUESTED
                                MOVE "SINGLE RUN SEED" TO FIELD-NAME
                                MOVE "../start.txt" TO FIELD-VALUE
                                MOVE 40 TO FIELD-LEN
                                MOVE "../start.txt" TO SEED-CHECK-NAME
                                PERFORM 0420-CHECK-SEED-FILE THRU 0420-EXIT
                        END-IF
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0400-EXIT
                END-IF.

                OPEN INPUT BATCH-FILE.

                IF BATCH-FILE-STATUS NOT = '00'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "BATCH CONTROL FILE IS REQUIRED BUT IS NOT "
                                   DELIMITED BY SIZE
                               "READABLE" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0400-EXIT
                END-IF.

                MOVE 'N' TO CARD-EOF-SW.

                PERFORM UNTIL CARD-AT-EOF
                        READ BATCH-FILE
                                AT END
                                        MOVE 'Y' TO CARD-EOF-SW
                                NOT AT END
                                        PERFORM 0410-EDIT-BATCH-CARD
                                                THRU 0410-EXIT
                        END-READ
                END-PERFORM.

                CLOSE BATCH-FILE.

                IF CARD-NUM = 0
                        MOVE "BATCH CONTROL FILE NAMED NO SEEDS"
                                TO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF SWEEP-MODE-ON AND CARD-NUM > 50
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "BATCH SEED LIST EXCEEDS THE 50 SEED SWEEP "
                                   DELIMITED BY SIZE
                               "MAXIMUM" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0400-EXIT.
                EXIT.

        0410-EDIT-BATCH-CARD.
                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                MOVE "BATCH-SEED-NAME" TO FIELD-NAME.
                MOVE BATCH-SEED-NAME TO FIELD-VALUE.
                MOVE 40 TO FIELD-LEN.

                IF BATCH-SEED-NAME = SPACES AND BATCH-SEED-ID NOT = SPACES
                        PERFORM 0430-NAME-FROM-SEED-ID THRU 0430-EXIT
                        IF SEED-CHECK-NAME NOT = SPACES
                                MOVE SEED-CHECK-NAME TO FIELD-VALUE
                                PERFORM 0420-CHECK-SEED-FILE THRU 0420-EXIT
                        END-IF
                ELSE
                        IF BATCH-SEED-NAME = SPACES
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                                MOVE "SEED FILE NAME IS BLANK"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        ELSE
                                MOVE BATCH-SEED-NAME TO SEED-CHECK-NAME
                                PERFORM 0420-CHECK-SEED-FILE THRU 0420-EXIT
                        END-IF
                END-IF.

                IF BATCH-SEED-ID NOT = SPACES
                        PERFORM 0440-CHECK-BATCH-SEED-ID THRU 0440-EXIT
                END-IF.

                MOVE "BATCH-LABEL" TO FIELD-NAME.
                MOVE BATCH-LABEL TO FIELD-VALUE.
                MOVE 10 TO FIELD-LEN.

                IF BATCH-LABEL = SPACES
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "LABEL IS BLANK, OUTPUT FILES WOULD BE NAMED "
                                   DELIMITED BY SIZE
                               "results-.txt" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0410-EXIT
                END-IF.

                PERFORM 0415-CHECK-BATCH-LABEL THRU 0415-EXIT.
        0410-EXIT.
                EXIT.

        0415-CHECK-BATCH-LABEL.
                MOVE 0 TO LABEL-HIT.
                MOVE 0 TO LABEL-SCAN.

                PERFORM UNTIL LABEL-SCAN = LABEL-COUNT OR LABEL-HIT > 0
                        ADD 1 TO LABEL-SCAN
                        IF LT-LABEL(LABEL-SCAN) = BATCH-LABEL
                                MOVE LABEL-SCAN TO LABEL-HIT
                        END-IF
                END-PERFORM.

                MOVE 0 TO LABEL-SPACE-COUNT.
                MOVE 10 TO LABEL-LENGTH.

                PERFORM UNTIL LABEL-LENGTH = 0 OR
                           BATCH-LABEL(LABEL-LENGTH:1) NOT = SPACE
                        SUBTRACT 1 FROM LABEL-LENGTH
                END-PERFORM.

                MOVE 0 TO LABEL-POS.

                PERFORM UNTIL LABEL-POS >= LABEL-LENGTH
                        ADD 1 TO LABEL-POS
                        IF BATCH-LABEL(LABEL-POS:1) = SPACE
                                ADD 1 TO LABEL-SPACE-COUNT
                        END-IF
                END-PERFORM.

                IF LABEL-HIT > 0 OR LABEL-SPACE-COUNT > 0 OR
                   (SWEEP-MODE-ON AND LABEL-LENGTH > 6)
                        MOVE "ERROR" TO FIELD-STATUS
                ELSE
                        MOVE "OK" TO FIELD-STATUS
                END-IF.
                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                IF LABEL-HIT > 0
                        MOVE LT-CARD-NUM(LABEL-HIT) TO COUNT-TEXT-1
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "DUPLICATE OF THE LABEL ON CARD "
                                   DELIMITED BY SIZE
                               COUNT-TEXT-1 DELIMITED BY SIZE
                               ", ../results-" DELIMITED BY SIZE
                               BATCH-LABEL DELIMITED BY SPACE
                               ".txt WOULD BE OVERWRITTEN"
                                   DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF LABEL-SPACE-COUNT > 0
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "LABEL CONTAINS AN EMBEDDED SPACE, OUTPUT "
                                   DELIMITED BY SIZE
                               "FILE NAMES WOULD BE TRUNCATED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF SWEEP-MODE-ON AND LABEL-LENGTH > 6
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "LABEL EXCEEDS 6 CHARACTERS, NO ROOM FOR THE "
                                   DELIMITED BY SIZE
                               "-Rnn SWEEP SUFFIX" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF LABEL-HIT = 0
                        IF LABEL-COUNT < 500
                                ADD 1 TO LABEL-COUNT
                                MOVE BATCH-LABEL TO LT-LABEL(LABEL-COUNT)
                                MOVE CARD-NUM TO LT-CARD-NUM(LABEL-COUNT)
                        ELSE
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "MORE THAN 500 LABELS, DUPLICATE "
                                           DELIMITED BY SIZE
                                       "CHECK INCOMPLETE" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        END-IF
                END-IF.
        0415-EXIT.
                EXIT.

        0420-CHECK-SEED-FILE.
                MOVE 0 TO PRODUCED-HIT.
                MOVE 0 TO PRODUCED-SCAN.

                PERFORM UNTIL PRODUCED-SCAN = PRODUCED-COUNT
                           OR PRODUCED-HIT > 0
                        ADD 1 TO PRODUCED-SCAN
                        IF PRD-NAME(PRODUCED-SCAN) = SEED-CHECK-NAME
                                MOVE PRODUCED-SCAN TO PRODUCED-HIT
                        END-IF
                END-PERFORM.

                IF PRODUCED-HIT > 0
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED FILE WILL BE CREATED BY THE "
                                   DELIMITED BY SIZE
                               PRD-PROGRAM(PRODUCED-HIT)
                                   DELIMITED BY SPACE
                               " STEP" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        GO TO 0420-EXIT
                END-IF.

                MOVE 0 TO SEED-HIT.
                MOVE 0 TO SEED-SCAN.

                PERFORM UNTIL SEED-SCAN = SEED-SEEN-COUNT OR SEED-HIT > 0
                        ADD 1 TO SEED-SCAN
                        IF SS-NAME(SEED-SCAN) = SEED-CHECK-NAME
                                MOVE SEED-SCAN TO SEED-HIT
                        END-IF
                END-PERFORM.

                IF SEED-HIT > 0
                        MOVE SS-CARD-NUM(SEED-HIT) TO COUNT-TEXT-1
                        IF SS-RESULT(SEED-HIT) = 'Y'
                                MOVE "OK" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED FILE ALREADY VERIFIED ON "
                                           DELIMITED BY SIZE
                                       "CARD " DELIMITED BY SIZE
                                       COUNT-TEXT-1 DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        ELSE
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED FILE ALREADY REJECTED ON "
                                           DELIMITED BY SIZE
                                       "CARD " DELIMITED BY SIZE
                                       COUNT-TEXT-1 DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        END-IF
                        GO TO 0420-EXIT
                END-IF.

                PERFORM 0425-SCAN-SEED-FILE THRU 0425-EXIT.

                IF SEED-SEEN-COUNT < 500
                        ADD 1 TO SEED-SEEN-COUNT
                        MOVE SEED-CHECK-NAME TO SS-NAME(SEED-SEEN-COUNT)
                        MOVE CARD-NUM TO SS-CARD-NUM(SEED-SEEN-COUNT)
                        MOVE SEED-RESULT-SW TO SS-RESULT(SEED-SEEN-COUNT)
                END-IF.
        0420-EXIT.
                EXIT.

        0425-SCAN-SEED-FILE.
                MOVE 'N' TO SEED-RESULT-SW.
                MOVE SEED-CHECK-NAME TO PROBE-FILENAME.

                OPEN INPUT PROBE-FILE.

                IF PROBE-FILE-STATUS NOT = '00'
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED FILE DOES NOT EXIST AND NO STEP IN THIS "
                                   DELIMITED BY SIZE
                               "DECK CREATES IT" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0425-EXIT
                END-IF.

                MOVE 0 TO SEED-VALID-COUNT.
                MOVE 0 TO SEED-BAD-COUNT.
                MOVE 0 TO SEED-BANG-COUNT.
                MOVE 'N' TO PROBE-EOF-SW.

                PERFORM UNTIL PROBE-AT-EOF
                        READ PROBE-FILE
                                AT END
                                        MOVE 'Y' TO PROBE-EOF-SW
                                NOT AT END
                                        PERFORM 0427-TALLY-SEED-RECORD
                                                THRU 0427-EXIT
                        END-READ
                END-PERFORM.

                CLOSE PROBE-FILE.

                IF SEED-FORMAT-RLE
                        IF SEED-BANG-COUNT = 0
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "RLE SEED FILE HAS NO '!' PATTERN "
                                           DELIMITED BY SIZE
                                       "TERMINATOR" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        ELSE
                                MOVE "OK" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE
                                        THRU 0920-EXIT
                                MOVE 'Y' TO SEED-RESULT-SW
                        END-IF
                        GO TO 0425-EXIT
                END-IF.

                IF NOT GRID-SIZE-VALID
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "GRID SIZE INVALID, SEED CELL COUNT NOT "
                                   DELIMITED BY SIZE
                               "CHECKED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        MOVE 'Y' TO SEED-RESULT-SW
                        GO TO 0425-EXIT
                END-IF.

                IF SEED-BAD-COUNT > 0 OR SEED-VALID-COUNT NOT = CELL-COUNT
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SEED-VALID-COUNT TO SEED-COUNT-TEXT
                        MOVE SPACES TO EDIT-MESSAGE
                        MOVE 1 TO MESSAGE-PTR
                        STRING "SEED FILE FAILS VALIDATION, "
                                   DELIMITED BY SIZE
                               SEED-COUNT-TEXT DELIMITED BY SIZE
                               " USABLE CELLS" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE WITH POINTER MESSAGE-PTR
                        IF SEED-BAD-COUNT > 0
                                MOVE SEED-BAD-COUNT TO SEED-COUNT-TEXT
                                STRING " AND " DELIMITED BY SIZE
                                       SEED-COUNT-TEXT DELIMITED BY SIZE
                                       " INVALID CHARACTERS"
                                           DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                       WITH POINTER MESSAGE-PTR
                        END-IF
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                ELSE
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE 'Y' TO SEED-RESULT-SW
                END-IF.
        0425-EXIT.
                EXIT.

        0427-TALLY-SEED-RECORD.
                IF SEED-FORMAT-RLE
                        IF PROBE-REC(1:1) NOT = '#' AND
                           PROBE-REC(1:1) NOT = 'x'
                                MOVE 0 TO PROBE-POS
                                PERFORM UNTIL PROBE-POS = 200
                                        ADD 1 TO PROBE-POS
                                        IF PROBE-REC(PROBE-POS:1) = '!'
                                                ADD 1 TO SEED-BANG-COUNT
                                        END-IF
                                END-PERFORM
                        END-IF
                        GO TO 0427-EXIT
                END-IF.

                IF PROBE-REC(1:1) = ' '
                        GO TO 0427-EXIT
                END-IF.

                IF PROBE-REC(1:1) = '0' OR PROBE-REC(1:1) = '1' OR
                   (COLONY-MODE-ON AND
                    (PROBE-REC(1:1) = '2' OR PROBE-REC(1:1) = '3' OR
                     PROBE-REC(1:1) = '4'))
                        ADD 1 TO SEED-VALID-COUNT
                ELSE
                        ADD 1 TO SEED-BAD-COUNT
                END-IF.
        0427-EXIT.
                EXIT.

        0430-NAME-FROM-SEED-ID.
                MOVE SPACES TO SEED-CHECK-NAME.
                MOVE BATCH-SEED-ID TO SEED-ID-WORK.
                MOVE 0 TO PRODUCED-SCAN.

                PERFORM UNTIL PRODUCED-SCAN = PRODUCED-COUNT
                        ADD 1 TO PRODUCED-SCAN
                        IF PRD-SEED-ID(PRODUCED-SCAN) = SEED-ID-WORK
                                MOVE PRD-NAME(PRODUCED-SCAN)
                                        TO SEED-CHECK-NAME
                        END-IF
                END-PERFORM.

                IF SEED-CHECK-NAME = SPACES
                        PERFORM 0260-LOAD-SEED-CATALOG THRU 0260-EXIT
                        PERFORM 0265-FIND-CATALOG-ID THRU 0265-EXIT
                        IF CATALOG-HIT > 0
                                MOVE CI-FILE-NAME(CATALOG-HIT)
                                        TO SEED-CHECK-NAME
                        END-IF
                END-IF.

                IF SEED-CHECK-NAME = SPACES
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED FILE NAME IS BLANK AND THE SEED ID IS "
                                   DELIMITED BY SIZE
                               "NOT CATALOGED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.
        0430-EXIT.
                EXIT.

        0440-CHECK-BATCH-SEED-ID.
                MOVE "BATCH-SEED-ID" TO FIELD-NAME.
                MOVE BATCH-SEED-ID TO FIELD-VALUE.
                MOVE BATCH-SEED-ID TO SEED-ID-WORK.
                MOVE 10 TO FIELD-LEN.

                IF BATCH-SEED-NAME = SPACES
                        MOVE SEED-CHECK-NAME TO RESULT-NAME-WORK
                ELSE
                        MOVE BATCH-SEED-NAME TO RESULT-NAME-WORK
                END-IF.

                IF SEED-ID-WORK(1:1) = SPACE
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE "SEED ID MUST NOT START WITH A SPACE"
                                TO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0440-EXIT
                END-IF.

                MOVE 0 TO PRODUCED-HIT.
                MOVE 0 TO PRODUCED-SCAN.

                PERFORM UNTIL PRODUCED-SCAN = PRODUCED-COUNT
                        ADD 1 TO PRODUCED-SCAN
                        IF PRD-SEED-ID(PRODUCED-SCAN) = SEED-ID-WORK
                                MOVE PRODUCED-SCAN TO PRODUCED-HIT
                        END-IF
                END-PERFORM.

                IF PRODUCED-HIT > 0
                        IF PRD-NAME(PRODUCED-HIT) NOT = RESULT-NAME-WORK
                                MOVE "ERROR" TO FIELD-STATUS
                                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED ID WILL BE CATALOGED FOR "
                                           DELIMITED BY SIZE
                                       PRD-NAME(PRODUCED-HIT)
                                           DELIMITED BY SPACE
                                       ", ENTRY WILL BE REFUSED"
                                           DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                GO TO 0440-EXIT
                        END-IF
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SEED ID WILL BE CATALOGED BY THE "
                                   DELIMITED BY SIZE
                               PRD-PROGRAM(PRODUCED-HIT) DELIMITED BY SPACE
                               " STEP" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        GO TO 0440-EXIT
                END-IF.

                PERFORM 0260-LOAD-SEED-CATALOG THRU 0260-EXIT.
                PERFORM 0265-FIND-CATALOG-ID THRU 0265-EXIT.

                MOVE SPACES TO EDIT-MESSAGE.

                EVALUATE TRUE
                        WHEN CATALOG-HIT = 0
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED ID IS NOT IN ../seedcat.txt, "
                                           DELIMITED BY SIZE
                                       "ENTRY WILL BE REFUSED" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                        WHEN CI-STATUS(CATALOG-HIT) NOT = 'A'
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "SEED ID IS RETIRED IN ../seedcat.txt, "
                                           DELIMITED BY SIZE
                                       "ENTRY WILL BE REFUSED" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                        WHEN CI-FILE-NAME(CATALOG-HIT) NOT = RESULT-NAME-WORK
                                STRING "SEED ID IS CATALOGED FOR "
                                           DELIMITED BY SIZE
                                       CI-FILE-NAME(CATALOG-HIT)
                                           DELIMITED BY SPACE
                                       ", ENTRY WILL BE REFUSED"
                                           DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                        WHEN CI-GRID-ROWS(CATALOG-HIT) NOT = GRID-ROWS OR
                             CI-GRID-COLS(CATALOG-HIT) NOT = GRID-COLS
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "CATALOGED GRID SIZE DIFFERS FROM THE "
                                           DELIMITED BY SIZE
                                       "CONTROL CARD, ENTRY WILL BE REFUSED"
                                           DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                        WHEN CI-SEED-FORMAT(CATALOG-HIT) NOT = SEED-FORMAT-SW
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "CATALOGED SEED FORMAT DIFFERS FROM THE "
                                           DELIMITED BY SIZE
                                       "CONTROL CARD, ENTRY WILL BE REFUSED"
                                           DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                END-EVALUATE.

                IF EDIT-MESSAGE NOT = SPACES
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0440-EXIT
                END-IF.

                MOVE "OK" TO FIELD-STATUS.
                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                IF BATCH-SEED-NAME = SPACES
                        MOVE "SEED FILE NAME TAKEN FROM THE CATALOG"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                END-IF.
        0440-EXIT.
                EXIT.

        0500-EDIT-SWEEP-CARDS.
                MOVE "../sweep.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                IF NOT SWEEP-MODE-ON
                        MOVE "SWEEP MODE IS OFF, FILE NOT EDITED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0500-EXIT
                END-IF.

                OPEN INPUT SWEEP-FILE.

                IF SWEEP-FILE-STATUS NOT = '00'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SWEEP CONTROL FILE IS REQUIRED BUT IS NOT "
                                   DELIMITED BY SIZE
                               "READABLE" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0500-EXIT
                END-IF.

                MOVE 0 TO SWEEP-CARD-COUNT.
                MOVE 'N' TO CARD-EOF-SW.

                PERFORM UNTIL CARD-AT-EOF
                        READ SWEEP-FILE
                                AT END
                                        MOVE 'Y' TO CARD-EOF-SW
                                NOT AT END
                                        PERFORM 0510-EDIT-SWEEP-CARD
                                                THRU 0510-EXIT
                        END-READ
                END-PERFORM.

                CLOSE SWEEP-FILE.

                IF SWEEP-CARD-COUNT = 0
                        MOVE "SWEEP CONTROL FILE NAMED NO RULESTRINGS"
                                TO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF SWEEP-CARD-COUNT > 20
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "SWEEP CONTROL FILE EXCEEDS THE 20 RULE "
                                   DELIMITED BY SIZE
                               "MAXIMUM" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0500-EXIT.
                EXIT.

        0510-EDIT-SWEEP-CARD.
                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                IF SWP-RULESTRING = SPACES
                        MOVE "BLANK RULESTRING, CARD IS SKIPPED"
                                TO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        GO TO 0510-EXIT
                END-IF.

                ADD 1 TO SWEEP-CARD-COUNT.

                MOVE "SWP-RULESTRING" TO FIELD-NAME.
                MOVE SWP-RULESTRING TO FIELD-VALUE.
                MOVE 20 TO FIELD-LEN.
                MOVE SWP-RULESTRING TO RULE-TEXT.
                PERFORM 0960-CHECK-RULESTRING THRU 0960-EXIT.

                MOVE "SWP-NUM-ITER" TO FIELD-NAME.
                MOVE SWP-NUM-ITER TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.

                MOVE "SWP-EDGE-MODE" TO FIELD-NAME.
                MOVE SWP-EDGE-MODE TO FIELD-VALUE.
                MOVE "WB" TO SWITCH-ALLOWED.
                MOVE SPACE TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
        0510-EXIT.
                EXIT.

        0550-EDIT-STAGE-CARDS.
                MOVE "../stages.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                IF NOT STAGE-MODE-ON
                        MOVE "STAGED RUN MODE IS OFF, FILE NOT EDITED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0550-EXIT
                END-IF.

                OPEN INPUT STAGE-FILE.

                IF STAGE-FILE-STATUS NOT = '00'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "STAGE CONTROL FILE IS REQUIRED BUT IS NOT "
                                   DELIMITED BY SIZE
                               "READABLE" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0550-EXIT
                END-IF.

                MOVE 0 TO STAGE-CARD-COUNT.
                MOVE 0 TO STAGE-TOTAL-ITER.
                MOVE 'N' TO CARD-EOF-SW.

                PERFORM UNTIL CARD-AT-EOF
                        READ STAGE-FILE
                                AT END
                                        MOVE 'Y' TO CARD-EOF-SW
                                NOT AT END
                                        PERFORM 0560-EDIT-STAGE-CARD
                                                THRU 0560-EXIT
                        END-READ
                END-PERFORM.

                CLOSE STAGE-FILE.

                IF STAGE-CARD-COUNT = 0
                        MOVE "STAGE CONTROL FILE NAMED NO STAGES"
                                TO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF STAGE-CARD-COUNT > 20
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "STAGE CONTROL FILE EXCEEDS THE 20 STAGE "
                                   DELIMITED BY SIZE
                               "MAXIMUM" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                IF STAGE-TOTAL-ITER > 99999
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "STAGES ASK FOR MORE THAN 99999 GENERATIONS "
                                   DELIMITED BY SIZE
                               "IN TOTAL" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0550-EXIT.
                EXIT.

        0560-EDIT-STAGE-CARD.
                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                IF STAGE-REC = SPACES
                        MOVE "BLANK CARD IS SKIPPED" TO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                        GO TO 0560-EXIT
                END-IF.

                ADD 1 TO STAGE-CARD-COUNT.

                MOVE "STG-RULESTRING" TO FIELD-NAME.
                MOVE STG-RULESTRING TO FIELD-VALUE.
                MOVE 20 TO FIELD-LEN.
                IF STG-RULESTRING = SPACES
                        MOVE "DEFAULT" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE "BLANK, CTL-RULESTRING WILL BE USED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                ELSE
                        MOVE STG-RULESTRING TO RULE-TEXT
                        PERFORM 0960-CHECK-RULESTRING THRU 0960-EXIT
                END-IF.

                MOVE "STG-NUM-ITER" TO FIELD-NAME.
                MOVE STG-NUM-ITER TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.
                IF FIELD-IS-NUMERIC AND STG-NUM-ITER > 0
                        MOVE STG-NUM-ITER TO NUMBER-WORK
                        ADD NUMBER-WORK TO STAGE-TOTAL-ITER
                ELSE
                        ADD NUM-ITER TO STAGE-TOTAL-ITER
                END-IF.

                MOVE "STG-EDGE-MODE" TO FIELD-NAME.
                MOVE STG-EDGE-MODE TO FIELD-VALUE.
                MOVE "WB" TO SWITCH-ALLOWED.
                MOVE SPACE TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                MOVE "STG-STOP-ON-STABLE" TO FIELD-NAME.
                MOVE STG-STOP-ON-STABLE TO FIELD-VALUE.
                MOVE "YN" TO SWITCH-ALLOWED.
                MOVE SPACE TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.
        0560-EXIT.
                EXIT.

        0600-EDIT-COMPARE-CARDS.
                MOVE "../compare.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                OPEN INPUT COMPARE-FILE.

                IF COMPARE-FILE-STATUS NOT = '00'
                        MOVE "NOT PRESENT, GRIDCOMP STEP NOT EDITED"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0600-EXIT
                END-IF.

                READ COMPARE-FILE
                        AT END
                                MOVE "COMPARE CONTROL FILE IS EMPTY"
                                        TO EDIT-MESSAGE
                                PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                                CLOSE COMPARE-FILE
                                PERFORM 0905-END-FILE THRU 0905-EXIT
                                GO TO 0600-EXIT
                END-READ

                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                MOVE "CMP-FILE-A" TO FIELD-NAME.
                MOVE CMP-FILE-A TO FIELD-VALUE.
                MOVE 40 TO FIELD-LEN.
                MOVE CMP-FILE-A TO GRID-SOURCE-NAME.
                PERFORM 0650-CHECK-GRID-SOURCE THRU 0650-EXIT.

                MOVE "CMP-FILE-B" TO FIELD-NAME.
                MOVE CMP-FILE-B TO FIELD-VALUE.
                MOVE 40 TO FIELD-LEN.
                MOVE CMP-FILE-B TO GRID-SOURCE-NAME.
                PERFORM 0650-CHECK-GRID-SOURCE THRU 0650-EXIT.

                READ COMPARE-FILE
                        AT END
                                CLOSE COMPARE-FILE
                                PERFORM 0905-END-FILE THRU 0905-EXIT
                                GO TO 0600-EXIT
                END-READ

                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                MOVE "CMP-MAX-LIST" TO FIELD-NAME.
                MOVE CMP-MAX-LIST TO FIELD-VALUE.
                MOVE 5 TO FIELD-LEN.
                PERFORM 0950-EDIT-NUMERIC-FIELD THRU 0950-EXIT.

                MOVE "CMP-MODE" TO FIELD-NAME.
                MOVE CMP-MODE TO FIELD-VALUE.
                MOVE "PS" TO SWITCH-ALLOWED.
                MOVE 'P' TO SWITCH-DEFAULT.
                PERFORM 0955-EDIT-SWITCH-FIELD THRU 0955-EXIT.

                CLOSE COMPARE-FILE.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0600-EXIT.
                EXIT.

        0650-CHECK-GRID-SOURCE.
                IF GRID-SOURCE-NAME = SPACES
                        MOVE "ERROR" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE "GRID FILE NAME IS BLANK" TO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0650-EXIT
                END-IF.

                MOVE 'N' TO GRID-SOURCE-SW.

                IF NOT BATCH-MODE-ON AND NOT SWEEP-MODE-ON AND
                   GRID-SOURCE-NAME = "../results.txt"
                        MOVE 'Y' TO GRID-SOURCE-SW
                END-IF.

                MOVE 0 TO PRODUCED-SCAN.

                PERFORM UNTIL PRODUCED-SCAN = PRODUCED-COUNT
                           OR GRID-SOURCE-PRODUCED
                        ADD 1 TO PRODUCED-SCAN
                        IF PRD-NAME(PRODUCED-SCAN) = GRID-SOURCE-NAME
                                MOVE 'Y' TO GRID-SOURCE-SW
                        END-IF
                END-PERFORM.

                MOVE 0 TO LABEL-SCAN.

                PERFORM UNTIL LABEL-SCAN = LABEL-COUNT
                           OR GRID-SOURCE-PRODUCED
                        ADD 1 TO LABEL-SCAN
                        IF SWEEP-MODE-ON
                                PERFORM 0655-MATCH-SWEEP-RESULT
                                        THRU 0655-EXIT
                        ELSE
                                MOVE SPACES TO RESULT-NAME-WORK
                                STRING "../results-" DELIMITED BY SIZE
                                       LT-LABEL(LABEL-SCAN)
                                           DELIMITED BY SPACE
                                       ".txt" DELIMITED BY SIZE
                                       INTO RESULT-NAME-WORK
                                IF RESULT-NAME-WORK = GRID-SOURCE-NAME
                                        MOVE 'Y' TO GRID-SOURCE-SW
                                END-IF
                        END-IF
                END-PERFORM.

                IF GRID-SOURCE-PRODUCED
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE "GRID FILE WILL BE CREATED BY THIS DECK"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        GO TO 0650-EXIT
                END-IF.

                MOVE GRID-SOURCE-NAME TO PROBE-FILENAME.
                PERFORM 0970-PROBE-FILE THRU 0970-EXIT.

                IF PROBE-FILE-STATUS = '00'
                        MOVE "OK" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                ELSE
                        MOVE "WARNING" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "GRID FILE DOES NOT EXIST AND IS NOT CREATED "
                                   DELIMITED BY SIZE
                               "BY THIS DECK" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.
        0650-EXIT.
                EXIT.

        0655-MATCH-SWEEP-RESULT.
                MOVE 0 TO SWEEP-SCAN.

                PERFORM UNTIL SWEEP-SCAN = SWEEP-CARD-COUNT
                           OR SWEEP-SCAN = 20
                           OR GRID-SOURCE-PRODUCED
                        ADD 1 TO SWEEP-SCAN
                        MOVE SWEEP-SCAN TO SWEEP-NUM-TEXT
                        MOVE SPACES TO RESULT-NAME-WORK
                        STRING "../results-" DELIMITED BY SIZE
                               LT-LABEL(LABEL-SCAN) DELIMITED BY SPACE
                               "-R" DELIMITED BY SIZE
                               SWEEP-NUM-TEXT DELIMITED BY SIZE
                               ".txt" DELIMITED BY SIZE
                               INTO RESULT-NAME-WORK
                        IF RESULT-NAME-WORK = GRID-SOURCE-NAME
                                MOVE 'Y' TO GRID-SOURCE-SW
                        END-IF
                END-PERFORM.
        0655-EXIT.
                EXIT.

        0700-EDIT-CENSUS-CARD.
                MOVE "../census.txt" TO EDIT-FILE-NAME.
                PERFORM 0900-START-FILE THRU 0900-EXIT.

                OPEN INPUT CENSUS-CARD-FILE.

                IF CENSUS-CARD-STATUS NOT = '00'
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "NOT PRESENT, CENSUS WILL READ "
                                   DELIMITED BY SIZE
                               "../results.txt" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                        PERFORM 0905-END-FILE THRU 0905-EXIT
                        GO TO 0700-EXIT
                END-IF.

                READ CENSUS-CARD-FILE
                        AT END
                                MOVE SPACES TO EDIT-MESSAGE
                                STRING "EMPTY, CENSUS WILL READ "
                                           DELIMITED BY SIZE
                                       "../results.txt" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                                PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                                CLOSE CENSUS-CARD-FILE
                                PERFORM 0905-END-FILE THRU 0905-EXIT
                                GO TO 0700-EXIT
                END-READ

                ADD 1 TO CARD-NUM.
                PERFORM 0910-WRITE-CARD-IMAGE THRU 0910-EXIT.

                MOVE "CEN-GRID-NAME" TO FIELD-NAME.
                MOVE CEN-GRID-NAME TO FIELD-VALUE.
                MOVE 40 TO FIELD-LEN.

                IF CEN-GRID-NAME = SPACES
                        MOVE "DEFAULT" TO FIELD-STATUS
                        PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT
                        MOVE "BLANK, CENSUS WILL READ ../results.txt"
                                TO EDIT-MESSAGE
                        PERFORM 0940-WRITE-NOTE THRU 0940-EXIT
                ELSE
                        MOVE CEN-GRID-NAME TO GRID-SOURCE-NAME
                        PERFORM 0650-CHECK-GRID-SOURCE THRU 0650-EXIT
                END-IF.

                CLOSE CENSUS-CARD-FILE.

                PERFORM 0905-END-FILE THRU 0905-EXIT.
        0700-EXIT.
                EXIT.

        0800-WRITE-EDIT-TOTALS.
                MOVE SPACES TO EDIT-REC.
                WRITE EDIT-REC.

                MOVE TOTAL-CARDS TO COUNT-TEXT-1.
                MOVE TOTAL-ERRORS TO COUNT-TEXT-2.
                MOVE TOTAL-WARNINGS TO COUNT-TEXT-3.

                MOVE SPACES TO EDIT-REC.
                STRING "EDIT TOTALS  CARDS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  ERRORS " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  WARNINGS " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       INTO EDIT-REC.
                WRITE EDIT-REC.

                MOVE SPACES TO EDIT-REC.
                EVALUATE TRUE
                        WHEN TOTAL-ERRORS > 0
                                MOVE SPACES TO EDIT-REC
                                STRING "DECK REJECTED - CORRECT THE ERRORS "
                                           DELIMITED BY SIZE
                                       "ABOVE BEFORE RUNNING THE JOB "
                                           DELIMITED BY SIZE
                                       "STREAM" DELIMITED BY SIZE
                                       INTO EDIT-REC
                        WHEN TOTAL-WARNINGS > 0
                                MOVE "DECK ACCEPTED WITH WARNINGS"
                                        TO EDIT-REC
                        WHEN OTHER
                                MOVE "DECK ACCEPTED" TO EDIT-REC
                END-EVALUATE.
                WRITE EDIT-REC.

                DISPLAY "CTLEDIT: EDITED " COUNT-TEXT-1 " CARDS, "
                        COUNT-TEXT-2 " ERRORS, " COUNT-TEXT-3
                        " WARNINGS".
        0800-EXIT.
                EXIT.

        0900-START-FILE.
                MOVE 0 TO CARD-NUM.
                MOVE 0 TO FILE-ERRORS.
                MOVE 0 TO FILE-WARNINGS.

                MOVE SPACES TO EDIT-REC.
                WRITE EDIT-REC.

                MOVE SPACES TO EDIT-REC.
                STRING "FILE " DELIMITED BY SIZE
                       EDIT-FILE-NAME DELIMITED BY SIZE
                       INTO EDIT-REC.
                WRITE EDIT-REC.
        0900-EXIT.
                EXIT.

        0905-END-FILE.
                ADD CARD-NUM TO TOTAL-CARDS.

                MOVE CARD-NUM TO COUNT-TEXT-1.
                MOVE FILE-ERRORS TO COUNT-TEXT-2.
                MOVE FILE-WARNINGS TO COUNT-TEXT-3.

                MOVE SPACES TO EDIT-REC.
                STRING "  CARDS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  ERRORS " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  WARNINGS " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       INTO EDIT-REC.
                WRITE EDIT-REC.
        0905-EXIT.
                EXIT.

        0910-WRITE-CARD-IMAGE.
                MOVE CARD-NUM TO CARD-NUM-TEXT.

                MOVE SPACES TO EDIT-REC.
                STRING "  CARD " DELIMITED BY SIZE
                       CARD-NUM-TEXT DELIMITED BY SIZE
                       " |" DELIMITED BY SIZE
                       INTO EDIT-REC.

                EVALUATE EDIT-FILE-NAME
                        WHEN "../control.txt"
                                MOVE CONTROL-REC TO EDIT-REC(16:80)
                        WHEN "../seedgen.txt"
                                MOVE SEEDGEN-REC TO EDIT-REC(16:80)
                        WHEN "../placement.txt"
                                MOVE PLACEMENT-REC TO EDIT-REC(16:80)
                        WHEN "../batch.txt"
                                MOVE BATCH-REC TO EDIT-REC(16:80)
                        WHEN "../sweep.txt"
                                MOVE SWEEP-REC TO EDIT-REC(16:80)
                        WHEN "../stages.txt"
                                MOVE STAGE-REC TO EDIT-REC(16:80)
                        WHEN "../compare.txt"
                                MOVE COMPARE-REC TO EDIT-REC(16:80)
                        WHEN "../census.txt"
                                MOVE CENSUS-CARD-REC TO EDIT-REC(16:80)
                END-EVALUATE.

                MOVE "|" TO EDIT-REC(96:1).
                WRITE EDIT-REC.
        0910-EXIT.
                EXIT.

        0920-WRITE-FIELD-LINE.
                MOVE SPACES TO EDIT-REC.
                MOVE FIELD-NAME TO EDIT-REC(5:24).
                MOVE "'" TO EDIT-REC(30:1).
                MOVE FIELD-VALUE(1:FIELD-LEN) TO EDIT-REC(31:FIELD-LEN).
                MOVE "'" TO EDIT-REC(31 + FIELD-LEN:1).
                MOVE FIELD-STATUS TO EDIT-REC(74:8).
                WRITE EDIT-REC.
        0920-EXIT.
                EXIT.

        0930-FLAG-ERROR.
                ADD 1 TO FILE-ERRORS.
                ADD 1 TO TOTAL-ERRORS.

                MOVE SPACES TO EDIT-REC.
                MOVE "*** ERROR" TO EDIT-REC(7:9).
                MOVE EDIT-MESSAGE TO EDIT-REC(19:100).
                WRITE EDIT-REC.
        0930-EXIT.
                EXIT.

        0935-FLAG-WARNING.
                ADD 1 TO FILE-WARNINGS.
                ADD 1 TO TOTAL-WARNINGS.

                MOVE SPACES TO EDIT-REC.
                MOVE "*** WARNING" TO EDIT-REC(7:11).
                MOVE EDIT-MESSAGE TO EDIT-REC(19:100).
                WRITE EDIT-REC.
        0935-EXIT.
                EXIT.

        0940-WRITE-NOTE.
                MOVE SPACES TO EDIT-REC.
                MOVE "NOTE" TO EDIT-REC(11:4).
                MOVE EDIT-MESSAGE TO EDIT-REC(19:100).
                WRITE EDIT-REC.
        0940-EXIT.
                EXIT.

        0950-EDIT-NUMERIC-FIELD.
                MOVE 'N' TO FIELD-NUMERIC-SW.
                MOVE 'N' TO FIELD-BLANK-SW.

                EVALUATE TRUE
                        WHEN FIELD-VALUE(1:FIELD-LEN) = SPACES
                                MOVE 'Y' TO FIELD-BLANK-SW
                                MOVE "DEFAULT" TO FIELD-STATUS
                        WHEN FIELD-VALUE(1:FIELD-LEN) IS NUMERIC
                                MOVE 'Y' TO FIELD-NUMERIC-SW
                                MOVE "OK" TO FIELD-STATUS
                        WHEN OTHER
                                MOVE "ERROR" TO FIELD-STATUS
                END-EVALUATE.

                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                IF FIELD-STATUS = "ERROR"
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING FIELD-NAME DELIMITED BY SPACE
                               " IS NOT NUMERIC, DIGITS MUST BE ZERO "
                                   DELIMITED BY SIZE
                               "FILLED" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.
        0950-EXIT.
                EXIT.

        0955-EDIT-SWITCH-FIELD.
                MOVE 1 TO FIELD-LEN.

                EVALUATE TRUE
                        WHEN FIELD-VALUE(1:1) = SPACE
                                MOVE "DEFAULT" TO FIELD-STATUS
                        WHEN FIELD-VALUE(1:1) = SWITCH-ALLOWED(1:1)
                        WHEN FIELD-VALUE(1:1) = SWITCH-ALLOWED(2:1)
                        WHEN FIELD-VALUE(1:1) = SWITCH-ALLOWED(3:1)
                        WHEN FIELD-VALUE(1:1) = SWITCH-ALLOWED(4:1)
                                MOVE "OK" TO FIELD-STATUS
                        WHEN OTHER
                                MOVE "ERROR" TO FIELD-STATUS
                END-EVALUATE.

                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                IF FIELD-STATUS = "ERROR"
                        MOVE SPACES TO EDIT-MESSAGE
                        IF SWITCH-DEFAULT = SPACE
                                STRING FIELD-NAME DELIMITED BY SPACE
                                       " MUST BE ONE OF " DELIMITED BY SIZE
                                       SWITCH-ALLOWED DELIMITED BY SPACE
                                       " OR BLANK" DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                        ELSE
                                STRING FIELD-NAME DELIMITED BY SPACE
                                       " MUST BE ONE OF " DELIMITED BY SIZE
                                       SWITCH-ALLOWED DELIMITED BY SPACE
                                       ", DEFAULT " DELIMITED BY SIZE
                                       SWITCH-DEFAULT DELIMITED BY SIZE
                                       " WOULD BE USED SILENTLY"
                                           DELIMITED BY SIZE
                                       INTO EDIT-MESSAGE
                        END-IF
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                END-IF.
        0955-EXIT.
                EXIT.

        0960-CHECK-RULESTRING.
                MOVE 'Y' TO RULE-VALID-SW.
                MOVE ' ' TO RULE-SIDE-SW.
                MOVE 0 TO RULE-BIRTH-DIGITS.
                MOVE 0 TO RULE-SURVIVE-DIGITS.
                MOVE 1 TO RULE-POS.

                PERFORM UNTIL RULE-POS > 20 OR NOT RULE-IS-VALID
                        MOVE RULE-TEXT(RULE-POS:1) TO RULE-CHAR

                        EVALUATE TRUE
                                WHEN RULE-CHAR = ' ' OR RULE-CHAR = '/'
                                        CONTINUE
                                WHEN RULE-CHAR = 'B' OR RULE-CHAR = 'b'
                                        MOVE 'B' TO RULE-SIDE-SW
                                WHEN RULE-CHAR = 'S' OR RULE-CHAR = 's'
                                        MOVE 'S' TO RULE-SIDE-SW
                                WHEN RULE-CHAR IS NUMERIC
                                        MOVE RULE-CHAR TO RULE-DIGIT
                                        EVALUATE TRUE
                                                WHEN RULE-DIGIT > 8
                                                        MOVE 'N' TO
                                                           RULE-VALID-SW
                                                WHEN RULE-SIDE-BIRTH
                                                        ADD 1 TO
                                                           RULE-BIRTH-DIGITS
                                                WHEN RULE-SIDE-SURVIVE
                                                        ADD 1 TO
                                                        RULE-SURVIVE-DIGITS
                                                WHEN OTHER
                                                        MOVE 'N' TO
                                                           RULE-VALID-SW
                                        END-EVALUATE
                                WHEN OTHER
                                        MOVE 'N' TO RULE-VALID-SW
                        END-EVALUATE

                        ADD 1 TO RULE-POS
                END-PERFORM.

                IF RULE-IS-VALID
                        MOVE "OK" TO FIELD-STATUS
                ELSE
                        MOVE "ERROR" TO FIELD-STATUS
                END-IF.

                PERFORM 0920-WRITE-FIELD-LINE THRU 0920-EXIT.

                IF NOT RULE-IS-VALID
                        SUBTRACT 1 FROM RULE-POS
                        MOVE RULE-POS TO COUNT-TEXT-1
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "INVALID RULESTRING, CHARACTER '"
                                   DELIMITED BY SIZE
                               RULE-CHAR DELIMITED BY SIZE
                               "' AT POSITION " DELIMITED BY SIZE
                               COUNT-TEXT-1(4:2) DELIMITED BY SIZE
                               ", EXPECTED Bnnn/Snnn WITH DIGITS 0-8"
                                   DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0930-FLAG-ERROR THRU 0930-EXIT
                        GO TO 0960-EXIT
                END-IF.

                IF RULE-BIRTH-DIGITS = 0
                        MOVE SPACES TO EDIT-MESSAGE
                        STRING "RULESTRING HAS NO BIRTH CONDITIONS, NO CELL "
                                   DELIMITED BY SIZE
                               "CAN EVER BE BORN" DELIMITED BY SIZE
                               INTO EDIT-MESSAGE
                        PERFORM 0935-FLAG-WARNING THRU 0935-EXIT
                END-IF.
        0960-EXIT.
                EXIT.

        0970-PROBE-FILE.
                OPEN INPUT PROBE-FILE.

                IF PROBE-FILE-STATUS = '00'
                        CLOSE PROBE-FILE
                END-IF.
        0970-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
