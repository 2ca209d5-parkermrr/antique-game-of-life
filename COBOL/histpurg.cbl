        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HISTPURG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT PURGE-CARD-FILE ASSIGN TO "../histpurg.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PURGE-CARD-STATUS.
                SELECT OPTIONAL PURGE-STATUS-FILE
                        ASSIGN TO "../histpurg-status.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS PURGE-STATUS-FILE-STATUS.
                SELECT OPTIONAL MASTER-FILE ASSIGN DYNAMIC MASTER-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MASTER-FILE-STATUS.
                SELECT OPTIONAL WORK-FILE ASSIGN DYNAMIC WORK-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS WORK-FILE-STATUS.
                SELECT ARCHIVE-FILE ASSIGN DYNAMIC ARCHIVE-FILENAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ARCHIVE-FILE-STATUS.
                SELECT PURGE-REPORT-FILE ASSIGN TO "../histpurg-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD PURGE-CARD-FILE.
                                01 PURGE-CARD-REC PIC X(80).
                                01 PURGE-CARD-FIELDS REDEFINES PURGE-CARD-REC.
                                        05 HPC-RETENTION-DATE PIC X(8).
                                        05 FILLER PIC X(72).
                        FD PURGE-STATUS-FILE.
                                01 PURGE-STATUS-REC PIC X(140).
                                01 PURGE-STATUS-FIELDS REDEFINES
                                                PURGE-STATUS-REC.
                                        05 HPS-FILE-ID PIC X(8).
                                        05 HPS-STATE PIC X.
                                        05 HPS-CUTOFF PIC 9(8).
                                        05 HPS-RUN-DATE PIC 9(8).
                                        05 HPS-ARCHIVE-NAME PIC X(40).
                                        05 HPS-READ PIC 9(7).
                                        05 HPS-RETAINED PIC 9(7).
                                        05 HPS-ARCHIVED PIC 9(7).
                                        05 HPS-BAD-DATES PIC 9(7).
                                        05 HPS-ARCH-FIRST PIC 9(8).
                                        05 HPS-ARCH-LAST PIC 9(8).
                                        05 HPS-KEEP-FIRST PIC 9(8).
                                        05 HPS-KEEP-LAST PIC 9(8).
                                        05 FILLER PIC X(5).
                        FD MASTER-FILE.
                                01 MASTER-REC PIC X(240).
                                01 MASTER-DATE-FIELDS REDEFINES MASTER-REC.
                                        05 MST-DATE PIC X(8).
                                        05 FILLER PIC X(232).
                        FD WORK-FILE.
                                01 WORK-REC PIC X(240).
                        FD ARCHIVE-FILE.
                                01 ARCHIVE-REC PIC X(240).
                        FD PURGE-REPORT-FILE.
                                01 PURGE-REPORT-REC PIC X(100).

                WORKING-STORAGE SECTION.
                        01 PURGE-CARD-STATUS PIC XX.
                        01 PURGE-STATUS-FILE-STATUS PIC XX.
                        01 MASTER-FILE-STATUS PIC XX.
                        01 WORK-FILE-STATUS PIC XX.
                        01 ARCHIVE-FILE-STATUS PIC XX.
                        01 MASTER-FILENAME PIC X(40).
                        01 WORK-FILENAME PIC X(40).
                        01 ARCHIVE-FILENAME PIC X(40).
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 RUN-TIME-TEXT PIC 9(8).
                        01 RETENTION-DATE PIC 9(8).
                        01 MASTER-EOF-SW PIC X.
                                88 MASTER-AT-EOF VALUE 'Y'.
                        01 STATUS-EOF-SW PIC X.
                                88 STATUS-AT-EOF VALUE 'Y'.
                        01 ARCHIVE-OPEN-SW PIC X.
                                88 ARCHIVE-IS-OPEN VALUE 'Y'.
                        01 PURGE-TABLE.
                                05 PURGE-ENTRY OCCURS 2 TIMES.
                                        10 PE-FILE-ID PIC X(8).
                                        10 PE-STATE PIC X.
                                                88 PE-NOT-STARTED VALUE ' '.
                                                88 PE-AWAITING-REWRITE
                                                        VALUE 'A'.
                                                88 PE-COMPLETE VALUE 'C'.
                                        10 PE-CUTOFF PIC 9(8).
                                        10 PE-RUN-DATE PIC 9(8).
                                        10 PE-ARCHIVE-NAME PIC X(40).
                                        10 PE-READ PIC 9(7).
                                        10 PE-RETAINED PIC 9(7).
                                        10 PE-ARCHIVED PIC 9(7).
                                        10 PE-BAD-DATES PIC 9(7).
                                        10 PE-ARCH-FIRST PIC 9(8).
                                        10 PE-ARCH-LAST PIC 9(8).
                                        10 PE-KEEP-FIRST PIC 9(8).
                                        10 PE-KEEP-LAST PIC 9(8).
                                        10 PE-MASTER-NAME PIC X(40).
                                        10 PE-WORK-NAME PIC X(40).
                                        10 PE-RESUMED-SW PIC X.
                                                88 PE-RESUMED VALUE 'Y'.
                                        10 PE-COPIED PIC 9(7).
                        01 PURGE-IDX PIC 9.
                        01 STATUS-SCAN PIC 9.
                        01 RECORD-DATE PIC 9(8).
                        01 COPY-COUNT PIC 9(7).
                        01 COUNT-TEXT-1 PIC 9(7).
                        01 COUNT-TEXT-2 PIC 9(7).
                        01 COUNT-TEXT-3 PIC 9(7).
                        01 BALANCE-SW PIC X VALUE 'Y'.
                                88 ALL-IN-BALANCE VALUE 'Y'.
                        01 BAD-DATE-TOTAL PIC 9(7) VALUE 0.

        PROCEDURE DIVISION.
                PERFORM 0050-READ-PURGE-CARD THRU 0050-EXIT.

                PERFORM 0060-READ-PURGE-STATUS THRU 0060-EXIT.

                MOVE 1 TO PURGE-IDX.
                PERFORM 0100-PURGE-ONE-FILE THRU 0100-EXIT.

                MOVE 2 TO PURGE-IDX.
                PERFORM 0100-PURGE-ONE-FILE THRU 0100-EXIT.

                PERFORM 0400-WRITE-CONTROL-REPORT THRU 0400-EXIT.

                IF NOT ALL-IN-BALANCE
                        DISPLAY "HISTPURG: CONTROL TOTALS OUT OF BALANCE, "
                                "SEE ../histpurg-report.txt"
                        GO TO 9999-ABEND
                END-IF.

                IF BAD-DATE-TOTAL > 0
                        MOVE 4 TO RETURN-CODE
                END-IF.

                STOP RUN.

        0050-READ-PURGE-CARD.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.
                ACCEPT RUN-TIME-TEXT FROM TIME.

                OPEN INPUT PURGE-CARD-FILE.

                IF PURGE-CARD-STATUS NOT = '00'
                        DISPLAY "HISTPURG: UNABLE TO OPEN RETENTION CARD "
                                "FILE ../histpurg.txt"
                        GO TO 9999-ABEND
                END-IF.

                READ PURGE-CARD-FILE
                        AT END
                                DISPLAY "HISTPURG: RETENTION CARD FILE IS "
                                        "EMPTY"
                                GO TO 9999-ABEND
                END-READ

                IF HPC-RETENTION-DATE IS NOT NUMERIC
                        DISPLAY "HISTPURG: RETENTION DATE '"
                                HPC-RETENTION-DATE "' IS NOT NUMERIC"
                        CLOSE PURGE-CARD-FILE
                        GO TO 9999-ABEND
                END-IF.

                MOVE HPC-RETENTION-DATE TO RETENTION-DATE.

                CLOSE PURGE-CARD-FILE.

                IF RETENTION-DATE < 19000101 OR
                   RETENTION-DATE > RUN-DATE-TEXT
                        DISPLAY "HISTPURG: RETENTION DATE " RETENTION-DATE
                                " IS NOT A PAST DATE"
                        GO TO 9999-ABEND
                END-IF.

                INITIALIZE PURGE-TABLE.

                MOVE "RUNHIST" TO PE-FILE-ID(1).
                MOVE "../runhist.txt" TO PE-MASTER-NAME(1).
                MOVE "../runhist-retain.txt" TO PE-WORK-NAME(1).

                MOVE "AUDIT" TO PE-FILE-ID(2).
                MOVE "../audit.txt" TO PE-MASTER-NAME(2).
                MOVE "../audit-retain.txt" TO PE-WORK-NAME(2).
        0050-EXIT.
                EXIT.

        0060-READ-PURGE-STATUS.
                OPEN INPUT PURGE-STATUS-FILE.

                IF PURGE-STATUS-FILE-STATUS NOT = '00' AND
                   PURGE-STATUS-FILE-STATUS NOT = '05'
                        DISPLAY "HISTPURG: UNABLE TO OPEN RESTART STATUS "
                                "FILE ../histpurg-status.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO STATUS-EOF-SW.

                PERFORM UNTIL STATUS-AT-EOF
                        READ PURGE-STATUS-FILE
                                AT END
                                        MOVE 'Y' TO STATUS-EOF-SW
                                NOT AT END
                                        PERFORM 0065-LOAD-STATUS-ENTRY
                                                THRU 0065-EXIT
                        END-READ
                END-PERFORM.

                CLOSE PURGE-STATUS-FILE.
        0060-EXIT.
                EXIT.

        0065-LOAD-STATUS-ENTRY.
                MOVE 0 TO STATUS-SCAN.

                PERFORM UNTIL STATUS-SCAN = 2
                        ADD 1 TO STATUS-SCAN
                        IF PE-FILE-ID(STATUS-SCAN) = HPS-FILE-ID AND
                           HPS-STATE = 'A'
                                MOVE HPS-STATE TO PE-STATE(STATUS-SCAN)
                                MOVE HPS-CUTOFF TO PE-CUTOFF(STATUS-SCAN)
                                MOVE HPS-RUN-DATE TO PE-RUN-DATE(STATUS-SCAN)
                                MOVE HPS-ARCHIVE-NAME
                                        TO PE-ARCHIVE-NAME(STATUS-SCAN)
                                MOVE HPS-READ TO PE-READ(STATUS-SCAN)
                                MOVE HPS-RETAINED TO PE-RETAINED(STATUS-SCAN)
                                MOVE HPS-ARCHIVED TO PE-ARCHIVED(STATUS-SCAN)
                                MOVE HPS-BAD-DATES
                                        TO PE-BAD-DATES(STATUS-SCAN)
                                MOVE HPS-ARCH-FIRST
                                        TO PE-ARCH-FIRST(STATUS-SCAN)
                                MOVE HPS-ARCH-LAST TO PE-ARCH-LAST(STATUS-SCAN)
                                MOVE HPS-KEEP-FIRST
                                        TO PE-KEEP-FIRST(STATUS-SCAN)
                                MOVE HPS-KEEP-LAST TO PE-KEEP-LAST(STATUS-SCAN)
                        END-IF
                END-PERFORM.
        0065-EXIT.
                EXIT.

        0100-PURGE-ONE-FILE.
                MOVE PE-MASTER-NAME(PURGE-IDX) TO MASTER-FILENAME.
                MOVE PE-WORK-NAME(PURGE-IDX) TO WORK-FILENAME.

                IF PE-AWAITING-REWRITE(PURGE-IDX)
                        IF PE-CUTOFF(PURGE-IDX) NOT = RETENTION-DATE
                                DISPLAY "HISTPURG: " PE-FILE-ID(PURGE-IDX)
                                        " WAS LEFT PART-PURGED AT RETENTION "
                                        "DATE " PE-CUTOFF(PURGE-IDX)
                                        ", RERUN WITH THAT DATE"
                                GO TO 9999-ABEND
                        END-IF
                        MOVE 'Y' TO PE-RESUMED-SW(PURGE-IDX)
                        DISPLAY "HISTPURG: RESUMING " PE-FILE-ID(PURGE-IDX)
                                " AT MASTER REWRITE"
                ELSE
                        PERFORM 0120-SPLIT-MASTER THRU 0120-EXIT
                END-IF.

                IF PE-AWAITING-REWRITE(PURGE-IDX)
                        PERFORM 0150-REWRITE-MASTER THRU 0150-EXIT
                END-IF.
        0100-EXIT.
                EXIT.

        0120-SPLIT-MASTER.
                MOVE 0 TO PE-READ(PURGE-IDX).
                MOVE 0 TO PE-RETAINED(PURGE-IDX).
                MOVE 0 TO PE-ARCHIVED(PURGE-IDX).
                MOVE 0 TO PE-BAD-DATES(PURGE-IDX).
                MOVE 0 TO PE-ARCH-FIRST(PURGE-IDX).
                MOVE 0 TO PE-ARCH-LAST(PURGE-IDX).
                MOVE 0 TO PE-KEEP-FIRST(PURGE-IDX).
                MOVE 0 TO PE-KEEP-LAST(PURGE-IDX).
                MOVE RETENTION-DATE TO PE-CUTOFF(PURGE-IDX).
                MOVE RUN-DATE-TEXT TO PE-RUN-DATE(PURGE-IDX).

                MOVE SPACES TO ARCHIVE-FILENAME.
                IF PURGE-IDX = 1
                        STRING "../runhist-archive-" DELIMITED BY SIZE
                               RETENTION-DATE DELIMITED BY SIZE
                               ".txt" DELIMITED BY SIZE
                               INTO ARCHIVE-FILENAME
                ELSE
                        STRING "../audit-archive-" DELIMITED BY SIZE
                               RETENTION-DATE DELIMITED BY SIZE
                               ".txt" DELIMITED BY SIZE
                               INTO ARCHIVE-FILENAME
                END-IF.
                MOVE ARCHIVE-FILENAME TO PE-ARCHIVE-NAME(PURGE-IDX).

                OPEN INPUT MASTER-FILE.

                IF MASTER-FILE-STATUS NOT = '00' AND
                   MASTER-FILE-STATUS NOT = '05'
                        DISPLAY "HISTPURG: UNABLE TO OPEN " MASTER-FILENAME
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT WORK-FILE.

                IF WORK-FILE-STATUS NOT = '00' AND
                   WORK-FILE-STATUS NOT = '05'
                        DISPLAY "HISTPURG: UNABLE TO OPEN WORK FILE "
                                WORK-FILENAME
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO ARCHIVE-OPEN-SW.
                MOVE 'N' TO MASTER-EOF-SW.

                PERFORM UNTIL MASTER-AT-EOF
                        READ MASTER-FILE
                                AT END
                                        MOVE 'Y' TO MASTER-EOF-SW
                                NOT AT END
                                        ADD 1 TO PE-READ(PURGE-IDX)
                                        PERFORM 0130-ROUTE-RECORD
                                                THRU 0130-EXIT
                        END-READ
                END-PERFORM.

                CLOSE MASTER-FILE.
                CLOSE WORK-FILE.

                IF ARCHIVE-IS-OPEN
                        CLOSE ARCHIVE-FILE
                        MOVE 'A' TO PE-STATE(PURGE-IDX)
                        PERFORM 0300-WRITE-PURGE-STATUS THRU 0300-EXIT
                ELSE
                        MOVE SPACES TO PE-ARCHIVE-NAME(PURGE-IDX)
                        MOVE 'C' TO PE-STATE(PURGE-IDX)
                END-IF.
        0120-EXIT.
                EXIT.

        0130-ROUTE-RECORD.
                IF MST-DATE IS NOT NUMERIC
                        ADD 1 TO PE-BAD-DATES(PURGE-IDX)
                        ADD 1 TO BAD-DATE-TOTAL
                        ADD 1 TO PE-RETAINED(PURGE-IDX)
                        MOVE MASTER-REC TO WORK-REC
                        WRITE WORK-REC
                        GO TO 0130-EXIT
                END-IF.

                MOVE MST-DATE TO RECORD-DATE.

                IF RECORD-DATE < RETENTION-DATE
                        IF NOT ARCHIVE-IS-OPEN
                                PERFORM 0140-OPEN-ARCHIVE THRU 0140-EXIT
                        END-IF
                        ADD 1 TO PE-ARCHIVED(PURGE-IDX)
                        MOVE MASTER-REC TO ARCHIVE-REC
                        WRITE ARCHIVE-REC
                        IF PE-ARCH-FIRST(PURGE-IDX) = 0 OR
                           RECORD-DATE < PE-ARCH-FIRST(PURGE-IDX)
                                MOVE RECORD-DATE TO PE-ARCH-FIRST(PURGE-IDX)
                        END-IF
                        IF RECORD-DATE > PE-ARCH-LAST(PURGE-IDX)
                                MOVE RECORD-DATE TO PE-ARCH-LAST(PURGE-IDX)
                        END-IF
                ELSE
                        ADD 1 TO PE-RETAINED(PURGE-IDX)
                        MOVE MASTER-REC TO WORK-REC
                        WRITE WORK-REC
                        IF PE-KEEP-FIRST(PURGE-IDX) = 0 OR
                           RECORD-DATE < PE-KEEP-FIRST(PURGE-IDX)
                                MOVE RECORD-DATE TO PE-KEEP-FIRST(PURGE-IDX)
                        END-IF
                        IF RECORD-DATE > PE-KEEP-LAST(PURGE-IDX)
                                MOVE RECORD-DATE TO PE-KEEP-LAST(PURGE-IDX)
                        END-IF
                END-IF.
        0130-EXIT.
                EXIT.

        0140-OPEN-ARCHIVE.
                OPEN OUTPUT ARCHIVE-FILE.

                IF ARCHIVE-FILE-STATUS NOT = '00'
                        DISPLAY "HISTPURG: UNABLE TO OPEN ARCHIVE FILE "
                                ARCHIVE-FILENAME
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'Y' TO ARCHIVE-OPEN-SW.
        0140-EXIT.
                EXIT.

        0150-REWRITE-MASTER.
                OPEN INPUT WORK-FILE.

                IF WORK-FILE-STATUS NOT = '00'
                        DISPLAY "HISTPURG: UNABLE TO OPEN WORK FILE "
                                WORK-FILENAME " FOR MASTER REWRITE"
                        GO TO 9999-ABEND
                END-IF.

                OPEN OUTPUT MASTER-FILE.

                IF MASTER-FILE-STATUS NOT = '00' AND
                   MASTER-FILE-STATUS NOT = '05'
                        DISPLAY "HISTPURG: UNABLE TO REWRITE "
                                MASTER-FILENAME
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

                MOVE COPY-COUNT TO PE-COPIED(PURGE-IDX).

                IF COPY-COUNT NOT = PE-RETAINED(PURGE-IDX)
                        DISPLAY "HISTPURG: WORK FILE " WORK-FILENAME
                                " HELD " COPY-COUNT " RECORDS, EXPECTED "
                                PE-RETAINED(PURGE-IDX)
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'C' TO PE-STATE(PURGE-IDX).
                PERFORM 0300-WRITE-PURGE-STATUS THRU 0300-EXIT.

                OPEN OUTPUT WORK-FILE.
                CLOSE WORK-FILE.
        0150-EXIT.
                EXIT.

        0300-WRITE-PURGE-STATUS.
                OPEN OUTPUT PURGE-STATUS-FILE.

                IF PURGE-STATUS-FILE-STATUS NOT = '00' AND
                   PURGE-STATUS-FILE-STATUS NOT = '05'
                        DISPLAY "HISTPURG: UNABLE TO WRITE RESTART STATUS "
                                "FILE ../histpurg-status.txt"
                        GO TO 9999-ABEND
                END-IF.

                MOVE 0 TO STATUS-SCAN.

                PERFORM UNTIL STATUS-SCAN = 2
                        ADD 1 TO STATUS-SCAN
                        MOVE SPACES TO PURGE-STATUS-REC
                        MOVE PE-FILE-ID(STATUS-SCAN) TO HPS-FILE-ID
                        MOVE PE-STATE(STATUS-SCAN) TO HPS-STATE
                        MOVE PE-CUTOFF(STATUS-SCAN) TO HPS-CUTOFF
                        MOVE PE-RUN-DATE(STATUS-SCAN) TO HPS-RUN-DATE
                        MOVE PE-ARCHIVE-NAME(STATUS-SCAN) TO HPS-ARCHIVE-NAME
                        MOVE PE-READ(STATUS-SCAN) TO HPS-READ
                        MOVE PE-RETAINED(STATUS-SCAN) TO HPS-RETAINED
                        MOVE PE-ARCHIVED(STATUS-SCAN) TO HPS-ARCHIVED
                        MOVE PE-BAD-DATES(STATUS-SCAN) TO HPS-BAD-DATES
                        MOVE PE-ARCH-FIRST(STATUS-SCAN) TO HPS-ARCH-FIRST
                        MOVE PE-ARCH-LAST(STATUS-SCAN) TO HPS-ARCH-LAST
                        MOVE PE-KEEP-FIRST(STATUS-SCAN) TO HPS-KEEP-FIRST
                        MOVE PE-KEEP-LAST(STATUS-SCAN) TO HPS-KEEP-LAST
                        WRITE PURGE-STATUS-REC
                END-PERFORM.

                CLOSE PURGE-STATUS-FILE.
        0300-EXIT.
                EXIT.

        0400-WRITE-CONTROL-REPORT.
                OPEN OUTPUT PURGE-REPORT-FILE.

                MOVE SPACES TO PURGE-REPORT-REC.
                STRING "HISTORY RETENTION CONTROL TOTALS  RUN DATE "
                           DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       "  TIME " DELIMITED BY SIZE
                       RUN-TIME-TEXT(1:6) DELIMITED BY SIZE
                       INTO PURGE-REPORT-REC.
                WRITE PURGE-REPORT-REC.

                MOVE SPACES TO PURGE-REPORT-REC.
                STRING "RECORDS DATED BEFORE " DELIMITED BY SIZE
                       RETENTION-DATE DELIMITED BY SIZE
                       " ARE ARCHIVED" DELIMITED BY SIZE
                       INTO PURGE-REPORT-REC.
                WRITE PURGE-REPORT-REC.

                MOVE 1 TO PURGE-IDX.
                PERFORM 0410-WRITE-FILE-TOTALS THRU 0410-EXIT.

                MOVE 2 TO PURGE-IDX.
                PERFORM 0410-WRITE-FILE-TOTALS THRU 0410-EXIT.

                MOVE SPACES TO PURGE-REPORT-REC.
                WRITE PURGE-REPORT-REC.

                IF ALL-IN-BALANCE
                        MOVE "ALL FILES IN BALANCE" TO PURGE-REPORT-REC
                ELSE
                        MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
                                TO PURGE-REPORT-REC
                END-IF.
                WRITE PURGE-REPORT-REC.

                CLOSE PURGE-REPORT-FILE.
        0400-EXIT.
                EXIT.

        0410-WRITE-FILE-TOTALS.
                MOVE SPACES TO PURGE-REPORT-REC.
                WRITE PURGE-REPORT-REC.

                MOVE SPACES TO PURGE-REPORT-REC.
                STRING "FILE " DELIMITED BY SIZE
                       PE-MASTER-NAME(PURGE-IDX) DELIMITED BY SPACE
                       INTO PURGE-REPORT-REC.
                IF PE-RESUMED(PURGE-IDX)
                        MOVE "(RESUMED AT MASTER REWRITE)"
                                TO PURGE-REPORT-REC(40:27)
                END-IF.
                WRITE PURGE-REPORT-REC.

                MOVE PE-READ(PURGE-IDX) TO COUNT-TEXT-1.
                MOVE PE-RETAINED(PURGE-IDX) TO COUNT-TEXT-2.
                MOVE PE-ARCHIVED(PURGE-IDX) TO COUNT-TEXT-3.

                MOVE SPACES TO PURGE-REPORT-REC.
                STRING "  RECORDS READ     " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       INTO PURGE-REPORT-REC.
                WRITE PURGE-REPORT-REC.

                MOVE SPACES TO PURGE-REPORT-REC.
                STRING "  RECORDS RETAINED " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       INTO PURGE-REPORT-REC.
                IF PE-KEEP-FIRST(PURGE-IDX) > 0
                        MOVE "  DATES " TO PURGE-REPORT-REC(27:8)
                        MOVE PE-KEEP-FIRST(PURGE-IDX)
                                TO PURGE-REPORT-REC(35:8)
                        MOVE " TO " TO PURGE-REPORT-REC(43:4)
                        MOVE PE-KEEP-LAST(PURGE-IDX)
                                TO PURGE-REPORT-REC(47:8)
                END-IF.
                WRITE PURGE-REPORT-REC.

                MOVE SPACES TO PURGE-REPORT-REC.
                STRING "  RECORDS ARCHIVED " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       INTO PURGE-REPORT-REC.
                IF PE-ARCH-FIRST(PURGE-IDX) > 0
                        MOVE "  DATES " TO PURGE-REPORT-REC(27:8)
                        MOVE PE-ARCH-FIRST(PURGE-IDX)
                                TO PURGE-REPORT-REC(35:8)
                        MOVE " TO " TO PURGE-REPORT-REC(43:4)
                        MOVE PE-ARCH-LAST(PURGE-IDX)
                                TO PURGE-REPORT-REC(47:8)
                END-IF.
                WRITE PURGE-REPORT-REC.

                IF PE-ARCHIVE-NAME(PURGE-IDX) NOT = SPACES
                        MOVE SPACES TO PURGE-REPORT-REC
                        STRING "  ARCHIVE FILE     " DELIMITED BY SIZE
                               PE-ARCHIVE-NAME(PURGE-IDX)
                                   DELIMITED BY SPACE
                               INTO PURGE-REPORT-REC
                        WRITE PURGE-REPORT-REC
                END-IF.

                IF PE-BAD-DATES(PURGE-IDX) > 0
                        MOVE PE-BAD-DATES(PURGE-IDX) TO COUNT-TEXT-1
                        MOVE SPACES TO PURGE-REPORT-REC
                        STRING "  UNDATED RECORDS  " DELIMITED BY SIZE
                               COUNT-TEXT-1 DELIMITED BY SIZE
                               "  RETAINED" DELIMITED BY SIZE
                               INTO PURGE-REPORT-REC
                        WRITE PURGE-REPORT-REC
                END-IF.

                IF PE-READ(PURGE-IDX) NOT =
                   PE-RETAINED(PURGE-IDX) + PE-ARCHIVED(PURGE-IDX)
                        MOVE 'N' TO BALANCE-SW
                        MOVE "  *** READ NOT EQUAL TO RETAINED PLUS ARCHIVED"
                                TO PURGE-REPORT-REC
                        WRITE PURGE-REPORT-REC
                END-IF.
        0410-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
