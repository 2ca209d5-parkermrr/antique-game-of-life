        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXCRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT OPTIONAL EXCRPT-CARD-FILE ASSIGN TO "../excrpt.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS EXCRPT-CARD-STATUS.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS EXCEPTION-FILE-STATUS.
                SELECT EXCRPT-REPORT-FILE
                        ASSIGN TO "../exception-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD EXCRPT-CARD-FILE.
                                01 EXCRPT-CARD-REC PIC X(80).
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
                        FD EXCRPT-REPORT-FILE.
                                01 EXCRPT-REPORT-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 EXCRPT-CARD-STATUS PIC XX.
                        01 EXCRPT-CARD-WORK.
                                05 ECC-FROM-DATE PIC X(8).
                                05 ECC-TO-DATE PIC X(8).
                                05 FILLER PIC X(64).
                        01 EXCEPTION-FILE-STATUS PIC XX.
                        01 EXCEPTION-EOF-SW PIC X VALUE 'N'.
                                88 EXCEPTION-AT-EOF VALUE 'Y'.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 FROM-DATE PIC 9(8) VALUE 0.
                        01 TO-DATE PIC 9(8) VALUE 99999999.
                        01 SELECTED-SW PIC X VALUE 'N'.
                                88 RECORD-SELECTED VALUE 'Y'.
                        01 VALID-SW PIC X VALUE 'N'.
                                88 RECORD-VALID VALUE 'Y'.
                        01 PROGRAM-TABLE.
                                05 PROGRAM-ENTRY OCCURS 50 TIMES.
                                        10 PE-PROGRAM PIC X(10).
                                        10 PE-WARN-COUNT PIC 9(5).
                                        10 PE-REVIEW-COUNT PIC 9(5).
                                        10 PE-FAIL-COUNT PIC 9(5).
                                        10 PE-HIGHEST PIC 9(2).
                        01 PROGRAM-COUNT PIC 9(3) VALUE 0.
                        01 PROGRAM-SCAN PIC 9(3).
                        01 PROGRAM-HIT PIC 9(3).
                        01 RECORDS-READ PIC 9(7) VALUE 0.
                        01 RECORDS-SELECTED PIC 9(7) VALUE 0.
                        01 RECORDS-INVALID PIC 9(7) VALUE 0.
                        01 TOTAL-WARN-COUNT PIC 9(5) VALUE 0.
                        01 TOTAL-REVIEW-COUNT PIC 9(5) VALUE 0.
                        01 TOTAL-FAIL-COUNT PIC 9(5) VALUE 0.
                        01 HIGHEST-SEVERITY PIC 9(2) VALUE 0.
                        01 LIST-SEVERITY PIC 9(2).
                        01 LIST-COUNT PIC 9(5).
                        01 LIST-TITLE PIC X(20).

        PROCEDURE DIVISION.
                PERFORM 0050-READ-EXCRPT-CARD THRU 0050-EXIT.

                PERFORM 0100-SUMMARIZE-EXCEPTIONS THRU 0100-EXIT.

                PERFORM 0200-WRITE-SUMMARY THRU 0200-EXIT.

                MOVE 16 TO LIST-SEVERITY.
                MOVE TOTAL-FAIL-COUNT TO LIST-COUNT.
                MOVE "FAILURE" TO LIST-TITLE.
                PERFORM 0300-LIST-SEVERITY THRU 0300-EXIT.

                MOVE 8 TO LIST-SEVERITY.
                MOVE TOTAL-REVIEW-COUNT TO LIST-COUNT.
                MOVE "RESULTS NEED REVIEW" TO LIST-TITLE.
                PERFORM 0300-LIST-SEVERITY THRU 0300-EXIT.

                MOVE 4 TO LIST-SEVERITY.
                MOVE TOTAL-WARN-COUNT TO LIST-COUNT.
                MOVE "WARNING" TO LIST-TITLE.
                PERFORM 0300-LIST-SEVERITY THRU 0300-EXIT.

                CLOSE EXCRPT-REPORT-FILE.

                DISPLAY "EXCRPT: " RECORDS-SELECTED " EXCEPTIONS SELECTED, "
                        "HIGHEST SEVERITY " HIGHEST-SEVERITY.

                IF HIGHEST-SEVERITY >= 8 OR RECORDS-INVALID > 0
                        MOVE 4 TO RETURN-CODE
                ELSE
                        MOVE 0 TO RETURN-CODE
                END-IF.

                STOP RUN.

        0050-READ-EXCRPT-CARD.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.

                MOVE SPACES TO EXCRPT-CARD-WORK.

                OPEN INPUT EXCRPT-CARD-FILE.

                IF EXCRPT-CARD-STATUS = '00'
                        READ EXCRPT-CARD-FILE INTO EXCRPT-CARD-WORK
                                AT END
                                        MOVE SPACES TO EXCRPT-CARD-WORK
                        END-READ

                        CLOSE EXCRPT-CARD-FILE
                END-IF.

                IF ECC-FROM-DATE NOT = SPACES
                        IF ECC-FROM-DATE IS NOT NUMERIC
                                DISPLAY "EXCRPT: FROM DATE '" ECC-FROM-DATE
                                        "' IS NOT A YYYYMMDD DATE"
                                GO TO 9999-ABEND
                        END-IF
                        MOVE ECC-FROM-DATE TO FROM-DATE
                END-IF.

                IF ECC-TO-DATE NOT = SPACES
                        IF ECC-TO-DATE IS NOT NUMERIC
                                DISPLAY "EXCRPT: TO DATE '" ECC-TO-DATE
                                        "' IS NOT A YYYYMMDD DATE"
                                GO TO 9999-ABEND
                        END-IF
                        MOVE ECC-TO-DATE TO TO-DATE
                END-IF.

                IF FROM-DATE > TO-DATE
                        DISPLAY "EXCRPT: FROM DATE " FROM-DATE
                                " IS AFTER TO DATE " TO-DATE
                        GO TO 9999-ABEND
                END-IF.
        0050-EXIT.
                EXIT.

        0100-SUMMARIZE-EXCEPTIONS.
                OPEN INPUT EXCEPTION-FILE.

                IF EXCEPTION-FILE-STATUS NOT = '00' AND
                   EXCEPTION-FILE-STATUS NOT = '05'
                        DISPLAY "EXCRPT: UNABLE TO OPEN EXCEPTION FILE "
                                "../exceptions.txt STATUS "
                                EXCEPTION-FILE-STATUS
                        GO TO 9999-ABEND
                END-IF.

                MOVE 'N' TO EXCEPTION-EOF-SW.

                PERFORM UNTIL EXCEPTION-AT-EOF
                        READ EXCEPTION-FILE
                                AT END
                                        MOVE 'Y' TO EXCEPTION-EOF-SW
                                NOT AT END
                                        ADD 1 TO RECORDS-READ
                                        PERFORM 0110-TALLY-EXCEPTION
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE EXCEPTION-FILE.

                IF RECORDS-INVALID > 0
                        DISPLAY "EXCRPT: " RECORDS-INVALID
                                " EXCEPTION RECORDS WITH AN INVALID DATE OR "
                                "SEVERITY WERE SKIPPED"
                END-IF.
        0100-EXIT.
                EXIT.

        0110-TALLY-EXCEPTION.
                PERFORM 0150-SELECT-EXCEPTION THRU 0150-EXIT.

                IF NOT RECORD-VALID
                        ADD 1 TO RECORDS-INVALID
                        GO TO 0110-EXIT
                END-IF.

                IF NOT RECORD-SELECTED
                        GO TO 0110-EXIT
                END-IF.

                ADD 1 TO RECORDS-SELECTED.

                MOVE 0 TO PROGRAM-HIT.
                MOVE 0 TO PROGRAM-SCAN.

                PERFORM UNTIL PROGRAM-SCAN = PROGRAM-COUNT OR
                              PROGRAM-HIT > 0
                        ADD 1 TO PROGRAM-SCAN
                        IF PE-PROGRAM(PROGRAM-SCAN) = EXC-PROGRAM
                                MOVE PROGRAM-SCAN TO PROGRAM-HIT
                        END-IF
                END-PERFORM.

                IF PROGRAM-HIT = 0
                        IF PROGRAM-COUNT = 50
                                DISPLAY "EXCRPT: EXCEPTION FILE NAMES MORE "
                                        "THAN 50 PROGRAMS"
                                GO TO 9999-ABEND
                        END-IF
                        ADD 1 TO PROGRAM-COUNT
                        MOVE PROGRAM-COUNT TO PROGRAM-HIT
                        MOVE EXC-PROGRAM TO PE-PROGRAM(PROGRAM-HIT)
                        MOVE 0 TO PE-WARN-COUNT(PROGRAM-HIT)
                        MOVE 0 TO PE-REVIEW-COUNT(PROGRAM-HIT)
                        MOVE 0 TO PE-FAIL-COUNT(PROGRAM-HIT)
                        MOVE 0 TO PE-HIGHEST(PROGRAM-HIT)
                END-IF.

                EVALUATE EXC-SEVERITY
                        WHEN 4
                                ADD 1 TO PE-WARN-COUNT(PROGRAM-HIT)
                                ADD 1 TO TOTAL-WARN-COUNT
                        WHEN 8
                                ADD 1 TO PE-REVIEW-COUNT(PROGRAM-HIT)
                                ADD 1 TO TOTAL-REVIEW-COUNT
                        WHEN 16
                                ADD 1 TO PE-FAIL-COUNT(PROGRAM-HIT)
                                ADD 1 TO TOTAL-FAIL-COUNT
                END-EVALUATE.

                IF EXC-SEVERITY > PE-HIGHEST(PROGRAM-HIT)
                        MOVE EXC-SEVERITY TO PE-HIGHEST(PROGRAM-HIT)
                END-IF.

                IF EXC-SEVERITY > HIGHEST-SEVERITY
                        MOVE EXC-SEVERITY TO HIGHEST-SEVERITY
                END-IF.
        0110-EXIT.
                EXIT.

        0150-SELECT-EXCEPTION.
                MOVE 'N' TO VALID-SW.
                MOVE 'N' TO SELECTED-SW.

                IF EXC-DATE IS NOT NUMERIC OR EXC-SEVERITY IS NOT NUMERIC
                        GO TO 0150-EXIT
                END-IF.

                IF EXC-SEVERITY NOT = 4 AND EXC-SEVERITY NOT = 8 AND
                   EXC-SEVERITY NOT = 16
                        GO TO 0150-EXIT
                END-IF.

                MOVE 'Y' TO VALID-SW.

                IF EXC-DATE >= FROM-DATE AND EXC-DATE <= TO-DATE
                        MOVE 'Y' TO SELECTED-SW
                END-IF.
        0150-EXIT.
                EXIT.

        0200-WRITE-SUMMARY.
                OPEN OUTPUT EXCRPT-REPORT-FILE.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                STRING "JOB EXCEPTION SUMMARY" DELIMITED BY SIZE
                       "   RUN DATE " DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       INTO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                STRING "EXCEPTIONS DATED " DELIMITED BY SIZE
                       FROM-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       TO-DATE DELIMITED BY SIZE
                       INTO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                STRING "CONDITION CODES  0 CLEAN  4 WARNING  "
                           DELIMITED BY SIZE
                       "8 RESULTS NEED REVIEW  16 FAILURE"
                           DELIMITED BY SIZE
                       INTO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                IF RECORDS-SELECTED = 0
                        MOVE "NO EXCEPTIONS RECORDED" TO EXCRPT-REPORT-REC
                        WRITE EXCRPT-REPORT-REC
                        GO TO 0200-EXIT
                END-IF.

                MOVE "PROGRAM     WARNING  REVIEW  FAILURE  HIGHEST"
                        TO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                MOVE 0 TO PROGRAM-SCAN.

                PERFORM UNTIL PROGRAM-SCAN = PROGRAM-COUNT
                        ADD 1 TO PROGRAM-SCAN
                        MOVE SPACES TO EXCRPT-REPORT-REC
                        STRING PE-PROGRAM(PROGRAM-SCAN) DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               PE-WARN-COUNT(PROGRAM-SCAN)
                                   DELIMITED BY SIZE
                               "   " DELIMITED BY SIZE
                               PE-REVIEW-COUNT(PROGRAM-SCAN)
                                   DELIMITED BY SIZE
                               "    " DELIMITED BY SIZE
                               PE-FAIL-COUNT(PROGRAM-SCAN)
                                   DELIMITED BY SIZE
                               "       " DELIMITED BY SIZE
                               PE-HIGHEST(PROGRAM-SCAN) DELIMITED BY SIZE
                               INTO EXCRPT-REPORT-REC
                        WRITE EXCRPT-REPORT-REC
                END-PERFORM.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                STRING "TOTAL     " DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       TOTAL-WARN-COUNT DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       TOTAL-REVIEW-COUNT DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       TOTAL-FAIL-COUNT DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       HIGHEST-SEVERITY DELIMITED BY SIZE
                       INTO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                IF RECORDS-INVALID > 0
                        MOVE SPACES TO EXCRPT-REPORT-REC
                        WRITE EXCRPT-REPORT-REC
                        MOVE SPACES TO EXCRPT-REPORT-REC
                        STRING "INVALID RECORDS SKIPPED " DELIMITED BY SIZE
                               RECORDS-INVALID DELIMITED BY SIZE
                               INTO EXCRPT-REPORT-REC
                        WRITE EXCRPT-REPORT-REC
                END-IF.
        0200-EXIT.
                EXIT.

        0300-LIST-SEVERITY.
                IF LIST-COUNT = 0
                        GO TO 0300-EXIT
                END-IF.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                STRING "SEVERITY " DELIMITED BY SIZE
                       LIST-SEVERITY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       LIST-TITLE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       LIST-COUNT DELIMITED BY SIZE
                       " EXCEPTIONS" DELIMITED BY SIZE
                       INTO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                MOVE "DATE     TIME   PROGRAM    LABEL      CODE   MESSAGE"
                        TO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.

                OPEN INPUT EXCEPTION-FILE.
                MOVE 'N' TO EXCEPTION-EOF-SW.

                PERFORM UNTIL EXCEPTION-AT-EOF
                        READ EXCEPTION-FILE
                                AT END
                                        MOVE 'Y' TO EXCEPTION-EOF-SW
                                NOT AT END
                                        PERFORM 0310-WRITE-EXCEPTION-LINE
                                                THRU 0310-EXIT
                        END-READ
                END-PERFORM.

                CLOSE EXCEPTION-FILE.
        0300-EXIT.
                EXIT.

        0310-WRITE-EXCEPTION-LINE.
                PERFORM 0150-SELECT-EXCEPTION THRU 0150-EXIT.

                IF NOT RECORD-SELECTED OR EXC-SEVERITY NOT = LIST-SEVERITY
                        GO TO 0310-EXIT
                END-IF.

                MOVE SPACES TO EXCRPT-REPORT-REC.
                STRING EXC-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-LABEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-MESSAGE DELIMITED BY SIZE
                       INTO EXCRPT-REPORT-REC.
                WRITE EXCRPT-REPORT-REC.
        0310-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
