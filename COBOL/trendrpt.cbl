                        FILE STATUS IS RUNHIST-FILE-STATUS.
                SELECT TREND-FILE ASSIGN TO "../trend-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
                SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "../exceptions.txt"
                        ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
                FILE SECTION.
                        FD RUNHIST-FILE.
                                        05 RH-CYCLE-LEN PIC 9(5).
                                        05 RH-WINNER-COLONY PIC 9.
                                        05 RH-MAX-AGE PIC 9(5).
                                        05 RH-STABLE-GEN PIC 9(5).
                                        05 FILLER PIC X(4).
                        FD TREND-FILE.
                                01 TREND-REC PIC X(100).
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
                        01 RUNHIST-FILE-STATUS PIC XX.
                                        10 HE-CYCLE-LEN PIC 9(5).
                                        10 HE-EXTINCT-GEN PIC 9(5).
                        01 HIST-ENTRY-COUNT PIC 9(3) VALUE 0.
                        01 HIST-DROPPED-COUNT PIC 9(5) VALUE 0.
                        01 SORT-PASS PIC 9(3).
                        01 SORT-SCAN PIC 9(3).
                        01 SORT-SWAPPED-SW PIC X.
                        01 STABLE-TEXT PIC 9(3).
                        01 EXTINCT-TEXT PIC 9(3).
                        01 ENTRY-COUNT-TEXT PIC 9(3).
                        01 CONDITION-CODE PIC 9(2) VALUE 0.
                        01 EXCEPTION-SEVERITY PIC 9(2).
                        01 EXCEPTION-CODE PIC X(6).
                        01 EXCEPTION-MESSAGE PIC X(80).
                        01 EXCEPTION-TIME-TEXT PIC 9(8).
                        01 ABEND-REASON PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
                PERFORM 0100-LOAD-RUN-HISTORY THRU 0100-EXIT.

                PERFORM 0300-WRITE-TREND-REPORT THRU 0300-EXIT.

                MOVE CONDITION-CODE TO RETURN-CODE.

                STOP RUN.

        0100-LOAD-RUN-HISTORY.
                IF RUNHIST-FILE-STATUS NOT = '00'
                        DISPLAY "TRENDRPT: UNABLE TO OPEN RUN HISTORY "
                                "MASTER FILE ../runhist.txt"
                        MOVE "UNABLE TO OPEN RUN HISTORY MASTER FILE"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.


                CLOSE RUNHIST-FILE.

                IF HIST-DROPPED-COUNT > 0
                        DISPLAY "TRENDRPT: RUN HISTORY MASTER EXCEEDS THE "
                                "500 RECORD MAXIMUM, " HIST-DROPPED-COUNT
                                " RECORDS IGNORED"
                        MOVE 8 TO EXCEPTION-SEVERITY
                        MOVE "HISTDR" TO EXCEPTION-CODE
                        MOVE SPACES TO EXCEPTION-MESSAGE
                        STRING HIST-DROPPED-COUNT DELIMITED BY SIZE
                               " RUN HISTORY RECORDS BEYOND THE 500 RECORD "
                                   DELIMITED BY SIZE
                               "MAXIMUM LEFT OUT OF THE REPORT"
                                   DELIMITED BY SIZE
                               INTO EXCEPTION-MESSAGE
                        PERFORM 0900-WRITE-EXCEPTION THRU 0900-EXIT
                END-IF.

                IF HIST-ENTRY-COUNT = 0
                        DISPLAY "TRENDRPT: RUN HISTORY MASTER FILE IS EMPTY"
                        MOVE "RUN HISTORY MASTER FILE IS EMPTY"
                                TO ABEND-REASON
                        GO TO 9999-ABEND
                END-IF.
        0100-EXIT.
                END-IF.

                IF HIST-ENTRY-COUNT >= 500
                        ADD 1 TO HIST-DROPPED-COUNT
                        GO TO 0110-EXIT
                END-IF.

        0330-EXIT.
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
                MOVE "TRENDRPT" TO EXC-PROGRAM.
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
