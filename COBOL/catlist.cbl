        >>SOURCE FORMAT FREE
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CATLIST.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                SELECT CATALOG-FILE ASSIGN TO "../seedcat.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATALOG-FILE-STATUS.
                SELECT CATLIST-REPORT-FILE ASSIGN TO "../seedcat-report.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CATLIST-REPORT-STATUS.
        DATA DIVISION.
                FILE SECTION.
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
                        FD CATLIST-REPORT-FILE.
                                01 CATLIST-REPORT-REC PIC X(132).

                WORKING-STORAGE SECTION.
                        01 CATALOG-FILE-STATUS PIC XX.
                        01 CATLIST-REPORT-STATUS PIC XX.
                        01 RUN-DATE-TEXT PIC 9(8).
                        01 CATALOG-EOF-SW PIC X VALUE 'N'.
                                88 CATALOG-AT-EOF VALUE 'Y'.
                        01 CATALOG-TABLE.
                                05 CAT-ENTRY OCCURS 500 TIMES.
                                        10 CE-SEED-ID PIC X(10).
                                        10 CE-FILE-NAME PIC X(40).
                                        10 CE-SEED-FORMAT PIC X.
                                        10 CE-GRID-ROWS PIC 9(3).
                                        10 CE-GRID-COLS PIC 9(3).
                                        10 CE-LIVE-COUNT PIC 9(5).
                                        10 CE-ORIGIN PIC X(10).
                                        10 CE-PARENT-LABEL PIC X(10).
                                        10 CE-PARENT-DATE PIC 9(8).
                                        10 CE-PARENT-SEED-ID PIC X(10).
                                        10 CE-DESCRIPTION PIC X(40).
                                        10 CE-STATUS PIC X.
                                        10 CE-PARENT-ENTRY PIC 9(3).
                                        10 CE-VISITED-SW PIC X.
                                                88 CE-VISITED VALUE 'Y'.
                        01 CAT-COUNT PIC 9(3) VALUE 0.
                        01 CAT-SCAN PIC 9(3).
                        01 CAT-CHILD-SCAN PIC 9(3).
                        01 LAST-SEED-ID PIC X(10) VALUE LOW-VALUES.
                        01 TREE-STACK.
                                05 STACK-ENTRY OCCURS 500 TIMES.
                                        10 STACK-INDEX PIC 9(3).
                                        10 STACK-DEPTH PIC 9(3).
                        01 STACK-TOP PIC 9(3).
                        01 NODE-INDEX PIC 9(3).
                        01 NODE-DEPTH PIC 9(3).
                        01 PARENT-INDEX PIC 9(3).
                        01 INDENT-POS PIC 9(3).
                        01 LINE-PTR PIC 9(3).
                        01 STATUS-TEXT PIC X(7).
                        01 ENTRY-COUNT PIC 9(5) VALUE 0.
                        01 ACTIVE-COUNT PIC 9(5) VALUE 0.
                        01 RETIRED-COUNT PIC 9(5) VALUE 0.
                        01 DERIVED-COUNT PIC 9(5) VALUE 0.
                        01 ROOT-COUNT PIC 9(5) VALUE 0.
                        01 ORPHAN-COUNT PIC 9(5) VALUE 0.
                        01 CYCLE-COUNT PIC 9(5) VALUE 0.
                        01 COUNT-TEXT-1 PIC 9(5).
                        01 COUNT-TEXT-2 PIC 9(5).
                        01 COUNT-TEXT-3 PIC 9(5).
                        01 COUNT-TEXT-4 PIC 9(5).

        PROCEDURE DIVISION.
                PERFORM 0100-LOAD-CATALOG THRU 0100-EXIT.

                PERFORM 0200-WRITE-LISTING THRU 0200-EXIT.

                PERFORM 0300-WRITE-LINEAGE THRU 0300-EXIT.

                PERFORM 0400-WRITE-TOTALS THRU 0400-EXIT.

                CLOSE CATLIST-REPORT-FILE.

                STOP RUN.

        0100-LOAD-CATALOG.
                ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD.

                OPEN INPUT CATALOG-FILE.

                IF CATALOG-FILE-STATUS NOT = '00'
                        DISPLAY "CATLIST: UNABLE TO OPEN SEED CATALOG "
                                "../seedcat.txt"
                        GO TO 9999-ABEND
                END-IF.

                PERFORM UNTIL CATALOG-AT-EOF
                        READ CATALOG-FILE
                                AT END
                                        MOVE 'Y' TO CATALOG-EOF-SW
                                NOT AT END
                                        PERFORM 0110-STORE-ENTRY
                                                THRU 0110-EXIT
                        END-READ
                END-PERFORM.

                CLOSE CATALOG-FILE.

                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        PERFORM 0120-FIND-PARENT-ENTRY THRU 0120-EXIT
                END-PERFORM.

                OPEN OUTPUT CATLIST-REPORT-FILE.

                IF CATLIST-REPORT-STATUS NOT = '00'
                        DISPLAY "CATLIST: UNABLE TO OPEN REPORT "
                                "../seedcat-report.txt"
                        GO TO 9999-ABEND
                END-IF.
        0100-EXIT.
                EXIT.

        0110-STORE-ENTRY.
                IF SCT-SEED-ID NOT > LAST-SEED-ID
                        DISPLAY "CATLIST: SEED CATALOG OUT OF SEQUENCE AT "
                                SCT-SEED-ID
                        GO TO 9999-ABEND
                END-IF.

                IF CAT-COUNT = 500
                        DISPLAY "CATLIST: SEED CATALOG EXCEEDS THE 500 "
                                "ENTRY MAXIMUM"
                        GO TO 9999-ABEND
                END-IF.

                MOVE SCT-SEED-ID TO LAST-SEED-ID.

                ADD 1 TO CAT-COUNT.
                MOVE SCT-SEED-ID TO CE-SEED-ID(CAT-COUNT).
                MOVE SCT-FILE-NAME TO CE-FILE-NAME(CAT-COUNT).
                MOVE SCT-SEED-FORMAT TO CE-SEED-FORMAT(CAT-COUNT).
                MOVE SCT-GRID-ROWS TO CE-GRID-ROWS(CAT-COUNT).
                MOVE SCT-GRID-COLS TO CE-GRID-COLS(CAT-COUNT).
                MOVE SCT-LIVE-COUNT TO CE-LIVE-COUNT(CAT-COUNT).
                MOVE SCT-ORIGIN TO CE-ORIGIN(CAT-COUNT).
                MOVE SCT-PARENT-LABEL TO CE-PARENT-LABEL(CAT-COUNT).
                MOVE SCT-PARENT-DATE TO CE-PARENT-DATE(CAT-COUNT).
                MOVE SCT-PARENT-SEED-ID TO CE-PARENT-SEED-ID(CAT-COUNT).
                MOVE SCT-DESCRIPTION TO CE-DESCRIPTION(CAT-COUNT).
                MOVE SCT-STATUS TO CE-STATUS(CAT-COUNT).
                MOVE 0 TO CE-PARENT-ENTRY(CAT-COUNT).
                MOVE 'N' TO CE-VISITED-SW(CAT-COUNT).

                ADD 1 TO ENTRY-COUNT.

                IF SCT-STATUS = 'R'
                        ADD 1 TO RETIRED-COUNT
                ELSE
                        ADD 1 TO ACTIVE-COUNT
                END-IF.

                IF SCT-PARENT-LABEL NOT = SPACES
                        ADD 1 TO DERIVED-COUNT
                END-IF.
        0110-EXIT.
                EXIT.

        0120-FIND-PARENT-ENTRY.
                IF CE-PARENT-SEED-ID(CAT-SCAN) = SPACES
                        GO TO 0120-EXIT
                END-IF.

                MOVE 0 TO CAT-CHILD-SCAN.

                PERFORM UNTIL CAT-CHILD-SCAN = CAT-COUNT OR
                              CE-PARENT-ENTRY(CAT-SCAN) > 0
                        ADD 1 TO CAT-CHILD-SCAN
                        IF CE-SEED-ID(CAT-CHILD-SCAN) =
                           CE-PARENT-SEED-ID(CAT-SCAN) AND
                           CAT-CHILD-SCAN NOT = CAT-SCAN
                                MOVE CAT-CHILD-SCAN
                                        TO CE-PARENT-ENTRY(CAT-SCAN)
                        END-IF
                END-PERFORM.

                IF CE-PARENT-ENTRY(CAT-SCAN) = 0
                        ADD 1 TO ORPHAN-COUNT
                END-IF.
        0120-EXIT.
                EXIT.

        0200-WRITE-LISTING.
                MOVE SPACES TO CATLIST-REPORT-REC.
                STRING "SEED CATALOG LISTING   RUN DATE " DELIMITED BY SIZE
                       RUN-DATE-TEXT DELIMITED BY SIZE
                       INTO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE SPACES TO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE SPACES TO CATLIST-REPORT-REC.
                STRING "SEED ID    STATUS  ORIGIN     FILE NAME"
                           DELIMITED BY SIZE
                       "                                F GRID    "
                           DELIMITED BY SIZE
                       "  LIVE DESCRIPTION" DELIMITED BY SIZE
                       INTO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        PERFORM 0210-WRITE-LISTING-LINE THRU 0210-EXIT
                END-PERFORM.
        0200-EXIT.
                EXIT.

        0210-WRITE-LISTING-LINE.
                IF CE-STATUS(CAT-SCAN) = 'R'
                        MOVE "RETIRED" TO STATUS-TEXT
                ELSE
                        MOVE "ACTIVE" TO STATUS-TEXT
                END-IF.

                MOVE SPACES TO CATLIST-REPORT-REC.
                STRING CE-SEED-ID(CAT-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       STATUS-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-ORIGIN(CAT-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-FILE-NAME(CAT-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-SEED-FORMAT(CAT-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-GRID-ROWS(CAT-SCAN) DELIMITED BY SIZE
                       "X" DELIMITED BY SIZE
                       CE-GRID-COLS(CAT-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-LIVE-COUNT(CAT-SCAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CE-DESCRIPTION(CAT-SCAN) DELIMITED BY SIZE
                       INTO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.
        0210-EXIT.
                EXIT.

        0300-WRITE-LINEAGE.
                MOVE SPACES TO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE "SEED LINEAGE" TO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE SPACES TO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        IF CE-PARENT-ENTRY(CAT-SCAN) = 0
                                ADD 1 TO ROOT-COUNT
                                MOVE 0 TO STACK-TOP
                                MOVE CAT-SCAN TO NODE-INDEX
                                MOVE 0 TO NODE-DEPTH
                                PERFORM 0310-PUSH-NODE THRU 0310-EXIT
                                PERFORM 0320-WALK-TREE THRU 0320-EXIT
                        END-IF
                END-PERFORM.

                MOVE 0 TO CAT-SCAN.

                PERFORM UNTIL CAT-SCAN = CAT-COUNT
                        ADD 1 TO CAT-SCAN
                        IF NOT CE-VISITED(CAT-SCAN)
                                ADD 1 TO CYCLE-COUNT
                                MOVE SPACES TO CATLIST-REPORT-REC
                                STRING CE-SEED-ID(CAT-SCAN) DELIMITED BY SIZE
                                       " PARENT SEED " DELIMITED BY SIZE
                                       CE-PARENT-SEED-ID(CAT-SCAN)
                                           DELIMITED BY SIZE
                                       " FORMS A LINEAGE LOOP"
                                           DELIMITED BY SIZE
                                       INTO CATLIST-REPORT-REC
                                WRITE CATLIST-REPORT-REC
                        END-IF
                END-PERFORM.
        0300-EXIT.
                EXIT.

        0310-PUSH-NODE.
                IF STACK-TOP = 500
                        DISPLAY "CATLIST: LINEAGE STACK OVERFLOW AT "
                                CE-SEED-ID(NODE-INDEX)
                        GO TO 9999-ABEND
                END-IF.

                ADD 1 TO STACK-TOP.
                MOVE NODE-INDEX TO STACK-INDEX(STACK-TOP).
                MOVE NODE-DEPTH TO STACK-DEPTH(STACK-TOP).
        0310-EXIT.
                EXIT.

        0320-WALK-TREE.
                PERFORM UNTIL STACK-TOP = 0
                        MOVE STACK-INDEX(STACK-TOP) TO NODE-INDEX
                        MOVE STACK-DEPTH(STACK-TOP) TO NODE-DEPTH
                        SUBTRACT 1 FROM STACK-TOP
                        IF NOT CE-VISITED(NODE-INDEX)
                                MOVE 'Y' TO CE-VISITED-SW(NODE-INDEX)
                                PERFORM 0330-WRITE-TREE-LINE THRU 0330-EXIT
                                PERFORM 0340-PUSH-CHILDREN THRU 0340-EXIT
                        END-IF
                END-PERFORM.
        0320-EXIT.
                EXIT.

        0330-WRITE-TREE-LINE.
                IF NODE-DEPTH > 20
                        COMPUTE INDENT-POS = 20 * 4 + 1
                ELSE
                        COMPUTE INDENT-POS = NODE-DEPTH * 4 + 1
                END-IF.

                IF CE-STATUS(NODE-INDEX) = 'R'
                        MOVE "RETIRED" TO STATUS-TEXT
                ELSE
                        MOVE "ACTIVE" TO STATUS-TEXT
                END-IF.

                MOVE SPACES TO CATLIST-REPORT-REC.
                MOVE INDENT-POS TO LINE-PTR.

                STRING CE-SEED-ID(NODE-INDEX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       STATUS-TEXT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO CATLIST-REPORT-REC WITH POINTER LINE-PTR.

                IF CE-PARENT-LABEL(NODE-INDEX) = SPACES
                        STRING CE-ORIGIN(NODE-INDEX) DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               INTO CATLIST-REPORT-REC WITH POINTER LINE-PTR
                ELSE
                        STRING "FROM RUN " DELIMITED BY SIZE
                               CE-PARENT-LABEL(NODE-INDEX) DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               CE-PARENT-DATE(NODE-INDEX) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               INTO CATLIST-REPORT-REC WITH POINTER LINE-PTR
                END-IF.

                STRING CE-FILE-NAME(NODE-INDEX) DELIMITED BY SPACE
                       INTO CATLIST-REPORT-REC WITH POINTER LINE-PTR.

                IF NODE-DEPTH = 0 AND
                   CE-PARENT-SEED-ID(NODE-INDEX) NOT = SPACES
                        STRING "  PARENT SEED " DELIMITED BY SIZE
                               CE-PARENT-SEED-ID(NODE-INDEX) DELIMITED BY SPACE
                               " NOT CATALOGED" DELIMITED BY SIZE
                               INTO CATLIST-REPORT-REC WITH POINTER LINE-PTR
                END-IF.

                WRITE CATLIST-REPORT-REC.
        0330-EXIT.
                EXIT.

        0340-PUSH-CHILDREN.
                ADD 1 TO NODE-DEPTH.
                MOVE NODE-INDEX TO PARENT-INDEX.
                MOVE CAT-COUNT TO CAT-CHILD-SCAN.

                PERFORM UNTIL CAT-CHILD-SCAN = 0
                        IF CE-PARENT-ENTRY(CAT-CHILD-SCAN) = PARENT-INDEX AND
                           NOT CE-VISITED(CAT-CHILD-SCAN)
                                MOVE CAT-CHILD-SCAN TO NODE-INDEX
                                PERFORM 0310-PUSH-NODE THRU 0310-EXIT
                        END-IF
                        SUBTRACT 1 FROM CAT-CHILD-SCAN
                END-PERFORM.
        0340-EXIT.
                EXIT.

        0400-WRITE-TOTALS.
                MOVE SPACES TO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE ENTRY-COUNT TO COUNT-TEXT-1.
                MOVE ACTIVE-COUNT TO COUNT-TEXT-2.
                MOVE RETIRED-COUNT TO COUNT-TEXT-3.
                MOVE DERIVED-COUNT TO COUNT-TEXT-4.

                MOVE SPACES TO CATLIST-REPORT-REC.
                STRING "SEEDS CATALOGED " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  ACTIVE " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  RETIRED " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       "  DERIVED FROM RUNS " DELIMITED BY SIZE
                       COUNT-TEXT-4 DELIMITED BY SIZE
                       INTO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE ROOT-COUNT TO COUNT-TEXT-1.
                MOVE ORPHAN-COUNT TO COUNT-TEXT-2.
                MOVE CYCLE-COUNT TO COUNT-TEXT-3.

                MOVE SPACES TO CATLIST-REPORT-REC.
                STRING "LINEAGE ROOTS " DELIMITED BY SIZE
                       COUNT-TEXT-1 DELIMITED BY SIZE
                       "  PARENT NOT CATALOGED " DELIMITED BY SIZE
                       COUNT-TEXT-2 DELIMITED BY SIZE
                       "  IN LINEAGE LOOPS " DELIMITED BY SIZE
                       COUNT-TEXT-3 DELIMITED BY SIZE
                       INTO CATLIST-REPORT-REC.
                WRITE CATLIST-REPORT-REC.

                MOVE ENTRY-COUNT TO COUNT-TEXT-1.

                DISPLAY "CATLIST: " COUNT-TEXT-1 " SEEDS LISTED, "
                        COUNT-TEXT-4 " DERIVED FROM RUNS".
        0400-EXIT.
                EXIT.

        9999-ABEND.
                MOVE 16 TO RETURN-CODE.
                STOP RUN.
