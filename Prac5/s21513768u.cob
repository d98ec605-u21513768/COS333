        IDENTIFICATION DIVISION.
        PROGRAM-ID. CustCheck.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "CHKPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
            SELECT HISTORY-FILE ASSIGN TO "HISTORY"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-HistoryStatus.
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ThresholdStatus.
            SELECT CUSTSPEC-FILE ASSIGN TO "CUSTSPEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustspecStatus.
            SELECT REPORT-FILE ASSIGN TO "CUSTXRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PARM-FILE.
        01 CHECK-PARM.
            05 CK-KEYWORD PIC X(7).
            05 CK-VALUE PIC X(8).

        FD HISTORY-FILE.
        01 HISTORY-RECORD.
            05 HR-LOT-ID PIC X(6).
            05 HR-PRODUCT-LINE PIC X(3).
            05 HR-TIMESTAMP PIC X(14).
            05 HR-SMALLEST PIC 9(4)V99.
            05 HR-LARGEST PIC 9(4)V99.
            05 HR-MODE PIC 9(4)V99.
            05 HR-AVERAGE PIC 9(4)V99.
            05 HR-MEDIAN PIC 9(4)V99.
            05 HR-STDDEV PIC 9(4)V99.
            05 HR-CP PIC 99V99.
            05 HR-CPK PIC 99V99.
            05 HR-READING-COUNT PIC 99.
            05 HR-STATUS PIC X.
            05 HR-CHAR PIC X(2).
            05 HR-DISP PIC X.

        FD THRESHOLD-FILE.
        01 THRESHOLD-RECORD.
            05 TH-PRODUCT-LINE PIC X(3).
            05 TH-CHAR PIC X(2).
            05 TH-MIN PIC 9(4).
            05 TH-MAX PIC 9(4).
            05 TH-UNIT PIC X(4).
            05 TH-SCALE PIC 9.
            05 TH-EFF-DATE PIC X(8).

        FD CUSTSPEC-FILE.
        01 CUSTSPEC-RECORD.
            05 CS-CUSTOMER PIC X(6).
            05 CS-PRODUCT-LINE PIC X(3).
            05 CS-CHAR PIC X(2).
            05 CS-MIN PIC 9(4)V99.
            05 CS-MAX PIC 9(4)V99.
            05 CS-EFF-DATE PIC X(8).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ParmStatus PIC XX.
        01 WS-HistoryStatus PIC XX.
        01 WS-ThresholdStatus PIC XX.
        01 WS-CustspecStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunDate PIC X(8).
        01 WS-CheckDate PIC X(8).
        01 WS-ThresholdTable.
            05 WS-Threshold OCCURS 20 TIMES.
                10 WS-TH-PRODUCT-LINE PIC X(3).
                10 WS-TH-CHAR PIC X(2).
                10 WS-TH-MIN PIC 9(4).
                10 WS-TH-MAX PIC 9(4).
                10 WS-TH-UNIT PIC X(4).
                10 WS-TH-SCALE PIC 9.
                10 WS-TH-EFF-DATE PIC X(8).
        01 WS-ThresholdCount PIC 99 VALUE 0.
        01 WS-ThMin PIC 9(4)V99.
        01 WS-ThMax PIC 9(4)V99.
        01 WS-ThUnit PIC X(4).
        01 WS-ThScale PIC 9.
        01 WS-ScaleDiv PIC 9(3).
        01 WS-ThresholdFound PIC X.
        01 WS-ThEffDate PIC X(8).
        01 t PIC 99.
        01 WS-CustSpecTable.
            05 WS-CustSpec OCCURS 100 TIMES.
                10 WS-CS-CUSTOMER PIC X(6).
                10 WS-CS-PRODUCT-LINE PIC X(3).
                10 WS-CS-CHAR PIC X(2).
                10 WS-CS-MIN PIC 9(4)V99.
                10 WS-CS-MAX PIC 9(4)V99.
                10 WS-CS-EFF-DATE PIC X(8).
        01 WS-CustSpecCount PIC 9(3) VALUE 0.
        01 u PIC 9(3).
        01 v PIC 9(3).
        01 WS-InForce PIC X.
        01 WS-RowCount PIC 9(5) VALUE 0.
        01 WS-CheckedCount PIC 9(5) VALUE 0.
        01 WS-FlagCount PIC 9(5) VALUE 0.
        01 WS-FlagRows PIC 9(5) VALUE 0.
        01 WS-RowFlagged PIC X.
        01 WS-CheckHeading.
            05 FILLER PIC X(8) VALUE "LOT".
            05 FILLER PIC X(6) VALUE "CHAR".
            05 FILLER PIC X(6) VALUE "LINE".
            05 FILLER PIC X(10) VALUE "SMALLEST".
            05 FILLER PIC X(10) VALUE "LARGEST".
            05 FILLER PIC X(20) VALUE "INTERNAL SPEC".
            05 FILLER PIC X(10) VALUE "CUSTOMER".
            05 FILLER PIC X(20) VALUE "CUSTOMER SPEC".
            05 FILLER PIC X(10) VALUE "EFFECTIVE".
        01 WS-CheckDetail.
            05 CD-LOT-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-CHAR PIC X(2).
            05 FILLER PIC X(4) VALUE SPACES.
            05 CD-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 CD-SMALLEST PIC ZZZ9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 CD-LARGEST PIC ZZZ9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 CD-TH-MIN PIC ZZZ9.99.
            05 FILLER PIC X(4) VALUE " TO ".
            05 CD-TH-MAX PIC ZZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-CUSTOMER PIC X(6).
            05 FILLER PIC X(4) VALUE SPACES.
            05 CD-CS-MIN PIC ZZZ9.99.
            05 FILLER PIC X(4) VALUE " TO ".
            05 CD-CS-MAX PIC ZZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-CS-EFF-DATE PIC X(8).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            MOVE WS-RunDate TO WS-CheckDate
            PERFORM setCheckDate
            PERFORM loadThresholds
            PERFORM loadCustomerSpecs
            OPEN OUTPUT REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "QC CUSTOMER SPEC CROSS-CHECK   RUN DATE: "
                WS-RunDate "   LOTS TESTED ON " WS-CheckDate
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOTS THAT PASS INTERNAL SPEC BUT WOULD FAIL A "
                "CUSTOMER SPEC - ALLOCATE TO OTHER ORDERS"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-CheckHeading TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-CustSpecCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "NO CUSTOMER SPECIFICATIONS ON FILE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                PERFORM checkHistory
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "HISTORY ROWS FOR " WS-CheckDate ": " WS-RowCount
                "   IN INTERNAL SPEC: " WS-CheckedCount
                "   ROWS FLAGGED: " WS-FlagRows
                "   CUSTOMER FAILURES: " WS-FlagCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            CLOSE REPORT-FILE
            DISPLAY "Rows checked: " WS-CheckedCount
            DISPLAY "Rows failing a customer spec: " WS-FlagRows
            IF WS-FlagRows > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        setCheckDate.
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                PERFORM UNTIL WS-ParmStatus NOT = "00"
                    READ PARM-FILE
                        AT END
                            MOVE "10" TO WS-ParmStatus
                        NOT AT END
                            IF CK-KEYWORD = "DATE"
                                MOVE CK-VALUE TO WS-CheckDate
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        loadThresholds.
            MOVE 0 TO WS-ThresholdCount
            OPEN INPUT THRESHOLD-FILE
            IF WS-ThresholdStatus = "00"
                PERFORM UNTIL WS-ThresholdStatus NOT = "00"
                        OR WS-ThresholdCount >= 20
                    READ THRESHOLD-FILE
                        AT END
                            MOVE "10" TO WS-ThresholdStatus
                        NOT AT END
                            ADD 1 TO WS-ThresholdCount
                            MOVE TH-PRODUCT-LINE TO
                                WS-TH-PRODUCT-LINE(WS-ThresholdCount)
                            MOVE TH-CHAR TO
                                WS-TH-CHAR(WS-ThresholdCount)
                            MOVE TH-MIN TO
                                WS-TH-MIN(WS-ThresholdCount)
                            MOVE TH-MAX TO
                                WS-TH-MAX(WS-ThresholdCount)
                            MOVE TH-UNIT TO
                                WS-TH-UNIT(WS-ThresholdCount)
                            MOVE TH-SCALE TO
                                WS-TH-SCALE(WS-ThresholdCount)
                            MOVE TH-EFF-DATE TO
                                WS-TH-EFF-DATE(WS-ThresholdCount)
                    END-READ
                END-PERFORM
                CLOSE THRESHOLD-FILE
            END-IF.

        loadCustomerSpecs.
            MOVE 0 TO WS-CustSpecCount
            OPEN INPUT CUSTSPEC-FILE
            IF WS-CustspecStatus = "00"
                PERFORM UNTIL WS-CustspecStatus NOT = "00"
                        OR WS-CustSpecCount >= 100
                    READ CUSTSPEC-FILE
                        AT END
                            MOVE "10" TO WS-CustspecStatus
                        NOT AT END
                            ADD 1 TO WS-CustSpecCount
                            MOVE CS-CUSTOMER TO
                                WS-CS-CUSTOMER(WS-CustSpecCount)
                            MOVE CS-PRODUCT-LINE TO
                                WS-CS-PRODUCT-LINE(WS-CustSpecCount)
                            MOVE CS-CHAR TO
                                WS-CS-CHAR(WS-CustSpecCount)
                            MOVE CS-MIN TO
                                WS-CS-MIN(WS-CustSpecCount)
                            MOVE CS-MAX TO
                                WS-CS-MAX(WS-CustSpecCount)
                            MOVE CS-EFF-DATE TO
                                WS-CS-EFF-DATE(WS-CustSpecCount)
                    END-READ
                END-PERFORM
                IF WS-CustspecStatus = "00"
                    DISPLAY "WARNING: CUSTSPEC has more than 100 "
                            "entries - extras ignored"
                END-IF
                CLOSE CUSTSPEC-FILE
            ELSE
                DISPLAY "NOTE: no CUSTSPEC file - nothing to check"
            END-IF.

        checkHistory.
            OPEN INPUT HISTORY-FILE
            IF WS-HistoryStatus = "00"
                PERFORM UNTIL WS-HistoryStatus NOT = "00"
                    READ HISTORY-FILE
                        AT END
                            MOVE "10" TO WS-HistoryStatus
                        NOT AT END
                            IF HR-TIMESTAMP(1:8) = WS-CheckDate
                                ADD 1 TO WS-RowCount
                                IF HR-STATUS = SPACE
                                    PERFORM checkOneRow
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF.

        checkOneRow.
            PERFORM findThresholds
            IF WS-ThresholdFound = 'Y'
                IF HR-SMALLEST NOT < WS-ThMin
                        AND HR-LARGEST NOT > WS-ThMax
                    ADD 1 TO WS-CheckedCount
                    MOVE 'N' TO WS-RowFlagged
                    PERFORM VARYING u FROM 1 BY 1
                            UNTIL u > WS-CustSpecCount
                        PERFORM checkOneCustomer
                    END-PERFORM
                    IF WS-RowFlagged = 'Y'
                        ADD 1 TO WS-FlagRows
                    END-IF
                END-IF
            END-IF.

        checkOneCustomer.
            IF WS-CS-PRODUCT-LINE(u) = HR-PRODUCT-LINE
                    AND WS-CS-CHAR(u) = HR-CHAR
                    AND WS-CS-EFF-DATE(u) <= HR-TIMESTAMP(1:8)
                MOVE 'Y' TO WS-InForce
                PERFORM VARYING v FROM 1 BY 1
                        UNTIL v > WS-CustSpecCount
                    IF WS-CS-CUSTOMER(v) = WS-CS-CUSTOMER(u)
                            AND WS-CS-PRODUCT-LINE(v) = HR-PRODUCT-LINE
                            AND WS-CS-CHAR(v) = HR-CHAR
                            AND WS-CS-EFF-DATE(v) <= HR-TIMESTAMP(1:8)
                            AND WS-CS-EFF-DATE(v) > WS-CS-EFF-DATE(u)
                        MOVE 'N' TO WS-InForce
                    END-IF
                END-PERFORM
                IF WS-InForce = 'Y'
                    IF HR-SMALLEST < WS-CS-MIN(u)
                            OR HR-LARGEST > WS-CS-MAX(u)
                        ADD 1 TO WS-FlagCount
                        MOVE 'Y' TO WS-RowFlagged
                        PERFORM writeCheckLine
                    END-IF
                END-IF
            END-IF.

        findThresholds.
            MOVE 'N' TO WS-ThresholdFound
            MOVE SPACES TO WS-ThUnit
            MOVE SPACES TO WS-ThEffDate
            PERFORM VARYING t FROM 1 BY 1 UNTIL t > WS-ThresholdCount
                IF WS-TH-PRODUCT-LINE(t) = HR-PRODUCT-LINE
                        AND WS-TH-CHAR(t) = HR-CHAR
                        AND WS-TH-EFF-DATE(t) <= HR-TIMESTAMP(1:8)
                        AND WS-TH-EFF-DATE(t) >= WS-ThEffDate
                    MOVE 'Y' TO WS-ThresholdFound
                    MOVE WS-TH-EFF-DATE(t) TO WS-ThEffDate
                    MOVE WS-TH-UNIT(t) TO WS-ThUnit
                    MOVE WS-TH-SCALE(t) TO WS-ThScale
                    EVALUATE WS-ThScale
                        WHEN 1
                            MOVE 10 TO WS-ScaleDiv
                        WHEN 2
                            MOVE 100 TO WS-ScaleDiv
                        WHEN OTHER
                            MOVE 1 TO WS-ScaleDiv
                    END-EVALUATE
                    COMPUTE WS-ThMin ROUNDED =
                        WS-TH-MIN(t) / WS-ScaleDiv
                    COMPUTE WS-ThMax ROUNDED =
                        WS-TH-MAX(t) / WS-ScaleDiv
                END-IF
            END-PERFORM.

        writeCheckLine.
            MOVE HR-LOT-ID TO CD-LOT-ID
            MOVE HR-CHAR TO CD-CHAR
            MOVE HR-PRODUCT-LINE TO CD-PRODUCT-LINE
            MOVE HR-SMALLEST TO CD-SMALLEST
            MOVE HR-LARGEST TO CD-LARGEST
            MOVE WS-ThMin TO CD-TH-MIN
            MOVE WS-ThMax TO CD-TH-MAX
            MOVE WS-CS-CUSTOMER(u) TO CD-CUSTOMER
            MOVE WS-CS-MIN(u) TO CD-CS-MIN
            MOVE WS-CS-MAX(u) TO CD-CS-MAX
            MOVE WS-CS-EFF-DATE(u) TO CD-CS-EFF-DATE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-CheckDetail TO REPORT-LINE
            WRITE REPORT-LINE.
        END PROGRAM CustCheck.
