        IDENTIFICATION DIVISION.
        PROGRAM-ID. ReworkReport.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REWORK-FILE ASSIGN TO "REWORDER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RO-KEY
                FILE STATUS IS WS-ReworkStatus.
            SELECT REPORT-FILE ASSIGN TO "RWKRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD REWORK-FILE.
        01 REWORK-RECORD.
            05 RO-KEY.
                10 RO-LOT-ID PIC X(6).
                10 RO-CHAR PIC X(2).
            05 RO-PRODUCT-LINE PIC X(3).
            05 RO-STATUS PIC X.
            05 RO-OPEN-DATE PIC X(8).
            05 RO-DUE-DATE PIC X(8).
            05 RO-SUPERVISOR PIC X(4).
            05 RO-REWORK-COUNT PIC 99.
            05 RO-RETEST-DATE PIC X(8).
            05 RO-FAIL-COUNT PIC 99.

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ReworkStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunDate PIC X(8).
        01 WS-RunInt PIC 9(7).
        01 WS-DueInt PIC 9(7).
        01 WS-DaysOver PIC 9(5).
        01 WS-ReworkEof PIC X.
        01 WS-Pass PIC X.
        01 WS-OrderCount PIC 9(5) VALUE 0.
        01 WS-OpenCount PIC 9(5) VALUE 0.
        01 WS-ClosedCount PIC 9(5) VALUE 0.
        01 WS-FailedCount PIC 9(5) VALUE 0.
        01 WS-ScrappedCount PIC 9(5) VALUE 0.
        01 WS-ReleasedCount PIC 9(5) VALUE 0.
        01 WS-VoidedCount PIC 9(5) VALUE 0.
        01 WS-OverdueCount PIC 9(5) VALUE 0.
        01 WS-RepeatCount PIC 9(5) VALUE 0.
        01 WS-OrderHeading.
            05 FILLER PIC X(8) VALUE "LOT".
            05 FILLER PIC X(6) VALUE "CHAR".
            05 FILLER PIC X(6) VALUE "LINE".
            05 FILLER PIC X(10) VALUE "OPENED".
            05 FILLER PIC X(10) VALUE "DUE".
            05 FILLER PIC X(6) VALUE "SUPV".
            05 FILLER PIC X(8) VALUE "REWORKS".
            05 FILLER PIC X(8) VALUE "FAILED".
            05 FILLER PIC X(10) VALUE "RETESTED".
            05 FILLER PIC X(20) VALUE "STATUS".
        01 WS-OrderDetail.
            05 OD-LOT-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 OD-CHAR PIC X(2).
            05 FILLER PIC X(4) VALUE SPACES.
            05 OD-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 OD-OPEN-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 OD-DUE-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 OD-SUPERVISOR PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 OD-REWORK-COUNT PIC Z9.
            05 FILLER PIC X(6) VALUE SPACES.
            05 OD-FAIL-COUNT PIC Z9.
            05 FILLER PIC X(6) VALUE SPACES.
            05 OD-RETEST-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 OD-NOTE PIC X(30).
        01 WS-DaysEdit PIC ZZZZ9.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            COMPUTE WS-RunInt =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RunDate))
            OPEN INPUT REWORK-FILE
            IF WS-ReworkStatus NOT = "00"
                DISPLAY "REWORDER not available - status "
                        WS-ReworkStatus
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "QC REWORK STATUS REPORT   RUN DATE: " WS-RunDate
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING "OVERDUE REWORK ORDERS - REWORKED LOT NOT YET "
                "RETESTED BY THE DUE DATE"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-OrderHeading TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'O' TO WS-Pass
            PERFORM scanOrders
            IF WS-OverdueCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING "LOTS REWORKED MORE THAN ONCE"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-OrderHeading TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 'R' TO WS-Pass
            PERFORM scanOrders
            IF WS-RepeatCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            STRING "REWORK ORDERS: " WS-OrderCount
                "   OPEN: " WS-OpenCount
                "   OVERDUE: " WS-OverdueCount
                "   CLOSED (PASSED): " WS-ClosedCount
                "   FAILED: " WS-FailedCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ORDERS CLOSED WITHOUT A RETEST - SCRAPPED: "
                WS-ScrappedCount
                "   RELEASED: " WS-ReleasedCount
                "   VOIDED: " WS-VoidedCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOTS REWORKED MORE THAN ONCE: " WS-RepeatCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            CLOSE REPORT-FILE
            CLOSE REWORK-FILE
            DISPLAY "Rework orders: " WS-OrderCount
            DISPLAY "Overdue rework orders: " WS-OverdueCount
            DISPLAY "Lots reworked more than once: " WS-RepeatCount
            IF WS-OverdueCount > 0 OR WS-FailedCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        scanOrders.
            MOVE LOW-VALUES TO RO-KEY
            START REWORK-FILE KEY IS >= RO-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-ReworkEof
                NOT INVALID KEY
                    MOVE 'N' TO WS-ReworkEof
            END-START
            PERFORM UNTIL WS-ReworkEof = 'Y'
                READ REWORK-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-ReworkEof
                    NOT AT END
                        IF WS-Pass = 'O'
                            PERFORM checkOverdue
                        ELSE
                            PERFORM checkRepeat
                        END-IF
                END-READ
            END-PERFORM.

        checkOverdue.
            ADD 1 TO WS-OrderCount
            EVALUATE RO-STATUS
                WHEN 'O'
                    ADD 1 TO WS-OpenCount
                WHEN 'C'
                    ADD 1 TO WS-ClosedCount
                WHEN 'F'
                    ADD 1 TO WS-FailedCount
                WHEN 'S'
                    ADD 1 TO WS-ScrappedCount
                WHEN 'X'
                    ADD 1 TO WS-ReleasedCount
                WHEN 'V'
                    ADD 1 TO WS-VoidedCount
            END-EVALUATE
            IF RO-STATUS = 'O'
                COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(RO-DUE-DATE))
                IF WS-DueInt < WS-RunInt
                    ADD 1 TO WS-OverdueCount
                    COMPUTE WS-DaysOver = WS-RunInt - WS-DueInt
                    MOVE WS-DaysOver TO WS-DaysEdit
                    MOVE SPACES TO OD-NOTE
                    STRING "OVERDUE " WS-DaysEdit " DAY(S)"
                        DELIMITED BY SIZE INTO OD-NOTE
                    PERFORM writeOrderLine
                END-IF
            END-IF.

        checkRepeat.
            IF RO-REWORK-COUNT > 1
                ADD 1 TO WS-RepeatCount
                EVALUATE RO-STATUS
                    WHEN 'O'
                        MOVE "OPEN - AWAITING RETEST" TO OD-NOTE
                    WHEN 'C'
                        MOVE "CLOSED - RETEST PASSED" TO OD-NOTE
                    WHEN 'F'
                        MOVE "FAILED - BACK ON HOLD" TO OD-NOTE
                    WHEN 'S'
                        MOVE "CLOSED - LOT SCRAPPED" TO OD-NOTE
                    WHEN 'X'
                        MOVE "CLOSED - LOT RELEASED" TO OD-NOTE
                    WHEN 'V'
                        MOVE "CLOSED - LOT VOIDED" TO OD-NOTE
                    WHEN OTHER
                        MOVE SPACES TO OD-NOTE
                END-EVALUATE
                PERFORM writeOrderLine
            END-IF.

        writeOrderLine.
            MOVE RO-LOT-ID TO OD-LOT-ID
            MOVE RO-CHAR TO OD-CHAR
            MOVE RO-PRODUCT-LINE TO OD-PRODUCT-LINE
            MOVE RO-OPEN-DATE TO OD-OPEN-DATE
            MOVE RO-DUE-DATE TO OD-DUE-DATE
            MOVE RO-SUPERVISOR TO OD-SUPERVISOR
            MOVE RO-REWORK-COUNT TO OD-REWORK-COUNT
            MOVE RO-FAIL-COUNT TO OD-FAIL-COUNT
            MOVE RO-RETEST-DATE TO OD-RETEST-DATE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-OrderDetail TO REPORT-LINE
            WRITE REPORT-LINE.
        END PROGRAM ReworkReport.
