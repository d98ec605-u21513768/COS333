        IDENTIFICATION DIVISION.
        PROGRAM-ID. CoqReport.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "COQPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
            SELECT COST-FILE ASSIGN TO "COSTFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CostStatus.
            SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HoldStatus.
            SELECT MASTER-FILE ASSIGN TO "LOTMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LM-KEY
                FILE STATUS IS WS-MasterStatus.
            SELECT HISTIDX-FILE ASSIGN TO "HISTIDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HX-KEY
                FILE STATUS IS WS-HistidxStatus.
            SELECT REJECT-FILE ASSIGN TO "REJHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RejectStatus.
            SELECT COQHIST-FILE ASSIGN TO "COQHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CoqhistStatus.
            SELECT COQNEW-FILE ASSIGN TO "COQNEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CoqnewStatus.
            SELECT REPORT-FILE ASSIGN TO "COQRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PARM-FILE.
        01 COQ-PARM.
            05 CP-KEYWORD PIC X(7).
            05 CP-VALUE PIC X(8).

        FD COST-FILE.
        01 COST-RECORD.
            05 CF-PRODUCT-LINE PIC X(3).
            05 CF-LOT-VALUE PIC 9(7)V99.
            05 CF-SCRAP-COST PIC 9(7)V99.
            05 CF-REWORK-COST PIC 9(7)V99.
            05 CF-REMEASURE-COST PIC 9(5)V99.

        FD HOLD-FILE.
        01 HOLD-RECORD.
            05 HD-LOT-ID PIC X(6).
            05 HD-CHAR PIC X(2).
            05 HD-PRODUCT-LINE PIC X(3).
            05 HD-HOLD-DATE PIC X(8).
            05 HD-STATUS PIC X.
            05 HD-DISP-DATE PIC X(8).
            05 HD-SUPERVISOR PIC X(4).
            05 HD-REASON PIC X(3).

        FD MASTER-FILE.
        01 MASTER-RECORD.
            05 LM-KEY.
                10 LM-LOT-ID PIC X(6).
                10 LM-CHAR PIC X(2).
            05 LM-PRODUCT-LINE PIC X(3).
            05 LM-LAST-TIMESTAMP PIC X(14).
            05 LM-SMALLEST PIC 9(4)V99.
            05 LM-LARGEST PIC 9(4)V99.
            05 LM-AVERAGE PIC 9(4)V99.
            05 LM-TEST-COUNT PIC 9(3).
            05 LM-DISPOSITION PIC X.
            05 LM-DISP-DATE PIC X(8).

        FD HISTIDX-FILE.
        01 HISTIDX-RECORD.
            05 HX-KEY.
                10 HX-LOT-ID PIC X(6).
                10 HX-CHAR PIC X(2).
                10 HX-TIMESTAMP PIC X(14).
                10 HX-RRN PIC 9(8).

        FD REJECT-FILE.
        01 REJECT-RECORD.
            05 RJ-LOT-ID PIC X(6).
            05 RJ-POSITION PIC 99.
            05 RJ-VALUE PIC 9(4).
            05 RJ-REASON PIC X(3).
            05 RJ-PRODUCT-LINE PIC X(3).
            05 RJ-DATE PIC X(8).

        FD COQHIST-FILE.
        01 COQHIST-RECORD.
            05 CH-YEAR-MONTH PIC X(6).
            05 CH-PRODUCT-LINE PIC X(3).
            05 CH-SCRAP PIC 9(9)V99.
            05 CH-REWORK PIC 9(9)V99.
            05 CH-RETEST PIC 9(9)V99.
            05 CH-REJECT PIC 9(9)V99.

        FD COQNEW-FILE.
        01 COQNEW-RECORD PIC X(53).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ParmStatus PIC XX.
        01 WS-CostStatus PIC XX.
        01 WS-HoldStatus PIC XX.
        01 WS-MasterStatus PIC XX.
        01 WS-HistidxStatus PIC XX.
        01 WS-RejectStatus PIC XX.
        01 WS-CoqhistStatus PIC XX.
        01 WS-CoqnewStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunDate PIC X(8).
        01 WS-ReportMonth PIC X(6).
        01 WS-MonthParts REDEFINES WS-ReportMonth.
            05 WS-MonthYear PIC 9(4).
            05 WS-MonthNumber PIC 99.
        01 WS-PriorMonth PIC X(6).
        01 WS-PriorParts REDEFINES WS-PriorMonth.
            05 WS-PriorYear PIC 9(4).
            05 WS-PriorNumber PIC 99.
        01 WS-MasterEof PIC X.
        01 WS-HistidxEof PIC X.
        01 WS-MonthTests PIC 9(3).
        01 WS-LaterTests PIC 9(3).
        01 WS-CostTable.
            05 WS-Cost OCCURS 20 TIMES.
                10 WS-CF-PRODUCT-LINE PIC X(3).
                10 WS-CF-LOT-VALUE PIC 9(7)V99.
                10 WS-CF-SCRAP-COST PIC 9(7)V99.
                10 WS-CF-REWORK-COST PIC 9(7)V99.
                10 WS-CF-REMEASURE-COST PIC 9(5)V99.
        01 WS-CostCount PIC 99 VALUE 0.
        01 WS-LineTable.
            05 WS-Line OCCURS 20 TIMES.
                10 WS-LN-PRODUCT-LINE PIC X(3).
                10 WS-LN-COST PIC 99.
                10 WS-LN-SCRAP PIC 9(9)V99.
                10 WS-LN-REWORK PIC 9(9)V99.
                10 WS-LN-RETEST PIC 9(9)V99.
                10 WS-LN-REJECT PIC 9(9)V99.
                10 WS-LN-TOTAL PIC 9(9)V99.
                10 WS-LN-PRIOR PIC 9(9)V99.
                10 WS-LN-PRIOR-FOUND PIC X.
        01 WS-LineCount PIC 99 VALUE 0.
        01 WS-LineFull PIC X VALUE 'N'.
        01 WS-ReasonTable.
            05 WS-Reason OCCURS 50 TIMES.
                10 WS-RS-SOURCE PIC X(6).
                10 WS-RS-CODE PIC X(3).
                10 WS-RS-COUNT PIC 9(5).
                10 WS-RS-COST PIC 9(9)V99.
        01 WS-ReasonCount PIC 99 VALUE 0.
        01 WS-ReasonFull PIC X VALUE 'N'.
        01 WS-LotTable.
            05 WS-Lot OCCURS 5000 TIMES.
                10 WS-LT-LOT-ID PIC X(6).
                10 WS-LT-PRODUCT-LINE PIC X(3).
                10 WS-LT-SCRAPPED PIC X.
                10 WS-LT-REWORK-DATE PIC X(8).
                10 WS-LT-RELEASE-DATE PIC X(8).
                10 WS-LT-SCRAP PIC 9(9)V99.
                10 WS-LT-REWORK PIC 9(9)V99.
                10 WS-LT-RETEST PIC 9(9)V99.
                10 WS-LT-REJECT PIC 9(9)V99.
                10 WS-LT-TOTAL PIC 9(9)V99.
                10 WS-LT-LISTED PIC X.
        01 WS-LotCount PIC 9(4) VALUE 0.
        01 WS-LotFull PIC X VALUE 'N'.
        01 WS-Cx PIC 99.
        01 WS-Lx PIC 99.
        01 WS-Rx PIC 99.
        01 WS-Tx PIC 9(4).
        01 WS-Best PIC 9(4).
        01 WS-Rank PIC 99.
        01 c PIC 99.
        01 n PIC 99.
        01 r PIC 99.
        01 x PIC 9(4).
        01 WS-LotId PIC X(6).
        01 WS-Source PIC X(6).
        01 WS-Code PIC X(3).
        01 WS-Units PIC 9(5).
        01 WS-Amount PIC 9(9)V99.
        01 WS-Counted PIC X.
        01 WS-NoCostCount PIC 99 VALUE 0.
        01 WS-HoldRows PIC 9(6) VALUE 0.
        01 WS-ScrapLots PIC 9(5) VALUE 0.
        01 WS-ReworkLots PIC 9(5) VALUE 0.
        01 WS-ReleaseLots PIC 9(5) VALUE 0.
        01 WS-RetestCount PIC 9(5) VALUE 0.
        01 WS-RejectCount PIC 9(5) VALUE 0.
        01 WS-ScrapTotal PIC 9(9)V99 VALUE 0.
        01 WS-ReworkTotal PIC 9(9)V99 VALUE 0.
        01 WS-RetestTotal PIC 9(9)V99 VALUE 0.
        01 WS-RejectTotal PIC 9(9)V99 VALUE 0.
        01 WS-GrandTotal PIC 9(9)V99 VALUE 0.
        01 WS-PriorFound PIC X VALUE 'N'.
        01 WS-PriorScrap PIC 9(9)V99 VALUE 0.
        01 WS-PriorRework PIC 9(9)V99 VALUE 0.
        01 WS-PriorRetest PIC 9(9)V99 VALUE 0.
        01 WS-PriorReject PIC 9(9)V99 VALUE 0.
        01 WS-PriorTotal PIC 9(9)V99 VALUE 0.
        01 WS-ThisAmount PIC 9(9)V99.
        01 WS-PriorAmount PIC 9(9)V99.
        01 WS-Change PIC S9(9)V99.
        01 WS-ChangePct PIC S9(5)V9.
        01 WS-LineHeading.
            05 FILLER PIC X(6) VALUE "LINE".
            05 FILLER PIC X(16) VALUE "           SCRAP".
            05 FILLER PIC X(16) VALUE "          REWORK".
            05 FILLER PIC X(16) VALUE "          RETEST".
            05 FILLER PIC X(16) VALUE "         REJECTS".
            05 FILLER PIC X(16) VALUE "           TOTAL".
            05 FILLER PIC X(16) VALUE "     PRIOR MONTH".
            05 FILLER PIC X(16) VALUE "          CHANGE".
        01 WS-LineDetail.
            05 LD-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-SCRAP PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-REWORK PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-RETEST PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-REJECT PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-PRIOR PIC ZZZ,ZZZ,ZZ9.99.
            05 LD-PRIOR-NA REDEFINES LD-PRIOR PIC X(14).
            05 FILLER PIC X(1) VALUE SPACES.
            05 LD-CHANGE PIC ----,---,--9.99.
            05 LD-CHANGE-NA REDEFINES LD-CHANGE PIC X(15).
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-NOTE PIC X(14).
        01 WS-TypeHeading.
            05 FILLER PIC X(22) VALUE "DISPOSITION TYPE".
            05 FILLER PIC X(8) VALUE "   COUNT".
            05 FILLER PIC X(16) VALUE "            COST".
        01 WS-TypeDetail.
            05 TD-TYPE PIC X(20).
            05 FILLER PIC X(2) VALUE SPACES.
            05 TD-COUNT PIC ZZZZZZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 TD-COST PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-ReasonHeading.
            05 FILLER PIC X(10) VALUE "SOURCE".
            05 FILLER PIC X(8) VALUE "REASON".
            05 FILLER PIC X(8) VALUE "   COUNT".
            05 FILLER PIC X(16) VALUE "            COST".
        01 WS-ReasonDetail.
            05 RD-SOURCE PIC X(6).
            05 FILLER PIC X(4) VALUE SPACES.
            05 RD-CODE PIC X(3).
            05 FILLER PIC X(5) VALUE SPACES.
            05 RD-COUNT PIC ZZZZZZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 RD-COST PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-MonthHeading.
            05 FILLER PIC X(22) VALUE "COST CATEGORY".
            05 FILLER PIC X(16) VALUE "      THIS MONTH".
            05 FILLER PIC X(16) VALUE "     PRIOR MONTH".
            05 FILLER PIC X(17) VALUE "           CHANGE".
            05 FILLER PIC X(10) VALUE "  CHANGE %".
        01 WS-MonthDetail.
            05 MD-CATEGORY PIC X(20).
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(2) VALUE SPACES.
            05 MD-THIS PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 MD-PRIOR PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 MD-CHANGE PIC ----,---,--9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 MD-PCT PIC -----9.9.
            05 MD-PCT-NA REDEFINES MD-PCT PIC X(8).
        01 WS-TopHeading.
            05 FILLER PIC X(6) VALUE "RANK".
            05 FILLER PIC X(8) VALUE "LOT".
            05 FILLER PIC X(6) VALUE "LINE".
            05 FILLER PIC X(16) VALUE "           SCRAP".
            05 FILLER PIC X(16) VALUE "          REWORK".
            05 FILLER PIC X(16) VALUE "          RETEST".
            05 FILLER PIC X(16) VALUE "         REJECTS".
            05 FILLER PIC X(16) VALUE "           TOTAL".
        01 WS-TopDetail.
            05 TP-RANK PIC Z9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 TP-LOT-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 TP-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 FILLER PIC X(2) VALUE SPACES.
            05 TP-SCRAP PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 TP-REWORK PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 TP-RETEST PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 TP-REJECT PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER PIC X(2) VALUE SPACES.
            05 TP-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            MOVE WS-RunDate(1:6) TO WS-ReportMonth
            PERFORM setReportMonth
            IF WS-ReportMonth IS NOT NUMERIC
                    OR WS-MonthNumber < 1 OR WS-MonthNumber > 12
                DISPLAY "ERROR: COQPARM MONTH " WS-ReportMonth
                        " is not a valid yyyymm - no report produced"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-MonthNumber = 1
                COMPUTE WS-PriorYear = WS-MonthYear - 1
                MOVE 12 TO WS-PriorNumber
            ELSE
                MOVE WS-MonthYear TO WS-PriorYear
                COMPUTE WS-PriorNumber = WS-MonthNumber - 1
            END-IF
            PERFORM loadCosts
            PERFORM scanHolds
            PERFORM scanMaster
            PERFORM scanRejects
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-LineCount
                COMPUTE WS-LN-TOTAL(n) = WS-LN-SCRAP(n)
                    + WS-LN-REWORK(n) + WS-LN-RETEST(n)
                    + WS-LN-REJECT(n)
            END-PERFORM
            COMPUTE WS-GrandTotal = WS-ScrapTotal + WS-ReworkTotal
                + WS-RetestTotal + WS-RejectTotal
            PERFORM rollHistory
            OPEN OUTPUT REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "QC COST OF QUALITY REPORT   MONTH: "
                WS-ReportMonth "   RUN DATE: " WS-RunDate
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM printLines
            PERFORM printTypes
            PERFORM printReasons
            PERFORM printMonths
            PERFORM printTopLots
            MOVE SPACES TO REPORT-LINE
            MOVE WS-GrandTotal TO LD-TOTAL
            STRING "TOTAL COST OF QUALITY FOR " WS-ReportMonth ": "
                LD-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-NoCostCount > 0
                MOVE SPACES TO REPORT-LINE
                STRING "PRODUCT LINES WITH NO COSTFILE CARD (COSTED "
                    "AT ZERO): " WS-NoCostCount
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            CLOSE REPORT-FILE
            DISPLAY "Cost of quality for " WS-ReportMonth ": "
                    LD-TOTAL
            DISPLAY "Lots scrapped: " WS-ScrapLots
                    "   reworked: " WS-ReworkLots
                    "   released: " WS-ReleaseLots
            DISPLAY "Retests: " WS-RetestCount
                    "   rejected readings: " WS-RejectCount
            IF WS-NoCostCount > 0 OR WS-LineFull = 'Y'
                    OR WS-ReasonFull = 'Y' OR WS-LotFull = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        setReportMonth.
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                PERFORM UNTIL WS-ParmStatus NOT = "00"
                    READ PARM-FILE
                        AT END
                            MOVE "10" TO WS-ParmStatus
                        NOT AT END
                            IF CP-KEYWORD = "MONTH"
                                MOVE CP-VALUE(1:6) TO WS-ReportMonth
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        loadCosts.
            MOVE 0 TO WS-CostCount
            OPEN INPUT COST-FILE
            IF WS-CostStatus = "00"
                PERFORM UNTIL WS-CostStatus NOT = "00"
                        OR WS-CostCount >= 20
                    READ COST-FILE
                        AT END
                            MOVE "10" TO WS-CostStatus
                        NOT AT END
                            ADD 1 TO WS-CostCount
                            MOVE CF-PRODUCT-LINE TO
                                WS-CF-PRODUCT-LINE(WS-CostCount)
                            MOVE CF-LOT-VALUE TO
                                WS-CF-LOT-VALUE(WS-CostCount)
                            MOVE CF-SCRAP-COST TO
                                WS-CF-SCRAP-COST(WS-CostCount)
                            MOVE CF-REWORK-COST TO
                                WS-CF-REWORK-COST(WS-CostCount)
                            MOVE CF-REMEASURE-COST TO
                                WS-CF-REMEASURE-COST(WS-CostCount)
                    END-READ
                END-PERFORM
                IF WS-CostStatus = "00"
                    DISPLAY "WARNING: COSTFILE has more than 20 "
                            "entries - extras ignored"
                END-IF
                CLOSE COST-FILE
            ELSE
                DISPLAY "WARNING: COSTFILE not available - status "
                        WS-CostStatus " - every line costed at zero"
            END-IF.

        scanHolds.
            OPEN INPUT HOLD-FILE
            IF WS-HoldStatus = "00"
                PERFORM UNTIL WS-HoldStatus NOT = "00"
                    READ HOLD-FILE
                        AT END
                            MOVE "10" TO WS-HoldStatus
                        NOT AT END
                            IF HD-DISP-DATE(1:6) = WS-ReportMonth
                                    AND (HD-STATUS = 'S'
                                    OR HD-STATUS = 'W'
                                    OR HD-STATUS = 'R')
                                PERFORM costOneHold
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLD-FILE
            ELSE
                DISPLAY "WARNING: HOLDFILE not available - status "
                        WS-HoldStatus " - no dispositions costed"
            END-IF.

        costOneHold.
            ADD 1 TO WS-HoldRows
            MOVE HD-PRODUCT-LINE TO WS-Code
            PERFORM findLine
            MOVE HD-LOT-ID TO WS-LotId
            PERFORM findLot
            MOVE 'Y' TO WS-Counted
            MOVE 0 TO WS-Amount
            EVALUATE HD-STATUS
                WHEN 'S'
                    IF WS-Tx > 0
                        IF WS-LT-SCRAPPED(WS-Tx) = 'Y'
                            MOVE 'N' TO WS-Counted
                        ELSE
                            MOVE 'Y' TO WS-LT-SCRAPPED(WS-Tx)
                        END-IF
                    END-IF
                    IF WS-Counted = 'Y'
                        IF WS-Cx > 0
                            COMPUTE WS-Amount =
                                WS-CF-LOT-VALUE(WS-Cx)
                                + WS-CF-SCRAP-COST(WS-Cx)
                        END-IF
                        ADD 1 TO WS-ScrapLots
                        ADD WS-Amount TO WS-ScrapTotal
                        IF WS-Lx > 0
                            ADD WS-Amount TO WS-LN-SCRAP(WS-Lx)
                        END-IF
                        IF WS-Tx > 0
                            ADD WS-Amount TO WS-LT-SCRAP(WS-Tx)
                        END-IF
                    END-IF
                WHEN 'W'
                    IF WS-Tx > 0
                        IF WS-LT-REWORK-DATE(WS-Tx) = HD-DISP-DATE
                            MOVE 'N' TO WS-Counted
                        ELSE
                            MOVE HD-DISP-DATE TO
                                WS-LT-REWORK-DATE(WS-Tx)
                        END-IF
                    END-IF
                    IF WS-Counted = 'Y'
                        IF WS-Cx > 0
                            MOVE WS-CF-REWORK-COST(WS-Cx) TO WS-Amount
                        END-IF
                        ADD 1 TO WS-ReworkLots
                        ADD WS-Amount TO WS-ReworkTotal
                        IF WS-Lx > 0
                            ADD WS-Amount TO WS-LN-REWORK(WS-Lx)
                        END-IF
                        IF WS-Tx > 0
                            ADD WS-Amount TO WS-LT-REWORK(WS-Tx)
                        END-IF
                    END-IF
                WHEN 'R'
                    IF WS-Tx > 0
                        IF WS-LT-RELEASE-DATE(WS-Tx) = HD-DISP-DATE
                            MOVE 'N' TO WS-Counted
                        ELSE
                            MOVE HD-DISP-DATE TO
                                WS-LT-RELEASE-DATE(WS-Tx)
                        END-IF
                    END-IF
                    IF WS-Counted = 'Y'
                        ADD 1 TO WS-ReleaseLots
                    END-IF
            END-EVALUATE
            IF WS-Counted = 'Y'
                MOVE "HOLD" TO WS-Source
                MOVE HD-REASON TO WS-Code
                MOVE 1 TO WS-Units
                PERFORM addReason
            END-IF.

        scanMaster.
            OPEN INPUT MASTER-FILE
            OPEN INPUT HISTIDX-FILE
            IF WS-MasterStatus NOT = "00"
                    OR WS-HistidxStatus NOT = "00"
                DISPLAY "WARNING: LOTMASTR/HISTIDX not available - "
                        "status " WS-MasterStatus "/" WS-HistidxStatus
                        " - retests not costed"
            ELSE
                MOVE LOW-VALUES TO LM-KEY
                START MASTER-FILE KEY IS >= LM-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-MasterEof
                    NOT INVALID KEY
                        MOVE 'N' TO WS-MasterEof
                END-START
                PERFORM UNTIL WS-MasterEof = 'Y'
                    READ MASTER-FILE NEXT RECORD
                        AT END
                            MOVE 'Y' TO WS-MasterEof
                        NOT AT END
                            IF LM-LAST-TIMESTAMP(1:6) >= WS-ReportMonth
                                    AND LM-TEST-COUNT > 1
                                PERFORM countMonthTests
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE HISTIDX-FILE
            CLOSE MASTER-FILE.

        countMonthTests.
            MOVE 0 TO WS-MonthTests
            MOVE 0 TO WS-LaterTests
            MOVE LOW-VALUES TO HX-KEY
            MOVE LM-LOT-ID TO HX-LOT-ID
            MOVE LM-CHAR TO HX-CHAR
            MOVE WS-ReportMonth TO HX-TIMESTAMP(1:6)
            START HISTIDX-FILE KEY IS >= HX-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-HistidxEof
                NOT INVALID KEY
                    MOVE 'N' TO WS-HistidxEof
            END-START
            PERFORM UNTIL WS-HistidxEof = 'Y'
                READ HISTIDX-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-HistidxEof
                    NOT AT END
                        IF HX-LOT-ID = LM-LOT-ID
                                AND HX-CHAR = LM-CHAR
                            IF HX-TIMESTAMP(1:6) = WS-ReportMonth
                                ADD 1 TO WS-MonthTests
                            ELSE
                                ADD 1 TO WS-LaterTests
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-HistidxEof
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-MonthTests TO WS-Units
            IF WS-MonthTests > 0
                    AND WS-MonthTests + WS-LaterTests = LM-TEST-COUNT
                SUBTRACT 1 FROM WS-Units
            END-IF
            IF WS-Units > 0
                PERFORM costOneRetest
            END-IF.

        costOneRetest.
            MOVE LM-PRODUCT-LINE TO WS-Code
            PERFORM findLine
            MOVE LM-LOT-ID TO WS-LotId
            PERFORM findLot
            MOVE 0 TO WS-Amount
            IF WS-Cx > 0
                COMPUTE WS-Amount =
                    WS-Units * WS-CF-REMEASURE-COST(WS-Cx)
            END-IF
            ADD WS-Units TO WS-RetestCount
            ADD WS-Amount TO WS-RetestTotal
            IF WS-Lx > 0
                ADD WS-Amount TO WS-LN-RETEST(WS-Lx)
            END-IF
            IF WS-Tx > 0
                ADD WS-Amount TO WS-LT-RETEST(WS-Tx)
            END-IF
            MOVE "RETEST" TO WS-Source
            MOVE SPACES TO WS-Code
            PERFORM addReason.

        scanRejects.
            OPEN INPUT REJECT-FILE
            IF WS-RejectStatus = "00"
                PERFORM UNTIL WS-RejectStatus NOT = "00"
                    READ REJECT-FILE
                        AT END
                            MOVE "10" TO WS-RejectStatus
                        NOT AT END
                            IF RJ-DATE(1:6) = WS-ReportMonth
                                PERFORM costOneReject
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REJECT-FILE
            ELSE
                DISPLAY "WARNING: REJHIST not available - status "
                        WS-RejectStatus " - rejected readings not "
                        "costed"
            END-IF.

        costOneReject.
            MOVE RJ-PRODUCT-LINE TO WS-Code
            PERFORM findLine
            MOVE RJ-LOT-ID TO WS-LotId
            PERFORM findLot
            MOVE 0 TO WS-Amount
            IF WS-Cx > 0
                MOVE WS-CF-REMEASURE-COST(WS-Cx) TO WS-Amount
            END-IF
            ADD 1 TO WS-RejectCount
            ADD WS-Amount TO WS-RejectTotal
            IF WS-Lx > 0
                ADD WS-Amount TO WS-LN-REJECT(WS-Lx)
            END-IF
            IF WS-Tx > 0
                ADD WS-Amount TO WS-LT-REJECT(WS-Tx)
            END-IF
            MOVE "REJECT" TO WS-Source
            MOVE RJ-REASON TO WS-Code
            MOVE 1 TO WS-Units
            PERFORM addReason.

        findLine.
            MOVE 0 TO WS-Cx
            PERFORM VARYING c FROM 1 BY 1 UNTIL c > WS-CostCount
                IF WS-CF-PRODUCT-LINE(c) = WS-Code
                    MOVE c TO WS-Cx
                END-IF
            END-PERFORM
            MOVE 0 TO WS-Lx
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-LineCount
                IF WS-LN-PRODUCT-LINE(n) = WS-Code
                    MOVE n TO WS-Lx
                END-IF
            END-PERFORM
            IF WS-Lx = 0
                IF WS-LineCount >= 20
                    IF WS-LineFull = 'N'
                        DISPLAY "WARNING: more than 20 product lines "
                                "- " WS-Code " and later lines left "
                                "out of the line totals"
                        MOVE 'Y' TO WS-LineFull
                    END-IF
                ELSE
                    ADD 1 TO WS-LineCount
                    MOVE WS-LineCount TO WS-Lx
                    MOVE WS-Code TO WS-LN-PRODUCT-LINE(WS-Lx)
                    MOVE WS-Cx TO WS-LN-COST(WS-Lx)
                    MOVE 0 TO WS-LN-SCRAP(WS-Lx)
                    MOVE 0 TO WS-LN-REWORK(WS-Lx)
                    MOVE 0 TO WS-LN-RETEST(WS-Lx)
                    MOVE 0 TO WS-LN-REJECT(WS-Lx)
                    MOVE 0 TO WS-LN-TOTAL(WS-Lx)
                    MOVE 0 TO WS-LN-PRIOR(WS-Lx)
                    MOVE 'N' TO WS-LN-PRIOR-FOUND(WS-Lx)
                    IF WS-Cx = 0
                        ADD 1 TO WS-NoCostCount
                        DISPLAY "WARNING: no COSTFILE card for product "
                                "line " WS-Code " - costed at zero"
                    END-IF
                END-IF
            END-IF.

        findLot.
            MOVE 0 TO WS-Tx
            PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                IF WS-LT-LOT-ID(x) = WS-LotId
                    MOVE x TO WS-Tx
                END-IF
            END-PERFORM
            IF WS-Tx = 0
                IF WS-LotCount >= 5000
                    IF WS-LotFull = 'N'
                        DISPLAY "WARNING: more than 5000 costed lots - "
                                "lot " WS-LotId " and later lots left "
                                "out of the top ten"
                        MOVE 'Y' TO WS-LotFull
                    END-IF
                ELSE
                    ADD 1 TO WS-LotCount
                    MOVE WS-LotCount TO WS-Tx
                    MOVE WS-LotId TO WS-LT-LOT-ID(WS-Tx)
                    MOVE WS-Code TO WS-LT-PRODUCT-LINE(WS-Tx)
                    MOVE 'N' TO WS-LT-SCRAPPED(WS-Tx)
                    MOVE SPACES TO WS-LT-REWORK-DATE(WS-Tx)
                    MOVE SPACES TO WS-LT-RELEASE-DATE(WS-Tx)
                    MOVE 0 TO WS-LT-SCRAP(WS-Tx)
                    MOVE 0 TO WS-LT-REWORK(WS-Tx)
                    MOVE 0 TO WS-LT-RETEST(WS-Tx)
                    MOVE 0 TO WS-LT-REJECT(WS-Tx)
                    MOVE 0 TO WS-LT-TOTAL(WS-Tx)
                    MOVE 'N' TO WS-LT-LISTED(WS-Tx)
                END-IF
            END-IF.

        addReason.
            MOVE 0 TO WS-Rx
            PERFORM VARYING r FROM 1 BY 1 UNTIL r > WS-ReasonCount
                IF WS-RS-SOURCE(r) = WS-Source
                        AND WS-RS-CODE(r) = WS-Code
                    MOVE r TO WS-Rx
                END-IF
            END-PERFORM
            IF WS-Rx = 0
                IF WS-ReasonCount >= 50
                    IF WS-ReasonFull = 'N'
                        DISPLAY "WARNING: more than 50 reason codes - "
                                WS-Source " " WS-Code " and later "
                                "codes left out of the reason totals"
                        MOVE 'Y' TO WS-ReasonFull
                    END-IF
                ELSE
                    ADD 1 TO WS-ReasonCount
                    MOVE WS-ReasonCount TO WS-Rx
                    MOVE WS-Source TO WS-RS-SOURCE(WS-Rx)
                    MOVE WS-Code TO WS-RS-CODE(WS-Rx)
                    MOVE 0 TO WS-RS-COUNT(WS-Rx)
                    MOVE 0 TO WS-RS-COST(WS-Rx)
                END-IF
            END-IF
            IF WS-Rx > 0
                ADD WS-Units TO WS-RS-COUNT(WS-Rx)
                ADD WS-Amount TO WS-RS-COST(WS-Rx)
            END-IF.

        rollHistory.
            OPEN OUTPUT COQNEW-FILE
            OPEN INPUT COQHIST-FILE
            IF WS-CoqhistStatus = "00"
                PERFORM UNTIL WS-CoqhistStatus NOT = "00"
                    READ COQHIST-FILE
                        AT END
                            MOVE "10" TO WS-CoqhistStatus
                        NOT AT END
                            IF CH-YEAR-MONTH NOT = WS-ReportMonth
                                WRITE COQNEW-RECORD FROM COQHIST-RECORD
                            END-IF
                            IF CH-YEAR-MONTH = WS-PriorMonth
                                PERFORM takePriorRow
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COQHIST-FILE
            END-IF
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-LineCount
                MOVE WS-ReportMonth TO CH-YEAR-MONTH
                MOVE WS-LN-PRODUCT-LINE(n) TO CH-PRODUCT-LINE
                MOVE WS-LN-SCRAP(n) TO CH-SCRAP
                MOVE WS-LN-REWORK(n) TO CH-REWORK
                MOVE WS-LN-RETEST(n) TO CH-RETEST
                MOVE WS-LN-REJECT(n) TO CH-REJECT
                WRITE COQNEW-RECORD FROM COQHIST-RECORD
            END-PERFORM
            CLOSE COQNEW-FILE.

        takePriorRow.
            MOVE 'Y' TO WS-PriorFound
            ADD CH-SCRAP TO WS-PriorScrap
            ADD CH-REWORK TO WS-PriorRework
            ADD CH-RETEST TO WS-PriorRetest
            ADD CH-REJECT TO WS-PriorReject
            COMPUTE WS-PriorTotal = WS-PriorScrap + WS-PriorRework
                + WS-PriorRetest + WS-PriorReject
            MOVE CH-PRODUCT-LINE TO WS-Code
            PERFORM findLine
            IF WS-Lx > 0
                MOVE 'Y' TO WS-LN-PRIOR-FOUND(WS-Lx)
                COMPUTE WS-LN-PRIOR(WS-Lx) = CH-SCRAP + CH-REWORK
                    + CH-RETEST + CH-REJECT
            END-IF.

        printLines.
            MOVE SPACES TO REPORT-LINE
            STRING "COST BY PRODUCT LINE"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-LineHeading TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-LineCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-LineCount
                MOVE WS-LN-PRODUCT-LINE(n) TO LD-PRODUCT-LINE
                MOVE WS-LN-SCRAP(n) TO LD-SCRAP
                MOVE WS-LN-REWORK(n) TO LD-REWORK
                MOVE WS-LN-RETEST(n) TO LD-RETEST
                MOVE WS-LN-REJECT(n) TO LD-REJECT
                MOVE WS-LN-TOTAL(n) TO LD-TOTAL
                IF WS-LN-PRIOR-FOUND(n) = 'Y'
                    MOVE WS-LN-PRIOR(n) TO LD-PRIOR
                    COMPUTE WS-Change =
                        WS-LN-TOTAL(n) - WS-LN-PRIOR(n)
                    MOVE WS-Change TO LD-CHANGE
                ELSE
                    MOVE "           N/A" TO LD-PRIOR-NA
                    MOVE "            N/A" TO LD-CHANGE-NA
                END-IF
                IF WS-LN-COST(n) = 0
                    MOVE "NO COST CARD" TO LD-NOTE
                ELSE
                    MOVE SPACES TO LD-NOTE
                END-IF
                MOVE SPACES TO REPORT-LINE
                MOVE WS-LineDetail TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM
            MOVE "ALL" TO LD-PRODUCT-LINE
            MOVE WS-ScrapTotal TO LD-SCRAP
            MOVE WS-ReworkTotal TO LD-REWORK
            MOVE WS-RetestTotal TO LD-RETEST
            MOVE WS-RejectTotal TO LD-REJECT
            MOVE WS-GrandTotal TO LD-TOTAL
            IF WS-PriorFound = 'Y'
                MOVE WS-PriorTotal TO LD-PRIOR
                COMPUTE WS-Change = WS-GrandTotal - WS-PriorTotal
                MOVE WS-Change TO LD-CHANGE
            ELSE
                MOVE "           N/A" TO LD-PRIOR-NA
                MOVE "            N/A" TO LD-CHANGE-NA
            END-IF
            MOVE SPACES TO LD-NOTE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-LineDetail TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

        printTypes.
            MOVE SPACES TO REPORT-LINE
            STRING "COST BY DISPOSITION TYPE"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-TypeHeading TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "SCRAPPED LOTS" TO TD-TYPE
            MOVE WS-ScrapLots TO TD-COUNT
            MOVE WS-ScrapTotal TO TD-COST
            PERFORM writeTypeLine
            MOVE "REWORKED LOTS" TO TD-TYPE
            MOVE WS-ReworkLots TO TD-COUNT
            MOVE WS-ReworkTotal TO TD-COST
            PERFORM writeTypeLine
            MOVE "RELEASED LOTS" TO TD-TYPE
            MOVE WS-ReleaseLots TO TD-COUNT
            MOVE 0 TO TD-COST
            PERFORM writeTypeLine
            MOVE "RETESTS" TO TD-TYPE
            MOVE WS-RetestCount TO TD-COUNT
            MOVE WS-RetestTotal TO TD-COST
            PERFORM writeTypeLine
            MOVE "REJECTED READINGS" TO TD-TYPE
            MOVE WS-RejectCount TO TD-COUNT
            MOVE WS-RejectTotal TO TD-COST
            PERFORM writeTypeLine
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

        writeTypeLine.
            MOVE SPACES TO REPORT-LINE
            MOVE WS-TypeDetail TO REPORT-LINE
            WRITE REPORT-LINE.

        printReasons.
            MOVE SPACES TO REPORT-LINE
            STRING "COST BY REASON CODE"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-ReasonHeading TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-ReasonCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            PERFORM VARYING r FROM 1 BY 1 UNTIL r > WS-ReasonCount
                MOVE WS-RS-SOURCE(r) TO RD-SOURCE
                IF WS-RS-CODE(r) = SPACES
                    MOVE "---" TO RD-CODE
                ELSE
                    MOVE WS-RS-CODE(r) TO RD-CODE
                END-IF
                MOVE WS-RS-COUNT(r) TO RD-COUNT
                MOVE WS-RS-COST(r) TO RD-COST
                MOVE SPACES TO REPORT-LINE
                MOVE WS-ReasonDetail TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

        printMonths.
            MOVE SPACES TO REPORT-LINE
            STRING "MONTH ON MONTH - " WS-ReportMonth " AGAINST "
                WS-PriorMonth
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-PriorFound = 'N'
                MOVE SPACES TO REPORT-LINE
                STRING "  NO COQHIST TOTALS FOR " WS-PriorMonth
                    " - NOTHING TO COMPARE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                MOVE SPACES TO REPORT-LINE
                MOVE WS-MonthHeading TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE "SCRAP" TO MD-CATEGORY
                MOVE WS-ScrapTotal TO WS-ThisAmount
                MOVE WS-PriorScrap TO WS-PriorAmount
                PERFORM writeMonthLine
                MOVE "REWORK" TO MD-CATEGORY
                MOVE WS-ReworkTotal TO WS-ThisAmount
                MOVE WS-PriorRework TO WS-PriorAmount
                PERFORM writeMonthLine
                MOVE "RETEST" TO MD-CATEGORY
                MOVE WS-RetestTotal TO WS-ThisAmount
                MOVE WS-PriorRetest TO WS-PriorAmount
                PERFORM writeMonthLine
                MOVE "REJECTED READINGS" TO MD-CATEGORY
                MOVE WS-RejectTotal TO WS-ThisAmount
                MOVE WS-PriorReject TO WS-PriorAmount
                PERFORM writeMonthLine
                MOVE "TOTAL" TO MD-CATEGORY
                MOVE WS-GrandTotal TO WS-ThisAmount
                MOVE WS-PriorTotal TO WS-PriorAmount
                PERFORM writeMonthLine
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

        writeMonthLine.
            MOVE WS-ThisAmount TO MD-THIS
            MOVE WS-PriorAmount TO MD-PRIOR
            COMPUTE WS-Change = WS-ThisAmount - WS-PriorAmount
            MOVE WS-Change TO MD-CHANGE
            IF WS-PriorAmount > 0
                COMPUTE WS-ChangePct ROUNDED =
                    WS-Change * 100 / WS-PriorAmount
                    ON SIZE ERROR
                        MOVE 99999.9 TO WS-ChangePct
                END-COMPUTE
                MOVE WS-ChangePct TO MD-PCT
            ELSE
                MOVE "     N/A" TO MD-PCT-NA
            END-IF
            MOVE SPACES TO REPORT-LINE
            MOVE WS-MonthDetail TO REPORT-LINE
            WRITE REPORT-LINE.

        printTopLots.
            MOVE SPACES TO REPORT-LINE
            STRING "TOP TEN COSTLIEST LOTS"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-TopHeading TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                COMPUTE WS-LT-TOTAL(x) = WS-LT-SCRAP(x)
                    + WS-LT-REWORK(x) + WS-LT-RETEST(x)
                    + WS-LT-REJECT(x)
            END-PERFORM
            MOVE 0 TO WS-Rank
            MOVE 1 TO WS-Best
            PERFORM UNTIL WS-Rank >= 10 OR WS-Best = 0
                MOVE 0 TO WS-Best
                PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                    IF WS-LT-LISTED(x) = 'N'
                            AND WS-LT-TOTAL(x) > 0
                        IF WS-Best = 0
                            MOVE x TO WS-Best
                        ELSE
                            IF WS-LT-TOTAL(x) > WS-LT-TOTAL(WS-Best)
                                MOVE x TO WS-Best
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-Best > 0
                    ADD 1 TO WS-Rank
                    MOVE 'Y' TO WS-LT-LISTED(WS-Best)
                    PERFORM writeTopLine
                END-IF
            END-PERFORM
            IF WS-Rank = 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

        writeTopLine.
            MOVE WS-Rank TO TP-RANK
            MOVE WS-LT-LOT-ID(WS-Best) TO TP-LOT-ID
            MOVE WS-LT-PRODUCT-LINE(WS-Best) TO TP-PRODUCT-LINE
            MOVE WS-LT-SCRAP(WS-Best) TO TP-SCRAP
            MOVE WS-LT-REWORK(WS-Best) TO TP-REWORK
            MOVE WS-LT-RETEST(WS-Best) TO TP-RETEST
            MOVE WS-LT-REJECT(WS-Best) TO TP-REJECT
            MOVE WS-LT-TOTAL(WS-Best) TO TP-TOTAL
            MOVE SPACES TO REPORT-LINE
            MOVE WS-TopDetail TO REPORT-LINE
            WRITE REPORT-LINE.
        END PROGRAM CoqReport.
