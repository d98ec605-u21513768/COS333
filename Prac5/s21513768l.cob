        IDENTIFICATION DIVISION.
        PROGRAM-ID. ThreshMaint.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ThresholdStatus.
            SELECT TRANS-FILE ASSIGN TO "THRTRANS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TransStatus.
            SELECT PARM-FILE ASSIGN TO "THRPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
            SELECT NEWTHR-FILE ASSIGN TO "THRNEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NewthrStatus.
            SELECT LOG-FILE ASSIGN TO "THRLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LogStatus.
            SELECT REPORT-FILE ASSIGN TO "THRRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD THRESHOLD-FILE.
        01 THRESHOLD-RECORD.
            05 TH-PRODUCT-LINE PIC X(3).
            05 TH-CHAR PIC X(2).
            05 TH-MIN PIC 9(4).
            05 TH-MAX PIC 9(4).
            05 TH-UNIT PIC X(4).
            05 TH-SCALE PIC 9.
            05 TH-EFF-DATE PIC X(8).

        FD TRANS-FILE.
        01 THRESHOLD-CARD.
            05 TC-ACTION PIC X(6).
            05 FILLER PIC X.
            05 TC-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X.
            05 TC-CHAR PIC X(2).
            05 FILLER PIC X.
            05 TC-MIN PIC X(4).
            05 FILLER PIC X.
            05 TC-MAX PIC X(4).
            05 FILLER PIC X.
            05 TC-UNIT PIC X(4).
            05 FILLER PIC X.
            05 TC-SCALE PIC X.
            05 FILLER PIC X.
            05 TC-EFF-DATE PIC X(8).
            05 FILLER PIC X.
            05 TC-ENGINEER PIC X(4).
            05 FILLER PIC X.
            05 TC-APPROVER PIC X(4).

        FD PARM-FILE.
        01 MAINT-PARM.
            05 MP-KEYWORD PIC X(7).
            05 MP-DATE PIC X(8).

        FD NEWTHR-FILE.
        01 NEWTHR-RECORD PIC X(26).

        FD LOG-FILE.
        01 LOG-RECORD.
            05 TL-TIMESTAMP PIC X(14).
            05 TL-ACTION PIC X(6).
            05 TL-ENGINEER PIC X(4).
            05 TL-APPROVER PIC X(4).
            05 TL-BEFORE PIC X(26).
            05 TL-AFTER PIC X(26).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ThresholdStatus PIC XX.
        01 WS-TransStatus PIC XX.
        01 WS-ParmStatus PIC XX.
        01 WS-NewthrStatus PIC XX.
        01 WS-LogStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-Timestamp PIC X(14).
        01 WS-RunDate PIC X(8).
        01 WS-AsOfDate PIC X(8).
        01 WS-TableLimit PIC 99 VALUE 20.
        01 WS-MaintTable.
            05 WS-Maint OCCURS 50 TIMES.
                10 WS-MT-KEY.
                    15 WS-MT-PRODUCT-LINE PIC X(3).
                    15 WS-MT-CHAR PIC X(2).
                    15 WS-MT-EFF-DATE PIC X(8).
                10 WS-MT-MIN PIC 9(4).
                10 WS-MT-MAX PIC 9(4).
                10 WS-MT-UNIT PIC X(4).
                10 WS-MT-SCALE PIC 9.
                10 WS-MT-ACTIVE PIC X.
        01 WS-MaintSwap PIC X(27).
        01 WS-MaintCount PIC 99 VALUE 0.
        01 WS-ActiveCount PIC 99 VALUE 0.
        01 WS-LoadOverflow PIC X VALUE 'N'.
        01 WS-CardTable.
            05 WS-Card OCCURS 50 TIMES.
                10 WS-CD-IMAGE PIC X(49).
                10 WS-CD-RESULT PIC X(60).
                10 WS-CD-BEFORE PIC X(26).
                10 WS-CD-AFTER PIC X(26).
                10 WS-CD-OK PIC X.
        01 WS-CardCount PIC 99 VALUE 0.
        01 WS-CardFull PIC X VALUE 'N'.
        01 WS-AcceptedCount PIC 99 VALUE 0.
        01 WS-RejectedCount PIC 99 VALUE 0.
        01 WS-WarningCount PIC 99 VALUE 0.
        01 WS-Rebuilt PIC X VALUE 'N'.
        01 WS-CardOk PIC X.
        01 WS-Reason PIC X(60).
        01 WS-Warning PIC X(60).
        01 WS-ImageRow.
            05 IR-PRODUCT-LINE PIC X(3).
            05 IR-CHAR PIC X(2).
            05 IR-MIN PIC 9(4).
            05 IR-MAX PIC 9(4).
            05 IR-UNIT PIC X(4).
            05 IR-SCALE PIC 9.
            05 IR-EFF-DATE PIC X(8).
        01 WS-CardMin PIC 9(4).
        01 WS-CardMax PIC 9(4).
        01 WS-CardScale PIC 9.
        01 WS-Mx PIC 99.
        01 WS-Lx PIC 99.
        01 WS-SameCount PIC 99.
        01 WS-LatestEff PIC X(8).
        01 WS-InForceEff PIC X(8).
        01 WS-ScaleDiv PIC 9(3).
        01 WS-ThMin PIC 9(4)V99.
        01 WS-ThMax PIC 9(4)V99.
        01 WS-RowStatus PIC X(10).
        01 m PIC 99.
        01 n PIC 99.
        01 x PIC 99.
        01 WS-CardHeading.
            05 FILLER PIC X(7) VALUE "ACTION".
            05 FILLER PIC X(5) VALUE "LINE".
            05 FILLER PIC X(4) VALUE "CH".
            05 FILLER PIC X(5) VALUE "MIN".
            05 FILLER PIC X(5) VALUE "MAX".
            05 FILLER PIC X(5) VALUE "UNIT".
            05 FILLER PIC X(2) VALUE "S".
            05 FILLER PIC X(10) VALUE "EFFECTIVE".
            05 FILLER PIC X(5) VALUE "ENG".
            05 FILLER PIC X(6) VALUE "APPR".
            05 FILLER PIC X(6) VALUE "RESULT".
        01 WS-CardDetail.
            05 CD-ACTION PIC X(6).
            05 FILLER PIC X VALUE SPACE.
            05 CD-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-CHAR PIC X(2).
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-MIN PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 CD-MAX PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 CD-UNIT PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 CD-SCALE PIC X.
            05 FILLER PIC X VALUE SPACE.
            05 CD-EFF-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-ENGINEER PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 CD-APPROVER PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-RESULT PIC X(60).
        01 WS-LimitHeading.
            05 FILLER PIC X(6) VALUE "LINE".
            05 FILLER PIC X(4) VALUE "CH".
            05 FILLER PIC X(10) VALUE "MINIMUM".
            05 FILLER PIC X(10) VALUE "MAXIMUM".
            05 FILLER PIC X(6) VALUE "UNIT".
            05 FILLER PIC X(6) VALUE "SCALE".
            05 FILLER PIC X(11) VALUE "EFFECTIVE".
            05 FILLER PIC X(10) VALUE "STATUS".
        01 WS-LimitDetail.
            05 LD-PRODUCT-LINE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 LD-CHAR PIC X(2).
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-MIN PIC ZZZ9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 LD-MAX PIC ZZZ9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 LD-UNIT PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 LD-SCALE PIC 9.
            05 FILLER PIC X(5) VALUE SPACES.
            05 LD-EFF-DATE PIC X(8).
            05 FILLER PIC X(3) VALUE SPACES.
            05 LD-STATUS PIC X(10).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
            MOVE WS-Timestamp(1:8) TO WS-RunDate
            PERFORM setAsOfDate
            PERFORM loadThresholds
            OPEN OUTPUT REPORT-FILE
            PERFORM writeReportHeader
            PERFORM checkExistingRows
            PERFORM applyTransactions
            PERFORM countActiveRows
            IF WS-ActiveCount > WS-TableLimit
                    AND WS-RejectedCount = 0
                    AND WS-AcceptedCount > 0
                PERFORM failOnTableSize
            END-IF
            PERFORM writeCardListing
            PERFORM sortMaintTable
            IF WS-RejectedCount = 0 AND WS-LoadOverflow = 'N'
                    AND WS-ActiveCount NOT > WS-TableLimit
                    AND WS-ActiveCount > 0
                PERFORM writeNewThresholds
                PERFORM writeChangeLog
                MOVE 'Y' TO WS-Rebuilt
            END-IF
            PERFORM writeLimitListing
            PERFORM writeReportTotals
            CLOSE REPORT-FILE
            DISPLAY "Transaction cards read: " WS-CardCount
            DISPLAY "Cards accepted: " WS-AcceptedCount
            DISPLAY "Cards rejected: " WS-RejectedCount
            DISPLAY "Limit table entries: " WS-ActiveCount
            IF WS-Rebuilt = 'Y'
                DISPLAY "THRESHLD rebuilt"
            ELSE
                DISPLAY "THRESHLD NOT rebuilt - no change made"
            END-IF
            IF WS-WarningCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-Rebuilt = 'N'
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

        setAsOfDate.
            MOVE WS-RunDate TO WS-AsOfDate
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                READ PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF MP-KEYWORD = "ASOF"
                                AND MP-DATE IS NUMERIC
                            MOVE MP-DATE TO WS-AsOfDate
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

        loadThresholds.
            MOVE 0 TO WS-MaintCount
            OPEN INPUT THRESHOLD-FILE
            IF WS-ThresholdStatus = "00"
                PERFORM UNTIL WS-ThresholdStatus NOT = "00"
                    READ THRESHOLD-FILE
                        AT END
                            MOVE "10" TO WS-ThresholdStatus
                        NOT AT END
                            PERFORM storeOneThreshold
                    END-READ
                END-PERFORM
                CLOSE THRESHOLD-FILE
            ELSE
                DISPLAY "NOTE: THRESHLD not available - status "
                        WS-ThresholdStatus
                        " - building the table from the cards"
            END-IF.

        storeOneThreshold.
            IF WS-MaintCount < 50
                ADD 1 TO WS-MaintCount
                MOVE TH-PRODUCT-LINE TO
                    WS-MT-PRODUCT-LINE(WS-MaintCount)
                MOVE TH-CHAR TO WS-MT-CHAR(WS-MaintCount)
                MOVE TH-EFF-DATE TO WS-MT-EFF-DATE(WS-MaintCount)
                MOVE TH-MIN TO WS-MT-MIN(WS-MaintCount)
                MOVE TH-MAX TO WS-MT-MAX(WS-MaintCount)
                MOVE TH-UNIT TO WS-MT-UNIT(WS-MaintCount)
                MOVE TH-SCALE TO WS-MT-SCALE(WS-MaintCount)
                MOVE 'Y' TO WS-MT-ACTIVE(WS-MaintCount)
            ELSE
                IF WS-LoadOverflow = 'N'
                    DISPLAY "ERROR: THRESHLD has more than 50 rows "
                            "- nothing can be rebuilt"
                    MOVE 'Y' TO WS-LoadOverflow
                END-IF
            END-IF.

        writeReportHeader.
            MOVE SPACES TO REPORT-LINE
            STRING "QC SPEC-LIMIT MAINTENANCE   RUN DATE: " WS-RunDate
                "   LIMITS LISTED AS OF: " WS-AsOfDate
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

        checkExistingRows.
            PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-MaintCount
                IF WS-MT-MIN(m) NOT < WS-MT-MAX(m)
                    MOVE "MINIMUM NOT BELOW MAXIMUM" TO WS-Warning
                    PERFORM writeExistingWarning
                END-IF
                PERFORM VARYING n FROM 1 BY 1 UNTIL n >= m
                    IF WS-MT-PRODUCT-LINE(n) = WS-MT-PRODUCT-LINE(m)
                            AND WS-MT-CHAR(n) = WS-MT-CHAR(m)
                        IF WS-MT-EFF-DATE(n) = WS-MT-EFF-DATE(m)
                            MOVE "DUPLICATE EFFECTIVE DATE"
                                TO WS-Warning
                            PERFORM writeExistingWarning
                        END-IF
                        IF WS-MT-UNIT(n) NOT = WS-MT-UNIT(m)
                                OR WS-MT-SCALE(n) NOT = WS-MT-SCALE(m)
                            MOVE SPACES TO WS-Warning
                            STRING "UNIT/SCALE DIFFERS FROM AN EARLIER "
                                "ROW" DELIMITED BY SIZE INTO WS-Warning
                            PERFORM writeExistingWarning
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM.

        writeExistingWarning.
            IF WS-WarningCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "WARNINGS ON THE CURRENT THRESHLD ROWS"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            ADD 1 TO WS-WarningCount
            MOVE SPACES TO REPORT-LINE
            STRING "  " WS-MT-PRODUCT-LINE(m) " " WS-MT-CHAR(m)
                " EFFECTIVE " WS-MT-EFF-DATE(m) " - " WS-Warning
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE.

        applyTransactions.
            OPEN INPUT TRANS-FILE
            IF WS-TransStatus = "00"
                PERFORM UNTIL WS-TransStatus NOT = "00"
                    READ TRANS-FILE
                        AT END
                            MOVE "10" TO WS-TransStatus
                        NOT AT END
                            IF THRESHOLD-CARD NOT = SPACES
                                PERFORM applyOneCard
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANS-FILE
            END-IF.

        applyOneCard.
            IF WS-CardCount >= 50
                IF WS-CardFull = 'N'
                    DISPLAY "ERROR: more than 50 transaction cards "
                            "- rerun with the rest"
                    MOVE 'Y' TO WS-CardFull
                END-IF
                ADD 1 TO WS-RejectedCount
            ELSE
                ADD 1 TO WS-CardCount
                MOVE THRESHOLD-CARD TO WS-CD-IMAGE(WS-CardCount)
                MOVE SPACES TO WS-CD-BEFORE(WS-CardCount)
                MOVE SPACES TO WS-CD-AFTER(WS-CardCount)
                MOVE 'Y' TO WS-CardOk
                MOVE SPACES TO WS-Reason
                MOVE SPACES TO WS-Warning
                PERFORM validateCard
                IF WS-CardOk = 'Y'
                    EVALUATE TC-ACTION
                        WHEN "ADD   "
                            PERFORM applyAdd
                        WHEN "CHANGE"
                            PERFORM applyChange
                        WHEN "EXPIRE"
                            PERFORM applyExpire
                    END-EVALUATE
                END-IF
                IF WS-CardOk = 'Y'
                    ADD 1 TO WS-AcceptedCount
                    MOVE 'Y' TO WS-CD-OK(WS-CardCount)
                    IF WS-Warning = SPACES
                        MOVE "ACCEPTED" TO WS-CD-RESULT(WS-CardCount)
                    ELSE
                        ADD 1 TO WS-WarningCount
                        MOVE SPACES TO WS-CD-RESULT(WS-CardCount)
                        STRING "ACCEPTED - " WS-Warning
                            DELIMITED BY SIZE
                            INTO WS-CD-RESULT(WS-CardCount)
                    END-IF
                ELSE
                    ADD 1 TO WS-RejectedCount
                    MOVE 'N' TO WS-CD-OK(WS-CardCount)
                    MOVE SPACES TO WS-CD-RESULT(WS-CardCount)
                    STRING "REJECTED - " WS-Reason
                        DELIMITED BY SIZE
                        INTO WS-CD-RESULT(WS-CardCount)
                END-IF
            END-IF.

        validateCard.
            IF TC-ACTION NOT = "ADD   " AND TC-ACTION NOT = "CHANGE"
                    AND TC-ACTION NOT = "EXPIRE"
                MOVE 'N' TO WS-CardOk
                MOVE "UNKNOWN ACTION" TO WS-Reason
            END-IF
            IF WS-CardOk = 'Y'
                IF TC-ENGINEER = SPACES OR TC-APPROVER = SPACES
                    MOVE 'N' TO WS-CardOk
                    MOVE SPACES TO WS-Reason
                    STRING "ENGINEER AND APPROVER CODES ARE BOTH "
                        "REQUIRED" DELIMITED BY SIZE INTO WS-Reason
                ELSE
                    IF TC-ENGINEER = TC-APPROVER
                        MOVE 'N' TO WS-CardOk
                        MOVE "APPROVER MUST NOT BE THE ENGINEER"
                            TO WS-Reason
                    END-IF
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                IF TC-PRODUCT-LINE = SPACES OR TC-CHAR = SPACES
                    MOVE 'N' TO WS-CardOk
                    MOVE "PRODUCT LINE AND CHARACTERISTIC REQUIRED"
                        TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                IF TC-EFF-DATE IS NOT NUMERIC
                    MOVE 'N' TO WS-CardOk
                    MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-Reason
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD
                            (FUNCTION NUMVAL(TC-EFF-DATE)) NOT = 0
                        MOVE 'N' TO WS-CardOk
                        MOVE "EFFECTIVE DATE NOT A VALID DATE"
                            TO WS-Reason
                    END-IF
                END-IF
            END-IF
            IF WS-CardOk = 'Y' AND TC-ACTION NOT = "EXPIRE"
                IF TC-MIN IS NOT NUMERIC OR TC-MAX IS NOT NUMERIC
                    MOVE 'N' TO WS-CardOk
                    MOVE "MINIMUM/MAXIMUM MUST BE 4 DIGITS"
                        TO WS-Reason
                ELSE
                    MOVE TC-MIN TO WS-CardMin
                    MOVE TC-MAX TO WS-CardMax
                    IF WS-CardMin NOT < WS-CardMax
                        MOVE 'N' TO WS-CardOk
                        MOVE "MINIMUM IS NOT BELOW THE MAXIMUM"
                            TO WS-Reason
                    END-IF
                END-IF
            END-IF
            IF WS-CardOk = 'Y' AND TC-ACTION = "ADD   "
                IF TC-UNIT = SPACES
                    MOVE 'N' TO WS-CardOk
                    MOVE "UNIT REQUIRED ON ADD" TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y' AND TC-SCALE NOT = SPACE
                IF TC-SCALE IS NOT NUMERIC OR TC-SCALE > "2"
                    MOVE 'N' TO WS-CardOk
                    MOVE "SCALE MUST BE 0, 1 OR 2" TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y' AND TC-ACTION = "ADD   "
                IF TC-SCALE = SPACE
                    MOVE 'N' TO WS-CardOk
                    MOVE "SCALE REQUIRED ON ADD" TO WS-Reason
                END-IF
            END-IF.

        findCardRow.
            MOVE 0 TO WS-Mx
            PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-MaintCount
                IF WS-MT-ACTIVE(m) = 'Y'
                        AND WS-MT-PRODUCT-LINE(m) = TC-PRODUCT-LINE
                        AND WS-MT-CHAR(m) = TC-CHAR
                        AND WS-MT-EFF-DATE(m) = TC-EFF-DATE
                    MOVE m TO WS-Mx
                END-IF
            END-PERFORM.

        findLatestRow.
            MOVE 0 TO WS-Lx
            MOVE 0 TO WS-SameCount
            MOVE SPACES TO WS-LatestEff
            PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-MaintCount
                IF WS-MT-ACTIVE(m) = 'Y'
                        AND WS-MT-PRODUCT-LINE(m) = TC-PRODUCT-LINE
                        AND WS-MT-CHAR(m) = TC-CHAR
                    ADD 1 TO WS-SameCount
                    IF WS-MT-EFF-DATE(m) >= WS-LatestEff
                        MOVE WS-MT-EFF-DATE(m) TO WS-LatestEff
                        MOVE m TO WS-Lx
                    END-IF
                END-IF
            END-PERFORM.

        applyAdd.
            MOVE TC-SCALE TO WS-CardScale
            PERFORM findLatestRow
            IF WS-Lx > 0
                IF TC-EFF-DATE = WS-LatestEff
                    MOVE 'N' TO WS-CardOk
                    MOVE SPACES TO WS-Reason
                    STRING "EFFECTIVE DATE ALREADY ON FILE FOR THIS "
                        "LINE/CHAR" DELIMITED BY SIZE INTO WS-Reason
                ELSE
                    IF TC-EFF-DATE < WS-LatestEff
                        MOVE 'N' TO WS-CardOk
                        STRING "EFFECTIVE DATE BEFORE THE LATEST ROW "
                            WS-LatestEff
                            DELIMITED BY SIZE INTO WS-Reason
                    END-IF
                END-IF
                IF WS-CardOk = 'Y'
                    IF TC-UNIT NOT = WS-MT-UNIT(WS-Lx)
                            OR WS-CardScale NOT = WS-MT-SCALE(WS-Lx)
                        MOVE 'N' TO WS-CardOk
                        STRING "UNIT/SCALE DIFFERS FROM ROWS ON FILE ("
                            WS-MT-UNIT(WS-Lx) " "
                            WS-MT-SCALE(WS-Lx) ")"
                            DELIMITED BY SIZE INTO WS-Reason
                    END-IF
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                IF WS-MaintCount >= 50
                    MOVE 'N' TO WS-CardOk
                    MOVE "WORK TABLE FULL" TO WS-Reason
                ELSE
                    ADD 1 TO WS-MaintCount
                    MOVE TC-PRODUCT-LINE TO
                        WS-MT-PRODUCT-LINE(WS-MaintCount)
                    MOVE TC-CHAR TO WS-MT-CHAR(WS-MaintCount)
                    MOVE TC-EFF-DATE TO
                        WS-MT-EFF-DATE(WS-MaintCount)
                    MOVE WS-CardMin TO WS-MT-MIN(WS-MaintCount)
                    MOVE WS-CardMax TO WS-MT-MAX(WS-MaintCount)
                    MOVE TC-UNIT TO WS-MT-UNIT(WS-MaintCount)
                    MOVE WS-CardScale TO WS-MT-SCALE(WS-MaintCount)
                    MOVE 'Y' TO WS-MT-ACTIVE(WS-MaintCount)
                    MOVE WS-MaintCount TO x
                    PERFORM buildImageRow
                    MOVE WS-ImageRow TO WS-CD-AFTER(WS-CardCount)
                END-IF
            END-IF.

        applyChange.
            PERFORM findCardRow
            IF WS-Mx = 0
                MOVE 'N' TO WS-CardOk
                MOVE "NO ROW ON FILE FOR THIS LINE/CHAR/DATE"
                    TO WS-Reason
            ELSE
                IF TC-UNIT NOT = SPACES
                        AND TC-UNIT NOT = WS-MT-UNIT(WS-Mx)
                    MOVE 'N' TO WS-CardOk
                    MOVE "UNIT CANNOT CHANGE ON AN EXISTING ROW"
                        TO WS-Reason
                END-IF
                IF TC-SCALE NOT = SPACE
                    MOVE TC-SCALE TO WS-CardScale
                    IF WS-CardScale NOT = WS-MT-SCALE(WS-Mx)
                        MOVE 'N' TO WS-CardOk
                        MOVE "SCALE CANNOT CHANGE ON AN EXISTING ROW"
                            TO WS-Reason
                    END-IF
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                MOVE WS-Mx TO x
                PERFORM buildImageRow
                MOVE WS-ImageRow TO WS-CD-BEFORE(WS-CardCount)
                MOVE WS-CardMin TO WS-MT-MIN(WS-Mx)
                MOVE WS-CardMax TO WS-MT-MAX(WS-Mx)
                PERFORM buildImageRow
                MOVE WS-ImageRow TO WS-CD-AFTER(WS-CardCount)
                PERFORM noteInForceWarning
            END-IF.

        applyExpire.
            PERFORM findCardRow
            IF WS-Mx = 0
                MOVE 'N' TO WS-CardOk
                MOVE "NO ROW ON FILE FOR THIS LINE/CHAR/DATE"
                    TO WS-Reason
            ELSE
                MOVE WS-Mx TO x
                PERFORM buildImageRow
                MOVE WS-ImageRow TO WS-CD-BEFORE(WS-CardCount)
                MOVE 'N' TO WS-MT-ACTIVE(WS-Mx)
                PERFORM noteInForceWarning
            END-IF.

        noteInForceWarning.
            IF TC-EFF-DATE <= WS-RunDate
                MOVE "ROW ALREADY IN EFFECT - PAST VERDICTS CHANGE"
                    TO WS-Warning
            END-IF.

        buildImageRow.
            MOVE WS-MT-PRODUCT-LINE(x) TO IR-PRODUCT-LINE
            MOVE WS-MT-CHAR(x) TO IR-CHAR
            MOVE WS-MT-MIN(x) TO IR-MIN
            MOVE WS-MT-MAX(x) TO IR-MAX
            MOVE WS-MT-UNIT(x) TO IR-UNIT
            MOVE WS-MT-SCALE(x) TO IR-SCALE
            MOVE WS-MT-EFF-DATE(x) TO IR-EFF-DATE.

        countActiveRows.
            MOVE 0 TO WS-ActiveCount
            PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-MaintCount
                IF WS-MT-ACTIVE(m) = 'Y'
                    ADD 1 TO WS-ActiveCount
                END-IF
            END-PERFORM.

        failOnTableSize.
            DISPLAY "ERROR: the rebuilt table would hold "
                    WS-ActiveCount " rows - the QC programs load "
                    "only " WS-TableLimit
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-CardCount
                IF WS-CD-OK(n) = 'Y'
                    MOVE 'N' TO WS-CD-OK(n)
                    MOVE SPACES TO WS-CD-RESULT(n)
                    STRING "REJECTED - TABLE WOULD EXCEED "
                        WS-TableLimit " ENTRIES"
                        DELIMITED BY SIZE INTO WS-CD-RESULT(n)
                    ADD 1 TO WS-RejectedCount
                    SUBTRACT 1 FROM WS-AcceptedCount
                END-IF
            END-PERFORM.

        writeCardListing.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "TRANSACTION CARDS"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-CardHeading TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-CardCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "  NO TRANSACTION CARDS SUPPLIED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-CardCount
                MOVE WS-CD-IMAGE(n) TO THRESHOLD-CARD
                MOVE TC-ACTION TO CD-ACTION
                MOVE TC-PRODUCT-LINE TO CD-PRODUCT-LINE
                MOVE TC-CHAR TO CD-CHAR
                MOVE TC-MIN TO CD-MIN
                MOVE TC-MAX TO CD-MAX
                MOVE TC-UNIT TO CD-UNIT
                MOVE TC-SCALE TO CD-SCALE
                MOVE TC-EFF-DATE TO CD-EFF-DATE
                MOVE TC-ENGINEER TO CD-ENGINEER
                MOVE TC-APPROVER TO CD-APPROVER
                MOVE WS-CD-RESULT(n) TO CD-RESULT
                MOVE SPACES TO REPORT-LINE
                MOVE WS-CardDetail TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

        sortMaintTable.
            PERFORM VARYING m FROM 1 BY 1 UNTIL m >= WS-MaintCount
                PERFORM VARYING n FROM 1 BY 1
                        UNTIL n > WS-MaintCount - m
                    IF WS-MT-KEY(n) > WS-MT-KEY(n + 1)
                        MOVE WS-Maint(n) TO WS-MaintSwap
                        MOVE WS-Maint(n + 1) TO WS-Maint(n)
                        MOVE WS-MaintSwap TO WS-Maint(n + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

        writeNewThresholds.
            OPEN OUTPUT NEWTHR-FILE
            PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-MaintCount
                IF WS-MT-ACTIVE(x) = 'Y'
                    PERFORM buildImageRow
                    WRITE NEWTHR-RECORD FROM WS-ImageRow
                END-IF
            END-PERFORM
            CLOSE NEWTHR-FILE.

        writeChangeLog.
            IF WS-AcceptedCount > 0
                OPEN EXTEND LOG-FILE
                IF WS-LogStatus = "35"
                    OPEN OUTPUT LOG-FILE
                END-IF
                PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-CardCount
                    IF WS-CD-OK(n) = 'Y'
                        MOVE WS-CD-IMAGE(n) TO THRESHOLD-CARD
                        MOVE WS-Timestamp TO TL-TIMESTAMP
                        MOVE TC-ACTION TO TL-ACTION
                        MOVE TC-ENGINEER TO TL-ENGINEER
                        MOVE TC-APPROVER TO TL-APPROVER
                        MOVE WS-CD-BEFORE(n) TO TL-BEFORE
                        MOVE WS-CD-AFTER(n) TO TL-AFTER
                        WRITE LOG-RECORD
                    END-IF
                END-PERFORM
                CLOSE LOG-FILE
            END-IF.

        writeLimitListing.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-Rebuilt = 'Y'
                STRING "LIMITS ON THE REBUILT THRESHLD AS OF "
                    WS-AsOfDate
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "LIMITS ON THE CURRENT THRESHLD AS OF "
                    WS-AsOfDate " (UNCHANGED)"
                    DELIMITED BY SIZE INTO REPORT-LINE
                PERFORM restoreCurrentTable
            END-IF
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-LimitHeading TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-MaintCount
                IF WS-MT-ACTIVE(x) = 'Y'
                    PERFORM writeOneLimit
                END-IF
            END-PERFORM.

        restoreCurrentTable.
            PERFORM loadThresholds
            PERFORM sortMaintTable
            PERFORM countActiveRows.

        writeOneLimit.
            MOVE SPACES TO WS-InForceEff
            PERFORM VARYING m FROM 1 BY 1 UNTIL m > WS-MaintCount
                IF WS-MT-ACTIVE(m) = 'Y'
                        AND WS-MT-PRODUCT-LINE(m) =
                            WS-MT-PRODUCT-LINE(x)
                        AND WS-MT-CHAR(m) = WS-MT-CHAR(x)
                        AND WS-MT-EFF-DATE(m) <= WS-AsOfDate
                        AND WS-MT-EFF-DATE(m) >= WS-InForceEff
                    MOVE WS-MT-EFF-DATE(m) TO WS-InForceEff
                END-IF
            END-PERFORM
            IF WS-MT-EFF-DATE(x) > WS-AsOfDate
                MOVE "PENDING" TO WS-RowStatus
            ELSE
                IF WS-MT-EFF-DATE(x) = WS-InForceEff
                    MOVE "IN FORCE" TO WS-RowStatus
                ELSE
                    MOVE "SUPERSEDED" TO WS-RowStatus
                END-IF
            END-IF
            EVALUATE WS-MT-SCALE(x)
                WHEN 1
                    MOVE 10 TO WS-ScaleDiv
                WHEN 2
                    MOVE 100 TO WS-ScaleDiv
                WHEN OTHER
                    MOVE 1 TO WS-ScaleDiv
            END-EVALUATE
            COMPUTE WS-ThMin ROUNDED = WS-MT-MIN(x) / WS-ScaleDiv
            COMPUTE WS-ThMax ROUNDED = WS-MT-MAX(x) / WS-ScaleDiv
            MOVE WS-MT-PRODUCT-LINE(x) TO LD-PRODUCT-LINE
            MOVE WS-MT-CHAR(x) TO LD-CHAR
            MOVE WS-ThMin TO LD-MIN
            MOVE WS-ThMax TO LD-MAX
            MOVE WS-MT-UNIT(x) TO LD-UNIT
            MOVE WS-MT-SCALE(x) TO LD-SCALE
            MOVE WS-MT-EFF-DATE(x) TO LD-EFF-DATE
            MOVE WS-RowStatus TO LD-STATUS
            MOVE SPACES TO REPORT-LINE
            MOVE WS-LimitDetail TO REPORT-LINE
            WRITE REPORT-LINE.

        writeReportTotals.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CARDS READ: " WS-CardCount
                "   ACCEPTED: " WS-AcceptedCount
                "   REJECTED: " WS-RejectedCount
                "   TABLE ENTRIES: " WS-ActiveCount
                " OF " WS-TableLimit
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-Rebuilt = 'Y'
                STRING "THRESHLD REBUILT - CHANGES LOGGED TO THRLOG"
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "THRESHLD NOT REBUILT - CORRECT THE REJECTED "
                    "CARDS AND RESUBMIT THE WHOLE DECK"
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
            WRITE REPORT-LINE.
        END PROGRAM ThreshMaint.
