        IDENTIFICATION DIVISION.
        PROGRAM-ID. LotRecalc.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CARD-FILE ASSIGN TO "RCLIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CardStatus.
            SELECT RCLHIST-FILE ASSIGN TO "RCLHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RclhistStatus.
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ThresholdStatus.
            SELECT RAW-FILE ASSIGN TO "RAWREAD"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RW-KEY
                FILE STATUS IS WS-RawStatus.
            SELECT HISTORY-FILE ASSIGN TO "HISTORY"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS RANDOM
                RELATIVE KEY IS WS-HistoryRrn
                FILE STATUS IS WS-HistoryStatus.
            SELECT HISTIDX-FILE ASSIGN TO "HISTIDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HX-KEY
                FILE STATUS IS WS-HistidxStatus.
            SELECT MASTER-FILE ASSIGN TO "LOTMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS LM-KEY
                FILE STATUS IS WS-MasterStatus.
            SELECT CORRPEND-FILE ASSIGN TO "CORRPEND"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CorrpendStatus.
            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AuditStatus.
            SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HoldStatus.
            SELECT REPORT-FILE ASSIGN TO "RCLRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CARD-FILE.
        01 RECALC-CARD.
            05 RC-KEY-IMAGE.
                10 RC-TYPE PIC X(4).
                10 FILLER PIC X.
                10 RC-STATION PIC X(2).
                10 FILLER PIC X.
                10 RC-FROM-DATE PIC X(8).
                10 FILLER PIC X.
                10 RC-TO-DATE PIC X(8).
                10 FILLER PIC X.
                10 RC-VALUE PIC X(10).
            05 FILLER PIC X.
            05 RC-AUTH PIC X(4).
            05 FILLER PIC X.
            05 RC-REASON PIC X(20).

        FD RCLHIST-FILE.
        01 RCLHIST-RECORD.
            05 RH-TIMESTAMP PIC X(14).
            05 RH-CARD.
                10 RH-KEY-IMAGE PIC X(36).
                10 FILLER PIC X(26).
            05 RH-READINGS PIC 9(5).

        FD THRESHOLD-FILE.
        01 THRESHOLD-RECORD.
            05 TH-PRODUCT-LINE PIC X(3).
            05 TH-CHAR PIC X(2).
            05 TH-MIN PIC 9(4).
            05 TH-MAX PIC 9(4).
            05 TH-UNIT PIC X(4).
            05 TH-SCALE PIC 9.
            05 TH-EFF-DATE PIC X(8).

        FD RAW-FILE.
        01 RAW-RECORD.
            05 RW-KEY.
                10 RW-LOT-ID PIC X(6).
                10 RW-CHAR PIC X(2).
                10 RW-TEST-SEQ PIC 9(3).
                10 RW-STATION PIC X(2).
                10 RW-POSITION PIC 99.
            05 RW-PRODUCT-LINE PIC X(3).
            05 RW-BUS-DATE PIC X(8).
            05 RW-TIMESTAMP PIC X(14).
            05 RW-VALUE PIC 9(4)V99.
            05 RW-ORIG-VALUE PIC 9(4)V99.
            05 RW-CORR-COUNT PIC 99.

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

        FD HISTIDX-FILE.
        01 HISTIDX-RECORD.
            05 HX-KEY.
                10 HX-LOT-ID PIC X(6).
                10 HX-CHAR PIC X(2).
                10 HX-TIMESTAMP PIC X(14).
                10 HX-RRN PIC 9(8).

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

        FD CORRPEND-FILE.
        01 CORRPEND-RECORD.
            05 CO-REC-TYPE PIC X.
            05 CO-OLD-LOT-ID PIC X(6).
            05 CO-NEW-LOT-ID PIC X(6).
            05 CO-NEW-LINE PIC X(3).
            05 CO-CHAR PIC X(2).
            05 CO-RESTATE-DATE PIC X(8).
            05 FILLER PIC X(2).

        FD AUDIT-FILE.
        01 AUDIT-RECORD.
            05 AL-TIMESTAMP PIC X(14).
            05 AL-ACTION PIC X(4).
            05 AL-LOT-ID PIC X(6).
            05 AL-AUTH PIC X(4).
            05 AL-REASON PIC X(20).
            05 AL-BEFORE PIC X(55).
            05 AL-AFTER PIC X(55).

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

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-CardStatus PIC XX.
        01 WS-RclhistStatus PIC XX.
        01 WS-ThresholdStatus PIC XX.
        01 WS-RawStatus PIC XX.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-HistidxEof PIC X.
        01 WS-MasterStatus PIC XX.
        01 WS-CorrpendStatus PIC XX.
        01 WS-AuditStatus PIC XX.
        01 WS-HoldStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-Timestamp PIC X(14).
        01 WS-RunDate PIC X(8).
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
        01 WS-CorrTable.
            05 WS-Corr OCCURS 20 TIMES.
                10 WS-CR-CARD PIC X(62).
                10 WS-CR-TYPE PIC X(4).
                10 WS-CR-STATION PIC X(2).
                10 WS-CR-FROM-DATE PIC X(8).
                10 WS-CR-TO-DATE PIC X(8).
                10 WS-CR-VALUE PIC S9(5)V9(4).
                10 WS-CR-AUTH PIC X(4).
                10 WS-CR-REASON PIC X(20).
                10 WS-CR-OK PIC X.
                10 WS-CR-RESULT PIC X(40).
                10 WS-CR-HITS PIC 9(5).
        01 WS-CorrCount PIC 99 VALUE 0.
        01 WS-CorrFull PIC X VALUE 'N'.
        01 WS-GoodCards PIC 99 VALUE 0.
        01 WS-FailedCount PIC 99 VALUE 0.
        01 WS-CardOk PIC X.
        01 WS-Reason PIC X(40).
        01 WS-CorrValue PIC S9(5)V9(4).
        01 WS-NewValue PIC S9(5)V99.
        01 WS-LotTable.
            05 WS-Lot OCCURS 500 TIMES.
                10 WS-LT-LOT-ID PIC X(6).
                10 WS-LT-CHAR PIC X(2).
                10 WS-LT-TEST-SEQ PIC 9(3).
                10 WS-LT-CARD PIC 99.
                10 WS-LT-PRODUCT-LINE PIC X(3).
                10 WS-LT-TIMESTAMP PIC X(14).
                10 WS-LT-COUNT PIC 99.
                10 WS-LT-SMALLEST PIC 9(4)V99.
                10 WS-LT-LARGEST PIC 9(4)V99.
                10 WS-LT-MODE PIC 9(4)V99.
                10 WS-LT-AVERAGE PIC 9(4)V99.
                10 WS-LT-MEDIAN PIC 9(4)V99.
                10 WS-LT-STDDEV PIC 9(4)V99.
                10 WS-LT-CP PIC 99V99.
                10 WS-LT-CPK PIC 99V99.
                10 WS-LT-THRESHOLD-FOUND PIC X.
                10 WS-LT-MIN PIC 9(4)V99.
                10 WS-LT-MAX PIC 9(4)V99.
                10 WS-LT-OUTOFSPEC PIC X.
                10 WS-LT-OLD-SMALLEST PIC 9(4)V99.
                10 WS-LT-OLD-LARGEST PIC 9(4)V99.
                10 WS-LT-OLD-AVERAGE PIC 9(4)V99.
                10 WS-LT-OLD-OUTOFSPEC PIC X.
                10 WS-LT-HIST-FOUND PIC X.
                10 WS-LT-VOID PIC X.
                10 WS-LT-MASTER PIC X.
        01 WS-LotCount PIC 9(3) VALUE 0.
        01 WS-LotFull PIC X VALUE 'N'.
        01 WS-RawEof PIC X.
        01 WS-Matched PIC X.
        01 WS-FirstCard PIC 99.
        01 WS-RawBefore PIC X(54).
        01 WS-ReadingsChanged PIC 9(5) VALUE 0.
        01 WS-ReadingsSkipped PIC 9(5) VALUE 0.
        01 WS-HistUpdated PIC 9(5) VALUE 0.
        01 WS-HistMissing PIC 9(5) VALUE 0.
        01 WS-MasterUpdated PIC 9(5) VALUE 0.
        01 WS-CorrQueued PIC 9(5) VALUE 0.
        01 WS-HoldCount PIC 9(5) VALUE 0.
        01 WS-BeforeImage PIC X(55).
        01 WS-AfterImage PIC X(55).
        01 WS-HistImage.
            05 HI-CHAR PIC X(2).
            05 HI-TIMESTAMP PIC X(14).
            05 HI-SMALLEST PIC 9(4)V99.
            05 HI-LARGEST PIC 9(4)V99.
            05 HI-AVERAGE PIC 9(4)V99.
            05 HI-STDDEV PIC 9(4)V99.
            05 HI-CP PIC 99V99.
            05 HI-CPK PIC 99V99.
            05 HI-OUTOFSPEC PIC X.
            05 FILLER PIC X(6) VALUE SPACES.
        01 WS-AuditAction PIC X(4).
        01 WS-OldVerdict PIC X(8).
        01 WS-NewVerdict PIC X(8).
        01 WS-LotNote PIC X(28).
        01 x PIC 9(3).
        01 r PIC 99.
        01 r2 PIC 99.
        01 WS-Table.
            05 WS-READING-COUNT PIC 99.
            05 WS-A PIC 9(4)V99 VALUE 0 OCCURS 20 TIMES.
        01 WS-PRODUCT-LINE PIC X(3).
        01 WS-CurrChar PIC X(2).
        01 i PIC 99.
        01 j PIC 99.
        01 m PIC 99.
        01 t PIC 99.
        01 smallest PIC 9(4)V99.
        01 largest PIC 9(4)V99.
        01 modeValue PIC 9(4)V99.
        01 maxCount PIC 99.
        01 currCount PIC 99.
        01 average PIC 9(4)V99.
        01 median PIC 9(4)V99.
        01 WS-Sum PIC 9(7)V99.
        01 WS-Sorted PIC 9(4)V99 OCCURS 20 TIMES.
        01 WS-Temp PIC 9(4)V99.
        01 WS-Mid PIC 99.
        01 WS-ModeList PIC 9(4)V99 OCCURS 20 TIMES.
        01 WS-ModeListCount PIC 99.
        01 WS-MultipleModes PIC X.
        01 WS-Found PIC X.
        01 WS-StdDev PIC 9(4)V99.
        01 WS-Dev PIC S9(4)V99.
        01 WS-DevSum PIC 9(11)V9999.
        01 WS-Cp PIC 99V99.
        01 WS-Cpk PIC 99V99.
        01 WS-CpkUpper PIC S9(4)V99.
        01 WS-CpkLower PIC S9(4)V99.
        01 WS-SixSigma PIC 9(5)V99.
        01 WS-ThreeSigma PIC 9(5)V99.
        01 WS-CapabilityDone PIC X.
        01 WS-ThMin PIC 9(4)V99.
        01 WS-ThMax PIC 9(4)V99.
        01 WS-ThUnit PIC X(4).
        01 WS-ThScale PIC 9.
        01 WS-ScaleDiv PIC 9(3).
        01 WS-ThresholdFound PIC X.
        01 WS-ThEffDate PIC X(8).
        01 WS-AsOfDate PIC X(8).
        01 WS-OutOfSpec PIC X.
        01 WS-CardHeading.
            05 FILLER PIC X(64) VALUE "CORRECTION CARD".
            05 FILLER PIC X(10) VALUE "READINGS".
            05 FILLER PIC X(6) VALUE "RESULT".
        01 WS-CardDetail.
            05 CD-CARD PIC X(62).
            05 FILLER PIC X(2) VALUE SPACES.
            05 CD-HITS PIC ZZZZ9.
            05 FILLER PIC X(5) VALUE SPACES.
            05 CD-RESULT PIC X(40).
        01 WS-LotHeading.
            05 FILLER PIC X(8) VALUE "LOT ID".
            05 FILLER PIC X(4) VALUE "CH".
            05 FILLER PIC X(16) VALUE "TESTED".
            05 FILLER PIC X(27) VALUE "WAS  SMALL  LARGE  AVERAGE".
            05 FILLER PIC X(27) VALUE "NOW  SMALL  LARGE  AVERAGE".
            05 FILLER PIC X(9) VALUE "WAS".
            05 FILLER PIC X(9) VALUE "NOW".
            05 FILLER PIC X(4) VALUE "NOTE".
        01 WS-LotDetail.
            05 RD-LOT-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 RD-CHAR PIC X(2).
            05 FILLER PIC X(2) VALUE SPACES.
            05 RD-TIMESTAMP PIC X(14).
            05 FILLER PIC X(2) VALUE SPACES.
            05 RD-OLD-SMALLEST PIC ZZZ9.99.
            05 FILLER PIC X VALUE SPACE.
            05 RD-OLD-LARGEST PIC ZZZ9.99.
            05 FILLER PIC X VALUE SPACE.
            05 RD-OLD-AVERAGE PIC ZZZ9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 RD-NEW-SMALLEST PIC ZZZ9.99.
            05 FILLER PIC X VALUE SPACE.
            05 RD-NEW-LARGEST PIC ZZZ9.99.
            05 FILLER PIC X VALUE SPACE.
            05 RD-NEW-AVERAGE PIC ZZZ9.99.
            05 FILLER PIC X(3) VALUE SPACES.
            05 RD-OLD-VERDICT PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 RD-NEW-VERDICT PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 RD-NOTE PIC X(28).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
            MOVE WS-Timestamp(1:8) TO WS-RunDate
            PERFORM loadThresholds
            PERFORM loadCorrections
            OPEN OUTPUT REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "QC READING CORRECTION AND RECOMPUTE   RUN DATE: "
                WS-RunDate
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            OPEN I-O RAW-FILE
            IF WS-RawStatus NOT = "00"
                DISPLAY "CONTROL ERROR: RAWREAD could not be opened - "
                        "status " WS-RawStatus " - run abandoned"
                CLOSE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-GoodCards > 0
                PERFORM collectAffectedLots
            END-IF
            IF WS-LotFull = 'Y'
                DISPLAY "CONTROL ERROR: corrections touch more than "
                        "500 lot tests - narrow the date range; "
                        "nothing changed"
                PERFORM writeCardListing
                CLOSE RAW-FILE
                CLOSE REPORT-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM openAudit
            IF WS-LotCount > 0
                PERFORM applyCorrections
                PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                    PERFORM recomputeOneLot
                END-PERFORM
            END-IF
            CLOSE RAW-FILE
            PERFORM rewriteHistory
            IF WS-LotCount > 0
                OPEN I-O MASTER-FILE
                PERFORM openCorrpend
                PERFORM openHold
                PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                    PERFORM finishOneLot
                END-PERFORM
                CLOSE MASTER-FILE
                CLOSE CORRPEND-FILE
                CLOSE HOLD-FILE
            END-IF
            CLOSE AUDIT-FILE
            PERFORM recordAppliedCards
            PERFORM writeCardListing
            PERFORM writeLotListing
            PERFORM writeReportTotals
            CLOSE REPORT-FILE
            DISPLAY "Correction cards applied: " WS-GoodCards
            DISPLAY "Correction cards failed: " WS-FailedCount
            DISPLAY "Readings corrected: " WS-ReadingsChanged
            DISPLAY "Lot tests recomputed: " WS-LotCount
            DISPLAY "History rows restated: " WS-HistUpdated
            DISPLAY "Lots newly out of spec and held: " WS-HoldCount
            IF WS-FailedCount > 0 OR WS-ReadingsSkipped > 0
                    OR WS-HistMissing > 0 OR WS-HoldCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

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

        loadCorrections.
            MOVE 0 TO WS-CorrCount
            OPEN INPUT CARD-FILE
            IF WS-CardStatus = "00"
                PERFORM UNTIL WS-CardStatus NOT = "00"
                    READ CARD-FILE
                        AT END
                            MOVE "10" TO WS-CardStatus
                        NOT AT END
                            IF RECALC-CARD NOT = SPACES
                                PERFORM storeOneCorrection
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CARD-FILE
            END-IF.

        storeOneCorrection.
            IF WS-CorrCount >= 20
                IF WS-CorrFull = 'N'
                    DISPLAY "ERROR: more than 20 correction cards - "
                            "extras skipped, rerun with the rest"
                    MOVE 'Y' TO WS-CorrFull
                END-IF
                ADD 1 TO WS-FailedCount
            ELSE
                ADD 1 TO WS-CorrCount
                MOVE WS-CorrCount TO r
                PERFORM validateCorrection
                MOVE RECALC-CARD TO WS-CR-CARD(r)
                MOVE RC-TYPE TO WS-CR-TYPE(r)
                MOVE RC-STATION TO WS-CR-STATION(r)
                MOVE RC-FROM-DATE TO WS-CR-FROM-DATE(r)
                MOVE RC-TO-DATE TO WS-CR-TO-DATE(r)
                MOVE WS-CorrValue TO WS-CR-VALUE(r)
                MOVE RC-AUTH TO WS-CR-AUTH(r)
                MOVE RC-REASON TO WS-CR-REASON(r)
                MOVE 0 TO WS-CR-HITS(r)
                MOVE WS-CardOk TO WS-CR-OK(r)
                IF WS-CardOk = 'Y'
                    ADD 1 TO WS-GoodCards
                    MOVE "APPLIED" TO WS-CR-RESULT(r)
                ELSE
                    ADD 1 TO WS-FailedCount
                    MOVE WS-Reason TO WS-CR-RESULT(r)
                    DISPLAY "Correction rejected - " WS-Reason ": "
                            RECALC-CARD
                END-IF
            END-IF.

        validateCorrection.
            MOVE 'Y' TO WS-CardOk
            MOVE SPACES TO WS-Reason
            MOVE 0 TO WS-CorrValue
            IF RC-TYPE NOT = "OFFS" AND RC-TYPE NOT = "FACT"
                MOVE 'N' TO WS-CardOk
                MOVE "REJECTED - TYPE MUST BE OFFS OR FACT"
                    TO WS-Reason
            END-IF
            IF WS-CardOk = 'Y'
                    AND (RC-STATION = SPACES OR RC-AUTH = SPACES)
                MOVE 'N' TO WS-CardOk
                MOVE "REJECTED - STATION AND AUTHORISER REQUIRED"
                    TO WS-Reason
            END-IF
            IF WS-CardOk = 'Y'
                IF RC-FROM-DATE IS NOT NUMERIC
                        OR RC-TO-DATE IS NOT NUMERIC
                    MOVE 'N' TO WS-CardOk
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD
                            (FUNCTION NUMVAL(RC-FROM-DATE)) NOT = 0
                            OR FUNCTION TEST-DATE-YYYYMMDD
                            (FUNCTION NUMVAL(RC-TO-DATE)) NOT = 0
                            OR RC-FROM-DATE > RC-TO-DATE
                        MOVE 'N' TO WS-CardOk
                    END-IF
                END-IF
                IF WS-CardOk = 'N'
                    MOVE "REJECTED - INVALID DATE RANGE" TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                IF RC-VALUE = SPACES
                    MOVE 'N' TO WS-CardOk
                ELSE
                    IF FUNCTION TEST-NUMVAL(RC-VALUE) NOT = 0
                        MOVE 'N' TO WS-CardOk
                    ELSE
                        COMPUTE WS-CorrValue =
                            FUNCTION NUMVAL(RC-VALUE)
                        IF RC-TYPE = "OFFS" AND WS-CorrValue = 0
                            MOVE 'N' TO WS-CardOk
                        END-IF
                        IF RC-TYPE = "FACT" AND (WS-CorrValue <= 0
                                OR WS-CorrValue = 1)
                            MOVE 'N' TO WS-CardOk
                        END-IF
                    END-IF
                END-IF
                IF WS-CardOk = 'N'
                    MOVE "REJECTED - INVALID CORRECTION VALUE"
                        TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                PERFORM checkAlreadyApplied
            END-IF
            IF WS-CardOk = 'Y'
                PERFORM VARYING r2 FROM 1 BY 1 UNTIL r2 >= r
                    IF WS-CR-OK(r2) = 'Y'
                            AND WS-CR-CARD(r2)(1:36) = RC-KEY-IMAGE
                        MOVE 'N' TO WS-CardOk
                        MOVE "REJECTED - DUPLICATE CARD IN THIS DECK"
                            TO WS-Reason
                    END-IF
                END-PERFORM
            END-IF.

        checkAlreadyApplied.
            OPEN INPUT RCLHIST-FILE
            IF WS-RclhistStatus = "00"
                PERFORM UNTIL WS-RclhistStatus NOT = "00"
                    READ RCLHIST-FILE
                        AT END
                            MOVE "10" TO WS-RclhistStatus
                        NOT AT END
                            IF RH-KEY-IMAGE = RC-KEY-IMAGE
                                MOVE 'N' TO WS-CardOk
                                MOVE SPACES TO WS-Reason
                                STRING "REJECTED - ALREADY APPLIED "
                                    RH-TIMESTAMP(1:8)
                                    DELIMITED BY SIZE INTO WS-Reason
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RCLHIST-FILE
            END-IF.

        matchCorrections.
            MOVE 'N' TO WS-Matched
            MOVE 0 TO WS-FirstCard
            PERFORM VARYING r FROM 1 BY 1 UNTIL r > WS-CorrCount
                IF WS-CR-OK(r) = 'Y'
                        AND WS-CR-STATION(r) = RW-STATION
                        AND RW-BUS-DATE >= WS-CR-FROM-DATE(r)
                        AND RW-BUS-DATE <= WS-CR-TO-DATE(r)
                    MOVE 'Y' TO WS-Matched
                    IF WS-FirstCard = 0
                        MOVE r TO WS-FirstCard
                    END-IF
                END-IF
            END-PERFORM.

        startRawScan.
            MOVE LOW-VALUES TO RW-KEY
            START RAW-FILE KEY IS >= RW-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-RawEof
                NOT INVALID KEY
                    MOVE 'N' TO WS-RawEof
            END-START.

        collectAffectedLots.
            MOVE 0 TO WS-LotCount
            PERFORM startRawScan
            PERFORM UNTIL WS-RawEof = 'Y' OR WS-LotFull = 'Y'
                READ RAW-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-RawEof
                    NOT AT END
                        PERFORM matchCorrections
                        IF WS-Matched = 'Y'
                            PERFORM noteAffectedLot
                        END-IF
                END-READ
            END-PERFORM.

        noteAffectedLot.
            MOVE 'Y' TO WS-Found
            IF WS-LotCount > 0
                IF WS-LT-LOT-ID(WS-LotCount) = RW-LOT-ID
                        AND WS-LT-CHAR(WS-LotCount) = RW-CHAR
                        AND WS-LT-TEST-SEQ(WS-LotCount) = RW-TEST-SEQ
                    MOVE 'N' TO WS-Found
                END-IF
            END-IF
            IF WS-Found = 'Y' AND WS-LotCount >= 500
                MOVE 'Y' TO WS-LotFull
                MOVE 'N' TO WS-Found
            END-IF
            IF WS-Found = 'Y'
                ADD 1 TO WS-LotCount
                MOVE RW-LOT-ID TO WS-LT-LOT-ID(WS-LotCount)
                MOVE RW-CHAR TO WS-LT-CHAR(WS-LotCount)
                MOVE RW-TEST-SEQ TO WS-LT-TEST-SEQ(WS-LotCount)
                MOVE WS-FirstCard TO WS-LT-CARD(WS-LotCount)
                MOVE RW-PRODUCT-LINE TO
                    WS-LT-PRODUCT-LINE(WS-LotCount)
                MOVE RW-TIMESTAMP TO WS-LT-TIMESTAMP(WS-LotCount)
                MOVE 'N' TO WS-LT-HIST-FOUND(WS-LotCount)
                MOVE 'N' TO WS-LT-VOID(WS-LotCount)
                MOVE 'N' TO WS-LT-OLD-OUTOFSPEC(WS-LotCount)
                MOVE 0 TO WS-LT-OLD-SMALLEST(WS-LotCount)
                MOVE 0 TO WS-LT-OLD-LARGEST(WS-LotCount)
                MOVE 0 TO WS-LT-OLD-AVERAGE(WS-LotCount)
                MOVE SPACE TO WS-LT-MASTER(WS-LotCount)
            END-IF.

        applyCorrections.
            PERFORM startRawScan
            PERFORM UNTIL WS-RawEof = 'Y'
                READ RAW-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-RawEof
                    NOT AT END
                        PERFORM matchCorrections
                        IF WS-Matched = 'Y'
                            PERFORM correctOneReading
                        END-IF
                END-READ
            END-PERFORM.

        correctOneReading.
            MOVE 'N' TO WS-Found
            PERFORM VARYING r FROM 1 BY 1 UNTIL r > WS-CorrCount
                IF WS-CR-OK(r) = 'Y'
                        AND WS-CR-STATION(r) = RW-STATION
                        AND RW-BUS-DATE >= WS-CR-FROM-DATE(r)
                        AND RW-BUS-DATE <= WS-CR-TO-DATE(r)
                    PERFORM applyOneCorrection
                END-IF
            END-PERFORM
            IF WS-Found = 'Y'
                REWRITE RAW-RECORD
                    INVALID KEY
                        DISPLAY "WARNING: raw reading " RW-KEY
                                " could not be rewritten"
                END-REWRITE
                ADD 1 TO WS-ReadingsChanged
            END-IF.

        applyOneCorrection.
            MOVE RAW-RECORD TO WS-RawBefore
            IF WS-CR-TYPE(r) = "OFFS"
                COMPUTE WS-NewValue ROUNDED =
                    RW-VALUE + WS-CR-VALUE(r)
            ELSE
                COMPUTE WS-NewValue ROUNDED =
                    RW-VALUE * WS-CR-VALUE(r)
                    ON SIZE ERROR MOVE -1 TO WS-NewValue
                END-COMPUTE
            END-IF
            IF WS-NewValue < 0 OR WS-NewValue > 9999.99
                DISPLAY "WARNING: correction would take reading "
                        RW-KEY " out of range - not applied"
                ADD 1 TO WS-ReadingsSkipped
            ELSE
                MOVE WS-NewValue TO RW-VALUE
                ADD 1 TO RW-CORR-COUNT
                ADD 1 TO WS-CR-HITS(r)
                MOVE 'Y' TO WS-Found
                MOVE "RCRD" TO WS-AuditAction
                MOVE WS-RawBefore TO WS-BeforeImage
                MOVE RAW-RECORD TO WS-AfterImage
                MOVE RW-LOT-ID TO AL-LOT-ID
                MOVE WS-CR-AUTH(r) TO AL-AUTH
                MOVE WS-CR-REASON(r) TO AL-REASON
                PERFORM writeAuditRecord
            END-IF.

        recomputeOneLot.
            MOVE 0 TO WS-READING-COUNT
            MOVE WS-LT-LOT-ID(x) TO RW-LOT-ID
            MOVE WS-LT-CHAR(x) TO RW-CHAR
            MOVE WS-LT-TEST-SEQ(x) TO RW-TEST-SEQ
            MOVE LOW-VALUES TO RW-STATION
            MOVE ZERO TO RW-POSITION
            START RAW-FILE KEY IS >= RW-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-RawEof
                NOT INVALID KEY
                    MOVE 'N' TO WS-RawEof
            END-START
            PERFORM UNTIL WS-RawEof = 'Y'
                READ RAW-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-RawEof
                    NOT AT END
                        IF RW-LOT-ID = WS-LT-LOT-ID(x)
                                AND RW-CHAR = WS-LT-CHAR(x)
                                AND RW-TEST-SEQ = WS-LT-TEST-SEQ(x)
                                AND WS-READING-COUNT < 20
                            ADD 1 TO WS-READING-COUNT
                            MOVE RW-VALUE TO WS-A(WS-READING-COUNT)
                        ELSE
                            MOVE 'Y' TO WS-RawEof
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-LT-PRODUCT-LINE(x) TO WS-PRODUCT-LINE
            MOVE WS-LT-CHAR(x) TO WS-CurrChar
            MOVE WS-LT-TIMESTAMP(x)(1:8) TO WS-AsOfDate
            PERFORM findSmallest
            PERFORM findLargest
            PERFORM returnMode
            PERFORM findAverage
            PERFORM findMedian
            PERFORM findStdDev
            PERFORM findThresholds
            PERFORM findCapability
            MOVE WS-READING-COUNT TO WS-LT-COUNT(x)
            MOVE smallest TO WS-LT-SMALLEST(x)
            MOVE largest TO WS-LT-LARGEST(x)
            MOVE modeValue TO WS-LT-MODE(x)
            MOVE average TO WS-LT-AVERAGE(x)
            MOVE median TO WS-LT-MEDIAN(x)
            MOVE WS-StdDev TO WS-LT-STDDEV(x)
            MOVE WS-Cp TO WS-LT-CP(x)
            MOVE WS-Cpk TO WS-LT-CPK(x)
            MOVE WS-ThresholdFound TO WS-LT-THRESHOLD-FOUND(x)
            MOVE WS-ThMin TO WS-LT-MIN(x)
            MOVE WS-ThMax TO WS-LT-MAX(x)
            MOVE WS-OutOfSpec TO WS-LT-OUTOFSPEC(x).

        rewriteHistory.
            OPEN I-O HISTORY-FILE
            OPEN INPUT HISTIDX-FILE
            IF WS-HistoryStatus = "00" AND WS-HistidxStatus = "00"
                PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                    PERFORM findHistoryRows
                END-PERFORM
            ELSE
                DISPLAY "WARNING: HISTORY/HISTIDX not available - "
                        "status " WS-HistoryStatus "/"
                        WS-HistidxStatus " - history rows not restated"
            END-IF
            CLOSE HISTIDX-FILE
            CLOSE HISTORY-FILE.

        findHistoryRows.
            MOVE WS-LT-LOT-ID(x) TO HX-LOT-ID
            MOVE WS-LT-CHAR(x) TO HX-CHAR
            MOVE WS-LT-TIMESTAMP(x) TO HX-TIMESTAMP
            MOVE 0 TO HX-RRN
            START HISTIDX-FILE KEY IS >= HX-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM restateNextHistoryRow
            END-START.

        restateNextHistoryRow.
            MOVE 'N' TO WS-HistidxEof
            PERFORM UNTIL WS-HistidxEof = 'Y'
                READ HISTIDX-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-HistidxEof
                    NOT AT END
                        IF HX-LOT-ID = WS-LT-LOT-ID(x)
                                AND HX-CHAR = WS-LT-CHAR(x)
                                AND HX-TIMESTAMP = WS-LT-TIMESTAMP(x)
                            PERFORM restateOneHistoryRow
                        ELSE
                            MOVE 'Y' TO WS-HistidxEof
                        END-IF
                END-READ
            END-PERFORM.

        restateOneHistoryRow.
            MOVE HX-RRN TO WS-HistoryRrn
            READ HISTORY-FILE
                INVALID KEY
                    DISPLAY "WARNING: HISTIDX entry " HX-KEY
                            " has no HISTORY row"
                NOT INVALID KEY
                    PERFORM restateHistoryStats
                    REWRITE HISTORY-RECORD
            END-READ.

        restateHistoryStats.
            MOVE 'Y' TO WS-LT-HIST-FOUND(x)
            IF HR-STATUS = 'V'
                MOVE 'Y' TO WS-LT-VOID(x)
            END-IF
            MOVE HR-SMALLEST TO WS-LT-OLD-SMALLEST(x)
            MOVE HR-LARGEST TO WS-LT-OLD-LARGEST(x)
            MOVE HR-AVERAGE TO WS-LT-OLD-AVERAGE(x)
            IF WS-LT-THRESHOLD-FOUND(x) = 'Y'
                IF HR-SMALLEST < WS-LT-MIN(x)
                        OR HR-LARGEST > WS-LT-MAX(x)
                    MOVE 'Y' TO WS-LT-OLD-OUTOFSPEC(x)
                END-IF
            END-IF
            MOVE WS-LT-OLD-OUTOFSPEC(x) TO HI-OUTOFSPEC
            PERFORM buildHistImage
            MOVE WS-HistImage TO WS-BeforeImage
            MOVE WS-LT-SMALLEST(x) TO HR-SMALLEST
            MOVE WS-LT-LARGEST(x) TO HR-LARGEST
            MOVE WS-LT-MODE(x) TO HR-MODE
            MOVE WS-LT-AVERAGE(x) TO HR-AVERAGE
            MOVE WS-LT-MEDIAN(x) TO HR-MEDIAN
            MOVE WS-LT-STDDEV(x) TO HR-STDDEV
            MOVE WS-LT-CP(x) TO HR-CP
            MOVE WS-LT-CPK(x) TO HR-CPK
            MOVE WS-LT-COUNT(x) TO HR-READING-COUNT
            MOVE WS-LT-OUTOFSPEC(x) TO HI-OUTOFSPEC
            PERFORM buildHistImage
            MOVE WS-HistImage TO WS-AfterImage
            MOVE "RCHS" TO WS-AuditAction
            PERFORM writeLotAudit
            ADD 1 TO WS-HistUpdated.

        buildHistImage.
            MOVE HR-CHAR TO HI-CHAR
            MOVE HR-TIMESTAMP TO HI-TIMESTAMP
            MOVE HR-SMALLEST TO HI-SMALLEST
            MOVE HR-LARGEST TO HI-LARGEST
            MOVE HR-AVERAGE TO HI-AVERAGE
            MOVE HR-STDDEV TO HI-STDDEV
            MOVE HR-CP TO HI-CP
            MOVE HR-CPK TO HI-CPK.

        finishOneLot.
            IF WS-LT-HIST-FOUND(x) = 'N'
                ADD 1 TO WS-HistMissing
                DISPLAY "WARNING: no HISTORY row for " WS-LT-LOT-ID(x)
                        " " WS-LT-CHAR(x) " tested "
                        WS-LT-TIMESTAMP(x)
            END-IF
            MOVE WS-LT-LOT-ID(x) TO LM-LOT-ID
            MOVE WS-LT-CHAR(x) TO LM-CHAR
            READ MASTER-FILE
                INVALID KEY
                    MOVE 'M' TO WS-LT-MASTER(x)
                NOT INVALID KEY
                    IF LM-TEST-COUNT = WS-LT-TEST-SEQ(x)
                            AND WS-LT-VOID(x) = 'N'
                        PERFORM restateMaster
                    ELSE
                        MOVE 'N' TO WS-LT-MASTER(x)
                    END-IF
            END-READ
            IF WS-LT-VOID(x) = 'N'
                PERFORM queueCorrection
                IF WS-LT-OUTOFSPEC(x) = 'Y'
                        AND WS-LT-OLD-OUTOFSPEC(x) = 'N'
                    PERFORM writeHold
                END-IF
            END-IF.

        restateMaster.
            MOVE MASTER-RECORD TO WS-BeforeImage
            MOVE WS-LT-SMALLEST(x) TO LM-SMALLEST
            MOVE WS-LT-LARGEST(x) TO LM-LARGEST
            MOVE WS-LT-AVERAGE(x) TO LM-AVERAGE
            REWRITE MASTER-RECORD
                INVALID KEY
                    MOVE 'N' TO WS-LT-MASTER(x)
                NOT INVALID KEY
                    MOVE 'Y' TO WS-LT-MASTER(x)
                    ADD 1 TO WS-MasterUpdated
                    MOVE MASTER-RECORD TO WS-AfterImage
                    MOVE "RCLM" TO WS-AuditAction
                    PERFORM writeLotAudit
            END-REWRITE.

        queueCorrection.
            MOVE SPACES TO CORRPEND-RECORD
            MOVE 'C' TO CO-REC-TYPE
            MOVE WS-LT-LOT-ID(x) TO CO-OLD-LOT-ID
            MOVE WS-LT-LOT-ID(x) TO CO-NEW-LOT-ID
            MOVE WS-LT-PRODUCT-LINE(x) TO CO-NEW-LINE
            MOVE WS-LT-CHAR(x) TO CO-CHAR
            MOVE WS-RunDate TO CO-RESTATE-DATE
            WRITE CORRPEND-RECORD
            ADD 1 TO WS-CorrQueued.

        writeHold.
            MOVE WS-LT-LOT-ID(x) TO HD-LOT-ID
            MOVE WS-LT-CHAR(x) TO HD-CHAR
            MOVE WS-LT-PRODUCT-LINE(x) TO HD-PRODUCT-LINE
            MOVE WS-RunDate TO HD-HOLD-DATE
            MOVE 'H' TO HD-STATUS
            MOVE SPACES TO HD-DISP-DATE
            MOVE SPACES TO HD-SUPERVISOR
            MOVE "RCL" TO HD-REASON
            WRITE HOLD-RECORD
            ADD 1 TO WS-HoldCount.

        writeLotAudit.
            MOVE WS-LT-CARD(x) TO r
            MOVE WS-LT-LOT-ID(x) TO AL-LOT-ID
            MOVE WS-CR-AUTH(r) TO AL-AUTH
            MOVE WS-CR-REASON(r) TO AL-REASON
            PERFORM writeAuditRecord.

        writeAuditRecord.
            MOVE WS-Timestamp TO AL-TIMESTAMP
            MOVE WS-AuditAction TO AL-ACTION
            MOVE WS-BeforeImage TO AL-BEFORE
            MOVE WS-AfterImage TO AL-AFTER
            WRITE AUDIT-RECORD.

        openAudit.
            OPEN EXTEND AUDIT-FILE
            IF WS-AuditStatus = "35"
                OPEN OUTPUT AUDIT-FILE
            END-IF.

        openCorrpend.
            OPEN EXTEND CORRPEND-FILE
            IF WS-CorrpendStatus = "35"
                OPEN OUTPUT CORRPEND-FILE
            END-IF.

        openHold.
            OPEN EXTEND HOLD-FILE
            IF WS-HoldStatus = "35"
                OPEN OUTPUT HOLD-FILE
                CLOSE HOLD-FILE
                OPEN EXTEND HOLD-FILE
            END-IF.

        recordAppliedCards.
            IF WS-GoodCards > 0
                OPEN EXTEND RCLHIST-FILE
                IF WS-RclhistStatus = "35"
                    OPEN OUTPUT RCLHIST-FILE
                END-IF
                PERFORM VARYING r FROM 1 BY 1 UNTIL r > WS-CorrCount
                    IF WS-CR-OK(r) = 'Y'
                        MOVE WS-Timestamp TO RH-TIMESTAMP
                        MOVE WS-CR-CARD(r) TO RH-CARD
                        MOVE WS-CR-HITS(r) TO RH-READINGS
                        WRITE RCLHIST-RECORD
                    END-IF
                END-PERFORM
                CLOSE RCLHIST-FILE
            END-IF.

        writeCardListing.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-CardHeading TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-CorrCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "NO CORRECTION CARDS SUPPLIED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            PERFORM VARYING r FROM 1 BY 1 UNTIL r > WS-CorrCount
                MOVE WS-CR-CARD(r) TO CD-CARD
                MOVE WS-CR-HITS(r) TO CD-HITS
                MOVE WS-CR-RESULT(r) TO CD-RESULT
                MOVE SPACES TO REPORT-LINE
                MOVE WS-CardDetail TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

        writeLotListing.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-LotHeading TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM VARYING x FROM 1 BY 1 UNTIL x > WS-LotCount
                PERFORM writeOneLotLine
            END-PERFORM.

        writeOneLotLine.
            MOVE WS-LT-LOT-ID(x) TO RD-LOT-ID
            MOVE WS-LT-CHAR(x) TO RD-CHAR
            MOVE WS-LT-TIMESTAMP(x) TO RD-TIMESTAMP
            MOVE WS-LT-OLD-SMALLEST(x) TO RD-OLD-SMALLEST
            MOVE WS-LT-OLD-LARGEST(x) TO RD-OLD-LARGEST
            MOVE WS-LT-OLD-AVERAGE(x) TO RD-OLD-AVERAGE
            MOVE WS-LT-SMALLEST(x) TO RD-NEW-SMALLEST
            MOVE WS-LT-LARGEST(x) TO RD-NEW-LARGEST
            MOVE WS-LT-AVERAGE(x) TO RD-NEW-AVERAGE
            IF WS-LT-THRESHOLD-FOUND(x) = 'N'
                MOVE "NO LIMIT" TO WS-OldVerdict
                MOVE "NO LIMIT" TO WS-NewVerdict
            ELSE
                IF WS-LT-OLD-OUTOFSPEC(x) = 'Y'
                    MOVE "OUT-SPEC" TO WS-OldVerdict
                ELSE
                    MOVE "OK" TO WS-OldVerdict
                END-IF
                IF WS-LT-OUTOFSPEC(x) = 'Y'
                    MOVE "OUT-SPEC" TO WS-NewVerdict
                ELSE
                    MOVE "OK" TO WS-NewVerdict
                END-IF
            END-IF
            MOVE WS-OldVerdict TO RD-OLD-VERDICT
            MOVE WS-NewVerdict TO RD-NEW-VERDICT
            MOVE SPACES TO WS-LotNote
            EVALUATE TRUE
                WHEN WS-LT-HIST-FOUND(x) = 'N'
                    MOVE "NO HISTORY ROW FOUND" TO WS-LotNote
                WHEN WS-LT-VOID(x) = 'Y'
                    MOVE "VOIDED LOT - NOT SENT ON" TO WS-LotNote
                WHEN WS-LT-OUTOFSPEC(x) = 'Y'
                        AND WS-LT-OLD-OUTOFSPEC(x) = 'N'
                    MOVE "NOW OUT OF SPEC - HELD" TO WS-LotNote
                WHEN WS-LT-OUTOFSPEC(x) = 'N'
                        AND WS-LT-OLD-OUTOFSPEC(x) = 'Y'
                    MOVE "NOW IN SPEC - REVIEW HOLD" TO WS-LotNote
                WHEN WS-LT-MASTER(x) = 'N'
                    MOVE "LOTMASTR HOLDS A LATER TEST" TO WS-LotNote
                WHEN WS-LT-MASTER(x) = 'M'
                    MOVE "NOT ON LOTMASTR" TO WS-LotNote
            END-EVALUATE
            MOVE WS-LotNote TO RD-NOTE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-LotDetail TO REPORT-LINE
            WRITE REPORT-LINE.

        writeReportTotals.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "READINGS CORRECTED: " WS-ReadingsChanged
                "   NOT APPLIED (OUT OF RANGE): " WS-ReadingsSkipped
                "   LOT TESTS RECOMPUTED: " WS-LotCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "HISTORY ROWS RESTATED: " WS-HistUpdated
                "   LOTMASTR ROWS RESTATED: " WS-MasterUpdated
                "   CORRECTIONS QUEUED: " WS-CorrQueued
                "   NEW HOLDS: " WS-HoldCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE.

        findSmallest.
            MOVE WS-A(1) TO smallest.

            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                IF WS-A(j) < smallest
                    MOVE WS-A(j) TO smallest
                END-IF
            END-PERFORM.

        findLargest.
            MOVE WS-A(1) TO largest.

            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                IF WS-A(j) > largest
                MOVE WS-A(j) TO largest
                END-IF
            END-PERFORM.

        returnMode.
            MOVE 0 TO maxCount.
            MOVE 0 TO WS-ModeListCount.
            MOVE 'N' TO WS-MultipleModes.

            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                MOVE 0 TO currCount
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-READING-COUNT
                    IF WS-A(i) = WS-A(j)
                        ADD 1 TO currCount
                    END-IF
                END-PERFORM

                IF currCount > maxCount
                    MOVE WS-A(j) TO modeValue
                    MOVE currCount TO maxCount
                END-IF
            END-PERFORM

            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                MOVE 0 TO currCount
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-READING-COUNT
                    IF WS-A(i) = WS-A(j)
                        ADD 1 TO currCount
                    END-IF
                END-PERFORM

                IF currCount = maxCount
                    MOVE 'N' TO WS-Found
                    PERFORM VARYING m FROM 1 BY 1
                            UNTIL m > WS-ModeListCount
                        IF WS-ModeList(m) = WS-A(j)
                            MOVE 'Y' TO WS-Found
                        END-IF
                    END-PERFORM
                    IF WS-Found = 'N'
                        ADD 1 TO WS-ModeListCount
                        MOVE WS-A(j) TO WS-ModeList(WS-ModeListCount)
                    END-IF
                END-IF
            END-PERFORM

            IF WS-ModeListCount > 1 AND maxCount > 1
                MOVE 'Y' TO WS-MultipleModes
            END-IF.

        findAverage.
            MOVE 0 TO WS-Sum.

            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                ADD WS-A(j) TO WS-Sum
            END-PERFORM

            DIVIDE WS-Sum BY WS-READING-COUNT GIVING average ROUNDED.

        findMedian.
            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                MOVE WS-A(j) TO WS-Sorted(j)
            END-PERFORM

            PERFORM VARYING i FROM 1 BY 1 UNTIL i > WS-READING-COUNT
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > WS-READING-COUNT - i
                    IF WS-Sorted(j) > WS-Sorted(j + 1)
                        MOVE WS-Sorted(j) TO WS-Temp
                        MOVE WS-Sorted(j + 1) TO WS-Sorted(j)
                        MOVE WS-Temp TO WS-Sorted(j + 1)
                    END-IF
                END-PERFORM
            END-PERFORM

            IF FUNCTION MOD(WS-READING-COUNT, 2) = 0
                COMPUTE WS-Mid = WS-READING-COUNT / 2
                COMPUTE median ROUNDED =
                    (WS-Sorted(WS-Mid) + WS-Sorted(WS-Mid + 1)) / 2
            ELSE
                COMPUTE WS-Mid = (WS-READING-COUNT / 2) + 1
                MOVE WS-Sorted(WS-Mid) TO median
            END-IF.

        findStdDev.
            MOVE 0 TO WS-StdDev.

            IF WS-READING-COUNT > 1
                MOVE 0 TO WS-DevSum
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > WS-READING-COUNT
                    COMPUTE WS-Dev = WS-A(j) - average
                    COMPUTE WS-DevSum = WS-DevSum + (WS-Dev * WS-Dev)
                END-PERFORM
                COMPUTE WS-StdDev ROUNDED = FUNCTION SQRT
                    (WS-DevSum / (WS-READING-COUNT - 1))
            END-IF.

        findCapability.
            MOVE 0 TO WS-Cp.
            MOVE 0 TO WS-Cpk.
            MOVE 'N' TO WS-CapabilityDone.

            IF WS-ThresholdFound = 'Y' AND WS-StdDev > 0
                MOVE 'Y' TO WS-CapabilityDone
                COMPUTE WS-SixSigma ROUNDED = 6 * WS-StdDev
                COMPUTE WS-ThreeSigma ROUNDED = 3 * WS-StdDev
                COMPUTE WS-Cp ROUNDED =
                    (WS-ThMax - WS-ThMin) / WS-SixSigma
                    ON SIZE ERROR MOVE 99.99 TO WS-Cp
                END-COMPUTE
                COMPUTE WS-CpkUpper ROUNDED =
                    (WS-ThMax - average) / WS-ThreeSigma
                    ON SIZE ERROR MOVE 9999.99 TO WS-CpkUpper
                END-COMPUTE
                COMPUTE WS-CpkLower ROUNDED =
                    (average - WS-ThMin) / WS-ThreeSigma
                    ON SIZE ERROR MOVE 9999.99 TO WS-CpkLower
                END-COMPUTE
                IF WS-CpkUpper < WS-CpkLower
                    MOVE WS-CpkUpper TO WS-CpkLower
                END-IF
                IF WS-CpkLower < 0
                    MOVE 0 TO WS-Cpk
                ELSE
                    IF WS-CpkLower > 99.99
                        MOVE 99.99 TO WS-Cpk
                    ELSE
                        MOVE WS-CpkLower TO WS-Cpk
                    END-IF
                END-IF
            END-IF.

        findThresholds.
            MOVE 'N' TO WS-ThresholdFound.
            MOVE 'N' TO WS-OutOfSpec.
            MOVE SPACES TO WS-ThUnit.
            MOVE 0 TO WS-ThScale.
            MOVE SPACES TO WS-ThEffDate.
            MOVE 0 TO WS-ThMin.
            MOVE 0 TO WS-ThMax.

            PERFORM VARYING t FROM 1 BY 1 UNTIL t > WS-ThresholdCount
                IF WS-TH-PRODUCT-LINE(t) = WS-PRODUCT-LINE
                        AND WS-TH-CHAR(t) = WS-CurrChar
                        AND WS-TH-EFF-DATE(t) <= WS-AsOfDate
                        AND WS-TH-EFF-DATE(t) >= WS-ThEffDate
                    MOVE 'Y' TO WS-ThresholdFound
                    MOVE WS-TH-EFF-DATE(t) TO WS-ThEffDate
                    MOVE WS-TH-UNIT(t) TO WS-ThUnit
                    MOVE WS-TH-SCALE(t) TO WS-ThScale
                    PERFORM setScaleDiv
                    COMPUTE WS-ThMin ROUNDED =
                        WS-TH-MIN(t) / WS-ScaleDiv
                    COMPUTE WS-ThMax ROUNDED =
                        WS-TH-MAX(t) / WS-ScaleDiv
                END-IF
            END-PERFORM

            IF WS-ThresholdFound = 'Y'
                IF smallest < WS-ThMin OR largest > WS-ThMax
                    MOVE 'Y' TO WS-OutOfSpec
                END-IF
            END-IF.

        setScaleDiv.
            EVALUATE WS-ThScale
                WHEN 1
                    MOVE 10 TO WS-ScaleDiv
                WHEN 2
                    MOVE 100 TO WS-ScaleDiv
                WHEN OTHER
                    MOVE 1 TO WS-ScaleDiv
            END-EVALUATE.
        END PROGRAM LotRecalc.
