        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN TO "HISTORY"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                RELATIVE KEY IS WS-HistoryRrn
                FILE STATUS IS WS-HistoryStatus.
            SELECT HISTIDX-FILE ASSIGN TO "HISTIDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HX-KEY
                FILE STATUS IS WS-HistidxStatus.
            SELECT REPORT-FILE ASSIGN TO "QCREPORT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ThresholdStatus.
            SELECT PLAN-FILE ASSIGN TO "SAMPPLAN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PlanStatus.
            SELECT EXTRACT-FILE ASSIGN TO "QCEXTRCT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExtractStatus.
                ACCESS MODE IS RANDOM
                RECORD KEY IS LM-KEY
                FILE STATUS IS WS-MasterStatus.
            SELECT RAW-FILE ASSIGN TO "RAWREAD"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RW-KEY
                FILE STATUS IS WS-RawStatus.
            SELECT REWORK-FILE ASSIGN TO "REWORDER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RO-KEY
                FILE STATUS IS WS-ReworkStatus.

        DATA DIVISION.
        FILE SECTION.
            05 HR-CHAR PIC X(2).
            05 HR-DISP PIC X.

        FD HISTIDX-FILE.
        01 HISTIDX-RECORD.
            05 HX-KEY.
                10 HX-LOT-ID PIC X(6).
                10 HX-CHAR PIC X(2).
                10 HX-TIMESTAMP PIC X(14).
                10 HX-RRN PIC 9(8).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

            05 TH-SCALE PIC 9.
            05 TH-EFF-DATE PIC X(8).

        FD PLAN-FILE.
        01 PLAN-RECORD.
            05 SP-PRODUCT-LINE PIC X(3).
            05 SP-CHAR PIC X(2).
            05 SP-SAMPLE-SIZE PIC 99.
            05 SP-MIN-STATIONS PIC 9.

        FD EXTRACT-FILE.
        01 EXTRACT-RECORD.
            05 EX-REC-TYPE PIC X.
            05 EC-OLD-LOT-ID PIC X(6).
            05 EC-NEW-LOT-ID PIC X(6).
            05 EC-NEW-LINE PIC X(3).
            05 EC-CHAR PIC X(2).
            05 EC-RESTATE-DATE PIC X(8).
            05 FILLER PIC X(2).

        FD CORRPEND-FILE.
        01 CORRPEND-RECORD PIC X(28).
                10 LD-SN-LARGEST PIC 9(4)V99.
                10 LD-SN-AVERAGE PIC 9(4)V99.
                10 LD-SN-BREACH PIC X.
            05 LD-CAL-REJECTS PIC 99.
            05 LD-PLAN-SIZE PIC 99.
            05 LD-PLAN-STATIONS PIC 9.
            05 LD-INSUFFICIENT PIC X.
            05 LD-REWORK PIC X.

        FD REJECT-FILE.
        01 REJECT-RECORD.
            05 RJ-POSITION PIC 99.
            05 RJ-VALUE PIC 9(4).
            05 RJ-REASON PIC X(3).
            05 RJ-PRODUCT-LINE PIC X(3).
            05 RJ-DATE PIC X(8).

        FD MASTER-FILE.
        01 MASTER-RECORD.
            05 LM-DISPOSITION PIC X.
            05 LM-DISP-DATE PIC X(8).

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

        WORKING-STORAGE SECTION.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-CheckpointStatus PIC XX.
        01 WS-CheckpointInterval PIC 99 VALUE 1.
        01 WS-AsOfDate PIC X(8).
        01 WS-OutOfSpec PIC X.
        01 t PIC 99.
        01 WS-PlanStatus PIC XX.
        01 WS-PlanTable.
            05 WS-Plan OCCURS 20 TIMES.
                10 WS-SP-PRODUCT-LINE PIC X(3).
                10 WS-SP-CHAR PIC X(2).
                10 WS-SP-SAMPLE-SIZE PIC 99.
                10 WS-SP-MIN-STATIONS PIC 9.
        01 WS-PlanCount PIC 99 VALUE 0.
        01 WS-PlanSize PIC 99.
        01 WS-PlanStations PIC 9.
        01 WS-Insufficient PIC X.
        01 WS-AnyInsufficient PIC X VALUE 'N'.
        01 WS-TotalInsuffLots PIC 9(6) VALUE 0.
        01 WS-HoldReason PIC X(3).
        01 p PIC 99.
        01 WS-SampleLine.
            05 FILLER PIC X(10) VALUE SPACES.
            05 FILLER PIC X(8) VALUE "SAMPLE:".
            05 SL-READINGS PIC Z9.
            05 FILLER PIC X(15) VALUE " READINGS FROM ".
            05 SL-STATIONS PIC 9.
            05 FILLER PIC X(18) VALUE " STATION(S)   PLAN".
            05 FILLER PIC X(2) VALUE ": ".
            05 SL-PLAN-SIZE PIC Z9.
            05 FILLER PIC X(15) VALUE " READINGS FROM ".
            05 SL-PLAN-STATIONS PIC 9.
            05 FILLER PIC X(11) VALUE " STATION(S)".
            05 SL-FLAG PIC X(34).
        01 WS-Timestamp.
            05 WS-Timestamp-Date PIC X(8).
            05 WS-Timestamp-Time PIC X(6).
            05 WS-A PIC 9(4)V99 VALUE 0 OCCURS 20 TIMES.
            05 WS-AS PIC X(2) OCCURS 20 TIMES.
            05 WS-AC PIC X(2) OCCURS 20 TIMES.
            05 WS-CAL-REJECTS PIC 99.
            05 WS-AP PIC 99 OCCURS 20 TIMES.
        01 WS-FullTable.
            05 FT-READING-COUNT PIC 99.
            05 FT-A PIC 9(4)V99 OCCURS 20 TIMES.
            05 FT-AS PIC X(2) OCCURS 20 TIMES.
            05 FT-AC PIC X(2) OCCURS 20 TIMES.
            05 FT-AP PIC 99 OCCURS 20 TIMES.
        01 WS-CharList PIC X(2) OCCURS 6 TIMES.
        01 WS-CharTotal PIC 9 VALUE 0.
        01 WS-CharFull PIC X.
        01 WS-LineLargest PIC 9(4)V99.
        01 WS-TotalOutOfSpec PIC 9(6) VALUE 0.
        01 WS-TotalAccepted PIC 9(7) VALUE 0.
        01 WS-TotalCalLots PIC 9(6) VALUE 0.
        01 WS-RejectPct PIC 9(3)V9.
        01 WS-PctEdit PIC ZZ9.9.
        01 WS-MinEdit PIC ZZZ9.99.
            05 CT-ACTUAL-HASH PIC 9(12) VALUE 0.
        01 WS-ControlFailed PIC X VALUE 'N'.
        01 WS-MasterStatus PIC XX.
        01 WS-RawStatus PIC XX.
        01 WS-ReworkStatus PIC XX.
        01 WS-ReworkResult PIC X.
        01 WS-TotalRwkPassed PIC 9(6) VALUE 0.
        01 WS-TotalRwkFailed PIC 9(6) VALUE 0.
        01 WS-TestSeq PIC 9(3).
        01 WS-Retest PIC X.
        01 WS-PrevSmallest PIC 9(4)V99.
        01 WS-PrevLargest PIC 9(4)V99.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            PERFORM checkBatchRegister
            PERFORM openHistory
            PERFORM openHistoryIndex
            PERFORM openHold
            PERFORM openMaster
            PERFORM openRawReadings
            PERFORM openRework
            PERFORM loadCheckpoint
            PERFORM openReport
            PERFORM openWorkFile
            PERFORM openExtract
            PERFORM writeReportHeader
            PERFORM loadThresholds
            PERFORM loadSamplePlans

            IF WS-RestartSkip > 0
                DISPLAY "Restarting after checkpoint - skipping "

            CLOSE MASTER-FILE

            CLOSE RAW-FILE

            CLOSE REWORK-FILE

            CLOSE HISTORY-FILE

            CLOSE HISTIDX-FILE

            CLOSE HOLD-FILE

            DISPLAY "Rejected entries: " WS-RejectedCount
            IF WS-HoldCount > 0
                DISPLAY "Out-of-spec or short-sampled lots placed "
                        "on hold: " WS-HoldCount
            END-IF

            IF WS-RejectedCount > 0 OR WS-AnyOutOfSpec = 'Y'
                    OR WS-AnyInsufficient = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF

                OPEN EXTEND HISTORY-FILE
            END-IF.

        openHistoryIndex.
            OPEN I-O HISTIDX-FILE
            IF WS-HistidxStatus = "35"
                OPEN OUTPUT HISTIDX-FILE
                CLOSE HISTIDX-FILE
                OPEN I-O HISTIDX-FILE
            END-IF.

        openHold.
            OPEN EXTEND HOLD-FILE
            IF WS-HoldStatus = "35"
                OPEN I-O MASTER-FILE
            END-IF.

        openRawReadings.
            OPEN I-O RAW-FILE
            IF WS-RawStatus = "35"
                OPEN OUTPUT RAW-FILE
                CLOSE RAW-FILE
                OPEN I-O RAW-FILE
            END-IF.

        openRework.
            OPEN I-O REWORK-FILE
            IF WS-ReworkStatus = "35"
                OPEN OUTPUT REWORK-FILE
                CLOSE REWORK-FILE
                OPEN I-O REWORK-FILE
            END-IF.

        openReport.
            IF WS-RestartSkip > 0
                OPEN EXTEND REPORT-FILE
                CLOSE THRESHOLD-FILE
            END-IF.

        loadSamplePlans.
            MOVE 0 TO WS-PlanCount
            OPEN INPUT PLAN-FILE
            IF WS-PlanStatus = "00"
                PERFORM UNTIL WS-PlanStatus NOT = "00"
                        OR WS-PlanCount >= 20
                    READ PLAN-FILE
                        AT END
                            MOVE "10" TO WS-PlanStatus
                        NOT AT END
                            ADD 1 TO WS-PlanCount
                            MOVE SP-PRODUCT-LINE TO
                                WS-SP-PRODUCT-LINE(WS-PlanCount)
                            MOVE SP-CHAR TO
                                WS-SP-CHAR(WS-PlanCount)
                            MOVE SP-SAMPLE-SIZE TO
                                WS-SP-SAMPLE-SIZE(WS-PlanCount)
                            MOVE SP-MIN-STATIONS TO
                                WS-SP-MIN-STATIONS(WS-PlanCount)
                    END-READ
                END-PERFORM
                IF WS-PlanStatus = "00"
                    DISPLAY "WARNING: SAMPPLAN has more than 20 "
                            "entries - extras ignored"
                END-IF
                CLOSE PLAN-FILE
            ELSE
                DISPLAY "WARNING: SAMPPLAN not available - status "
                        WS-PlanStatus " - sample sizes not checked"
            END-IF.

        loadCheckpoint.
            MOVE 0 TO WS-RestartSkip
            OPEN INPUT CHECKPOINT-FILE
                    MOVE "OK" TO RD-SPEC-FLAG
                END-IF
            END-IF
            IF WS-Insufficient = 'Y' AND WS-OutOfSpec NOT = 'Y'
                MOVE "INSUFF" TO RD-SPEC-FLAG
            END-IF
            IF WS-Retest = 'Y'
                MOVE "RETEST" TO RD-RETEST
            ELSE
                WRITE REPORT-LINE
                ADD 1 TO WS-LineCount
            END-IF
            IF WS-PlanSize > 0
                MOVE WS-READING-COUNT TO SL-READINGS
                MOVE WS-StationCount TO SL-STATIONS
                MOVE WS-PlanSize TO SL-PLAN-SIZE
                MOVE WS-PlanStations TO SL-PLAN-STATIONS
                IF WS-Insufficient = 'Y'
                    MOVE "   ** INSUFFICIENT SAMPLE - HELD"
                        TO SL-FLAG
                ELSE
                    MOVE SPACES TO SL-FLAG
                END-IF
                MOVE SPACES TO REPORT-LINE
                MOVE WS-SampleLine TO REPORT-LINE
                WRITE REPORT-LINE
                ADD 1 TO WS-LineCount
            END-IF
            IF WS-ReworkResult = 'P' OR WS-ReworkResult = 'F'
                MOVE SPACES TO REPORT-LINE
                IF WS-ReworkResult = 'P'
                    STRING "          REWORK RETEST: PASSED - "
                        "REWORK ORDER CLOSED, LOT RELEASED"
                        DELIMITED BY SIZE INTO REPORT-LINE
                ELSE
                    STRING "          REWORK RETEST: FAILED - "
                        "LOT BACK ON HOLD (RWF)"
                        DELIMITED BY SIZE INTO REPORT-LINE
                END-IF
                WRITE REPORT-LINE
                ADD 1 TO WS-LineCount
            END-IF
            IF WS-OutOfSpec = 'Y'
                MOVE SPACES TO REPORT-LINE
                STRING "  STATION BREAKDOWN:"
                    MOVE "ABOVE MAXIMUM" TO RJD-REASON
                WHEN "OVF"
                    MOVE "COUNT OVERFLOW" TO RJD-REASON
                WHEN "CAL"
                    MOVE "OUT OF CALIB" TO RJD-REASON
                WHEN OTHER
                    MOVE RJ-REASON TO RJD-REASON
            END-EVALUATE
            WRITE REPORT-LINE.

        processLot.
            IF WS-CAL-REJECTS > 0
                DISPLAY "WARNING: lot " WS-LOT-ID " - "
                        WS-CAL-REJECTS " reading(s) rejected from "
                        "out-of-calibration stations"
            END-IF
            IF WS-READING-COUNT = 0
                DISPLAY "Lot: " WS-LOT-ID
                        " - no valid readings, skipped"
                MOVE WS-A(j) TO FT-A(j)
                MOVE WS-AS(j) TO FT-AS(j)
                MOVE WS-AC(j) TO FT-AC(j)
                MOVE WS-AP(j) TO FT-AP(j)
            END-PERFORM
            MOVE 0 TO WS-CharTotal
            MOVE 'N' TO WS-CharFull
                    ADD 1 TO k2
                    MOVE FT-A(j) TO WS-A(k2)
                    MOVE FT-AS(j) TO WS-AS(k2)
                    MOVE FT-AP(j) TO WS-AP(k2)
                END-IF
            END-PERFORM
            MOVE k2 TO WS-READING-COUNT
            PERFORM findThresholds
            PERFORM findCapability
            PERFORM findStationStats
            PERFORM checkSamplePlan
            PERFORM checkLotMaster
            DISPLAY "Lot: " WS-LOT-ID
                    "  Characteristic: " WS-CurrChar
                        " largest " WS-PrevLargest
                        " average " WS-PrevAverage
            END-IF
            IF WS-Insufficient = 'Y'
                DISPLAY "INSUFFICIENT SAMPLE - " WS-READING-COUNT
                        " readings from " WS-StationCount
                        " station(s), plan requires " WS-PlanSize
                        " from " WS-PlanStations
                MOVE 'Y' TO WS-AnyInsufficient
            END-IF
            IF WS-ReworkResult = 'P'
                DISPLAY "REWORK RETEST PASSED - order closed, "
                        "lot released"
            END-IF
            IF WS-ReworkResult = 'F'
                DISPLAY "REWORK RETEST FAILED - lot back on hold"
            END-IF
            PERFORM writeHistory
            PERFORM writeRawReadings
            PERFORM saveLotDetail
            PERFORM writeExtract
            IF WS-ReworkResult = 'F'
                MOVE "RWF" TO WS-HoldReason
                PERFORM writeHold
            ELSE
                IF WS-OutOfSpec = 'Y'
                    MOVE SPACES TO WS-HoldReason
                    PERFORM writeHold
                ELSE
                    IF WS-Insufficient = 'Y'
                        MOVE "SMP" TO WS-HoldReason
                        PERFORM writeHold
                    END-IF
                END-IF
            END-IF.

        checkSamplePlan.
            MOVE 0 TO WS-PlanSize
            MOVE 0 TO WS-PlanStations
            MOVE 'N' TO WS-Insufficient
            PERFORM VARYING p FROM 1 BY 1 UNTIL p > WS-PlanCount
                IF WS-SP-PRODUCT-LINE(p) = WS-PRODUCT-LINE
                        AND WS-SP-CHAR(p) = WS-CurrChar
                    MOVE WS-SP-SAMPLE-SIZE(p) TO WS-PlanSize
                    MOVE WS-SP-MIN-STATIONS(p) TO WS-PlanStations
                END-IF
            END-PERFORM
            IF WS-PlanSize > 0
                IF WS-READING-COUNT < WS-PlanSize
                        OR WS-StationCount < WS-PlanStations
                    MOVE 'Y' TO WS-Insufficient
                END-IF
            END-IF.

        writeHold.
            MOVE 'H' TO HD-STATUS
            MOVE SPACES TO HD-DISP-DATE
            MOVE SPACES TO HD-SUPERVISOR
            MOVE WS-HoldReason TO HD-REASON
            WRITE HOLD-RECORD
            ADD 1 TO WS-HoldCount.

            MOVE SPACES TO WS-ThUnit
            MOVE 'N' TO WS-Retest
            MOVE 0 TO WS-StationCount
            MOVE 0 TO WS-PlanSize
            MOVE 0 TO WS-PlanStations
            MOVE 'N' TO WS-Insufficient
            MOVE SPACE TO WS-ReworkResult
            PERFORM saveLotDetail.

        saveLotDetail.
            MOVE WS-PrevAverage TO LD-PREV-AVERAGE
            MOVE WS-PrevTests TO LD-PREV-TESTS
            MOVE WS-READING-COUNT TO LD-READING-COUNT
            MOVE WS-PlanSize TO LD-PLAN-SIZE
            MOVE WS-PlanStations TO LD-PLAN-STATIONS
            MOVE WS-Insufficient TO LD-INSUFFICIENT
            MOVE WS-ReworkResult TO LD-REWORK
            IF WS-READING-COUNT > 0 AND c > 1
                MOVE 0 TO LD-REJECTS
            ELSE
                COMPUTE LD-REJECTS =
                    WS-RejectedCount - WS-RejBefore
            END-IF
            IF WS-READING-COUNT > 0 AND c > 1
                MOVE 0 TO LD-CAL-REJECTS
            ELSE
                MOVE WS-CAL-REJECTS TO LD-CAL-REJECTS
            END-IF
            MOVE WS-StationCount TO LD-STATION-COUNT
            PERFORM VARYING s FROM 1 BY 1
                    UNTIL s > WS-StationCount

        checkLotMaster.
            MOVE 'N' TO WS-Retest
            MOVE SPACE TO WS-ReworkResult
            MOVE WS-LOT-ID TO LM-LOT-ID
            MOVE WS-CurrChar TO LM-CHAR
            READ MASTER-FILE
                    MOVE LM-TEST-COUNT TO WS-PrevTests
                    PERFORM buildMasterRecord
                    COMPUTE LM-TEST-COUNT = WS-PrevTests + 1
                    PERFORM linkReworkOrder
                    REWRITE MASTER-RECORD
            END-READ
            MOVE LM-TEST-COUNT TO WS-TestSeq.

        linkReworkOrder.
            MOVE WS-LOT-ID TO RO-LOT-ID
            MOVE WS-CurrChar TO RO-CHAR
            READ REWORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF RO-STATUS = 'O'
                        MOVE WS-RunDate TO RO-RETEST-DATE
                        IF WS-OutOfSpec = 'Y'
                                OR WS-Insufficient = 'Y'
                            MOVE 'F' TO RO-STATUS
                            ADD 1 TO RO-FAIL-COUNT
                            MOVE 'F' TO WS-ReworkResult
                        ELSE
                            MOVE 'C' TO RO-STATUS
                            MOVE 'R' TO LM-DISPOSITION
                            MOVE WS-RunDate TO LM-DISP-DATE
                            MOVE 'P' TO WS-ReworkResult
                        END-IF
                        REWRITE REWORK-RECORD
                    END-IF
            END-READ.

        buildMasterRecord.
                IF LD-OUTOFSPEC = 'Y'
                    ADD 1 TO WS-LineOutOfSpec
                END-IF
                IF LD-INSUFFICIENT = 'Y'
                    ADD 1 TO WS-TotalInsuffLots
                END-IF
                IF LD-REWORK = 'P'
                    ADD 1 TO WS-TotalRwkPassed
                END-IF
                IF LD-REWORK = 'F'
                    ADD 1 TO WS-TotalRwkFailed
                END-IF
                IF LD-SMALLEST < WS-LineSmallest
                    MOVE LD-SMALLEST TO WS-LineSmallest
                END-IF
                PERFORM writeEmptyLotLine
            ELSE
                PERFORM writeStatsLotFromWork
            END-IF
            IF LD-CAL-REJECTS > 0
                PERFORM writeCalibFlag
            END-IF.

        writeCalibFlag.
            ADD 1 TO WS-TotalCalLots
            MOVE LD-CAL-REJECTS TO WS-RejEdit
            MOVE SPACES TO REPORT-LINE
            STRING "  ** OUT-OF-CALIBRATION STATION - READINGS "
                "REJECTED: " WS-RejEdit
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            ADD 1 TO WS-LineCount.

        writeEmptyLotLine.
            IF WS-LineCount >= WS-LinesPerPage
                PERFORM writeReportFooter
            MOVE LD-PREV-LARGEST TO WS-PrevLargest
            MOVE LD-PREV-AVERAGE TO WS-PrevAverage
            MOVE LD-PREV-TESTS TO WS-PrevTests
            MOVE LD-READING-COUNT TO WS-READING-COUNT
            MOVE LD-PLAN-SIZE TO WS-PlanSize
            MOVE LD-PLAN-STATIONS TO WS-PlanStations
            MOVE LD-INSUFFICIENT TO WS-Insufficient
            MOVE LD-REWORK TO WS-ReworkResult
            MOVE LD-STATION-COUNT TO WS-StationCount
            PERFORM VARYING s FROM 1 BY 1 UNTIL s > WS-StationCount
                MOVE LD-SN-ID(s) TO WS-SN-ID(s)
                " (" WS-PctEdit " PCT)"
                "  PRODUCT LINES: " WS-RLineTotal
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-TotalCalLots > 0
                MOVE SPACES TO REPORT-LINE
                STRING "  LOTS WITH OUT-OF-CALIBRATION READINGS: "
                    WS-TotalCalLots
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            IF WS-TotalInsuffLots > 0
                MOVE SPACES TO REPORT-LINE
                STRING "  LOTS HELD FOR INSUFFICIENT SAMPLE: "
                    WS-TotalInsuffLots
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            IF WS-TotalRwkPassed > 0 OR WS-TotalRwkFailed > 0
                MOVE SPACES TO REPORT-LINE
                STRING "  REWORK RETESTS PASSED AND RELEASED: "
                    WS-TotalRwkPassed
                    "   FAILED AND RE-HELD: " WS-TotalRwkFailed
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.

        writeHistory.
            MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
            MOVE WS-Cp TO HR-CP
            MOVE WS-Cpk TO HR-CPK
            MOVE WS-READING-COUNT TO HR-READING-COUNT
            IF WS-Insufficient = 'Y'
                MOVE 'I' TO HR-STATUS
            ELSE
                MOVE SPACE TO HR-STATUS
            END-IF
            MOVE WS-CurrChar TO HR-CHAR
            IF WS-ReworkResult = 'P'
                MOVE 'R' TO HR-DISP
            ELSE
                MOVE SPACE TO HR-DISP
            END-IF
            WRITE HISTORY-RECORD
            MOVE HR-LOT-ID TO HX-LOT-ID
            MOVE HR-CHAR TO HX-CHAR
            MOVE HR-TIMESTAMP TO HX-TIMESTAMP
            MOVE WS-HistoryRrn TO HX-RRN
            WRITE HISTIDX-RECORD
                INVALID KEY
                    REWRITE HISTIDX-RECORD
            END-WRITE.

        writeRawReadings.
            PERFORM VARYING j FROM 1 BY 1 UNTIL j > WS-READING-COUNT
                MOVE WS-LOT-ID TO RW-LOT-ID
                MOVE WS-CurrChar TO RW-CHAR
                MOVE WS-TestSeq TO RW-TEST-SEQ
                MOVE WS-AS(j) TO RW-STATION
                MOVE WS-AP(j) TO RW-POSITION
                MOVE WS-PRODUCT-LINE TO RW-PRODUCT-LINE
                MOVE WS-BusDate TO RW-BUS-DATE
                MOVE WS-Timestamp TO RW-TIMESTAMP
                MOVE WS-A(j) TO RW-VALUE
                MOVE WS-A(j) TO RW-ORIG-VALUE
                MOVE 0 TO RW-CORR-COUNT
                WRITE RAW-RECORD
                    INVALID KEY
                        REWRITE RAW-RECORD
                END-WRITE
            END-PERFORM.

        writeExtract.
            MOVE 'D' TO EX-REC-TYPE
            SELECT REJECT-FILE ASSIGN TO "REJECTS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RejectStatus.
            SELECT CALIB-FILE ASSIGN TO "CALMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-STATION
                FILE STATUS IS WS-CalibStatus.

        DATA DIVISION.
        FILE SECTION.
        FD CALIB-FILE.
        01 CALIB-RECORD.
            05 CM-STATION PIC X(2).
            05 CM-DESCRIPTION PIC X(20).
            05 CM-INTERVAL PIC 9(3).
            05 CM-LAST-CAL-DATE PIC X(8).
            05 CM-DUE-DATE PIC X(8).
            05 CM-TECH PIC X(4).
            05 CM-RESULT PIC X.

        FD REJECT-FILE.
        01 REJECT-RECORD.
            05 RJ-LOT-ID PIC X(6).
            05 RJ-POSITION PIC 99.
            05 RJ-VALUE PIC 9(4).
            05 RJ-REASON PIC X(3).
            05 RJ-PRODUCT-LINE PIC X(3).
            05 RJ-DATE PIC X(8).

        FD LOT-READINGS-FILE.
        01 LOT-INPUT-RECORD.
        01 WS-TodayDate PIC X(8).
        01 WS-EffDate PIC X(8).
        01 t2 PIC 99.
        01 WS-CalibStatus PIC XX.
        01 WS-CalibCheck PIC X VALUE 'N'.
        01 WS-CalibDate PIC X(8).
        01 WS-CalibOut PIC X.

        LINKAGE SECTION.
        01 WS-T.
            05 WS-B PIC 9(4)V99 VALUE 0 OCCURS 20 TIMES.
            05 WS-BS PIC X(2) OCCURS 20 TIMES.
            05 WS-BC PIC X(2) OCCURS 20 TIMES.
            05 WS-CAL-REJECTS PIC 99.
            05 WS-BP PIC 99 OCCURS 20 TIMES.
        01 WS-EOF-FLAG PIC X.
        01 WS-RejectedCount PIC 9(4).
        01 WS-SkipMode PIC X.
                WS-ThresholdCount.
            IF WS-FIRST-CALL = 'Y'
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TodayDate
                MOVE WS-TodayDate TO WS-CalibDate
                OPEN INPUT LOT-READINGS-FILE
                OPEN INPUT CALIB-FILE
                IF WS-CalibStatus = "00"
                    MOVE 'Y' TO WS-CalibCheck
                ELSE
                    DISPLAY "WARNING: CALMASTR not available - status "
                            WS-CalibStatus " - station calibration "
                            "not checked"
                END-IF
                IF WS-SkipMode = 'Y'
                    OPEN EXTEND REJECT-FILE
                    IF WS-RejectStatus = "35"
                        MOVE 'Y' TO WS-EOF-FLAG
                        CLOSE LOT-READINGS-FILE
                        CLOSE REJECT-FILE
                        IF WS-CalibCheck = 'Y'
                            CLOSE CALIB-FILE
                        END-IF
                    NOT AT END
                        IF LH-MARKER = "HDR"
                            IF LH-BUS-DATE IS NUMERIC
                                MOVE LH-BUS-DATE TO WS-CalibDate
                            END-IF
                        ELSE
                            IF LT-MARKER = "TRL"
                                MOVE 'Y' TO CT-TRAILER-SEEN
            MOVE LI-LOT-ID TO WS-LOT-ID
            MOVE LI-PRODUCT-LINE TO WS-PRODUCT-LINE
            MOVE 0 TO WS-AcceptedCount
            MOVE 0 TO WS-CAL-REJECTS
            PERFORM VARYING k FROM 1 BY 1
                    UNTIL k > LI-READING-COUNT OR k > 20
                PERFORM findScale
                PERFORM checkCalibration
                ADD LI-READING(k) TO CT-ACTUAL-HASH
                COMPUTE WS-ScaledValue ROUNDED =
                    LI-READING(k) / WS-ScaleDiv
                IF WS-CalibOut = 'Y'
                    IF WS-SkipMode NOT = 'Y'
                        ADD 1 TO WS-RejectedCount
                        ADD 1 TO WS-CAL-REJECTS
                        MOVE "CAL" TO WS-RejectReason
                        PERFORM writeReject
                    END-IF
                ELSE
                    IF WS-ScaledValue >= WS-ValidMinS AND
                       WS-ScaledValue <= WS-ValidMaxS
                        ADD 1 TO WS-AcceptedCount
                        MOVE WS-ScaledValue
                            TO WS-B(WS-AcceptedCount)
                        MOVE LI-STATION(k)
                            TO WS-BS(WS-AcceptedCount)
                        MOVE LI-CHAR(k)
                            TO WS-BC(WS-AcceptedCount)
                        MOVE k TO WS-BP(WS-AcceptedCount)
                    ELSE
                        IF WS-SkipMode NOT = 'Y'
                            ADD 1 TO WS-RejectedCount
                            IF WS-ScaledValue < WS-ValidMinS
                                MOVE "MIN" TO WS-RejectReason
                            ELSE
                                MOVE "MAX" TO WS-RejectReason
                            END-IF
                            PERFORM writeReject
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF LI-READING-COUNT > 20
            COMPUTE WS-ValidMinS ROUNDED = WS-ValidMin / WS-ScaleDiv
            COMPUTE WS-ValidMaxS ROUNDED = WS-ValidMax / WS-ScaleDiv.

        checkCalibration.
            MOVE 'N' TO WS-CalibOut
            IF WS-CalibCheck = 'Y'
                MOVE LI-STATION(k) TO CM-STATION
                READ CALIB-FILE
                    INVALID KEY
                        MOVE 'Y' TO WS-CalibOut
                    NOT INVALID KEY
                        IF CM-LAST-CAL-DATE = SPACES
                                OR CM-RESULT = 'F'
                                OR WS-CalibDate > CM-DUE-DATE
                            MOVE 'Y' TO WS-CalibOut
                        END-IF
                END-READ
            END-IF.

        writeReject.
            MOVE LI-LOT-ID TO RJ-LOT-ID
            MOVE k TO RJ-POSITION
                MOVE LI-READING(k) TO RJ-VALUE
            END-IF
            MOVE WS-RejectReason TO RJ-REASON
            MOVE LI-PRODUCT-LINE TO RJ-PRODUCT-LINE
            MOVE WS-CalibDate TO RJ-DATE
            WRITE REJECT-RECORD.
        END PROGRAM readData.
