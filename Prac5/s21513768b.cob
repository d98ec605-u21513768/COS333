        IDENTIFICATION DIVISION.
        PROGRAM-ID. BuildLotin.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "BLDPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
            SELECT FEED-FILE ASSIGN TO "FEEDIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FeedStatus.
            SELECT SORT-FILE ASSIGN TO "SORTWK".
            SELECT BATCHREG-FILE ASSIGN TO "BATCHREG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BatchregStatus.
            SELECT CALIB-FILE ASSIGN TO "CALMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CM-STATION
                FILE STATUS IS WS-CalibStatus.
            SELECT LOTIN-FILE ASSIGN TO "LOTIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LotinStatus.
            SELECT EXCEPT-FILE ASSIGN TO "FEEDEXC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExceptStatus.
            SELECT REPORT-FILE ASSIGN TO "BLDRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PARM-FILE.
        01 BUILD-PARM.
            05 BP-KEYWORD PIC X(7).
            05 BP-VALUE PIC X(8).

        FD FEED-FILE.
        01 FEED-RECORD.
            05 FD-STATION PIC X(2).
            05 FD-LOT-ID PIC X(6).
            05 FD-PRODUCT-LINE PIC X(3).
            05 FD-CHAR PIC X(2).
            05 FD-READING PIC X(4).
            05 FD-TIME PIC X(14).

        SD SORT-FILE.
        01 SORT-RECORD.
            05 SR-FEED.
                10 SR-STATION PIC X(2).
                10 SR-LOT-ID PIC X(6).
                10 SR-PRODUCT-LINE PIC X(3).
                10 SR-CHAR PIC X(2).
                10 SR-READING PIC 9(4).
                10 SR-TIME PIC X(14).
            05 SR-SEQ PIC 9(7).

        FD BATCHREG-FILE.
        01 BATCHREG-RECORD.
            05 BR-BATCH-ID PIC X(8).
            05 BR-BUS-DATE PIC X(8).
            05 BR-RUN-TIMESTAMP PIC X(14).

        FD CALIB-FILE.
        01 CALIB-RECORD.
            05 CM-STATION PIC X(2).
            05 CM-DESCRIPTION PIC X(20).
            05 CM-INTERVAL PIC 9(3).
            05 CM-LAST-CAL-DATE PIC X(8).
            05 CM-DUE-DATE PIC X(8).
            05 CM-TECH PIC X(4).
            05 CM-RESULT PIC X.

        FD LOTIN-FILE.
        01 LOT-INPUT-RECORD.
            05 LI-LOT-ID PIC X(6).
            05 LI-PRODUCT-LINE PIC X(3).
            05 LI-READING-COUNT PIC 99.
            05 LI-ENTRY OCCURS 20 TIMES.
                10 LI-STATION PIC X(2).
                10 LI-CHAR PIC X(2).
                10 LI-READING PIC 9(4).
        01 LOT-TRAILER-RECORD.
            05 LT-MARKER PIC X(6).
            05 LT-LOT-COUNT PIC 9(6).
            05 LT-HASH-TOTAL PIC 9(12).
            05 FILLER PIC X(147).
        01 LOT-HEADER-RECORD.
            05 LH-MARKER PIC X(6).
            05 LH-BATCH-ID PIC X(8).
            05 LH-BUS-DATE PIC X(8).
            05 FILLER PIC X(149).

        FD EXCEPT-FILE.
        01 EXCEPT-RECORD.
            05 EX-FEED PIC X(31).
            05 FILLER PIC X.
            05 EX-REASON PIC X(3).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ParmStatus PIC XX.
        01 WS-FeedStatus PIC XX.
        01 WS-BatchregStatus PIC XX.
        01 WS-CalibStatus PIC XX.
        01 WS-LotinStatus PIC XX.
        01 WS-ExceptStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-Timestamp PIC X(14).
        01 WS-ParmBatch PIC X(8) VALUE SPACES.
        01 WS-ParmDate PIC X(8) VALUE SPACES.
        01 WS-LastBatch PIC X(8) VALUE SPACES.
        01 WS-LastBusDate PIC X(8) VALUE SPACES.
        01 WS-BatchId PIC X(8).
        01 WS-BusDate PIC X(8).
        01 WS-BatchSeq PIC 9(6).
        01 WS-BusInt PIC 9(8).
        01 WS-BatchOk PIC X.
        01 WS-BatchError PIC X(60).
        01 WS-Reading.
            05 FR-STATION PIC X(2).
            05 FR-LOT-ID PIC X(6).
            05 FR-PRODUCT-LINE PIC X(3).
            05 FR-CHAR PIC X(2).
            05 FR-READING PIC 9(4).
            05 FR-TIME PIC X(14).
        01 WS-ReadingOk PIC X.
        01 WS-ExcReason PIC X(3).
        01 WS-ExcText PIC X(30).
        01 WS-SortEof PIC X.
        01 WS-CurrLot PIC X(6).
        01 WS-CurrLine PIC X(3).
        01 WS-LotOversize PIC X.
        01 WS-LotBuffer.
            05 WS-LB-READING PIC X(31) OCCURS 20 TIMES.
        01 WS-LotBufCount PIC 99.
        01 WS-LotReadings PIC 9(5).
        01 WS-StationTable.
            05 WS-Station OCCURS 50 TIMES.
                10 WS-ST-ID PIC X(2).
                10 WS-ST-COUNT PIC 9(7).
                10 WS-ST-REGISTERED PIC X.
        01 WS-StationCount PIC 99 VALUE 0.
        01 WS-StationFull PIC X VALUE 'N'.
        01 WS-CalibOpen PIC X VALUE 'N'.
        01 WS-MissingFeeds PIC 99 VALUE 0.
        01 WS-FeedCount PIC 9(7) VALUE 0.
        01 WS-ValidCount PIC 9(7) VALUE 0.
        01 WS-InvalidCount PIC 9(7) VALUE 0.
        01 WS-OrphanCount PIC 9(7) VALUE 0.
        01 WS-ConflictCount PIC 9(7) VALUE 0.
        01 WS-OversizeLots PIC 9(5) VALUE 0.
        01 WS-OversizeReadings PIC 9(7) VALUE 0.
        01 WS-LotCount PIC 9(6) VALUE 0.
        01 WS-GroupedCount PIC 9(7) VALUE 0.
        01 WS-HashTotal PIC 9(12) VALUE 0.
        01 WS-ExceptCount PIC 9(7) VALUE 0.
        01 e PIC 99.
        01 s PIC 99.
        01 WS-ExceptHeading.
            05 FILLER PIC X(9) VALUE "LOT ID".
            05 FILLER PIC X(6) VALUE "LINE".
            05 FILLER PIC X(5) VALUE "STN".
            05 FILLER PIC X(4) VALUE "CH".
            05 FILLER PIC X(8) VALUE "READING".
            05 FILLER PIC X(16) VALUE "TIME".
            05 FILLER PIC X(9) VALUE "EXCEPTION".
        01 WS-ExceptDetail.
            05 XD-LOT-ID PIC X(6).
            05 FILLER PIC X(3) VALUE SPACES.
            05 XD-LINE PIC X(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 XD-STATION PIC X(2).
            05 FILLER PIC X(3) VALUE SPACES.
            05 XD-CHAR PIC X(2).
            05 FILLER PIC X(2) VALUE SPACES.
            05 XD-READING PIC X(4).
            05 FILLER PIC X(4) VALUE SPACES.
            05 XD-TIME PIC X(14).
            05 FILLER PIC X(2) VALUE SPACES.
            05 XD-REASON PIC X(3).
            05 FILLER PIC X VALUE SPACE.
            05 XD-TEXT PIC X(30).
        01 WS-StationHeading.
            05 FILLER PIC X(9) VALUE "STATION".
            05 FILLER PIC X(12) VALUE "READINGS".
            05 FILLER PIC X(6) VALUE "STATUS".
        01 WS-StationDetail.
            05 SD-STATION PIC X(2).
            05 FILLER PIC X(7) VALUE SPACES.
            05 SD-COUNT PIC Z(6)9.
            05 FILLER PIC X(5) VALUE SPACES.
            05 SD-STATUS PIC X(30).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
            PERFORM readParms
            PERFORM setNextBatch
            IF WS-BatchOk = 'N'
                DISPLAY "CONTROL ERROR: " WS-BatchError
                DISPLAY "LOTIN not built"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "QC LOTIN BUILD   BATCH: " WS-BatchId
                "   BUSINESS DATE: " WS-BusDate
                "   RUN DATE: " WS-Timestamp(1:8)
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "EXCEPTIONS - WRITTEN TO FEEDEXC, NOT ON LOTIN"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-ExceptHeading TO REPORT-LINE
            WRITE REPORT-LINE
            OPEN OUTPUT EXCEPT-FILE
            SORT SORT-FILE
                ON ASCENDING KEY SR-LOT-ID SR-TIME SR-SEQ
                INPUT PROCEDURE IS loadFeeds
                OUTPUT PROCEDURE IS buildLots
            CLOSE EXCEPT-FILE
            IF WS-ExceptCount = 0
                MOVE SPACES TO REPORT-LINE
                STRING "NONE" DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
            PERFORM checkStationFeeds
            PERFORM writeStationReport
            PERFORM writeBuildTotals
            CLOSE REPORT-FILE
            DISPLAY "Built batch " WS-BatchId " business date "
                    WS-BusDate
            DISPLAY "Feed records read: " WS-FeedCount
            DISPLAY "Lots written to LOTIN: " WS-LotCount
            DISPLAY "Readings grouped: " WS-GroupedCount
            DISPLAY "Readings held as exceptions: " WS-ExceptCount
            IF WS-LotCount = 0
                DISPLAY "CONTROL ERROR: no lots built from the feeds "
                        "- LOTIN not usable"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ExceptCount > 0 OR WS-MissingFeeds > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.

        readParms.
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                PERFORM UNTIL WS-ParmStatus NOT = "00"
                    READ PARM-FILE
                        AT END
                            MOVE "10" TO WS-ParmStatus
                        NOT AT END
                            IF BP-KEYWORD = "BATCH"
                                MOVE BP-VALUE TO WS-ParmBatch
                            END-IF
                            IF BP-KEYWORD = "DATE"
                                MOVE BP-VALUE TO WS-ParmDate
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        setNextBatch.
            MOVE 'Y' TO WS-BatchOk
            MOVE SPACES TO WS-BatchError
            OPEN INPUT BATCHREG-FILE
            IF WS-BatchregStatus = "00"
                PERFORM UNTIL WS-BatchregStatus NOT = "00"
                    READ BATCHREG-FILE
                        AT END
                            MOVE "10" TO WS-BatchregStatus
                        NOT AT END
                            IF BR-BATCH-ID > WS-LastBatch
                                MOVE BR-BATCH-ID TO WS-LastBatch
                            END-IF
                            IF BR-BUS-DATE > WS-LastBusDate
                                MOVE BR-BUS-DATE TO WS-LastBusDate
                            END-IF
                            IF WS-ParmBatch NOT = SPACES
                                    AND BR-BATCH-ID = WS-ParmBatch
                                MOVE 'N' TO WS-BatchOk
                                STRING "batch " WS-ParmBatch
                                    " is already on BATCHREG"
                                    DELIMITED BY SIZE
                                    INTO WS-BatchError
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BATCHREG-FILE
            END-IF
            IF WS-BatchOk = 'Y'
                PERFORM setBatchId
            END-IF
            IF WS-BatchOk = 'Y'
                PERFORM setBusDate
            END-IF.

        setBatchId.
            IF WS-ParmBatch NOT = SPACES
                MOVE WS-ParmBatch TO WS-BatchId
            ELSE
                IF WS-LastBatch = SPACES
                    MOVE 'N' TO WS-BatchOk
                    MOVE "BATCHREG is empty - give BATCH and DATE"
                        TO WS-BatchError
                ELSE
                    IF WS-LastBatch(3:6) IS NUMERIC
                        MOVE WS-LastBatch(3:6) TO WS-BatchSeq
                        ADD 1 TO WS-BatchSeq
                        MOVE WS-LastBatch(1:2) TO WS-BatchId(1:2)
                        MOVE WS-BatchSeq TO WS-BatchId(3:6)
                    ELSE
                        MOVE 'N' TO WS-BatchOk
                        STRING "last batch id " WS-LastBatch
                            " is not numbered - give BATCH on BLDPARM"
                            DELIMITED BY SIZE INTO WS-BatchError
                    END-IF
                END-IF
            END-IF.

        setBusDate.
            IF WS-ParmDate NOT = SPACES
                MOVE WS-ParmDate TO WS-BusDate
            ELSE
                IF WS-LastBusDate = SPACES
                        OR WS-LastBusDate IS NOT NUMERIC
                    MOVE 'N' TO WS-BatchOk
                    MOVE "no business date on BATCHREG - give DATE"
                        TO WS-BatchError
                ELSE
                    COMPUTE WS-BusInt = FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL(WS-LastBusDate)) + 1
                    MOVE FUNCTION DATE-OF-INTEGER(WS-BusInt)
                        TO WS-BusDate
                END-IF
            END-IF
            IF WS-BatchOk = 'Y'
                IF WS-BusDate IS NOT NUMERIC
                    MOVE 'N' TO WS-BatchOk
                ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD
                            (FUNCTION NUMVAL(WS-BusDate)) NOT = 0
                        MOVE 'N' TO WS-BatchOk
                    END-IF
                END-IF
                IF WS-BatchOk = 'N'
                    STRING "business date " WS-BusDate
                        " is not a valid yyyymmdd date"
                        DELIMITED BY SIZE INTO WS-BatchError
                END-IF
            END-IF
            IF WS-BatchOk = 'Y' AND WS-LastBusDate NOT = SPACES
                IF WS-BusDate < WS-LastBusDate
                    MOVE 'N' TO WS-BatchOk
                    STRING "business date " WS-BusDate
                        " is before the last processed date "
                        WS-LastBusDate
                        DELIMITED BY SIZE INTO WS-BatchError
                END-IF
            END-IF.

        loadFeeds.
            OPEN INPUT FEED-FILE
            IF WS-FeedStatus NOT = "00"
                DISPLAY "WARNING: FEEDIN could not be opened - status "
                        WS-FeedStatus
            ELSE
                PERFORM UNTIL WS-FeedStatus NOT = "00"
                    READ FEED-FILE
                        AT END
                            MOVE "10" TO WS-FeedStatus
                        NOT AT END
                            IF FEED-RECORD NOT = SPACES
                                PERFORM screenOneReading
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FEED-FILE
            END-IF.

        screenOneReading.
            ADD 1 TO WS-FeedCount
            MOVE 'Y' TO WS-ReadingOk
            IF FD-STATION NOT = SPACES
                PERFORM countStation
            END-IF
            IF FD-STATION = SPACES OR FD-LOT-ID = SPACES
                    OR FD-CHAR = SPACES
                MOVE 'N' TO WS-ReadingOk
                MOVE "INV" TO WS-ExcReason
                MOVE "STATION, LOT OR CHAR MISSING" TO WS-ExcText
            END-IF
            IF WS-ReadingOk = 'Y' AND FD-READING IS NOT NUMERIC
                MOVE 'N' TO WS-ReadingOk
                MOVE "INV" TO WS-ExcReason
                MOVE "READING NOT NUMERIC" TO WS-ExcText
            END-IF
            IF WS-ReadingOk = 'Y' AND FD-TIME IS NOT NUMERIC
                MOVE 'N' TO WS-ReadingOk
                MOVE "INV" TO WS-ExcReason
                MOVE "TIME NOT YYYYMMDDHHMMSS" TO WS-ExcText
            END-IF
            IF WS-ReadingOk = 'Y' AND FD-PRODUCT-LINE = SPACES
                MOVE 'N' TO WS-ReadingOk
                MOVE "ORP" TO WS-ExcReason
                MOVE "ORPHAN - NO PRODUCT LINE" TO WS-ExcText
            END-IF
            IF WS-ReadingOk = 'Y'
                ADD 1 TO WS-ValidCount
                MOVE FEED-RECORD TO SR-FEED
                MOVE WS-FeedCount TO SR-SEQ
                RELEASE SORT-RECORD
            ELSE
                IF WS-ExcReason = "ORP"
                    ADD 1 TO WS-OrphanCount
                ELSE
                    ADD 1 TO WS-InvalidCount
                END-IF
                MOVE FEED-RECORD TO WS-Reading
                PERFORM writeException
            END-IF.

        countStation.
            MOVE 0 TO s
            PERFORM VARYING e FROM 1 BY 1 UNTIL e > WS-StationCount
                IF WS-ST-ID(e) = FD-STATION
                    MOVE e TO s
                END-IF
            END-PERFORM
            IF s = 0
                IF WS-StationCount < 50
                    ADD 1 TO WS-StationCount
                    MOVE WS-StationCount TO s
                    MOVE FD-STATION TO WS-ST-ID(s)
                    MOVE 0 TO WS-ST-COUNT(s)
                    MOVE 'N' TO WS-ST-REGISTERED(s)
                ELSE
                    IF WS-StationFull = 'N'
                        DISPLAY "WARNING: more than 50 stations on the "
                                "feeds - extras not in the feed summary"
                        MOVE 'Y' TO WS-StationFull
                    END-IF
                END-IF
            END-IF
            IF s > 0
                ADD 1 TO WS-ST-COUNT(s)
            END-IF.

        buildLots.
            OPEN OUTPUT LOTIN-FILE
            MOVE SPACES TO LOT-HEADER-RECORD
            MOVE "HDR" TO LH-MARKER
            MOVE WS-BatchId TO LH-BATCH-ID
            MOVE WS-BusDate TO LH-BUS-DATE
            WRITE LOT-HEADER-RECORD
            MOVE SPACES TO WS-CurrLot
            MOVE 0 TO WS-LotBufCount
            MOVE 'N' TO WS-SortEof
            PERFORM UNTIL WS-SortEof = 'Y'
                RETURN SORT-FILE
                    AT END
                        MOVE 'Y' TO WS-SortEof
                    NOT AT END
                        IF SR-LOT-ID NOT = WS-CurrLot
                            PERFORM flushLot
                            PERFORM startLot
                        END-IF
                        MOVE SR-FEED TO WS-Reading
                        PERFORM addToLot
                END-RETURN
            END-PERFORM
            PERFORM flushLot
            MOVE SPACES TO LOT-TRAILER-RECORD
            MOVE "TRL" TO LT-MARKER
            MOVE WS-LotCount TO LT-LOT-COUNT
            MOVE WS-HashTotal TO LT-HASH-TOTAL
            WRITE LOT-TRAILER-RECORD
            CLOSE LOTIN-FILE.

        startLot.
            MOVE SR-LOT-ID TO WS-CurrLot
            MOVE SR-PRODUCT-LINE TO WS-CurrLine
            MOVE 0 TO WS-LotBufCount
            MOVE 0 TO WS-LotReadings
            MOVE 'N' TO WS-LotOversize.

        addToLot.
            IF FR-PRODUCT-LINE NOT = WS-CurrLine
                ADD 1 TO WS-ConflictCount
                MOVE "LIN" TO WS-ExcReason
                MOVE SPACES TO WS-ExcText
                STRING "LOT ALREADY ON LINE " WS-CurrLine
                    DELIMITED BY SIZE INTO WS-ExcText
                PERFORM writeException
            ELSE
                ADD 1 TO WS-LotReadings
                IF WS-LotOversize = 'Y'
                    PERFORM writeOversize
                ELSE
                    IF WS-LotBufCount >= 20
                        MOVE 'Y' TO WS-LotOversize
                        ADD 1 TO WS-OversizeLots
                        PERFORM VARYING e FROM 1 BY 1
                                UNTIL e > WS-LotBufCount
                            MOVE WS-LB-READING(e) TO WS-Reading
                            PERFORM writeOversize
                        END-PERFORM
                        MOVE SR-FEED TO WS-Reading
                        PERFORM writeOversize
                        MOVE 0 TO WS-LotBufCount
                    ELSE
                        ADD 1 TO WS-LotBufCount
                        MOVE WS-Reading TO
                            WS-LB-READING(WS-LotBufCount)
                    END-IF
                END-IF
            END-IF.

        writeOversize.
            ADD 1 TO WS-OversizeReadings
            MOVE "OVF" TO WS-ExcReason
            MOVE "LOT HAS MORE THAN 20 READINGS" TO WS-ExcText
            PERFORM writeException.

        flushLot.
            IF WS-CurrLot NOT = SPACES AND WS-LotBufCount > 0
                    AND WS-LotOversize = 'N'
                MOVE SPACES TO LOT-INPUT-RECORD
                MOVE WS-CurrLot TO LI-LOT-ID
                MOVE WS-CurrLine TO LI-PRODUCT-LINE
                MOVE WS-LotBufCount TO LI-READING-COUNT
                PERFORM VARYING e FROM 1 BY 1
                        UNTIL e > WS-LotBufCount
                    MOVE WS-LB-READING(e) TO WS-Reading
                    MOVE FR-STATION TO LI-STATION(e)
                    MOVE FR-CHAR TO LI-CHAR(e)
                    MOVE FR-READING TO LI-READING(e)
                    ADD FR-READING TO WS-HashTotal
                END-PERFORM
                WRITE LOT-INPUT-RECORD
                ADD 1 TO WS-LotCount
                ADD WS-LotBufCount TO WS-GroupedCount
            END-IF
            IF WS-LotOversize = 'Y'
                DISPLAY "WARNING: lot " WS-CurrLot " has "
                        WS-LotReadings " readings - held on FEEDEXC"
            END-IF
            MOVE 0 TO WS-LotBufCount.

        writeException.
            MOVE SPACES TO EXCEPT-RECORD
            MOVE WS-Reading TO EX-FEED
            MOVE WS-ExcReason TO EX-REASON
            WRITE EXCEPT-RECORD
            ADD 1 TO WS-ExceptCount
            MOVE FR-LOT-ID TO XD-LOT-ID
            MOVE FR-PRODUCT-LINE TO XD-LINE
            MOVE FR-STATION TO XD-STATION
            MOVE FR-CHAR TO XD-CHAR
            MOVE WS-Reading(14:4) TO XD-READING
            MOVE FR-TIME TO XD-TIME
            MOVE WS-ExcReason TO XD-REASON
            MOVE WS-ExcText TO XD-TEXT
            MOVE SPACES TO REPORT-LINE
            MOVE WS-ExceptDetail TO REPORT-LINE
            WRITE REPORT-LINE.

        checkStationFeeds.
            MOVE 0 TO WS-MissingFeeds
            OPEN INPUT CALIB-FILE
            IF WS-CalibStatus NOT = "00"
                DISPLAY "WARNING: CALMASTR not available - status "
                        WS-CalibStatus " - missing feeds not checked"
            ELSE
                MOVE 'Y' TO WS-CalibOpen
                PERFORM UNTIL WS-CalibStatus NOT = "00"
                    READ CALIB-FILE NEXT RECORD
                        AT END
                            MOVE "10" TO WS-CalibStatus
                        NOT AT END
                            PERFORM matchRegisteredStation
                    END-READ
                END-PERFORM
                CLOSE CALIB-FILE
            END-IF.

        matchRegisteredStation.
            MOVE 0 TO s
            PERFORM VARYING e FROM 1 BY 1 UNTIL e > WS-StationCount
                IF WS-ST-ID(e) = CM-STATION
                    MOVE e TO s
                END-IF
            END-PERFORM
            IF s > 0
                MOVE 'Y' TO WS-ST-REGISTERED(s)
            ELSE
                IF CM-RESULT NOT = 'F' AND WS-StationCount < 50
                    ADD 1 TO WS-StationCount
                    MOVE CM-STATION TO WS-ST-ID(WS-StationCount)
                    MOVE 0 TO WS-ST-COUNT(WS-StationCount)
                    MOVE 'Y' TO WS-ST-REGISTERED(WS-StationCount)
                    ADD 1 TO WS-MissingFeeds
                    DISPLAY "WARNING: no feed received from station "
                            CM-STATION
                END-IF
            END-IF.

        writeStationReport.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "FEEDS RECEIVED" DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE WS-StationHeading TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM VARYING s FROM 1 BY 1 UNTIL s > WS-StationCount
                MOVE WS-ST-ID(s) TO SD-STATION
                MOVE WS-ST-COUNT(s) TO SD-COUNT
                EVALUATE TRUE
                    WHEN WS-ST-COUNT(s) = 0
                        MOVE "** NO FEED RECEIVED **" TO SD-STATUS
                    WHEN WS-CalibOpen = 'Y'
                            AND WS-ST-REGISTERED(s) = 'N'
                        MOVE "RECEIVED - NOT ON CALMASTR"
                            TO SD-STATUS
                    WHEN OTHER
                        MOVE "RECEIVED" TO SD-STATUS
                END-EVALUATE
                MOVE SPACES TO REPORT-LINE
                MOVE WS-StationDetail TO REPORT-LINE
                WRITE REPORT-LINE
            END-PERFORM.

        writeBuildTotals.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "FEED RECORDS READ: " WS-FeedCount
                "   VALID: " WS-ValidCount
                "   INVALID: " WS-InvalidCount
                "   ORPHANS (NO PRODUCT LINE): " WS-OrphanCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LINE CONFLICTS: " WS-ConflictCount
                "   LOTS OVER 20 READINGS: " WS-OversizeLots
                " (" WS-OversizeReadings " READINGS)"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOTS WRITTEN: " WS-LotCount
                "   READINGS GROUPED: " WS-GroupedCount
                "   TRAILER HASH: " WS-HashTotal
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-MissingFeeds > 0
                MOVE SPACES TO REPORT-LINE
                STRING "** " WS-MissingFeeds " REGISTERED STATION(S) "
                    "SENT NO FEED - CHECK BEFORE S21513A RUNS **"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
        END PROGRAM BuildLotin.
