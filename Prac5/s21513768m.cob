                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
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
                ACCESS MODE IS DYNAMIC
            SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AuditStatus.
            SELECT RAW-FILE ASSIGN TO "RAWREAD"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RW-KEY
                FILE STATUS IS WS-RawStatus.
            SELECT REWORK-FILE ASSIGN TO "REWORDER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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

        FD MASTER-FILE.
        01 MASTER-RECORD.
            05 CO-OLD-LOT-ID PIC X(6).
            05 CO-NEW-LOT-ID PIC X(6).
            05 CO-NEW-LINE PIC X(3).
            05 CO-CHAR PIC X(2).
            05 CO-RESTATE-DATE PIC X(8).
            05 FILLER PIC X(2).

        FD AUDIT-FILE.
        01 AUDIT-RECORD.
            05 AL-BEFORE PIC X(55).
            05 AL-AFTER PIC X(55).

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
        01 WS-ParmStatus PIC XX.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-HistidxEof PIC X.
        01 WS-MasterStatus PIC XX.
        01 WS-CorrpendStatus PIC XX.
        01 WS-AuditStatus PIC XX.
        01 WS-RawStatus PIC XX.
        01 WS-RawOpen PIC X VALUE 'N'.
        01 WS-RawEof PIC X.
        01 WS-RawFailed PIC X VALUE 'N'.
        01 WS-RawFirst PIC X.
        01 WS-RawImage PIC X(54).
        01 WS-RawMoved PIC 9(5).
        01 WS-ReworkStatus PIC XX.
        01 WS-ReworkOpen PIC X VALUE 'N'.
        01 WS-ReworkFailed PIC X VALUE 'N'.
        01 WS-ReworkEof PIC X.
        01 WS-OrderTable.
            05 WS-OrderImage PIC X(44) OCCURS 6 TIMES.
        01 WS-OrderCount PIC 9.
        01 WS-OrdersAmended PIC 9(5) VALUE 0.
        01 ro PIC 9.
        01 WS-Timestamp PIC X(14).
        01 WS-AmendTable.
            05 WS-Amend OCCURS 50 TIMES.
        01 WS-AppliedCount PIC 99 VALUE 0.
        01 WS-FailedCount PIC 99 VALUE 0.
        01 WS-HistChanged PIC 9(6) VALUE 0.
        01 WS-HistoryFailed PIC X VALUE 'N'.
        01 WS-RowKeyTable.
            05 WS-RowKey PIC X(30) OCCURS 500 TIMES.
        01 WS-RowKeyCount PIC 9(3).
        01 hk PIC 9(3).
        01 WS-RowTouched PIC X.
        01 a PIC 99.

            PERFORM loadAmendments
            IF WS-AmendCount = 0
                DISPLAY "No amendments supplied - nothing to do"
                IF WS-FailedCount > 0
                    DISPLAY "Amendments failed: " WS-FailedCount
                    MOVE 4 TO RETURN-CODE
            PERFORM openAudit
            PERFORM openCorrpend
            OPEN I-O MASTER-FILE
            PERFORM openRawReadings
            PERFORM openReworkOrders
            PERFORM VARYING a FROM 1 BY 1 UNTIL a > WS-AmendCount
                PERFORM applyOneAmendment
            END-PERFORM
            CLOSE MASTER-FILE
            IF WS-RawOpen = 'Y'
                CLOSE RAW-FILE
            END-IF
            IF WS-ReworkOpen = 'Y'
                CLOSE REWORK-FILE
            END-IF
            PERFORM rewriteHistory
            CLOSE CORRPEND-FILE
            CLOSE AUDIT-FILE
            DISPLAY "Amendments applied: " WS-AppliedCount
            DISPLAY "Amendments failed: " WS-FailedCount
            DISPLAY "History rows amended: " WS-HistChanged
            DISPLAY "Rework orders amended: " WS-OrdersAmended
            IF WS-FailedCount > 0 OR WS-RawOpen = 'N'
                    OR WS-HistoryFailed = 'Y' OR WS-ReworkFailed = 'Y'
                    OR WS-RawFailed = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
                OPEN OUTPUT CORRPEND-FILE
            END-IF.

        openRawReadings.
            OPEN I-O RAW-FILE
            IF WS-RawStatus = "00"
                MOVE 'Y' TO WS-RawOpen
            ELSE
                DISPLAY "WARNING: RAWREAD could not be opened - status "
                        WS-RawStatus " - raw readings not amended"
            END-IF.

        openReworkOrders.
            OPEN I-O REWORK-FILE
            EVALUATE WS-ReworkStatus
                WHEN "00"
                    MOVE 'Y' TO WS-ReworkOpen
                WHEN "35"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "WARNING: REWORDER could not be opened - "
                            "status " WS-ReworkStatus
                            " - rework orders not amended"
                    MOVE 'Y' TO WS-ReworkFailed
            END-EVALUATE.

        applyOneAmendment.
            IF WS-AM-ACTION(a) = "CORR"
                    AND WS-AM-NEW-LOT-ID(a) = SPACES
                            MOVE 'Y' TO WS-AM-APPLIED(a)
                            ADD 1 TO WS-AppliedCount
                            PERFORM writeCorrectionRecord
                            IF WS-AM-ACTION(a) = "CORR"
                                    AND WS-RawOpen = 'Y'
                                PERFORM amendRawReadings
                            END-IF
                            IF WS-ReworkOpen = 'Y'
                                PERFORM amendReworkOrders
                            END-IF
                        END-IF
                    END-IF
                END-IF
            MOVE MASTER-RECORD TO WS-AfterImage
            PERFORM writeAuditRecord.

        amendRawReadings.
            MOVE 0 TO WS-RawMoved
            MOVE 'Y' TO WS-RawFirst
            MOVE 'N' TO WS-RawEof
            PERFORM UNTIL WS-RawEof = 'Y'
                PERFORM findNextRawReading
                IF WS-RawEof = 'N'
                    PERFORM amendOneRawReading
                END-IF
            END-PERFORM
            IF WS-RawMoved > 0
                DISPLAY "Raw readings amended for " WS-AM-LOT-ID(a)
                        ": " WS-RawMoved
            END-IF.

        findNextRawReading.
            IF WS-RawFirst = 'Y' OR WS-AM-NEW-LOT-ID(a) NOT = SPACES
                MOVE WS-AM-LOT-ID(a) TO RW-LOT-ID
                MOVE LOW-VALUES TO RW-CHAR
                MOVE ZERO TO RW-TEST-SEQ
                MOVE LOW-VALUES TO RW-STATION
                MOVE ZERO TO RW-POSITION
                START RAW-FILE KEY IS >= RW-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-RawEof
                END-START
            ELSE
                START RAW-FILE KEY IS > RW-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-RawEof
                END-START
            END-IF
            MOVE 'N' TO WS-RawFirst
            IF WS-RawEof = 'N'
                READ RAW-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-RawEof
                    NOT AT END
                        IF RW-LOT-ID NOT = WS-AM-LOT-ID(a)
                            MOVE 'Y' TO WS-RawEof
                        END-IF
                END-READ
            END-IF.

        amendOneRawReading.
            IF WS-AM-NEW-LOT-ID(a) NOT = SPACES
                MOVE RAW-RECORD TO WS-RawImage
                MOVE WS-AM-NEW-LOT-ID(a) TO RW-LOT-ID
                IF WS-AM-NEW-LINE(a) NOT = SPACES
                    MOVE WS-AM-NEW-LINE(a) TO RW-PRODUCT-LINE
                END-IF
                WRITE RAW-RECORD
                    INVALID KEY
                        DISPLAY "WARNING: raw reading " RW-KEY
                                " already on RAWREAD - "
                                WS-AM-LOT-ID(a) " readings left"
                        MOVE 'Y' TO WS-RawEof
                        MOVE 'Y' TO WS-RawFailed
                    NOT INVALID KEY
                        MOVE WS-RawImage TO RAW-RECORD
                        DELETE RAW-FILE
                        ADD 1 TO WS-RawMoved
                END-WRITE
            ELSE
                MOVE WS-AM-NEW-LINE(a) TO RW-PRODUCT-LINE
                REWRITE RAW-RECORD
                    INVALID KEY
                        DISPLAY "WARNING: raw reading " RW-KEY
                                " not amended - status " WS-RawStatus
                        MOVE 'Y' TO WS-RawFailed
                    NOT INVALID KEY
                        ADD 1 TO WS-RawMoved
                END-REWRITE
            END-IF.

        amendReworkOrders.
            MOVE 0 TO WS-OrderCount
            MOVE WS-AM-LOT-ID(a) TO RO-LOT-ID
            MOVE LOW-VALUES TO RO-CHAR
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
                        IF RO-LOT-ID = WS-AM-LOT-ID(a)
                                AND WS-OrderCount < 6
                            ADD 1 TO WS-OrderCount
                            MOVE REWORK-RECORD TO
                                WS-OrderImage(WS-OrderCount)
                        ELSE
                            MOVE 'Y' TO WS-ReworkEof
                        END-IF
                END-READ
            END-PERFORM
            PERFORM VARYING ro FROM 1 BY 1 UNTIL ro > WS-OrderCount
                PERFORM amendOneReworkOrder
            END-PERFORM.

        amendOneReworkOrder.
            MOVE WS-OrderImage(ro) TO REWORK-RECORD
            IF WS-AM-ACTION(a) = "VOID"
                IF RO-STATUS = 'O' OR RO-STATUS = 'F'
                    MOVE 'V' TO RO-STATUS
                    REWRITE REWORK-RECORD
                        INVALID KEY
                            PERFORM reworkOrderFailed
                        NOT INVALID KEY
                            ADD 1 TO WS-OrdersAmended
                    END-REWRITE
                END-IF
            ELSE
                IF WS-AM-NEW-LINE(a) NOT = SPACES
                    MOVE WS-AM-NEW-LINE(a) TO RO-PRODUCT-LINE
                END-IF
                IF WS-AM-NEW-LOT-ID(a) NOT = SPACES
                    MOVE WS-AM-NEW-LOT-ID(a) TO RO-LOT-ID
                    WRITE REWORK-RECORD
                        INVALID KEY
                            PERFORM reworkOrderFailed
                        NOT INVALID KEY
                            MOVE WS-OrderImage(ro) TO REWORK-RECORD
                            DELETE REWORK-FILE
                            ADD 1 TO WS-OrdersAmended
                    END-WRITE
                ELSE
                    REWRITE REWORK-RECORD
                        INVALID KEY
                            PERFORM reworkOrderFailed
                        NOT INVALID KEY
                            ADD 1 TO WS-OrdersAmended
                    END-REWRITE
                END-IF
            END-IF.

        reworkOrderFailed.
            DISPLAY "WARNING: rework order " WS-OrderImage(ro)(1:8)
                    " not amended - status " WS-ReworkStatus
            MOVE 'Y' TO WS-ReworkFailed.

        writeAuditRecord.
            MOVE WS-Timestamp TO AL-TIMESTAMP
            MOVE WS-AM-ACTION(a) TO AL-ACTION
            MOVE WS-AM-LOT-ID(a) TO CO-OLD-LOT-ID
            MOVE WS-AM-NEW-LOT-ID(a) TO CO-NEW-LOT-ID
            MOVE WS-AM-NEW-LINE(a) TO CO-NEW-LINE
            MOVE SPACES TO CO-CHAR
            MOVE SPACES TO CO-RESTATE-DATE
            WRITE CORRPEND-RECORD.

        rewriteHistory.
            OPEN I-O HISTORY-FILE
            OPEN I-O HISTIDX-FILE
            IF WS-HistoryStatus NOT = "00"
                    OR WS-HistidxStatus NOT = "00"
                DISPLAY "WARNING: HISTORY/HISTIDX not available - "
                        "status " WS-HistoryStatus "/"
                        WS-HistidxStatus " - history rows not amended"
                MOVE 'Y' TO WS-HistoryFailed
            ELSE
                PERFORM VARYING a FROM 1 BY 1 UNTIL a > WS-AmendCount
                    IF WS-AM-APPLIED(a) = 'Y'
                        PERFORM amendLotHistory
                    END-IF
                END-PERFORM
            END-IF
            CLOSE HISTIDX-FILE
            CLOSE HISTORY-FILE.

        amendLotHistory.
            MOVE 0 TO WS-RowKeyCount
            MOVE LOW-VALUES TO HX-KEY
            MOVE WS-AM-LOT-ID(a) TO HX-LOT-ID
            START HISTIDX-FILE KEY IS >= HX-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM collectLotKeys
            END-START
            PERFORM VARYING hk FROM 1 BY 1 UNTIL hk > WS-RowKeyCount
                PERFORM amendOneHistoryRow
            END-PERFORM.

        collectLotKeys.
            MOVE 'N' TO WS-HistidxEof
            PERFORM UNTIL WS-HistidxEof = 'Y'
                READ HISTIDX-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-HistidxEof
                    NOT AT END
                        IF HX-LOT-ID NOT = WS-AM-LOT-ID(a)
                            MOVE 'Y' TO WS-HistidxEof
                        ELSE
                            IF WS-RowKeyCount >= 500
                                DISPLAY "WARNING: lot "
                                        WS-AM-LOT-ID(a) " has more "
                                        "than 500 HISTORY rows - "
                                        "the rest not amended"
                                MOVE 'Y' TO WS-HistoryFailed
                                MOVE 'Y' TO WS-HistidxEof
                            ELSE
                                ADD 1 TO WS-RowKeyCount
                                MOVE HX-KEY TO
                                    WS-RowKey(WS-RowKeyCount)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        amendOneHistoryRow.
            MOVE WS-RowKey(hk) TO HX-KEY
            MOVE HX-RRN TO WS-HistoryRrn
            READ HISTORY-FILE
                INVALID KEY
                    DISPLAY "WARNING: HISTIDX entry " HX-KEY
                            " has no HISTORY row"
                    MOVE 'Y' TO WS-HistoryFailed
                NOT INVALID KEY
                    PERFORM changeHistoryRow
            END-READ.

        changeHistoryRow.
            IF WS-AM-ACTION(a) = "VOID"
                MOVE 'V' TO HR-STATUS
            ELSE
                IF WS-AM-NEW-LOT-ID(a) NOT = SPACES
                    MOVE WS-AM-NEW-LOT-ID(a) TO HR-LOT-ID
                END-IF
                IF WS-AM-NEW-LINE(a) NOT = SPACES
                    MOVE WS-AM-NEW-LINE(a) TO HR-PRODUCT-LINE
                END-IF
            END-IF
            REWRITE HISTORY-RECORD
            ADD 1 TO WS-HistChanged
            IF HR-LOT-ID NOT = HX-LOT-ID
                DELETE HISTIDX-FILE RECORD
                    INVALID KEY
                        DISPLAY "WARNING: HISTIDX entry " HX-KEY
                                " could not be removed - status "
                                WS-HistidxStatus
                        MOVE 'Y' TO WS-HistoryFailed
                END-DELETE
                MOVE HR-LOT-ID TO HX-LOT-ID
                WRITE HISTIDX-RECORD
                    INVALID KEY
                        DISPLAY "WARNING: HISTIDX entry " HX-KEY
                                " could not be added - status "
                                WS-HistidxStatus
                        MOVE 'Y' TO WS-HistoryFailed
                END-WRITE
            END-IF.
        END PROGRAM LotAmend.
