                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NewholdStatus.
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
                RECORD KEY IS LM-KEY
                FILE STATUS IS WS-MasterStatus.
            SELECT REWORK-FILE ASSIGN TO "REWORDER"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RO-KEY
                FILE STATUS IS WS-ReworkStatus.
            SELECT AGING-FILE ASSIGN TO "HOLDAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AgingStatus.
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
            05 LM-DISPOSITION PIC X.
            05 LM-DISP-DATE PIC X(8).

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

        FD AGING-FILE.
        01 AGING-LINE PIC X(132).

        01 WS-HoldStatus PIC XX.
        01 WS-NewholdStatus PIC XX.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-HistidxEof PIC X.
        01 WS-HistoryFailed PIC X VALUE 'N'.
        01 WS-MasterStatus PIC XX.
        01 WS-AgingStatus PIC XX.
        01 WS-ReworkStatus PIC XX.
        01 WS-ReworkEof PIC X.
        01 WS-RunDate PIC X(8).
        01 WS-AgeDays PIC 99 VALUE 7.
        01 WS-ReworkDays PIC 99 VALUE 5.
        01 WS-ReworkDue PIC X(8).
        01 WS-ReworkDueNum PIC 9(8).
        01 WS-OrderCount PIC 9(4) VALUE 0.
        01 WS-OrderFailed PIC 9(4) VALUE 0.
        01 WS-OrderClosed PIC 9(4) VALUE 0.
        01 WS-DispTable.
            05 WS-Disp OCCURS 50 TIMES.
                10 WS-DP-LOT-ID PIC X(6).
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            COMPUTE WS-RunInt =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RunDate))
            PERFORM setRunParms
            COMPUTE WS-ReworkDueNum = FUNCTION DATE-OF-INTEGER
                (WS-RunInt + WS-ReworkDays)
            MOVE WS-ReworkDueNum TO WS-ReworkDue
            PERFORM loadDispositions
            OPEN I-O MASTER-FILE
            PERFORM openRework
            PERFORM applyToHolds
            PERFORM closeReworkOrders
            CLOSE REWORK-FILE
            PERFORM applyToMaster
            PERFORM applyToHistory
            CLOSE MASTER-FILE
            DISPLAY "Holds aged over " WS-AgeDays " days: "
                    WS-AgedCount
            DISPLAY "Disposition cards failed: " WS-FailedCount
            DISPLAY "Rework orders opened: " WS-OrderCount
                    " due " WS-ReworkDue
            DISPLAY "Rework orders closed by scrap/release: "
                    WS-OrderClosed
            IF WS-OrderFailed > 0
                DISPLAY "Rework orders not recorded: " WS-OrderFailed
            END-IF
            IF WS-HistoryFailed = 'Y'
                DISPLAY "History rows not marked - see warnings above"
            END-IF
            IF WS-FailedCount > 0 OR WS-AgedCount > 0
                    OR WS-OrderFailed > 0 OR WS-HistoryFailed = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        setRunParms.
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                PERFORM UNTIL WS-ParmStatus NOT = "00"
                    READ PARM-FILE
                        AT END
                            MOVE "10" TO WS-ParmStatus
                        NOT AT END
                            IF PP-KEYWORD = "AGEDAYS"
                                COMPUTE WS-AgeDays =
                                    FUNCTION NUMVAL(PP-VALUE)
                            END-IF
                            IF PP-KEYWORD = "REWDAYS"
                                COMPUTE WS-ReworkDays =
                                    FUNCTION NUMVAL(PP-VALUE)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        openRework.
            OPEN I-O REWORK-FILE
            IF WS-ReworkStatus = "35"
                OPEN OUTPUT REWORK-FILE
                CLOSE REWORK-FILE
                OPEN I-O REWORK-FILE
            END-IF
            IF WS-ReworkStatus NOT = "00"
                DISPLAY "WARNING: REWORDER not available - status "
                        WS-ReworkStatus " - rework orders not "
                        "opened or closed"
            END-IF.

        loadDispositions.
            MOVE 0 TO WS-DispCount
            OPEN INPUT DISP-FILE
                    MOVE WS-DP-REASON(WS-Dx) TO HD-REASON
                    MOVE 'Y' TO WS-DP-APPLIED(WS-Dx)
                    ADD 1 TO WS-ClosedCount
                    IF HD-STATUS = 'W'
                        PERFORM openReworkOrder
                    END-IF
                END-IF
            END-IF
            WRITE NEWHOLD-RECORD FROM HOLD-RECORD.

        openReworkOrder.
            IF WS-ReworkStatus NOT = "00"
                ADD 1 TO WS-OrderFailed
            ELSE
                MOVE HD-LOT-ID TO RO-LOT-ID
                MOVE HD-CHAR TO RO-CHAR
                READ REWORK-FILE
                    INVALID KEY
                        MOVE 0 TO RO-REWORK-COUNT
                        MOVE 0 TO RO-FAIL-COUNT
                        PERFORM fillReworkOrder
                        WRITE REWORK-RECORD
                    NOT INVALID KEY
                        PERFORM fillReworkOrder
                        REWRITE REWORK-RECORD
                END-READ
                IF WS-ReworkStatus = "00"
                    ADD 1 TO WS-OrderCount
                ELSE
                    DISPLAY "Rework order failed for " HD-LOT-ID " "
                            HD-CHAR " - status " WS-ReworkStatus
                    ADD 1 TO WS-OrderFailed
                    MOVE "00" TO WS-ReworkStatus
                END-IF
            END-IF.

        closeReworkOrders.
            IF WS-ReworkStatus = "00"
                PERFORM VARYING d FROM 1 BY 1 UNTIL d > WS-DispCount
                    IF WS-DP-APPLIED(d) = 'Y'
                            AND WS-DP-CODE(d) NOT = 'W'
                        PERFORM closeLotOrders
                    END-IF
                END-PERFORM
            END-IF.

        closeLotOrders.
            MOVE LOW-VALUES TO RO-KEY
            MOVE WS-DP-LOT-ID(d) TO RO-LOT-ID
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
                        IF RO-LOT-ID = WS-DP-LOT-ID(d)
                            IF (WS-DP-CHAR(d) = SPACES
                                    OR WS-DP-CHAR(d) = RO-CHAR)
                                    AND (RO-STATUS = 'O'
                                    OR RO-STATUS = 'F')
                                PERFORM closeOneOrder
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-ReworkEof
                        END-IF
                END-READ
            END-PERFORM
            MOVE "00" TO WS-ReworkStatus.

        closeOneOrder.
            IF WS-DP-CODE(d) = 'S'
                MOVE 'S' TO RO-STATUS
            ELSE
                MOVE 'X' TO RO-STATUS
            END-IF
            REWRITE REWORK-RECORD
            IF WS-ReworkStatus = "00"
                ADD 1 TO WS-OrderClosed
            ELSE
                DISPLAY "Rework order not closed for " RO-LOT-ID " "
                        RO-CHAR " - status " WS-ReworkStatus
                ADD 1 TO WS-OrderFailed
                MOVE "00" TO WS-ReworkStatus
            END-IF.

        fillReworkOrder.
            MOVE HD-PRODUCT-LINE TO RO-PRODUCT-LINE
            MOVE 'O' TO RO-STATUS
            MOVE WS-RunDate TO RO-OPEN-DATE
            MOVE WS-ReworkDue TO RO-DUE-DATE
            MOVE HD-SUPERVISOR TO RO-SUPERVISOR
            ADD 1 TO RO-REWORK-COUNT
            MOVE SPACES TO RO-RETEST-DATE.

        applyToMaster.
            PERFORM VARYING d FROM 1 BY 1 UNTIL d > WS-DispCount
                IF WS-DP-APPLIED(d) = 'Y'
            END-PERFORM.

        applyToHistory.
            OPEN I-O HISTORY-FILE
            OPEN INPUT HISTIDX-FILE
            IF WS-HistoryStatus NOT = "00"
                    OR WS-HistidxStatus NOT = "00"
                DISPLAY "WARNING: HISTORY/HISTIDX not available - "
                        "status " WS-HistoryStatus "/"
                        WS-HistidxStatus " - history rows not marked"
                MOVE 'Y' TO WS-HistoryFailed
            ELSE
                PERFORM VARYING d FROM 1 BY 1 UNTIL d > WS-DispCount
                    IF WS-DP-APPLIED(d) = 'Y'
                        PERFORM markHistoryRows
                    END-IF
                END-PERFORM
            END-IF
            CLOSE HISTIDX-FILE
            CLOSE HISTORY-FILE.

        markHistoryRows.
            MOVE LOW-VALUES TO HX-KEY
            MOVE WS-DP-LOT-ID(d) TO HX-LOT-ID
            START HISTIDX-FILE KEY IS >= HX-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM markNextHistoryRow
            END-START.

        markNextHistoryRow.
            MOVE 'N' TO WS-HistidxEof
            PERFORM UNTIL WS-HistidxEof = 'Y'
                READ HISTIDX-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-HistidxEof
                    NOT AT END
                        IF HX-LOT-ID = WS-DP-LOT-ID(d)
                            IF WS-DP-CHAR(d) = SPACES
                                    OR WS-DP-CHAR(d) = HX-CHAR
                                PERFORM markOneHistoryRow
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-HistidxEof
                        END-IF
                END-READ
            END-PERFORM.

        markOneHistoryRow.
            MOVE HX-RRN TO WS-HistoryRrn
            READ HISTORY-FILE
                INVALID KEY
                    DISPLAY "WARNING: HISTIDX entry " HX-KEY
                            " has no HISTORY row"
                    MOVE 'Y' TO WS-HistoryFailed
                NOT INVALID KEY
                    MOVE WS-DP-CODE(d) TO HR-DISP
                    REWRITE HISTORY-RECORD
            END-READ.

        reportUnmatched.
            PERFORM VARYING d FROM 1 BY 1 UNTIL d > WS-DispCount
