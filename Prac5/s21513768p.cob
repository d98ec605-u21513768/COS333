        IDENTIFICATION DIVISION.
        PROGRAM-ID. ShipGate.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REQUEST-FILE ASSIGN TO "SHIPREQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RequestStatus.
            SELECT MASTER-FILE ASSIGN TO "LOTMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LM-KEY
                FILE STATUS IS WS-MasterStatus.
            SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HoldStatus.
            SELECT HISTORY-FILE ASSIGN TO "HISTORY"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-HistoryStatus.
            SELECT PEND-FILE ASSIGN TO "DWNPEND"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PendStatus.
            SELECT CUSTSPEC-FILE ASSIGN TO "CUSTSPEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustspecStatus.
            SELECT RELEASE-FILE ASSIGN TO "SHIPREL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReleaseStatus.
            SELECT BLOCKED-FILE ASSIGN TO "SHIPBLK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BlockedStatus.
            SELECT QUEUE-FILE ASSIGN TO "COAQUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QueueStatus.
            SELECT REPORT-FILE ASSIGN TO "SHIPRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ReportStatus.

        DATA DIVISION.
        FILE SECTION.
        FD REQUEST-FILE.
        01 REQUEST-RECORD.
            05 SQ-ORDER PIC X(8).
            05 SQ-CUSTOMER PIC X(6).
            05 SQ-LOT-ID PIC X(6).

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

        FD PEND-FILE.
        01 PEND-RECORD.
            05 PD-LOT-ID PIC X(6).
            05 PD-SENT-DATE PIC X(8).

        FD CUSTSPEC-FILE.
        01 CUSTSPEC-RECORD.
            05 CS-CUSTOMER PIC X(6).
            05 CS-PRODUCT-LINE PIC X(3).
            05 CS-CHAR PIC X(2).
            05 CS-MIN PIC 9(4)V99.
            05 CS-MAX PIC 9(4)V99.
            05 CS-EFF-DATE PIC X(8).

        FD RELEASE-FILE.
        01 RELEASE-RECORD.
            05 RL-ORDER PIC X(8).
            05 RL-CUSTOMER PIC X(6).
            05 RL-LOT-ID PIC X(6).
            05 RL-RELEASE-DATE PIC X(8).

        FD BLOCKED-FILE.
        01 BLOCKED-RECORD.
            05 BK-ORDER PIC X(8).
            05 BK-CUSTOMER PIC X(6).
            05 BK-LOT-ID PIC X(6).
            05 BK-REASON PIC X(3).
            05 BK-REASON-TEXT PIC X(40).

        FD QUEUE-FILE.
        01 QUEUE-RECORD.
            05 CQ-LOT-ID PIC X(6).
            05 FILLER PIC X.
            05 CQ-CUSTOMER PIC X(6).
            05 FILLER PIC X.
            05 CQ-ORDER PIC X(8).
            05 FILLER PIC X(58).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-RequestStatus PIC XX.
        01 WS-MasterStatus PIC XX.
        01 WS-HoldStatus PIC XX.
        01 WS-HistoryStatus PIC XX.
        01 WS-PendStatus PIC XX.
        01 WS-CustspecStatus PIC XX.
        01 WS-ReleaseStatus PIC XX.
        01 WS-BlockedStatus PIC XX.
        01 WS-QueueStatus PIC XX.
        01 WS-ReportStatus PIC XX.
        01 WS-RunDate PIC X(8).
        01 WS-LineTable.
            05 WS-Line OCCURS 500 TIMES.
                10 WS-SL-ORDER PIC X(8).
                10 WS-SL-CUSTOMER PIC X(6).
                10 WS-SL-LOT-ID PIC X(6).
                10 WS-SL-LOT PIC 9(3).
        01 WS-LineCount PIC 9(3) VALUE 0.
        01 WS-LotTable.
            05 WS-Lot OCCURS 500 TIMES.
                10 WS-LT-LOT-ID PIC X(6).
                10 WS-LT-ON-MASTER PIC X.
                10 WS-LT-SCRAP PIC X.
                10 WS-LT-REWORK PIC X.
                10 WS-LT-HELD PIC X.
                10 WS-LT-LIVE PIC X.
                10 WS-LT-VOID PIC X.
                10 WS-LT-PENDING PIC X.
                10 WS-LT-CHAR-COUNT PIC 9.
                10 WS-LT-CHARS OCCURS 6 TIMES.
                    15 WS-LT-CHAR PIC X(2).
                    15 WS-LT-CHAR-STATUS PIC X.
                    15 WS-LT-CHAR-LINE PIC X(3).
                    15 WS-LT-CHAR-DATE PIC X(8).
                    15 WS-LT-CHAR-SMALLEST PIC 9(4)V99.
                    15 WS-LT-CHAR-LARGEST PIC 9(4)V99.
                10 WS-LT-REASON PIC X(3).
                10 WS-LT-REASON-TEXT PIC X(40).
        01 WS-LotCount PIC 9(3) VALUE 0.
        01 WS-Overflow PIC X VALUE 'N'.
        01 WS-Lx PIC 9(3).
        01 lx PIC 9(3).
        01 n PIC 9(3).
        01 cc PIC 9.
        01 WS-Cx PIC 9.
        01 WS-MasterEof PIC X.
        01 WS-Short PIC X.
        01 WS-ReleasedCount PIC 9(4) VALUE 0.
        01 WS-BlockedCount PIC 9(4) VALUE 0.
        01 WS-QueuedCount PIC 9(4) VALUE 0.
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
        01 WS-CsFound PIC X.
        01 WS-CsEffDate PIC X(8).
        01 WS-CsMin PIC 9(4)V99.
        01 WS-CsMax PIC 9(4)V99.
        01 WS-CustFail PIC X.
        01 WS-CustFailChar PIC X(2).
        01 WS-LineReason PIC X(3).
        01 WS-LineReasonText PIC X(40).
        01 WS-ShipDetail.
            05 SD-ORDER PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 SD-CUSTOMER PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 SD-LOT-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 SD-RESULT PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 SD-REASON PIC X(3).
            05 FILLER PIC X(2) VALUE SPACES.
            05 SD-REASON-TEXT PIC X(40).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            PERFORM loadRequests
            IF WS-Overflow = 'Y'
                DISPLAY "ERROR: more than 500 shipment lines - "
                        "nothing released, split SHIPREQ"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            IF WS-LineCount = 0
                DISPLAY "No shipment requests on SHIPREQ"
            END-IF
            PERFORM checkMaster
            PERFORM checkHolds
            PERFORM checkHistory
            PERFORM checkPending
            PERFORM loadCustomerSpecs
            PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > WS-LotCount
                PERFORM decideOneLot
            END-PERFORM
            PERFORM writeResults
            DISPLAY "Shipment lines released: " WS-ReleasedCount
            DISPLAY "Shipment lines blocked: " WS-BlockedCount
            DISPLAY "Lots queued for certificate: " WS-QueuedCount
            IF WS-BlockedCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        loadRequests.
            MOVE 0 TO WS-LineCount
            MOVE 0 TO WS-LotCount
            OPEN INPUT REQUEST-FILE
            IF WS-RequestStatus = "00"
                PERFORM UNTIL WS-RequestStatus NOT = "00"
                    READ REQUEST-FILE
                        AT END
                            MOVE "10" TO WS-RequestStatus
                        NOT AT END
                            IF SQ-LOT-ID NOT = SPACES
                                PERFORM storeOneRequest
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REQUEST-FILE
            END-IF.

        storeOneRequest.
            IF WS-LineCount >= 500
                MOVE 'Y' TO WS-Overflow
            ELSE
                MOVE 0 TO WS-Lx
                PERFORM VARYING lx FROM 1 BY 1
                        UNTIL lx > WS-LotCount
                    IF WS-LT-LOT-ID(lx) = SQ-LOT-ID
                        MOVE lx TO WS-Lx
                    END-IF
                END-PERFORM
                IF WS-Lx = 0
                    ADD 1 TO WS-LotCount
                    MOVE WS-LotCount TO WS-Lx
                    MOVE SQ-LOT-ID TO WS-LT-LOT-ID(WS-Lx)
                    MOVE 'N' TO WS-LT-ON-MASTER(WS-Lx)
                    MOVE 'N' TO WS-LT-SCRAP(WS-Lx)
                    MOVE 'N' TO WS-LT-REWORK(WS-Lx)
                    MOVE 'N' TO WS-LT-HELD(WS-Lx)
                    MOVE 'N' TO WS-LT-LIVE(WS-Lx)
                    MOVE 'N' TO WS-LT-VOID(WS-Lx)
                    MOVE 'N' TO WS-LT-PENDING(WS-Lx)
                    MOVE 0 TO WS-LT-CHAR-COUNT(WS-Lx)
                    MOVE SPACES TO WS-LT-REASON(WS-Lx)
                    MOVE SPACES TO WS-LT-REASON-TEXT(WS-Lx)
                END-IF
                ADD 1 TO WS-LineCount
                MOVE SQ-ORDER TO WS-SL-ORDER(WS-LineCount)
                MOVE SQ-CUSTOMER TO WS-SL-CUSTOMER(WS-LineCount)
                MOVE SQ-LOT-ID TO WS-SL-LOT-ID(WS-LineCount)
                MOVE WS-Lx TO WS-SL-LOT(WS-LineCount)
            END-IF.

        checkMaster.
            OPEN INPUT MASTER-FILE
            IF WS-MasterStatus = "00"
                PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > WS-LotCount
                    PERFORM readMasterRows
                END-PERFORM
                CLOSE MASTER-FILE
            ELSE
                DISPLAY "WARNING: LOTMASTR not available - status "
                        WS-MasterStatus
            END-IF.

        readMasterRows.
            MOVE WS-LT-LOT-ID(lx) TO LM-LOT-ID
            MOVE LOW-VALUES TO LM-CHAR
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
                        IF LM-LOT-ID = WS-LT-LOT-ID(lx)
                            MOVE 'Y' TO WS-LT-ON-MASTER(lx)
                            IF LM-DISPOSITION = 'S'
                                MOVE 'Y' TO WS-LT-SCRAP(lx)
                            END-IF
                            IF LM-DISPOSITION = 'W'
                                MOVE 'Y' TO WS-LT-REWORK(lx)
                            END-IF
                        ELSE
                            MOVE 'Y' TO WS-MasterEof
                        END-IF
                END-READ
            END-PERFORM.

        checkHolds.
            OPEN INPUT HOLD-FILE
            IF WS-HoldStatus = "00"
                PERFORM UNTIL WS-HoldStatus NOT = "00"
                    READ HOLD-FILE
                        AT END
                            MOVE "10" TO WS-HoldStatus
                        NOT AT END
                            PERFORM matchOneHold
                    END-READ
                END-PERFORM
                CLOSE HOLD-FILE
            END-IF.

        matchOneHold.
            PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > WS-LotCount
                IF WS-LT-LOT-ID(lx) = HD-LOT-ID
                    IF HD-STATUS = 'H'
                        MOVE 'Y' TO WS-LT-HELD(lx)
                    END-IF
                    IF HD-STATUS = 'S'
                        MOVE 'Y' TO WS-LT-SCRAP(lx)
                    END-IF
                END-IF
            END-PERFORM.

        checkHistory.
            OPEN INPUT HISTORY-FILE
            IF WS-HistoryStatus = "00"
                PERFORM UNTIL WS-HistoryStatus NOT = "00"
                    READ HISTORY-FILE
                        AT END
                            MOVE "10" TO WS-HistoryStatus
                        NOT AT END
                            PERFORM matchOneHistory
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
            END-IF.

        matchOneHistory.
            PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > WS-LotCount
                IF WS-LT-LOT-ID(lx) = HR-LOT-ID
                    IF HR-STATUS = 'V'
                        MOVE 'Y' TO WS-LT-VOID(lx)
                    ELSE
                        MOVE 'Y' TO WS-LT-LIVE(lx)
                        PERFORM saveCharStatus
                    END-IF
                END-IF
            END-PERFORM.

        saveCharStatus.
            MOVE 0 TO WS-Cx
            PERFORM VARYING cc FROM 1 BY 1
                    UNTIL cc > WS-LT-CHAR-COUNT(lx)
                IF WS-LT-CHAR(lx, cc) = HR-CHAR
                    MOVE cc TO WS-Cx
                END-IF
            END-PERFORM
            IF WS-Cx = 0 AND WS-LT-CHAR-COUNT(lx) < 6
                ADD 1 TO WS-LT-CHAR-COUNT(lx)
                MOVE WS-LT-CHAR-COUNT(lx) TO WS-Cx
                MOVE HR-CHAR TO WS-LT-CHAR(lx, WS-Cx)
            END-IF
            IF WS-Cx > 0
                MOVE HR-STATUS TO WS-LT-CHAR-STATUS(lx, WS-Cx)
                MOVE HR-PRODUCT-LINE TO WS-LT-CHAR-LINE(lx, WS-Cx)
                MOVE HR-TIMESTAMP(1:8) TO WS-LT-CHAR-DATE(lx, WS-Cx)
                MOVE HR-SMALLEST TO WS-LT-CHAR-SMALLEST(lx, WS-Cx)
                MOVE HR-LARGEST TO WS-LT-CHAR-LARGEST(lx, WS-Cx)
            END-IF.

        checkPending.
            OPEN INPUT PEND-FILE
            IF WS-PendStatus = "00"
                PERFORM UNTIL WS-PendStatus NOT = "00"
                    READ PEND-FILE
                        AT END
                            MOVE "10" TO WS-PendStatus
                        NOT AT END
                            PERFORM VARYING lx FROM 1 BY 1
                                    UNTIL lx > WS-LotCount
                                IF WS-LT-LOT-ID(lx) = PD-LOT-ID
                                    MOVE 'Y' TO WS-LT-PENDING(lx)
                                END-IF
                            END-PERFORM
                    END-READ
                END-PERFORM
                CLOSE PEND-FILE
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
            END-IF.

        decideOneLot.
            MOVE 'N' TO WS-Short
            PERFORM VARYING cc FROM 1 BY 1
                    UNTIL cc > WS-LT-CHAR-COUNT(lx)
                IF WS-LT-CHAR-STATUS(lx, cc) = 'I'
                    MOVE 'Y' TO WS-Short
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-LT-SCRAP(lx) = 'Y'
                    MOVE "SCR" TO WS-LT-REASON(lx)
                    MOVE "LOT SCRAPPED" TO WS-LT-REASON-TEXT(lx)
                WHEN WS-LT-VOID(lx) = 'Y' AND WS-LT-LIVE(lx) = 'N'
                    MOVE "VOD" TO WS-LT-REASON(lx)
                    MOVE "LOT VOIDED" TO WS-LT-REASON-TEXT(lx)
                WHEN WS-LT-ON-MASTER(lx) = 'N'
                        AND WS-LT-LIVE(lx) = 'N'
                    MOVE "NTS" TO WS-LT-REASON(lx)
                    MOVE "LOT NOT TESTED" TO WS-LT-REASON-TEXT(lx)
                WHEN WS-LT-HELD(lx) = 'Y'
                    MOVE "HLD" TO WS-LT-REASON(lx)
                    MOVE "ON HOLD - AWAITING DISPOSITION"
                        TO WS-LT-REASON-TEXT(lx)
                WHEN WS-LT-REWORK(lx) = 'Y'
                    MOVE "RWK" TO WS-LT-REASON(lx)
                    MOVE "REWORKED - AWAITING RETEST"
                        TO WS-LT-REASON-TEXT(lx)
                WHEN WS-Short = 'Y'
                    MOVE "SMP" TO WS-LT-REASON(lx)
                    MOVE "INSUFFICIENT SAMPLE - NO CERTIFICATE"
                        TO WS-LT-REASON-TEXT(lx)
                WHEN WS-LT-LIVE(lx) = 'N'
                    MOVE "NOH" TO WS-LT-REASON(lx)
                    MOVE "NO TEST DATA ON HISTORY - NO CERTIFICATE"
                        TO WS-LT-REASON-TEXT(lx)
                WHEN WS-LT-PENDING(lx) = 'Y'
                    MOVE "DWN" TO WS-LT-REASON(lx)
                    MOVE "DOWNSTREAM LOAD NOT CONFIRMED"
                        TO WS-LT-REASON-TEXT(lx)
                WHEN OTHER
                    MOVE SPACES TO WS-LT-REASON(lx)
            END-EVALUATE.

        writeResults.
            OPEN OUTPUT RELEASE-FILE
            OPEN OUTPUT BLOCKED-FILE
            OPEN OUTPUT QUEUE-FILE
            OPEN OUTPUT REPORT-FILE
            MOVE SPACES TO REPORT-LINE
            STRING "QC SHIPMENT RELEASE GATE   RUN DATE: " WS-RunDate
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ORDER     CUST    LOT     RESULT    REASON"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM VARYING n FROM 1 BY 1 UNTIL n > WS-LineCount
                PERFORM writeOneLine
            END-PERFORM
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "SHIPMENT LINES: " WS-LineCount
                "   RELEASED: " WS-ReleasedCount
                "   BLOCKED: " WS-BlockedCount
                "   QUEUED FOR CERTIFICATE: " WS-QueuedCount
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            CLOSE REPORT-FILE
            CLOSE QUEUE-FILE
            CLOSE BLOCKED-FILE
            CLOSE RELEASE-FILE.

        writeOneLine.
            MOVE WS-SL-LOT(n) TO lx
            MOVE WS-SL-ORDER(n) TO SD-ORDER
            MOVE WS-SL-CUSTOMER(n) TO SD-CUSTOMER
            MOVE WS-SL-LOT-ID(n) TO SD-LOT-ID
            MOVE WS-LT-REASON(lx) TO WS-LineReason
            MOVE WS-LT-REASON-TEXT(lx) TO WS-LineReasonText
            IF WS-LineReason = SPACES
                    AND WS-SL-CUSTOMER(n) NOT = SPACES
                PERFORM checkCustomerSpec
            END-IF
            IF WS-LineReason = SPACES
                MOVE WS-SL-ORDER(n) TO RL-ORDER
                MOVE WS-SL-CUSTOMER(n) TO RL-CUSTOMER
                MOVE WS-SL-LOT-ID(n) TO RL-LOT-ID
                MOVE WS-RunDate TO RL-RELEASE-DATE
                WRITE RELEASE-RECORD
                ADD 1 TO WS-ReleasedCount
                MOVE SPACES TO QUEUE-RECORD
                MOVE WS-SL-LOT-ID(n) TO CQ-LOT-ID
                MOVE WS-SL-CUSTOMER(n) TO CQ-CUSTOMER
                MOVE WS-SL-ORDER(n) TO CQ-ORDER
                WRITE QUEUE-RECORD
                ADD 1 TO WS-QueuedCount
                MOVE "RELEASED" TO SD-RESULT
                MOVE SPACES TO SD-REASON
                MOVE SPACES TO SD-REASON-TEXT
            ELSE
                MOVE WS-SL-ORDER(n) TO BK-ORDER
                MOVE WS-SL-CUSTOMER(n) TO BK-CUSTOMER
                MOVE WS-SL-LOT-ID(n) TO BK-LOT-ID
                MOVE WS-LineReason TO BK-REASON
                MOVE WS-LineReasonText TO BK-REASON-TEXT
                WRITE BLOCKED-RECORD
                ADD 1 TO WS-BlockedCount
                MOVE "BLOCKED" TO SD-RESULT
                MOVE WS-LineReason TO SD-REASON
                MOVE WS-LineReasonText TO SD-REASON-TEXT
            END-IF
            MOVE SPACES TO REPORT-LINE
            MOVE WS-ShipDetail TO REPORT-LINE
            WRITE REPORT-LINE.

        checkCustomerSpec.
            MOVE 'N' TO WS-CustFail
            PERFORM VARYING cc FROM 1 BY 1
                    UNTIL cc > WS-LT-CHAR-COUNT(lx)
                PERFORM findCustomerSpec
                IF WS-CsFound = 'Y'
                    IF WS-LT-CHAR-SMALLEST(lx, cc) < WS-CsMin
                            OR WS-LT-CHAR-LARGEST(lx, cc) > WS-CsMax
                        IF WS-CustFail = 'N'
                            MOVE WS-LT-CHAR(lx, cc) TO WS-CustFailChar
                        END-IF
                        MOVE 'Y' TO WS-CustFail
                    END-IF
                END-IF
            END-PERFORM
            IF WS-CustFail = 'Y'
                MOVE "CUS" TO WS-LineReason
                MOVE SPACES TO WS-LineReasonText
                STRING "FAILS CUSTOMER SPEC ON CHARACTERISTIC "
                    WS-CustFailChar
                    DELIMITED BY SIZE INTO WS-LineReasonText
            END-IF.

        findCustomerSpec.
            MOVE 'N' TO WS-CsFound
            MOVE SPACES TO WS-CsEffDate
            PERFORM VARYING u FROM 1 BY 1 UNTIL u > WS-CustSpecCount
                IF WS-CS-CUSTOMER(u) = WS-SL-CUSTOMER(n)
                        AND WS-CS-PRODUCT-LINE(u) =
                            WS-LT-CHAR-LINE(lx, cc)
                        AND WS-CS-CHAR(u) = WS-LT-CHAR(lx, cc)
                        AND WS-CS-EFF-DATE(u) <=
                            WS-LT-CHAR-DATE(lx, cc)
                        AND WS-CS-EFF-DATE(u) >= WS-CsEffDate
                    MOVE 'Y' TO WS-CsFound
                    MOVE WS-CS-EFF-DATE(u) TO WS-CsEffDate
                    MOVE WS-CS-MIN(u) TO WS-CsMin
                    MOVE WS-CS-MAX(u) TO WS-CsMax
                END-IF
            END-PERFORM.
        END PROGRAM ShipGate.
