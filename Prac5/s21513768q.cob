        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN TO "HISTORY"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS DYNAMIC
                RELATIVE KEY IS WS-HistoryRrn
                FILE STATUS IS WS-HistoryStatus.
            SELECT HISTIDX-FILE ASSIGN TO "HISTIDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HX-KEY
                FILE STATUS IS WS-HistidxStatus.
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ThresholdStatus.
            05 HR-CHAR PIC X(2).
            05 HR-DISP PIC X.

        FD HISTIDX-FILE.
        01 HISTIDX-RECORD.
            05 HX-KEY.
                10 HX-LOT-ID PIC X(6).
                10 HX-CHAR PIC X(2).
                10 HX-TIMESTAMP PIC X(14).
                10 HX-RRN PIC 9(8).

        FD THRESHOLD-FILE.
        01 THRESHOLD-RECORD.
            05 TH-PRODUCT-LINE PIC X(3).

        WORKING-STORAGE SECTION.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-HistidxEof PIC X.
        01 WS-ThresholdStatus PIC XX.
        01 WS-ParmStatus PIC XX.
        01 WS-InquiryStatus PIC XX.
            MOVE "LIVE" TO WS-Source
            OPEN INPUT HISTORY-FILE
            IF WS-HistoryStatus = "00"
                MOVE "99" TO WS-HistidxStatus
                IF IP-TYPE = "LOT "
                    OPEN INPUT HISTIDX-FILE
                END-IF
                IF WS-HistidxStatus = "00"
                    PERFORM searchLiveByLot
                    CLOSE HISTIDX-FILE
                ELSE
                    PERFORM scanLive
                END-IF
                CLOSE HISTORY-FILE
            END-IF.

        scanLive.
            PERFORM UNTIL WS-HistoryStatus NOT = "00"
                READ HISTORY-FILE NEXT RECORD INTO WS-HistRow
                    AT END
                        MOVE "10" TO WS-HistoryStatus
                    NOT AT END
                        PERFORM matchLiveRow
                END-READ
            END-PERFORM.

        searchLiveByLot.
            MOVE LOW-VALUES TO HX-KEY
            MOVE IP-ARG1(1:6) TO HX-LOT-ID
            IF IP-ARG2(1:2) NOT = SPACES
                MOVE IP-ARG2(1:2) TO HX-CHAR
            END-IF
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
                        IF HX-LOT-ID = IP-ARG1(1:6)
                            PERFORM readLiveRow
                        ELSE
                            MOVE 'Y' TO WS-HistidxEof
                        END-IF
                END-READ
            END-PERFORM.

        readLiveRow.
            MOVE HX-RRN TO WS-HistoryRrn
            READ HISTORY-FILE INTO WS-HistRow
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM matchLiveRow
            END-READ.

        matchLiveRow.
            PERFORM matchOneRecord
            IF WS-Match = 'Y'
                ADD 1 TO WS-MatchCount
                PERFORM writeOneMatch
            END-IF.

        searchSummaries.
            MOVE 0 TO WS-SummMatches
            OPEN INPUT SUMMARY-FILE
