        IDENTIFICATION DIVISION.
        PROGRAM-ID. HistLoad.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "HLDPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
            SELECT HISTIN-FILE ASSIGN TO "HISTIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HistinStatus.
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

        DATA DIVISION.
        FILE SECTION.
        FD PARM-FILE.
        01 LOAD-PARM.
            05 LP-KEYWORD PIC X(7).
            05 LP-VALUE PIC X(8).

        FD HISTIN-FILE.
        01 HISTIN-RECORD PIC X(73).

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

        WORKING-STORAGE SECTION.
        01 WS-ParmStatus PIC XX.
        01 WS-HistinStatus PIC XX.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-Mode PIC X(5) VALUE "LOAD".
        01 WS-ReadCount PIC 9(8) VALUE 0.
        01 WS-LoadCount PIC 9(8) VALUE 0.
        01 WS-IndexCount PIC 9(8) VALUE 0.
        01 WS-ErrorCount PIC 9(8) VALUE 0.

        PROCEDURE DIVISION.
            PERFORM setLoadMode
            IF WS-Mode = "INDEX"
                PERFORM rebuildIndex
            ELSE
                PERFORM loadHistory
            END-IF
            DISPLAY "History rows read: " WS-ReadCount
            IF WS-Mode = "LOAD"
                DISPLAY "History rows loaded: " WS-LoadCount
            END-IF
            DISPLAY "Index entries written: " WS-IndexCount
            IF WS-ErrorCount > 0
                DISPLAY "ERROR: " WS-ErrorCount " row(s) could not be "
                        "loaded or indexed - reload before the next "
                        "run"
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

        setLoadMode.
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                PERFORM UNTIL WS-ParmStatus NOT = "00"
                    READ PARM-FILE
                        AT END
                            MOVE "10" TO WS-ParmStatus
                        NOT AT END
                            IF LP-KEYWORD = "INDEX"
                                MOVE "INDEX" TO WS-Mode
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARM-FILE
            END-IF.

        loadHistory.
            OPEN INPUT HISTIN-FILE
            IF WS-HistinStatus NOT = "00"
                DISPLAY "ERROR: HISTIN not available - status "
                        WS-HistinStatus " - HISTORY left as it was"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT HISTORY-FILE
            OPEN OUTPUT HISTIDX-FILE
            IF WS-HistoryStatus NOT = "00"
                    OR WS-HistidxStatus NOT = "00"
                DISPLAY "ERROR: HISTORY/HISTIDX cannot be opened for "
                        "load - status " WS-HistoryStatus "/"
                        WS-HistidxStatus
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-HistinStatus NOT = "00"
                READ HISTIN-FILE
                    AT END
                        MOVE "10" TO WS-HistinStatus
                    NOT AT END
                        ADD 1 TO WS-ReadCount
                        MOVE HISTIN-RECORD TO HISTORY-RECORD
                        WRITE HISTORY-RECORD
                        IF WS-HistoryStatus = "00"
                            ADD 1 TO WS-LoadCount
                            PERFORM writeIndexEntry
                        ELSE
                            ADD 1 TO WS-ErrorCount
                            DISPLAY "HISTORY write failed for "
                                    HR-LOT-ID " " HR-CHAR " "
                                    HR-TIMESTAMP " - status "
                                    WS-HistoryStatus
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTIN-FILE
            CLOSE HISTORY-FILE
            CLOSE HISTIDX-FILE.

        rebuildIndex.
            OPEN INPUT HISTORY-FILE
            IF WS-HistoryStatus NOT = "00"
                DISPLAY "ERROR: HISTORY not available - status "
                        WS-HistoryStatus " - index not rebuilt"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT HISTIDX-FILE
            IF WS-HistidxStatus NOT = "00"
                DISPLAY "ERROR: HISTIDX cannot be opened for load - "
                        "status " WS-HistidxStatus
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM UNTIL WS-HistoryStatus NOT = "00"
                READ HISTORY-FILE
                    AT END
                        MOVE "10" TO WS-HistoryStatus
                    NOT AT END
                        ADD 1 TO WS-ReadCount
                        PERFORM writeIndexEntry
                END-READ
            END-PERFORM
            CLOSE HISTORY-FILE
            CLOSE HISTIDX-FILE.

        writeIndexEntry.
            MOVE HR-LOT-ID TO HX-LOT-ID
            MOVE HR-CHAR TO HX-CHAR
            MOVE HR-TIMESTAMP TO HX-TIMESTAMP
            MOVE WS-HistoryRrn TO HX-RRN
            WRITE HISTIDX-RECORD
                INVALID KEY
                    ADD 1 TO WS-ErrorCount
                    DISPLAY "HISTIDX write failed for " HX-KEY
                            " - status " WS-HistidxStatus
                NOT INVALID KEY
                    ADD 1 TO WS-IndexCount
            END-WRITE.
        END PROGRAM HistLoad.
