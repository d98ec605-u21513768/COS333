        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ThresholdStatus.
            SELECT CUSTSPEC-FILE ASSIGN TO "CUSTSPEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustspecStatus.
            SELECT MASTER-FILE ASSIGN TO "LOTMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
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
            05 TH-SCALE PIC 9.
            05 TH-EFF-DATE PIC X(8).

        FD CUSTSPEC-FILE.
        01 CUSTSPEC-RECORD.
            05 CS-CUSTOMER PIC X(6).
            05 CS-PRODUCT-LINE PIC X(3).
            05 CS-CHAR PIC X(2).
            05 CS-MIN PIC 9(4)V99.
            05 CS-MAX PIC 9(4)V99.
            05 CS-EFF-DATE PIC X(8).

        FD MASTER-FILE.
        01 MASTER-RECORD.
            05 LM-KEY.
        FD PARM-FILE.
        01 COA-PARM.
            05 CP-LOT-ID PIC X(6).
            05 FILLER PIC X.
            05 CP-CUSTOMER PIC X(6).
            05 FILLER PIC X(67).

        FD SERIAL-FILE.
        01 SERIAL-RECORD.

        WORKING-STORAGE SECTION.
        01 WS-HistoryStatus PIC XX.
        01 WS-HistoryRrn PIC 9(8).
        01 WS-HistidxStatus PIC XX.
        01 WS-HistidxEof PIC X.
        01 WS-ThresholdStatus PIC XX.
        01 WS-CustspecStatus PIC XX.
        01 WS-MasterStatus PIC XX.
        01 WS-ParmStatus PIC XX.
        01 WS-SerialStatus PIC XX.
        01 WS-ThEffDate PIC X(8).
        01 WS-AsOfDate PIC X(8).
        01 t PIC 99.
        01 WS-CustSpecTable.
            05 WS-CustSpec OCCURS 100 TIMES.
                10 WS-CS-CUSTOMER PIC X(6).
                10 WS-CS-PRODUCT-LINE PIC X(3).
                10 WS-CS-CHAR PIC X(2).
                10 WS-CS-MIN PIC 9(4)V99.
                10 WS-CS-MAX PIC 9(4)V99.
                10 WS-CS-EFF-DATE PIC X(8).
        01 WS-CustSpecCount PIC 9(3) VALUE 0.
        01 WS-CustSpecUsed PIC X.
        01 u PIC 9(3).
        01 WS-LastSerial PIC 9(6) VALUE 0.
        01 WS-SerialEdit PIC 9(6).
        01 WS-CertCount PIC 9(4) VALUE 0.
        01 WS-MissCount PIC 9(4) VALUE 0.
        01 WS-ShortCount PIC 9(4) VALUE 0.
        01 WS-ShortChar PIC X(2).
        01 WS-HaveHistory PIC X.
        01 WS-HaveMaster PIC X.
        01 WS-DocLines PIC 99.
                10 CL-STDDEV PIC 9(4)V99.
                10 CL-READING-COUNT PIC 99.
                10 CL-TEST-COUNT PIC 9(3).
                10 CL-STATUS PIC X.
        01 WS-CoaCount PIC 9 VALUE 0.
        01 WS-Cx PIC 9.
        01 cc PIC 9.
        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RunDate
            PERFORM loadThresholds
            PERFORM loadCustomerSpecs
            PERFORM loadSerial
            OPEN INPUT MASTER-FILE
            OPEN OUTPUT DOC-FILE
            PERFORM saveSerial
            DISPLAY "Certificates printed: " WS-CertCount
            DISPLAY "Lots with no test data: " WS-MissCount
            DISPLAY "Lots refused for insufficient sample: "
                    WS-ShortCount
            IF WS-MissCount > 0 OR WS-ShortCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
                CLOSE THRESHOLD-FILE
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

        loadSerial.
            MOVE 0 TO WS-LastSerial
            OPEN INPUT SERIAL-FILE
                    DELIMITED BY SIZE INTO DOC-LINE
                WRITE DOC-LINE
            ELSE
                MOVE SPACES TO WS-ShortChar
                PERFORM VARYING cc FROM 1 BY 1 UNTIL cc > WS-CoaCount
                    IF CL-STATUS(cc) = 'I' AND WS-ShortChar = SPACES
                        MOVE CL-CHAR(cc) TO WS-ShortChar
                    END-IF
                END-PERFORM
                IF WS-ShortChar NOT = SPACES
                    ADD 1 TO WS-ShortCount
                    MOVE SPACES TO DOC-LINE
                    STRING "LOT " CP-LOT-ID
                        " - INSUFFICIENT SAMPLE ON CHARACTERISTIC "
                        WS-ShortChar " - NO CERTIFICATE ISSUED"
                        DELIMITED BY SIZE INTO DOC-LINE
                    WRITE DOC-LINE
                ELSE
                    ADD 1 TO WS-LastSerial
                    ADD 1 TO WS-CertCount
                    PERFORM writeCertificate
                END-IF
            END-IF.

        findNewestHistory.
            MOVE 'N' TO WS-HaveHistory
            MOVE 0 TO WS-CoaCount
            OPEN INPUT HISTORY-FILE
            OPEN INPUT HISTIDX-FILE
            IF WS-HistoryStatus = "00" AND WS-HistidxStatus = "00"
                MOVE LOW-VALUES TO HX-KEY
                MOVE CP-LOT-ID TO HX-LOT-ID
                START HISTIDX-FILE KEY IS >= HX-KEY
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM readLotHistory
                END-START
            END-IF
            CLOSE HISTIDX-FILE
            CLOSE HISTORY-FILE.

        readLotHistory.
            MOVE 'N' TO WS-HistidxEof
            PERFORM UNTIL WS-HistidxEof = 'Y'
                READ HISTIDX-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-HistidxEof
                    NOT AT END
                        IF HX-LOT-ID = CP-LOT-ID
                            PERFORM readOneLotRow
                        ELSE
                            MOVE 'Y' TO WS-HistidxEof
                        END-IF
                END-READ
            END-PERFORM.

        readOneLotRow.
            MOVE HX-RRN TO WS-HistoryRrn
            READ HISTORY-FILE
                INVALID KEY
                    DISPLAY "WARNING: HISTIDX entry " HX-KEY
                            " has no HISTORY row"
                NOT INVALID KEY
                    IF HR-STATUS NOT = 'V'
                        MOVE 'Y' TO WS-HaveHistory
                        PERFORM saveNewestForChar
                    END-IF
            END-READ.

        saveNewestForChar.
            MOVE 0 TO WS-Cx
                MOVE HR-AVERAGE TO CL-AVERAGE(WS-Cx)
                MOVE HR-STDDEV TO CL-STDDEV(WS-Cx)
                MOVE HR-READING-COUNT TO CL-READING-COUNT(WS-Cx)
                MOVE HR-STATUS TO CL-STATUS(WS-Cx)
            END-IF.

        readMasterForChar.
                    COMPUTE WS-ThMax ROUNDED =
                        WS-TH-MAX(t) / WS-ScaleDiv
                END-IF
            END-PERFORM
            MOVE 'N' TO WS-CustSpecUsed
            IF CP-CUSTOMER NOT = SPACES
                PERFORM findCustomerSpec
            END-IF.

        findCustomerSpec.
            PERFORM VARYING u FROM 1 BY 1 UNTIL u > WS-CustSpecCount
                IF WS-CS-CUSTOMER(u) = CP-CUSTOMER
                        AND WS-CS-PRODUCT-LINE(u) = CL-PRODUCT-LINE(cc)
                        AND WS-CS-CHAR(u) = CL-CHAR(cc)
                        AND WS-CS-EFF-DATE(u) <= WS-AsOfDate
                    IF WS-CustSpecUsed = 'N'
                            OR WS-CS-EFF-DATE(u) >= WS-ThEffDate
                        MOVE 'Y' TO WS-CustSpecUsed
                        MOVE 'Y' TO WS-ThresholdFound
                        MOVE WS-CS-EFF-DATE(u) TO WS-ThEffDate
                        MOVE WS-CS-MIN(u) TO WS-ThMin
                        MOVE WS-CS-MAX(u) TO WS-ThMax
                    END-IF
                END-IF
            END-PERFORM.

        writeCertificate.
            STRING "LOT ID           : " CP-LOT-ID
                DELIMITED BY SIZE INTO DOC-LINE
            PERFORM writeDocLine
            IF CP-CUSTOMER NOT = SPACES
                MOVE SPACES TO DOC-LINE
                STRING "CUSTOMER         : " CP-CUSTOMER
                    DELIMITED BY SIZE INTO DOC-LINE
                PERFORM writeDocLine
            END-IF
            MOVE SPACES TO DOC-LINE
            STRING "PRODUCT LINE     : " CL-PRODUCT-LINE(1)
                DELIMITED BY SIZE INTO DOC-LINE
                    MOVE "PASS" TO WS-PassFail
                END-IF
                MOVE SPACES TO DOC-LINE
                IF WS-CustSpecUsed = 'Y'
                    STRING "  CUSTOMER SPEC    : " WS-ThMinEdit
                        " TO " WS-ThMaxEdit " " WS-ThUnit
                        "  (EFFECTIVE " WS-ThEffDate ")  "
                        WS-PassFail
                        DELIMITED BY SIZE INTO DOC-LINE
                ELSE
                    STRING "  SPECIFICATION    : " WS-ThMinEdit
                        " TO " WS-ThMaxEdit " " WS-ThUnit
                        "  (EFFECTIVE " WS-ThEffDate ")  "
                        WS-PassFail
                        DELIMITED BY SIZE INTO DOC-LINE
                END-IF
                PERFORM writeDocLine
            ELSE
                MOVE SPACES TO DOC-LINE
