        IDENTIFICATION DIVISION.
        PROGRAM-ID. CalibReg.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-FILE ASSIGN TO "CALPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ParmStatus.
            SELECT CARD-FILE ASSIGN TO "CALIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CardStatus.
            SELECT CALIB-FILE ASSIGN TO "CALMASTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-STATION
                FILE STATUS IS WS-CalibStatus.
            SELECT CALHIST-FILE ASSIGN TO "CALHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CalhistStatus.
            SELECT DUE-FILE ASSIGN TO "CALDUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DueStatus.

        DATA DIVISION.
        FILE SECTION.
        FD PARM-FILE.
        01 CALIB-PARM.
            05 CP-KEYWORD PIC X(7).
            05 CP-VALUE PIC X(8).

        FD CARD-FILE.
        01 CALIB-CARD.
            05 CC-ACTION PIC X(4).
            05 FILLER PIC X.
            05 CC-STATION PIC X(2).
            05 FILLER PIC X.
            05 CC-CAL-DATE PIC X(8).
            05 FILLER PIC X.
            05 CC-INTERVAL PIC X(3).
            05 FILLER PIC X.
            05 CC-TECH PIC X(4).
            05 FILLER PIC X.
            05 CC-RESULT PIC X.
            05 FILLER PIC X.
            05 CC-DESCRIPTION PIC X(20).

        FD CALIB-FILE.
        01 CALIB-RECORD.
            05 CM-STATION PIC X(2).
            05 CM-DESCRIPTION PIC X(20).
            05 CM-INTERVAL PIC 9(3).
            05 CM-LAST-CAL-DATE PIC X(8).
            05 CM-DUE-DATE PIC X(8).
            05 CM-TECH PIC X(4).
            05 CM-RESULT PIC X.

        FD CALHIST-FILE.
        01 CALHIST-RECORD.
            05 CH-TIMESTAMP PIC X(14).
            05 CH-ACTION PIC X(4).
            05 CH-STATION PIC X(2).
            05 CH-CAL-DATE PIC X(8).
            05 CH-INTERVAL PIC 9(3).
            05 CH-DUE-DATE PIC X(8).
            05 CH-TECH PIC X(4).
            05 CH-RESULT PIC X.

        FD DUE-FILE.
        01 DUE-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-ParmStatus PIC XX.
        01 WS-CardStatus PIC XX.
        01 WS-CalibStatus PIC XX.
        01 WS-CalhistStatus PIC XX.
        01 WS-DueStatus PIC XX.
        01 WS-Timestamp PIC X(14).
        01 WS-RunDate PIC X(8).
        01 WS-RunInt PIC 9(7).
        01 WS-DueDays PIC 9(3) VALUE 7.
        01 WS-CardOk PIC X.
        01 WS-Reason PIC X(40).
        01 WS-Interval PIC 9(3).
        01 WS-CalInt PIC 9(7).
        01 WS-DueInt PIC 9(7).
        01 WS-DueNum PIC 9(8).
        01 WS-DaysLeft PIC S9(5).
        01 WS-DaysEdit PIC -----9.
        01 WS-PostedCount PIC 9(4) VALUE 0.
        01 WS-FailedCount PIC 9(4) VALUE 0.
        01 WS-StationCount PIC 9(4) VALUE 0.
        01 WS-OverdueCount PIC 9(4) VALUE 0.
        01 WS-DueSoonCount PIC 9(4) VALUE 0.
        01 WS-CalibEof PIC X.
        01 WS-DueNote PIC X(20).
        01 WS-DueHeading.
            05 FILLER PIC X(5) VALUE "STN".
            05 FILLER PIC X(22) VALUE "DESCRIPTION".
            05 FILLER PIC X(6) VALUE "INTVL".
            05 FILLER PIC X(10) VALUE "LAST CAL".
            05 FILLER PIC X(10) VALUE "DUE DATE".
            05 FILLER PIC X(6) VALUE "TECH".
            05 FILLER PIC X(8) VALUE "DAYS".
            05 FILLER PIC X(20) VALUE "STATUS".
        01 WS-DueDetail.
            05 DD-STATION PIC X(2).
            05 FILLER PIC X(3) VALUE SPACES.
            05 DD-DESCRIPTION PIC X(20).
            05 FILLER PIC X(2) VALUE SPACES.
            05 DD-INTERVAL PIC ZZ9.
            05 FILLER PIC X(3) VALUE SPACES.
            05 DD-LAST-CAL-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 DD-DUE-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 DD-TECH PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 DD-DAYS PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 DD-NOTE PIC X(20).

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-Timestamp
            MOVE WS-Timestamp(1:8) TO WS-RunDate
            COMPUTE WS-RunInt =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RunDate))
            PERFORM setDueDays
            PERFORM openCalib
            PERFORM postCalibrations
            PERFORM writeDueReport
            CLOSE CALIB-FILE
            DISPLAY "Calibration cards posted: " WS-PostedCount
            DISPLAY "Calibration cards failed: " WS-FailedCount
            DISPLAY "Stations registered: " WS-StationCount
            DISPLAY "Stations overdue or out of use: "
                    WS-OverdueCount
            DISPLAY "Stations due within " WS-DueDays " days: "
                    WS-DueSoonCount
            IF WS-FailedCount > 0 OR WS-OverdueCount > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        setDueDays.
            OPEN INPUT PARM-FILE
            IF WS-ParmStatus = "00"
                READ PARM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CP-KEYWORD = "DUEDAYS"
                            COMPUTE WS-DueDays =
                                FUNCTION NUMVAL(CP-VALUE)
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

        openCalib.
            OPEN I-O CALIB-FILE
            IF WS-CalibStatus = "35"
                OPEN OUTPUT CALIB-FILE
                CLOSE CALIB-FILE
                OPEN I-O CALIB-FILE
            END-IF.

        postCalibrations.
            OPEN INPUT CARD-FILE
            IF WS-CardStatus = "00"
                OPEN EXTEND CALHIST-FILE
                IF WS-CalhistStatus = "35"
                    OPEN OUTPUT CALHIST-FILE
                END-IF
                PERFORM UNTIL WS-CardStatus NOT = "00"
                    READ CARD-FILE
                        AT END
                            MOVE "10" TO WS-CardStatus
                        NOT AT END
                            IF CALIB-CARD NOT = SPACES
                                PERFORM postOneCard
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CARD-FILE
                CLOSE CALHIST-FILE
            END-IF.

        postOneCard.
            MOVE 'Y' TO WS-CardOk
            MOVE SPACES TO WS-Reason
            EVALUATE CC-ACTION
                WHEN "ADD "
                    PERFORM registerStation
                WHEN "CAL "
                    PERFORM recordCalibration
                WHEN OTHER
                    MOVE 'N' TO WS-CardOk
                    MOVE "unknown action" TO WS-Reason
            END-EVALUATE
            IF WS-CardOk = 'Y'
                ADD 1 TO WS-PostedCount
                PERFORM writeCalHist
            ELSE
                DISPLAY "Calibration card rejected - " WS-Reason
                        ": " CALIB-CARD
                ADD 1 TO WS-FailedCount
            END-IF.

        registerStation.
            IF CC-STATION = SPACES
                MOVE 'N' TO WS-CardOk
                MOVE "station id missing" TO WS-Reason
            END-IF
            IF WS-CardOk = 'Y'
                IF CC-INTERVAL IS NOT NUMERIC OR CC-INTERVAL = "000"
                    MOVE 'N' TO WS-CardOk
                    MOVE "interval must be 001-999 days"
                        TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y' AND CC-DESCRIPTION = SPACES
                MOVE 'N' TO WS-CardOk
                MOVE "description missing" TO WS-Reason
            END-IF
            IF WS-CardOk = 'Y' AND CC-CAL-DATE NOT = SPACES
                PERFORM checkCalDate
                IF WS-CardOk = 'Y'
                    IF CC-RESULT NOT = 'P' AND CC-RESULT NOT = 'F'
                        MOVE 'N' TO WS-CardOk
                        MOVE "result must be P or F" TO WS-Reason
                    END-IF
                END-IF
                IF WS-CardOk = 'Y' AND CC-TECH = SPACES
                    MOVE 'N' TO WS-CardOk
                    MOVE "technician code missing" TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                MOVE CC-STATION TO CM-STATION
                READ CALIB-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'N' TO WS-CardOk
                        MOVE "station already registered"
                            TO WS-Reason
                END-READ
            END-IF
            IF WS-CardOk = 'Y'
                MOVE CC-STATION TO CM-STATION
                MOVE CC-DESCRIPTION TO CM-DESCRIPTION
                MOVE CC-INTERVAL TO CM-INTERVAL
                MOVE SPACES TO CM-LAST-CAL-DATE
                MOVE SPACES TO CM-DUE-DATE
                MOVE CC-TECH TO CM-TECH
                MOVE SPACE TO CM-RESULT
                IF CC-CAL-DATE NOT = SPACES
                    MOVE CC-CAL-DATE TO CM-LAST-CAL-DATE
                    PERFORM setDueDate
                    MOVE CC-RESULT TO CM-RESULT
                END-IF
                WRITE CALIB-RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-CardOk
                        MOVE "station could not be added"
                            TO WS-Reason
                END-WRITE
            END-IF.

        recordCalibration.
            MOVE CC-STATION TO CM-STATION
            READ CALIB-FILE
                INVALID KEY
                    MOVE 'N' TO WS-CardOk
                    MOVE "station not registered" TO WS-Reason
            END-READ
            IF WS-CardOk = 'Y'
                PERFORM checkCalDate
            END-IF
            IF WS-CardOk = 'Y' AND CM-LAST-CAL-DATE NOT = SPACES
                IF CC-CAL-DATE < CM-LAST-CAL-DATE
                    MOVE 'N' TO WS-CardOk
                    MOVE "date before the last calibration"
                        TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                IF CC-RESULT NOT = 'P' AND CC-RESULT NOT = 'F'
                    MOVE 'N' TO WS-CardOk
                    MOVE "result must be P or F" TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y' AND CC-TECH = SPACES
                MOVE 'N' TO WS-CardOk
                MOVE "technician code missing" TO WS-Reason
            END-IF
            IF WS-CardOk = 'Y' AND CC-INTERVAL NOT = SPACES
                IF CC-INTERVAL IS NOT NUMERIC OR CC-INTERVAL = "000"
                    MOVE 'N' TO WS-CardOk
                    MOVE "interval must be 001-999 days"
                        TO WS-Reason
                END-IF
            END-IF
            IF WS-CardOk = 'Y'
                IF CC-INTERVAL NOT = SPACES
                    MOVE CC-INTERVAL TO CM-INTERVAL
                END-IF
                IF CC-DESCRIPTION NOT = SPACES
                    MOVE CC-DESCRIPTION TO CM-DESCRIPTION
                END-IF
                MOVE CC-CAL-DATE TO CM-LAST-CAL-DATE
                MOVE CC-TECH TO CM-TECH
                MOVE CC-RESULT TO CM-RESULT
                PERFORM setDueDate
                REWRITE CALIB-RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-CardOk
                        MOVE "station could not be updated"
                            TO WS-Reason
                END-REWRITE
            END-IF.

        checkCalDate.
            IF CC-CAL-DATE IS NOT NUMERIC
                MOVE 'N' TO WS-CardOk
                MOVE "calibration date not numeric" TO WS-Reason
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(CC-CAL-DATE)) NOT = 0
                    MOVE 'N' TO WS-CardOk
                    MOVE "calibration date not a valid date"
                        TO WS-Reason
                ELSE
                    IF CC-CAL-DATE > WS-RunDate
                        MOVE 'N' TO WS-CardOk
                        MOVE "calibration date in the future"
                            TO WS-Reason
                    END-IF
                END-IF
            END-IF.

        setDueDate.
            COMPUTE WS-CalInt = FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL(CM-LAST-CAL-DATE))
            COMPUTE WS-DueInt = WS-CalInt + CM-INTERVAL
            COMPUTE WS-DueNum = FUNCTION DATE-OF-INTEGER(WS-DueInt)
            MOVE WS-DueNum TO CM-DUE-DATE.

        writeCalHist.
            MOVE WS-Timestamp TO CH-TIMESTAMP
            MOVE CC-ACTION TO CH-ACTION
            MOVE CM-STATION TO CH-STATION
            MOVE CM-LAST-CAL-DATE TO CH-CAL-DATE
            MOVE CM-INTERVAL TO CH-INTERVAL
            MOVE CM-DUE-DATE TO CH-DUE-DATE
            MOVE CM-TECH TO CH-TECH
            MOVE CM-RESULT TO CH-RESULT
            WRITE CALHIST-RECORD.

        writeDueReport.
            OPEN OUTPUT DUE-FILE
            MOVE SPACES TO DUE-LINE
            STRING "QC CALIBRATION DUE REPORT   RUN DATE: " WS-RunDate
                "   LISTING STATIONS DUE WITHIN " WS-DueDays " DAYS"
                DELIMITED BY SIZE INTO DUE-LINE
            WRITE DUE-LINE
            MOVE SPACES TO DUE-LINE
            WRITE DUE-LINE
            MOVE SPACES TO DUE-LINE
            MOVE WS-DueHeading TO DUE-LINE
            WRITE DUE-LINE
            MOVE LOW-VALUES TO CM-STATION
            START CALIB-FILE KEY IS >= CM-STATION
                INVALID KEY
                    MOVE 'Y' TO WS-CalibEof
                NOT INVALID KEY
                    MOVE 'N' TO WS-CalibEof
            END-START
            PERFORM UNTIL WS-CalibEof = 'Y'
                READ CALIB-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-CalibEof
                    NOT AT END
                        ADD 1 TO WS-StationCount
                        PERFORM checkOneStation
                END-READ
            END-PERFORM
            MOVE SPACES TO DUE-LINE
            WRITE DUE-LINE
            MOVE SPACES TO DUE-LINE
            STRING "STATIONS REGISTERED: " WS-StationCount
                "   OVERDUE/OUT OF USE: " WS-OverdueCount
                "   DUE WITHIN " WS-DueDays " DAYS: "
                WS-DueSoonCount
                DELIMITED BY SIZE INTO DUE-LINE
            WRITE DUE-LINE
            CLOSE DUE-FILE.

        checkOneStation.
            MOVE SPACES TO WS-DueNote
            MOVE SPACES TO DD-DAYS
            IF CM-LAST-CAL-DATE = SPACES
                MOVE "NEVER CALIBRATED" TO WS-DueNote
                ADD 1 TO WS-OverdueCount
            ELSE
                COMPUTE WS-DueInt = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL(CM-DUE-DATE))
                COMPUTE WS-DaysLeft = WS-DueInt - WS-RunInt
                MOVE WS-DaysLeft TO WS-DaysEdit
                MOVE WS-DaysEdit TO DD-DAYS
                IF CM-RESULT = 'F'
                    MOVE "FAILED - OUT OF USE" TO WS-DueNote
                    ADD 1 TO WS-OverdueCount
                ELSE
                    IF WS-DaysLeft < 0
                        MOVE "OVERDUE" TO WS-DueNote
                        ADD 1 TO WS-OverdueCount
                    ELSE
                        IF WS-DaysLeft NOT > WS-DueDays
                            MOVE "DUE" TO WS-DueNote
                            ADD 1 TO WS-DueSoonCount
                        END-IF
                    END-IF
                END-IF
            END-IF
            IF WS-DueNote NOT = SPACES
                MOVE CM-STATION TO DD-STATION
                MOVE CM-DESCRIPTION TO DD-DESCRIPTION
                MOVE CM-INTERVAL TO DD-INTERVAL
                MOVE CM-LAST-CAL-DATE TO DD-LAST-CAL-DATE
                MOVE CM-DUE-DATE TO DD-DUE-DATE
                MOVE CM-TECH TO DD-TECH
                MOVE WS-DueNote TO DD-NOTE
                MOVE SPACES TO DUE-LINE
                MOVE WS-DueDetail TO DUE-LINE
                WRITE DUE-LINE
            END-IF.
        END PROGRAM CalibReg.
