        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN TO "HISTORY"
                ORGANIZATION IS RELATIVE
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS WS-HistoryStatus.
            SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD"
                ORGANIZATION IS LINE SEQUENTIAL
