       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA35.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALMAINT-FILE ASSIGN TO "BUSCAL.MNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALMAINT-FILE.
       01  CALMAINT-RECORD.
           05 CM-ACTION      PIC X.
               88 GENERATE-ACTION VALUE "G".
               88 HOLIDAY-ACTION  VALUE "H".
               88 WORKDAY-ACTION  VALUE "W".
               88 DATE-ACTION     VALUE "D".
               88 ROLL-ACTION     VALUE "R".
           05 CM-DATE        PIC 9(08).
           05 CM-DATE-R REDEFINES CM-DATE.
               10 CM-YEAR    PIC 9(04).
               10 FILLER     PIC X(04).
           05 CM-OVERRIDE    PIC X.
           05 CM-DESCRIPTION PIC X(20).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 BC-DATE        PIC 9(08).
           05 BC-DAY-TYPE    PIC X.
               88 BUSINESS-DAY  VALUE "B".
               88 WEEKEND-DAY   VALUE "W".
               88 HOLIDAY       VALUE "H".
           05 BC-DAY-OF-WEEK PIC 9(01).
           05 BC-MONTH-END   PIC X.
           05 BC-QUARTER-END PIC X.
           05 BC-YEAR-END    PIC X.
           05 BC-BUSINESS-DAY-NO PIC 9(07).
           05 BC-PRIOR-MONTH-END PIC 9(08).
           05 BC-DESCRIPTION PIC X(20).

       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05 BD-BUSINESS-DATE PIC 9(08).
           05 BD-OVERRIDE    PIC X.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SCAN-SWITCH     PIC X VALUE "N".
           88 SCAN-DONE      VALUE "Y".
       01 WS-CALENDAR-STATUS PIC XX    VALUE SPACES.
       01 WS-BUSDATE-STATUS  PIC XX    VALUE SPACES.
       01 WS-BUSINESS-DATE   PIC 9(08) VALUE ZEROES.
       01 WS-OVERRIDE        PIC X     VALUE "N".
       01 WS-DATE-CHANGED    PIC X     VALUE "N".
           88 DATE-CHANGED   VALUE "Y".
       01 WS-READ-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-APPLIED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-REFUSED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-DAYS-ADDED      PIC 9(07) VALUE ZEROES.
       01 WS-YEAR-ADDED      PIC 9(07) VALUE ZEROES.
       01 WS-CALENDAR-CHANGES PIC 9(07) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 WS-WORK-DATE       PIC 9(08) VALUE ZEROES.
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR   PIC 9(04).
           05 WS-WORK-MM     PIC 9(02).
           05 WS-WORK-DD     PIC 9(02).
       01 WS-WORK-MONTH      PIC 9(06) VALUE ZEROES.
       01 WS-PREV-MONTH      PIC 9(06) VALUE ZEROES.
       01 WS-PREV-DATE       PIC 9(08) VALUE ZEROES.
       01 WS-LAST-BUSINESS   PIC 9(08) VALUE ZEROES.
       01 WS-LAST-BUSINESS-MONTH PIC 9(06) VALUE ZEROES.
       01 WS-LAST-MONTH-END  PIC 9(08) VALUE ZEROES.
       01 WS-DAY-NO          PIC 9(07) VALUE ZEROES.
       01 WS-DAY-OF-WEEK     PIC 9(01) VALUE ZEROES.
       01 WS-LAST-DAY        PIC 9(02) VALUE ZEROES.
       01 WS-MONTH-SUB       PIC 9(02) VALUE ZEROES.
       01 WS-DAY-SUB         PIC 9(02) VALUE ZEROES.

       01 WS-ZELLER-YEAR     PIC 9(04) VALUE ZEROES.
       01 WS-CENTURY         PIC 9(02) VALUE ZEROES.
       01 WS-YEAR-OF-CENTURY PIC 9(02) VALUE ZEROES.
       01 WS-QUARTER-PART    PIC 9(03) VALUE ZEROES.
       01 WS-ZELLER-SUM      PIC 9(05) VALUE ZEROES.
       01 WS-ZELLER-DAY      PIC 9(01) VALUE ZEROES.
       01 WS-QUOTIENT        PIC 9(07) VALUE ZEROES.
       01 WS-REMAINDER       PIC 9(03) VALUE ZEROES.

       01 WS-MONTH-DAYS-TABLE.
           05 FILLER         PIC X(24) VALUE
               "312831303130313130313031".
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05 WS-MONTH-DAYS  PIC 9(02) OCCURS 12 TIMES.

       01 WS-MONTH-END-TABLE.
           05 WS-ME-DATE     PIC 9(08) OCCURS 600 TIMES.
       01 WS-ME-COUNT        PIC 9(04) VALUE ZEROES.
       01 WS-ME-SUB          PIC 9(04) VALUE ZEROES.

       01 RPT-REQUEST.
           05 RPT-FUNCTION   PIC X         VALUE SPACE.
           05 RPT-FILE-NAME  PIC X(30)     VALUE "BUSCAL.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT035".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA35".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE
               "BUSINESS CALENDAR MAINTENANCE".
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-ACTION-LINE.
           05 FILLER         PIC X(08) VALUE "ACTION: ".
           05 WSN-ACTION     PIC X.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(06) VALUE "DATE: ".
           05 WSN-DATE       PIC X(08).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSN-MESSAGE    PIC X(50).

       01 WS-MARKER-LINE.
           05 FILLER         PIC X(11) VALUE "MONTH-END: ".
           05 WSK-DATE       PIC 9(08).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSK-QUARTER    PIC X(11).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSK-YEAR       PIC X(08).

       01 WS-DATE-LINE.
           05 FILLER         PIC X(15) VALUE "BUSINESS DATE: ".
           05 WSD-DATE       PIC 9(08).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "OVERRIDE: ".
           05 WSD-OVERRIDE   PIC X.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(16) VALUE "NEXT MONTH-END: ".
           05 WSD-MONTH-END  PIC 9(08).

       01 WS-CAL-TOTALS.
           05 FILLER         PIC X(20) VALUE "CARDS READ:        ".
           05 WSCT-READ      PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(09) VALUE "APPLIED: ".
           05 WSCT-APPLIED   PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(09) VALUE "REFUSED: ".
           05 WSCT-REFUSED   PIC ZZZZZZ9.

       01 WS-CAL-TOTALS-2.
           05 FILLER         PIC X(20) VALUE "CALENDAR DAYS ADDED:".
           05 WSCT-ADDED     PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(15) VALUE "BUSINESS DAYS: ".
           05 WSCT-DAY-NO    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-INICIO.
           MOVE "O" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           PERFORM 0002-READ-BUSINESS-DATE
           OPEN I-O CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
            AND WS-CALENDAR-STATUS NOT = "05"
               DISPLAY "BUSINESS CALENDAR NOT OPENED, STATUS ",
                   WS-CALENDAR-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT CALMAINT-FILE
               PERFORM UNTIL END-OF-FILE
                   READ CALMAINT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 0003-APPLY-CARD
                   END-READ
               END-PERFORM
               CLOSE CALMAINT-FILE
               IF WS-CALENDAR-CHANGES > ZEROES
                   PERFORM 0010-REBUILD-CALENDAR
                   PERFORM 0012-MARK-MONTH-ENDS
               END-IF
               PERFORM 0014-WRITE-TOTALS
               CLOSE CALENDAR-FILE
               IF DATE-CHANGED
                   OPEN OUTPUT BUSDATE-FILE
                   MOVE WS-BUSINESS-DATE TO BD-BUSINESS-DATE
                   MOVE WS-OVERRIDE TO BD-OVERRIDE
                   WRITE BUSDATE-RECORD
                   CLOSE BUSDATE-FILE
               END-IF
               IF WS-REFUSED-COUNT > ZEROES
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE "C" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           DISPLAY "CALENDAR CARDS READ: ", WS-READ-COUNT
           DISPLAY "CALENDAR CARDS REFUSED: ", WS-REFUSED-COUNT
           DISPLAY "BUSINESS DATE: ", WS-BUSINESS-DATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
                       IF BD-OVERRIDE = "Y"
                           MOVE "Y" TO WS-OVERRIDE
                       END-IF
               END-READ
           END-IF
           CLOSE BUSDATE-FILE
           IF WS-BUSINESS-DATE = ZEROES
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       0003-APPLY-CARD.
           ADD 1 TO WS-READ-COUNT
           MOVE CM-ACTION TO WSN-ACTION
           MOVE CM-DATE TO WSN-DATE
           EVALUATE TRUE
               WHEN GENERATE-ACTION
                   IF CM-YEAR NUMERIC
                    AND CM-YEAR > 1900
                       PERFORM 0004-GENERATE-YEAR
                   ELSE
                       MOVE "REFUSED - YEAR NOT NUMERIC" TO WSN-MESSAGE
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
               WHEN NOT CM-DATE NUMERIC
                AND NOT ROLL-ACTION
                   MOVE "REFUSED - DATE NOT NUMERIC" TO WSN-MESSAGE
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN HOLIDAY-ACTION
                   PERFORM 0005-SET-HOLIDAY
               WHEN WORKDAY-ACTION
                   PERFORM 0006-SET-WORKDAY
               WHEN DATE-ACTION
                   PERFORM 0007-SET-BUSINESS-DATE
               WHEN ROLL-ACTION
                   PERFORM 0008-ROLL-BUSINESS-DATE
               WHEN OTHER
                   MOVE "REFUSED - INVALID ACTION CODE" TO WSN-MESSAGE
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE
           MOVE WS-ACTION-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE.

       0004-GENERATE-YEAR.
           MOVE CM-YEAR TO WS-WORK-YEAR
           PERFORM 0009-FIRST-DAY-OF-YEAR
           MOVE ZEROES TO WS-YEAR-ADDED
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-SUB TO WS-WORK-MM
               PERFORM 0011-DAYS-IN-MONTH
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-LAST-DAY
                   MOVE WS-DAY-SUB TO WS-WORK-DD
                   MOVE WS-WORK-DATE TO BC-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           PERFORM 0013-WRITE-NEW-DAY
                   END-READ
                   IF WS-DAY-OF-WEEK = 7
                       MOVE 1 TO WS-DAY-OF-WEEK
                   ELSE
                       ADD 1 TO WS-DAY-OF-WEEK
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WSN-MESSAGE
           STRING "APPLIED - YEAR GENERATED, " DELIMITED BY SIZE
                   WS-YEAR-ADDED " DAYS ADDED" DELIMITED BY SIZE
               INTO WSN-MESSAGE
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-CALENDAR-CHANGES.

       0005-SET-HOLIDAY.
           MOVE CM-DATE TO BC-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "REFUSED - DATE NOT ON CALENDAR" TO WSN-MESSAGE
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   MOVE "H" TO BC-DAY-TYPE
                   MOVE CM-DESCRIPTION TO BC-DESCRIPTION
                   IF BC-DESCRIPTION = SPACES
                       MOVE "HOLIDAY" TO BC-DESCRIPTION
                   END-IF
                   REWRITE CALENDAR-RECORD
                   MOVE SPACES TO WSN-MESSAGE
                   STRING "APPLIED - HOLIDAY " DELIMITED BY SIZE
                           BC-DESCRIPTION DELIMITED BY SIZE
                       INTO WSN-MESSAGE
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-CALENDAR-CHANGES
           END-READ.

       0006-SET-WORKDAY.
           MOVE CM-DATE TO BC-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "REFUSED - DATE NOT ON CALENDAR" TO WSN-MESSAGE
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   MOVE "B" TO BC-DAY-TYPE
                   MOVE CM-DESCRIPTION TO BC-DESCRIPTION
                   REWRITE CALENDAR-RECORD
                   MOVE "APPLIED - BUSINESS DAY" TO WSN-MESSAGE
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-CALENDAR-CHANGES
           END-READ.

       0007-SET-BUSINESS-DATE.
           MOVE CM-DATE TO BC-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "N" TO BC-DAY-TYPE
           END-READ
           IF CM-OVERRIDE = "Y"
               MOVE CM-DATE TO WS-BUSINESS-DATE
               MOVE "Y" TO WS-OVERRIDE
               MOVE "Y" TO WS-DATE-CHANGED
               MOVE "APPLIED - BUSINESS DATE SET WITH OVERRIDE"
                   TO WSN-MESSAGE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               IF BUSINESS-DAY
                   MOVE CM-DATE TO WS-BUSINESS-DATE
                   MOVE "N" TO WS-OVERRIDE
                   MOVE "Y" TO WS-DATE-CHANGED
                   MOVE "APPLIED - BUSINESS DATE SET" TO WSN-MESSAGE
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE "REFUSED - NOT A BUSINESS DAY ON CALENDAR"
                       TO WSN-MESSAGE
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF.

       0008-ROLL-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WSN-DATE
           MOVE WS-BUSINESS-DATE TO BC-DATE
           MOVE "N" TO WS-SCAN-SWITCH
           START CALENDAR-FILE KEY IS GREATER THAN BC-DATE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
                   MOVE "N" TO BC-DAY-TYPE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ CALENDAR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-SWITCH
                       MOVE "N" TO BC-DAY-TYPE
                   NOT AT END
                       IF BUSINESS-DAY
                           MOVE "Y" TO WS-SCAN-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF BUSINESS-DAY
               MOVE BC-DATE TO WS-BUSINESS-DATE
               MOVE "N" TO WS-OVERRIDE
               MOVE "Y" TO WS-DATE-CHANGED
               MOVE SPACES TO WSN-MESSAGE
               STRING "APPLIED - ROLLED TO " DELIMITED BY SIZE
                       BC-DATE DELIMITED BY SIZE
                   INTO WSN-MESSAGE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "REFUSED - NO LATER BUSINESS DAY ON CALENDAR"
                   TO WSN-MESSAGE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       0009-FIRST-DAY-OF-YEAR.
           SUBTRACT 1 FROM WS-WORK-YEAR GIVING WS-ZELLER-YEAR
           DIVIDE WS-ZELLER-YEAR BY 100
               GIVING WS-CENTURY
               REMAINDER WS-YEAR-OF-CENTURY
           DIVIDE WS-YEAR-OF-CENTURY BY 4 GIVING WS-QUARTER-PART
           MOVE 37 TO WS-ZELLER-SUM
           ADD WS-YEAR-OF-CENTURY TO WS-ZELLER-SUM
           ADD WS-QUARTER-PART TO WS-ZELLER-SUM
           DIVIDE WS-CENTURY BY 4 GIVING WS-QUARTER-PART
           ADD WS-QUARTER-PART TO WS-ZELLER-SUM
           MULTIPLY WS-CENTURY BY 5 GIVING WS-QUARTER-PART
           ADD WS-QUARTER-PART TO WS-ZELLER-SUM
           ADD 5 TO WS-ZELLER-SUM
           DIVIDE WS-ZELLER-SUM BY 7
               GIVING WS-QUOTIENT
               REMAINDER WS-ZELLER-DAY
           ADD 1 WS-ZELLER-DAY GIVING WS-DAY-OF-WEEK.

       0010-REBUILD-CALENDAR.
           MOVE ZEROES TO WS-DAY-NO
           MOVE ZEROES TO WS-PREV-MONTH
           MOVE ZEROES TO WS-PREV-DATE
           MOVE ZEROES TO WS-LAST-BUSINESS
           MOVE ZEROES TO WS-LAST-BUSINESS-MONTH
           MOVE ZEROES TO WS-LAST-MONTH-END
           MOVE ZEROES TO WS-ME-COUNT
           MOVE ZEROES TO BC-DATE
           MOVE "N" TO WS-SCAN-SWITCH
           START CALENDAR-FILE KEY IS NOT LESS THAN BC-DATE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START
           PERFORM UNTIL SCAN-DONE
               READ CALENDAR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-SWITCH
                   NOT AT END
                       MOVE BC-DATE TO WS-WORK-DATE
                       MOVE WS-WORK-DATE (1:6) TO WS-WORK-MONTH
                       IF WS-WORK-MONTH NOT = WS-PREV-MONTH
                        AND WS-LAST-BUSINESS-MONTH = WS-PREV-MONTH
                        AND WS-LAST-BUSINESS > ZEROES
                           PERFORM 0016-ADD-MONTH-END
                       END-IF
                       IF BUSINESS-DAY
                           ADD 1 TO WS-DAY-NO
                           MOVE BC-DATE TO WS-LAST-BUSINESS
                           MOVE WS-WORK-MONTH TO WS-LAST-BUSINESS-MONTH
                       END-IF
                       MOVE WS-DAY-NO TO BC-BUSINESS-DAY-NO
                       MOVE WS-LAST-MONTH-END TO BC-PRIOR-MONTH-END
                       MOVE "N" TO BC-MONTH-END
                       MOVE "N" TO BC-QUARTER-END
                       MOVE "N" TO BC-YEAR-END
                       REWRITE CALENDAR-RECORD
                       MOVE WS-WORK-MONTH TO WS-PREV-MONTH
                       MOVE BC-DATE TO WS-PREV-DATE
               END-READ
           END-PERFORM
           IF WS-PREV-DATE > ZEROES
               MOVE WS-PREV-DATE TO WS-WORK-DATE
               PERFORM 0011-DAYS-IN-MONTH
               IF WS-WORK-DD = WS-LAST-DAY
                AND WS-LAST-BUSINESS-MONTH = WS-PREV-MONTH
                   PERFORM 0016-ADD-MONTH-END
               END-IF
           END-IF.

       0011-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-LAST-DAY
           IF WS-WORK-MM = 2
               DIVIDE WS-WORK-YEAR BY 4
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZEROES
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-WORK-YEAR BY 100
                       GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZEROES
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
                       IF WS-REMAINDER NOT = ZEROES
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0012-MARK-MONTH-ENDS.
           PERFORM VARYING WS-ME-SUB FROM 1 BY 1
                   UNTIL WS-ME-SUB > WS-ME-COUNT
               MOVE WS-ME-DATE (WS-ME-SUB) TO BC-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BC-DATE TO WS-WORK-DATE
                       MOVE "Y" TO BC-MONTH-END
                       MOVE SPACES TO WSK-QUARTER
                       MOVE SPACES TO WSK-YEAR
                       IF WS-WORK-MM = 3 OR 6 OR 9 OR 12
                           MOVE "Y" TO BC-QUARTER-END
                           MOVE "QUARTER-END" TO WSK-QUARTER
                       END-IF
                       IF WS-WORK-MM = 12
                           MOVE "Y" TO BC-YEAR-END
                           MOVE "YEAR-END" TO WSK-YEAR
                       END-IF
                       REWRITE CALENDAR-RECORD
                       MOVE BC-DATE TO WSK-DATE
                       MOVE WS-MARKER-LINE TO RPT-PRINT-LINE
                       PERFORM 0015-WRITE-REPORT-LINE
               END-READ
           END-PERFORM.

       0013-WRITE-NEW-DAY.
           MOVE WS-WORK-DATE TO BC-DATE
           MOVE WS-DAY-OF-WEEK TO BC-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK > 5
               MOVE "W" TO BC-DAY-TYPE
               MOVE "WEEKEND" TO BC-DESCRIPTION
           ELSE
               MOVE "B" TO BC-DAY-TYPE
               MOVE SPACES TO BC-DESCRIPTION
           END-IF
           MOVE "N" TO BC-MONTH-END
           MOVE "N" TO BC-QUARTER-END
           MOVE "N" TO BC-YEAR-END
           MOVE ZEROES TO BC-BUSINESS-DAY-NO
           MOVE ZEROES TO BC-PRIOR-MONTH-END
           WRITE CALENDAR-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-YEAR-ADDED
                   ADD 1 TO WS-DAYS-ADDED
           END-WRITE.

       0014-WRITE-TOTALS.
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE WS-READ-COUNT TO WSCT-READ
           MOVE WS-APPLIED-COUNT TO WSCT-APPLIED
           MOVE WS-REFUSED-COUNT TO WSCT-REFUSED
           MOVE WS-CAL-TOTALS TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE WS-DAYS-ADDED TO WSCT-ADDED
           MOVE WS-DAY-NO TO WSCT-DAY-NO
           MOVE WS-CAL-TOTALS-2 TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE ZEROES TO WSD-MONTH-END
           MOVE WS-BUSINESS-DATE TO BC-DATE
           MOVE "N" TO WS-SCAN-SWITCH
           START CALENDAR-FILE KEY IS NOT LESS THAN BC-DATE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START
           PERFORM UNTIL SCAN-DONE
               READ CALENDAR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-SWITCH
                   NOT AT END
                       IF BC-MONTH-END = "Y"
                           MOVE BC-DATE TO WSD-MONTH-END
                           MOVE "Y" TO WS-SCAN-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-BUSINESS-DATE TO WSD-DATE
           MOVE WS-OVERRIDE TO WSD-OVERRIDE
           MOVE WS-DATE-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE.

       0015-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0016-ADD-MONTH-END.
           MOVE WS-LAST-BUSINESS TO WS-LAST-MONTH-END
           IF WS-ME-COUNT < 600
               ADD 1 TO WS-ME-COUNT
               MOVE WS-LAST-BUSINESS TO WS-ME-DATE (WS-ME-COUNT)
           END-IF.
