       01 WS-AUDIT-PHASE     PIC X(05) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(08) VALUE SPACES.

       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA12".
           05 BUS-BUSINESS-DATE PIC 9(08)  VALUE ZEROES.
           05 BUS-FROM-DATE  PIC 9(08)     VALUE ZEROES.
           05 BUS-AGE-DAYS   PIC 9(03)     VALUE ZEROES.
           05 BUS-DAY-TYPE   PIC X         VALUE SPACE.
           05 BUS-MONTH-END  PIC X         VALUE SPACE.
           05 BUS-QUARTER-END PIC X        VALUE SPACE.
           05 BUS-YEAR-END   PIC X         VALUE SPACE.
           05 BUS-STATUS     PIC 9(02)     VALUE ZEROES.

       01 RPT-REQUEST.
           05 RPT-FUNCTION   PIC X         VALUE SPACE.
           05 RPT-FILE-NAME  PIC X(30)     VALUE "DAILYOPS.RPT".

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0013-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "DAILY SUMMARY NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0010-WRITE-AUDIT-START
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0002-SCAN-CALC-REPORT
               PERFORM 0003-SCAN-EXC-REPORT
               PERFORM 0004-SCAN-FACT-REPORT
               PERFORM 0005-WRITE-SUMMARY
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0011-WRITE-AUDIT-END
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-SCAN-CALC-REPORT.
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       0013-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-AUDIT-DATE.
