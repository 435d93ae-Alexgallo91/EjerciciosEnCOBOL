           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
           05 AM-FLOOR-FLAG  PIC X.
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  POSTCTL-FILE.
       01  POSTCTL-RECORD.
       01 WS-OPENING-DATE    PIC 9(08) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA17".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "TRIALBAL.RPT".

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0009-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "TRIAL BALANCE NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0002-READ-OPENING-CONTROL
               PERFORM 0003-READ-POSTING-CONTROL
               PERFORM 0004-TOTAL-MASTER
               PERFORM 0005-TIE-OUT
               PERFORM 0006-WRITE-REPORT
               PERFORM 0007-WRITE-CLOSING-CONTROL
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0008-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0009-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
