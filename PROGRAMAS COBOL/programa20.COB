           88 STEP-KNOWN     VALUE "Y".
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA20".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "RUNCTL.RPT".
               MOVE "Y" TO WS-BLOCK-SWITCH
               MOVE "STEP NOT IN DAILY CHAIN" TO WSV-VERDICT
           END-IF
           IF BUS-STATUS > 4
               MOVE "Y" TO WS-BLOCK-SWITCH
               MOVE "NOT A BUSINESS DATE ON CALENDAR" TO WSV-VERDICT
           END-IF
           PERFORM 0007-WRITE-VERDICT
           MOVE "C" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           END-IF
           CLOSE RUNCTL-PARM-FILE
           IF WS-BUSINESS-DATE = ZEROES
               MOVE "D" TO BUS-FUNCTION
               CALL "PROGRAMA34" USING BUS-REQUEST
               MOVE BUS-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       0003-SET-PREDECESSOR.
