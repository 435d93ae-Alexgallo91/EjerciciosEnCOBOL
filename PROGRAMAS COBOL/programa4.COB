           05 TR-NUM1        PIC 9(05).
           05 TR-NUM2        PIC 9(05).
           05 TR-OPERATOR    PIC X.
           05 TR-BATCH-ID    PIC X(08).
           05 TR-ITEM-SEQ    PIC 9(05).
       01  TRANS-HEADER-RECORD.
           05 TH-RECORD-TYPE PIC X.
           05 TH-BATCH-ID    PIC X(08).
       01  POSTING-RECORD.
           05 PST-ACCOUNT    PIC 9(05).
           05 PST-RESULT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 PST-BATCH-ID   PIC X(08).
           05 PST-ITEM-SEQ   PIC 9(05).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
       01  POSTWORK-RECORD.
           05 PW-ACCOUNT     PIC 9(05).
           05 PW-RESULT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 PW-BATCH-ID    PIC X(08).
           05 PW-ITEM-SEQ    PIC 9(05).

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
       01 WS-EXTRACT-HEADER  PIC X(80)  VALUE
           "NUM1,OPERATOR,NUM2,RESULT,MESSAGE".

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA4".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "PROGRAMA4.RPT".
       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0015-READ-RUN-PARM
           PERFORM 0021-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "ROUTING NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0010-WRITE-AUDIT-START
               OPEN INPUT TRANS-FILE
               IF RESTART-RUN
                   PERFORM 0007-RESTORE-CHECKPOINT
               END-IF
               MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
               IF RESTART-RUN
                   MOVE "E" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
                   OPEN EXTEND POSTING-FILE
                   OPEN EXTEND EXTRACT-FILE
                   MOVE WS-SKIP-COUNT TO WSRS-RECORD
                   MOVE WS-RESTART-LINE TO RPT-PRINT-LINE
                   PERFORM 0009-WRITE-REPORT-LINE
               ELSE
                   MOVE "O" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
                   OPEN OUTPUT POSTING-FILE
                   OPEN OUTPUT EXTRACT-FILE
                   MOVE WS-EXTRACT-HEADER TO EXTRACT-RECORD
                   WRITE EXTRACT-RECORD
               END-IF
               IF WS-BUSINESS-DATE > ZEROES
                   MOVE WS-BUSINESS-DATE TO WSBD-DATE
                   MOVE WS-BUSINESS-LINE TO RPT-PRINT-LINE
                   PERFORM 0009-WRITE-REPORT-LINE
               END-IF
               PERFORM UNTIL END-OF-FILE OR RUN-ABORTED
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-INPUT-COUNT
                           IF WS-INPUT-COUNT > WS-SKIP-COUNT
                               PERFORM 0005-ROUTE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0006-VERIFY-BATCH
               PERFORM 0003-WRITE-CONTROL-TOTAL
               PERFORM 0014-WRITE-EXTRACT-TRAILER
               CLOSE TRANS-FILE
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               CLOSE POSTING-FILE
               CLOSE EXTRACT-FILE
               PERFORM 0011-WRITE-AUDIT-END
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

           IF BATCH-OPEN
               MOVE TR-ACCOUNT TO PW-ACCOUNT
               MOVE RESULT TO PW-RESULT
               IF TR-BATCH-ID = SPACES OR TR-ITEM-SEQ NOT NUMERIC
                   MOVE WS-CURRENT-BATCH-ID TO PW-BATCH-ID
                   MOVE WS-BATCH-COUNT TO PW-ITEM-SEQ
               ELSE
                   MOVE TR-BATCH-ID TO PW-BATCH-ID
                   MOVE TR-ITEM-SEQ TO PW-ITEM-SEQ
               END-IF
               WRITE POSTWORK-RECORD
           ELSE
               ADD 1 TO WS-STRAY-COUNT
                   NOT AT END
                       MOVE PW-ACCOUNT TO PST-ACCOUNT
                       MOVE PW-RESULT TO PST-RESULT
                       MOVE PW-BATCH-ID TO PST-BATCH-ID
                       MOVE PW-ITEM-SEQ TO PST-ITEM-SEQ
                       WRITE POSTING-RECORD
               END-READ
           END-PERFORM
           MOVE WS-IN-BALANCE-LINE TO RPT-PRINT-LINE
           PERFORM 0009-WRITE-REPORT-LINE
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.

       0021-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           IF WS-BUSINESS-DATE = ZEROES
               MOVE BUS-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE NOT = BUS-BUSINESS-DATE
               DISPLAY "WARNING: RUNPARM DATE ", WS-BUSINESS-DATE,
                   " DIFFERS FROM BUSINESS DATE ", BUS-BUSINESS-DATE
           END-IF
           MOVE BUS-BUSINESS-DATE TO WS-AUDIT-DATE.
