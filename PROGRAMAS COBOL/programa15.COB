           05 CFI-AMOUNT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 CFI-ORIG-DATE  PIC 9(08).
           05 CFI-AGE-DAYS   PIC 9(03).
           05 CFI-BATCH-ID   PIC X(08).
           05 CFI-ITEM-SEQ   PIC 9(05).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
           05 AM-FLOOR-FLAG  PIC X.
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05 RCY-RESULT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 RCY-ORIG-DATE  PIC 9(08).
           05 RCY-AGE-DAYS   PIC 9(03).
           05 RCY-BATCH-ID   PIC X(08).
           05 RCY-ITEM-SEQ   PIC 9(05).

       FD  RECYCLE-OUT-FILE.
       01  RECYCLE-OUT-RECORD.
           05 RCO-RESULT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 RCO-ORIG-DATE  PIC 9(08).
           05 RCO-AGE-DAYS   PIC 9(03).
           05 RCO-BATCH-ID   PIC X(08).
           05 RCO-ITEM-SEQ   PIC 9(05).

       FD  CARRY-OUT-FILE.
       01  CARRY-OUT-RECORD.
           05 CFO-AMOUNT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 CFO-ORIG-DATE  PIC 9(08).
           05 CFO-AGE-DAYS   PIC 9(03).
           05 CFO-BATCH-ID   PIC X(08).
           05 CFO-ITEM-SEQ   PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 RCY-COPY-END-OF-FILE VALUE "Y".
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-AGE-LIMIT       PIC 9(03) VALUE 5.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-READ-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-LEFTOVER-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-RECYCLED-COUNT  PIC 9(07) VALUE ZEROES.
           05 WSI-AMOUNT     PIC S9(07)V99.
           05 WSI-ORIG-DATE  PIC 9(08).
           05 WSI-AGE-DAYS   PIC 9(03).
           05 WSI-BATCH-ID   PIC X(08).
           05 WSI-ITEM-SEQ   PIC 9(05).

       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA15".
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

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0011-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "SUSPENSE AGING NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               OPEN INPUT MASTER-FILE
               OPEN OUTPUT RECYCLE-OUT-FILE
               OPEN OUTPUT CARRY-OUT-FILE
               PERFORM 0002-REQUEUE-LEFTOVER-RECYCLE
               OPEN INPUT CARRY-IN-FILE
               PERFORM UNTIL END-OF-FILE
                   READ CARRY-IN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CFI-ACCOUNT TO WSI-ACCOUNT
                           MOVE CFI-AMOUNT TO WSI-AMOUNT
                           MOVE CFI-ORIG-DATE TO WSI-ORIG-DATE
                           MOVE CFI-AGE-DAYS TO WSI-AGE-DAYS
                           MOVE CFI-BATCH-ID TO WSI-BATCH-ID
                           MOVE CFI-ITEM-SEQ TO WSI-ITEM-SEQ
                           PERFORM 0003-PROCESS-ITEM
                   END-READ
               END-PERFORM
               CLOSE CARRY-IN-FILE
               CLOSE MASTER-FILE
               CLOSE RECYCLE-OUT-FILE
               CLOSE CARRY-OUT-FILE
               MOVE "C" TO BUS-FUNCTION
               CALL "PROGRAMA34" USING BUS-REQUEST
               PERFORM 0006-WRITE-TOTALS
               PERFORM 0007-REWRITE-CARRY-FORWARD
               PERFORM 0008-REWRITE-RECYCLE-FILE
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-REQUEUE-LEFTOVER-RECYCLE.
                       MOVE RCY-RESULT TO WSI-AMOUNT
                       MOVE RCY-ORIG-DATE TO WSI-ORIG-DATE
                       MOVE RCY-AGE-DAYS TO WSI-AGE-DAYS
                       MOVE RCY-BATCH-ID TO WSI-BATCH-ID
                       MOVE RCY-ITEM-SEQ TO WSI-ITEM-SEQ
                       PERFORM 0003-PROCESS-ITEM
               END-READ
           END-PERFORM
           MOVE WSI-AMOUNT TO RCO-RESULT
           MOVE WSI-ORIG-DATE TO RCO-ORIG-DATE
           MOVE WSI-AGE-DAYS TO RCO-AGE-DAYS
           MOVE WSI-BATCH-ID TO RCO-BATCH-ID
           MOVE WSI-ITEM-SEQ TO RCO-ITEM-SEQ
           WRITE RECYCLE-OUT-RECORD
           ADD 1 TO WS-RECYCLED-COUNT
           MOVE "RECYCLED" TO WSA-DISPOSITION
           MOVE WSI-ACCOUNT TO CFO-ACCOUNT
           MOVE WSI-AMOUNT TO CFO-AMOUNT
           MOVE WSI-ORIG-DATE TO CFO-ORIG-DATE
           PERFORM 0012-AGE-IN-BUSINESS-DAYS
           MOVE WSI-BATCH-ID TO CFO-BATCH-ID
           MOVE WSI-ITEM-SEQ TO CFO-ITEM-SEQ
           WRITE CARRY-OUT-RECORD
           ADD 1 TO WS-CARRIED-COUNT
           MOVE "CARRIED FORWARD" TO WSA-DISPOSITION
       0010-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0011-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.

       0012-AGE-IN-BUSINESS-DAYS.
           MOVE "A" TO BUS-FUNCTION
           MOVE WS-RUN-DATE TO BUS-BUSINESS-DATE
           MOVE WSI-ORIG-DATE TO BUS-FROM-DATE
           CALL "PROGRAMA34" USING BUS-REQUEST
           IF BUS-STATUS = ZEROES
               MOVE BUS-AGE-DAYS TO CFO-AGE-DAYS
           ELSE
               ADD 1 WSI-AGE-DAYS GIVING CFO-AGE-DAYS
           END-IF.
