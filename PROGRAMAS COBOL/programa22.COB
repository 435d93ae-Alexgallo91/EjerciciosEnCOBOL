               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "MONTHEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINTLOG-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
           05 AM-FLOOR-FLAG  PIC X.
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 ME-MTD-COUNT   PIC 9(05).
           05 ME-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  MAINTLOG-FILE.
       01  MAINTLOG-RECORD.
           05 ML-RUN-DATE    PIC 9(08).
           05 ML-GENERATION  PIC 9(07).
           05 ML-PROGRAM     PIC X(10).
           05 ML-ACTION      PIC X.
           05 ML-ACCOUNT     PIC 9(05).
           05 ML-IMAGE       PIC X(86).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-MOVEMENT-TOTAL  PIC S9(11)V99 VALUE ZEROES.
       01 WS-CLOSING-TOTAL   PIC S9(11)V99 VALUE ZEROES.
       01 WS-ITEM-TOTAL      PIC 9(07) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BKP-REQUEST.
           05 BKP-STEP-NAME  PIC X(10)     VALUE "PROGRAMA22".
           05 BKP-RUN-DATE   PIC 9(08)     VALUE ZEROES.
           05 BKP-RUN-TIME   PIC 9(08)     VALUE ZEROES.
           05 BKP-SEQUENCE   PIC 9(07)     VALUE ZEROES.
           05 BKP-STATUS     PIC 9(02)     VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA22".
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
           PERFORM 0009-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "MONTH-END NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0007-BACKUP-MASTER
               IF BKP-STATUS NOT = ZEROES
                   DISPLAY "MONTH-END NOT RUN - MASTER BACKUP FAILED"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
                   MOVE "O" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
                   OPEN I-O MASTER-FILE
                   OPEN EXTEND SNAPSHOT-FILE
                   PERFORM UNTIL END-OF-FILE
                       READ MASTER-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM 0002-CLOSE-ACCOUNT
                       END-READ
                   END-PERFORM
                   PERFORM 0005-WRITE-TOTALS
                   CLOSE MASTER-FILE
                   CLOSE SNAPSHOT-FILE
                   PERFORM 0008-WRITE-MAINT-LOG
                   MOVE "C" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-CLOSE-ACCOUNT.
       0006-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0007-BACKUP-MASTER.
           MOVE WS-RUN-DATE TO BKP-RUN-DATE
           CALL "PROGRAMA30" USING BKP-REQUEST.

       0008-WRITE-MAINT-LOG.
           OPEN EXTEND MAINTLOG-FILE
           MOVE WS-RUN-DATE TO ML-RUN-DATE
           MOVE BKP-SEQUENCE TO ML-GENERATION
           MOVE "PROGRAMA22" TO ML-PROGRAM
           MOVE "M" TO ML-ACTION
           MOVE ZEROES TO ML-ACCOUNT
           MOVE SPACES TO ML-IMAGE
           WRITE MAINTLOG-RECORD
           CLOSE MAINTLOG-FILE.

       0009-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           IF BUS-STATUS NOT > 4
            AND BUS-MONTH-END NOT = "Y"
               DISPLAY "WARNING: ", BUS-BUSINESS-DATE,
                   " IS NOT THE MONTH-END BUSINESS DAY"
           END-IF
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
