               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL MAINTLOG-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88 ADD-ACTION    VALUE "A".
               88 CHANGE-ACTION VALUE "C".
               88 CLOSE-ACTION  VALUE "D".
               88 STATUS-ACTION VALUE "S".
               88 VALID-ACTION  VALUE "A", "C", "D", "S".
           05 MT-ACCOUNT     PIC 9(05).
           05 MT-DESCRIPTION PIC X(30).
           05 MT-BALANCE     PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 MT-STATUS      PIC X.
               88 VALID-STATUS  VALUE "A", "F", "N", "P", "D", SPACE.
           05 MT-FLOOR-FLAG  PIC X.
               88 VALID-FLOOR-FLAG VALUE "Y", "N", SPACE.
           05 MT-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
               88 ACCOUNT-ACTIVE        VALUE "A", SPACE.
               88 ACCOUNT-FROZEN        VALUE "F".
               88 ACCOUNT-NO-DEBITS     VALUE "N".
               88 ACCOUNT-PENDING-CLOSE VALUE "P".
               88 ACCOUNT-DORMANT       VALUE "D".
           05 AM-FLOOR-FLAG  PIC X.
               88 FLOOR-APPLIES VALUE "Y".
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

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
       01 WS-CHANGE-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-CLOSE-COUNT     PIC 9(07) VALUE ZEROES.
       01 WS-REFUSED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-STATUS-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BKP-REQUEST.
           05 BKP-STEP-NAME  PIC X(10)     VALUE "PROGRAMA16".
           05 BKP-RUN-DATE   PIC 9(08)     VALUE ZEROES.
           05 BKP-RUN-TIME   PIC 9(08)     VALUE ZEROES.
           05 BKP-SEQUENCE   PIC 9(07)     VALUE ZEROES.
           05 BKP-STATUS     PIC 9(02)     VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA16".
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
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSM-LAST-POSTED PIC 9(08).

       01 WS-LIMIT-LINE.
           05 FILLER         PIC X(15) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "STATUS: ".
           05 WSK-STATUS     PIC X.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(07) VALUE "FLOOR: ".
           05 WSK-FLOOR-FLAG PIC X.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(07) VALUE "LIMIT: ".
           05 WSK-FLOOR-AMOUNT PIC -(9)9.99.

       01 WS-NOIMAGE-LINE.
           05 WSO-LABEL      PIC X(08).
           05 WSO-TEXT       PIC X(30).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(09) VALUE "REFUSED: ".
           05 WSMT-REFUSED   PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(16) VALUE "STATUS/LIMITS: ".
           05 WSMT-STATUS    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0017-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "MAINTENANCE NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0015-BACKUP-MASTER
               IF BKP-STATUS NOT = ZEROES
                   DISPLAY "MAINTENANCE NOT RUN - MASTER BACKUP FAILED"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   MOVE "O" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
                   OPEN INPUT MAINT-FILE
                   OPEN I-O MASTER-FILE
                   OPEN EXTEND MAINTLOG-FILE
                   PERFORM UNTIL END-OF-FILE
                       READ MAINT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM 0002-APPLY-ACTION
                       END-READ
                   END-PERFORM
                   PERFORM 0009-WRITE-TOTALS
                   CLOSE MAINT-FILE
                   CLOSE MASTER-FILE
                   CLOSE MAINTLOG-FILE
                   MOVE "C" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-APPLY-ACTION.
           MOVE MT-ACTION TO WSN-ACTION
           MOVE MT-ACCOUNT TO WSN-ACCOUNT
           EVALUATE TRUE
               WHEN (ADD-ACTION OR STATUS-ACTION)
                AND (NOT VALID-STATUS OR NOT VALID-FLOOR-FLAG)
                   MOVE "REFUSED - INVALID STATUS OR FLOOR FLAG"
                       TO WSN-MESSAGE
                   PERFORM 0010-WRITE-ACTION-LINE
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN (ADD-ACTION OR STATUS-ACTION)
                AND (MT-FLOOR-FLAG = "Y"
                AND MT-FLOOR-AMOUNT NOT NUMERIC)
                   MOVE "REFUSED - INVALID FLOOR AMOUNT"
                       TO WSN-MESSAGE
                   PERFORM 0010-WRITE-ACTION-LINE
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN ADD-ACTION
                   PERFORM 0003-ADD-ACCOUNT
               WHEN CHANGE-ACTION
                   PERFORM 0004-CHANGE-ACCOUNT
               WHEN CLOSE-ACTION
                   PERFORM 0005-CLOSE-ACCOUNT
               WHEN STATUS-ACTION
                   PERFORM 0013-CHANGE-STATUS
               WHEN OTHER
                   MOVE "REFUSED - INVALID ACTION CODE" TO WSN-MESSAGE
                   PERFORM 0010-WRITE-ACTION-LINE
                   PERFORM 0006-WRITE-IMAGE-LINE
                   MOVE MT-DESCRIPTION TO AM-DESCRIPTION
                   REWRITE MASTER-RECORD
                   PERFORM 0016-WRITE-MAINT-LOG
                   MOVE "AFTER:  " TO WSM-LABEL
                   PERFORM 0006-WRITE-IMAGE-LINE
                   ADD 1 TO WS-CHANGE-COUNT
           MOVE AM-BALANCE TO WSM-BALANCE
           MOVE AM-LAST-POSTED TO WSM-LAST-POSTED
           MOVE WS-IMAGE-LINE TO RPT-PRINT-LINE
           PERFORM 0011-WRITE-REPORT-LINE
           MOVE AM-STATUS TO WSK-STATUS
           MOVE AM-FLOOR-FLAG TO WSK-FLOOR-FLAG
           MOVE AM-FLOOR-AMOUNT TO WSK-FLOOR-AMOUNT
           MOVE WS-LIMIT-LINE TO RPT-PRINT-LINE
           PERFORM 0011-WRITE-REPORT-LINE.

       0007-WRITE-NOIMAGE-LINE.
               MOVE "BEFORE: " TO WSM-LABEL
               PERFORM 0006-WRITE-IMAGE-LINE
               DELETE MASTER-FILE
               PERFORM 0016-WRITE-MAINT-LOG
               MOVE "AFTER:  " TO WSO-LABEL
               MOVE "ACCOUNT CLOSED" TO WSO-TEXT
               PERFORM 0007-WRITE-NOIMAGE-LINE
           PERFORM 0011-WRITE-REPORT-LINE
           MOVE WS-CLOSE-COUNT TO WSMT-CLOSED
           MOVE WS-REFUSED-COUNT TO WSMT-REFUSED
           MOVE WS-STATUS-COUNT TO WSMT-STATUS
           MOVE WS-MAINT-TOTALS-2 TO RPT-PRINT-LINE
           PERFORM 0011-WRITE-REPORT-LINE.

               MOVE ZEROES TO AM-LAST-POSTED
               MOVE ZEROES TO AM-MTD-COUNT
               MOVE ZEROES TO AM-MTD-AMOUNT
               MOVE "A" TO AM-STATUS
               IF MT-STATUS NOT = SPACE
                   MOVE MT-STATUS TO AM-STATUS
               END-IF
               MOVE "N" TO AM-FLOOR-FLAG
               MOVE ZEROES TO AM-FLOOR-AMOUNT
               IF MT-FLOOR-FLAG = "Y"
                   MOVE "Y" TO AM-FLOOR-FLAG
                   MOVE MT-FLOOR-AMOUNT TO AM-FLOOR-AMOUNT
               END-IF
               WRITE MASTER-RECORD
               PERFORM 0016-WRITE-MAINT-LOG
               MOVE "AFTER:  " TO WSM-LABEL
               PERFORM 0006-WRITE-IMAGE-LINE
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       0013-CHANGE-STATUS.
           MOVE MT-ACCOUNT TO AM-ACCOUNT
           READ MASTER-FILE
               INVALID KEY
                   MOVE "REFUSED - ACCOUNT NOT ON FILE" TO WSN-MESSAGE
                   PERFORM 0010-WRITE-ACTION-LINE
                   ADD 1 TO WS-REFUSED-COUNT
               NOT INVALID KEY
                   PERFORM 0014-APPLY-STATUS
           END-READ.

       0014-APPLY-STATUS.
           MOVE "APPLIED" TO WSN-MESSAGE
           PERFORM 0010-WRITE-ACTION-LINE
           MOVE "BEFORE: " TO WSM-LABEL
           PERFORM 0006-WRITE-IMAGE-LINE
           IF MT-STATUS NOT = SPACE
               MOVE MT-STATUS TO AM-STATUS
           END-IF
           EVALUATE MT-FLOOR-FLAG
               WHEN "Y"
                   MOVE "Y" TO AM-FLOOR-FLAG
                   MOVE MT-FLOOR-AMOUNT TO AM-FLOOR-AMOUNT
               WHEN "N"
                   MOVE "N" TO AM-FLOOR-FLAG
                   MOVE ZEROES TO AM-FLOOR-AMOUNT
           END-EVALUATE
           REWRITE MASTER-RECORD
           PERFORM 0016-WRITE-MAINT-LOG
           MOVE "AFTER:  " TO WSM-LABEL
           PERFORM 0006-WRITE-IMAGE-LINE
           ADD 1 TO WS-STATUS-COUNT.

       0015-BACKUP-MASTER.
           MOVE WS-RUN-DATE TO BKP-RUN-DATE
           CALL "PROGRAMA30" USING BKP-REQUEST.

       0016-WRITE-MAINT-LOG.
           MOVE WS-RUN-DATE TO ML-RUN-DATE
           MOVE BKP-SEQUENCE TO ML-GENERATION
           MOVE "PROGRAMA16" TO ML-PROGRAM
           MOVE MT-ACTION TO ML-ACTION
           MOVE AM-ACCOUNT TO ML-ACCOUNT
           MOVE MASTER-RECORD TO ML-IMAGE
           WRITE MAINTLOG-RECORD.

       0017-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
