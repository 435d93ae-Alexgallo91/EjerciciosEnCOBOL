       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHARGE-PARM-FILE ASSIGN TO "CHARGE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-BATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "CHGSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-PARM-FILE.
       01  CHARGE-PARM-RECORD.
           05 CP-AS-OF-DATE  PIC 9(08).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RT-FROM-ACCOUNT PIC 9(05).
           05 RT-TO-ACCOUNT  PIC 9(05).
           05 RT-CREDIT-RATE PIC 9(03)V9(04).
           05 RT-DEBIT-RATE  PIC 9(03)V9(04).
           05 RT-MONTHLY-FEE PIC 9(05)V99.
           05 RT-WAIVER-MINIMUM PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 AM-ACCOUNT     PIC 9(05).
           05 AM-DESCRIPTION PIC X(30).
           05 AM-BALANCE     PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
           05 AM-FLOOR-FLAG  PIC X.
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HS-KEY.
               10 HS-ACCOUNT     PIC 9(05).
               10 HS-POST-DATE   PIC 9(08).
               10 HS-ENTRY-NO    PIC 9(05).
           05 HS-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HS-OLD-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 HS-NEW-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 HS-BATCH-KEY.
               10 HS-BATCH-ID    PIC X(08).
               10 HS-ITEM-SEQ    PIC 9(05).
           05 HS-ENTRY-TYPE  PIC X.
           05 HS-GENERATION  PIC 9(07).
           05 HS-REASON      PIC X(30).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TR-RECORD-TYPE PIC X.
           05 TR-ACCOUNT     PIC 9(05).
           05 TR-NUM1        PIC 9(05).
           05 TR-NUM2        PIC 9(05).
           05 TR-OPERATOR    PIC X.
       01  TRANS-HEADER-RECORD.
           05 TH-RECORD-TYPE PIC X.
           05 TH-BATCH-ID    PIC X(08).
           05 TH-CREATION-DATE PIC 9(08).
       01  TRANS-TRAILER-RECORD.
           05 TT-RECORD-TYPE PIC X.
           05 TT-RECORD-COUNT PIC 9(07).
           05 TT-HASH-TOTAL  PIC 9(11).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT    PIC 9(05).
           05 SRT-POST-DATE  PIC 9(08).
           05 SRT-AMOUNT     PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE "N".
           88 HISTORY-END-OF-FILE VALUE "Y".
       01 WS-RATE-EOF-SWITCH PIC X VALUE "N".
           88 RATE-END-OF-FILE VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-END-OF-FILE VALUE "Y".
       01 WS-HEADER-SWITCH   PIC X VALUE "N".
           88 HEADER-WRITTEN VALUE "Y".
       01 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88 RATE-FOUND     VALUE "Y".
       01 WS-PARM-STATUS     PIC XX    VALUE SPACES.
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-AS-OF-DATE      PIC 9(08) VALUE ZEROES.
       01 WS-PERIOD-START    PIC 9(08) VALUE ZEROES.
       01 WS-PERIOD-DAYS     PIC 9(02) VALUE ZEROES.
       01 WS-POST-DAY        PIC 9(02) VALUE ZEROES.
       01 WS-PREV-POST-DATE  PIC 9(08) VALUE ZEROES.
       01 WS-BATCH-ID        PIC X(08) VALUE SPACES.

       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RATE-FROM     PIC 9(05).
               10 WS-RATE-TO       PIC 9(05).
               10 WS-RATE-CREDIT   PIC 9(03)V9(04).
               10 WS-RATE-DEBIT    PIC 9(03)V9(04).
               10 WS-RATE-FEE      PIC 9(05)V99.
               10 WS-RATE-WAIVER   PIC S9(09)V99.
       01 WS-RATE-COUNT      PIC 9(03) VALUE ZEROES.
       01 WS-RATE-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-RATE-HIT        PIC 9(03) VALUE ZEROES.

       01 WS-LATER-TOTAL     PIC S9(09)V99 VALUE ZEROES.
       01 WS-PERIOD-TOTAL    PIC S9(09)V99 VALUE ZEROES.
       01 WS-LOW-PREFIX      PIC S9(09)V99 VALUE ZEROES.
       01 WS-WEIGHTED-TOTAL  PIC S9(11)V99 VALUE ZEROES.
       01 WS-CLOSING-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-OPENING-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-MINIMUM-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-AVERAGE-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-APPLIED-RATE    PIC 9(03)V9(04) VALUE ZEROES.
       01 WS-INTEREST        PIC S9(07)V99 VALUE ZEROES.
       01 WS-FEE             PIC S9(07)V99 VALUE ZEROES.

       01 WS-CHARGE-AMOUNT   PIC S9(07)V99 VALUE ZEROES.
       01 WS-CHARGE-UNITS    PIC 9(07)V99 VALUE ZEROES.
       01 WS-WHOLE-PART      PIC 9(07) VALUE ZEROES.
       01 WS-CENTS-PART      PIC 9(03) VALUE ZEROES.
       01 WS-CHUNK           PIC 9(05) VALUE ZEROES.
       01 WS-DETAIL-NUM1     PIC 9(05) VALUE ZEROES.
       01 WS-DETAIL-NUM2     PIC 9(05) VALUE ZEROES.
       01 WS-DETAIL-OPERATOR PIC X     VALUE SPACE.

       01 WS-ACCOUNT-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-CHARGED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-NO-RATE-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-ORPHAN-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-WAIVED-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-DETAIL-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-HASH-TOTAL      PIC 9(11) VALUE ZEROES.
       01 WS-CREDIT-TOTAL    PIC S9(09)V99 VALUE ZEROES.
       01 WS-DEBIT-TOTAL     PIC S9(09)V99 VALUE ZEROES.
       01 WS-FEE-TOTAL       PIC S9(09)V99 VALUE ZEROES.
       01 WS-NET-TOTAL       PIC S9(09)V99 VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA26".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "ACCRUAL.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT026".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA26".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE SPACES.
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-COLUMN-HEADS.
           05 FILLER         PIC X(07) VALUE "ACCOUNT".
           05 FILLER         PIC X(14) VALUE "  BASE BALANCE".
           05 FILLER         PIC X(10) VALUE "      RATE".
           05 FILLER         PIC X(05) VALUE " DAYS".
           05 FILLER         PIC X(13) VALUE "     INTEREST".
           05 FILLER         PIC X(11) VALUE "        FEE".
           05 FILLER         PIC X(06) VALUE "  NOTE".

       01 WS-PERIOD-LINE.
           05 FILLER         PIC X(14) VALUE "CHARGE PERIOD ".
           05 WSP-START      PIC 9(08).
           05 FILLER         PIC X(04) VALUE " TO ".
           05 WSP-END        PIC 9(08).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(07) VALUE "BATCH: ".
           05 WSP-BATCH-ID   PIC X(08).

       01 WS-ACCRUAL-LINE.
           05 WSA-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSA-BASE       PIC -(9)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSA-RATE       PIC ZZ9.9999.
           05 WSA-RATE-TYPE  PIC X.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSA-DAYS       PIC Z9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSA-INTEREST   PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSA-FEE        PIC -(5)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSA-NOTE       PIC X(15).

       01 WS-TOTAL-LINE.
           05 WSG-CAPTION    PIC X(28).
           05 WSG-AMOUNT     PIC -(9)9.99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSG-COUNT-CAPTION PIC X(14).
           05 WSG-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0016-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "CHARGE RUN NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0002-READ-PARAMETERS
               PERFORM 0003-LOAD-RATES
               MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               MOVE WS-PERIOD-START TO WSP-START
               MOVE WS-AS-OF-DATE TO WSP-END
               MOVE WS-BATCH-ID TO WSP-BATCH-ID
               MOVE WS-PERIOD-LINE TO RPT-PRINT-LINE
               PERFORM 0014-WRITE-REPORT-LINE
               MOVE SPACES TO RPT-PRINT-LINE
               PERFORM 0014-WRITE-REPORT-LINE
               OPEN EXTEND TRANS-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT SRT-POST-DATE
                   INPUT PROCEDURE IS 0004-SELECT-HISTORY
                   OUTPUT PROCEDURE IS 0005-CHARGE-ACCOUNTS
               IF HEADER-WRITTEN
                   MOVE "T" TO TT-RECORD-TYPE
                   MOVE WS-DETAIL-COUNT TO TT-RECORD-COUNT
                   MOVE WS-HASH-TOTAL TO TT-HASH-TOTAL
                   WRITE TRANS-TRAILER-RECORD
               END-IF
               CLOSE TRANS-FILE
               PERFORM 0013-WRITE-TOTALS
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               IF WS-NO-RATE-COUNT > ZEROES OR WS-ORPHAN-COUNT > ZEROES
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-READ-PARAMETERS.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           OPEN INPUT CHARGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CHARGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-AS-OF-DATE NUMERIC
                        AND CP-AS-OF-DATE NOT = ZEROES
                           MOVE CP-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE CHARGE-PARM-FILE
           IF WS-AS-OF-DATE (7:2) = "00" OR WS-AS-OF-DATE (7:2) > "31"
               DISPLAY "INVALID AS-OF DATE ON CHARGE.PRM: ",
                   WS-AS-OF-DATE, " - RUN DATE USED"
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-PERIOD-START
           MOVE "01" TO WS-PERIOD-START (7:2)
           MOVE WS-AS-OF-DATE (7:2) TO WS-PERIOD-DAYS
           MOVE "MC" TO WS-BATCH-ID (1:2)
           MOVE WS-AS-OF-DATE (3:6) TO WS-BATCH-ID (3:6).

       0003-LOAD-RATES.
           OPEN INPUT RATE-FILE
           PERFORM UNTIL RATE-END-OF-FILE OR WS-RATE-COUNT = 50
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-FROM-ACCOUNT
                           TO WS-RATE-FROM (WS-RATE-COUNT)
                       MOVE RT-TO-ACCOUNT TO WS-RATE-TO (WS-RATE-COUNT)
                       MOVE RT-CREDIT-RATE
                           TO WS-RATE-CREDIT (WS-RATE-COUNT)
                       MOVE RT-DEBIT-RATE
                           TO WS-RATE-DEBIT (WS-RATE-COUNT)
                       MOVE RT-MONTHLY-FEE
                           TO WS-RATE-FEE (WS-RATE-COUNT)
                       MOVE RT-WAIVER-MINIMUM
                           TO WS-RATE-WAIVER (WS-RATE-COUNT)
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       0004-SELECT-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SWITCH
                   NOT AT END
                       IF HS-POST-DATE NOT < WS-PERIOD-START
                           MOVE HS-ACCOUNT TO SRT-ACCOUNT
                           MOVE HS-POST-DATE TO SRT-POST-DATE
                           MOVE HS-AMOUNT TO SRT-AMOUNT
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       0005-CHARGE-ACCOUNTS.
           PERFORM 0009-RETURN-HISTORY
           OPEN INPUT MASTER-FILE
           PERFORM UNTIL END-OF-FILE
               READ MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 0006-CHARGE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM UNTIL SORT-END-OF-FILE
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 0009-RETURN-HISTORY
           END-PERFORM.

       0006-CHARGE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ZEROES TO WS-LATER-TOTAL
           MOVE ZEROES TO WS-PERIOD-TOTAL
           MOVE ZEROES TO WS-LOW-PREFIX
           MOVE ZEROES TO WS-WEIGHTED-TOTAL
           MOVE ZEROES TO WS-PREV-POST-DATE
           PERFORM UNTIL SORT-END-OF-FILE
                   OR SRT-ACCOUNT NOT < AM-ACCOUNT
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM 0009-RETURN-HISTORY
           END-PERFORM
           PERFORM UNTIL SORT-END-OF-FILE
                   OR SRT-ACCOUNT NOT = AM-ACCOUNT
               PERFORM 0007-ACCUMULATE-HISTORY
               PERFORM 0009-RETURN-HISTORY
           END-PERFORM
           PERFORM 0008-CHECK-LOW-POINT
           SUBTRACT WS-LATER-TOTAL FROM AM-BALANCE
               GIVING WS-CLOSING-BALANCE
           SUBTRACT WS-PERIOD-TOTAL FROM WS-CLOSING-BALANCE
               GIVING WS-OPENING-BALANCE
           ADD WS-OPENING-BALANCE WS-LOW-PREFIX
               GIVING WS-MINIMUM-BALANCE
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               (WS-OPENING-BALANCE * WS-PERIOD-DAYS
                + WS-WEIGHTED-TOTAL) / WS-PERIOD-DAYS
           MOVE AM-ACCOUNT TO WSA-ACCOUNT
           MOVE WS-AVERAGE-BALANCE TO WSA-BASE
           MOVE WS-PERIOD-DAYS TO WSA-DAYS
           MOVE SPACES TO WSA-NOTE
           MOVE SPACE TO WSA-RATE-TYPE
           MOVE ZEROES TO WSA-RATE
           MOVE ZEROES TO WS-INTEREST
           MOVE ZEROES TO WS-FEE
           PERFORM 0010-FIND-RATE
           IF RATE-FOUND
               PERFORM 0011-COMPUTE-CHARGES
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "NO RATE ENTRY" TO WSA-NOTE
           END-IF
           MOVE WS-INTEREST TO WSA-INTEREST
           MOVE WS-FEE TO WSA-FEE
           MOVE WS-ACCRUAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE.

       0007-ACCUMULATE-HISTORY.
           IF SRT-POST-DATE > WS-AS-OF-DATE
               ADD SRT-AMOUNT TO WS-LATER-TOTAL
           ELSE
               IF SRT-POST-DATE NOT = WS-PREV-POST-DATE
                   PERFORM 0008-CHECK-LOW-POINT
                   MOVE SRT-POST-DATE TO WS-PREV-POST-DATE
               END-IF
               ADD SRT-AMOUNT TO WS-PERIOD-TOTAL
               MOVE SRT-POST-DATE (7:2) TO WS-POST-DAY
               COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
                   + SRT-AMOUNT * (WS-PERIOD-DAYS - WS-POST-DAY + 1)
           END-IF.

       0008-CHECK-LOW-POINT.
           IF WS-PERIOD-TOTAL < WS-LOW-PREFIX
               MOVE WS-PERIOD-TOTAL TO WS-LOW-PREFIX
           END-IF.

       0009-RETURN-HISTORY.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       0010-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZEROES TO WS-RATE-HIT
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT OR RATE-FOUND
               IF AM-ACCOUNT NOT < WS-RATE-FROM (WS-RATE-SUB)
                AND AM-ACCOUNT NOT > WS-RATE-TO (WS-RATE-SUB)
                   MOVE "Y" TO WS-RATE-FOUND-SWITCH
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
               END-IF
           END-PERFORM.

       0011-COMPUTE-CHARGES.
           IF WS-AVERAGE-BALANCE < ZEROES
               MOVE WS-RATE-DEBIT (WS-RATE-HIT) TO WS-APPLIED-RATE
               MOVE "D" TO WSA-RATE-TYPE
           ELSE
               MOVE WS-RATE-CREDIT (WS-RATE-HIT) TO WS-APPLIED-RATE
               MOVE "C" TO WSA-RATE-TYPE
           END-IF
           MOVE WS-APPLIED-RATE TO WSA-RATE
           COMPUTE WS-INTEREST ROUNDED =
               WS-AVERAGE-BALANCE * WS-APPLIED-RATE * WS-PERIOD-DAYS
               / 36500
           IF WS-INTEREST > ZEROES
               ADD WS-INTEREST TO WS-CREDIT-TOTAL
           ELSE
               ADD WS-INTEREST TO WS-DEBIT-TOTAL
           END-IF
           IF WS-RATE-FEE (WS-RATE-HIT) > ZEROES
               IF WS-MINIMUM-BALANCE NOT < WS-RATE-WAIVER (WS-RATE-HIT)
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE "FEE WAIVED" TO WSA-NOTE
               ELSE
                   COMPUTE WS-FEE = ZERO - WS-RATE-FEE (WS-RATE-HIT)
                   ADD WS-FEE TO WS-FEE-TOTAL
               END-IF
           END-IF
           IF WS-INTEREST NOT = ZEROES OR WS-FEE NOT = ZEROES
               ADD 1 TO WS-CHARGED-COUNT
           END-IF
           MOVE WS-INTEREST TO WS-CHARGE-AMOUNT
           PERFORM 0012-WRITE-CHARGE-ITEMS
           MOVE WS-FEE TO WS-CHARGE-AMOUNT
           PERFORM 0012-WRITE-CHARGE-ITEMS.

       0012-WRITE-CHARGE-ITEMS.
           IF WS-CHARGE-AMOUNT NOT = ZEROES
               ADD WS-CHARGE-AMOUNT TO WS-NET-TOTAL
               IF WS-CHARGE-AMOUNT < ZEROES
                   COMPUTE WS-CHARGE-UNITS = ZERO - WS-CHARGE-AMOUNT
                   MOVE "-" TO WS-DETAIL-OPERATOR
               ELSE
                   MOVE WS-CHARGE-AMOUNT TO WS-CHARGE-UNITS
                   MOVE "+" TO WS-DETAIL-OPERATOR
               END-IF
               MOVE WS-CHARGE-UNITS TO WS-WHOLE-PART
               COMPUTE WS-CENTS-PART =
                   (WS-CHARGE-UNITS - WS-WHOLE-PART) * 100
               IF WS-CHARGE-AMOUNT < ZEROES
                AND WS-CENTS-PART > ZEROES
                   ADD 1 TO WS-WHOLE-PART
                   SUBTRACT WS-CENTS-PART FROM 100
                       GIVING WS-CENTS-PART
               END-IF
               PERFORM UNTIL WS-WHOLE-PART = ZEROES
                   IF WS-WHOLE-PART > 99999
                       MOVE 99999 TO WS-CHUNK
                   ELSE
                       MOVE WS-WHOLE-PART TO WS-CHUNK
                   END-IF
                   SUBTRACT WS-CHUNK FROM WS-WHOLE-PART
                   IF WS-DETAIL-OPERATOR = "-"
                       MOVE ZEROES TO WS-DETAIL-NUM1
                       MOVE WS-CHUNK TO WS-DETAIL-NUM2
                   ELSE
                       MOVE WS-CHUNK TO WS-DETAIL-NUM1
                       MOVE ZEROES TO WS-DETAIL-NUM2
                   END-IF
                   PERFORM 0015-WRITE-DETAIL
               END-PERFORM
               IF WS-CENTS-PART > ZEROES
                   MOVE "/" TO WS-DETAIL-OPERATOR
                   MOVE WS-CENTS-PART TO WS-DETAIL-NUM1
                   MOVE 100 TO WS-DETAIL-NUM2
                   PERFORM 0015-WRITE-DETAIL
               END-IF
           END-IF.

       0013-WRITE-TOTALS.
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "INTEREST PAID TO ACCOUNTS:" TO WSG-CAPTION
           MOVE WS-CREDIT-TOTAL TO WSG-AMOUNT
           MOVE "ACCOUNTS:" TO WSG-COUNT-CAPTION
           MOVE WS-ACCOUNT-COUNT TO WSG-COUNT
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "INTEREST CHARGED:" TO WSG-CAPTION
           MOVE WS-DEBIT-TOTAL TO WSG-AMOUNT
           MOVE "CHARGED:" TO WSG-COUNT-CAPTION
           MOVE WS-CHARGED-COUNT TO WSG-COUNT
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "SERVICE FEES CHARGED:" TO WSG-CAPTION
           MOVE WS-FEE-TOTAL TO WSG-AMOUNT
           MOVE "FEES WAIVED:" TO WSG-COUNT-CAPTION
           MOVE WS-WAIVED-COUNT TO WSG-COUNT
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "NET CHARGE BATCH:" TO WSG-CAPTION
           MOVE WS-NET-TOTAL TO WSG-AMOUNT
           MOVE "DETAILS:" TO WSG-COUNT-CAPTION
           MOVE WS-DETAIL-COUNT TO WSG-COUNT
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "ACCOUNTS WITH NO RATE ENTRY:" TO WSG-CAPTION
           MOVE "COUNT:" TO WSG-COUNT-CAPTION
           MOVE WS-NO-RATE-COUNT TO WSG-COUNT
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "HISTORY FOR UNKNOWN ACCOUNTS" TO WSG-CAPTION
           MOVE "ROWS:" TO WSG-COUNT-CAPTION
           MOVE WS-ORPHAN-COUNT TO WSG-COUNT
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           DISPLAY "CHARGE BATCH: ", WS-BATCH-ID
           DISPLAY "DETAILS WRITTEN: ", WS-DETAIL-COUNT
           DISPLAY "HASH TOTAL: ", WS-HASH-TOTAL.

       0014-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0015-WRITE-DETAIL.
           IF NOT HEADER-WRITTEN
               MOVE "H" TO TH-RECORD-TYPE
               MOVE WS-BATCH-ID TO TH-BATCH-ID
               MOVE WS-RUN-DATE TO TH-CREATION-DATE
               WRITE TRANS-HEADER-RECORD
               MOVE "Y" TO WS-HEADER-SWITCH
           END-IF
           MOVE "D" TO TR-RECORD-TYPE
           MOVE AM-ACCOUNT TO TR-ACCOUNT
           MOVE WS-DETAIL-NUM1 TO TR-NUM1
           MOVE WS-DETAIL-NUM2 TO TR-NUM2
           MOVE WS-DETAIL-OPERATOR TO TR-OPERATOR
           WRITE TRANS-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-DETAIL-NUM1 TO WS-HASH-TOTAL
           ADD WS-DETAIL-NUM2 TO WS-HASH-TOTAL.

       0016-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
