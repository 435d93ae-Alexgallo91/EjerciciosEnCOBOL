       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA29.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVIEW-PARM-FILE ASSIGN TO "REVIEW.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "MONTHEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-FILE ASSIGN TO "DORMANT.MNT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "REVSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-PARM-FILE.
       01  REVIEW-PARM-RECORD.
           05 RP-REVIEW-MONTH   PIC 9(06).
           05 RP-PERCENT        PIC 9(03)V99.
           05 RP-AMOUNT         PIC 9(09)V99.
           05 RP-DORMANT-MONTHS PIC 9(02).
           05 RP-CUTOFF-DATE    PIC 9(08).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05 ME-AS-OF-DATE  PIC 9(08).
           05 ME-ACCOUNT     PIC 9(05).
           05 ME-BALANCE     PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 ME-MTD-COUNT   PIC 9(05).
           05 ME-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 AM-ACCOUNT     PIC 9(05).
           05 AM-DESCRIPTION PIC X(30).
           05 AM-BALANCE     PIC S9(09)V99 SIGN LEADING SEPARATE.
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
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05 MT-ACTION      PIC X.
           05 MT-ACCOUNT     PIC 9(05).
           05 MT-DESCRIPTION PIC X(30).
           05 MT-BALANCE     PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 MT-STATUS      PIC X.
           05 MT-FLOOR-FLAG  PIC X.
           05 MT-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT    PIC 9(05).
           05 SRT-AS-OF-DATE PIC 9(08).
           05 SRT-BALANCE    PIC S9(09)V99.
           05 SRT-MTD-COUNT  PIC 9(05).
           05 SRT-MTD-AMOUNT PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-END-OF-FILE VALUE "Y".
       01 WS-CURRENT-SWITCH  PIC X VALUE "N".
           88 CURRENT-FOUND  VALUE "Y".
       01 WS-PRIOR-SWITCH    PIC X VALUE "N".
           88 PRIOR-FOUND    VALUE "Y".
       01 WS-LAST-YEAR-SWITCH PIC X VALUE "N".
           88 LAST-YEAR-FOUND VALUE "Y".
       01 WS-PARM-STATUS     PIC XX    VALUE SPACES.
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.

       01 WS-REVIEW-MONTH    PIC 9(06) VALUE ZEROES.
       01 WS-REVIEW-MONTH-R REDEFINES WS-REVIEW-MONTH.
           05 WS-REVIEW-YEAR PIC 9(04).
           05 WS-REVIEW-MM   PIC 9(02).
       01 WS-PRIOR-MONTH     PIC 9(06) VALUE ZEROES.
       01 WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR  PIC 9(04).
           05 WS-PRIOR-MM    PIC 9(02).
       01 WS-LAST-YEAR-MONTH PIC 9(06) VALUE ZEROES.
       01 WS-LAST-YEAR-MONTH-R REDEFINES WS-LAST-YEAR-MONTH.
           05 WS-LAST-YEAR-YEAR PIC 9(04).
           05 WS-LAST-YEAR-MM PIC 9(02).
       01 WS-SNAPSHOT-MONTH  PIC 9(06) VALUE ZEROES.
       01 WS-CUTOFF-DATE     PIC 9(08) VALUE ZEROES.
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR PIC 9(04).
           05 WS-CUTOFF-MM   PIC 9(02).
           05 WS-CUTOFF-DD   PIC 9(02).
       01 WS-MONTH-NUMBER    PIC 9(06) VALUE ZEROES.
       01 WS-MONTH-REMAINDER PIC 9(02) VALUE ZEROES.

       01 WS-PERCENT-LIMIT   PIC 9(03)V99 VALUE 25.00.
       01 WS-AMOUNT-LIMIT    PIC 9(09)V99 VALUE 1000.00.
       01 WS-DORMANT-MONTHS  PIC 9(02) VALUE 6.

       01 WS-ACCOUNT         PIC 9(05) VALUE ZEROES.
       01 WS-CUR-BALANCE     PIC S9(09)V99 VALUE ZEROES.
       01 WS-CUR-ACTIVITY    PIC S9(09)V99 VALUE ZEROES.
       01 WS-PRIOR-BALANCE   PIC S9(09)V99 VALUE ZEROES.
       01 WS-PRIOR-ACTIVITY  PIC S9(09)V99 VALUE ZEROES.
       01 WS-LY-BALANCE      PIC S9(09)V99 VALUE ZEROES.
       01 WS-LY-ACTIVITY     PIC S9(09)V99 VALUE ZEROES.
       01 WS-IDLE-MONTHS     PIC 9(03) VALUE ZEROES.

       01 WS-CMP-BASIS       PIC X(10) VALUE SPACES.
       01 WS-CMP-MEASURE     PIC X(08) VALUE SPACES.
       01 WS-CMP-CURRENT     PIC S9(09)V99 VALUE ZEROES.
       01 WS-CMP-PREVIOUS    PIC S9(09)V99 VALUE ZEROES.
       01 WS-CMP-CHANGE      PIC S9(10)V99 VALUE ZEROES.
       01 WS-CMP-ABS-CHANGE  PIC 9(10)V99 VALUE ZEROES.
       01 WS-CMP-ABS-PREVIOUS PIC 9(09)V99 VALUE ZEROES.
       01 WS-CMP-PERCENT     PIC 9(05)V99 VALUE ZEROES.

       01 WS-DORMANT-REASON  PIC X(12) VALUE SPACES.

       01 WS-SNAPSHOT-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-REVIEWED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-NO-CURRENT-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-NOT-ON-FILE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-VARIANCE-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-DORMANT-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-CARD-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA29".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "VARIANCE.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT029".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA29".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE SPACES.
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 DRM-REQUEST.
           05 DRM-FUNCTION   PIC X         VALUE SPACE.
           05 DRM-FILE-NAME  PIC X(30)     VALUE "DORMANT.RPT".
           05 DRM-REPORT-ID  PIC X(08)     VALUE "RPT029D".
           05 DRM-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA29".
           05 DRM-COLUMN-HEADING PIC X(80) VALUE SPACES.
           05 DRM-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 DRM-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-VARIANCE-HEADS.
           05 FILLER         PIC X(07) VALUE "ACCOUNT".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(10) VALUE "BASIS".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "MEASURE".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE "     PREVIOUS".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE "      CURRENT".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE "       CHANGE".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE " PERCENT".

       01 WS-DORMANT-HEADS.
           05 FILLER         PIC X(07) VALUE "ACCOUNT".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(20) VALUE "DESCRIPTION".
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "LAST PST".
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(04) VALUE "IDLE".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(02) VALUE "ST".
           05 FILLER         PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(12) VALUE "REASON".
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(14) VALUE "ACTION".

       01 WS-PERIOD-LINE.
           05 FILLER         PIC X(14) VALUE "REVIEW MONTH: ".
           05 WSP-REVIEW     PIC 9(06).
           05 FILLER         PIC X(15) VALUE "  PRIOR MONTH: ".
           05 WSP-PRIOR      PIC 9(06).
           05 FILLER         PIC X(13) VALUE "  LAST YEAR: ".
           05 WSP-LAST-YEAR  PIC 9(06).

       01 WS-LIMIT-LINE.
           05 FILLER         PIC X(17) VALUE "LIMITS: PERCENT: ".
           05 WSL-PERCENT    PIC ZZ9.99.
           05 FILLER         PIC X(10) VALUE "  AMOUNT: ".
           05 WSL-AMOUNT     PIC Z(8)9.99.

       01 WS-DORMANT-LIMIT-LINE.
           05 FILLER         PIC X(19) VALUE "IDLE MONTHS LIMIT: ".
           05 WSL-MONTHS     PIC Z9.
           05 FILLER         PIC X(26) VALUE
               "  LAST POSTED BEFORE: ".
           05 WSL-CUTOFF     PIC 9(08).

       01 WS-VARIANCE-LINE.
           05 WSV-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSV-BASIS      PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSV-MEASURE    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSV-PREVIOUS   PIC -(9)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSV-CURRENT    PIC -(9)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSV-CHANGE     PIC -(9)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSV-PERCENT    PIC ZZZZ9.99.

       01 WS-DORMANT-LINE.
           05 WSD-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSD-DESCRIPTION PIC X(20).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-LAST-POSTED PIC 9(08).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSD-IDLE       PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-STATUS     PIC X.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-REASON     PIC X(12).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-ACTION     PIC X(14).

       01 WS-COUNT-LINE.
           05 WSC-LABEL      PIC X(30).
           05 WSC-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0018-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "VARIANCE REVIEW NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0002-READ-PARAMETERS
               IF WS-REVIEW-MONTH = ZEROES
                   PERFORM 0003-FIND-LATEST-MONTH
               END-IF
               IF WS-REVIEW-MONTH = ZEROES
                   DISPLAY "NO MONTH-END SNAPSHOTS ON MONTHEND.DAT"
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   PERFORM 0004-SET-COMPARE-MONTHS
                   PERFORM 0005-OPEN-REPORTS
                   OPEN INPUT MASTER-FILE
                   OPEN OUTPUT MAINT-FILE
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-ACCOUNT SRT-AS-OF-DATE
                       INPUT PROCEDURE IS 0006-SELECT-SNAPSHOTS
                       OUTPUT PROCEDURE IS 0007-REVIEW-ACCOUNTS
                   CLOSE MASTER-FILE
                   CLOSE MAINT-FILE
                   PERFORM 0016-WRITE-TOTALS
                   MOVE "C" TO RPT-FUNCTION
                   CALL "PROGRAMA11" USING RPT-REQUEST
                   MOVE "C" TO DRM-FUNCTION
                   CALL "PROGRAMA11" USING DRM-REQUEST
                   IF WS-VARIANCE-COUNT > ZEROES
                    OR WS-DORMANT-COUNT > ZEROES
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-READ-PARAMETERS.
           OPEN INPUT REVIEW-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ REVIEW-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-REVIEW-MONTH NUMERIC
                           MOVE RP-REVIEW-MONTH TO WS-REVIEW-MONTH
                       END-IF
                       IF RP-PERCENT NUMERIC
                           MOVE RP-PERCENT TO WS-PERCENT-LIMIT
                       END-IF
                       IF RP-AMOUNT NUMERIC
                           MOVE RP-AMOUNT TO WS-AMOUNT-LIMIT
                       END-IF
                       IF RP-DORMANT-MONTHS NUMERIC
                        AND RP-DORMANT-MONTHS NOT = ZEROES
                           MOVE RP-DORMANT-MONTHS TO WS-DORMANT-MONTHS
                       END-IF
                       IF RP-CUTOFF-DATE NUMERIC
                           MOVE RP-CUTOFF-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE REVIEW-PARM-FILE
           IF WS-REVIEW-MONTH NOT = ZEROES
            AND (WS-REVIEW-MM = ZEROES OR WS-REVIEW-MM > 12)
               DISPLAY "INVALID REVIEW MONTH ON REVIEW.PRM: ",
                   WS-REVIEW-MONTH, " - LATEST SNAPSHOT USED"
               MOVE ZEROES TO WS-REVIEW-MONTH
           END-IF.

       0003-FIND-LATEST-MONTH.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SNAPSHOT-FILE
           PERFORM UNTIL END-OF-FILE
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ME-AS-OF-DATE (1:6) TO WS-SNAPSHOT-MONTH
                       IF WS-SNAPSHOT-MONTH > WS-REVIEW-MONTH
                           MOVE WS-SNAPSHOT-MONTH TO WS-REVIEW-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       0004-SET-COMPARE-MONTHS.
           MOVE WS-REVIEW-MONTH TO WS-PRIOR-MONTH
           IF WS-REVIEW-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           MOVE WS-REVIEW-MONTH TO WS-LAST-YEAR-MONTH
           SUBTRACT 1 FROM WS-LAST-YEAR-YEAR
           IF WS-CUTOFF-DATE = ZEROES
               COMPUTE WS-MONTH-NUMBER = WS-REVIEW-YEAR * 12
                   + WS-REVIEW-MM - 1 - WS-DORMANT-MONTHS
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-CUTOFF-YEAR
                   REMAINDER WS-MONTH-REMAINDER
               ADD 1 WS-MONTH-REMAINDER GIVING WS-CUTOFF-MM
               MOVE 1 TO WS-CUTOFF-DD
           END-IF.

       0005-OPEN-REPORTS.
           MOVE WS-VARIANCE-HEADS TO RPT-COLUMN-HEADING
           MOVE "O" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           MOVE WS-DORMANT-HEADS TO DRM-COLUMN-HEADING
           MOVE "O" TO DRM-FUNCTION
           CALL "PROGRAMA11" USING DRM-REQUEST
           MOVE WS-REVIEW-MONTH TO WSP-REVIEW
           MOVE WS-PRIOR-MONTH TO WSP-PRIOR
           MOVE WS-LAST-YEAR-MONTH TO WSP-LAST-YEAR
           MOVE WS-PERIOD-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE WS-PERCENT-LIMIT TO WSL-PERCENT
           MOVE WS-AMOUNT-LIMIT TO WSL-AMOUNT
           MOVE WS-LIMIT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE WS-PERIOD-LINE TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE
           MOVE WS-DORMANT-MONTHS TO WSL-MONTHS
           MOVE WS-CUTOFF-DATE TO WSL-CUTOFF
           MOVE WS-DORMANT-LIMIT-LINE TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE
           MOVE SPACES TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE.

       0006-SELECT-SNAPSHOTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SNAPSHOT-FILE
           PERFORM UNTIL END-OF-FILE
               READ SNAPSHOT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ME-AS-OF-DATE (1:6) TO WS-SNAPSHOT-MONTH
                       IF WS-SNAPSHOT-MONTH NOT > WS-REVIEW-MONTH
                           ADD 1 TO WS-SNAPSHOT-COUNT
                           MOVE ME-ACCOUNT TO SRT-ACCOUNT
                           MOVE ME-AS-OF-DATE TO SRT-AS-OF-DATE
                           MOVE ME-BALANCE TO SRT-BALANCE
                           MOVE ME-MTD-COUNT TO SRT-MTD-COUNT
                           MOVE ME-MTD-AMOUNT TO SRT-MTD-AMOUNT
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       0007-REVIEW-ACCOUNTS.
           PERFORM 0009-RETURN-SNAPSHOT
           PERFORM UNTIL SORT-END-OF-FILE
               MOVE SRT-ACCOUNT TO WS-ACCOUNT
               MOVE "N" TO WS-CURRENT-SWITCH
               MOVE "N" TO WS-PRIOR-SWITCH
               MOVE "N" TO WS-LAST-YEAR-SWITCH
               MOVE ZEROES TO WS-IDLE-MONTHS
               PERFORM UNTIL SORT-END-OF-FILE
                       OR SRT-ACCOUNT NOT = WS-ACCOUNT
                   PERFORM 0008-ACCUMULATE-SNAPSHOT
                   PERFORM 0009-RETURN-SNAPSHOT
               END-PERFORM
               PERFORM 0010-REVIEW-ACCOUNT
           END-PERFORM.

       0008-ACCUMULATE-SNAPSHOT.
           MOVE SRT-AS-OF-DATE (1:6) TO WS-SNAPSHOT-MONTH
           EVALUATE WS-SNAPSHOT-MONTH
               WHEN WS-REVIEW-MONTH
                   MOVE "Y" TO WS-CURRENT-SWITCH
                   MOVE SRT-BALANCE TO WS-CUR-BALANCE
                   MOVE SRT-MTD-AMOUNT TO WS-CUR-ACTIVITY
               WHEN WS-PRIOR-MONTH
                   MOVE "Y" TO WS-PRIOR-SWITCH
                   MOVE SRT-BALANCE TO WS-PRIOR-BALANCE
                   MOVE SRT-MTD-AMOUNT TO WS-PRIOR-ACTIVITY
               WHEN WS-LAST-YEAR-MONTH
                   MOVE "Y" TO WS-LAST-YEAR-SWITCH
                   MOVE SRT-BALANCE TO WS-LY-BALANCE
                   MOVE SRT-MTD-AMOUNT TO WS-LY-ACTIVITY
           END-EVALUATE
           IF SRT-MTD-COUNT = ZEROES
               ADD 1 TO WS-IDLE-MONTHS
           ELSE
               MOVE ZEROES TO WS-IDLE-MONTHS
           END-IF.

       0009-RETURN-SNAPSHOT.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       0010-REVIEW-ACCOUNT.
           IF NOT CURRENT-FOUND
               ADD 1 TO WS-NO-CURRENT-COUNT
           ELSE
               MOVE WS-ACCOUNT TO AM-ACCOUNT
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-REVIEWED-COUNT
                       PERFORM 0011-CHECK-VARIANCE
                       PERFORM 0013-CHECK-DORMANT
               END-READ
           END-IF.

       0011-CHECK-VARIANCE.
           IF PRIOR-FOUND
               MOVE "PRIOR MON" TO WS-CMP-BASIS
               MOVE "BALANCE" TO WS-CMP-MEASURE
               MOVE WS-PRIOR-BALANCE TO WS-CMP-PREVIOUS
               MOVE WS-CUR-BALANCE TO WS-CMP-CURRENT
               PERFORM 0012-COMPARE-VALUES
               MOVE "ACTIVITY" TO WS-CMP-MEASURE
               MOVE WS-PRIOR-ACTIVITY TO WS-CMP-PREVIOUS
               MOVE WS-CUR-ACTIVITY TO WS-CMP-CURRENT
               PERFORM 0012-COMPARE-VALUES
           END-IF
           IF LAST-YEAR-FOUND
               MOVE "LAST YEAR" TO WS-CMP-BASIS
               MOVE "BALANCE" TO WS-CMP-MEASURE
               MOVE WS-LY-BALANCE TO WS-CMP-PREVIOUS
               MOVE WS-CUR-BALANCE TO WS-CMP-CURRENT
               PERFORM 0012-COMPARE-VALUES
               MOVE "ACTIVITY" TO WS-CMP-MEASURE
               MOVE WS-LY-ACTIVITY TO WS-CMP-PREVIOUS
               MOVE WS-CUR-ACTIVITY TO WS-CMP-CURRENT
               PERFORM 0012-COMPARE-VALUES
           END-IF.

       0012-COMPARE-VALUES.
           SUBTRACT WS-CMP-PREVIOUS FROM WS-CMP-CURRENT
               GIVING WS-CMP-CHANGE
           IF WS-CMP-CHANGE < ZEROES
               COMPUTE WS-CMP-ABS-CHANGE = ZEROES - WS-CMP-CHANGE
           ELSE
               MOVE WS-CMP-CHANGE TO WS-CMP-ABS-CHANGE
           END-IF
           IF WS-CMP-PREVIOUS < ZEROES
               COMPUTE WS-CMP-ABS-PREVIOUS = ZEROES - WS-CMP-PREVIOUS
           ELSE
               MOVE WS-CMP-PREVIOUS TO WS-CMP-ABS-PREVIOUS
           END-IF
           EVALUATE TRUE
               WHEN WS-CMP-ABS-CHANGE = ZEROES
                   MOVE ZEROES TO WS-CMP-PERCENT
               WHEN WS-CMP-ABS-PREVIOUS = ZEROES
                   MOVE 99999.99 TO WS-CMP-PERCENT
               WHEN OTHER
                   COMPUTE WS-CMP-PERCENT ROUNDED =
                       WS-CMP-ABS-CHANGE * 100 / WS-CMP-ABS-PREVIOUS
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-CMP-PERCENT
                   END-COMPUTE
           END-EVALUATE
           IF (WS-PERCENT-LIMIT > ZEROES
               AND WS-CMP-PERCENT > WS-PERCENT-LIMIT)
            OR (WS-AMOUNT-LIMIT > ZEROES
               AND WS-CMP-ABS-CHANGE > WS-AMOUNT-LIMIT)
               MOVE WS-ACCOUNT TO WSV-ACCOUNT
               MOVE WS-CMP-BASIS TO WSV-BASIS
               MOVE WS-CMP-MEASURE TO WSV-MEASURE
               MOVE WS-CMP-PREVIOUS TO WSV-PREVIOUS
               MOVE WS-CMP-CURRENT TO WSV-CURRENT
               MOVE WS-CMP-CHANGE TO WSV-CHANGE
               MOVE WS-CMP-PERCENT TO WSV-PERCENT
               MOVE WS-VARIANCE-LINE TO RPT-PRINT-LINE
               PERFORM 0014-WRITE-REPORT-LINE
               ADD 1 TO WS-VARIANCE-COUNT
           END-IF.

       0013-CHECK-DORMANT.
           MOVE SPACES TO WS-DORMANT-REASON
           EVALUATE TRUE
               WHEN WS-IDLE-MONTHS NOT < WS-DORMANT-MONTHS
                AND AM-LAST-POSTED < WS-CUTOFF-DATE
                   MOVE "IDLE+CUTOFF" TO WS-DORMANT-REASON
               WHEN WS-IDLE-MONTHS NOT < WS-DORMANT-MONTHS
                   MOVE "IDLE MONTHS" TO WS-DORMANT-REASON
               WHEN AM-LAST-POSTED < WS-CUTOFF-DATE
                   MOVE "LAST POSTED" TO WS-DORMANT-REASON
           END-EVALUATE
           IF WS-DORMANT-REASON NOT = SPACES
               ADD 1 TO WS-DORMANT-COUNT
               MOVE AM-ACCOUNT TO WSD-ACCOUNT
               MOVE AM-DESCRIPTION TO WSD-DESCRIPTION
               MOVE AM-LAST-POSTED TO WSD-LAST-POSTED
               MOVE WS-IDLE-MONTHS TO WSD-IDLE
               MOVE AM-STATUS TO WSD-STATUS
               MOVE WS-DORMANT-REASON TO WSD-REASON
               IF ACCOUNT-FROZEN OR ACCOUNT-DORMANT
                OR ACCOUNT-PENDING-CLOSE
                   MOVE "NO CARD-STATUS" TO WSD-ACTION
               ELSE
                   MOVE "CARD WRITTEN" TO WSD-ACTION
                   PERFORM 0017-WRITE-MAINT-CARD
               END-IF
               MOVE WS-DORMANT-LINE TO DRM-PRINT-LINE
               PERFORM 0015-WRITE-DORMANT-LINE
           END-IF.

       0014-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0015-WRITE-DORMANT-LINE.
           MOVE "W" TO DRM-FUNCTION
           CALL "PROGRAMA11" USING DRM-REQUEST.

       0016-WRITE-TOTALS.
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "SNAPSHOTS READ:" TO WSC-LABEL
           MOVE WS-SNAPSHOT-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "ACCOUNTS REVIEWED:" TO WSC-LABEL
           MOVE WS-REVIEWED-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "NO SNAPSHOT FOR REVIEW MONTH:" TO WSC-LABEL
           MOVE WS-NO-CURRENT-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "SNAPSHOT NOT ON MASTER:" TO WSC-LABEL
           MOVE WS-NOT-ON-FILE-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "VARIANCES FLAGGED:" TO WSC-LABEL
           MOVE WS-VARIANCE-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE SPACES TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE
           MOVE "ACCOUNTS REVIEWED:" TO WSC-LABEL
           MOVE WS-REVIEWED-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE
           MOVE "DORMANT ACCOUNTS LISTED:" TO WSC-LABEL
           MOVE WS-DORMANT-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE
           MOVE "MAINTENANCE CARDS WRITTEN:" TO WSC-LABEL
           MOVE WS-CARD-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO DRM-PRINT-LINE
           PERFORM 0015-WRITE-DORMANT-LINE.

       0017-WRITE-MAINT-CARD.
           MOVE "S" TO MT-ACTION
           MOVE AM-ACCOUNT TO MT-ACCOUNT
           MOVE SPACES TO MT-DESCRIPTION
           MOVE ZEROES TO MT-BALANCE
           MOVE "D" TO MT-STATUS
           MOVE SPACE TO MT-FLOOR-FLAG
           MOVE ZEROES TO MT-FLOOR-AMOUNT
           WRITE MAINT-RECORD
           ADD 1 TO WS-CARD-COUNT.

       0018-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
