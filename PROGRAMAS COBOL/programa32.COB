       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA32.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJPOST-FILE ASSIGN TO "ADJPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-BATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-FILE.
       01  ADJUST-RECORD.
           05 AJ-RECORD-TYPE PIC X.
               88 JOURNAL-HEADER VALUE "J".
               88 JOURNAL-LINE   VALUE "L".
           05 FILLER         PIC X(54).
       01  ADJUST-HEADER-RECORD.
           05 AH-RECORD-TYPE PIC X.
           05 AH-JOURNAL-NO  PIC X(08).
           05 AH-PREPARER    PIC X(08).
           05 AH-APPROVER    PIC X(08).
           05 AH-REASON      PIC X(30).
       01  ADJUST-LINE-RECORD.
           05 AL-RECORD-TYPE PIC X.
           05 AL-ACCOUNT     PIC X(05).
           05 AL-DEBIT-CREDIT PIC X.
           05 AL-AMOUNT      PIC X(09).

       FD  ADJPOST-FILE.
       01  ADJPOST-RECORD.
           05 AP-ACCOUNT     PIC 9(05).
           05 AP-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 AP-JOURNAL-NO  PIC X(08).
           05 AP-LINE-NO     PIC 9(05).
           05 AP-REASON      PIC X(30).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 AM-ACCOUNT     PIC 9(05).
           05 AM-DESCRIPTION PIC X(30).
           05 AM-BALANCE     PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
               88 ACCOUNT-FROZEN        VALUE "F".
               88 ACCOUNT-NO-DEBITS     VALUE "N".
               88 ACCOUNT-PENDING-CLOSE VALUE "P".
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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROGRAM    PIC X(10).
           05 AUD-RUN-DATE   PIC 9(08).
           05 AUD-RUN-TIME   PIC 9(06).
           05 AUD-PHASE      PIC X(05).
           05 AUD-INPUT-FILE PIC X(30).
           05 AUD-READ       PIC 9(07).
           05 AUD-WRITTEN    PIC 9(07).
           05 AUD-EXCEPTIONS PIC 9(07).
           05 AUD-STATUS     PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-JOURNAL-OPEN-SWITCH PIC X VALUE "N".
           88 JOURNAL-OPEN   VALUE "Y".
       01 WS-HIST-SCAN-SWITCH PIC X VALUE "N".
           88 HIST-SCAN-DONE VALUE "Y".
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-READ-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-JOURNALS-READ   PIC 9(05) VALUE ZEROES.
       01 WS-JOURNALS-GOOD   PIC 9(05) VALUE ZEROES.
       01 WS-JOURNALS-BAD    PIC 9(05) VALUE ZEROES.
       01 WS-LINES-PASSED    PIC 9(07) VALUE ZEROES.
       01 WS-LINES-REJECTED  PIC 9(07) VALUE ZEROES.
       01 WS-STRAY-COUNT     PIC 9(07) VALUE ZEROES.
       01 WS-PASSED-TOTAL    PIC S9(09)V99 VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.
       01 WS-AUDIT-TIME      PIC 9(08) VALUE ZEROES.
       01 WS-AUDIT-PHASE     PIC X(05) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(08) VALUE SPACES.

       01 WS-JOURNAL-NO      PIC X(08) VALUE SPACES.
       01 WS-PREPARER        PIC X(08) VALUE SPACES.
       01 WS-APPROVER        PIC X(08) VALUE SPACES.
       01 WS-REASON          PIC X(30) VALUE SPACES.
       01 WS-JOURNAL-ERROR   PIC X(30) VALUE SPACES.
       01 WS-LINE-ERRORS     PIC 9(03) VALUE ZEROES.
       01 WS-LINE-COUNT      PIC 9(03) VALUE ZEROES.
       01 WS-LINE-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-MAX-LINES       PIC 9(03) VALUE 50.
       01 WS-DEBIT-TOTAL     PIC 9(09)V99 VALUE ZEROES.
       01 WS-CREDIT-TOTAL    PIC 9(09)V99 VALUE ZEROES.
       01 WS-LINE-AMOUNT     PIC 9(07)V99 VALUE ZEROES.
       01 WS-LINE-AMOUNT-X REDEFINES WS-LINE-AMOUNT PIC X(09).

       01 WS-LINE-TABLE.
           05 WS-JL OCCURS 50 TIMES.
               10 WS-JL-ACCOUNT  PIC X(05).
               10 WS-JL-DC       PIC X.
               10 WS-JL-AMOUNT   PIC X(09).
               10 WS-JL-MESSAGE  PIC X(30).

       01 WS-USED-TABLE.
           05 WS-USED-JOURNAL PIC X(08) OCCURS 200 TIMES.
       01 WS-USED-COUNT      PIC 9(03) VALUE ZEROES.
       01 WS-USED-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-USED-SWITCH     PIC X VALUE "N".
           88 JOURNAL-ALREADY-USED VALUE "Y".
       01 WS-MAX-USED        PIC 9(03) VALUE 200.
       01 WS-USED-FULL-SWITCH PIC X VALUE "N".
           88 USED-TABLE-FULL VALUE "Y".

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA32".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "JRNLEDIT.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT032".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA32".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE
               " LINE  ACCOUNT  D/C      AMOUNT  MESSAGE".
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-JOURNAL-LINE.
           05 FILLER         PIC X(09) VALUE "JOURNAL: ".
           05 WSJ-JOURNAL-NO PIC X(08).
           05 FILLER         PIC X(12) VALUE "  PREPARER: ".
           05 WSJ-PREPARER   PIC X(08).
           05 FILLER         PIC X(12) VALUE "  APPROVER: ".
           05 WSJ-APPROVER   PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSJ-STATUS     PIC X(08).

       01 WS-REASON-LINE.
           05 FILLER         PIC X(09) VALUE "REASON:  ".
           05 WSR-REASON     PIC X(30).

       01 WS-DETAIL-LINE.
           05 WSD-LINE-NO    PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-ACCOUNT    PIC X(05).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WSD-DC         PIC X.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-AMOUNT     PIC ZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-MESSAGE    PIC X(30).

       01 WS-JOURNAL-TOTAL-LINE.
           05 FILLER         PIC X(09) VALUE "DEBITS:  ".
           05 WST-DEBITS     PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(11) VALUE "  CREDITS: ".
           05 WST-CREDITS    PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WST-RESULT     PIC X(30).

       01 WS-STRAY-LINE.
           05 FILLER         PIC X(20) VALUE "RECORD NOT POSTED:  ".
           05 WSS-RECORD     PIC X(24).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSS-MESSAGE    PIC X(30).

       01 WS-SUMMARY-LINE.
           05 WSM-CAPTION    PIC X(24).
           05 WSM-COUNT      PIC ZZZZZZ9.

       01 WS-SUMMARY-AMOUNT-LINE.
           05 FILLER         PIC X(24) VALUE "NET OF LINES PASSED:".
           05 WSM-AMOUNT     PIC -(9)9.99.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0018-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "JOURNAL EDIT NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0012-WRITE-AUDIT-START
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0011-LOAD-PENDING-JOURNALS
               IF USED-TABLE-FULL
                   DISPLAY "JOURNAL EDIT NOT RUN - ADJPOST.DAT HOLDS ",
                       "MORE THAN ", WS-MAX-USED, " PENDING JOURNALS"
               ELSE
                   OPEN INPUT ADJUST-FILE
                   OPEN INPUT MASTER-FILE
                   OPEN INPUT HISTORY-FILE
                   OPEN EXTEND ADJPOST-FILE
                   PERFORM UNTIL END-OF-FILE
                       READ ADJUST-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               PERFORM 0002-EDIT-RECORD
                       END-READ
                   END-PERFORM
                   IF JOURNAL-OPEN
                       PERFORM 0005-FINISH-JOURNAL
                   END-IF
                   CLOSE ADJUST-FILE
                   CLOSE MASTER-FILE
                   CLOSE HISTORY-FILE
                   CLOSE ADJPOST-FILE
               END-IF
               PERFORM 0010-WRITE-SUMMARY
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0013-WRITE-AUDIT-END
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-EDIT-RECORD.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN JOURNAL-HEADER
                   IF JOURNAL-OPEN
                       PERFORM 0005-FINISH-JOURNAL
                   END-IF
                   PERFORM 0003-START-JOURNAL
               WHEN JOURNAL-LINE
                   IF JOURNAL-OPEN
                       PERFORM 0004-STORE-LINE
                   ELSE
                       MOVE "LINE OUTSIDE A JOURNAL" TO WSS-MESSAGE
                       PERFORM 0009-WRITE-STRAY
                   END-IF
               WHEN OTHER
                   IF JOURNAL-OPEN
                       MOVE "INVALID RECORD IN JOURNAL"
                           TO WS-JOURNAL-ERROR
                   END-IF
                   MOVE "INVALID RECORD TYPE" TO WSS-MESSAGE
                   PERFORM 0009-WRITE-STRAY
           END-EVALUATE.

       0003-START-JOURNAL.
           ADD 1 TO WS-JOURNALS-READ
           MOVE "Y" TO WS-JOURNAL-OPEN-SWITCH
           MOVE AH-JOURNAL-NO TO WS-JOURNAL-NO
           MOVE AH-PREPARER TO WS-PREPARER
           MOVE AH-APPROVER TO WS-APPROVER
           MOVE AH-REASON TO WS-REASON
           MOVE SPACES TO WS-JOURNAL-ERROR
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE ZEROES TO WS-LINE-ERRORS
           MOVE ZEROES TO WS-DEBIT-TOTAL
           MOVE ZEROES TO WS-CREDIT-TOTAL.

       0004-STORE-LINE.
           IF WS-LINE-COUNT < WS-MAX-LINES
               ADD 1 TO WS-LINE-COUNT
               MOVE AL-ACCOUNT TO WS-JL-ACCOUNT (WS-LINE-COUNT)
               MOVE AL-DEBIT-CREDIT TO WS-JL-DC (WS-LINE-COUNT)
               MOVE AL-AMOUNT TO WS-JL-AMOUNT (WS-LINE-COUNT)
               MOVE SPACES TO WS-JL-MESSAGE (WS-LINE-COUNT)
           ELSE
               MOVE "MORE THAN 50 LINES" TO WS-JOURNAL-ERROR
               MOVE "LINE BEYOND 50 IN JOURNAL" TO WSS-MESSAGE
               PERFORM 0009-WRITE-STRAY
           END-IF.

       0005-FINISH-JOURNAL.
           MOVE "N" TO WS-JOURNAL-OPEN-SWITCH
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 0006-EDIT-LINE
           END-PERFORM
           PERFORM 0007-CHECK-JOURNAL-USED
           IF WS-JOURNAL-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WS-JOURNAL-NO = SPACES
                       MOVE "JOURNAL NUMBER MISSING"
                           TO WS-JOURNAL-ERROR
                   WHEN WS-JOURNAL-NO (1:2) NOT = "JN"
                       MOVE "JOURNAL NUMBER MUST BEGIN JN"
                           TO WS-JOURNAL-ERROR
                   WHEN JOURNAL-ALREADY-USED
                       MOVE "JOURNAL NUMBER ALREADY USED"
                           TO WS-JOURNAL-ERROR
                   WHEN WS-PREPARER = SPACES
                    OR WS-APPROVER = SPACES
                       MOVE "PREPARER OR APPROVER MISSING"
                           TO WS-JOURNAL-ERROR
                   WHEN WS-PREPARER = WS-APPROVER
                       MOVE "PREPARER SAME AS APPROVER"
                           TO WS-JOURNAL-ERROR
                   WHEN WS-REASON = SPACES
                       MOVE "REASON TEXT MISSING" TO WS-JOURNAL-ERROR
                   WHEN WS-LINE-COUNT < 2
                       MOVE "FEWER THAN TWO LINES" TO WS-JOURNAL-ERROR
                   WHEN WS-LINE-ERRORS > ZEROES
                       MOVE "LINE ERRORS LISTED ABOVE"
                           TO WS-JOURNAL-ERROR
                   WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                       MOVE "DEBITS AND CREDITS DO NOT NET"
                           TO WS-JOURNAL-ERROR
                   WHEN WS-USED-COUNT NOT < WS-MAX-USED
                       MOVE "JOURNAL TABLE FULL - RESUBMIT"
                           TO WS-JOURNAL-ERROR
                       IF NOT USED-TABLE-FULL
                           MOVE "Y" TO WS-USED-FULL-SWITCH
                           DISPLAY "WARNING: JOURNAL TABLE FULL AT ",
                               WS-MAX-USED, " - REMAINING JOURNALS ",
                               "REFUSED"
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-JOURNAL-ERROR = SPACES
               ADD 1 TO WS-JOURNALS-GOOD
               MOVE "ACCEPTED" TO WSJ-STATUS
               MOVE "JOURNAL ACCEPTED FOR POSTING" TO WST-RESULT
           ELSE
               ADD 1 TO WS-JOURNALS-BAD
               ADD WS-LINE-COUNT TO WS-LINES-REJECTED
               MOVE "REJECTED" TO WSJ-STATUS
               MOVE WS-JOURNAL-ERROR TO WST-RESULT
           END-IF
           MOVE WS-JOURNAL-NO TO WSJ-JOURNAL-NO
           MOVE WS-PREPARER TO WSJ-PREPARER
           MOVE WS-APPROVER TO WSJ-APPROVER
           MOVE WS-JOURNAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE WS-REASON TO WSR-REASON
           MOVE WS-REASON-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 0008-WRITE-LINE
           END-PERFORM
           MOVE WS-DEBIT-TOTAL TO WST-DEBITS
           MOVE WS-CREDIT-TOTAL TO WST-CREDITS
           MOVE WS-JOURNAL-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           IF WS-JOURNAL-ERROR = SPACES
               ADD 1 TO WS-USED-COUNT
               MOVE WS-JOURNAL-NO TO WS-USED-JOURNAL (WS-USED-COUNT)
           END-IF.

       0006-EDIT-LINE.
           EVALUATE TRUE
               WHEN WS-JL-ACCOUNT (WS-LINE-SUB) NOT NUMERIC
                   MOVE "ACCOUNT NOT NUMERIC"
                       TO WS-JL-MESSAGE (WS-LINE-SUB)
               WHEN WS-JL-DC (WS-LINE-SUB) NOT = "D"
                AND WS-JL-DC (WS-LINE-SUB) NOT = "C"
                   MOVE "DEBIT/CREDIT CODE NOT D OR C"
                       TO WS-JL-MESSAGE (WS-LINE-SUB)
               WHEN WS-JL-AMOUNT (WS-LINE-SUB) NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC"
                       TO WS-JL-MESSAGE (WS-LINE-SUB)
               WHEN OTHER
                   MOVE WS-JL-AMOUNT (WS-LINE-SUB) TO WS-LINE-AMOUNT-X
                   IF WS-JL-DC (WS-LINE-SUB) = "D"
                       ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
                   IF WS-LINE-AMOUNT = ZEROES
                       MOVE "AMOUNT IS ZERO"
                           TO WS-JL-MESSAGE (WS-LINE-SUB)
                   ELSE
                       MOVE WS-JL-ACCOUNT (WS-LINE-SUB) TO AM-ACCOUNT
                       READ MASTER-FILE
                           INVALID KEY
                               MOVE "ACCOUNT NOT ON FILE"
                                   TO WS-JL-MESSAGE (WS-LINE-SUB)
                           NOT INVALID KEY
                               EVALUATE TRUE
                                   WHEN ACCOUNT-FROZEN
                                       MOVE "ACCOUNT FROZEN"
                                       TO WS-JL-MESSAGE (WS-LINE-SUB)
                                   WHEN ACCOUNT-PENDING-CLOSE
                                       MOVE "ACCOUNT PENDING CLOSE"
                                       TO WS-JL-MESSAGE (WS-LINE-SUB)
                                   WHEN ACCOUNT-NO-DEBITS
                                    AND WS-JL-DC (WS-LINE-SUB) = "D"
                                       MOVE "POST-NO-DEBITS ACCOUNT"
                                       TO WS-JL-MESSAGE (WS-LINE-SUB)
                               END-EVALUATE
                       END-READ
                   END-IF
           END-EVALUATE
           IF WS-JL-MESSAGE (WS-LINE-SUB) NOT = SPACES
               ADD 1 TO WS-LINE-ERRORS
           END-IF.

       0007-CHECK-JOURNAL-USED.
           PERFORM 0017-SCAN-USED-TABLE
           MOVE WS-JOURNAL-NO TO HS-BATCH-ID
           MOVE ZEROES TO HS-ITEM-SEQ
           MOVE "N" TO WS-HIST-SCAN-SWITCH
           START HISTORY-FILE KEY IS NOT LESS THAN HS-BATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-SCAN-SWITCH
           END-START
           IF NOT HIST-SCAN-DONE
               READ HISTORY-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HS-BATCH-ID = WS-JOURNAL-NO
                           MOVE "Y" TO WS-USED-SWITCH
                       END-IF
               END-READ
           END-IF.

       0008-WRITE-LINE.
           MOVE WS-LINE-SUB TO WSD-LINE-NO
           MOVE WS-JL-ACCOUNT (WS-LINE-SUB) TO WSD-ACCOUNT
           MOVE WS-JL-DC (WS-LINE-SUB) TO WSD-DC
           IF WS-JL-AMOUNT (WS-LINE-SUB) NUMERIC
               MOVE WS-JL-AMOUNT (WS-LINE-SUB) TO WS-LINE-AMOUNT-X
           ELSE
               MOVE ZEROES TO WS-LINE-AMOUNT
           END-IF
           MOVE WS-LINE-AMOUNT TO WSD-AMOUNT
           MOVE WS-JL-MESSAGE (WS-LINE-SUB) TO WSD-MESSAGE
           MOVE WS-DETAIL-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           IF WS-JOURNAL-ERROR = SPACES
               MOVE WS-JL-ACCOUNT (WS-LINE-SUB) TO AP-ACCOUNT
               IF WS-JL-DC (WS-LINE-SUB) = "D"
                   COMPUTE AP-AMOUNT = ZERO - WS-LINE-AMOUNT
               ELSE
                   MOVE WS-LINE-AMOUNT TO AP-AMOUNT
               END-IF
               MOVE WS-JOURNAL-NO TO AP-JOURNAL-NO
               MOVE WS-LINE-SUB TO AP-LINE-NO
               MOVE WS-REASON TO AP-REASON
               WRITE ADJPOST-RECORD
               ADD 1 TO WS-LINES-PASSED
               ADD AP-AMOUNT TO WS-PASSED-TOTAL
           END-IF.

       0009-WRITE-STRAY.
           ADD 1 TO WS-STRAY-COUNT
           MOVE ADJUST-RECORD TO WSS-RECORD
           MOVE WS-STRAY-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE.

       0010-WRITE-SUMMARY.
           MOVE "JOURNALS READ:" TO WSM-CAPTION
           MOVE WS-JOURNALS-READ TO WSM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "JOURNALS ACCEPTED:" TO WSM-CAPTION
           MOVE WS-JOURNALS-GOOD TO WSM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "JOURNALS REJECTED:" TO WSM-CAPTION
           MOVE WS-JOURNALS-BAD TO WSM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "LINES TO ADJPOST.DAT:" TO WSM-CAPTION
           MOVE WS-LINES-PASSED TO WSM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE "RECORDS NOT POSTED:" TO WSM-CAPTION
           MOVE WS-STRAY-COUNT TO WSM-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           MOVE WS-PASSED-TOTAL TO WSM-AMOUNT
           MOVE WS-SUMMARY-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0014-WRITE-REPORT-LINE
           DISPLAY "JOURNALS READ: ", WS-JOURNALS-READ
           DISPLAY "JOURNALS ACCEPTED: ", WS-JOURNALS-GOOD
           DISPLAY "JOURNALS REJECTED: ", WS-JOURNALS-BAD
           DISPLAY "LINES TO ADJPOST.DAT: ", WS-LINES-PASSED.

       0011-LOAD-PENDING-JOURNALS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ADJPOST-FILE
           PERFORM UNTIL END-OF-FILE
               READ ADJPOST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE AP-JOURNAL-NO TO WS-JOURNAL-NO
                       PERFORM 0015-REMEMBER-PENDING
               END-READ
           END-PERFORM
           CLOSE ADJPOST-FILE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO WS-JOURNAL-NO.

       0012-WRITE-AUDIT-START.
           MOVE "START" TO WS-AUDIT-PHASE
           MOVE "RUNNING" TO WS-AUDIT-STATUS
           PERFORM 0016-WRITE-AUDIT-RECORD.

       0013-WRITE-AUDIT-END.
           MOVE "END" TO WS-AUDIT-PHASE
           EVALUATE TRUE
               WHEN USED-TABLE-FULL
                   MOVE "ABORT" TO WS-AUDIT-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-JOURNALS-BAD > ZEROES
                OR WS-STRAY-COUNT > ZEROES
                   MOVE "WARNING" TO WS-AUDIT-STATUS
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN" TO WS-AUDIT-STATUS
                   MOVE ZEROES TO WS-RETURN-CODE
           END-EVALUATE
           PERFORM 0016-WRITE-AUDIT-RECORD.

       0014-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0015-REMEMBER-PENDING.
           PERFORM 0017-SCAN-USED-TABLE
           IF NOT JOURNAL-ALREADY-USED
               IF WS-USED-COUNT < WS-MAX-USED
                   ADD 1 TO WS-USED-COUNT
                   MOVE WS-JOURNAL-NO
                       TO WS-USED-JOURNAL (WS-USED-COUNT)
               ELSE
                   MOVE "Y" TO WS-USED-FULL-SWITCH
               END-IF
           END-IF.

       0016-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           MOVE "PROGRAMA32" TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-AUDIT-TIME (1:6) TO AUD-RUN-TIME
           MOVE WS-AUDIT-PHASE TO AUD-PHASE
           MOVE "ADJUST.DAT" TO AUD-INPUT-FILE
           MOVE WS-READ-COUNT TO AUD-READ
           MOVE WS-LINES-PASSED TO AUD-WRITTEN
           ADD WS-LINES-REJECTED WS-STRAY-COUNT GIVING AUD-EXCEPTIONS
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       0017-SCAN-USED-TABLE.
           MOVE "N" TO WS-USED-SWITCH
           PERFORM VARYING WS-USED-SUB FROM 1 BY 1
                   UNTIL WS-USED-SUB > WS-USED-COUNT
               IF WS-USED-JOURNAL (WS-USED-SUB) = WS-JOURNAL-NO
                   MOVE "Y" TO WS-USED-SWITCH
               END-IF
           END-PERFORM.

       0018-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
