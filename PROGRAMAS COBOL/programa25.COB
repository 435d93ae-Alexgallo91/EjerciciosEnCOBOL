       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVERSE-PARM-FILE ASSIGN TO "REVERSE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               ALTERNATE RECORD KEY IS BR-CONTENT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.
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
           SELECT OPTIONAL POSTCTL-FILE ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARRY-FILE ASSIGN TO "SUSPENSE.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-CF-FILE ASSIGN TO "HELD.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDITEM-FILE ASSIGN TO "HELDITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDREL-FILE ASSIGN TO "HELDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO "REVERSE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "REVSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSE-PARM-FILE.
       01  REVERSE-PARM-RECORD.
           05 RV-BATCH-ID    PIC X(08).

       FD  REGISTER-FILE.
       01  BATCHREG-RECORD.
           05 BR-KEY.
               10 BR-BATCH-ID      PIC X(08).
               10 BR-RELEASE-SEQ   PIC 9(03).
           05 BR-CONTENT-KEY.
               10 BR-CREATION-DATE PIC 9(08).
               10 BR-RECORD-COUNT  PIC 9(07).
               10 BR-HASH-TOTAL    PIC 9(11).
           05 BR-PASSED-COUNT    PIC 9(07).
           05 BR-CONTROL-TOTAL   PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 BR-RELEASE-DATE    PIC 9(08).
           05 BR-AUTHORIZED-BY   PIC X(08).
           05 BR-STATUS          PIC X.
               88 BR-RELEASED    VALUE "R".
               88 BR-REVERSED    VALUE "V".
           05 BR-STATUS-DATE     PIC 9(08).

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
               88 HS-POSTED-ENTRY   VALUE "P".
               88 HS-REVERSAL-ENTRY VALUE "R".
           05 HS-GENERATION  PIC 9(07).
           05 HS-REASON      PIC X(30).

       FD  POSTCTL-FILE.
       01  POSTCTL-RECORD.
           05 PC-RUN-DATE    PIC 9(08).
           05 PC-POSTED-COUNT PIC 9(07).
           05 PC-POSTED-TOTAL PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 PC-SUSPENSE-COUNT PIC 9(07).

       FD  CARRY-FILE.
       01  CARRY-RECORD.
           05 CF-ACCOUNT     PIC 9(05).
           05 CF-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 CF-ORIG-DATE   PIC 9(08).
           05 CF-AGE-DAYS    PIC 9(03).
           05 CF-BATCH-ID    PIC X(08).
           05 CF-ITEM-SEQ    PIC 9(05).

       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05 RCY-ACCOUNT    PIC 9(05).
           05 RCY-RESULT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 RCY-ORIG-DATE  PIC 9(08).
           05 RCY-AGE-DAYS   PIC 9(03).
           05 RCY-BATCH-ID   PIC X(08).
           05 RCY-ITEM-SEQ   PIC 9(05).

       FD  HELD-CF-FILE.
       01  HELD-CF-RECORD.
           05 HCF-SEQUENCE   PIC 9(05).
           05 HCF-ACCOUNT    PIC 9(05).
           05 HCF-AMOUNT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HCF-REASON     PIC X(02).
           05 HCF-HOLD-DATE  PIC 9(08).
           05 HCF-AGE-DAYS   PIC 9(03).
           05 HCF-BATCH-ID   PIC X(08).
           05 HCF-ITEM-SEQ   PIC 9(05).

       FD  HELDITEM-FILE.
       01  HELDITEM-RECORD.
           05 HI-ACCOUNT     PIC 9(05).
           05 HI-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HI-REASON      PIC X(02).
           05 HI-HOLD-DATE   PIC 9(08).
           05 HI-BATCH-ID    PIC X(08).
           05 HI-ITEM-SEQ    PIC 9(05).

       FD  HELDREL-FILE.
       01  HELDREL-RECORD.
           05 HR-ACCOUNT     PIC 9(05).
           05 HR-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HR-SEQUENCE    PIC 9(05).
           05 HR-REVIEWER    PIC X(08).
           05 HR-BATCH-ID    PIC X(08).
           05 HR-ITEM-SEQ    PIC 9(05).

       FD  WORK-FILE.
       01  WORK-RECORD       PIC X(60).

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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT    PIC 9(05).
           05 SRT-ITEM-SEQ   PIC 9(05).
           05 SRT-POST-DATE  PIC 9(08).
           05 SRT-AMOUNT     PIC S9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-END-OF-FILE VALUE "Y".
       01 WS-QUEUE-EOF-SWITCH PIC X VALUE "N".
           88 QUEUE-END-OF-FILE VALUE "Y".
       01 WS-REG-SCAN-SWITCH PIC X VALUE "N".
           88 REG-SCAN-DONE  VALUE "Y".
       01 WS-REG-FOUND-SWITCH PIC X VALUE "N".
           88 REGISTER-ROW-FOUND VALUE "Y".
       01 WS-REFUSED-SWITCH  PIC X VALUE "N".
           88 REVERSAL-REFUSED VALUE "Y".
       01 WS-PARM-STATUS     PIC XX    VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX    VALUE SPACES.
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-HIST-SCAN-SWITCH PIC X VALUE "N".
           88 HIST-SCAN-DONE VALUE "Y".
       01 WS-ENTRY-NO        PIC 9(05) VALUE ZEROES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-BATCH-ID        PIC X(08) VALUE SPACES.
       01 WS-LAST-RELEASE-SEQ PIC 9(03) VALUE ZEROES.
       01 WS-LAST-RELEASE-DATE PIC 9(08) VALUE ZEROES.
       01 WS-LAST-STATUS     PIC X     VALUE SPACE.
       01 WS-LAST-STATUS-DATE PIC 9(08) VALUE ZEROES.
       01 WS-REFUSAL-TEXT    PIC X(50) VALUE SPACES.
       01 WS-ITEM-OLD-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-SELECTED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-REVERSED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-REVERSED-TOTAL  PIC S9(09)V99 VALUE ZEROES.
       01 WS-EXCEPTION-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-HISTORY-ERRORS  PIC 9(07) VALUE ZEROES.
       01 WS-QUEUE-PULLED    PIC 9(07) VALUE ZEROES.
       01 WS-PULLED-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-PULLED-TOTAL    PIC S9(09)V99 VALUE ZEROES.
       01 WS-PULL-QUEUE      PIC X(14) VALUE SPACES.
       01 WS-PULL-ACCOUNT    PIC 9(05) VALUE ZEROES.
       01 WS-PULL-AMOUNT     PIC S9(07)V99 VALUE ZEROES.
       01 WS-PULL-ITEM-SEQ   PIC 9(05) VALUE ZEROES.
       01 WS-PRIOR-POSTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PRIOR-POSTED-TOTAL PIC S9(09)V99 VALUE ZEROES.
       01 WS-PRIOR-SUSPENSE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.
       01 WS-AUDIT-TIME      PIC 9(08) VALUE ZEROES.
       01 WS-AUDIT-PHASE     PIC X(05) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(08) VALUE SPACES.

       01 BKP-REQUEST.
           05 BKP-STEP-NAME  PIC X(10)     VALUE "PROGRAMA25".
           05 BKP-RUN-DATE   PIC 9(08)     VALUE ZEROES.
           05 BKP-RUN-TIME   PIC 9(08)     VALUE ZEROES.
           05 BKP-SEQUENCE   PIC 9(07)     VALUE ZEROES.
           05 BKP-STATUS     PIC 9(02)     VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA25".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "REVERSAL.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT025".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA25".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE SPACES.
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-COLUMN-HEADS.
           05 FILLER         PIC X(07) VALUE "ACCOUNT".
           05 FILLER         PIC X(10) VALUE "  POSTED".
           05 FILLER         PIC X(07) VALUE "   ITEM".
           05 FILLER         PIC X(13) VALUE "       AMOUNT".
           05 FILLER         PIC X(15) VALUE "    OLD BALANCE".
           05 FILLER         PIC X(15) VALUE "    NEW BALANCE".
           05 FILLER         PIC X(13) VALUE "  ACTION".

       01 WS-BATCH-LINE.
           05 FILLER         PIC X(17) VALUE "REVERSING BATCH: ".
           05 WSB-BATCH-ID   PIC X(08).
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WSB-TEXT       PIC X(52).

       01 WS-REFUSED-LINE.
           05 FILLER         PIC X(18) VALUE "REVERSAL REFUSED: ".
           05 WSF-TEXT       PIC X(50).

       01 WS-REVERSAL-LINE.
           05 WSV-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-POST-DATE  PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-ITEM-SEQ   PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-AMOUNT     PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-OLD-BALANCE PIC -(9)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-NEW-BALANCE PIC -(9)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-ACTION     PIC X(11).

       01 WS-PULLED-TITLE-LINE PIC X(80) VALUE
           "UNPOSTED ITEMS PULLED FROM PENDING FILES".

       01 WS-PULLED-LINE.
           05 WSP-QUEUE      PIC X(14).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSP-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSP-ITEM-SEQ   PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSP-AMOUNT     PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(06) VALUE "PULLED".

       01 WS-REVERSED-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "ITEMS REVERSED:     ".
           05 WST-REVERSED   PIC ZZZZZZ9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 FILLER         PIC X(17) VALUE "AMOUNT REVERSED: ".
           05 WST-REVERSED-AMOUNT PIC -(9)9.99.

       01 WS-EXCEPTION-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "ACCOUNTS NOT FOUND: ".
           05 WST-EXCEPTIONS PIC ZZZZZZ9.

       01 WS-PULLED-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "ITEMS PULLED:       ".
           05 WST-PULLED     PIC ZZZZZZ9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 FILLER         PIC X(17) VALUE "AMOUNT PULLED:   ".
           05 WST-PULLED-AMOUNT PIC -(9)9.99.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0024-GET-BUSINESS-DATE
           MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
           MOVE "O" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           PERFORM 0002-READ-PARAMETERS
           PERFORM 0016-WRITE-AUDIT-START
           OPEN I-O REGISTER-FILE
           EVALUATE TRUE
               WHEN BUS-STATUS > 4
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "NOT A BUSINESS DATE" TO WS-REFUSAL-TEXT
               WHEN WS-BATCH-ID = SPACES
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "NO BATCH ID ON REVERSE.PRM" TO WS-REFUSAL-TEXT
               WHEN OTHER
                   PERFORM 0003-CHECK-REGISTER
           END-EVALUATE
           IF NOT REVERSAL-REFUSED
               PERFORM 0023-BACKUP-MASTER
           END-IF
           IF NOT REVERSAL-REFUSED
               OPEN I-O MASTER-FILE
               OPEN I-O HISTORY-FILE
               SORT SORT-FILE ON ASCENDING KEY SRT-ACCOUNT SRT-ITEM-SEQ
                   INPUT PROCEDURE IS 0004-SELECT-HISTORY
                   OUTPUT PROCEDURE IS 0005-REVERSE-POSTINGS
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
           END-IF
           IF NOT REVERSAL-REFUSED
               MOVE SPACES TO RPT-PRINT-LINE
               PERFORM 0019-WRITE-REPORT-LINE
               MOVE WS-PULLED-TITLE-LINE TO RPT-PRINT-LINE
               PERFORM 0019-WRITE-REPORT-LINE
               PERFORM 0008-PULL-SUSPENSE
               PERFORM 0009-PULL-RECYCLE
               PERFORM 0010-PULL-HELD-CARRY
               PERFORM 0011-PULL-HELD-ITEMS
               PERFORM 0012-PULL-RELEASED-ITEMS
               IF WS-REVERSED-COUNT > ZEROES
                   PERFORM 0014-UPDATE-POSTING-CONTROL
               END-IF
               IF WS-REVERSED-COUNT > ZEROES
                OR WS-PULLED-COUNT > ZEROES
                   PERFORM 0015-MARK-REGISTER
               END-IF
           ELSE
               MOVE WS-REFUSAL-TEXT TO WSF-TEXT
               MOVE WS-REFUSED-LINE TO RPT-PRINT-LINE
               PERFORM 0019-WRITE-REPORT-LINE
               DISPLAY "REVERSAL REFUSED FOR BATCH ", WS-BATCH-ID,
                   " - ", WS-REFUSAL-TEXT
           END-IF
           CLOSE REGISTER-FILE
           PERFORM 0020-WRITE-TOTALS
           PERFORM 0017-WRITE-AUDIT-END
           MOVE "C" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-READ-PARAMETERS.
           OPEN INPUT REVERSE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ REVERSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RV-BATCH-ID TO WS-BATCH-ID
               END-READ
           END-IF
           CLOSE REVERSE-PARM-FILE.

       0003-CHECK-REGISTER.
           MOVE WS-BATCH-ID TO WSB-BATCH-ID
           MOVE WS-BATCH-ID TO BR-BATCH-ID
           MOVE ZEROES TO BR-RELEASE-SEQ
           MOVE "N" TO WS-REG-SCAN-SWITCH
           START REGISTER-FILE KEY IS NOT LESS THAN BR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REG-SCAN-SWITCH
           END-START
           PERFORM UNTIL REG-SCAN-DONE
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-REG-SCAN-SWITCH
                   NOT AT END
                       IF BR-BATCH-ID = WS-BATCH-ID
                           MOVE "Y" TO WS-REG-FOUND-SWITCH
                           MOVE BR-RELEASE-SEQ TO WS-LAST-RELEASE-SEQ
                           MOVE BR-RELEASE-DATE
                               TO WS-LAST-RELEASE-DATE
                           MOVE BR-STATUS TO WS-LAST-STATUS
                           MOVE BR-STATUS-DATE TO WS-LAST-STATUS-DATE
                       ELSE
                           MOVE "Y" TO WS-REG-SCAN-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           IF REGISTER-ROW-FOUND
               IF WS-LAST-STATUS = "V"
                   MOVE "Y" TO WS-REFUSED-SWITCH
                   MOVE "BATCH ALREADY REVERSED IN BATCH REGISTER"
                       TO WS-REFUSAL-TEXT
               ELSE
                   MOVE "RELEASED" TO WSB-TEXT
                   MOVE WS-LAST-RELEASE-DATE TO WSB-TEXT (10:8)
               END-IF
           ELSE
               MOVE "NOT IN BATCH REGISTER - HISTORY USED AS IS"
                   TO WSB-TEXT
               DISPLAY "WARNING: BATCH ", WS-BATCH-ID,
                   " NOT FOUND IN BATCH REGISTER"
           END-IF
           MOVE WS-BATCH-LINE TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE.

       0004-SELECT-HISTORY.
           MOVE WS-BATCH-ID TO HS-BATCH-ID
           MOVE ZEROES TO HS-ITEM-SEQ
           START HISTORY-FILE KEY IS NOT LESS THAN HS-BATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HS-BATCH-ID NOT = WS-BATCH-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           IF HS-POST-DATE NOT < WS-LAST-RELEASE-DATE
                               PERFORM 0006-SELECT-HISTORY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0005-REVERSE-POSTINGS.
           IF NOT REVERSAL-REFUSED
               PERFORM UNTIL SORT-END-OF-FILE
                   RETURN SORT-FILE
                       AT END
                           MOVE "Y" TO WS-SORT-EOF-SWITCH
                       NOT AT END
                           PERFORM 0007-REVERSE-ITEM
                   END-RETURN
               END-PERFORM
           END-IF.

       0006-SELECT-HISTORY-ROW.
           IF HS-REVERSAL-ENTRY
               MOVE "Y" TO WS-REFUSED-SWITCH
               MOVE "REVERSING ENTRIES ALREADY IN POSTHIST.DAT"
                   TO WS-REFUSAL-TEXT
           ELSE
               ADD 1 TO WS-SELECTED-COUNT
               MOVE HS-ACCOUNT TO SRT-ACCOUNT
               MOVE HS-ITEM-SEQ TO SRT-ITEM-SEQ
               MOVE HS-POST-DATE TO SRT-POST-DATE
               MOVE HS-AMOUNT TO SRT-AMOUNT
               RELEASE SORT-RECORD
           END-IF.

       0007-REVERSE-ITEM.
           MOVE SRT-ACCOUNT TO WSV-ACCOUNT
           MOVE SRT-POST-DATE TO WSV-POST-DATE
           MOVE SRT-ITEM-SEQ TO WSV-ITEM-SEQ
           MOVE SRT-AMOUNT TO WSV-AMOUNT
           MOVE SRT-ACCOUNT TO AM-ACCOUNT
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE ZEROES TO WSV-OLD-BALANCE
                   MOVE ZEROES TO WSV-NEW-BALANCE
                   MOVE "NOT ON FILE" TO WSV-ACTION
               NOT INVALID KEY
                   MOVE AM-BALANCE TO WS-ITEM-OLD-BALANCE
                   SUBTRACT SRT-AMOUNT FROM AM-BALANCE
                   SUBTRACT SRT-AMOUNT FROM AM-MTD-AMOUNT
                   IF SRT-POST-DATE (1:6) = WS-RUN-DATE (1:6)
                    AND AM-MTD-COUNT > ZEROES
                       SUBTRACT 1 FROM AM-MTD-COUNT
                   ELSE
                       ADD 1 TO AM-MTD-COUNT
                   END-IF
                   MOVE WS-RUN-DATE TO AM-LAST-POSTED
                   REWRITE MASTER-RECORD
                   PERFORM 0013-WRITE-REVERSING-HISTORY
                   MOVE WS-ITEM-OLD-BALANCE TO WSV-OLD-BALANCE
                   MOVE AM-BALANCE TO WSV-NEW-BALANCE
                   MOVE "REVERSED" TO WSV-ACTION
           END-READ
           MOVE WS-REVERSAL-LINE TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE.

       0008-PULL-SUSPENSE.
           MOVE ZEROES TO WS-QUEUE-PULLED
           MOVE "SUSPENSE.CF" TO WS-PULL-QUEUE
           MOVE "N" TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT CARRY-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ CARRY-FILE
                   AT END
                       MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF CF-BATCH-ID = WS-BATCH-ID
                           MOVE CF-ACCOUNT TO WS-PULL-ACCOUNT
                           MOVE CF-AMOUNT TO WS-PULL-AMOUNT
                           MOVE CF-ITEM-SEQ TO WS-PULL-ITEM-SEQ
                           PERFORM 0018-WRITE-PULLED-LINE
                       ELSE
                           MOVE CARRY-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE
           CLOSE WORK-FILE
           IF WS-QUEUE-PULLED > ZEROES
               MOVE "N" TO WS-QUEUE-EOF-SWITCH
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CARRY-FILE
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           MOVE WORK-RECORD TO CARRY-RECORD
                           WRITE CARRY-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE CARRY-FILE
           END-IF.

       0009-PULL-RECYCLE.
           MOVE ZEROES TO WS-QUEUE-PULLED
           MOVE "RECYCLE.DAT" TO WS-PULL-QUEUE
           MOVE "N" TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ RECYCLE-FILE
                   AT END
                       MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF RCY-BATCH-ID = WS-BATCH-ID
                           MOVE RCY-ACCOUNT TO WS-PULL-ACCOUNT
                           MOVE RCY-RESULT TO WS-PULL-AMOUNT
                           MOVE RCY-ITEM-SEQ TO WS-PULL-ITEM-SEQ
                           PERFORM 0018-WRITE-PULLED-LINE
                       ELSE
                           MOVE RECYCLE-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE
           CLOSE WORK-FILE
           IF WS-QUEUE-PULLED > ZEROES
               MOVE "N" TO WS-QUEUE-EOF-SWITCH
               OPEN INPUT WORK-FILE
               OPEN OUTPUT RECYCLE-FILE
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           MOVE WORK-RECORD TO RECYCLE-RECORD
                           WRITE RECYCLE-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE RECYCLE-FILE
           END-IF.

       0010-PULL-HELD-CARRY.
           MOVE ZEROES TO WS-QUEUE-PULLED
           MOVE "HELD.CF" TO WS-PULL-QUEUE
           MOVE "N" TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT HELD-CF-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ HELD-CF-FILE
                   AT END
                       MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF HCF-BATCH-ID = WS-BATCH-ID
                           MOVE HCF-ACCOUNT TO WS-PULL-ACCOUNT
                           MOVE HCF-AMOUNT TO WS-PULL-AMOUNT
                           MOVE HCF-ITEM-SEQ TO WS-PULL-ITEM-SEQ
                           PERFORM 0018-WRITE-PULLED-LINE
                       ELSE
                           MOVE HELD-CF-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-CF-FILE
           CLOSE WORK-FILE
           IF WS-QUEUE-PULLED > ZEROES
               MOVE "N" TO WS-QUEUE-EOF-SWITCH
               OPEN INPUT WORK-FILE
               OPEN OUTPUT HELD-CF-FILE
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           MOVE WORK-RECORD TO HELD-CF-RECORD
                           WRITE HELD-CF-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE HELD-CF-FILE
           END-IF.

       0011-PULL-HELD-ITEMS.
           MOVE ZEROES TO WS-QUEUE-PULLED
           MOVE "HELDITEM.DAT" TO WS-PULL-QUEUE
           MOVE "N" TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT HELDITEM-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ HELDITEM-FILE
                   AT END
                       MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF HI-BATCH-ID = WS-BATCH-ID
                           MOVE HI-ACCOUNT TO WS-PULL-ACCOUNT
                           MOVE HI-AMOUNT TO WS-PULL-AMOUNT
                           MOVE HI-ITEM-SEQ TO WS-PULL-ITEM-SEQ
                           PERFORM 0018-WRITE-PULLED-LINE
                       ELSE
                           MOVE HELDITEM-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELDITEM-FILE
           CLOSE WORK-FILE
           IF WS-QUEUE-PULLED > ZEROES
               MOVE "N" TO WS-QUEUE-EOF-SWITCH
               OPEN INPUT WORK-FILE
               OPEN OUTPUT HELDITEM-FILE
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           MOVE WORK-RECORD TO HELDITEM-RECORD
                           WRITE HELDITEM-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE HELDITEM-FILE
           END-IF.

       0012-PULL-RELEASED-ITEMS.
           MOVE ZEROES TO WS-QUEUE-PULLED
           MOVE "HELDREL.DAT" TO WS-PULL-QUEUE
           MOVE "N" TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT HELDREL-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ HELDREL-FILE
                   AT END
                       MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF HR-BATCH-ID = WS-BATCH-ID
                           MOVE HR-ACCOUNT TO WS-PULL-ACCOUNT
                           MOVE HR-AMOUNT TO WS-PULL-AMOUNT
                           MOVE HR-ITEM-SEQ TO WS-PULL-ITEM-SEQ
                           PERFORM 0018-WRITE-PULLED-LINE
                       ELSE
                           MOVE HELDREL-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELDREL-FILE
           CLOSE WORK-FILE
           IF WS-QUEUE-PULLED > ZEROES
               MOVE "N" TO WS-QUEUE-EOF-SWITCH
               OPEN INPUT WORK-FILE
               OPEN OUTPUT HELDREL-FILE
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ WORK-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           MOVE WORK-RECORD TO HELDREL-RECORD
                           WRITE HELDREL-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE HELDREL-FILE
           END-IF.

       0013-WRITE-REVERSING-HISTORY.
           PERFORM 0022-FIND-LAST-ENTRY
           MOVE AM-ACCOUNT TO HS-ACCOUNT
           MOVE WS-RUN-DATE TO HS-POST-DATE
           ADD 1 WS-ENTRY-NO GIVING HS-ENTRY-NO
           COMPUTE HS-AMOUNT = ZERO - SRT-AMOUNT
           MOVE WS-ITEM-OLD-BALANCE TO HS-OLD-BALANCE
           MOVE AM-BALANCE TO HS-NEW-BALANCE
           MOVE WS-BATCH-ID TO HS-BATCH-ID
           MOVE SRT-ITEM-SEQ TO HS-ITEM-SEQ
           MOVE "R" TO HS-ENTRY-TYPE
           MOVE BKP-SEQUENCE TO HS-GENERATION
           MOVE "REVERSAL OF BATCH" TO HS-REASON
           MOVE WS-BATCH-ID TO HS-REASON (19:8)
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HISTORY-ERRORS
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "WARNING: HISTORY NOT WRITTEN FOR ",
                       AM-ACCOUNT, " STATUS ", WS-HISTORY-STATUS
           END-WRITE
           ADD 1 TO WS-REVERSED-COUNT
           ADD HS-AMOUNT TO WS-REVERSED-TOTAL.

       0014-UPDATE-POSTING-CONTROL.
           OPEN INPUT POSTCTL-FILE
           READ POSTCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-RUN-DATE = WS-RUN-DATE
                       MOVE PC-POSTED-COUNT TO WS-PRIOR-POSTED-COUNT
                       MOVE PC-POSTED-TOTAL TO WS-PRIOR-POSTED-TOTAL
                       MOVE PC-SUSPENSE-COUNT
                           TO WS-PRIOR-SUSPENSE-COUNT
                   END-IF
           END-READ
           CLOSE POSTCTL-FILE
           OPEN OUTPUT POSTCTL-FILE
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           ADD WS-REVERSED-COUNT WS-PRIOR-POSTED-COUNT
               GIVING PC-POSTED-COUNT
           ADD WS-REVERSED-TOTAL WS-PRIOR-POSTED-TOTAL
               GIVING PC-POSTED-TOTAL
           MOVE WS-PRIOR-SUSPENSE-COUNT TO PC-SUSPENSE-COUNT
           WRITE POSTCTL-RECORD
           CLOSE POSTCTL-FILE.

       0015-MARK-REGISTER.
           IF REGISTER-ROW-FOUND
               MOVE WS-BATCH-ID TO BR-BATCH-ID
               MOVE WS-LAST-RELEASE-SEQ TO BR-RELEASE-SEQ
               READ REGISTER-FILE KEY IS BR-KEY
                   INVALID KEY
                       DISPLAY "WARNING: BATCH REGISTER ROW MISSING ",
                           "FOR ", WS-BATCH-ID
                   NOT INVALID KEY
                       MOVE "V" TO BR-STATUS
                       MOVE WS-RUN-DATE TO BR-STATUS-DATE
                       REWRITE BATCHREG-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: BATCH REGISTER NOT ",
                                   "UPDATED FOR ", WS-BATCH-ID,
                                   " STATUS ", WS-REGISTER-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       0016-WRITE-AUDIT-START.
           MOVE "START" TO WS-AUDIT-PHASE
           MOVE "RUNNING" TO WS-AUDIT-STATUS
           PERFORM 0021-WRITE-AUDIT-RECORD.

       0017-WRITE-AUDIT-END.
           MOVE "END" TO WS-AUDIT-PHASE
           EVALUATE TRUE
               WHEN REVERSAL-REFUSED
                   MOVE "ABORT" TO WS-AUDIT-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-HISTORY-ERRORS > ZEROES
                   DISPLAY "HISTORY ROWS NOT WRITTEN: ",
                       WS-HISTORY-ERRORS
                   MOVE "ABORT" TO WS-AUDIT-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZEROES
                OR (WS-REVERSED-COUNT = ZEROES
                    AND WS-PULLED-COUNT = ZEROES)
                   MOVE "WARNING" TO WS-AUDIT-STATUS
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN" TO WS-AUDIT-STATUS
                   MOVE ZEROES TO WS-RETURN-CODE
           END-EVALUATE
           PERFORM 0021-WRITE-AUDIT-RECORD.

       0018-WRITE-PULLED-LINE.
           ADD 1 TO WS-QUEUE-PULLED
           ADD 1 TO WS-PULLED-COUNT
           ADD WS-PULL-AMOUNT TO WS-PULLED-TOTAL
           MOVE WS-PULL-QUEUE TO WSP-QUEUE
           MOVE WS-PULL-ACCOUNT TO WSP-ACCOUNT
           MOVE WS-PULL-ITEM-SEQ TO WSP-ITEM-SEQ
           MOVE WS-PULL-AMOUNT TO WSP-AMOUNT
           MOVE WS-PULLED-LINE TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE.

       0019-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0020-WRITE-TOTALS.
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE
           MOVE WS-REVERSED-COUNT TO WST-REVERSED
           MOVE WS-REVERSED-TOTAL TO WST-REVERSED-AMOUNT
           MOVE WS-REVERSED-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WST-EXCEPTIONS
           MOVE WS-EXCEPTION-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE
           MOVE WS-PULLED-COUNT TO WST-PULLED
           MOVE WS-PULLED-TOTAL TO WST-PULLED-AMOUNT
           MOVE WS-PULLED-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0019-WRITE-REPORT-LINE.

       0021-WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           MOVE "PROGRAMA25" TO AUD-PROGRAM
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-AUDIT-TIME (1:6) TO AUD-RUN-TIME
           MOVE WS-AUDIT-PHASE TO AUD-PHASE
           MOVE "POSTHIST.DAT" TO AUD-INPUT-FILE
           MOVE WS-SELECTED-COUNT TO AUD-READ
           MOVE WS-REVERSED-COUNT TO AUD-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO AUD-EXCEPTIONS
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       0022-FIND-LAST-ENTRY.
           MOVE ZEROES TO WS-ENTRY-NO
           MOVE AM-ACCOUNT TO HS-ACCOUNT
           MOVE WS-RUN-DATE TO HS-POST-DATE
           MOVE ZEROES TO HS-ENTRY-NO
           MOVE "N" TO WS-HIST-SCAN-SWITCH
           START HISTORY-FILE KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-SCAN-SWITCH
           END-START
           PERFORM UNTIL HIST-SCAN-DONE
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-HIST-SCAN-SWITCH
                   NOT AT END
                       IF HS-ACCOUNT = AM-ACCOUNT
                        AND HS-POST-DATE = WS-RUN-DATE
                           MOVE HS-ENTRY-NO TO WS-ENTRY-NO
                       ELSE
                           MOVE "Y" TO WS-HIST-SCAN-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       0023-BACKUP-MASTER.
           MOVE WS-RUN-DATE TO BKP-RUN-DATE
           CALL "PROGRAMA30" USING BKP-REQUEST
           IF BKP-STATUS NOT = ZEROES
               MOVE "Y" TO WS-REFUSED-SWITCH
               MOVE "MASTER BACKUP FAILED" TO WS-REFUSAL-TEXT
           END-IF.

       0024-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
