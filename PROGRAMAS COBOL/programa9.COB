               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARRY-FILE ASSIGN TO "SUSPENSE.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTCTL-FILE ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-BATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-FILE ASSIGN TO "HELD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDITEM-FILE ASSIGN TO "HELDITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDREL-FILE ASSIGN TO "HELDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJPOST-FILE ASSIGN TO "ADJPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "POSTSORT".

       DATA DIVISION.
       01  POSTING-RECORD.
           05 PST-ACCOUNT    PIC 9(05).
           05 PST-RESULT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 PST-BATCH-ID   PIC X(08).
           05 PST-ITEM-SEQ   PIC 9(05).

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

       FD  REGISTER-FILE.
       01  REGISTER-RECORD   PIC X(80).
           05 RCY-RESULT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 RCY-ORIG-DATE  PIC 9(08).
           05 RCY-AGE-DAYS   PIC 9(03).
           05 RCY-BATCH-ID   PIC X(08).
           05 RCY-ITEM-SEQ   PIC 9(05).

       FD  CARRY-FILE.
       01  CARRY-RECORD.
           05 CF-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 CF-ORIG-DATE   PIC 9(08).
           05 CF-AGE-DAYS    PIC 9(03).
           05 CF-BATCH-ID    PIC X(08).
           05 CF-ITEM-SEQ    PIC 9(05).

       FD  POSTCTL-FILE.
       01  POSTCTL-RECORD.

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
               88 HS-JOURNAL-ENTRY  VALUE "J".
           05 HS-GENERATION  PIC 9(07).
           05 HS-REASON      PIC X(30).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-EXCEPTIONS PIC 9(07).
           05 AUD-STATUS     PIC X(08).

       FD  HELD-FILE.
       01  HELD-RECORD       PIC X(80).

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

       FD  ADJPOST-FILE.
       01  ADJPOST-RECORD.
           05 AP-ACCOUNT     PIC 9(05).
           05 AP-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 AP-JOURNAL-NO  PIC X(08).
           05 AP-LINE-NO     PIC 9(05).
           05 AP-REASON      PIC X(30).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT    PIC 9(05).
           05 SRT-AMOUNT     PIC S9(07)V99.
           05 SRT-OVERRIDE   PIC X.
               88 HOLD-OVERRIDDEN VALUE "Y".
           05 SRT-BATCH-ID   PIC X(08).
           05 SRT-ITEM-SEQ   PIC 9(05).
           05 SRT-ENTRY-TYPE PIC X.
           05 SRT-REASON     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 RECYCLE-END-OF-FILE VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-END-OF-FILE VALUE "Y".
       01 WS-HELDREL-EOF-SWITCH PIC X VALUE "N".
           88 HELDREL-END-OF-FILE VALUE "Y".
       01 WS-ADJPOST-EOF-SWITCH PIC X VALUE "N".
           88 ADJPOST-END-OF-FILE VALUE "Y".
       01 WS-FIRST-GROUP     PIC X VALUE "Y".
           88 FIRST-GROUP    VALUE "Y".
       01 WS-FOUND-SWITCH    PIC X VALUE "N".
           88 ACCOUNT-FOUND  VALUE "Y".
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-HIST-SCAN-SWITCH PIC X VALUE "N".
           88 HIST-SCAN-DONE VALUE "Y".
       01 WS-ENTRY-NO        PIC 9(05) VALUE ZEROES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-PREV-ACCOUNT    PIC 9(05) VALUE ZEROES.
       01 WS-OLD-BALANCE     PIC S9(09)V99 VALUE ZEROES.
       01 WS-ACCOUNT-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-SUSPENSE-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-RECYCLE-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-HELD-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-HISTORY-ERRORS  PIC 9(07) VALUE ZEROES.
       01 WS-RELEASED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-JOURNAL-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-HOLD-REASON     PIC X(02) VALUE SPACES.
       01 WS-PROJECTED-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-PRIOR-POSTED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-PRIOR-POSTED-TOTAL PIC S9(09)V99 VALUE ZEROES.
       01 WS-PRIOR-SUSPENSE-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-POSTED-TOTAL    PIC S9(09)V99 VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.
       01 WS-AUDIT-TIME      PIC 9(08) VALUE ZEROES.
       01 WS-AUDIT-PHASE     PIC X(05) VALUE SPACES.
       01 WS-AUDIT-STATUS    PIC X(08) VALUE SPACES.

       01 BKP-REQUEST.
           05 BKP-STEP-NAME  PIC X(10)     VALUE "PROGRAMA9".
           05 BKP-RUN-DATE   PIC 9(08)     VALUE ZEROES.
           05 BKP-RUN-TIME   PIC 9(08)     VALUE ZEROES.
           05 BKP-SEQUENCE   PIC 9(07)     VALUE ZEROES.
           05 BKP-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-REGISTER-LINE.
           05 WSR-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(20) VALUE "ACCOUNT NOT ON FILE".
           05 FILLER         PIC X(39) VALUE SPACES.

       01 WS-HELD-TITLE-LINE PIC X(80) VALUE
           "ITEMS HELD FOR REVIEW - NOT POSTED".

       01 WS-HELD-LINE.
           05 WSH-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-AMOUNT     PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-REASON     PIC X(02).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-TEXT       PIC X(30).
           05 FILLER         PIC X(26) VALUE SPACES.

       01 WS-REGISTER-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "ACCOUNTS POSTED:   ".
           05 WSRT-COUNT     PIC ZZZZZZ9.
           05 FILLER         PIC X(20) VALUE "RECYCLED ITEMS:    ".
           05 WSRC-COUNT     PIC ZZZZZZ9.

       01 WS-RELEASED-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "RELEASED FROM HOLD:".
           05 WSRL-COUNT     PIC ZZZZZZ9.

       01 WS-JOURNAL-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "JOURNAL LINES:     ".
           05 WSJT-COUNT     PIC ZZZZZZ9.

       01 WS-HELD-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "HELD ITEMS:        ".
           05 WSHT-COUNT     PIC ZZZZZZ9.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA9".
           05 BUS-BUSINESS-DATE PIC 9(08)  VALUE ZEROES.
           05 BUS-FROM-DATE  PIC 9(08)     VALUE ZEROES.
           05 BUS-AGE-DAYS   PIC 9(03)     VALUE ZEROES.
           05 BUS-DAY-TYPE   PIC X         VALUE SPACE.
           05 BUS-MONTH-END  PIC X         VALUE SPACE.
           05 BUS-QUARTER-END PIC X        VALUE SPACE.
           05 BUS-YEAR-END   PIC X         VALUE SPACE.
           05 BUS-STATUS     PIC 9(02)     VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0019-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "POSTING NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0018-BACKUP-MASTER
               IF BKP-STATUS NOT = ZEROES
                   DISPLAY "POSTING NOT RUN - MASTER BACKUP FAILED"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM 0011-WRITE-AUDIT-START
                   OPEN I-O MASTER-FILE
                   OPEN OUTPUT REGISTER-FILE
                   OPEN OUTPUT SUSPENSE-FILE
                   OPEN OUTPUT HELD-FILE
                   OPEN EXTEND CARRY-FILE
                   OPEN I-O HISTORY-FILE
                   OPEN EXTEND HELDITEM-FILE
                   MOVE WS-HELD-TITLE-LINE TO HELD-RECORD
                   WRITE HELD-RECORD
                   SORT SORT-FILE ON ASCENDING KEY SRT-ACCOUNT
                       INPUT PROCEDURE IS 0002-RELEASE-POSTINGS
                       OUTPUT PROCEDURE IS 0003-APPLY-SORTED-POSTINGS
                   PERFORM 0009-WRITE-TOTALS
                   PERFORM 0010-WRITE-POSTING-CONTROL
                   CLOSE MASTER-FILE
                   CLOSE REGISTER-FILE
                   CLOSE SUSPENSE-FILE
                   CLOSE HELD-FILE
                   CLOSE CARRY-FILE
                   CLOSE HISTORY-FILE
                   CLOSE HELDITEM-FILE
                   PERFORM 0012-WRITE-AUDIT-END
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

                   NOT AT END
                       MOVE PST-ACCOUNT TO SRT-ACCOUNT
                       MOVE PST-RESULT TO SRT-AMOUNT
                       MOVE "N" TO SRT-OVERRIDE
                       MOVE PST-BATCH-ID TO SRT-BATCH-ID
                       MOVE PST-ITEM-SEQ TO SRT-ITEM-SEQ
                       MOVE "P" TO SRT-ENTRY-TYPE
                       MOVE SPACES TO SRT-REASON
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
                       ADD 1 TO WS-RECYCLE-COUNT
                       MOVE RCY-ACCOUNT TO SRT-ACCOUNT
                       MOVE RCY-RESULT TO SRT-AMOUNT
                       MOVE "N" TO SRT-OVERRIDE
                       MOVE RCY-BATCH-ID TO SRT-BATCH-ID
                       MOVE RCY-ITEM-SEQ TO SRT-ITEM-SEQ
                       MOVE "P" TO SRT-ENTRY-TYPE
                       MOVE SPACES TO SRT-REASON
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE
           OPEN OUTPUT RECYCLE-FILE
           CLOSE RECYCLE-FILE
           OPEN INPUT HELDREL-FILE
           PERFORM UNTIL HELDREL-END-OF-FILE
               READ HELDREL-FILE
                   AT END
                       MOVE "Y" TO WS-HELDREL-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE HR-ACCOUNT TO SRT-ACCOUNT
                       MOVE HR-AMOUNT TO SRT-AMOUNT
                       MOVE "Y" TO SRT-OVERRIDE
                       MOVE HR-BATCH-ID TO SRT-BATCH-ID
                       MOVE HR-ITEM-SEQ TO SRT-ITEM-SEQ
                       MOVE "P" TO SRT-ENTRY-TYPE
                       MOVE SPACES TO SRT-REASON
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE HELDREL-FILE
           OPEN OUTPUT HELDREL-FILE
           CLOSE HELDREL-FILE
           OPEN INPUT ADJPOST-FILE
           PERFORM UNTIL ADJPOST-END-OF-FILE
               READ ADJPOST-FILE
                   AT END
                       MOVE "Y" TO WS-ADJPOST-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-COUNT
                       MOVE AP-ACCOUNT TO SRT-ACCOUNT
                       MOVE AP-AMOUNT TO SRT-AMOUNT
                       MOVE "Y" TO SRT-OVERRIDE
                       MOVE AP-JOURNAL-NO TO SRT-BATCH-ID
                       MOVE AP-LINE-NO TO SRT-ITEM-SEQ
                       MOVE "J" TO SRT-ENTRY-TYPE
                       MOVE AP-REASON TO SRT-REASON
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE ADJPOST-FILE
           OPEN OUTPUT ADJPOST-FILE
           CLOSE ADJPOST-FILE.

       0003-APPLY-SORTED-POSTINGS.
           PERFORM UNTIL SORT-END-OF-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE AM-BALANCE TO WS-OLD-BALANCE
                   PERFORM 0017-FIND-LAST-ENTRY
           END-READ.

       0006-APPLY-ITEM.
           MOVE SPACES TO WS-HOLD-REASON
           IF ACCOUNT-FOUND AND NOT HOLD-OVERRIDDEN
               PERFORM 0014-CHECK-HOLD-RULES
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 0015-WRITE-HELD-ITEM
           ELSE
               PERFORM 0016-POST-ITEM
           END-IF.

       0007-FINISH-ACCOUNT.
           IF ACCOUNT-FOUND AND WS-ITEM-COUNT > ZEROES
               MOVE WS-RUN-DATE TO AM-LAST-POSTED
               REWRITE MASTER-RECORD
               ADD 1 TO WS-ACCOUNT-COUNT
           MOVE SRT-AMOUNT TO CF-AMOUNT
           MOVE WS-RUN-DATE TO CF-ORIG-DATE
           MOVE ZEROES TO CF-AGE-DAYS
           MOVE SRT-BATCH-ID TO CF-BATCH-ID
           MOVE SRT-ITEM-SEQ TO CF-ITEM-SEQ
           WRITE CARRY-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT.

           MOVE WS-RECYCLE-COUNT TO WSRC-COUNT
           MOVE WS-RECYCLE-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-RELEASED-COUNT TO WSRL-COUNT
           MOVE WS-RELEASED-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-JOURNAL-COUNT TO WSJT-COUNT
           MOVE WS-JOURNAL-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-HELD-COUNT TO WSHT-COUNT
           MOVE WS-HELD-TOTAL-LINE TO HELD-RECORD
           WRITE HELD-RECORD
           MOVE WS-SUSPENSE-COUNT TO WSST-COUNT
           MOVE WS-SUSPENSE-TOTAL-LINE TO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD.

       0010-WRITE-POSTING-CONTROL.
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
           ADD WS-POSTED-COUNT WS-PRIOR-POSTED-COUNT
               GIVING PC-POSTED-COUNT
           ADD WS-POSTED-TOTAL WS-PRIOR-POSTED-TOTAL
               GIVING PC-POSTED-TOTAL
           ADD WS-SUSPENSE-COUNT WS-PRIOR-SUSPENSE-COUNT
               GIVING PC-SUSPENSE-COUNT
           WRITE POSTCTL-RECORD
           CLOSE POSTCTL-FILE.

       0012-WRITE-AUDIT-END.
           MOVE "END" TO WS-AUDIT-PHASE
           EVALUATE TRUE
               WHEN WS-HISTORY-ERRORS > ZEROES
                   DISPLAY "HISTORY ROWS NOT WRITTEN: ",
                       WS-HISTORY-ERRORS
                   MOVE "ABORT" TO WS-AUDIT-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-SUSPENSE-COUNT > ZEROES
                OR WS-HELD-COUNT > ZEROES
                   MOVE "WARNING" TO WS-AUDIT-STATUS
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
           MOVE WS-AUDIT-TIME (1:6) TO AUD-RUN-TIME
           MOVE WS-AUDIT-PHASE TO AUD-PHASE
           MOVE "POSTING.DAT" TO AUD-INPUT-FILE
           ADD WS-POSTED-COUNT WS-SUSPENSE-COUNT WS-HELD-COUNT
               GIVING AUD-READ
           MOVE WS-POSTED-COUNT TO AUD-WRITTEN
           ADD WS-SUSPENSE-COUNT WS-HELD-COUNT WS-HISTORY-ERRORS
               GIVING AUD-EXCEPTIONS
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       0014-CHECK-HOLD-RULES.
           COMPUTE WS-PROJECTED-BALANCE = AM-BALANCE + SRT-AMOUNT
           EVALUATE TRUE
               WHEN ACCOUNT-FROZEN
                   MOVE "FR" TO WS-HOLD-REASON
               WHEN ACCOUNT-PENDING-CLOSE
                   MOVE "PC" TO WS-HOLD-REASON
               WHEN ACCOUNT-DORMANT
                   MOVE "DM" TO WS-HOLD-REASON
               WHEN ACCOUNT-NO-DEBITS AND SRT-AMOUNT < ZEROES
                   MOVE "ND" TO WS-HOLD-REASON
               WHEN FLOOR-APPLIES AND SRT-AMOUNT < ZEROES
                AND WS-PROJECTED-BALANCE < AM-FLOOR-AMOUNT
                   MOVE "LM" TO WS-HOLD-REASON
           END-EVALUATE.

       0015-WRITE-HELD-ITEM.
           MOVE SRT-ACCOUNT TO WSH-ACCOUNT
           MOVE SRT-AMOUNT TO WSH-AMOUNT
           MOVE WS-HOLD-REASON TO WSH-REASON
           EVALUATE WS-HOLD-REASON
               WHEN "FR"
                   MOVE "ACCOUNT FROZEN" TO WSH-TEXT
               WHEN "PC"
                   MOVE "ACCOUNT PENDING CLOSE" TO WSH-TEXT
               WHEN "DM"
                   MOVE "ACCOUNT DORMANT" TO WSH-TEXT
               WHEN "ND"
                   MOVE "POST-NO-DEBITS - DEBIT HELD" TO WSH-TEXT
               WHEN "LM"
                   MOVE "DEBIT WOULD BREACH FLOOR LIMIT" TO WSH-TEXT
           END-EVALUATE
           MOVE WS-HELD-LINE TO HELD-RECORD
           WRITE HELD-RECORD
           MOVE SRT-ACCOUNT TO HI-ACCOUNT
           MOVE SRT-AMOUNT TO HI-AMOUNT
           MOVE WS-HOLD-REASON TO HI-REASON
           MOVE WS-RUN-DATE TO HI-HOLD-DATE
           MOVE SRT-BATCH-ID TO HI-BATCH-ID
           MOVE SRT-ITEM-SEQ TO HI-ITEM-SEQ
           WRITE HELDITEM-RECORD
           ADD 1 TO WS-HELD-COUNT.

       0016-POST-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF ACCOUNT-FOUND
               MOVE AM-BALANCE TO WS-ITEM-OLD-BALANCE
               ADD SRT-AMOUNT TO AM-BALANCE
               ADD 1 TO AM-MTD-COUNT
               ADD SRT-AMOUNT TO AM-MTD-AMOUNT
               MOVE AM-ACCOUNT TO HS-ACCOUNT
               MOVE WS-RUN-DATE TO HS-POST-DATE
               MOVE SRT-AMOUNT TO HS-AMOUNT
               MOVE WS-ITEM-OLD-BALANCE TO HS-OLD-BALANCE
               MOVE AM-BALANCE TO HS-NEW-BALANCE
               MOVE SRT-BATCH-ID TO HS-BATCH-ID
               ADD 1 TO WS-ENTRY-NO
               MOVE WS-ENTRY-NO TO HS-ENTRY-NO
               MOVE SRT-ITEM-SEQ TO HS-ITEM-SEQ
               MOVE SRT-ENTRY-TYPE TO HS-ENTRY-TYPE
               MOVE BKP-SEQUENCE TO HS-GENERATION
               MOVE SRT-REASON TO HS-REASON
               WRITE HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HISTORY-ERRORS
                       DISPLAY "WARNING: HISTORY NOT WRITTEN FOR ",
                           AM-ACCOUNT, " STATUS ", WS-HISTORY-STATUS
               END-WRITE
               ADD SRT-AMOUNT TO WS-NET-AMOUNT
               ADD 1 TO WS-POSTED-COUNT
               ADD SRT-AMOUNT TO WS-POSTED-TOTAL
           ELSE
               PERFORM 0008-WRITE-SUSPENSE
           END-IF.

       0017-FIND-LAST-ENTRY.
           MOVE ZEROES TO WS-ENTRY-NO
           MOVE SRT-ACCOUNT TO HS-ACCOUNT
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
                       IF HS-ACCOUNT = SRT-ACCOUNT
                        AND HS-POST-DATE = WS-RUN-DATE
                           MOVE HS-ENTRY-NO TO WS-ENTRY-NO
                       ELSE
                           MOVE "Y" TO WS-HIST-SCAN-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       0018-BACKUP-MASTER.
           MOVE WS-RUN-DATE TO BKP-RUN-DATE
           CALL "PROGRAMA30" USING BKP-REQUEST.

       0019-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
