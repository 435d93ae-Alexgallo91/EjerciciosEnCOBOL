       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA28.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL CARRY-FILE ASSIGN TO "SUSPENSE.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "TRANSACT.REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-CF-FILE ASSIGN TO "REJECT.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-CF-FILE ASSIGN TO "HELD.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDITEM-FILE ASSIGN TO "HELDITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 RJ-RECORD      PIC X(17).
           05 FILLER         PIC X(02).
           05 RJ-REASON      PIC X(02).
           05 FILLER         PIC X(02).
           05 RJ-BATCH-ID    PIC X(08).
           05 RJ-ITEM-SEQ    PIC X(05).

       FD  REJECT-CF-FILE.
       01  REJECT-CF-RECORD.
           05 RCF-SEQUENCE   PIC 9(05).
           05 RCF-RECORD     PIC X(17).
           05 RCF-REASON     PIC X(02).
           05 RCF-ORIG-DATE  PIC 9(08).
           05 RCF-AGE-DAYS   PIC 9(03).
           05 RCF-BATCH-ID   PIC X(08).
           05 RCF-ITEM-SEQ   PIC X(05).

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

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-END-SWITCH      PIC X VALUE "N".
           88 INQUIRY-ENDED  VALUE "Y".
       01 WS-VALID-SWITCH    PIC X VALUE "N".
           88 ACCOUNT-VALID  VALUE "Y".
       01 WS-PAGE-SWITCH     PIC X VALUE "N".
           88 PAGING-STOPPED VALUE "Y".
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-INQ-INPUT       PIC X(10) VALUE SPACES.
       01 WS-PAGE-REPLY      PIC X(01) VALUE SPACE.
       01 WS-ACCOUNT         PIC 9(05) VALUE ZEROES.
       01 WS-ACCOUNT-X REDEFINES WS-ACCOUNT PIC X(05).
       01 WS-HIST-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-HIST-SLOT       PIC 9(03) VALUE ZEROES.
       01 WS-SHOW-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-SHOW-LEFT       PIC 9(03) VALUE ZEROES.
       01 WS-PAGE-LINES      PIC 9(03) VALUE ZEROES.
       01 WS-PAGE-SIZE       PIC 9(03) VALUE 10.
       01 WS-PENDING-COUNT   PIC 9(05) VALUE ZEROES.

       01 WS-HISTORY-TABLE.
           05 WS-HIST-ENTRY OCCURS 100 TIMES.
               10 WS-HIST-DATE     PIC 9(08).
               10 WS-HIST-AMOUNT   PIC S9(07)V99.
               10 WS-HIST-BALANCE  PIC S9(09)V99.
               10 WS-HIST-BATCH-ID PIC X(08).
               10 WS-HIST-ITEM-SEQ PIC 9(05).
               10 WS-HIST-TYPE     PIC X.

       01 WS-MASTER-LINE-1.
           05 FILLER         PIC X(09) VALUE "ACCOUNT: ".
           05 WSM-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSM-DESCRIPTION PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "STATUS: ".
           05 WSM-STATUS     PIC X.

       01 WS-MASTER-LINE-2.
           05 FILLER         PIC X(09) VALUE "BALANCE: ".
           05 WSM-BALANCE    PIC -(9)9.99.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE "LAST POSTED: ".
           05 WSM-LAST-POSTED PIC 9(08).

       01 WS-MASTER-LINE-3.
           05 FILLER         PIC X(11) VALUE "MTD ITEMS: ".
           05 WSM-MTD-COUNT  PIC ZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(12) VALUE "MTD AMOUNT: ".
           05 WSM-MTD-AMOUNT PIC -(9)9.99.

       01 WS-HISTORY-LINE.
           05 WSH-POST-DATE  PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-AMOUNT     PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-BALANCE    PIC -(9)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-BATCH-ID   PIC X(08).
           05 FILLER         PIC X(01) VALUE "/".
           05 WSH-ITEM-SEQ   PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSH-TYPE-TEXT  PIC X(08).

       01 WS-PENDING-LINE.
           05 WSP-SOURCE     PIC X(13).
           05 WSP-AMOUNT     PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSP-DATE       PIC 9(08).
           05 FILLER         PIC X(06) VALUE "  AGE ".
           05 WSP-AGE        PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSP-REASON     PIC X(02).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSP-BATCH-ID   PIC X(08).

       01 WS-REJECT-LINE.
           05 WSJ-SOURCE     PIC X(13).
           05 WSJ-IMAGE      PIC X(17).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSJ-DATE       PIC 9(08).
           05 FILLER         PIC X(06) VALUE "  AGE ".
           05 WSJ-AGE        PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSJ-REASON     PIC X(02).

       PROCEDURE DIVISION.
       0001-INICIO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MASTER-FILE
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL INQUIRY-ENDED
               PERFORM 0002-PROMPT-ACCOUNT
               IF ACCOUNT-VALID
                   PERFORM 0003-SHOW-MASTER
                   PERFORM 0004-LOAD-HISTORY
                   PERFORM 0005-SHOW-HISTORY
                   PERFORM 0006-SHOW-PENDING
               END-IF
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE
           STOP RUN.

       0002-PROMPT-ACCOUNT.
           MOVE "N" TO WS-VALID-SWITCH
           MOVE SPACES TO WS-INQ-INPUT
           DISPLAY " "
           DISPLAY "ACCOUNT INQUIRY - ENTER ACCOUNT NUMBER OR END: "
               WITH NO ADVANCING
           ACCEPT WS-INQ-INPUT
           EVALUATE TRUE
               WHEN WS-INQ-INPUT = SPACES OR WS-INQ-INPUT = "END"
                   MOVE "Y" TO WS-END-SWITCH
               WHEN WS-INQ-INPUT (1:5) NUMERIC
                AND WS-INQ-INPUT (6:5) = SPACES
                   MOVE WS-INQ-INPUT (1:5) TO WS-ACCOUNT-X
                   MOVE "Y" TO WS-VALID-SWITCH
               WHEN OTHER
                   DISPLAY "ACCOUNT NUMBER MUST BE 5 DIGITS"
           END-EVALUATE.

       0003-SHOW-MASTER.
           DISPLAY " "
           MOVE WS-ACCOUNT TO AM-ACCOUNT
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT ", WS-ACCOUNT, " NOT ON FILE"
               NOT INVALID KEY
                   MOVE AM-ACCOUNT TO WSM-ACCOUNT
                   MOVE AM-DESCRIPTION TO WSM-DESCRIPTION
                   MOVE AM-STATUS TO WSM-STATUS
                   MOVE AM-BALANCE TO WSM-BALANCE
                   MOVE AM-LAST-POSTED TO WSM-LAST-POSTED
                   MOVE AM-MTD-COUNT TO WSM-MTD-COUNT
                   MOVE AM-MTD-AMOUNT TO WSM-MTD-AMOUNT
                   DISPLAY WS-MASTER-LINE-1
                   DISPLAY WS-MASTER-LINE-2
                   DISPLAY WS-MASTER-LINE-3
           END-READ.

       0004-LOAD-HISTORY.
           MOVE ZEROES TO WS-HIST-COUNT
           MOVE ZEROES TO WS-HIST-SLOT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-ACCOUNT TO HS-ACCOUNT
           MOVE ZEROES TO HS-POST-DATE
           MOVE ZEROES TO HS-ENTRY-NO
           START HISTORY-FILE KEY IS NOT LESS THAN HS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HS-ACCOUNT NOT = WS-ACCOUNT
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 0007-KEEP-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       0005-SHOW-HISTORY.
           DISPLAY " "
           DISPLAY "POSTINGS ON FILE: ", WS-HIST-COUNT,
               " (MOST RECENT FIRST)"
           IF WS-HIST-COUNT = ZEROES
               DISPLAY "NO POSTINGS ON FILE FOR THIS ACCOUNT"
           ELSE
               MOVE WS-HIST-SLOT TO WS-SHOW-SUB
               IF WS-HIST-COUNT > 100
                   MOVE 100 TO WS-SHOW-LEFT
               ELSE
                   MOVE WS-HIST-COUNT TO WS-SHOW-LEFT
               END-IF
               MOVE ZEROES TO WS-PAGE-LINES
               MOVE "N" TO WS-PAGE-SWITCH
               PERFORM UNTIL WS-SHOW-LEFT = ZEROES OR PAGING-STOPPED
                   PERFORM 0008-SHOW-HISTORY-LINE
                   SUBTRACT 1 FROM WS-SHOW-LEFT
                   IF WS-SHOW-SUB = 1
                       MOVE 100 TO WS-SHOW-SUB
                   ELSE
                       SUBTRACT 1 FROM WS-SHOW-SUB
                   END-IF
                   ADD 1 TO WS-PAGE-LINES
                   IF WS-PAGE-LINES = WS-PAGE-SIZE
                    AND WS-SHOW-LEFT > ZEROES
                       PERFORM 0009-PROMPT-NEXT-PAGE
                   END-IF
               END-PERFORM
           END-IF.

       0006-SHOW-PENDING.
           DISPLAY " "
           DISPLAY "PENDING ITEMS NOT YET POSTED:"
           MOVE ZEROES TO WS-PENDING-COUNT
           PERFORM 0010-SCAN-SUSPENSE
           PERFORM 0011-SCAN-RECYCLE
           PERFORM 0012-SCAN-HELD
           PERFORM 0013-SCAN-REJECTS
           IF WS-PENDING-COUNT = ZEROES
               DISPLAY "NO PENDING ITEMS FOR THIS ACCOUNT"
           ELSE
               DISPLAY "PENDING ITEMS: ", WS-PENDING-COUNT
           END-IF.

       0007-KEEP-HISTORY-ENTRY.
           ADD 1 TO WS-HIST-COUNT
           ADD 1 TO WS-HIST-SLOT
           IF WS-HIST-SLOT > 100
               MOVE 1 TO WS-HIST-SLOT
           END-IF
           MOVE HS-POST-DATE TO WS-HIST-DATE (WS-HIST-SLOT)
           MOVE HS-AMOUNT TO WS-HIST-AMOUNT (WS-HIST-SLOT)
           MOVE HS-NEW-BALANCE TO WS-HIST-BALANCE (WS-HIST-SLOT)
           MOVE HS-BATCH-ID TO WS-HIST-BATCH-ID (WS-HIST-SLOT)
           MOVE HS-ITEM-SEQ TO WS-HIST-ITEM-SEQ (WS-HIST-SLOT)
           MOVE HS-ENTRY-TYPE TO WS-HIST-TYPE (WS-HIST-SLOT).

       0008-SHOW-HISTORY-LINE.
           MOVE WS-HIST-DATE (WS-SHOW-SUB) TO WSH-POST-DATE
           MOVE WS-HIST-AMOUNT (WS-SHOW-SUB) TO WSH-AMOUNT
           MOVE WS-HIST-BALANCE (WS-SHOW-SUB) TO WSH-BALANCE
           MOVE WS-HIST-BATCH-ID (WS-SHOW-SUB) TO WSH-BATCH-ID
           MOVE WS-HIST-ITEM-SEQ (WS-SHOW-SUB) TO WSH-ITEM-SEQ
           EVALUATE WS-HIST-TYPE (WS-SHOW-SUB)
               WHEN "R"
                   MOVE "REVERSAL" TO WSH-TYPE-TEXT
               WHEN "J"
                   MOVE "JOURNAL" TO WSH-TYPE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WSH-TYPE-TEXT
           END-EVALUATE
           DISPLAY WS-HISTORY-LINE.

       0009-PROMPT-NEXT-PAGE.
           MOVE ZEROES TO WS-PAGE-LINES
           MOVE SPACE TO WS-PAGE-REPLY
           DISPLAY "ENTER FOR MORE, Q TO STOP: " WITH NO ADVANCING
           ACCEPT WS-PAGE-REPLY
           IF WS-PAGE-REPLY = "Q" OR WS-PAGE-REPLY = "q"
               MOVE "Y" TO WS-PAGE-SWITCH
           END-IF.

       0010-SCAN-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CARRY-FILE
           PERFORM UNTIL END-OF-FILE
               READ CARRY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CF-ACCOUNT = WS-ACCOUNT
                           MOVE "SUSPENSE" TO WSP-SOURCE
                           MOVE CF-AMOUNT TO WSP-AMOUNT
                           MOVE CF-ORIG-DATE TO WSP-DATE
                           MOVE CF-AGE-DAYS TO WSP-AGE
                           MOVE SPACES TO WSP-REASON
                           MOVE CF-BATCH-ID TO WSP-BATCH-ID
                           PERFORM 0014-SHOW-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE.

       0011-SCAN-RECYCLE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           PERFORM UNTIL END-OF-FILE
               READ RECYCLE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RCY-ACCOUNT = WS-ACCOUNT
                           MOVE "RECYCLE" TO WSP-SOURCE
                           MOVE RCY-RESULT TO WSP-AMOUNT
                           MOVE RCY-ORIG-DATE TO WSP-DATE
                           MOVE RCY-AGE-DAYS TO WSP-AGE
                           MOVE SPACES TO WSP-REASON
                           MOVE RCY-BATCH-ID TO WSP-BATCH-ID
                           PERFORM 0014-SHOW-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE.

       0012-SCAN-HELD.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELD-CF-FILE
           PERFORM UNTIL END-OF-FILE
               READ HELD-CF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HCF-ACCOUNT = WS-ACCOUNT
                           MOVE "HELD" TO WSP-SOURCE
                           MOVE HCF-AMOUNT TO WSP-AMOUNT
                           MOVE HCF-HOLD-DATE TO WSP-DATE
                           MOVE HCF-AGE-DAYS TO WSP-AGE
                           MOVE HCF-REASON TO WSP-REASON
                           MOVE HCF-BATCH-ID TO WSP-BATCH-ID
                           PERFORM 0014-SHOW-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-CF-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELDITEM-FILE
           PERFORM UNTIL END-OF-FILE
               READ HELDITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HI-ACCOUNT = WS-ACCOUNT
                           MOVE "HELD (NEW)" TO WSP-SOURCE
                           MOVE HI-AMOUNT TO WSP-AMOUNT
                           MOVE HI-HOLD-DATE TO WSP-DATE
                           MOVE ZEROES TO WSP-AGE
                           MOVE HI-REASON TO WSP-REASON
                           MOVE HI-BATCH-ID TO WSP-BATCH-ID
                           PERFORM 0014-SHOW-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELDITEM-FILE.

       0013-SCAN-REJECTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL END-OF-FILE
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RJ-RECORD (2:5) = WS-ACCOUNT-X
                           MOVE "REJECT (NEW)" TO WSJ-SOURCE
                           MOVE RJ-RECORD TO WSJ-IMAGE
                           MOVE WS-RUN-DATE TO WSJ-DATE
                           MOVE ZEROES TO WSJ-AGE
                           MOVE RJ-REASON TO WSJ-REASON
                           PERFORM 0015-SHOW-REJECT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-CF-FILE
           PERFORM UNTIL END-OF-FILE
               READ REJECT-CF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RCF-RECORD (2:5) = WS-ACCOUNT-X
                           MOVE "REJECT" TO WSJ-SOURCE
                           MOVE RCF-RECORD TO WSJ-IMAGE
                           MOVE RCF-ORIG-DATE TO WSJ-DATE
                           MOVE RCF-AGE-DAYS TO WSJ-AGE
                           MOVE RCF-REASON TO WSJ-REASON
                           PERFORM 0015-SHOW-REJECT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-CF-FILE.

       0014-SHOW-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY WS-PENDING-LINE.

       0015-SHOW-REJECT-LINE.
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY WS-REJECT-LINE.
