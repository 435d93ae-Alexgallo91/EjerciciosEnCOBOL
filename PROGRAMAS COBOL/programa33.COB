       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA33.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-PARM-FILE ASSIGN TO "PARTACK.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "PARTNER.XRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REPAIR-LOG-FILE ASSIGN TO "REPAIR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL HELDITEM-FILE ASSIGN TO "HELDITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-CF-FILE ASSIGN TO "HELD.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDREL-FILE ASSIGN TO "HELDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "TRANSACT.REJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-CF-FILE ASSIGN TO "REJECT.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-FILE ASSIGN TO "PARTNER.ACK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-PARM-FILE.
       01  ACK-PARM-RECORD.
           05 AK-BATCH-ID    PIC X(08).

       FD  XREF-FILE.
       01  XREF-RECORD.
           05 PX-BATCH-ID    PIC X(08).
           05 PX-ITEM-SEQ    PIC 9(05).
           05 PX-LINE-NO     PIC 9(07).
           05 PX-RUN-DATE    PIC 9(08).
           05 PX-REFERENCE   PIC X(20).
           05 PX-DETAIL      PIC X(16).

       FD  REPAIR-LOG-FILE.
       01  REPAIR-LOG-RECORD.
           05 RL-RUN-DATE    PIC 9(08).
           05 RL-ACTION      PIC X.
           05 RL-ORIG-BATCH-ID PIC X(08).
           05 RL-ORIG-ITEM-SEQ PIC 9(05).
           05 RL-REPAIR-BATCH-ID PIC X(08).
           05 RL-REPAIR-ITEM-SEQ PIC 9(05).
           05 RL-REASON      PIC X(02).

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
               88 HS-REVERSAL-ENTRY VALUE "R".
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

       FD  HELDITEM-FILE.
       01  HELDITEM-RECORD.
           05 HI-ACCOUNT     PIC 9(05).
           05 HI-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HI-REASON      PIC X(02).
           05 HI-HOLD-DATE   PIC 9(08).
           05 HI-BATCH-ID    PIC X(08).
           05 HI-ITEM-SEQ    PIC 9(05).

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

       FD  HELDREL-FILE.
       01  HELDREL-RECORD.
           05 HR-ACCOUNT     PIC 9(05).
           05 HR-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HR-SEQUENCE    PIC 9(05).
           05 HR-REVIEWER    PIC X(08).
           05 HR-BATCH-ID    PIC X(08).
           05 HR-ITEM-SEQ    PIC 9(05).

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

       FD  ACK-FILE.
       01  ACK-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SCAN-SWITCH     PIC X VALUE "N".
           88 SCAN-DONE      VALUE "Y".
       01 WS-PARM-STATUS     PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-ACK-BATCH-ID    PIC X(08) VALUE SPACES.
       01 WS-PREV-XREF-BATCH PIC X(08) VALUE SPACES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.
       01 WS-MAX-LINES       PIC 9(04) VALUE 2000.
       01 WS-LINE-COUNT      PIC 9(04) VALUE ZEROES.
       01 WS-LINE-SUB        PIC 9(04) VALUE ZEROES.
       01 WS-OVERFLOW-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-REPAIRED-COUNT  PIC 9(04) VALUE ZEROES.
       01 WS-FIND-BATCH-ID   PIC X(08) VALUE SPACES.
       01 WS-FIND-ITEM-SEQ   PIC 9(05) VALUE ZEROES.
       01 WS-FIND-SUB        PIC 9(04) VALUE ZEROES.
       01 WS-SCAN-SUB        PIC 9(04) VALUE ZEROES.
       01 WS-QUEUE-STATUS    PIC X(08) VALUE SPACES.
       01 WS-QUEUE-REASON    PIC X(02) VALUE SPACES.
       01 WS-QUEUE-AMOUNT    PIC S9(07)V99 VALUE ZEROES.
       01 WS-QUEUE-ITEM-SEQ  PIC X(05) VALUE SPACES.
       01 WS-NUM1-WORK       PIC 9(05) VALUE ZEROES.
       01 WS-NUM2-WORK       PIC 9(05) VALUE ZEROES.
       01 RESULT             PIC S9(07)V99 VALUE ZEROES.

       01 WS-DETAIL.
           05 WK-ACCOUNT     PIC X(05).
           05 WK-NUM1        PIC X(05).
           05 WK-NUM2        PIC X(05).
           05 WK-OPERATOR    PIC X.

       01 WS-SEQ-INDEX-TABLE.
           05 WS-SEQ-INDEX PIC 9(04) OCCURS 2000 TIMES.

       01 WS-LINE-TABLE.
           05 WS-LN OCCURS 2000 TIMES.
               10 WS-LN-LINE-NO    PIC 9(07).
               10 WS-LN-ITEM-SEQ   PIC 9(05).
               10 WS-LN-REFERENCE  PIC X(20).
               10 WS-LN-DETAIL     PIC X(16).
               10 WS-LN-CUR-BATCH  PIC X(08).
               10 WS-LN-CUR-SEQ    PIC 9(05).
               10 WS-LN-REPAIRED   PIC X.
               10 WS-LN-STATUS     PIC X(08).
               10 WS-LN-REASON     PIC X(02).
               10 WS-LN-ACCOUNT    PIC X(05).
               10 WS-LN-AMOUNT     PIC S9(07)V99.
               10 WS-LN-BALANCE    PIC S9(09)V99.
               10 WS-LN-BALANCE-SET PIC X.

       01 WS-TOTALS.
           05 WS-POSTED-COUNT    PIC 9(07) VALUE ZEROES.
           05 WS-POSTED-AMOUNT   PIC S9(09)V99 VALUE ZEROES.
           05 WS-REVERSED-COUNT  PIC 9(07) VALUE ZEROES.
           05 WS-REVERSED-AMOUNT PIC S9(09)V99 VALUE ZEROES.
           05 WS-REJECTED-COUNT  PIC 9(07) VALUE ZEROES.
           05 WS-REJECTED-AMOUNT PIC S9(09)V99 VALUE ZEROES.
           05 WS-SUSPENSE-COUNT  PIC 9(07) VALUE ZEROES.
           05 WS-SUSPENSE-AMOUNT PIC S9(09)V99 VALUE ZEROES.
           05 WS-HELD-COUNT      PIC 9(07) VALUE ZEROES.
           05 WS-HELD-AMOUNT     PIC S9(09)V99 VALUE ZEROES.
           05 WS-PENDING-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-PENDING-AMOUNT  PIC S9(09)V99 VALUE ZEROES.
           05 WS-SKIPPED-COUNT   PIC 9(07) VALUE ZEROES.
           05 WS-REPAIRED-TOTAL  PIC 9(07) VALUE ZEROES.

       01 WS-ACK-HEADER      PIC X(200) VALUE
           "LINE,REFERENCE,ACCOUNT,AMOUNT,STATUS,REASON,NEW BALANCE,REPA
      -    "IRED".

       01 WS-ACK-LINE        PIC X(200) VALUE SPACES.
       01 WS-ACK-LINE-NO     PIC 9(07).
       01 WS-ACK-AMOUNT      PIC -9999999.99.
       01 WS-ACK-BALANCE     PIC -999999999.99.
       01 WS-ACK-TOTAL       PIC -999999999.99.
       01 WS-ACK-REASON-TEXT PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0002-READ-PARAMETERS
           PERFORM 0003-LOAD-XREF
           IF WS-LINE-COUNT = ZEROES
               DISPLAY "NO PARTNER.XRF LINES FOR BATCH ",
                   WS-ACK-BATCH-ID, " - NO ACKNOWLEDGEMENT WRITTEN"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0004-FOLLOW-REPAIRS
               OPEN INPUT HISTORY-FILE
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF WS-LN-ITEM-SEQ (WS-LINE-SUB) > ZEROES
                    AND WS-LN-STATUS (WS-LINE-SUB) = SPACES
                       PERFORM 0005-FIND-IN-HISTORY
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
               PERFORM 0006-SCAN-SUSPENSE
               PERFORM 0007-SCAN-HELD
               PERFORM 0008-SCAN-REJECTS
               PERFORM 0009-WRITE-ACKNOWLEDGEMENT
               IF WS-OVERFLOW-COUNT > ZEROES
                   DISPLAY "WARNING: ", WS-OVERFLOW-COUNT,
                       " LINES BEYOND 2000 NOT ACKNOWLEDGED"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-READ-PARAMETERS.
           OPEN INPUT ACK-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ ACK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AK-BATCH-ID TO WS-ACK-BATCH-ID
               END-READ
           END-IF
           CLOSE ACK-PARM-FILE
           IF WS-ACK-BATCH-ID = SPACES
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT XREF-FILE
               PERFORM UNTIL END-OF-FILE
                   READ XREF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PX-BATCH-ID TO WS-ACK-BATCH-ID
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       0003-LOAD-XREF.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT XREF-FILE
           PERFORM UNTIL END-OF-FILE
               READ XREF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF PX-BATCH-ID = WS-ACK-BATCH-ID
                           IF WS-PREV-XREF-BATCH NOT = WS-ACK-BATCH-ID
                               MOVE ZEROES TO WS-LINE-COUNT
                               MOVE ZEROES TO WS-OVERFLOW-COUNT
                               INITIALIZE WS-SEQ-INDEX-TABLE
                           END-IF
                           PERFORM 0010-STORE-XREF-LINE
                       END-IF
                       MOVE PX-BATCH-ID TO WS-PREV-XREF-BATCH
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       0004-FOLLOW-REPAIRS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REPAIR-LOG-FILE
           PERFORM UNTIL END-OF-FILE
               READ REPAIR-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE RL-ORIG-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE RL-ORIG-ITEM-SEQ TO WS-FIND-ITEM-SEQ
                       PERFORM 0011-FIND-LINE
                       IF WS-FIND-SUB > ZEROES
                           PERFORM 0012-APPLY-REPAIR-LOG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPAIR-LOG-FILE.

       0005-FIND-IN-HISTORY.
           MOVE WS-LN-CUR-BATCH (WS-LINE-SUB) TO HS-BATCH-ID
           MOVE WS-LN-CUR-SEQ (WS-LINE-SUB) TO HS-ITEM-SEQ
           MOVE "N" TO WS-SCAN-SWITCH
           START HISTORY-FILE KEY IS EQUAL TO HS-BATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START
           PERFORM UNTIL SCAN-DONE
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-SWITCH
                   NOT AT END
                       IF HS-BATCH-ID
                              NOT = WS-LN-CUR-BATCH (WS-LINE-SUB)
                        OR HS-ITEM-SEQ
                              NOT = WS-LN-CUR-SEQ (WS-LINE-SUB)
                           MOVE "Y" TO WS-SCAN-SWITCH
                       ELSE
                           IF HS-REVERSAL-ENTRY
                               MOVE "REVERSED"
                                   TO WS-LN-STATUS (WS-LINE-SUB)
                           ELSE
                               IF WS-LN-STATUS (WS-LINE-SUB) = SPACES
                                   MOVE "POSTED"
                                       TO WS-LN-STATUS (WS-LINE-SUB)
                               END-IF
                               MOVE HS-ACCOUNT
                                   TO WS-LN-ACCOUNT (WS-LINE-SUB)
                               MOVE HS-AMOUNT
                                   TO WS-LN-AMOUNT (WS-LINE-SUB)
                           END-IF
                           MOVE HS-NEW-BALANCE
                               TO WS-LN-BALANCE (WS-LINE-SUB)
                           MOVE "Y" TO WS-LN-BALANCE-SET (WS-LINE-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       0006-SCAN-SUSPENSE.
           MOVE "SUSPENSE" TO WS-QUEUE-STATUS
           MOVE SPACES TO WS-QUEUE-REASON
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CARRY-FILE
           PERFORM UNTIL END-OF-FILE
               READ CARRY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CF-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE CF-ITEM-SEQ TO WS-FIND-ITEM-SEQ
                       MOVE CF-AMOUNT TO WS-QUEUE-AMOUNT
                       PERFORM 0013-MARK-QUEUED-LINE
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           PERFORM UNTIL END-OF-FILE
               READ RECYCLE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE RCY-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE RCY-ITEM-SEQ TO WS-FIND-ITEM-SEQ
                       MOVE RCY-RESULT TO WS-QUEUE-AMOUNT
                       PERFORM 0013-MARK-QUEUED-LINE
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE.

       0007-SCAN-HELD.
           MOVE "HELD" TO WS-QUEUE-STATUS
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELDITEM-FILE
           PERFORM UNTIL END-OF-FILE
               READ HELDITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE HI-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE HI-ITEM-SEQ TO WS-FIND-ITEM-SEQ
                       MOVE HI-AMOUNT TO WS-QUEUE-AMOUNT
                       MOVE HI-REASON TO WS-QUEUE-REASON
                       PERFORM 0013-MARK-QUEUED-LINE
               END-READ
           END-PERFORM
           CLOSE HELDITEM-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELD-CF-FILE
           PERFORM UNTIL END-OF-FILE
               READ HELD-CF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE HCF-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE HCF-ITEM-SEQ TO WS-FIND-ITEM-SEQ
                       MOVE HCF-AMOUNT TO WS-QUEUE-AMOUNT
                       MOVE HCF-REASON TO WS-QUEUE-REASON
                       PERFORM 0013-MARK-QUEUED-LINE
               END-READ
           END-PERFORM
           CLOSE HELD-CF-FILE
           MOVE "PENDING" TO WS-QUEUE-STATUS
           MOVE "HR" TO WS-QUEUE-REASON
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELDREL-FILE
           PERFORM UNTIL END-OF-FILE
               READ HELDREL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE HR-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE HR-ITEM-SEQ TO WS-FIND-ITEM-SEQ
                       MOVE HR-AMOUNT TO WS-QUEUE-AMOUNT
                       PERFORM 0013-MARK-QUEUED-LINE
               END-READ
           END-PERFORM
           CLOSE HELDREL-FILE.

       0008-SCAN-REJECTS.
           MOVE "REJECTED" TO WS-QUEUE-STATUS
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL END-OF-FILE
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE RJ-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE RJ-ITEM-SEQ TO WS-QUEUE-ITEM-SEQ
                       MOVE RJ-REASON TO WS-QUEUE-REASON
                       PERFORM 0014-MARK-REJECTED-LINE
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
                       MOVE RCF-BATCH-ID TO WS-FIND-BATCH-ID
                       MOVE RCF-ITEM-SEQ TO WS-QUEUE-ITEM-SEQ
                       MOVE RCF-REASON TO WS-QUEUE-REASON
                       PERFORM 0014-MARK-REJECTED-LINE
               END-READ
           END-PERFORM
           CLOSE REJECT-CF-FILE.

       0009-WRITE-ACKNOWLEDGEMENT.
           OPEN OUTPUT ACK-FILE
           MOVE WS-ACK-HEADER TO ACK-RECORD
           WRITE ACK-RECORD
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 0015-WRITE-ACK-LINE
           END-PERFORM
           PERFORM 0017-WRITE-SUMMARY-ROW
           CLOSE ACK-FILE
           DISPLAY "PARTNER BATCH: ", WS-ACK-BATCH-ID
           DISPLAY "LINES ACKNOWLEDGED: ", WS-LINE-COUNT
           DISPLAY "POSTED: ", WS-POSTED-COUNT
           DISPLAY "REVERSED: ", WS-REVERSED-COUNT
           DISPLAY "REJECTED: ", WS-REJECTED-COUNT
           DISPLAY "SUSPENSE: ", WS-SUSPENSE-COUNT
           DISPLAY "HELD: ", WS-HELD-COUNT
           DISPLAY "PENDING: ", WS-PENDING-COUNT
           DISPLAY "EMPTY LINES: ", WS-SKIPPED-COUNT
           DISPLAY "REPAIRED: ", WS-REPAIRED-TOTAL.

       0010-STORE-XREF-LINE.
           IF WS-LINE-COUNT < WS-MAX-LINES
               ADD 1 TO WS-LINE-COUNT
               MOVE PX-LINE-NO TO WS-LN-LINE-NO (WS-LINE-COUNT)
               MOVE PX-ITEM-SEQ TO WS-LN-ITEM-SEQ (WS-LINE-COUNT)
               MOVE PX-REFERENCE TO WS-LN-REFERENCE (WS-LINE-COUNT)
               MOVE PX-DETAIL TO WS-LN-DETAIL (WS-LINE-COUNT)
               MOVE PX-BATCH-ID TO WS-LN-CUR-BATCH (WS-LINE-COUNT)
               MOVE PX-ITEM-SEQ TO WS-LN-CUR-SEQ (WS-LINE-COUNT)
               MOVE "N" TO WS-LN-REPAIRED (WS-LINE-COUNT)
               MOVE SPACES TO WS-LN-STATUS (WS-LINE-COUNT)
               MOVE SPACES TO WS-LN-REASON (WS-LINE-COUNT)
               MOVE PX-DETAIL (1:5) TO WS-LN-ACCOUNT (WS-LINE-COUNT)
               MOVE ZEROES TO WS-LN-AMOUNT (WS-LINE-COUNT)
               MOVE ZEROES TO WS-LN-BALANCE (WS-LINE-COUNT)
               MOVE "N" TO WS-LN-BALANCE-SET (WS-LINE-COUNT)
               IF PX-ITEM-SEQ > ZEROES
                AND PX-ITEM-SEQ NOT > WS-MAX-LINES
                   MOVE WS-LINE-COUNT TO WS-SEQ-INDEX (PX-ITEM-SEQ)
               END-IF
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       0011-FIND-LINE.
           MOVE ZEROES TO WS-FIND-SUB
           IF WS-FIND-BATCH-ID = WS-ACK-BATCH-ID
               IF WS-FIND-ITEM-SEQ > ZEROES
                AND WS-FIND-ITEM-SEQ NOT > WS-MAX-LINES
                   MOVE WS-SEQ-INDEX (WS-FIND-ITEM-SEQ) TO WS-FIND-SUB
               END-IF
               IF WS-FIND-SUB > ZEROES
                   IF WS-LN-REPAIRED (WS-FIND-SUB) NOT = "N"
                       MOVE ZEROES TO WS-FIND-SUB
                   END-IF
               END-IF
           ELSE
               IF WS-REPAIRED-COUNT > ZEROES
                   PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                           UNTIL WS-SCAN-SUB > WS-LINE-COUNT
                              OR WS-FIND-SUB > ZEROES
                       IF WS-LN-REPAIRED (WS-SCAN-SUB) = "Y"
                        AND WS-LN-CUR-BATCH (WS-SCAN-SUB)
                            = WS-FIND-BATCH-ID
                        AND WS-LN-CUR-SEQ (WS-SCAN-SUB)
                            = WS-FIND-ITEM-SEQ
                           MOVE WS-SCAN-SUB TO WS-FIND-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0012-APPLY-REPAIR-LOG.
           IF RL-ACTION = "R"
               IF WS-LN-REPAIRED (WS-FIND-SUB) = "N"
                   ADD 1 TO WS-REPAIRED-COUNT
               END-IF
               MOVE "Y" TO WS-LN-REPAIRED (WS-FIND-SUB)
               MOVE RL-REPAIR-BATCH-ID TO WS-LN-CUR-BATCH (WS-FIND-SUB)
               MOVE RL-REPAIR-ITEM-SEQ TO WS-LN-CUR-SEQ (WS-FIND-SUB)
           ELSE
               MOVE "REJECTED" TO WS-LN-STATUS (WS-FIND-SUB)
               MOVE RL-REASON TO WS-LN-REASON (WS-FIND-SUB)
           END-IF.

       0013-MARK-QUEUED-LINE.
           PERFORM 0011-FIND-LINE
           IF WS-FIND-SUB > ZEROES
               IF WS-LN-STATUS (WS-FIND-SUB) = SPACES
                   MOVE WS-QUEUE-STATUS TO WS-LN-STATUS (WS-FIND-SUB)
                   MOVE WS-QUEUE-REASON TO WS-LN-REASON (WS-FIND-SUB)
                   MOVE WS-QUEUE-AMOUNT TO WS-LN-AMOUNT (WS-FIND-SUB)
               END-IF
           END-IF.

       0014-MARK-REJECTED-LINE.
           IF WS-QUEUE-ITEM-SEQ NUMERIC
               MOVE WS-QUEUE-ITEM-SEQ TO WS-FIND-ITEM-SEQ
               PERFORM 0011-FIND-LINE
               IF WS-FIND-SUB > ZEROES
                   IF WS-LN-STATUS (WS-FIND-SUB) = SPACES
                       MOVE "REJECTED" TO WS-LN-STATUS (WS-FIND-SUB)
                       MOVE WS-QUEUE-REASON
                           TO WS-LN-REASON (WS-FIND-SUB)
                   END-IF
               END-IF
           END-IF.

       0015-WRITE-ACK-LINE.
           EVALUATE TRUE
               WHEN WS-LN-ITEM-SEQ (WS-LINE-SUB) = ZEROES
                   MOVE "EMPTY" TO WS-LN-STATUS (WS-LINE-SUB)
               WHEN WS-LN-STATUS (WS-LINE-SUB) = SPACES
                   MOVE "PENDING" TO WS-LN-STATUS (WS-LINE-SUB)
           END-EVALUATE
           IF WS-LN-STATUS (WS-LINE-SUB) = "REJECTED"
            OR WS-LN-STATUS (WS-LINE-SUB) = "PENDING"
               IF WS-LN-AMOUNT (WS-LINE-SUB) = ZEROES
                   MOVE WS-LN-DETAIL (WS-LINE-SUB) TO WS-DETAIL
                   PERFORM 0016-COMPUTE-RESULT
                   MOVE RESULT TO WS-LN-AMOUNT (WS-LINE-SUB)
               END-IF
           END-IF
           EVALUATE WS-LN-STATUS (WS-LINE-SUB)
               WHEN "POSTED"
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-LN-AMOUNT (WS-LINE-SUB) TO WS-POSTED-AMOUNT
               WHEN "REVERSED"
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD WS-LN-AMOUNT (WS-LINE-SUB)
                       TO WS-REVERSED-AMOUNT
               WHEN "REJECTED"
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD WS-LN-AMOUNT (WS-LINE-SUB)
                       TO WS-REJECTED-AMOUNT
               WHEN "SUSPENSE"
                   ADD 1 TO WS-SUSPENSE-COUNT
                   ADD WS-LN-AMOUNT (WS-LINE-SUB)
                       TO WS-SUSPENSE-AMOUNT
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-LN-AMOUNT (WS-LINE-SUB) TO WS-HELD-AMOUNT
               WHEN "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
                   ADD WS-LN-AMOUNT (WS-LINE-SUB)
                       TO WS-PENDING-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           IF WS-LN-REPAIRED (WS-LINE-SUB) = "Y"
               ADD 1 TO WS-REPAIRED-TOTAL
           END-IF
           PERFORM 0018-REASON-TEXT
           MOVE WS-LN-LINE-NO (WS-LINE-SUB) TO WS-ACK-LINE-NO
           MOVE WS-LN-AMOUNT (WS-LINE-SUB) TO WS-ACK-AMOUNT
           MOVE SPACES TO WS-ACK-LINE
           IF WS-LN-BALANCE-SET (WS-LINE-SUB) = "Y"
               MOVE WS-LN-BALANCE (WS-LINE-SUB) TO WS-ACK-BALANCE
               STRING WS-ACK-LINE-NO "," DELIMITED BY SIZE
                   WS-LN-REFERENCE (WS-LINE-SUB) DELIMITED BY "  "
                   "," WS-LN-ACCOUNT (WS-LINE-SUB) ","
                   WS-ACK-AMOUNT "," DELIMITED BY SIZE
                   WS-LN-STATUS (WS-LINE-SUB) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-ACK-REASON-TEXT DELIMITED BY "  "
                   "," WS-ACK-BALANCE ","
                   WS-LN-REPAIRED (WS-LINE-SUB) DELIMITED BY SIZE
                   INTO WS-ACK-LINE
           ELSE
               STRING WS-ACK-LINE-NO "," DELIMITED BY SIZE
                   WS-LN-REFERENCE (WS-LINE-SUB) DELIMITED BY "  "
                   "," WS-LN-ACCOUNT (WS-LINE-SUB) ","
                   WS-ACK-AMOUNT "," DELIMITED BY SIZE
                   WS-LN-STATUS (WS-LINE-SUB) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-ACK-REASON-TEXT DELIMITED BY "  "
                   ",,"
                   WS-LN-REPAIRED (WS-LINE-SUB) DELIMITED BY SIZE
                   INTO WS-ACK-LINE
           END-IF
           MOVE WS-ACK-LINE TO ACK-RECORD
           WRITE ACK-RECORD.

       0016-COMPUTE-RESULT.
           MOVE ZEROES TO RESULT
           IF WK-NUM1 NUMERIC AND WK-NUM2 NUMERIC
               MOVE WK-NUM1 TO WS-NUM1-WORK
               MOVE WK-NUM2 TO WS-NUM2-WORK
               EVALUATE WK-OPERATOR
                   WHEN "+"
                       ADD WS-NUM1-WORK WS-NUM2-WORK GIVING RESULT
                   WHEN "-"
                       SUBTRACT WS-NUM2-WORK FROM WS-NUM1-WORK
                           GIVING RESULT
                   WHEN "*"
                       MULTIPLY WS-NUM1-WORK BY WS-NUM2-WORK
                           GIVING RESULT
                           ON SIZE ERROR
                               MOVE ZEROES TO RESULT
                       END-MULTIPLY
                   WHEN "/"
                       IF WS-NUM2-WORK NOT = ZEROES
                           DIVIDE WS-NUM1-WORK BY WS-NUM2-WORK
                               GIVING RESULT ROUNDED
                       END-IF
               END-EVALUATE
           END-IF.

       0017-WRITE-SUMMARY-ROW.
           MOVE SPACES TO WS-ACK-LINE
           STRING "SUMMARY," WS-ACK-BATCH-ID ",LINES," WS-LINE-COUNT
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           MOVE WS-POSTED-AMOUNT TO WS-ACK-TOTAL
           MOVE SPACES TO WS-ACK-LINE
           STRING ACK-RECORD DELIMITED BY "  "
                   ",POSTED," WS-POSTED-COUNT "," WS-ACK-TOTAL
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           MOVE WS-REVERSED-AMOUNT TO WS-ACK-TOTAL
           MOVE SPACES TO WS-ACK-LINE
           STRING ACK-RECORD DELIMITED BY "  "
                   ",REVERSED," WS-REVERSED-COUNT "," WS-ACK-TOTAL
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           MOVE WS-REJECTED-AMOUNT TO WS-ACK-TOTAL
           MOVE SPACES TO WS-ACK-LINE
           STRING ACK-RECORD DELIMITED BY "  "
                   ",REJECTED," WS-REJECTED-COUNT "," WS-ACK-TOTAL
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           MOVE WS-SUSPENSE-AMOUNT TO WS-ACK-TOTAL
           MOVE SPACES TO WS-ACK-LINE
           STRING ACK-RECORD DELIMITED BY "  "
                   ",SUSPENSE," WS-SUSPENSE-COUNT "," WS-ACK-TOTAL
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           MOVE WS-HELD-AMOUNT TO WS-ACK-TOTAL
           MOVE SPACES TO WS-ACK-LINE
           STRING ACK-RECORD DELIMITED BY "  "
                   ",HELD," WS-HELD-COUNT "," WS-ACK-TOTAL
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           MOVE WS-PENDING-AMOUNT TO WS-ACK-TOTAL
           MOVE SPACES TO WS-ACK-LINE
           STRING ACK-RECORD DELIMITED BY "  "
                   ",PENDING," WS-PENDING-COUNT "," WS-ACK-TOTAL
                   ",EMPTY," WS-SKIPPED-COUNT
                   ",REPAIRED," WS-REPAIRED-TOTAL
                   DELIMITED BY SIZE
               INTO WS-ACK-LINE
           MOVE WS-ACK-LINE TO ACK-RECORD
           WRITE ACK-RECORD.

       0018-REASON-TEXT.
           MOVE WS-LN-REASON (WS-LINE-SUB) TO WS-ACK-REASON-TEXT
           EVALUATE WS-LN-STATUS (WS-LINE-SUB) ALSO
                   WS-LN-REASON (WS-LINE-SUB)
               WHEN "REJECTED" ALSO "01"
                   MOVE "01 NUM1 NOT NUMERIC" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "02"
                   MOVE "02 NUM2 NOT NUMERIC" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "03"
                   MOVE "03 INVALID OPERATOR" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "04"
                   MOVE "04 ACCOUNT NOT NUMERIC" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "05"
                   MOVE "05 BAD RECORD TYPE" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "06"
                   MOVE "06 BATCH OUT OF BALANCE" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "07"
                   MOVE "07 RECORD OUTSIDE BATCH" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "08"
                   MOVE "08 DUPLICATE BATCH" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "09"
                   MOVE "09 BATCH ID ALREADY USED" TO WS-ACK-REASON-TEXT
               WHEN "REJECTED" ALSO "10"
                   MOVE "10 BATCH ID RESERVED" TO WS-ACK-REASON-TEXT
               WHEN "SUSPENSE" ALSO ANY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-ACK-REASON-TEXT
               WHEN "HELD" ALSO "FR"
                   MOVE "FR ACCOUNT FROZEN" TO WS-ACK-REASON-TEXT
               WHEN "HELD" ALSO "PC"
                   MOVE "PC ACCOUNT PENDING CLOSE" TO WS-ACK-REASON-TEXT
               WHEN "HELD" ALSO "DM"
                   MOVE "DM ACCOUNT DORMANT" TO WS-ACK-REASON-TEXT
               WHEN "HELD" ALSO "ND"
                   MOVE "ND POST-NO-DEBITS" TO WS-ACK-REASON-TEXT
               WHEN "HELD" ALSO "LM"
                   MOVE "LM FLOOR LIMIT" TO WS-ACK-REASON-TEXT
               WHEN "PENDING" ALSO "HR"
                   MOVE "RELEASED FROM HOLD" TO WS-ACK-REASON-TEXT
               WHEN "PENDING" ALSO ANY
                   MOVE "NOT YET POSTED" TO WS-ACK-REASON-TEXT
               WHEN "EMPTY" ALSO ANY
                   MOVE "EMPTY LINE IGNORED" TO WS-ACK-REASON-TEXT
           END-EVALUATE.
