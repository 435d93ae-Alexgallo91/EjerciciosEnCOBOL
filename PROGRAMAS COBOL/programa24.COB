       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELDITEM-FILE ASSIGN TO "HELDITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-CF-FILE ASSIGN TO "HELD.CF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE ASSIGN TO "HELDDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELDREL-FILE ASSIGN TO "HELDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-NEW-FILE ASSIGN TO "HELD.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEQUENCE-FILE ASSIGN TO "HELD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 HD-SEQUENCE    PIC 9(05).
           05 HD-DECISION    PIC X.
           05 HD-REVIEWER    PIC X(08).

       FD  HELDREL-FILE.
       01  HELDREL-RECORD.
           05 HR-ACCOUNT     PIC 9(05).
           05 HR-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HR-SEQUENCE    PIC 9(05).
           05 HR-REVIEWER    PIC X(08).
           05 HR-BATCH-ID    PIC X(08).
           05 HR-ITEM-SEQ    PIC 9(05).

       FD  HELD-NEW-FILE.
       01  HELD-NEW-RECORD.
           05 HNW-SEQUENCE   PIC 9(05).
           05 HNW-ACCOUNT    PIC 9(05).
           05 HNW-AMOUNT     PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HNW-REASON     PIC X(02).
           05 HNW-HOLD-DATE  PIC 9(08).
           05 HNW-AGE-DAYS   PIC 9(03).
           05 HNW-BATCH-ID   PIC X(08).
           05 HNW-ITEM-SEQ   PIC 9(05).

       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05 HQ-LAST-SEQUENCE PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-CF-EOF-SWITCH   PIC X VALUE "N".
           88 CF-END-OF-FILE VALUE "Y".
       01 WS-CARD-EOF-SWITCH PIC X VALUE "N".
           88 CARD-END-OF-FILE VALUE "Y".
       01 WS-COPY-EOF-SWITCH PIC X VALUE "N".
           88 COPY-END-OF-FILE VALUE "Y".
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-AGE-LIMIT       PIC 9(03) VALUE 5.
       01 WS-ITEM-SEQUENCE   PIC 9(05) VALUE ZEROES.
       01 WS-NEXT-SEQUENCE   PIC 9(05) VALUE ZEROES.
       01 WS-READ-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-CARRIED-IN-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-CARD-COUNT      PIC 9(03) VALUE ZEROES.
       01 WS-RELEASED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-DECLINED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-PENDING-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-AGED-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-RELEASED-TOTAL  PIC S9(09)V99 VALUE ZEROES.
       01 WS-DECLINED-TOTAL  PIC S9(09)V99 VALUE ZEROES.
       01 WS-CARD-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-DECISION        PIC X VALUE SPACE.
           88 DECISION-RELEASE VALUE "R".
           88 DECISION-DECLINE VALUE "D".
       01 WS-REVIEWER        PIC X(08) VALUE SPACES.

       01 WS-HELD-ITEM.
           05 WH-ACCOUNT     PIC 9(05).
           05 WH-AMOUNT      PIC S9(07)V99.
           05 WH-REASON      PIC X(02).
           05 WH-HOLD-DATE   PIC 9(08).
           05 WH-AGE-DAYS    PIC 9(03).
           05 WH-BATCH-ID    PIC X(08).
           05 WH-ITEM-SEQ    PIC 9(05).

       01 WS-CARD-TABLE.
           05 WS-CARD OCCURS 100 TIMES.
               10 WS-CARD-SEQUENCE PIC 9(05).
               10 WS-CARD-DECISION PIC X.
               10 WS-CARD-REVIEWER PIC X(08).
               10 WS-CARD-MATCHED  PIC X.

       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA24".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "HELDREV.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT024".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA24".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE SPACES.
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-COLUMN-HEADS.
           05 FILLER         PIC X(05) VALUE "  SEQ".
           05 FILLER         PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(07) VALUE "ACCOUNT".
           05 FILLER         PIC X(13) VALUE "      AMOUNT".
           05 FILLER         PIC X(04) VALUE " RSN".
           05 FILLER         PIC X(10) VALUE " HELD ON".
           05 FILLER         PIC X(05) VALUE " AGE".
           05 FILLER         PIC X(22) VALUE " DISPOSITION".

       01 WS-REVIEW-LINE.
           05 WSV-SEQUENCE   PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-AMOUNT     PIC -(7)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-REASON     PIC X(02).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-HOLD-DATE  PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-AGE        PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSV-DISPOSITION PIC X(21).

       01 WS-DISPOSITION-TEXT.
           05 WSD-ACTION     PIC X(12).
           05 WSD-REVIEWER   PIC X(08).

       01 WS-READ-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "NEW HELD ITEMS:    ".
           05 WST-READ       PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(09) VALUE "CARRIED: ".
           05 WST-CARRIED-IN PIC ZZZZZZ9.

       01 WS-RELEASED-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "RELEASED TO POST:  ".
           05 WST-RELEASED   PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "AMOUNT: ".
           05 WST-RELEASED-AMOUNT PIC -(9)9.99.

       01 WS-DECLINED-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "DECLINED:          ".
           05 WST-DECLINED   PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "AMOUNT: ".
           05 WST-DECLINED-AMOUNT PIC -(9)9.99.

       01 WS-LEFT-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "STILL HELD:        ".
           05 WST-PENDING    PIC ZZZZZZ9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(13) VALUE "OVER 5 DAYS: ".
           05 WST-AGED       PIC ZZZZZZ9.

       01 WS-UNMATCHED-LINE.
           05 FILLER         PIC X(36) VALUE
               "DECISION CARD MATCHES NO HELD ITEM: ".
           05 WSU-SEQUENCE   PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSU-DECISION   PIC X.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSU-REVIEWER   PIC X(08).

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0013-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "HELD REVIEW NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0002-LOAD-DECISIONS
               PERFORM 0015-READ-SEQUENCE-CONTROL
               OPEN EXTEND HELDREL-FILE
               OPEN OUTPUT HELD-NEW-FILE
               PERFORM 0003-PROCESS-CARRIED-ITEMS
               PERFORM 0004-PROCESS-NEW-ITEMS
               PERFORM 0016-WRITE-SEQUENCE-CONTROL
               CLOSE HELDREL-FILE
               CLOSE HELD-NEW-FILE
               PERFORM 0017-LIST-UNMATCHED-CARDS
               MOVE "C" TO BUS-FUNCTION
               CALL "PROGRAMA34" USING BUS-REQUEST
               PERFORM 0009-WRITE-TOTALS
               PERFORM 0010-REWRITE-CARRY-FORWARD
               OPEN OUTPUT HELDITEM-FILE
               CLOSE HELDITEM-FILE
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           PERFORM UNTIL CARD-END-OF-FILE
               READ DECISION-FILE
                   AT END
                       MOVE "Y" TO WS-CARD-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-CARD-COUNT = 100
                               DISPLAY "DECISION CARD IGNORED - MORE ",
                                   "THAN 100 CARDS: ", HD-SEQUENCE
                               MOVE 4 TO WS-RETURN-CODE
                           WHEN HD-REVIEWER = SPACES
                               DISPLAY "DECISION CARD HAS NO ",
                                   "REVIEWER: ", HD-SEQUENCE
                               MOVE 4 TO WS-RETURN-CODE
                           WHEN HD-DECISION = "R" OR HD-DECISION = "D"
                               ADD 1 TO WS-CARD-COUNT
                               MOVE HD-SEQUENCE
                                   TO WS-CARD-SEQUENCE (WS-CARD-COUNT)
                               MOVE HD-DECISION
                                   TO WS-CARD-DECISION (WS-CARD-COUNT)
                               MOVE HD-REVIEWER
                                   TO WS-CARD-REVIEWER (WS-CARD-COUNT)
                               MOVE "N"
                                   TO WS-CARD-MATCHED (WS-CARD-COUNT)
                           WHEN OTHER
                               DISPLAY "INVALID DECISION CODE: ",
                                   HD-DECISION, " FOR ITEM ",
                                   HD-SEQUENCE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE.

       0003-PROCESS-CARRIED-ITEMS.
           OPEN INPUT HELD-CF-FILE
           PERFORM UNTIL CF-END-OF-FILE
               READ HELD-CF-FILE
                   AT END
                       MOVE "Y" TO WS-CF-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CARRIED-IN-COUNT
                       MOVE HCF-SEQUENCE TO WS-ITEM-SEQUENCE
                       IF HCF-SEQUENCE > WS-NEXT-SEQUENCE
                           MOVE HCF-SEQUENCE TO WS-NEXT-SEQUENCE
                       END-IF
                       MOVE HCF-ACCOUNT TO WH-ACCOUNT
                       MOVE HCF-AMOUNT TO WH-AMOUNT
                       MOVE HCF-REASON TO WH-REASON
                       MOVE HCF-HOLD-DATE TO WH-HOLD-DATE
                       MOVE HCF-AGE-DAYS TO WH-AGE-DAYS
                       MOVE HCF-BATCH-ID TO WH-BATCH-ID
                       MOVE HCF-ITEM-SEQ TO WH-ITEM-SEQ
                       PERFORM 0005-REVIEW-ITEM
               END-READ
           END-PERFORM
           CLOSE HELD-CF-FILE.

       0004-PROCESS-NEW-ITEMS.
           OPEN INPUT HELDITEM-FILE
           PERFORM UNTIL END-OF-FILE
               READ HELDITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-NEXT-SEQUENCE
                       MOVE WS-NEXT-SEQUENCE TO WS-ITEM-SEQUENCE
                       MOVE HI-ACCOUNT TO WH-ACCOUNT
                       MOVE HI-AMOUNT TO WH-AMOUNT
                       MOVE HI-REASON TO WH-REASON
                       MOVE HI-HOLD-DATE TO WH-HOLD-DATE
                       MOVE ZEROES TO WH-AGE-DAYS
                       MOVE HI-BATCH-ID TO WH-BATCH-ID
                       MOVE HI-ITEM-SEQ TO WH-ITEM-SEQ
                       PERFORM 0008-CARRY-ITEM-FORWARD
               END-READ
           END-PERFORM
           CLOSE HELDITEM-FILE.

       0005-REVIEW-ITEM.
           MOVE SPACE TO WS-DECISION
           MOVE SPACES TO WS-REVIEWER
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               IF WS-CARD-SEQUENCE (WS-CARD-SUB) = WS-ITEM-SEQUENCE
                   MOVE "Y" TO WS-CARD-MATCHED (WS-CARD-SUB)
                   MOVE WS-CARD-DECISION (WS-CARD-SUB) TO WS-DECISION
                   MOVE WS-CARD-REVIEWER (WS-CARD-SUB) TO WS-REVIEWER
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DECISION-RELEASE
                   PERFORM 0006-RELEASE-ITEM
               WHEN DECISION-DECLINE
                   PERFORM 0007-DECLINE-ITEM
               WHEN OTHER
                   PERFORM 0008-CARRY-ITEM-FORWARD
           END-EVALUATE.

       0006-RELEASE-ITEM.
           MOVE WH-ACCOUNT TO HR-ACCOUNT
           MOVE WH-AMOUNT TO HR-AMOUNT
           MOVE WS-ITEM-SEQUENCE TO HR-SEQUENCE
           MOVE WS-REVIEWER TO HR-REVIEWER
           MOVE WH-BATCH-ID TO HR-BATCH-ID
           MOVE WH-ITEM-SEQ TO HR-ITEM-SEQ
           WRITE HELDREL-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           ADD WH-AMOUNT TO WS-RELEASED-TOTAL
           MOVE "RELEASED BY " TO WSD-ACTION
           MOVE WS-REVIEWER TO WSD-REVIEWER
           MOVE WS-DISPOSITION-TEXT TO WSV-DISPOSITION
           MOVE WH-AGE-DAYS TO WSV-AGE
           PERFORM 0011-WRITE-REVIEW-LINE.

       0007-DECLINE-ITEM.
           ADD 1 TO WS-DECLINED-COUNT
           ADD WH-AMOUNT TO WS-DECLINED-TOTAL
           MOVE "DECLINED BY " TO WSD-ACTION
           MOVE WS-REVIEWER TO WSD-REVIEWER
           MOVE WS-DISPOSITION-TEXT TO WSV-DISPOSITION
           MOVE WH-AGE-DAYS TO WSV-AGE
           PERFORM 0011-WRITE-REVIEW-LINE.

       0008-CARRY-ITEM-FORWARD.
           MOVE WS-ITEM-SEQUENCE TO HNW-SEQUENCE
           MOVE WH-ACCOUNT TO HNW-ACCOUNT
           MOVE WH-AMOUNT TO HNW-AMOUNT
           MOVE WH-REASON TO HNW-REASON
           MOVE WH-HOLD-DATE TO HNW-HOLD-DATE
           PERFORM 0014-AGE-IN-BUSINESS-DAYS
           MOVE WH-BATCH-ID TO HNW-BATCH-ID
           MOVE WH-ITEM-SEQ TO HNW-ITEM-SEQ
           WRITE HELD-NEW-RECORD
           ADD 1 TO WS-PENDING-COUNT
           MOVE HNW-AGE-DAYS TO WSV-AGE
           IF HNW-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-AGED-COUNT
               MOVE "** OVER 5 DAYS **" TO WSV-DISPOSITION
           ELSE
               MOVE "PENDING REVIEW" TO WSV-DISPOSITION
           END-IF
           PERFORM 0011-WRITE-REVIEW-LINE.

       0009-WRITE-TOTALS.
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0012-WRITE-REPORT-LINE
           MOVE WS-READ-COUNT TO WST-READ
           MOVE WS-CARRIED-IN-COUNT TO WST-CARRIED-IN
           MOVE WS-READ-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0012-WRITE-REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WST-RELEASED
           MOVE WS-RELEASED-TOTAL TO WST-RELEASED-AMOUNT
           MOVE WS-RELEASED-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0012-WRITE-REPORT-LINE
           MOVE WS-DECLINED-COUNT TO WST-DECLINED
           MOVE WS-DECLINED-TOTAL TO WST-DECLINED-AMOUNT
           MOVE WS-DECLINED-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0012-WRITE-REPORT-LINE
           MOVE WS-PENDING-COUNT TO WST-PENDING
           MOVE WS-AGED-COUNT TO WST-AGED
           MOVE WS-LEFT-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0012-WRITE-REPORT-LINE.

       0010-REWRITE-CARRY-FORWARD.
           OPEN INPUT HELD-NEW-FILE
           OPEN OUTPUT HELD-CF-FILE
           PERFORM UNTIL COPY-END-OF-FILE
               READ HELD-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-COPY-EOF-SWITCH
                   NOT AT END
                       MOVE HELD-NEW-RECORD TO HELD-CF-RECORD
                       WRITE HELD-CF-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-NEW-FILE
           CLOSE HELD-CF-FILE.

       0011-WRITE-REVIEW-LINE.
           MOVE WS-ITEM-SEQUENCE TO WSV-SEQUENCE
           MOVE WH-ACCOUNT TO WSV-ACCOUNT
           MOVE WH-AMOUNT TO WSV-AMOUNT
           MOVE WH-REASON TO WSV-REASON
           MOVE WH-HOLD-DATE TO WSV-HOLD-DATE
           MOVE WS-REVIEW-LINE TO RPT-PRINT-LINE
           PERFORM 0012-WRITE-REPORT-LINE.

       0012-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0013-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.

       0014-AGE-IN-BUSINESS-DAYS.
           MOVE "A" TO BUS-FUNCTION
           MOVE WS-RUN-DATE TO BUS-BUSINESS-DATE
           MOVE WH-HOLD-DATE TO BUS-FROM-DATE
           CALL "PROGRAMA34" USING BUS-REQUEST
           IF BUS-STATUS = ZEROES
               MOVE BUS-AGE-DAYS TO HNW-AGE-DAYS
           ELSE
               ADD 1 WH-AGE-DAYS GIVING HNW-AGE-DAYS
           END-IF.

       0015-READ-SEQUENCE-CONTROL.
           OPEN INPUT SEQUENCE-FILE
           READ SEQUENCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HQ-LAST-SEQUENCE NUMERIC
                       MOVE HQ-LAST-SEQUENCE TO WS-NEXT-SEQUENCE
                   END-IF
           END-READ
           CLOSE SEQUENCE-FILE.

       0016-WRITE-SEQUENCE-CONTROL.
           OPEN OUTPUT SEQUENCE-FILE
           MOVE WS-NEXT-SEQUENCE TO HQ-LAST-SEQUENCE
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

       0017-LIST-UNMATCHED-CARDS.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               IF WS-CARD-MATCHED (WS-CARD-SUB) = "N"
                   MOVE WS-CARD-SEQUENCE (WS-CARD-SUB) TO WSU-SEQUENCE
                   MOVE WS-CARD-DECISION (WS-CARD-SUB) TO WSU-DECISION
                   MOVE WS-CARD-REVIEWER (WS-CARD-SUB) TO WSU-REVIEWER
                   DISPLAY WS-UNMATCHED-LINE
                   MOVE WS-UNMATCHED-LINE TO RPT-PRINT-LINE
                   PERFORM 0012-WRITE-REPORT-LINE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-PERFORM.
