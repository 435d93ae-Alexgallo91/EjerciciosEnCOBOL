               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-NEW-FILE ASSIGN TO "REJECT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REPAIR-LOG-FILE ASSIGN TO "REPAIR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEQUENCE-FILE ASSIGN TO "REPAIR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 RJ-RECORD      PIC X(17).
           05 FILLER         PIC X(02).
           05 RJ-REASON      PIC X(02).
           05 FILLER         PIC X(02).
           05 RJ-BATCH-ID    PIC X(08).
           05 RJ-ITEM-SEQ    PIC X(05).

       FD  REJECT-CF-FILE.
       01  REJECT-CF-RECORD.
           05 RCF-REASON     PIC X(02).
           05 RCF-ORIG-DATE  PIC 9(08).
           05 RCF-AGE-DAYS   PIC 9(03).
           05 RCF-BATCH-ID   PIC X(08).
           05 RCF-ITEM-SEQ   PIC X(05).

       FD  FIXCARD-FILE.
       01  FIXCARD-RECORD.
           05 RNW-REASON     PIC X(02).
           05 RNW-ORIG-DATE  PIC 9(08).
           05 RNW-AGE-DAYS   PIC 9(03).
           05 RNW-BATCH-ID   PIC X(08).
           05 RNW-ITEM-SEQ   PIC X(05).

       FD  REPAIR-LOG-FILE.
       01  REPAIR-LOG-RECORD.
           05 RL-RUN-DATE    PIC 9(08).
           05 RL-ACTION      PIC X.
           05 RL-ORIG-BATCH-ID PIC X(08).
           05 RL-ORIG-ITEM-SEQ PIC 9(05).
           05 RL-REPAIR-BATCH-ID PIC X(08).
           05 RL-REPAIR-ITEM-SEQ PIC 9(05).
           05 RL-REASON      PIC X(02).

       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05 RS-LAST-DATE   PIC 9(08).
           05 RS-LAST-SEQ    PIC 9(02).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
       01 WS-REPAIRED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-UNREPAIRED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-AGED-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-DROPPED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-REPAIRED-HASH   PIC 9(11) VALUE ZEROES.
       01 WS-REASON-CODE     PIC X(02) VALUE SPACES.
       01 WS-ORIG-DATE       PIC 9(08) VALUE ZEROES.
       01 WS-CARD-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-NUM1-WORK       PIC 9(05) VALUE ZEROES.
       01 WS-NUM2-WORK       PIC 9(05) VALUE ZEROES.
       01 WS-REPAIR-BATCH-ID PIC X(08) VALUE SPACES.
       01 WS-RUN-SEQ         PIC 9(02) VALUE ZEROES.
       01 WS-SEQ-CHARS       PIC X(35) VALUE
           "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ORIG-BATCH-ID   PIC X(08) VALUE SPACES.
       01 WS-ORIG-ITEM-SEQ   PIC X(05) VALUE SPACES.
       01 WS-ORIG-REASON     PIC X(02) VALUE SPACES.

       01 WS-WORK-RECORD.
           05 WK-RECORD-TYPE PIC X.
               10 WS-CARD-FIELD    PIC X.
               10 WS-CARD-VALUE    PIC X(05).

       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA19".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "REJAGE.RPT".
           05 FILLER         PIC X(13) VALUE "OVER 5 DAYS: ".
           05 WST-AGED       PIC ZZZZZZ9.

       01 WS-DROP-TOTAL-LINE.
           05 FILLER         PIC X(20) VALUE "DUPLICATES DROPPED:".
           05 WST-DROPPED    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0016-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "REJECT REPAIR NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
               MOVE "O" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
               PERFORM 0002-LOAD-CORRECTIONS
               PERFORM 0018-NEXT-RUN-SEQUENCE
               OPEN OUTPUT REPAIRED-FILE
               OPEN OUTPUT REJECT-NEW-FILE
               OPEN EXTEND REPAIR-LOG-FILE
               PERFORM 0003-WRITE-REPAIR-HEADER
               PERFORM 0004-PROCESS-CARRIED-REJECTS
               PERFORM 0005-PROCESS-NEW-REJECTS
               PERFORM 0010-WRITE-REPAIR-TRAILER
               CLOSE REPAIRED-FILE
               CLOSE REJECT-NEW-FILE
               CLOSE REPAIR-LOG-FILE
               MOVE "C" TO BUS-FUNCTION
               CALL "PROGRAMA34" USING BUS-REQUEST
               PERFORM 0011-WRITE-TOTALS
               PERFORM 0012-REWRITE-CARRY-FORWARD
               MOVE "C" TO RPT-FUNCTION
               CALL "PROGRAMA11" USING RPT-REQUEST
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-LOAD-CORRECTIONS.

       0003-WRITE-REPAIR-HEADER.
           MOVE "H" TO FH-RECORD-TYPE
           MOVE "R" TO FH-BATCH-ID (1:1)
           MOVE WS-RUN-DATE (3:6) TO FH-BATCH-ID (2:6)
           MOVE WS-SEQ-CHARS (WS-RUN-SEQ:1) TO FH-BATCH-ID (8:1)
           MOVE FH-BATCH-ID TO WS-REPAIR-BATCH-ID
           MOVE WS-RUN-DATE TO FH-CREATION-DATE
           WRITE REPAIRED-HEADER-RECORD.

                       MOVE RCF-RECORD TO WS-WORK-RECORD
                       MOVE RCF-ORIG-DATE TO WS-ORIG-DATE
                       MOVE RCF-AGE-DAYS TO WS-AGE-DAYS
                       MOVE RCF-BATCH-ID TO WS-ORIG-BATCH-ID
                       MOVE RCF-ITEM-SEQ TO WS-ORIG-ITEM-SEQ
                       MOVE RCF-REASON TO WS-ORIG-REASON
                       PERFORM 0006-REPAIR-ITEM
               END-READ
           END-PERFORM
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF RJ-REASON = "08" OR RJ-REASON = "09"
                           PERFORM 0014-DROP-DUPLICATE-ITEM
                       ELSE
                           ADD 1 TO WS-NEXT-SEQUENCE
                           MOVE WS-NEXT-SEQUENCE TO WS-ITEM-SEQUENCE
                           MOVE RJ-RECORD TO WS-WORK-RECORD
                           MOVE WS-RUN-DATE TO WS-ORIG-DATE
                           MOVE ZEROES TO WS-AGE-DAYS
                           MOVE RJ-BATCH-ID TO WS-ORIG-BATCH-ID
                           MOVE RJ-ITEM-SEQ TO WS-ORIG-ITEM-SEQ
                           MOVE RJ-REASON TO WS-ORIG-REASON
                           PERFORM 0006-REPAIR-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.
               ADD WS-NUM1-WORK TO WS-REPAIRED-HASH
               ADD WS-NUM2-WORK TO WS-REPAIRED-HASH
               ADD 1 TO WS-REPAIRED-COUNT
               MOVE "R" TO RL-ACTION
               MOVE WS-REPAIR-BATCH-ID TO RL-REPAIR-BATCH-ID
               MOVE WS-REPAIRED-COUNT TO RL-REPAIR-ITEM-SEQ
               PERFORM 0015-WRITE-REPAIR-LOG
           ELSE
               PERFORM 0009-CARRY-REJECT-FORWARD
           END-IF.
           MOVE WS-WORK-RECORD TO RNW-RECORD
           MOVE WS-REASON-CODE TO RNW-REASON
           MOVE WS-ORIG-DATE TO RNW-ORIG-DATE
           PERFORM 0017-AGE-IN-BUSINESS-DAYS
           MOVE WS-ORIG-BATCH-ID TO RNW-BATCH-ID
           MOVE WS-ORIG-ITEM-SEQ TO RNW-ITEM-SEQ
           WRITE REJECT-NEW-RECORD
           ADD 1 TO WS-UNREPAIRED-COUNT
           MOVE WS-ITEM-SEQUENCE TO WSA-SEQUENCE
           MOVE WS-UNREPAIRED-COUNT TO WST-UNREPAIRED
           MOVE WS-AGED-COUNT TO WST-AGED
           MOVE WS-LEFT-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0013-WRITE-REPORT-LINE
           MOVE WS-DROPPED-COUNT TO WST-DROPPED
           MOVE WS-DROP-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0013-WRITE-REPORT-LINE.

       0012-REWRITE-CARRY-FORWARD.
       0013-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0014-DROP-DUPLICATE-ITEM.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE ZEROES TO WSA-SEQUENCE
           MOVE RJ-RECORD TO WSA-RECORD
           MOVE RJ-REASON TO WSA-REASON
           MOVE WS-RUN-DATE TO WSA-ORIG-DATE
           MOVE ZEROES TO WSA-AGE
           MOVE "DUPLICATE-DROPPED" TO WSA-FLAG
           MOVE WS-AGING-LINE TO RPT-PRINT-LINE
           PERFORM 0013-WRITE-REPORT-LINE
           MOVE RJ-BATCH-ID TO WS-ORIG-BATCH-ID
           MOVE RJ-ITEM-SEQ TO WS-ORIG-ITEM-SEQ
           MOVE RJ-REASON TO WS-ORIG-REASON
           MOVE "D" TO RL-ACTION
           MOVE SPACES TO RL-REPAIR-BATCH-ID
           MOVE ZEROES TO RL-REPAIR-ITEM-SEQ
           PERFORM 0015-WRITE-REPAIR-LOG.

       0015-WRITE-REPAIR-LOG.
           IF WS-ORIG-BATCH-ID NOT = SPACES
            AND WS-ORIG-ITEM-SEQ NUMERIC
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE WS-ORIG-BATCH-ID TO RL-ORIG-BATCH-ID
               MOVE WS-ORIG-ITEM-SEQ TO RL-ORIG-ITEM-SEQ
               MOVE WS-ORIG-REASON TO RL-REASON
               WRITE REPAIR-LOG-RECORD
           END-IF.

       0016-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.

       0017-AGE-IN-BUSINESS-DAYS.
           MOVE "A" TO BUS-FUNCTION
           MOVE WS-RUN-DATE TO BUS-BUSINESS-DATE
           MOVE WS-ORIG-DATE TO BUS-FROM-DATE
           CALL "PROGRAMA34" USING BUS-REQUEST
           IF BUS-STATUS = ZEROES
               MOVE BUS-AGE-DAYS TO RNW-AGE-DAYS
           ELSE
               ADD 1 WS-AGE-DAYS GIVING RNW-AGE-DAYS
           END-IF.

       0018-NEXT-RUN-SEQUENCE.
           MOVE ZEROES TO WS-RUN-SEQ
           OPEN INPUT SEQUENCE-FILE
           READ SEQUENCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RS-LAST-DATE = WS-RUN-DATE
                    AND RS-LAST-SEQ NUMERIC
                       MOVE RS-LAST-SEQ TO WS-RUN-SEQ
                   END-IF
           END-READ
           CLOSE SEQUENCE-FILE
           ADD 1 TO WS-RUN-SEQ
           IF WS-RUN-SEQ > 35
               DISPLAY "WARNING: REPAIR RUN SEQUENCE EXHAUSTED FOR ",
                   WS-RUN-DATE, " - BATCH ID WILL BE REUSED"
               MOVE 1 TO WS-RUN-SEQ
           END-IF
           OPEN OUTPUT SEQUENCE-FILE
           MOVE WS-RUN-DATE TO RS-LAST-DATE
           MOVE WS-RUN-SEQ TO RS-LAST-SEQ
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.
