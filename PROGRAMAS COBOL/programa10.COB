               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               ALTERNATE RECORD KEY IS BR-CONTENT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "BATCHAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TT-HASH-TOTAL  PIC 9(11).

       FD  CLEAN-FILE.
       01  CLEAN-RECORD      PIC X(30).
       01  CLEAN-TRAILER-RECORD.
           05 CT-RECORD-TYPE PIC X.
           05 CT-RECORD-COUNT PIC 9(07).
           05 CT-HASH-TOTAL  PIC 9(11).

       FD  REJECT-FILE.
       01  REJECT-RECORD     PIC X(36).

       FD  BATCH-WORK-FILE.
       01  BATCH-WORK-RECORD.
           05 BW-IMAGE       PIC X(17).
           05 BW-BATCH-ID    PIC X(08).
           05 BW-ITEM-SEQ    PIC 9(05).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-EXCEPTIONS PIC 9(07).
           05 AUD-STATUS     PIC X(08).

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

       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05 BA-BATCH-ID    PIC X(08).
           05 BA-AUTH-DATE   PIC 9(08).
           05 BA-SUPERVISOR  PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-TYPE-ERRORS     PIC 9(07) VALUE ZEROES.
       01 WS-OOB-ERRORS      PIC 9(07) VALUE ZEROES.
       01 WS-STRAY-ERRORS    PIC 9(07) VALUE ZEROES.
       01 WS-DUPLICATE-ERRORS PIC 9(07) VALUE ZEROES.
       01 WS-REUSED-ERRORS   PIC 9(07) VALUE ZEROES.
       01 WS-RESERVED-ERRORS PIC 9(07) VALUE ZEROES.
       01 WS-REGISTER-STATUS PIC XX    VALUE SPACES.
       01 WS-REG-SCAN-SWITCH PIC X VALUE "N".
           88 REG-SCAN-DONE  VALUE "Y".
       01 WS-AUTH-EOF-SWITCH PIC X VALUE "N".
           88 AUTH-END-OF-FILE VALUE "Y".
       01 WS-AUTH-COUNT      PIC 9(03) VALUE ZEROES.
       01 WS-AUTH-SUB        PIC 9(03) VALUE ZEROES.
       01 WS-AUTH-SPENT-SWITCH PIC X VALUE "N".
           88 AUTH-SPENT     VALUE "Y".
       01 WS-REAUTH-COUNT    PIC 9(05) VALUE ZEROES.
       01 WS-BATCHES-READ    PIC 9(05) VALUE ZEROES.
       01 WS-BATCHES-GOOD    PIC 9(05) VALUE ZEROES.
       01 WS-BATCHES-BAD     PIC 9(05) VALUE ZEROES.
       01 WS-BATCH-PASSED-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-BATCH-PASSED-HASH PIC 9(11) VALUE ZEROES.
       01 WS-BATCH-INPUT-HASH PIC 9(11) VALUE ZEROES.
       01 WS-BATCH-CREATION-DATE PIC 9(08) VALUE ZEROES.
       01 WS-BATCH-CONTROL   PIC S9(09)V99 VALUE ZEROES.
       01 WS-BATCH-REASON    PIC X(02) VALUE "06".
       01 WS-TRAILER-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-TRAILER-HASH    PIC 9(11) VALUE ZEROES.
       01 WS-LAST-RELEASE-SEQ PIC 9(03) VALUE ZEROES.
       01 WS-PRIOR-BATCH-ID  PIC X(08) VALUE SPACES.
       01 WS-PRIOR-RELEASE-DATE PIC 9(08) VALUE ZEROES.
       01 WS-AUTHORIZED-BY   PIC X(08) VALUE SPACES.
       01 RESULT             PIC S9(07)V99 VALUE ZEROES.

       01 WS-AUTH-TABLE.
           05 WS-AUTH OCCURS 50 TIMES.
               10 WS-AUTH-BATCH-ID   PIC X(08).
               10 WS-AUTH-DATE       PIC 9(08).
               10 WS-AUTH-SUPERVISOR PIC X(08).
               10 WS-AUTH-USED       PIC X.

       01 WS-REJECT-LINE.
           05 WSJ-RECORD     PIC X(17).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSJ-REASON     PIC X(02).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSJ-BATCH-ID   PIC X(08).
           05 WSJ-ITEM-SEQ   PIC 9(05).

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA10".
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
           PERFORM 0020-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "BATCH EDIT NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0012-WRITE-AUDIT-START
               PERFORM 0015-LOAD-AUTHORIZATIONS
               OPEN I-O REGISTER-FILE
               OPEN INPUT TRANS-FILE
               OPEN OUTPUT CLEAN-FILE
               OPEN OUTPUT REJECT-FILE
               PERFORM UNTIL END-OF-FILE
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 0002-EDIT-RECORD
                   END-READ
               END-PERFORM
               IF BATCH-OPEN
                   DISPLAY "WARNING: TRAILER MISSING FOR BATCH ",
                       WS-BATCH-ID
                   PERFORM 0008-REJECT-BATCH
               END-IF
               PERFORM 0006-DISPLAY-SUMMARY
               CLOSE TRANS-FILE
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE
               CLOSE REGISTER-FILE
               PERFORM 0013-WRITE-AUDIT-END
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

               ADD 1 TO WS-BATCH-PASSED-COUNT
               ADD WS-NUM1-WORK TO WS-BATCH-PASSED-HASH
               ADD WS-NUM2-WORK TO WS-BATCH-PASSED-HASH
               PERFORM 0019-COMPUTE-RESULT
               ADD RESULT TO WS-BATCH-CONTROL
               MOVE TRANS-RECORD TO BW-IMAGE
               MOVE WS-BATCH-ID TO BW-BATCH-ID
               MOVE WS-BATCH-DETAIL-COUNT TO BW-ITEM-SEQ
               WRITE BATCH-WORK-RECORD
           ELSE
               PERFORM 0004-WRITE-REJECT
       0004-WRITE-REJECT.
           MOVE TRANS-RECORD TO WSJ-RECORD
           MOVE WS-REASON-CODE TO WSJ-REASON
           IF BATCH-OPEN AND DETAIL-RECORD
               MOVE WS-BATCH-ID TO WSJ-BATCH-ID
               MOVE WS-BATCH-DETAIL-COUNT TO WSJ-ITEM-SEQ
           ELSE
               MOVE SPACES TO WSJ-BATCH-ID
               MOVE ZEROES TO WSJ-ITEM-SEQ
           END-IF
           MOVE WS-REJECT-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD.

           MOVE "Y" TO WS-BATCH-OPEN-SWITCH
           MOVE TRANS-RECORD TO WS-SAVED-HEADER
           MOVE TH-BATCH-ID TO WS-BATCH-ID
           MOVE TH-CREATION-DATE TO WS-BATCH-CREATION-DATE
           MOVE "06" TO WS-BATCH-REASON
           MOVE SPACES TO WS-AUTHORIZED-BY
           MOVE ZEROES TO WS-BATCH-CONTROL
           MOVE ZEROES TO WS-BATCH-DETAIL-COUNT
           MOVE ZEROES TO WS-BATCH-PASSED-COUNT
           MOVE ZEROES TO WS-BATCH-PASSED-HASH
           DISPLAY "REJECTED 05 BAD RECORD TYPE: ", WS-TYPE-ERRORS
           DISPLAY "REJECTED 06 BATCH OUT OF BALANCE: ", WS-OOB-ERRORS
           DISPLAY "REJECTED 07 RECORD OUTSIDE BATCH: ",
               WS-STRAY-ERRORS
           DISPLAY "REJECTED 08 DUPLICATE BATCH: ", WS-DUPLICATE-ERRORS
           DISPLAY "REJECTED 09 BATCH ID ALREADY USED: ",
               WS-REUSED-ERRORS
           DISPLAY "REJECTED 10 BATCH ID RESERVED: ",
               WS-RESERVED-ERRORS
           DISPLAY "BATCHES RE-RELEASED BY AUTHORITY: ",
               WS-REAUTH-COUNT.

       0007-ADD-INPUT-HASH.
           MOVE TR-NUM1 TO WS-NUM1-WORK
            AND TT-HASH-TOTAL NUMERIC
            AND TT-RECORD-COUNT = WS-BATCH-DETAIL-COUNT
            AND TT-HASH-TOTAL = WS-BATCH-INPUT-HASH
               MOVE TT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE TT-HASH-TOTAL TO WS-TRAILER-HASH
               PERFORM 0016-CHECK-REGISTER
               IF WS-BATCH-REASON = SPACES
                   PERFORM 0010-RELEASE-BATCH
               ELSE
                   PERFORM 0008-REJECT-BATCH
               END-IF
           ELSE
               DISPLAY "WARNING: BATCH ", WS-BATCH-ID,
                   " OUT OF BALANCE"
           ADD WS-BATCH-PASSED-HASH TO WS-PASSED-HASH
           ADD 1 TO WS-BATCHES-GOOD
           DISPLAY "BATCH ", WS-BATCH-ID, " IN BALANCE"
           PERFORM 0018-WRITE-REGISTER
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.

       0011-REJECT-WORK-RECORD.
           MOVE BW-IMAGE TO WSJ-RECORD
           MOVE WS-BATCH-REASON TO WSJ-REASON
           MOVE BW-BATCH-ID TO WSJ-BATCH-ID
           MOVE BW-ITEM-SEQ TO WSJ-ITEM-SEQ
           MOVE WS-REJECT-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD
           EVALUATE WS-BATCH-REASON
               WHEN "08"
                   ADD 1 TO WS-DUPLICATE-ERRORS
               WHEN "09"
                   ADD 1 TO WS-REUSED-ERRORS
               WHEN "10"
                   ADD 1 TO WS-RESERVED-ERRORS
               WHEN OTHER
                   ADD 1 TO WS-OOB-ERRORS
           END-EVALUATE.

       0012-WRITE-AUDIT-START.
           MOVE "START" TO WS-AUDIT-PHASE
       0013-WRITE-AUDIT-END.
           ADD WS-NUM1-ERRORS WS-NUM2-ERRORS WS-OPERATOR-ERRORS
               WS-ACCOUNT-ERRORS WS-TYPE-ERRORS WS-OOB-ERRORS
               WS-STRAY-ERRORS WS-DUPLICATE-ERRORS WS-REUSED-ERRORS
               WS-RESERVED-ERRORS
               GIVING WS-REJECT-TOTAL
           MOVE "END" TO WS-AUDIT-PHASE
           EVALUATE TRUE
               WHEN WS-BATCHES-GOOD = ZEROES
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       0015-LOAD-AUTHORIZATIONS.
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL AUTH-END-OF-FILE OR WS-AUTH-COUNT = 50
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUTH-EOF-SWITCH
                   NOT AT END
                       IF BA-AUTH-DATE = WS-AUDIT-DATE
                        AND BA-SUPERVISOR NOT = SPACES
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE BA-BATCH-ID
                               TO WS-AUTH-BATCH-ID (WS-AUTH-COUNT)
                           MOVE BA-AUTH-DATE
                               TO WS-AUTH-DATE (WS-AUTH-COUNT)
                           MOVE BA-SUPERVISOR
                               TO WS-AUTH-SUPERVISOR (WS-AUTH-COUNT)
                           MOVE "N" TO WS-AUTH-USED (WS-AUTH-COUNT)
                       ELSE
                           DISPLAY "WARNING: AUTHORIZATION IGNORED ",
                               "FOR ", BA-BATCH-ID, " - NOT DATED TODAY"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

       0016-CHECK-REGISTER.
           MOVE SPACES TO WS-BATCH-REASON
           MOVE ZEROES TO WS-LAST-RELEASE-SEQ
           MOVE WS-BATCH-CREATION-DATE TO BR-CREATION-DATE
           MOVE WS-TRAILER-COUNT TO BR-RECORD-COUNT
           MOVE WS-TRAILER-HASH TO BR-HASH-TOTAL
           READ REGISTER-FILE KEY IS BR-CONTENT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "08" TO WS-BATCH-REASON
                   MOVE BR-BATCH-ID TO WS-PRIOR-BATCH-ID
                   MOVE BR-RELEASE-DATE TO WS-PRIOR-RELEASE-DATE
           END-READ
           PERFORM 0021-RESET-AUTHORIZATIONS
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
                           MOVE BR-RELEASE-SEQ TO WS-LAST-RELEASE-SEQ
                           IF BR-AUTHORIZED-BY NOT = SPACES
                            AND BR-RELEASE-DATE = WS-AUDIT-DATE
                               PERFORM 0022-SPEND-AUTHORIZATION
                           END-IF
                           IF WS-BATCH-REASON = SPACES
                               MOVE "09" TO WS-BATCH-REASON
                               MOVE BR-BATCH-ID TO WS-PRIOR-BATCH-ID
                               MOVE BR-RELEASE-DATE
                                   TO WS-PRIOR-RELEASE-DATE
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-REG-SCAN-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BATCH-ID (1:2) = "JN"
                   MOVE "10" TO WS-BATCH-REASON
                   DISPLAY "WARNING: BATCH ", WS-BATCH-ID,
                       " - PREFIX JN IS RESERVED FOR JOURNALS"
               WHEN WS-BATCH-REASON NOT = SPACES
                   PERFORM 0017-CHECK-AUTHORIZATION
           END-EVALUATE.

       0017-CHECK-AUTHORIZATION.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                      OR WS-AUTHORIZED-BY NOT = SPACES
               IF WS-AUTH-BATCH-ID (WS-AUTH-SUB) = WS-BATCH-ID
                AND WS-AUTH-USED (WS-AUTH-SUB) = "N"
                   MOVE "Y" TO WS-AUTH-USED (WS-AUTH-SUB)
                   MOVE WS-AUTH-SUPERVISOR (WS-AUTH-SUB)
                       TO WS-AUTHORIZED-BY
               END-IF
           END-PERFORM
           IF WS-AUTHORIZED-BY = SPACES
               DISPLAY "WARNING: BATCH ", WS-BATCH-ID,
                   " MATCHES BATCH ", WS-PRIOR-BATCH-ID,
                   " RELEASED ", WS-PRIOR-RELEASE-DATE,
                   " - REASON ", WS-BATCH-REASON
           ELSE
               DISPLAY "BATCH ", WS-BATCH-ID,
                   " RE-RELEASED UNDER AUTHORITY OF ", WS-AUTHORIZED-BY
               MOVE SPACES TO WS-BATCH-REASON
               ADD 1 TO WS-REAUTH-COUNT
           END-IF.

       0018-WRITE-REGISTER.
           MOVE WS-BATCH-ID TO BR-BATCH-ID
           ADD 1 WS-LAST-RELEASE-SEQ GIVING BR-RELEASE-SEQ
           MOVE WS-BATCH-CREATION-DATE TO BR-CREATION-DATE
           MOVE WS-TRAILER-COUNT TO BR-RECORD-COUNT
           MOVE WS-TRAILER-HASH TO BR-HASH-TOTAL
           MOVE WS-BATCH-PASSED-COUNT TO BR-PASSED-COUNT
           MOVE WS-BATCH-CONTROL TO BR-CONTROL-TOTAL
           MOVE WS-AUDIT-DATE TO BR-RELEASE-DATE
           MOVE WS-AUTHORIZED-BY TO BR-AUTHORIZED-BY
           MOVE "R" TO BR-STATUS
           MOVE WS-AUDIT-DATE TO BR-STATUS-DATE
           WRITE BATCHREG-RECORD
               INVALID KEY
                   DISPLAY "WARNING: BATCH REGISTER NOT UPDATED FOR ",
                       WS-BATCH-ID, " STATUS ", WS-REGISTER-STATUS
           END-WRITE.

       0019-COMPUTE-RESULT.
           MOVE ZEROES TO RESULT
           EVALUATE TR-OPERATOR
               WHEN "+"
                   ADD WS-NUM1-WORK WS-NUM2-WORK GIVING RESULT
               WHEN "-"
                   SUBTRACT WS-NUM2-WORK FROM WS-NUM1-WORK
                       GIVING RESULT
               WHEN "*"
                   MULTIPLY WS-NUM1-WORK BY WS-NUM2-WORK GIVING RESULT
                       ON SIZE ERROR
                           MOVE ZEROES TO RESULT
                   END-MULTIPLY
               WHEN "/"
                   IF WS-NUM2-WORK EQUAL ZEROES
                       MOVE ZEROES TO RESULT
                   ELSE
                       DIVIDE WS-NUM1-WORK BY WS-NUM2-WORK
                           GIVING RESULT ROUNDED
                   END-IF
           END-EVALUATE.

       0020-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-AUDIT-DATE.

       0021-RESET-AUTHORIZATIONS.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUTH-BATCH-ID (WS-AUTH-SUB) = WS-BATCH-ID
                   MOVE "N" TO WS-AUTH-USED (WS-AUTH-SUB)
               END-IF
           END-PERFORM.

       0022-SPEND-AUTHORIZATION.
           MOVE "N" TO WS-AUTH-SPENT-SWITCH
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                      OR AUTH-SPENT
               IF WS-AUTH-BATCH-ID (WS-AUTH-SUB) = WS-BATCH-ID
                AND WS-AUTH-SUPERVISOR (WS-AUTH-SUB) = BR-AUTHORIZED-BY
                AND WS-AUTH-USED (WS-AUTH-SUB) = "N"
                   MOVE "Y" TO WS-AUTH-USED (WS-AUTH-SUB)
                   MOVE "Y" TO WS-AUTH-SPENT-SWITCH
               END-IF
           END-PERFORM.
