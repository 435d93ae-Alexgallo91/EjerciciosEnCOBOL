       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA31.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECOVER-PARM-FILE ASSIGN TO "RECOVER.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "ACCTBKP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-BATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL MAINTLOG-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTCTL-FILE ASSIGN TO "POSTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTCTL-FILE ASSIGN TO "MASTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "RCVSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVER-PARM-FILE.
       01  RECOVER-PARM-RECORD.
           05 RC-SEQUENCE    PIC 9(07).
           05 RC-ROLL-FORWARD PIC X.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-SEQUENCE   PIC 9(07).
           05 CAT-SLOT       PIC 9(02).
           05 CAT-FILE-NAME  PIC X(12).
           05 CAT-RUN-DATE   PIC 9(08).
           05 CAT-RUN-TIME   PIC 9(08).
           05 CAT-STEP-NAME  PIC X(10).
           05 CAT-RECORD-COUNT PIC 9(07).
           05 CAT-BALANCE-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD     PIC X(86).

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

       FD  MAINTLOG-FILE.
       01  MAINTLOG-RECORD.
           05 ML-RUN-DATE    PIC 9(08).
           05 ML-GENERATION  PIC 9(07).
           05 ML-PROGRAM     PIC X(10).
           05 ML-ACTION      PIC X.
           05 ML-ACCOUNT     PIC 9(05).
           05 ML-IMAGE       PIC X(86).

       FD  POSTCTL-FILE.
       01  POSTCTL-RECORD.
           05 PC-RUN-DATE    PIC 9(08).
           05 PC-POSTED-COUNT PIC 9(07).
           05 PC-POSTED-TOTAL PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 PC-SUSPENSE-COUNT PIC 9(07).

       FD  MASTCTL-FILE.
       01  MASTCTL-RECORD.
           05 MC-AS-OF-DATE  PIC 9(08).
           05 MC-ACCOUNT-COUNT PIC 9(07).
           05 MC-BALANCE-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-GENERATION PIC 9(07).
           05 SRT-RUN-DATE   PIC 9(08).
           05 SRT-SOURCE     PIC X.
           05 SRT-ACCOUNT    PIC 9(05).
           05 SRT-AMOUNT     PIC S9(07)V99.
           05 SRT-NEW-BALANCE PIC S9(09)V99.
           05 SRT-ENTRY-TYPE PIC X.
           05 SRT-BATCH-ID   PIC X(08).
           05 SRT-ITEM-SEQ   PIC 9(05).
           05 SRT-ACTION     PIC X.
           05 SRT-IMAGE      PIC X(86).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-END-OF-FILE VALUE "Y".
       01 WS-SCAN-SWITCH     PIC X VALUE "N".
           88 SCAN-DONE      VALUE "Y".
       01 WS-FOUND-SWITCH    PIC X VALUE "N".
           88 GENERATION-FOUND VALUE "Y".
       01 WS-RESTORED-SWITCH PIC X VALUE "N".
           88 MASTER-RESTORED VALUE "Y".
       01 WS-OPENING-SWITCH  PIC X VALUE "N".
           88 OPENING-FOUND  VALUE "Y".
       01 WS-POSTCTL-SWITCH  PIC X VALUE "N".
           88 POSTCTL-FOUND  VALUE "Y".
       01 WS-PARM-STATUS     PIC XX    VALUE SPACES.
       01 WS-BACKUP-STATUS   PIC XX    VALUE SPACES.
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01 WS-BACKUP-NAME     PIC X(30) VALUE SPACES.
       01 WS-WANTED-SEQUENCE PIC 9(07) VALUE ZEROES.
       01 WS-ROLL-FORWARD    PIC X     VALUE "Y".
       01 WS-REFUSAL-TEXT    PIC X(50) VALUE SPACES.

       01 WS-GENERATION.
           05 WS-GEN-SEQUENCE   PIC 9(07) VALUE ZEROES.
           05 WS-GEN-FILE-NAME  PIC X(12) VALUE SPACES.
           05 WS-GEN-RUN-DATE   PIC 9(08) VALUE ZEROES.
           05 WS-GEN-RUN-TIME   PIC 9(08) VALUE ZEROES.
           05 WS-GEN-STEP-NAME  PIC X(10) VALUE SPACES.
           05 WS-GEN-RECORD-COUNT PIC 9(07) VALUE ZEROES.
           05 WS-GEN-BALANCE-TOTAL PIC S9(11)V99 VALUE ZEROES.

       01 WS-ORIGINAL-DATE   PIC 9(08) VALUE ZEROES.
       01 WS-EXPECTED-BALANCE PIC S9(09)V99 VALUE ZEROES.
       01 WS-ACTUAL-BALANCE  PIC S9(09)V99 VALUE ZEROES.
       01 WS-RESTORED-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-RESTORED-TOTAL  PIC S9(11)V99 VALUE ZEROES.
       01 WS-HISTORY-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-REVERSAL-COUNT  PIC 9(07) VALUE ZEROES.
       01 WS-MAINT-COUNT     PIC 9(07) VALUE ZEROES.
       01 WS-MONTH-END-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-EXCEPTION-COUNT PIC 9(07) VALUE ZEROES.
       01 WS-ACCOUNT-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-CLOSING-TOTAL   PIC S9(11)V99 VALUE ZEROES.
       01 WS-OPENING-TOTAL   PIC S9(11)V99 VALUE ZEROES.
       01 WS-OPENING-DATE    PIC 9(08) VALUE ZEROES.
       01 WS-POSTED-TOTAL    PIC S9(11)V99 VALUE ZEROES.
       01 WS-EXPECTED-TOTAL  PIC S9(11)V99 VALUE ZEROES.
       01 WS-DIFFERENCE      PIC S9(11)V99 VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA31".
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
           05 RPT-FILE-NAME  PIC X(30)     VALUE "RECOVERY.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT031".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA31".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE
               "ACCOUNT MASTER RECOVERY".
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-CATALOG-HEADS.
           05 FILLER         PIC X(09) VALUE "GENERATN".
           05 FILLER         PIC X(14) VALUE "FILE".
           05 FILLER         PIC X(09) VALUE "DATE".
           05 FILLER         PIC X(10) VALUE "TIME".
           05 FILLER         PIC X(12) VALUE "BEFORE STEP".
           05 FILLER         PIC X(09) VALUE "RECORDS".

       01 WS-CATALOG-LINE.
           05 WSG-SEQUENCE   PIC 9(07).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSG-FILE-NAME  PIC X(12).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSG-RUN-DATE   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSG-RUN-TIME   PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSG-STEP-NAME  PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSG-RECORDS    PIC ZZZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSG-MARK       PIC X(08).

       01 WS-AMOUNT-LINE.
           05 WSL-CAPTION    PIC X(28).
           05 WSL-AMOUNT     PIC -(11)9.99.

       01 WS-COUNT-LINE.
           05 WSC-CAPTION    PIC X(28).
           05 WSC-COUNT      PIC ZZZZZZ9.

       01 WS-EXCEPTION-LINE.
           05 WSX-ACCOUNT    PIC 9(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSX-SOURCE     PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSX-MESSAGE    PIC X(28).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSX-EXPECTED   PIC -(9)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSX-ACTUAL     PIC -(9)9.99.

       01 WS-REFUSED-LINE.
           05 FILLER         PIC X(20) VALUE "RECOVERY NOT RUN -  ".
           05 WSF-TEXT       PIC X(50).

       01 WS-OOB-LINE        PIC X(80) VALUE
           "*** RECOVERED MASTER OUT OF BALANCE - DO NOT RELEASE ***".

       01 WS-IN-BALANCE-LINE PIC X(80) VALUE
           "RECOVERED MASTER IN BALANCE".

       01 WS-NO-OPENING-LINE PIC X(80) VALUE
           "NO OPENING CONTROL ON FILE - TIE-OUT NOT PROVEN".

       01 WS-NO-POSTCTL-LINE PIC X(80) VALUE
           "POSTING CONTROL NOT FOR THIS DATE - POSTED TAKEN AS ZERO".

       01 WS-EXCEPTION-WARN-LINE PIC X(80) VALUE
           "*** ROLL-FORWARD EXCEPTIONS LISTED ABOVE ***".

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0016-GET-BUSINESS-DATE
           MOVE "O" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           PERFORM 0002-READ-PARAMETERS
           PERFORM 0003-SELECT-GENERATION
           IF GENERATION-FOUND
               PERFORM 0004-RESTORE-MASTER
           END-IF
           IF MASTER-RESTORED AND WS-ROLL-FORWARD NOT = "N"
               PERFORM 0005-ROLL-FORWARD
           END-IF
           IF MASTER-RESTORED
               PERFORM 0013-TIE-OUT
               PERFORM 0014-WRITE-TIE-OUT
           ELSE
               MOVE WS-REFUSAL-TEXT TO WSF-TEXT
               MOVE WS-REFUSED-LINE TO RPT-PRINT-LINE
               PERFORM 0015-WRITE-REPORT-LINE
               DISPLAY "RECOVERY NOT RUN - ", WS-REFUSAL-TEXT
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE "C" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-READ-PARAMETERS.
           OPEN INPUT RECOVER-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ RECOVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-SEQUENCE NUMERIC
                           MOVE RC-SEQUENCE TO WS-WANTED-SEQUENCE
                       END-IF
                       IF RC-ROLL-FORWARD = "N"
                           MOVE "N" TO WS-ROLL-FORWARD
                       END-IF
               END-READ
           END-IF
           CLOSE RECOVER-PARM-FILE.

       0003-SELECT-GENERATION.
           MOVE WS-CATALOG-HEADS TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL END-OF-FILE
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-WANTED-SEQUENCE = ZEROES
                        OR CAT-SEQUENCE = WS-WANTED-SEQUENCE
                           MOVE "Y" TO WS-FOUND-SWITCH
                           MOVE CAT-SEQUENCE TO WS-GEN-SEQUENCE
                           MOVE CAT-FILE-NAME TO WS-GEN-FILE-NAME
                           MOVE CAT-RUN-DATE TO WS-GEN-RUN-DATE
                           MOVE CAT-RUN-TIME TO WS-GEN-RUN-TIME
                           MOVE CAT-STEP-NAME TO WS-GEN-STEP-NAME
                           MOVE CAT-RECORD-COUNT
                               TO WS-GEN-RECORD-COUNT
                           MOVE CAT-BALANCE-TOTAL
                               TO WS-GEN-BALANCE-TOTAL
                       END-IF
                       MOVE CAT-SEQUENCE TO WSG-SEQUENCE
                       MOVE CAT-FILE-NAME TO WSG-FILE-NAME
                       MOVE CAT-RUN-DATE TO WSG-RUN-DATE
                       MOVE CAT-RUN-TIME TO WSG-RUN-TIME
                       MOVE CAT-STEP-NAME TO WSG-STEP-NAME
                       MOVE CAT-RECORD-COUNT TO WSG-RECORDS
                       MOVE SPACES TO WSG-MARK
                       MOVE WS-CATALOG-LINE TO RPT-PRINT-LINE
                       PERFORM 0015-WRITE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           IF GENERATION-FOUND
               MOVE WS-GEN-SEQUENCE TO WSG-SEQUENCE
               MOVE WS-GEN-FILE-NAME TO WSG-FILE-NAME
               MOVE WS-GEN-RUN-DATE TO WSG-RUN-DATE
               MOVE WS-GEN-RUN-TIME TO WSG-RUN-TIME
               MOVE WS-GEN-STEP-NAME TO WSG-STEP-NAME
               MOVE WS-GEN-RECORD-COUNT TO WSG-RECORDS
               MOVE "RESTORED" TO WSG-MARK
               MOVE WS-CATALOG-LINE TO RPT-PRINT-LINE
               PERFORM 0015-WRITE-REPORT-LINE
               MOVE WS-GEN-FILE-NAME TO WS-BACKUP-NAME
           ELSE
               MOVE "BACKUP GENERATION NOT IN ACCTBKP.CAT"
                   TO WS-REFUSAL-TEXT
           END-IF.

       0004-RESTORE-MASTER.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "BACKUP FILE CANNOT BE OPENED" TO WS-REFUSAL-TEXT
               CLOSE BACKUP-FILE
           ELSE
               OPEN OUTPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "MASTER FILE CANNOT BE OPENED"
                       TO WS-REFUSAL-TEXT
                   CLOSE BACKUP-FILE
               ELSE
                   MOVE "Y" TO WS-RESTORED-SWITCH
                   PERFORM 0017-LOAD-MASTER-FROM-BACKUP
               END-IF
           END-IF.

       0005-ROLL-FORWARD.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "MASTER FILE CANNOT BE OPENED I-O, STATUS ",
                   WS-MASTER-STATUS
               MOVE ZEROES TO WSX-ACCOUNT
               MOVE "ROLLFWD" TO WSX-SOURCE
               MOVE "MASTER CANNOT BE OPENED I-O" TO WSX-MESSAGE
               MOVE ZEROES TO WS-EXPECTED-BALANCE
               MOVE ZEROES TO WS-ACTUAL-BALANCE
               PERFORM 0012-WRITE-EXCEPTION
           ELSE
               OPEN INPUT HISTORY-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-GENERATION
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 0006-SELECT-ACTIVITY
                   OUTPUT PROCEDURE IS 0007-APPLY-ACTIVITY
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
           END-IF
           MOVE "HISTORY ROWS REAPPLIED:" TO WSC-CAPTION
           MOVE WS-HISTORY-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "  OF WHICH REVERSALS:" TO WSC-CAPTION
           MOVE WS-REVERSAL-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "MAINTENANCE REAPPLIED:" TO WSC-CAPTION
           MOVE WS-MAINT-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "MONTH-END RESETS REAPPLIED:" TO WSC-CAPTION
           MOVE WS-MONTH-END-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE.

       0006-SELECT-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HS-GENERATION NOT < WS-GEN-SEQUENCE
                           MOVE HS-GENERATION TO SRT-GENERATION
                           MOVE HS-POST-DATE TO SRT-RUN-DATE
                           MOVE "H" TO SRT-SOURCE
                           MOVE HS-ACCOUNT TO SRT-ACCOUNT
                           MOVE HS-AMOUNT TO SRT-AMOUNT
                           MOVE HS-NEW-BALANCE TO SRT-NEW-BALANCE
                           MOVE HS-ENTRY-TYPE TO SRT-ENTRY-TYPE
                           MOVE HS-BATCH-ID TO SRT-BATCH-ID
                           MOVE HS-ITEM-SEQ TO SRT-ITEM-SEQ
                           MOVE SPACE TO SRT-ACTION
                           MOVE SPACES TO SRT-IMAGE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MAINTLOG-FILE
           PERFORM UNTIL END-OF-FILE
               READ MAINTLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF ML-GENERATION NOT < WS-GEN-SEQUENCE
                           MOVE ML-GENERATION TO SRT-GENERATION
                           MOVE ML-RUN-DATE TO SRT-RUN-DATE
                           MOVE "L" TO SRT-SOURCE
                           MOVE ML-ACCOUNT TO SRT-ACCOUNT
                           MOVE ZEROES TO SRT-AMOUNT
                           MOVE ZEROES TO SRT-NEW-BALANCE
                           MOVE SPACE TO SRT-ENTRY-TYPE
                           MOVE SPACES TO SRT-BATCH-ID
                           MOVE ZEROES TO SRT-ITEM-SEQ
                           MOVE ML-ACTION TO SRT-ACTION
                           MOVE ML-IMAGE TO SRT-IMAGE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINTLOG-FILE.

       0007-APPLY-ACTIVITY.
           PERFORM UNTIL SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-SOURCE = "H"
                           PERFORM 0008-APPLY-HISTORY-ROW
                       ELSE
                           PERFORM 0009-APPLY-MAINT-ENTRY
                       END-IF
               END-RETURN
           END-PERFORM.

       0008-APPLY-HISTORY-ROW.
           MOVE SRT-ACCOUNT TO AM-ACCOUNT
           READ MASTER-FILE
               INVALID KEY
                   MOVE SRT-ACCOUNT TO WSX-ACCOUNT
                   MOVE "HISTORY" TO WSX-SOURCE
                   MOVE "ACCOUNT NOT ON MASTER" TO WSX-MESSAGE
                   MOVE SRT-NEW-BALANCE TO WS-EXPECTED-BALANCE
                   MOVE ZEROES TO WS-ACTUAL-BALANCE
                   PERFORM 0012-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-COUNT
                   ADD SRT-AMOUNT TO AM-BALANCE
                   ADD SRT-AMOUNT TO AM-MTD-AMOUNT
                   IF SRT-ENTRY-TYPE = "R"
                       ADD 1 TO WS-REVERSAL-COUNT
                       PERFORM 0010-FIND-ORIGINAL-DATE
                       IF WS-ORIGINAL-DATE (1:6) = SRT-RUN-DATE (1:6)
                        AND AM-MTD-COUNT > ZEROES
                           SUBTRACT 1 FROM AM-MTD-COUNT
                       ELSE
                           ADD 1 TO AM-MTD-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO AM-MTD-COUNT
                   END-IF
                   MOVE SRT-RUN-DATE TO AM-LAST-POSTED
                   REWRITE MASTER-RECORD
                   IF AM-BALANCE NOT = SRT-NEW-BALANCE
                       MOVE SRT-ACCOUNT TO WSX-ACCOUNT
                       MOVE "HISTORY" TO WSX-SOURCE
                       MOVE "BALANCE DIFFERS FROM HISTORY"
                           TO WSX-MESSAGE
                       MOVE SRT-NEW-BALANCE TO WS-EXPECTED-BALANCE
                       MOVE AM-BALANCE TO WS-ACTUAL-BALANCE
                       PERFORM 0012-WRITE-EXCEPTION
                   END-IF
           END-READ.

       0009-APPLY-MAINT-ENTRY.
           MOVE SRT-ACCOUNT TO WSX-ACCOUNT
           MOVE "MAINT" TO WSX-SOURCE
           MOVE ZEROES TO WS-EXPECTED-BALANCE
           MOVE ZEROES TO WS-ACTUAL-BALANCE
           EVALUATE SRT-ACTION
               WHEN "A"
                   MOVE SRT-IMAGE TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "ADD - ACCOUNT ALREADY ON FILE"
                               TO WSX-MESSAGE
                           PERFORM 0012-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-MAINT-COUNT
                   END-WRITE
               WHEN "C"
               WHEN "S"
                   MOVE SRT-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "CHANGE - ACCOUNT NOT ON FILE"
                               TO WSX-MESSAGE
                           PERFORM 0012-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-MAINT-COUNT
                   END-REWRITE
               WHEN "D"
                   MOVE SRT-ACCOUNT TO AM-ACCOUNT
                   DELETE MASTER-FILE
                       INVALID KEY
                           MOVE "CLOSE - ACCOUNT NOT ON FILE"
                               TO WSX-MESSAGE
                           PERFORM 0012-WRITE-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO WS-MAINT-COUNT
                   END-DELETE
               WHEN "M"
                   PERFORM 0011-RESET-MTD
                   ADD 1 TO WS-MONTH-END-COUNT
           END-EVALUATE.

       0010-FIND-ORIGINAL-DATE.
           MOVE SRT-RUN-DATE TO WS-ORIGINAL-DATE
           MOVE SRT-BATCH-ID TO HS-BATCH-ID
           MOVE SRT-ITEM-SEQ TO HS-ITEM-SEQ
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
                       IF HS-BATCH-ID NOT = SRT-BATCH-ID
                        OR HS-ITEM-SEQ NOT = SRT-ITEM-SEQ
                           MOVE "Y" TO WS-SCAN-SWITCH
                       ELSE
                           IF HS-ACCOUNT = SRT-ACCOUNT
                            AND HS-ENTRY-TYPE NOT = "R"
                               MOVE HS-POST-DATE TO WS-ORIGINAL-DATE
                               MOVE "Y" TO WS-SCAN-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0011-RESET-MTD.
           MOVE ZEROES TO AM-ACCOUNT
           MOVE "N" TO WS-SCAN-SWITCH
           START MASTER-FILE KEY IS NOT LESS THAN AM-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START
           PERFORM UNTIL SCAN-DONE
               READ MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-SWITCH
                   NOT AT END
                       MOVE ZEROES TO AM-MTD-COUNT
                       MOVE ZEROES TO AM-MTD-AMOUNT
                       REWRITE MASTER-RECORD
               END-READ
           END-PERFORM.

       0012-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXPECTED-BALANCE TO WSX-EXPECTED
           MOVE WS-ACTUAL-BALANCE TO WSX-ACTUAL
           MOVE WS-EXCEPTION-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE.

       0013-TIE-OUT.
           OPEN INPUT MASTCTL-FILE
           READ MASTCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-OPENING-SWITCH
                   MOVE MC-BALANCE-TOTAL TO WS-OPENING-TOTAL
                   MOVE MC-AS-OF-DATE TO WS-OPENING-DATE
           END-READ
           CLOSE MASTCTL-FILE
           OPEN INPUT POSTCTL-FILE
           READ POSTCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-RUN-DATE = WS-RUN-DATE
                    AND WS-OPENING-DATE NOT = WS-RUN-DATE
                       MOVE "Y" TO WS-POSTCTL-SWITCH
                       MOVE PC-POSTED-TOTAL TO WS-POSTED-TOTAL
                   END-IF
           END-READ
           CLOSE POSTCTL-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           PERFORM UNTIL END-OF-FILE
               READ MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       ADD AM-BALANCE TO WS-CLOSING-TOTAL
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           ADD WS-OPENING-TOTAL WS-POSTED-TOTAL
               GIVING WS-EXPECTED-TOTAL
           SUBTRACT WS-EXPECTED-TOTAL FROM WS-CLOSING-TOTAL
               GIVING WS-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > ZEROES
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OPENING-FOUND AND WS-DIFFERENCE NOT = ZEROES
                   MOVE 8 TO WS-RETURN-CODE
               WHEN NOT OPENING-FOUND
                   MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE.

       0014-WRITE-TIE-OUT.
           MOVE "ACCOUNTS ON MASTER:" TO WSC-CAPTION
           MOVE WS-ACCOUNT-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "OPENING BALANCE TOTAL:" TO WSL-CAPTION
           MOVE WS-OPENING-TOTAL TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "AMOUNT POSTED:" TO WSL-CAPTION
           MOVE WS-POSTED-TOTAL TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "EXPECTED CLOSING TOTAL:" TO WSL-CAPTION
           MOVE WS-EXPECTED-TOTAL TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "RECOVERED CLOSING TOTAL:" TO WSL-CAPTION
           MOVE WS-CLOSING-TOTAL TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "DIFFERENCE:" TO WSL-CAPTION
           MOVE WS-DIFFERENCE TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           IF NOT POSTCTL-FOUND
               MOVE WS-NO-POSTCTL-LINE TO RPT-PRINT-LINE
               PERFORM 0015-WRITE-REPORT-LINE
           END-IF
           IF WS-EXCEPTION-COUNT > ZEROES
               MOVE WS-EXCEPTION-WARN-LINE TO RPT-PRINT-LINE
               PERFORM 0015-WRITE-REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN NOT OPENING-FOUND
                   MOVE WS-NO-OPENING-LINE TO RPT-PRINT-LINE
               WHEN WS-DIFFERENCE NOT = ZEROES
                   MOVE WS-OOB-LINE TO RPT-PRINT-LINE
               WHEN OTHER
                   MOVE WS-IN-BALANCE-LINE TO RPT-PRINT-LINE
           END-EVALUATE
           PERFORM 0015-WRITE-REPORT-LINE.

       0015-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.

       0016-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           IF BUS-STATUS > 4
               DISPLAY "RECOVERY RUNS ON BUSINESS DATE ",
                   BUS-BUSINESS-DATE, " REGARDLESS OF CALENDAR"
           END-IF
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.

       0017-LOAD-MASTER-FROM-BACKUP.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE BACKUP-RECORD TO MASTER-RECORD
                       WRITE MASTER-RECORD
                           INVALID KEY
                               MOVE AM-ACCOUNT TO WSX-ACCOUNT
                               MOVE "RESTORE" TO WSX-SOURCE
                               MOVE "DUPLICATE KEY ON BACKUP"
                                   TO WSX-MESSAGE
                               MOVE ZEROES TO WS-EXPECTED-BALANCE
                               MOVE AM-BALANCE TO WS-ACTUAL-BALANCE
                               PERFORM 0012-WRITE-EXCEPTION
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-COUNT
                               ADD AM-BALANCE TO WS-RESTORED-TOTAL
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE MASTER-FILE
           MOVE "RECORDS RESTORED:" TO WSC-CAPTION
           MOVE WS-RESTORED-COUNT TO WSC-COUNT
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "BALANCE RESTORED:" TO WSL-CAPTION
           MOVE WS-RESTORED-TOTAL TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           MOVE "BALANCE PER CATALOG:" TO WSL-CAPTION
           MOVE WS-GEN-BALANCE-TOTAL TO WSL-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE
           IF WS-RESTORED-COUNT NOT = WS-GEN-RECORD-COUNT
            OR WS-RESTORED-TOTAL NOT = WS-GEN-BALANCE-TOTAL
               MOVE "N" TO WS-ROLL-FORWARD
               MOVE ZEROES TO WSX-ACCOUNT
               MOVE "RESTORE" TO WSX-SOURCE
               MOVE "BACKUP DOES NOT MATCH CATALOG" TO WSX-MESSAGE
               MOVE ZEROES TO WS-EXPECTED-BALANCE
               MOVE ZEROES TO WS-ACTUAL-BALANCE
               PERFORM 0012-WRITE-EXCEPTION
           END-IF
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0015-WRITE-REPORT-LINE.
