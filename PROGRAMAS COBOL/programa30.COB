       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "ACCTBKP.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

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

       FD  BACKUP-FILE.
       01  BACKUP-RECORD     PIC X(86).

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

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-MASTER-STATUS   PIC XX    VALUE SPACES.
       01 WS-BACKUP-STATUS   PIC XX    VALUE SPACES.
       01 WS-CATALOG-STATUS  PIC XX    VALUE SPACES.
       01 WS-BACKUP-NAME     PIC X(30) VALUE SPACES.
       01 WS-GENERATIONS     PIC 9(02) VALUE 7.
       01 WS-RUN-TIME        PIC 9(08) VALUE ZEROES.
       01 WS-SEQUENCE        PIC 9(07) VALUE ZEROES.
       01 WS-SLOT            PIC 9(02) VALUE ZEROES.
       01 WS-SLOT-DIVIDEND   PIC 9(07) VALUE ZEROES.
       01 WS-SLOT-QUOTIENT   PIC 9(07) VALUE ZEROES.
       01 WS-RECORD-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-BALANCE-TOTAL   PIC S9(11)V99 VALUE ZEROES.

       01 WS-SLOT-NAME.
           05 FILLER         PIC X(06) VALUE "ACCTBK".
           05 WSN-SLOT       PIC 9(02).
           05 FILLER         PIC X(04) VALUE ".DAT".

       01 WS-CATALOG-TABLE.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-IMAGE    PIC X(68).
               10 WS-CAT-SLOT     PIC 9(02).
       01 WS-CAT-COUNT       PIC 9(02) VALUE ZEROES.
       01 WS-CAT-SUB         PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
       01 BKP-REQUEST.
           05 BKP-STEP-NAME  PIC X(10).
           05 BKP-RUN-DATE   PIC 9(08).
           05 BKP-RUN-TIME   PIC 9(08).
           05 BKP-SEQUENCE   PIC 9(07).
           05 BKP-STATUS     PIC 9(02).

       PROCEDURE DIVISION USING BKP-REQUEST.
       0001-INICIO.
           MOVE ZEROES TO BKP-STATUS
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO BKP-RUN-TIME
           PERFORM 0002-LOAD-CATALOG
           ADD 1 TO WS-SEQUENCE
           SUBTRACT 1 FROM WS-SEQUENCE GIVING WS-SLOT-DIVIDEND
           DIVIDE WS-SLOT-DIVIDEND BY WS-GENERATIONS
               GIVING WS-SLOT-QUOTIENT
               REMAINDER WS-SLOT
           ADD 1 TO WS-SLOT
           MOVE WS-SLOT TO WSN-SLOT
           MOVE WS-SLOT-NAME TO WS-BACKUP-NAME
           PERFORM 0003-COPY-MASTER
           IF BKP-STATUS = ZEROES
               PERFORM 0004-WRITE-CATALOG
               MOVE WS-SEQUENCE TO BKP-SEQUENCE
               DISPLAY "MASTER BACKUP ", WS-SEQUENCE, " TO ",
                   WS-SLOT-NAME, " RECORDS: ", WS-RECORD-COUNT,
                   " FOR ", BKP-STEP-NAME
           ELSE
               DISPLAY "MASTER BACKUP FAILED FOR ", BKP-STEP-NAME,
                   " STATUS ", BKP-STATUS
           END-IF
           GOBACK.

       0002-LOAD-CATALOG.
           MOVE ZEROES TO WS-SEQUENCE
           MOVE ZEROES TO WS-CAT-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL END-OF-FILE
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CAT-SEQUENCE > WS-SEQUENCE
                           MOVE CAT-SEQUENCE TO WS-SEQUENCE
                       END-IF
                       IF WS-CAT-COUNT < 20
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATALOG-RECORD
                               TO WS-CAT-IMAGE (WS-CAT-COUNT)
                           MOVE CAT-SLOT TO WS-CAT-SLOT (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       0003-COPY-MASTER.
           MOVE ZEROES TO WS-RECORD-COUNT
           MOVE ZEROES TO WS-BALANCE-TOTAL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 10 TO BKP-STATUS
           ELSE
               OPEN OUTPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   MOVE 20 TO BKP-STATUS
               ELSE
                   PERFORM UNTIL END-OF-FILE
                       READ MASTER-FILE NEXT
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-RECORD-COUNT
                               ADD AM-BALANCE TO WS-BALANCE-TOTAL
                               MOVE MASTER-RECORD TO BACKUP-RECORD
                               WRITE BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BACKUP-FILE
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       0004-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-SLOT (WS-CAT-SUB) NOT = WS-SLOT
                   MOVE WS-CAT-IMAGE (WS-CAT-SUB) TO CATALOG-RECORD
                   WRITE CATALOG-RECORD
               END-IF
           END-PERFORM
           MOVE WS-SEQUENCE TO CAT-SEQUENCE
           MOVE WS-SLOT TO CAT-SLOT
           MOVE WS-SLOT-NAME TO CAT-FILE-NAME
           MOVE BKP-RUN-DATE TO CAT-RUN-DATE
           MOVE WS-RUN-TIME TO CAT-RUN-TIME
           MOVE BKP-STEP-NAME TO CAT-STEP-NAME
           MOVE WS-RECORD-COUNT TO CAT-RECORD-COUNT
           MOVE WS-BALANCE-TOTAL TO CAT-BALANCE-TOTAL
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE.
