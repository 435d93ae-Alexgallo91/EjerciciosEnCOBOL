       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-PARM-FILE ASSIGN TO "BATCHINQ.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               ALTERNATE RECORD KEY IS BR-CONTENT-KEY WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-PARM-FILE.
       01  BATCH-PARM-RECORD.
           05 BQ-BATCH-ID    PIC X(08).
           05 BQ-FROM-DATE   PIC 9(08).
           05 BQ-TO-DATE     PIC 9(08).

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

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-PARM-STATUS     PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS PIC XX VALUE SPACES.
       01 WS-FILTER-BATCH    PIC X(08) VALUE "ALL".
           88 ALL-BATCHES    VALUE "ALL".
       01 WS-FROM-DATE       PIC 9(08) VALUE ZEROES.
       01 WS-TO-DATE         PIC 9(08) VALUE 99999999.
       01 WS-READ-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-PRINTED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-REAUTH-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-ITEM-TOTAL      PIC 9(09) VALUE ZEROES.
       01 WS-CONTROL-TOTAL   PIC S9(11)V99 VALUE ZEROES.

       01 RPT-REQUEST.
           05 RPT-FUNCTION   PIC X         VALUE SPACE.
           05 RPT-FILE-NAME  PIC X(30)     VALUE "BATCHREG.RPT".
           05 RPT-REPORT-ID  PIC X(08)     VALUE "RPT023".
           05 RPT-PROGRAM-NAME PIC X(10)   VALUE "PROGRAMA23".
           05 RPT-COLUMN-HEADING PIC X(80) VALUE SPACES.
           05 RPT-PRINT-LINE PIC X(80)     VALUE SPACES.
           05 RPT-STATUS     PIC 9(02)     VALUE ZEROES.

       01 WS-COLUMN-HEADS.
           05 FILLER         PIC X(09) VALUE "BATCH ID".
           05 FILLER         PIC X(04) VALUE "REL".
           05 FILLER         PIC X(09) VALUE "CREATED".
           05 FILLER         PIC X(09) VALUE "RELEASED".
           05 FILLER         PIC X(08) VALUE "  COUNT".
           05 FILLER         PIC X(12) VALUE "       HASH".
           05 FILLER         PIC X(13) VALUE "CONTROL TOTAL".
           05 FILLER         PIC X(02) VALUE " S".
           05 FILLER         PIC X(09) VALUE " AUTH BY".

       01 WS-REGISTER-LINE.
           05 WSL-BATCH-ID   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-SEQ        PIC ZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-CREATED    PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-RELEASED   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-COUNT      PIC ZZZZZZ9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-HASH       PIC Z(10)9.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-TOTAL      PIC -(8)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-STATUS     PIC X.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSL-AUTH       PIC X(08).

       01 WS-COUNT-LINE.
           05 FILLER         PIC X(16) VALUE "BATCHES LISTED: ".
           05 WSC-PRINTED    PIC ZZZZZZ9.
           05 FILLER         PIC X(05) VALUE SPACES.
           05 FILLER         PIC X(16) VALUE "RE-RELEASED:    ".
           05 WSC-REAUTH     PIC ZZZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER         PIC X(16) VALUE "ITEMS RELEASED: ".
           05 WST-ITEMS      PIC Z(8)9.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(15) VALUE "CONTROL TOTAL: ".
           05 WST-TOTAL      PIC -(10)9.99.

       PROCEDURE DIVISION.
       0001-INICIO.
           PERFORM 0002-READ-PARAMETERS
           MOVE WS-COLUMN-HEADS TO RPT-COLUMN-HEADING
           MOVE "O" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           OPEN INPUT REGISTER-FILE
           PERFORM UNTIL END-OF-FILE
               READ REGISTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0003-SELECT-RECORD
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           PERFORM 0005-WRITE-COUNTS
           MOVE "C" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST
           STOP RUN.

       0002-READ-PARAMETERS.
           OPEN INPUT BATCH-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ BATCH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BQ-BATCH-ID NOT = SPACES
                           MOVE BQ-BATCH-ID TO WS-FILTER-BATCH
                       END-IF
                       IF BQ-FROM-DATE NUMERIC
                           MOVE BQ-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF BQ-TO-DATE NUMERIC
                        AND BQ-TO-DATE NOT = ZEROES
                           MOVE BQ-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE BATCH-PARM-FILE.

       0003-SELECT-RECORD.
           IF (ALL-BATCHES OR BR-BATCH-ID = WS-FILTER-BATCH)
            AND BR-RELEASE-DATE NOT < WS-FROM-DATE
            AND BR-RELEASE-DATE NOT > WS-TO-DATE
               PERFORM 0004-PRINT-RECORD
           END-IF.

       0004-PRINT-RECORD.
           MOVE BR-BATCH-ID TO WSL-BATCH-ID
           MOVE BR-RELEASE-SEQ TO WSL-SEQ
           MOVE BR-CREATION-DATE TO WSL-CREATED
           MOVE BR-RELEASE-DATE TO WSL-RELEASED
           MOVE BR-RECORD-COUNT TO WSL-COUNT
           MOVE BR-HASH-TOTAL TO WSL-HASH
           MOVE BR-CONTROL-TOTAL TO WSL-TOTAL
           MOVE BR-STATUS TO WSL-STATUS
           MOVE BR-AUTHORIZED-BY TO WSL-AUTH
           MOVE WS-REGISTER-LINE TO RPT-PRINT-LINE
           PERFORM 0006-WRITE-REPORT-LINE
           ADD 1 TO WS-PRINTED-COUNT
           ADD BR-PASSED-COUNT TO WS-ITEM-TOTAL
           ADD BR-CONTROL-TOTAL TO WS-CONTROL-TOTAL
           IF BR-AUTHORIZED-BY NOT = SPACES
               ADD 1 TO WS-REAUTH-COUNT
           END-IF.

       0005-WRITE-COUNTS.
           MOVE SPACES TO RPT-PRINT-LINE
           PERFORM 0006-WRITE-REPORT-LINE
           MOVE WS-PRINTED-COUNT TO WSC-PRINTED
           MOVE WS-REAUTH-COUNT TO WSC-REAUTH
           MOVE WS-COUNT-LINE TO RPT-PRINT-LINE
           PERFORM 0006-WRITE-REPORT-LINE
           MOVE WS-ITEM-TOTAL TO WST-ITEMS
           MOVE WS-CONTROL-TOTAL TO WST-TOTAL
           MOVE WS-TOTAL-LINE TO RPT-PRINT-LINE
           PERFORM 0006-WRITE-REPORT-LINE.

       0006-WRITE-REPORT-LINE.
           MOVE "W" TO RPT-FUNCTION
           CALL "PROGRAMA11" USING RPT-REQUEST.
