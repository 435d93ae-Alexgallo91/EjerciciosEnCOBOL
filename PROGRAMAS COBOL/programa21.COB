               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-FILE ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEQUENCE-FILE ASSIGN TO "PARTNER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "PARTNER.XRF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TT-RECORD-COUNT PIC 9(07).
           05 TT-HASH-TOTAL  PIC 9(11).

       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05 PS-LAST-DATE   PIC 9(08).
           05 PS-LAST-SEQ    PIC 9(02).

       FD  XREF-FILE.
       01  XREF-RECORD.
           05 PX-BATCH-ID    PIC X(08).
           05 PX-ITEM-SEQ    PIC 9(05).
           05 PX-LINE-NO     PIC 9(07).
           05 PX-RUN-DATE    PIC 9(08).
           05 PX-REFERENCE   PIC X(20).
           05 PX-DETAIL      PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SKIPPED-COUNT   PIC 9(07) VALUE ZEROES.
       01 WS-HASH-TOTAL      PIC 9(11) VALUE ZEROES.
       01 WS-NUM-WORK        PIC 9(05) VALUE ZEROES.
       01 WS-DROP-SEQ        PIC 9(02) VALUE ZEROES.
       01 WS-SEQ-CHARS       PIC X(35) VALUE
           "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-BATCH-ID        PIC X(08) VALUE SPACES.

       01 WS-TOKEN-ACCOUNT   PIC X(05) VALUE SPACES.
       01 WS-TOKEN-NUM1      PIC X(05) VALUE SPACES.
       01 WS-TOKEN-NUM2      PIC X(05) VALUE SPACES.
       01 WS-TOKEN-OPERATOR  PIC X(05) VALUE SPACES.
       01 WS-TOKEN-REFERENCE PIC X(20) VALUE SPACES.

       01 WS-JUSTIFY-IN      PIC X(05) VALUE SPACES.
       01 WS-JUSTIFY-OUT     PIC X(05) VALUE ZEROES.
       01 WS-MOVE-LENGTH     PIC 9(03) VALUE ZEROES.
       01 WS-JUSTIFY-POS     PIC 9(03) VALUE ZEROES.

       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X         VALUE "D".
           05 BUS-STEP-NAME  PIC X(10)     VALUE "PROGRAMA21".
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
           PERFORM 0008-GET-BUSINESS-DATE
           IF BUS-STATUS > 4
               DISPLAY "CONVERSION NOT RUN - NOT A BUSINESS DATE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 0007-NEXT-DROP-SEQUENCE
               OPEN INPUT PARTNER-FILE
               OPEN OUTPUT TRANS-FILE
               OPEN EXTEND XREF-FILE
               PERFORM 0003-WRITE-HEADER
               PERFORM UNTIL END-OF-FILE
                   READ PARTNER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 0002-CONVERT-RECORD
                   END-READ
               END-PERFORM
               PERFORM 0004-WRITE-TRAILER
               PERFORM 0006-DISPLAY-SUMMARY
               CLOSE PARTNER-FILE
               CLOSE TRANS-FILE
               CLOSE XREF-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-CONVERT-RECORD.
           MOVE WS-BATCH-ID TO PX-BATCH-ID
           MOVE WS-READ-COUNT TO PX-LINE-NO
           MOVE WS-RUN-DATE TO PX-RUN-DATE
           IF PARTNER-RECORD = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE ZEROES TO PX-ITEM-SEQ
               MOVE SPACES TO PX-REFERENCE
               MOVE SPACES TO PX-DETAIL
               WRITE XREF-RECORD
           ELSE
               MOVE SPACES TO WS-TOKEN-ACCOUNT
               MOVE SPACES TO WS-TOKEN-NUM1
               MOVE SPACES TO WS-TOKEN-NUM2
               MOVE SPACES TO WS-TOKEN-OPERATOR
               MOVE SPACES TO WS-TOKEN-REFERENCE
               UNSTRING PARTNER-RECORD DELIMITED BY ","
                   INTO WS-TOKEN-ACCOUNT
                        WS-TOKEN-NUM1
                        WS-TOKEN-NUM2
                        WS-TOKEN-OPERATOR
                        WS-TOKEN-REFERENCE
               END-UNSTRING
               MOVE "D" TO TR-RECORD-TYPE
               MOVE WS-TOKEN-ACCOUNT TO WS-JUSTIFY-IN
               END-IF
               WRITE TRANS-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               MOVE WS-WRITTEN-COUNT TO PX-ITEM-SEQ
               MOVE WS-TOKEN-REFERENCE TO PX-REFERENCE
               MOVE TRANS-RECORD (2:16) TO PX-DETAIL
               WRITE XREF-RECORD
           END-IF.

       0003-WRITE-HEADER.
           MOVE "H" TO TH-RECORD-TYPE
           MOVE "P" TO WS-BATCH-ID (1:1)
           MOVE WS-RUN-DATE (3:6) TO WS-BATCH-ID (2:6)
           MOVE WS-SEQ-CHARS (WS-DROP-SEQ:1) TO WS-BATCH-ID (8:1)
           MOVE WS-BATCH-ID TO TH-BATCH-ID
           MOVE WS-RUN-DATE TO TH-CREATION-DATE
           WRITE TRANS-HEADER-RECORD.

           END-IF.

       0006-DISPLAY-SUMMARY.
           DISPLAY "BATCH ID: ", WS-BATCH-ID
           DISPLAY "PARTNER LINES READ: ", WS-READ-COUNT
           DISPLAY "DETAILS WRITTEN: ", WS-WRITTEN-COUNT
           DISPLAY "EMPTY LINES SKIPPED: ", WS-SKIPPED-COUNT
           DISPLAY "HASH TOTAL: ", WS-HASH-TOTAL.

       0007-NEXT-DROP-SEQUENCE.
           MOVE ZEROES TO WS-DROP-SEQ
           OPEN INPUT SEQUENCE-FILE
           READ SEQUENCE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PS-LAST-DATE = WS-RUN-DATE
                    AND PS-LAST-SEQ NUMERIC
                       MOVE PS-LAST-SEQ TO WS-DROP-SEQ
                   END-IF
           END-READ
           CLOSE SEQUENCE-FILE
           ADD 1 TO WS-DROP-SEQ
           IF WS-DROP-SEQ > 35
               DISPLAY "WARNING: PARTNER DROP SEQUENCE EXHAUSTED FOR ",
                   WS-RUN-DATE, " - BATCH ID WILL BE REUSED"
               MOVE 1 TO WS-DROP-SEQ
           END-IF
           OPEN OUTPUT SEQUENCE-FILE
           MOVE WS-RUN-DATE TO PS-LAST-DATE
           MOVE WS-DROP-SEQ TO PS-LAST-SEQ
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

       0008-GET-BUSINESS-DATE.
           MOVE "D" TO BUS-FUNCTION
           CALL "PROGRAMA34" USING BUS-REQUEST
           MOVE BUS-BUSINESS-DATE TO WS-RUN-DATE.
