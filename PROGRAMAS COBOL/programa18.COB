               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-BATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
               88 HS-JOURNAL-ENTRY  VALUE "J".
           05 HS-GENERATION  PIC 9(07).
           05 HS-REASON      PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-PARM-STATUS     PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS  PIC XX VALUE SPACES.
       01 WS-ACCOUNT         PIC 9(05) VALUE ZEROES.
       01 WS-FROM-DATE       PIC 9(08) VALUE ZEROES.
       01 WS-TO-DATE         PIC 9(08) VALUE 99999999.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(09) VALUE "BALANCE: ".
           05 WSD-BALANCE    PIC -(9)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WSD-BATCH-ID   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WSD-ENTRY-TEXT PIC X(08).

       01 WS-REASON-LINE.
           05 FILLER         PIC X(11) VALUE SPACES.
           05 FILLER         PIC X(08) VALUE "REASON: ".
           05 WSN-REASON     PIC X(30).

       01 WS-COUNT-LINE.
           05 FILLER         PIC X(18) VALUE "POSTINGS LISTED:  ".

       0003-LIST-POSTINGS.
           OPEN INPUT HISTORY-FILE
           MOVE WS-ACCOUNT TO HS-ACCOUNT
           MOVE WS-FROM-DATE TO HS-POST-DATE
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
                       ADD 1 TO WS-READ-COUNT
                       IF HS-ACCOUNT NOT = WS-ACCOUNT
                        OR HS-POST-DATE > WS-TO-DATE
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 0004-SELECT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE HS-POST-DATE TO WSD-POST-DATE
           MOVE HS-AMOUNT TO WSD-AMOUNT
           MOVE HS-NEW-BALANCE TO WSD-BALANCE
           MOVE HS-BATCH-ID TO WSD-BATCH-ID
           EVALUATE TRUE
               WHEN HS-REVERSAL-ENTRY
                   MOVE "REVERSAL" TO WSD-ENTRY-TEXT
               WHEN HS-JOURNAL-ENTRY
                   MOVE "JOURNAL" TO WSD-ENTRY-TEXT
               WHEN OTHER
                   MOVE SPACES TO WSD-ENTRY-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-PRINT-LINE
           PERFORM 0007-WRITE-REPORT-LINE
           IF HS-REASON NOT = SPACES
               MOVE HS-REASON TO WSN-REASON
               MOVE WS-REASON-LINE TO RPT-PRINT-LINE
               PERFORM 0007-WRITE-REPORT-LINE
           END-IF
           MOVE HS-NEW-BALANCE TO WS-CLOSING-BALANCE
           ADD HS-AMOUNT TO WS-PERIOD-TOTAL
           ADD 1 TO WS-PRINTED-COUNT.
