       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA27.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "POSTHIST.OLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "POSTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-BATCH-KEY WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SORT-FILE ASSIGN TO "HISTSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05 HO-ACCOUNT     PIC 9(05).
           05 HO-POST-DATE   PIC 9(08).
           05 HO-AMOUNT      PIC S9(07)V99 SIGN LEADING SEPARATE.
           05 HO-OLD-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 HO-NEW-BALANCE PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 HO-BATCH-ID    PIC X(08).
           05 HO-ITEM-SEQ    PIC X(05).
           05 HO-ENTRY-TYPE  PIC X.

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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT    PIC 9(05).
           05 SRT-POST-DATE  PIC 9(08).
           05 SRT-AMOUNT     PIC S9(07)V99.
           05 SRT-OLD-BALANCE PIC S9(09)V99.
           05 SRT-NEW-BALANCE PIC S9(09)V99.
           05 SRT-BATCH-ID   PIC X(08).
           05 SRT-ITEM-SEQ   PIC 9(05).
           05 SRT-ENTRY-TYPE PIC X.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 SORT-END-OF-FILE VALUE "Y".
       01 WS-HISTORY-STATUS  PIC XX    VALUE SPACES.
       01 WS-PREV-ACCOUNT    PIC 9(05) VALUE ZEROES.
       01 WS-PREV-POST-DATE  PIC 9(08) VALUE ZEROES.
       01 WS-ENTRY-NO        PIC 9(05) VALUE ZEROES.
       01 WS-READ-COUNT      PIC 9(07) VALUE ZEROES.
       01 WS-LOADED-COUNT    PIC 9(07) VALUE ZEROES.
       01 WS-ERROR-COUNT     PIC 9(07) VALUE ZEROES.
       01 WS-RETURN-CODE     PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
       0001-INICIO.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT SRT-POST-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0002-RELEASE-OLD-HISTORY
               OUTPUT PROCEDURE IS 0003-LOAD-HISTORY
           DISPLAY "HISTORY ROWS READ: ", WS-READ-COUNT
           DISPLAY "HISTORY ROWS LOADED: ", WS-LOADED-COUNT
           DISPLAY "HISTORY ROWS NOT LOADED: ", WS-ERROR-COUNT
           IF WS-ERROR-COUNT > ZEROES
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0002-RELEASE-OLD-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           PERFORM UNTIL END-OF-FILE
               READ OLD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE HO-ACCOUNT TO SRT-ACCOUNT
                       MOVE HO-POST-DATE TO SRT-POST-DATE
                       MOVE HO-AMOUNT TO SRT-AMOUNT
                       MOVE HO-OLD-BALANCE TO SRT-OLD-BALANCE
                       MOVE HO-NEW-BALANCE TO SRT-NEW-BALANCE
                       MOVE HO-BATCH-ID TO SRT-BATCH-ID
                       IF HO-ITEM-SEQ NUMERIC
                           MOVE HO-ITEM-SEQ TO SRT-ITEM-SEQ
                       ELSE
                           MOVE ZEROES TO SRT-ITEM-SEQ
                       END-IF
                       IF HO-ENTRY-TYPE = SPACE
                           MOVE "P" TO SRT-ENTRY-TYPE
                       ELSE
                           MOVE HO-ENTRY-TYPE TO SRT-ENTRY-TYPE
                       END-IF
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-HISTORY-FILE.

       0003-LOAD-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM UNTIL SORT-END-OF-FILE
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 0004-WRITE-HISTORY
               END-RETURN
           END-PERFORM
           CLOSE HISTORY-FILE.

       0004-WRITE-HISTORY.
           IF SRT-ACCOUNT NOT = WS-PREV-ACCOUNT
            OR SRT-POST-DATE NOT = WS-PREV-POST-DATE
               MOVE SRT-ACCOUNT TO WS-PREV-ACCOUNT
               MOVE SRT-POST-DATE TO WS-PREV-POST-DATE
               MOVE ZEROES TO WS-ENTRY-NO
           END-IF
           ADD 1 TO WS-ENTRY-NO
           MOVE SRT-ACCOUNT TO HS-ACCOUNT
           MOVE SRT-POST-DATE TO HS-POST-DATE
           MOVE WS-ENTRY-NO TO HS-ENTRY-NO
           MOVE SRT-AMOUNT TO HS-AMOUNT
           MOVE SRT-OLD-BALANCE TO HS-OLD-BALANCE
           MOVE SRT-NEW-BALANCE TO HS-NEW-BALANCE
           MOVE SRT-BATCH-ID TO HS-BATCH-ID
           MOVE SRT-ITEM-SEQ TO HS-ITEM-SEQ
           MOVE SRT-ENTRY-TYPE TO HS-ENTRY-TYPE
           MOVE ZEROES TO HS-GENERATION
           MOVE SPACES TO HS-REASON
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HISTORY ROW NOT LOADED: ", HS-KEY,
                       " STATUS ", WS-HISTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
