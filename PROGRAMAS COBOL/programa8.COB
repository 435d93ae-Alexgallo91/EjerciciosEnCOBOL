           05 AM-LAST-POSTED PIC 9(08).
           05 AM-MTD-COUNT   PIC 9(05).
           05 AM-MTD-AMOUNT  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 AM-STATUS      PIC X.
           05 AM-FLOOR-FLAG  PIC X.
           05 AM-FLOOR-AMOUNT PIC S9(09)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           MOVE ZEROES TO AM-LAST-POSTED
           MOVE ZEROES TO AM-MTD-COUNT
           MOVE ZEROES TO AM-MTD-AMOUNT
           MOVE "A" TO AM-STATUS
           MOVE "N" TO AM-FLOOR-FLAG
           MOVE ZEROES TO AM-FLOOR-AMOUNT
           WRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
