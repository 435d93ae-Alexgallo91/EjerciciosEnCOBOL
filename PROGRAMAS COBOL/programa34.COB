       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA34.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT OPTIONAL MAINTLOG-FILE ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 BC-DATE        PIC 9(08).
           05 BC-DAY-TYPE    PIC X.
               88 BUSINESS-DAY  VALUE "B".
               88 WEEKEND-DAY   VALUE "W".
               88 HOLIDAY       VALUE "H".
           05 BC-DAY-OF-WEEK PIC 9(01).
           05 BC-MONTH-END   PIC X.
           05 BC-QUARTER-END PIC X.
           05 BC-YEAR-END    PIC X.
           05 BC-BUSINESS-DAY-NO PIC 9(07).
           05 BC-PRIOR-MONTH-END PIC 9(08).
           05 BC-DESCRIPTION PIC X(20).

       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD.
           05 BD-BUSINESS-DATE PIC 9(08).
           05 BD-OVERRIDE    PIC X.

       FD  MAINTLOG-FILE.
       01  MAINTLOG-RECORD.
           05 ML-RUN-DATE    PIC 9(08).
           05 ML-GENERATION  PIC 9(07).
           05 ML-PROGRAM     PIC X(10).
           05 ML-ACTION      PIC X.
           05 ML-ACCOUNT     PIC 9(05).
           05 ML-IMAGE       PIC X(86).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-FILE    VALUE "Y".
       01 WS-OPEN-SWITCH     PIC X VALUE "N".
           88 CALENDAR-OPEN  VALUE "Y".
       01 WS-CLOSED-SWITCH   PIC X VALUE "N".
           88 MONTH-CLOSED   VALUE "Y".
       01 WS-CALENDAR-STATUS PIC XX    VALUE SPACES.
       01 WS-BUSDATE-STATUS  PIC XX    VALUE SPACES.
       01 WS-OVERRIDE        PIC X     VALUE "N".
           88 OVERRIDE-GIVEN VALUE "Y".
       01 WS-MONTH-END-DATE  PIC 9(08) VALUE ZEROES.
       01 WS-AS-OF-DATE      PIC 9(08) VALUE ZEROES.
       01 WS-AS-OF-DAY-NO    PIC 9(07) VALUE ZEROES.
       01 WS-FROM-DAY-NO     PIC 9(07) VALUE ZEROES.
       01 WS-AGE-WORK        PIC 9(07) VALUE ZEROES.

       LINKAGE SECTION.
       01 BUS-REQUEST.
           05 BUS-FUNCTION   PIC X.
           05 BUS-STEP-NAME  PIC X(10).
           05 BUS-BUSINESS-DATE PIC 9(08).
           05 BUS-FROM-DATE  PIC 9(08).
           05 BUS-AGE-DAYS   PIC 9(03).
           05 BUS-DAY-TYPE   PIC X.
           05 BUS-MONTH-END  PIC X.
           05 BUS-QUARTER-END PIC X.
           05 BUS-YEAR-END   PIC X.
           05 BUS-STATUS     PIC 9(02).

       PROCEDURE DIVISION USING BUS-REQUEST.
       0001-INICIO.
           MOVE ZEROES TO BUS-STATUS
           EVALUATE BUS-FUNCTION
               WHEN "D"
                   PERFORM 0002-GET-BUSINESS-DATE
               WHEN "A"
                   PERFORM 0003-AGE-ITEM
               WHEN "C"
                   IF CALENDAR-OPEN
                       CLOSE CALENDAR-FILE
                       MOVE "N" TO WS-OPEN-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE 16 TO BUS-STATUS
           END-EVALUATE
           GOBACK.

       0002-GET-BUSINESS-DATE.
           MOVE ZEROES TO BUS-BUSINESS-DATE
           MOVE "N" TO WS-OVERRIDE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE NUMERIC
                           MOVE BD-BUSINESS-DATE TO BUS-BUSINESS-DATE
                       END-IF
                       IF BD-OVERRIDE = "Y"
                           MOVE "Y" TO WS-OVERRIDE
                       END-IF
               END-READ
           END-IF
           CLOSE BUSDATE-FILE
           IF BUS-BUSINESS-DATE = ZEROES
               ACCEPT BUS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACE TO BUS-DAY-TYPE
           MOVE "N" TO BUS-MONTH-END
           MOVE "N" TO BUS-QUARTER-END
           MOVE "N" TO BUS-YEAR-END
           PERFORM 0004-OPEN-CALENDAR
           IF CALENDAR-OPEN
               MOVE BUS-BUSINESS-DATE TO BC-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE 12 TO BUS-STATUS
                   NOT INVALID KEY
                       PERFORM 0005-CHECK-CALENDAR-DAY
               END-READ
           ELSE
               MOVE 12 TO BUS-STATUS
           END-IF
           IF BUS-STATUS = 12
               IF OVERRIDE-GIVEN
                   MOVE 04 TO BUS-STATUS
                   DISPLAY BUS-STEP-NAME, ": ", BUS-BUSINESS-DATE,
                       " NOT ON BUSINESS CALENDAR - RUN BY OVERRIDE"
               ELSE
                   DISPLAY BUS-STEP-NAME, ": ", BUS-BUSINESS-DATE,
                       " NOT ON BUSINESS CALENDAR - RUN REFUSED"
               END-IF
           END-IF
           DISPLAY BUS-STEP-NAME, ": BUSINESS DATE ",
               BUS-BUSINESS-DATE.

       0003-AGE-ITEM.
           MOVE ZEROES TO BUS-AGE-DAYS
           PERFORM 0004-OPEN-CALENDAR
           IF NOT CALENDAR-OPEN
               MOVE 12 TO BUS-STATUS
           ELSE
               IF BUS-BUSINESS-DATE NOT = WS-AS-OF-DATE
                   MOVE BUS-BUSINESS-DATE TO BC-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           MOVE ZEROES TO WS-AS-OF-DATE
                           MOVE 12 TO BUS-STATUS
                       NOT INVALID KEY
                           MOVE BC-DATE TO WS-AS-OF-DATE
                           MOVE BC-BUSINESS-DAY-NO TO WS-AS-OF-DAY-NO
                   END-READ
               END-IF
               IF BUS-STATUS = ZEROES
                   MOVE BUS-FROM-DATE TO BC-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           MOVE 12 TO BUS-STATUS
                       NOT INVALID KEY
                           MOVE BC-BUSINESS-DAY-NO TO WS-FROM-DAY-NO
                   END-READ
               END-IF
               IF BUS-STATUS = ZEROES
                AND WS-AS-OF-DAY-NO > WS-FROM-DAY-NO
                   SUBTRACT WS-FROM-DAY-NO FROM WS-AS-OF-DAY-NO
                       GIVING WS-AGE-WORK
                   IF WS-AGE-WORK > 999
                       MOVE 999 TO BUS-AGE-DAYS
                   ELSE
                       MOVE WS-AGE-WORK TO BUS-AGE-DAYS
                   END-IF
               END-IF
           END-IF.

       0004-OPEN-CALENDAR.
           IF NOT CALENDAR-OPEN
               OPEN INPUT CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                   MOVE "Y" TO WS-OPEN-SWITCH
                   MOVE ZEROES TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "BUSINESS CALENDAR BUSCAL.DAT NOT AVAILABLE,"
                       " STATUS ", WS-CALENDAR-STATUS
               END-IF
           END-IF.

       0005-CHECK-CALENDAR-DAY.
           MOVE BC-DAY-TYPE TO BUS-DAY-TYPE
           MOVE BC-MONTH-END TO BUS-MONTH-END
           MOVE BC-QUARTER-END TO BUS-QUARTER-END
           MOVE BC-YEAR-END TO BUS-YEAR-END
           IF NOT BUSINESS-DAY
               IF OVERRIDE-GIVEN
                   MOVE 04 TO BUS-STATUS
                   DISPLAY BUS-STEP-NAME, ": ", BUS-BUSINESS-DATE,
                       " IS NOT A BUSINESS DAY (", BC-DESCRIPTION,
                       ") - RUN BY OVERRIDE"
               ELSE
                   MOVE 08 TO BUS-STATUS
                   DISPLAY BUS-STEP-NAME, ": ", BUS-BUSINESS-DATE,
                       " IS NOT A BUSINESS DAY (", BC-DESCRIPTION,
                       ") - RUN REFUSED"
               END-IF
           END-IF
           IF BC-MONTH-END = "Y"
               MOVE BC-DATE TO WS-MONTH-END-DATE
           ELSE
               MOVE BC-PRIOR-MONTH-END TO WS-MONTH-END-DATE
           END-IF
           IF WS-MONTH-END-DATE > ZEROES
            AND BUS-STEP-NAME NOT = "PROGRAMA22"
               PERFORM 0006-CHECK-MONTH-CLOSED
               IF NOT MONTH-CLOSED
                   IF WS-MONTH-END-DATE = BC-DATE
                       DISPLAY BUS-STEP-NAME, ": ", BC-DATE,
                           " IS MONTH-END - PROGRAMA22 DUE TODAY"
                   ELSE
                       IF BUS-STATUS = ZEROES
                           MOVE 04 TO BUS-STATUS
                       END-IF
                       DISPLAY BUS-STEP-NAME, ": WARNING - MONTH-END ",
                           WS-MONTH-END-DATE,
                           " PASSED WITHOUT PROGRAMA22 HAVING RUN"
                   END-IF
               END-IF
           END-IF.

       0006-CHECK-MONTH-CLOSED.
           MOVE "N" TO WS-CLOSED-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MAINTLOG-FILE
           PERFORM UNTIL END-OF-FILE
               READ MAINTLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF ML-PROGRAM = "PROGRAMA22"
                        AND ML-ACTION = "M"
                        AND ML-RUN-DATE NOT < WS-MONTH-END-DATE
                           MOVE "Y" TO WS-CLOSED-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINTLOG-FILE.
