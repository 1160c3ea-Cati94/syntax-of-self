       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT FORECAST-CONFIG-FILE ASSIGN USING FORECAST-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN USING FORECAST-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  FORECAST-CONFIG-FILE.
       01  FORECAST-CONFIG-RECORD.
       01 UTIL-PCT             PIC 9(3).
       01 W                    PIC 9(1).
       01 CAL-AVAILABLE        PIC X VALUE "N".
       01 SLOT-IX              PIC 9.
       01 SLOT-STATUS          PIC X(10).

       01 DAY-SLOT-TABLE.
           05 DAY-SLOT-STATUS  PIC X(10) OCCURS 3 TIMES.

           COPY CALSLOT.

       01 WEEK-TOTALS-TABLE.
           05 WEEK-TOTALS OCCURS 5 TIMES.
               10 WK-DAYS          PIC 9(2).
               10 WK-SLOTS         PIC 9(2).
               10 WK-LIVRE         PIC 9(2).
               10 WK-OCUPADO       PIC 9(2).
               10 WK-RESERVADO     PIC 9(2).
       COPY PERSONCTX.
       01 CALENDAR-NAME        PIC X(40).
       01 FORECAST-CONFIG-NAME PIC X(40).
       01 FORECAST-REPORT-NAME PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== PREVISAO DE DISPONIBILIDADE DO CALENDARIO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           PERFORM LOAD-FORECAST-CONFIG
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 5
               MOVE 0 TO WK-DAYS(W)
               MOVE 0 TO WK-SLOTS(W)
               MOVE 0 TO WK-LIVRE(W)
               MOVE 0 TO WK-OCUPADO(W)
               MOVE 0 TO WK-RESERVADO(W)

       TALLY-ONE-DAY.
           MOVE "LIVRE" TO DAY-STATUS
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               MOVE "LIVRE" TO DAY-SLOT-STATUS(SLOT-IX)
           END-PERFORM
           IF CAL-AVAILABLE = "Y"
               COMPUTE WS-DAY-INTEGER =
                   WS-BASE-INTEGER + WS-DAY-OFFSET
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DAY-STATUS TO DAY-STATUS
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE CAL-SLOT-STATUS(SLOT-IX)
                               TO DAY-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
               END-READ
           END-IF

           COMPUTE WEEK-IX = ((WS-DAY-OFFSET - 1) / 7) + 1
           ADD 1 TO WK-DAYS(WEEK-IX)
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               MOVE DAY-SLOT-STATUS(SLOT-IX) TO SLOT-STATUS
               PERFORM TALLY-ONE-SLOT
           END-PERFORM
           IF DAY-STATUS NOT = "OCUPADO"
               AND DAY-STATUS NOT = "RESERVADO"
               AND WS-DAY-OFFSET <= 14
               ADD 1 TO LIVRE-14-COUNT
           END-IF.

       TALLY-ONE-SLOT.
           ADD 1 TO WK-SLOTS(WEEK-IX)
           EVALUATE SLOT-STATUS
               WHEN "OCUPADO"
                   ADD 1 TO WK-OCUPADO(WEEK-IX)
               WHEN "RESERVADO"
                   ADD 1 TO WK-RESERVADO(WEEK-IX)
               WHEN OTHER
                   ADD 1 TO WK-LIVRE(WEEK-IX)
           END-EVALUATE.

       WRITE-FORECAST-REPORT.
           IF LIVRE-14-COUNT < MIN-LIVRE-14
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "AVISO: APENAS " LIVRE-14-COUNT
                   " DIA(S) COM PERIODO LIVRE NOS PROXIMOS 14 (MINIMO "
                   MIN-LIVRE-14 ")"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           MOVE WS-DAY-NUM TO WEEK-TO-DATE

           COMPUTE UTIL-PCT =
               ((WK-OCUPADO(W) + WK-RESERVADO(W)) * 100) / WK-SLOTS(W)

           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "  " WEEK-FROM-DATE "-" WEEK-TO-DATE
               " PERIODOS=" WK-SLOTS(W)
               " LIVRE=" WK-LIVRE(W)
               " OCUPADO=" WK-OCUPADO(W)
               " RESERVADO=" WK-RESERVADO(W)
               " UTILIZACAO=" UTIL-PCT "%"
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO FORECAST-CONFIG-NAME
           STRING "DATA/CALFORECASTCFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FORECAST-CONFIG-NAME
           MOVE SPACES TO FORECAST-REPORT-NAME
           STRING "DATA/CALFORECAST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FORECAST-REPORT-NAME.
