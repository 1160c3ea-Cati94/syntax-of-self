       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEAL-REQUEST-FILE ASSIGN USING APPEAL-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT APPEAL-DECISION-FILE ASSIGN USING APPEAL-DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           05 AP-REQUEST-ID   PIC 9(6).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  DAILY-STATE-FILE.
           COPY DAILYST.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  APPEAL-DECISION-FILE.
       01  APPEAL-DECISION-LINE    PIC X(160).

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(300).

       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 RUN-DATE             PIC X(8).
       COPY LOGSEAL.
       01 MENTAL-STATE         PIC X(20).
       01 PHYSICAL-LIMIT       PIC X(20).
       01 CURRENT-DAY          PIC X(10).
       01 APPEALED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 AUDIT-WRITTEN        PIC 9(6) VALUE 0.
       01 APPEAL-SLOT          PIC 9 VALUE 0.
       01 SLOT-IX              PIC 9.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 APPEAL-REQUEST-NAME  PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 APPEAL-DECISION-NAME PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REAVALIACAO DE PEDIDOS RECUSADOS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE


       LOOKUP-CALENDAR.
           MOVE "LIVRE" TO CURRENT-DAY
           MOVE 1 TO APPEAL-SLOT
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               MOVE RUN-DATE TO CAL-DATE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DAY-STATUS TO CURRENT-DAY
                       MOVE 0 TO APPEAL-SLOT
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                                  OR APPEAL-SLOT > 0
                           IF CAL-SLOT-STATUS(SLOT-IX) NOT = "OCUPADO"
                               AND CAL-SLOT-STATUS(SLOT-IX)
                                   NOT = "RESERVADO"
                               MOVE SLOT-IX TO APPEAL-SLOT
                           END-IF
                       END-PERFORM
                       IF APPEAL-SLOT > 0
                           MOVE "LIVRE" TO CURRENT-DAY
                       ELSE
                           IF CURRENT-DAY NOT = "RESERVADO"
                               MOVE "OCUPADO" TO CURRENT-DAY
                           END-IF
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
               MOVE APPEAL-OUTCOME TO RM-LIFECYCLE
               IF APPEAL-OUTCOME = "OVERTURNED"
                   MOVE RUN-DATE TO RM-ALT-DATE
                   MOVE APPEAL-SLOT TO RM-SLOT
                   MOVE "RECURSO" TO RM-REASON
               END-IF
               REWRITE REQ-MASTER-RECORD
               ADD 1 TO APPEALED-COUNT
                   TO RESPONSE-MESSAGE
           ELSE
               MOVE "OVERTURNED" TO APPEAL-OUTCOME
               MOVE SPACES TO RESPONSE-MESSAGE
               STRING "Reavaliado com estado atual. Pedido aceite ("
                   CAL-SLOT-NAME(APPEAL-SLOT) ")."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           END-IF
           END-IF
           END-IF.
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE RUN-DATE     TO CAL-DATE
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
                       MOVE "RESERVADO"
                           TO CAL-SLOT-STATUS(APPEAL-SLOT)
                       PERFORM SET-DAY-SUMMARY
                       WRITE CALENDAR-RECORD
                   NOT INVALID KEY
                       IF CAL-SLOT-STATUS(APPEAL-SLOT) = "LIVRE"
                           MOVE "RESERVADO"
                               TO CAL-SLOT-STATUS(APPEAL-SLOT)
                           PERFORM SET-DAY-SUMMARY
                           REWRITE CALENDAR-RECORD
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
               PERFORM LOOKUP-CALENDAR
           END-IF.

       SET-DAY-SUMMARY.
           MOVE "RESERVADO" TO CAL-DAY-STATUS
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "OCUPADO"
                   AND CAL-DAY-STATUS = "RESERVADO"
                   MOVE "OCUPADO" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "LIVRE"
                   MOVE "LIVRE" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM.

       WRITE-APPEAL-DECISION.
           DISPLAY ">>> Recurso " AP-REQUEST-ID " de " RM-SOURCE
               ": " APPEAL-OUTCOME
               " | " MENTAL-STATE
               " | RECURSO=" APPEAL-OUTCOME
               DELIMITED BY SIZE INTO AUDIT-LINE
           MOVE "REQAUDIT" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO AUDIT-WRITTEN.

           MOVE AUDIT-WRITTEN TO CT-REC-COUNT
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO APPEAL-REQUEST-NAME
           STRING "DATA/APPEALREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO APPEAL-REQUEST-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO APPEAL-DECISION-NAME
           STRING "DATA/APPEALDECISIONS" PERSON-SUFFIX
               DELIMITED BY SPACE INTO APPEAL-DECISION-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME.
