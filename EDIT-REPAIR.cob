       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT REQUEST-QUEUE-FILE ASSIGN USING REQUEST-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-STATUS.

           SELECT PORT-QUAR-FILE ASSIGN USING PORT-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-STATUS.

           SELECT CAL-QUAR-FILE ASSIGN USING CAL-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-STATUS.

           SELECT STATE-QUAR-FILE ASSIGN USING STATE-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-STATUS.

           SELECT QUEUE-QUAR-FILE ASSIGN USING QUEUE-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QQ-STATUS.

           05 PF-STATE     PIC X(10).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  DAILY-STATE-FILE.
           COPY DAILYST.

       FD  REQUEST-QUEUE-FILE.
           COPY REQQUE.

       FD  PORT-QUAR-FILE.
       01  PORT-QUAR-RECORD.
       01  CAL-QUAR-RECORD.
           05 CQ-DATE          PIC X(8).
           05 CQ-DAY-STATUS    PIC X(10).
           05 CQ-SLOT-STATUS   PIC X(10) OCCURS 3 TIMES.

       FD  STATE-QUAR-FILE.
       01  STATE-QUAR-RECORD.
           05 QQ-PRIORITY      PIC X.
           05 QQ-CHANNEL       PIC X(3).
           05 QQ-REQUEUE-ID    PIC 9(6).
           05 QQ-REQ-DATE      PIC X(8).
           05 QQ-REQ-SLOT      PIC X(5).
           05 QQ-CONTINUED     PIC X.

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
       01 I                    PIC 9(4).
       01 REPAIRED-COUNT       PIC 9(4) VALUE 0.
       01 STILL-BAD-COUNT      PIC 9(4) VALUE 0.
       01 SLOT-IX              PIC 9.
       01 SLOTS-OK             PIC X.
       01 SLOT-FOUND           PIC X.
       01 J                    PIC 9(4).
       01 MESSAGE-END          PIC 9(4).
       01 END-FOUND            PIC X.

           COPY CALSLOT.

       01 PORT-HOLD-TABLE.
           05 PORT-HOLD-COUNT  PIC 9(4) VALUE 0.
           05 CAL-HOLD-ENTRIES OCCURS 200 TIMES.
               10 CH-DATE      PIC X(8).
               10 CH-STATUS    PIC X(10).
               10 CH-SLOT-STATUS   PIC X(10) OCCURS 3 TIMES.
               10 CH-OK        PIC X.

       01 STATE-HOLD-TABLE.
               10 QH-PRIORITY  PIC X.
               10 QH-CHANNEL   PIC X(3).
               10 QH-REQUEUE-ID PIC 9(6).
               10 QH-REQ-DATE  PIC X(8).
               10 QH-REQ-SLOT  PIC X(5).
               10 QH-CONTINUED PIC X.
               10 QH-OK        PIC X.
       COPY PERSONCTX.
       01 PORT-NAME            PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 REQUEST-QUEUE-NAME   PIC X(40).
       01 PORT-QUAR-NAME       PIC X(40).
       01 CAL-QUAR-NAME        PIC X(40).
       01 STATE-QUAR-NAME      PIC X(40).
       01 QUEUE-QUAR-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REPARACAO E RESSUBMISSAO DE QUARENTENAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

                                   TO CH-DATE(CAL-HOLD-COUNT)
                               MOVE CQ-DAY-STATUS
                                   TO CH-STATUS(CAL-HOLD-COUNT)
                               PERFORM HOLD-QUARANTINED-SLOTS
                               MOVE "N"
                                   TO CH-OK(CAL-HOLD-COUNT)
                           END-IF
                       UNTIL I > CAL-HOLD-COUNT
                   MOVE CH-DATE(I) TO CHECK-DATE
                   PERFORM VALIDATE-ONE-DATE
                   PERFORM VALIDATE-HELD-SLOTS
                   IF DATE-VALID = "Y"
                       AND SLOTS-OK = "Y"
                       AND (CH-STATUS(I) = "LIVRE"
                           OR CH-STATUS(I) = "OCUPADO"
                           OR CH-STATUS(I) = "RESERVADO")
                       MOVE "Y" TO CH-OK(I)
                       ADD 1 TO REPAIRED-COUNT
                       MOVE CH-DATE(I)   TO CAL-DATE
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE CH-SLOT-STATUS(I, SLOT-IX)
                               TO CAL-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
                       PERFORM SET-DAY-SUMMARY
                       WRITE CALENDAR-RECORD
                           INVALID KEY
                               REWRITE CALENDAR-RECORD
               CLOSE CALENDAR-FILE
           END-IF.

       HOLD-QUARANTINED-SLOTS.
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CQ-SLOT-STATUS(SLOT-IX) = SPACES
                   MOVE CQ-DAY-STATUS
                       TO CH-SLOT-STATUS(CAL-HOLD-COUNT, SLOT-IX)
               ELSE
                   MOVE CQ-SLOT-STATUS(SLOT-IX)
                       TO CH-SLOT-STATUS(CAL-HOLD-COUNT, SLOT-IX)
               END-IF
           END-PERFORM.

       VALIDATE-HELD-SLOTS.
           MOVE "Y" TO SLOTS-OK
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CH-SLOT-STATUS(I, SLOT-IX) NOT = "LIVRE"
                   AND CH-SLOT-STATUS(I, SLOT-IX) NOT = "OCUPADO"
                   AND CH-SLOT-STATUS(I, SLOT-IX) NOT = "RESERVADO"
                   MOVE "N" TO SLOTS-OK
               END-IF
           END-PERFORM.

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

       REWRITE-CAL-QUARANTINE.
           OPEN OUTPUT CAL-QUAR-FILE
           PERFORM VARYING I FROM 1 BY 1
               IF CH-OK(I) = "N"
                   MOVE CH-DATE(I)   TO CQ-DATE
                   MOVE CH-STATUS(I) TO CQ-DAY-STATUS
                   PERFORM VARYING SLOT-IX FROM 1 BY 1
                           UNTIL SLOT-IX > CAL-SLOT-COUNT
                       MOVE CH-SLOT-STATUS(I, SLOT-IX)
                           TO CQ-SLOT-STATUS(SLOT-IX)
                   END-PERFORM
                   WRITE CAL-QUAR-RECORD
               END-IF
           END-PERFORM
                                   MOVE 0 TO
                                       QH-REQUEUE-ID(QUEUE-HOLD-COUNT)
                               END-IF
                               MOVE QQ-REQ-DATE
                                   TO QH-REQ-DATE(QUEUE-HOLD-COUNT)
                               MOVE QQ-REQ-SLOT
                                   TO QH-REQ-SLOT(QUEUE-HOLD-COUNT)
                               MOVE QQ-CONTINUED
                                   TO QH-CONTINUED(QUEUE-HOLD-COUNT)
                               MOVE "N"
                                   TO QH-OK(QUEUE-HOLD-COUNT)
                           END-IF
               IF RQ-STATUS = "35"
                   OPEN OUTPUT REQUEST-QUEUE-FILE
               END-IF
               MOVE 1 TO I
               PERFORM UNTIL I > QUEUE-HOLD-COUNT
                   PERFORM FIND-MESSAGE-END
                   PERFORM VALIDATE-ONE-QUEUE-RECORD
                   IF QH-CONTINUED(MESSAGE-END) = "S"
                       MOVE "N" TO RECORD-OK
                   END-IF
                   IF I > 1
                       IF QH-CONTINUED(I - 1) = "S"
                           AND QH-SOURCE(I - 1) = QH-SOURCE(I)
                           MOVE "N" TO RECORD-OK
                       END-IF
                   END-IF
                   IF RECORD-OK = "Y"
                       ADD 1 TO REPAIRED-COUNT
                       PERFORM VARYING J FROM I BY 1
                               UNTIL J > MESSAGE-END
                           MOVE "Y" TO QH-OK(J)
                           MOVE QH-SOURCE(J)   TO RQ-SOURCE
                           MOVE QH-CONTENT(J)  TO RQ-CONTENT
                           MOVE QH-TYPE(J)     TO RQ-TYPE
                           MOVE QH-PRIORITY(J) TO RQ-PRIORITY
                           MOVE QH-CHANNEL(J)  TO RQ-CHANNEL
                           MOVE QH-REQUEUE-ID(J) TO RQ-REQUEUE-ID
                           MOVE QH-REQ-DATE(J) TO RQ-REQ-DATE
                           MOVE QH-REQ-SLOT(J) TO RQ-REQ-SLOT
                           MOVE QH-CONTINUED(J) TO RQ-CONTINUED
                           WRITE REQUEST-QUEUE-RECORD
                       END-PERFORM
                       DISPLAY "Ressubmetido: pedido de " QH-SOURCE(I)
                   ELSE
                       ADD 1 TO STILL-BAD-COUNT
                       DISPLAY "Ainda invalido: pedido de "
                           QH-SOURCE(I)
                   END-IF
                   COMPUTE I = MESSAGE-END + 1
               END-PERFORM
               CLOSE REQUEST-QUEUE-FILE
           END-IF.

       FIND-MESSAGE-END.
           MOVE I TO MESSAGE-END
           MOVE "N" TO END-FOUND
           PERFORM UNTIL END-FOUND = "Y"
               IF QH-CONTINUED(MESSAGE-END) NOT = "S"
                   OR MESSAGE-END >= QUEUE-HOLD-COUNT
                   OR MESSAGE-END - I >= 4
                   MOVE "Y" TO END-FOUND
               ELSE
                   IF QH-SOURCE(MESSAGE-END + 1) NOT = QH-SOURCE(I)
                       MOVE "Y" TO END-FOUND
                   ELSE
                       ADD 1 TO MESSAGE-END
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-ONE-QUEUE-RECORD.
           MOVE "Y" TO RECORD-OK
           IF QH-SOURCE(I) = SPACES
               AND QH-CHANNEL(I) NOT = "PRE"
               AND QH-CHANNEL(I) NOT = "MAN"
               MOVE "N" TO RECORD-OK
           END-IF
           IF QH-REQ-DATE(I) NOT = SPACES
               MOVE QH-REQ-DATE(I) TO CHECK-DATE
               PERFORM VALIDATE-ONE-DATE
               IF DATE-VALID = "N" OR QH-REQ-DATE(I) < RUN-DATE
                   MOVE "N" TO RECORD-OK
               END-IF
           END-IF
           IF QH-REQ-SLOT(I) NOT = SPACES
               MOVE "N" TO SLOT-FOUND
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF CAL-SLOT-NAME(SLOT-IX) = QH-REQ-SLOT(I)
                       MOVE "Y" TO SLOT-FOUND
                   END-IF
               END-PERFORM
               IF SLOT-FOUND = "N"
                   MOVE "N" TO RECORD-OK
               END-IF
           END-IF.

       REWRITE-QUEUE-QUARANTINE.
                   MOVE QH-PRIORITY(I) TO QQ-PRIORITY
                   MOVE QH-CHANNEL(I)  TO QQ-CHANNEL
                   MOVE QH-REQUEUE-ID(I) TO QQ-REQUEUE-ID
                   MOVE QH-REQ-DATE(I) TO QQ-REQ-DATE
                   MOVE QH-REQ-SLOT(I) TO QQ-REQ-SLOT
                   MOVE QH-CONTINUED(I) TO QQ-CONTINUED
                   WRITE QUEUE-QUAR-RECORD
               END-IF
           END-PERFORM
           CLOSE QUEUE-QUAR-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO REQUEST-QUEUE-NAME
           STRING "DATA/REQQUEUE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQUEST-QUEUE-NAME
           MOVE SPACES TO PORT-QUAR-NAME
           STRING "DATA/PORTQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-QUAR-NAME
           MOVE SPACES TO CAL-QUAR-NAME
           STRING "DATA/CALQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-QUAR-NAME
           MOVE SPACES TO STATE-QUAR-NAME
           STRING "DATA/STATEQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-QUAR-NAME
           MOVE SPACES TO QUEUE-QUAR-NAME
           STRING "DATA/REQQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO QUEUE-QUAR-NAME.
