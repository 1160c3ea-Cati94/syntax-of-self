       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-FILE ASSIGN USING RECURRING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT RECUR-CONFIG-FILE ASSIGN USING RECUR-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

           SELECT RECUR-LOG-FILE ASSIGN USING RECUR-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           05 RR-DESCRIPTION  PIC X(30).
           05 FILLER          PIC X.
           05 RR-ACTIVE       PIC X.
           05 FILLER          PIC X.
           05 RR-SLOT         PIC X(5).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  RECUR-CONFIG-FILE.
       01  RECUR-CONFIG-RECORD.
       01 CREATED-COUNT        PIC 9(4) VALUE 0.
       01 SKIPPED-COUNT        PIC 9(4) VALUE 0.
       01 LOG-ACTION           PIC X(10).
       01 SLOT-IX              PIC 9.
       01 RECUR-SLOT           PIC 9.
       01 SLOT-CHANGED         PIC 9.

           COPY CALSLOT.

       01 RECUR-TABLE.
           05 RECUR-COUNT      PIC 9(4) VALUE 0.
               10 RT-DAY           PIC 9(2).
               10 RT-DAY-STATUS    PIC X(10).
               10 RT-DESCRIPTION   PIC X(30).
               10 RT-SLOT          PIC 9.
       COPY PERSONCTX.
       01 RECURRING-NAME       PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 RECUR-CONFIG-NAME    PIC X(40).
       01 RECUR-LOG-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== EXPANSAO DE COMPROMISSOS RECORRENTES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           CLOSE RECURRING-FILE.

       STORE-ONE-RECUR.
           MOVE 0 TO RECUR-SLOT
           IF RR-SLOT NOT = SPACES
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF CAL-SLOT-NAME(SLOT-IX) = RR-SLOT
                       MOVE SLOT-IX TO RECUR-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF RR-SLOT NOT = SPACES AND RECUR-SLOT = 0
               DISPLAY "Aviso: periodo desconhecido " RR-SLOT
                   ". Ignorada: " RR-DESCRIPTION
           ELSE
           IF RECUR-COUNT < 50
               ADD 1 TO RECUR-COUNT
               MOVE RR-PATTERN     TO RT-PATTERN(RECUR-COUNT)
               MOVE RR-DAY         TO RT-DAY(RECUR-COUNT)
               MOVE RR-DAY-STATUS  TO RT-DAY-STATUS(RECUR-COUNT)
               MOVE RR-DESCRIPTION TO RT-DESCRIPTION(RECUR-COUNT)
               MOVE RECUR-SLOT     TO RT-SLOT(RECUR-COUNT)
           ELSE
               DISPLAY "Aviso: RECURRING excede 50 entradas. "
                   "Ignorada: " RR-DESCRIPTION
           END-IF
           END-IF.

       EXPAND-ONE-DAY.
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE TARGET-DATE      TO CAL-DATE
                   PERFORM VARYING SLOT-IX FROM 1 BY 1
                           UNTIL SLOT-IX > CAL-SLOT-COUNT
                       MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                   END-PERFORM
                   PERFORM APPLY-RECUR-SLOTS
                   PERFORM SET-DAY-SUMMARY
                   WRITE CALENDAR-RECORD
                   ADD 1 TO CREATED-COUNT
                   MOVE "CRIADO" TO LOG-ACTION
                   PERFORM WRITE-RECUR-LOG
               NOT INVALID KEY
                   PERFORM APPLY-RECUR-SLOTS
                   IF SLOT-CHANGED = 0
                       ADD 1 TO SKIPPED-COUNT
                   ELSE
                       PERFORM SET-DAY-SUMMARY
                       REWRITE CALENDAR-RECORD
                       ADD 1 TO CREATED-COUNT
                       MOVE "ATUALIZADO" TO LOG-ACTION
                   END-IF
           END-READ.

       APPLY-RECUR-SLOTS.
           MOVE 0 TO SLOT-CHANGED
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF (RT-SLOT(I) = 0 OR RT-SLOT(I) = SLOT-IX)
                   AND CAL-SLOT-STATUS(SLOT-IX) NOT = "OCUPADO"
                   AND CAL-SLOT-STATUS(SLOT-IX) NOT = "RESERVADO"
                   MOVE RT-DAY-STATUS(I) TO CAL-SLOT-STATUS(SLOT-IX)
                   ADD 1 TO SLOT-CHANGED
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

       WRITE-RECUR-LOG.
           MOVE SPACES TO RECUR-LOG-LINE
           STRING RUN-DATE " | " TARGET-DATE " | "
               RT-DAY-STATUS(I) " | " RT-DESCRIPTION(I)
               " | " LOG-ACTION " | " RT-SLOT(I)
               DELIMITED BY SIZE INTO RECUR-LOG-LINE
           WRITE RECUR-LOG-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO RECURRING-NAME
           STRING "DATA/RECURRING" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RECURRING-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO RECUR-CONFIG-NAME
           STRING "DATA/RECURCFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RECUR-CONFIG-NAME
           MOVE SPACES TO RECUR-LOG-NAME
           STRING "DATA/RECURLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RECUR-LOG-NAME.
