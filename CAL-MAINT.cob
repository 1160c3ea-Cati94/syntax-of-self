       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT CAL-REQUEST-FILE ASSIGN USING CAL-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-STATUS.

           SELECT CAL-ERROR-FILE ASSIGN USING CAL-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CAL-REQUEST-FILE.
           COPY CALREQ.

       FD  CAL-ERROR-FILE.
       01  CAL-ERROR-LINE      PIC X(100).
           05 OA-ALLOW-MEMTAB  PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-RESET   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-REF     PIC X.

       WORKING-STORAGE SECTION.
       01 CAL-STATUS           PIC XX.
       01 APPLY-DATE           PIC X(8).
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 SLOT-IX              PIC 9.
       01 REQUEST-SLOT         PIC 9 VALUE 0.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 CALENDAR-NAME        PIC X(40).
       01 CAL-REQUEST-NAME     PIC X(40).
       01 CAL-ERROR-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DO CALENDARIO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           MOVE "Y" TO OA-ALLOW-CAL
           MOVE "Y" TO OA-ALLOW-MEMTAB
           MOVE "Y" TO OA-ALLOW-RESET
           MOVE "Y" TO OA-ALLOW-REF
           WRITE OPER-AUTH-RECORD
           CLOSE OPER-AUTH-FILE.

                   AND CR-DAY-STATUS NOT = "RESERVADO"
                   MOVE "ESTADO DESCONHECIDO" TO REJECT-REASON
               END-IF
           END-IF

           MOVE 0 TO REQUEST-SLOT
           IF REJECT-REASON = SPACES AND CR-SLOT NOT = SPACES
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF CR-SLOT = CAL-SLOT-NAME(SLOT-IX)
                       MOVE SLOT-IX TO REQUEST-SLOT
                   END-IF
               END-PERFORM
               IF REQUEST-SLOT = 0
                   MOVE "PERIODO DESCONHECIDO" TO REJECT-REASON
               ELSE
                   IF CR-ACTION = "DEL"
                       MOVE "DEL NAO ACEITA PERIODO" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ONE-DATE.
           MOVE APPLY-DATE TO CAL-DATE
           EVALUATE CR-ACTION
               WHEN "ADD"
                   PERFORM INIT-NEW-DAY
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE "DATA JA EXISTE" TO REJECT-REASON
                           MOVE "DATA INEXISTENTE" TO REJECT-REASON
                           PERFORM WRITE-CAL-ERROR
                       NOT INVALID KEY
                           PERFORM SET-REQUEST-SLOTS
                           PERFORM SET-DAY-SUMMARY
                           REWRITE CALENDAR-RECORD
                           ADD 1 TO APPLIED-COUNT
                   END-READ

       UPSERT-RANGE-DATE.
           MOVE APPLY-DATE TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM INIT-NEW-DAY
                   WRITE CALENDAR-RECORD
                   ADD 1 TO APPLIED-COUNT
               NOT INVALID KEY
                   IF CR-ACTION = "ADD"
                       MOVE "DATA JA EXISTE" TO REJECT-REASON
                       PERFORM WRITE-RANGE-ERROR
                   ELSE
                       PERFORM SET-REQUEST-SLOTS
                       PERFORM SET-DAY-SUMMARY
                       REWRITE CALENDAR-RECORD
                       ADD 1 TO APPLIED-COUNT
                   END-IF
           END-READ.

       INIT-NEW-DAY.
           MOVE APPLY-DATE TO CAL-DATE
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
           END-PERFORM
           PERFORM SET-REQUEST-SLOTS
           PERFORM SET-DAY-SUMMARY.

       SET-REQUEST-SLOTS.
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF REQUEST-SLOT = 0 OR REQUEST-SLOT = SLOT-IX
                   MOVE CR-DAY-STATUS TO CAL-SLOT-STATUS(SLOT-IX)
               END-IF
           END-PERFORM.

       SET-DAY-SUMMARY.
           MOVE "RESERVADO" TO CAL-DAY-STATUS
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "OCUPADO"
                   AND CAL-DAY-STATUS NOT = "LIVRE"
                   MOVE "OCUPADO" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "LIVRE"
                   MOVE "LIVRE" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM.

       WRITE-RANGE-ERROR.
           MOVE SPACES TO CAL-ERROR-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " CR-ACTION
               " | " APPLY-DATE
               " | " CR-DAY-STATUS " " CR-SLOT " | " REJECT-REASON
               DELIMITED BY SIZE INTO CAL-ERROR-LINE
           WRITE CAL-ERROR-LINE
           ADD 1 TO REJECTED-COUNT.
           MOVE SPACES TO CAL-ERROR-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " CR-ACTION
               " | " CR-DATE
               " | " CR-DAY-STATUS " " CR-SLOT " | " REJECT-REASON
               DELIMITED BY SIZE INTO CAL-ERROR-LINE
           WRITE CAL-ERROR-LINE
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " CR-ACTION " " CR-DATE " " CR-SLOT
               " (" REJECT-REASON ")".

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO CAL-REQUEST-NAME
           STRING "DATA/CALREQUESTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-REQUEST-NAME
           MOVE SPACES TO CAL-ERROR-NAME
           STRING "DATA/CALERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-ERROR-NAME.
