       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN USING IMPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMP-STATUS.

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

       01  IMPORT-LINE         PIC X(30).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CAL-REQUEST-FILE.
           COPY CALREQ.

       FD  CAL-ERROR-FILE.
       01  CAL-ERROR-LINE      PIC X(100).
       01 RUN-DATE             PIC X(8).
       01 IMP-DATE             PIC X(8).
       01 IMP-DAY-STATUS       PIC X(10).
       01 IMP-SLOT             PIC X(5).
       01 SLOT-IX              PIC 9.
       01 SLOT-FOUND           PIC X.
       01 REJECT-REASON        PIC X(40).
       01 DATE-VALID           PIC X.
       01 CHECK-DATE           PIC X(8).
       01 IMPORTED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 IMPORT-NAME          PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 CAL-REQUEST-NAME     PIC X(40).
       01 CAL-ERROR-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== IMPORTACAO DO CALENDARIO EXTERNO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           ELSE
               MOVE SPACES TO IMP-DATE
               MOVE SPACES TO IMP-DAY-STATUS
               MOVE SPACES TO IMP-SLOT
               UNSTRING IMPORT-LINE DELIMITED BY ","
                   INTO IMP-DATE IMP-DAY-STATUS IMP-SLOT
               MOVE SPACES TO REJECT-REASON
               PERFORM VALIDATE-IMPORT-ROW
               IF REJECT-REASON NOT = SPACES
                   AND IMP-DAY-STATUS NOT = "RESERVADO"
                   MOVE "ESTADO DESCONHECIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND IMP-SLOT NOT = SPACES
               MOVE "N" TO SLOT-FOUND
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF IMP-SLOT = CAL-SLOT-NAME(SLOT-IX)
                       MOVE "Y" TO SLOT-FOUND
                   END-IF
               END-PERFORM
               IF SLOT-FOUND = "N"
                   MOVE "PERIODO DESCONHECIDO" TO REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-ONE-DATE.
           MOVE IMP-DATE       TO CR-DATE
           MOVE SPACES         TO CR-END-DATE
           MOVE IMP-DAY-STATUS TO CR-DAY-STATUS
           MOVE IMP-SLOT       TO CR-SLOT
           WRITE CAL-REQUEST-RECORD
           ADD 1 TO IMPORTED-COUNT
           DISPLAY "Traduzido: " CR-ACTION " " IMP-DATE
               " " IMP-DAY-STATUS " " IMP-SLOT.

       CHECK-DATE-EXISTS.
           MOVE "N" TO DATE-EXISTS
           DISPLAY "Rejeitado: " IMPORT-LINE " (" REJECT-REASON ")"
           MOVE SPACES TO CAL-ERROR-LINE
           STRING RUN-DATE " | CAL-IMPORT | IMP | " IMP-DATE
               " | " IMP-DAY-STATUS " " IMP-SLOT " | " REJECT-REASON
               DELIMITED BY SIZE INTO CAL-ERROR-LINE
           WRITE CAL-ERROR-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO IMPORT-NAME
           STRING "DATA/CALIMPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO IMPORT-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO CAL-REQUEST-NAME
           STRING "DATA/CALREQUESTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-REQUEST-NAME
           MOVE SPACES TO CAL-ERROR-NAME
           STRING "DATA/CALERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-ERROR-NAME.
