       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CALENDAR-FILE ASSIGN USING OLD-CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-DATE
               FILE STATUS IS CO-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT CALENDAR-WORK-FILE ASSIGN USING CALENDAR-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CALENDAR-FILE.
       01  OLD-CALENDAR-RECORD.
           05 CO-DATE         PIC X(8).
           05 CO-DAY-STATUS   PIC X(10).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CALENDAR-WORK-FILE.
       01  CALENDAR-WORK-RECORD.
           05 CW-DATE         PIC X(8).
           05 CW-DAY-STATUS   PIC X(10).

       WORKING-STORAGE SECTION.
       01 CO-STATUS            PIC XX.
       01 CAL-STATUS           PIC XX.
       01 CW-STATUS            PIC XX.
       01 UNLOADED-COUNT       PIC 9(6).
       01 LOADED-COUNT         PIC 9(6).
       01 SLOT-IX              PIC 9.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 OLD-CALENDAR-NAME    PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 CALENDAR-WORK-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CONVERSAO DE CALENDAR ==="
           DISPLAY "Acrescenta PERIODOS (MANHA/TARDE/NOITE) a cada dia."
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               CLOSE CALENDAR-FILE
               DISPLAY "CALENDAR ja abre com o formato novo. "
                   "Nada a converter."
           ELSE
           IF CAL-STATUS = "35"
               DISPLAY "CALENDAR inexistente. Nada a converter."
           ELSE
               DISPLAY "CALENDAR no formato antigo (estado "
                   CAL-STATUS "). A converter."
               PERFORM UNLOAD-OLD-CALENDAR
               IF UNLOADED-COUNT > 0 OR CO-STATUS = "10"
                   PERFORM RELOAD-NEW-CALENDAR
               ELSE
                   DISPLAY "CALENDAR ilegivel no formato antigo. "
                       "Estado: " CO-STATUS ". Conversao abortada."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           DISPLAY "Conversao terminada."
           GOBACK.

       UNLOAD-OLD-CALENDAR.
           MOVE 0 TO UNLOADED-COUNT
           OPEN INPUT OLD-CALENDAR-FILE
           IF CO-STATUS NOT = "00"
               DISPLAY "Erro ao abrir CALENDAR antigo. Estado: "
                   CO-STATUS
           ELSE
               OPEN OUTPUT CALENDAR-WORK-FILE
               PERFORM UNTIL CO-STATUS = "10"
                   READ OLD-CALENDAR-FILE NEXT RECORD
                   IF CO-STATUS = "00"
                       MOVE CO-DATE       TO CW-DATE
                       MOVE CO-DAY-STATUS TO CW-DAY-STATUS
                       WRITE CALENDAR-WORK-RECORD
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-WORK-FILE
               CLOSE OLD-CALENDAR-FILE
               DISPLAY "Registos descarregados de CALENDAR: "
                   UNLOADED-COUNT
           END-IF.

       RELOAD-NEW-CALENDAR.
           MOVE 0 TO LOADED-COUNT
           OPEN OUTPUT CALENDAR-FILE
           OPEN INPUT CALENDAR-WORK-FILE
           PERFORM UNTIL CW-STATUS = "10"
               READ CALENDAR-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CW-DATE       TO CAL-DATE
                       MOVE CW-DAY-STATUS TO CAL-DAY-STATUS
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE CW-DAY-STATUS
                               TO CAL-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
                       WRITE CALENDAR-RECORD
                       ADD 1 TO LOADED-COUNT
               END-READ
           END-PERFORM
           CLOSE CALENDAR-WORK-FILE
           CLOSE CALENDAR-FILE
           DISPLAY "Registos carregados no novo CALENDAR: "
               LOADED-COUNT.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO OLD-CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO OLD-CALENDAR-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO CALENDAR-WORK-NAME
           STRING "DATA/CALENDARWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-WORK-NAME.
