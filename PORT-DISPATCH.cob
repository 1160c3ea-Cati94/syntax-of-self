       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-EVENT-FILE ASSIGN USING PORT-EVENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EV-STATUS.

           SELECT PORT-RULES-FILE ASSIGN USING PORT-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-STATUS.

           SELECT PORT-FILE ASSIGN USING PORT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT TRIGGER-FILE ASSIGN USING TRIGGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-STATUS.

           SELECT PORT-ALERT-FILE ASSIGN USING PORT-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-STATUS.

       01 TRIG-STATUS          PIC XX.
       01 ALR-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 E                    PIC 9(4).
       01 RULE-TRIPPED         PIC X VALUE "N".
       01 TRIGGER-WRITTEN      PIC X VALUE "N".
           05 EVENT-ENTRIES OCCURS 100 TIMES.
               10 ET-NAME      PIC X(15).
               10 ET-NEW-STATE PIC X(10).
       COPY PERSONCTX.
       01 PORT-EVENT-NAME      PIC X(40).
       01 PORT-RULES-NAME      PIC X(40).
       01 PORT-FILE-NAME       PIC X(40).
       01 TRIGGER-NAME         PIC X(40).
       01 PORT-ALERT-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== DESPACHO DE EVENTOS DE PORTAS DO DIA ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           PERFORM LOAD-TODAY-EVENTS
           IF EVENT-COUNT = 0
       CLEAR-EVENT-FILE.
           OPEN OUTPUT PORT-EVENT-FILE
           CLOSE PORT-EVENT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-EVENT-NAME
           STRING "DATA/PORTEVENTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-EVENT-NAME
           MOVE SPACES TO PORT-RULES-NAME
           STRING "DATA/PORTRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-RULES-NAME
           MOVE SPACES TO PORT-FILE-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-FILE-NAME
           MOVE SPACES TO TRIGGER-NAME
           STRING "DATA/AUTONOMYTRIGGER" PERSON-SUFFIX
               DELIMITED BY SPACE INTO TRIGGER-NAME
           MOVE SPACES TO PORT-ALERT-NAME
           STRING "DATA/PORTALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-ALERT-NAME.
