       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-PERSON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "DATA/HOUSEHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-FILE.
           COPY HOUSEHLD.

       WORKING-STORAGE SECTION.
       01 CURRENT-IX           PIC 9(2) VALUE 0.
       01 HH-STATUS            PIC XX.
       01 HOUSEHOLD-LOADED     PIC X VALUE "N".
       01 ENV-PERSON           PIC X(8).
       01 H                    PIC 9(2).
       01 FOUND-IX             PIC 9(2).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "RUN-PERSON".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 HOUSEHOLD-TABLE.
           05 HOUSEHOLD-COUNT  PIC 9(2) VALUE 0.
           05 HOUSEHOLD-ENTRY OCCURS 20 TIMES.
               10 HT-PERSON-ID PIC X(8).
               10 HT-ACTIVE    PIC X.

       LINKAGE SECTION.
       01 PERSON-REQUEST       PIC X.
       01 PERSON-ID            PIC X(8).
       01 PERSON-SUFFIX        PIC X(9).
       01 PERSON-STATE         PIC X.

       PROCEDURE DIVISION USING PERSON-REQUEST PERSON-ID
           PERSON-SUFFIX PERSON-STATE.
       BEGIN.
           IF HOUSEHOLD-LOADED = "N" OR PERSON-REQUEST NOT = "L"
               PERFORM LOAD-HOUSEHOLD
           END-IF
           IF CURRENT-IX = 0
               PERFORM TAKE-ENVIRONMENT-PERSON
           END-IF

           EVALUATE PERSON-REQUEST
               WHEN "D"
                   PERFORM FIND-PERSON
                   IF FOUND-IX > 0
                       MOVE FOUND-IX TO CURRENT-IX
                   END-IF
               WHEN "R"
                   MOVE 1 TO CURRENT-IX
                   MOVE 1 TO FOUND-IX
               WHEN "S"
                   PERFORM FIND-PERSON
               WHEN "N"
                   IF PERSON-ID = SPACES
                       MOVE 1 TO FOUND-IX
                   ELSE
                       PERFORM FIND-PERSON
                       IF FOUND-IX > 0
                           ADD 1 TO FOUND-IX
                       END-IF
                   END-IF
                   IF FOUND-IX > HOUSEHOLD-COUNT
                       MOVE 0 TO FOUND-IX
                   END-IF
               WHEN OTHER
                   MOVE CURRENT-IX TO FOUND-IX
           END-EVALUATE

           MOVE SPACES TO PERSON-SUFFIX
           IF FOUND-IX = 0
               MOVE SPACE TO PERSON-STATE
           ELSE
               MOVE HT-PERSON-ID(FOUND-IX) TO PERSON-ID
               MOVE HT-ACTIVE(FOUND-IX) TO PERSON-STATE
               IF FOUND-IX > 1
                   STRING "." HT-PERSON-ID(FOUND-IX)
                       DELIMITED BY SPACE INTO PERSON-SUFFIX
               END-IF
           END-IF
           GOBACK.

       FIND-PERSON.
           MOVE 0 TO FOUND-IX
           IF PERSON-ID = SPACES
               MOVE 1 TO FOUND-IX
           ELSE
               PERFORM VARYING H FROM 1 BY 1
                       UNTIL H > HOUSEHOLD-COUNT OR FOUND-IX > 0
                   IF HT-PERSON-ID(H) = PERSON-ID
                       MOVE H TO FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-ENVIRONMENT-PERSON.
           MOVE 1 TO CURRENT-IX
           MOVE SPACES TO ENV-PERSON
           ACCEPT ENV-PERSON FROM ENVIRONMENT "PESSOA"
               ON EXCEPTION
                   MOVE SPACES TO ENV-PERSON
           END-ACCEPT
           IF ENV-PERSON NOT = SPACES
               PERFORM VARYING H FROM 1 BY 1
                       UNTIL H > HOUSEHOLD-COUNT
                   IF HT-PERSON-ID(H) = ENV-PERSON
                       MOVE H TO CURRENT-IX
                   END-IF
               END-PERFORM
               IF HT-PERSON-ID(CURRENT-IX) NOT = ENV-PERSON
                   DISPLAY "Aviso: PESSOA " ENV-PERSON " fora de "
                       "HOUSEHOLD. Usada a pessoa principal "
                       HT-PERSON-ID(1) "."
               END-IF
           END-IF.

       LOAD-HOUSEHOLD.
           MOVE 0 TO HOUSEHOLD-COUNT
           OPEN INPUT HOUSEHOLD-FILE
           IF HH-STATUS = "35"
               PERFORM SEED-HOUSEHOLD
               OPEN INPUT HOUSEHOLD-FILE
           END-IF
           IF HH-STATUS = "00"
               PERFORM UNTIL HH-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-HOUSEHOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           ELSE
               DISPLAY "Aviso: HOUSEHOLD inacessivel. Estado: "
                   HH-STATUS ". Apenas a pessoa principal."
               MOVE 3 TO ERRLOG-MSG-ID
               MOVE HH-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF
           IF HOUSEHOLD-COUNT = 0
               MOVE 1 TO HOUSEHOLD-COUNT
               MOVE "TITULAR" TO HT-PERSON-ID(1)
               MOVE "Y" TO HT-ACTIVE(1)
           END-IF
           IF CURRENT-IX > HOUSEHOLD-COUNT
               MOVE 1 TO CURRENT-IX
           END-IF
           MOVE "Y" TO HOUSEHOLD-LOADED.

       TAKE-HOUSEHOLD-RECORD.
           IF HH-PERSON-ID = SPACES OR HH-PERSON-ID = "CASA"
               DISPLAY "Aviso: linha de HOUSEHOLD ignorada: "
                   HOUSEHOLD-RECORD
           ELSE
               IF HOUSEHOLD-COUNT < 20
                   ADD 1 TO HOUSEHOLD-COUNT
                   MOVE HH-PERSON-ID TO HT-PERSON-ID(HOUSEHOLD-COUNT)
                   MOVE HH-ACTIVE TO HT-ACTIVE(HOUSEHOLD-COUNT)
               ELSE
                   DISPLAY "Aviso: HOUSEHOLD excede 20 pessoas. "
                       "Ignorada: " HH-PERSON-ID
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE SPACES TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       SEED-HOUSEHOLD.
           DISPLAY "HOUSEHOLD inexistente. A semear a pessoa "
               "principal TITULAR."
           OPEN OUTPUT HOUSEHOLD-FILE
           MOVE SPACES TO HOUSEHOLD-RECORD
           MOVE "TITULAR" TO HH-PERSON-ID
           MOVE "Y" TO HH-ACTIVE
           MOVE "PESSOA PRINCIPAL" TO HH-NAME
           WRITE HOUSEHOLD-RECORD
           CLOSE HOUSEHOLD-FILE.
