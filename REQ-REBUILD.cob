       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-REBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT MASTER-IMAGE-FILE ASSIGN USING MASTER-IMAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  MASTER-IMAGE-FILE.
       01  MASTER-IMAGE-LINE   PIC X(333).
       01  OLD-IMAGE-RECORD.
           05 OI-REQUEST-ID    PIC 9(6).
           05 OI-DATE          PIC X(8).
           05 OI-SOURCE        PIC X(20).
           05 OI-REST          PIC X(299).

       WORKING-STORAGE SECTION.
       01 RM-STATUS            PIC XX.
       01 IM-STATUS            PIC XX.
       01 REBUILD-PARM         PIC X(40).
       01 REBUILD-MODE         PIC X(12).
       01 IMAGE-LAYOUT         PIC X(12).
       01 UNLOADED-COUNT       PIC 9(6) VALUE 0.
       01 LOADED-COUNT         PIC 9(6) VALUE 0.
       01 REJECTED-COUNT       PIC 9(6) VALUE 0.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "REQ-REBUILD".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       COPY PERSONCTX.
       01 REQ-MASTER-NAME      PIC X(40).
       01 MASTER-IMAGE-NAME    PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== RECONSTRUCAO DE REQMASTER ==="
           MOVE SPACES TO REBUILD-PARM
           ACCEPT REBUILD-PARM FROM COMMAND-LINE
           MOVE SPACES TO REBUILD-MODE IMAGE-LAYOUT
           UNSTRING REBUILD-PARM DELIMITED BY ALL SPACES
               INTO REBUILD-MODE IMAGE-LAYOUT
           END-UNSTRING

           EVALUATE REBUILD-MODE
               WHEN "DESCARREGAR"
                   PERFORM UNLOAD-MASTER
               WHEN "RECARREGAR"
                   PERFORM RELOAD-MASTER
               WHEN SPACES
                   PERFORM UNLOAD-MASTER
                   IF RETURN-CODE = 0
                       PERFORM RELOAD-MASTER
                   END-IF
               WHEN OTHER
                   DISPLAY "Parametro invalido: " REBUILD-PARM
                   DISPLAY "Usar DESCARREGAR, RECARREGAR [ANTIGO] ou "
                       "nada."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       UNLOAD-MASTER.
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY "Erro ao abrir " REQ-MASTER-NAME " Estado: "
                   RM-STATUS
               DISPLAY "Se o mestre ainda nao tem as chaves "
                   "alternativas, correr REQ-CONVERT."
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RM-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MASTER-IMAGE-FILE
               PERFORM UNTIL RM-STATUS = "10"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "00"
                       MOVE REQ-MASTER-RECORD TO MASTER-IMAGE-LINE
                       WRITE MASTER-IMAGE-LINE
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
               END-PERFORM
               CLOSE MASTER-IMAGE-FILE
               CLOSE REQ-MASTER-FILE
               DISPLAY "Registos descarregados para "
                   MASTER-IMAGE-NAME ": " UNLOADED-COUNT
           END-IF.

       RELOAD-MASTER.
           IF IMAGE-LAYOUT NOT = SPACES
               AND IMAGE-LAYOUT NOT = "ANTIGO"
               DISPLAY "Formato de imagem invalido: " IMAGE-LAYOUT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT MASTER-IMAGE-FILE
               IF IM-STATUS NOT = "00"
                   DISPLAY "Imagem nao encontrada: " MASTER-IMAGE-NAME
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-FROM-IMAGE
               END-IF
           END-IF.

       LOAD-FROM-IMAGE.
           OPEN OUTPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY "Erro ao criar " REQ-MASTER-NAME " Estado: "
                   RM-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RM-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CLOSE MASTER-IMAGE-FILE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL IM-STATUS = "10"
                   READ MASTER-IMAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MASTER-IMAGE-FILE
               CLOSE REQ-MASTER-FILE
               DISPLAY "Registos carregados em " REQ-MASTER-NAME ": "
                   LOADED-COUNT
               IF REJECTED-COUNT > 0
                   DISPLAY "Registos rejeitados: " REJECTED-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ONE-RECORD.
           IF IMAGE-LAYOUT = "ANTIGO"
               MOVE SPACES         TO REQ-MASTER-RECORD
               MOVE OI-REQUEST-ID  TO RM-REQUEST-ID
               MOVE OI-SOURCE      TO RM-SOURCE
               MOVE OI-DATE        TO RM-DATE
               MOVE OI-REST        TO REQ-MASTER-RECORD(35:299)
           ELSE
               MOVE MASTER-IMAGE-LINE TO REQ-MASTER-RECORD
           END-IF
           IF RM-REQUEST-ID IS NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Linha sem numero de pedido: "
                   MASTER-IMAGE-LINE(1:40)
           ELSE
               WRITE REQ-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "Pedido repetido na imagem: "
                           RM-REQUEST-ID
                   NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
               END-WRITE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO MASTER-IMAGE-NAME
           STRING "DATA/REQMASTERSEQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MASTER-IMAGE-NAME.
