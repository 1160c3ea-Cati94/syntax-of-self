       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEM-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MEMORY-TABLE-FILE
               ASSIGN USING OLD-MEMORY-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MO-COLOR
               FILE STATUS IS MO-STATUS.

           SELECT MEMORY-TABLE-FILE ASSIGN USING MEMORY-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-COLOR
               FILE STATUS IS MT-STATUS.

           SELECT MEMORY-WORK-FILE ASSIGN USING MEMORY-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MEMORY-TABLE-FILE.
       01  OLD-MEMORY-TABLE-RECORD.
           05 MO-COLOR        PIC X(20).
           05 MO-FRASE        PIC X(80).
           05 MO-COMANDO      PIC X(80).

       FD  MEMORY-TABLE-FILE.
           COPY MEMTAB.

       FD  MEMORY-WORK-FILE.
       01  MEMORY-WORK-RECORD.
           05 MW-COLOR        PIC X(20).
           05 MW-FRASE        PIC X(80).
           05 MW-COMANDO      PIC X(80).

       WORKING-STORAGE SECTION.
       01 MO-STATUS            PIC XX.
       01 MT-STATUS            PIC XX.
       01 MW-STATUS            PIC XX.
       01 UNLOADED-COUNT       PIC 9(6).
       01 LOADED-COUNT         PIC 9(6).
       COPY PERSONCTX.
       01 OLD-MEMORY-TABLE-NAME PIC X(40).
       01 MEMORY-TABLE-NAME    PIC X(40).
       01 MEMORY-WORK-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CONVERSAO DE MEMTABLE ==="
           DISPLAY "Acrescenta a marca de revisao a cada cor."
           OPEN INPUT MEMORY-TABLE-FILE
           IF MT-STATUS = "00"
               CLOSE MEMORY-TABLE-FILE
               DISPLAY "MEMTABLE ja abre com o formato novo. "
                   "Nada a converter."
           ELSE
           IF MT-STATUS = "35"
               DISPLAY "MEMTABLE inexistente. Nada a converter."
           ELSE
               DISPLAY "MEMTABLE no formato antigo (estado "
                   MT-STATUS "). A converter."
               PERFORM UNLOAD-OLD-MEMTABLE
               IF UNLOADED-COUNT > 0 OR MO-STATUS = "10"
                   PERFORM RELOAD-NEW-MEMTABLE
               ELSE
                   DISPLAY "MEMTABLE ilegivel no formato antigo. "
                       "Estado: " MO-STATUS ". Conversao abortada."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           DISPLAY "Conversao terminada."
           GOBACK.

       UNLOAD-OLD-MEMTABLE.
           MOVE 0 TO UNLOADED-COUNT
           OPEN INPUT OLD-MEMORY-TABLE-FILE
           IF MO-STATUS NOT = "00"
               DISPLAY "Erro ao abrir MEMTABLE antigo. Estado: "
                   MO-STATUS
           ELSE
               OPEN OUTPUT MEMORY-WORK-FILE
               PERFORM UNTIL MO-STATUS = "10"
                   READ OLD-MEMORY-TABLE-FILE NEXT RECORD
                   IF MO-STATUS = "00"
                       MOVE MO-COLOR   TO MW-COLOR
                       MOVE MO-FRASE   TO MW-FRASE
                       MOVE MO-COMANDO TO MW-COMANDO
                       WRITE MEMORY-WORK-RECORD
                       ADD 1 TO UNLOADED-COUNT
                   END-IF
               END-PERFORM
               CLOSE MEMORY-WORK-FILE
               CLOSE OLD-MEMORY-TABLE-FILE
               DISPLAY "Registos descarregados de MEMTABLE: "
                   UNLOADED-COUNT
           END-IF.

       RELOAD-NEW-MEMTABLE.
           MOVE 0 TO LOADED-COUNT
           OPEN OUTPUT MEMORY-TABLE-FILE
           OPEN INPUT MEMORY-WORK-FILE
           PERFORM UNTIL MW-STATUS = "10"
               READ MEMORY-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES     TO MEMORY-TABLE-RECORD
                       MOVE MW-COLOR   TO MT-COLOR
                       MOVE MW-FRASE   TO MT-FRASE
                       MOVE MW-COMANDO TO MT-COMANDO
                       WRITE MEMORY-TABLE-RECORD
                       ADD 1 TO LOADED-COUNT
               END-READ
           END-PERFORM
           CLOSE MEMORY-WORK-FILE
           CLOSE MEMORY-TABLE-FILE
           DISPLAY "Registos carregados no novo MEMTABLE: "
               LOADED-COUNT.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO OLD-MEMORY-TABLE-NAME
           STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO OLD-MEMORY-TABLE-NAME
           MOVE SPACES TO MEMORY-TABLE-NAME
           STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-TABLE-NAME
           MOVE SPACES TO MEMORY-WORK-NAME
           STRING "DATA/MEMTABLEWRK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-WORK-NAME.
