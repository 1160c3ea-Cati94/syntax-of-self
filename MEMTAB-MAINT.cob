       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMORY-TABLE-FILE ASSIGN USING MEMORY-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MT-COLOR
               FILE STATUS IS MT-STATUS.

           SELECT TABLE-REQUEST-FILE ASSIGN USING TABLE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-STATUS.

           SELECT TABLE-AUDIT-FILE ASSIGN USING TABLE-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMORY-TABLE-FILE.
           COPY MEMTAB.

       FD  TABLE-REQUEST-FILE.
       01  TABLE-REQUEST-RECORD.
           05 OA-ALLOW-MEMTAB  PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-RESET   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-REF     PIC X.

       WORKING-STORAGE SECTION.
       01 MT-STATUS            PIC XX.
       01 REJECT-REASON        PIC X(40).
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       COPY PERSONCTX.
       01 MEMORY-TABLE-NAME    PIC X(40).
       01 TABLE-REQUEST-NAME   PIC X(40).
       01 TABLE-AUDIT-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DA TABELA DE CORES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           MOVE "Y" TO OA-ALLOW-CAL
           MOVE "Y" TO OA-ALLOW-MEMTAB
           MOVE "Y" TO OA-ALLOW-RESET
           MOVE "Y" TO OA-ALLOW-REF
           WRITE OPER-AUTH-RECORD
           CLOSE OPER-AUTH-FILE.

                       PERFORM UPDATE-COLOR
                   WHEN "DEL"
                       PERFORM DELETE-COLOR
                   WHEN "REV"
                       PERFORM CLEAR-REVIEW-FLAG
               END-EVALUATE
           END-IF.

           IF TR-ACTION NOT = "ADD"
               AND TR-ACTION NOT = "UPD"
               AND TR-ACTION NOT = "DEL"
               AND TR-ACTION NOT = "REV"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND TR-COLOR = SPACES
               MOVE "COR EM BRANCO" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND TR-ACTION NOT = "DEL"
               AND TR-ACTION NOT = "REV"
               IF TR-FRASE = SPACES
                   MOVE "FRASE EM BRANCO" TO REJECT-REASON
               ELSE
           END-IF.

       ADD-COLOR.
           MOVE SPACES     TO MEMORY-TABLE-RECORD
           MOVE TR-COLOR   TO MT-COLOR
           MOVE TR-FRASE   TO MT-FRASE
           MOVE TR-COMANDO TO MT-COMANDO
               NOT INVALID KEY
                   MOVE TR-FRASE   TO MT-FRASE
                   MOVE TR-COMANDO TO MT-COMANDO
                   IF MT-REVIEW-FLAG NOT = SPACE
                       MOVE SPACE    TO MT-REVIEW-FLAG
                       MOVE RUN-DATE TO MT-REVIEWED-DATE
                       DISPLAY "Marca de revisao retirada: " TR-COLOR
                   END-IF
                   REWRITE MEMORY-TABLE-RECORD
                   PERFORM WRITE-APPLY-AUDIT
           END-READ.

       CLEAR-REVIEW-FLAG.
           MOVE TR-COLOR TO MT-COLOR
           READ MEMORY-TABLE-FILE
               INVALID KEY
                   MOVE "COR INEXISTENTE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   IF MT-REVIEW-FLAG = SPACE
                       MOVE "COR SEM MARCA DE REVISAO" TO REJECT-REASON
                       PERFORM WRITE-REJECT-AUDIT
                   ELSE
                       MOVE SPACE    TO MT-REVIEW-FLAG
                       MOVE RUN-DATE TO MT-REVIEWED-DATE
                       REWRITE MEMORY-TABLE-RECORD
                       MOVE MT-FRASE TO TR-FRASE
                       PERFORM WRITE-APPLY-AUDIT
                   END-IF
           END-READ.

       DELETE-COLOR.
           MOVE TR-COLOR TO MT-COLOR
           DELETE MEMORY-TABLE-FILE
               " | REJEITADO | " REJECT-REASON
               DELIMITED BY SIZE INTO TABLE-AUDIT-LINE
           WRITE TABLE-AUDIT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO MEMORY-TABLE-NAME
           STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-TABLE-NAME
           MOVE SPACES TO TABLE-REQUEST-NAME
           STRING "DATA/MEMTABLEREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TABLE-REQUEST-NAME
           MOVE SPACES TO TABLE-AUDIT-NAME
           STRING "DATA/MEMTABLEAUD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TABLE-AUDIT-NAME.
