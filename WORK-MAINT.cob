       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ITEM-FILE ASSIGN USING WORK-ITEM-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WI-ITEM-ID
               FILE STATUS IS WI-STATUS.

           SELECT WORK-TRANS-FILE ASSIGN USING WORK-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-STATUS.

           SELECT WORK-ERROR-FILE ASSIGN USING WORK-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT OPERATOR-ID-FILE ASSIGN TO "DATA/OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPID-STATUS.

           SELECT OPER-AUTH-FILE ASSIGN TO "DATA/OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ITEM-FILE.
           COPY WORKITEM.

       FD  WORK-TRANS-FILE.
           COPY WORKTRN.

       FD  WORK-ERROR-FILE.
       01  WORK-ERROR-LINE     PIC X(100).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LK-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X.
           05 LK-HOLDER            PIC X(21).

       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD      PIC X(8).

       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-RECORD.
           05 OA-OPER-ID       PIC X(8).
           05 FILLER           PIC X.
           05 OA-ALLOW-STATE   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-CAL     PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-MEMTAB  PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-RESET   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-REF     PIC X.

       WORKING-STORAGE SECTION.
       01 WI-STATUS            PIC XX.
       01 WR-STATUS            PIC XX.
       01 ERR-STATUS           PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 OA-STATUS            PIC XX.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "WORK-MAINT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 OPERATOR-ID          PIC X(8).
       01 OPERATOR-ALLOWED     PIC X VALUE "N".
       01 RUN-DATE             PIC X(8).
       01 REJECT-REASON        PIC X(40).
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       COPY PERSONCTX.
       01 WORK-ITEM-NAME       PIC X(40).
       01 WORK-TRANS-NAME      PIC X(40).
       01 WORK-ERROR-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DA LISTA DE TRABALHO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-OPERATOR-ID
           IF OPERATOR-ALLOWED = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT WORK-TRANS-FILE
           IF WR-STATUS NOT = "00"
               DISPLAY "WORKTRANS nao encontrado. Nada a aplicar."
               GOBACK
           END-IF

           OPEN I-O WORK-ITEM-FILE
           IF WI-STATUS NOT = "00"
               DISPLAY "Erro ao abrir WORKLIST. Estado: " WI-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE WI-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CLOSE WORK-TRANS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND WORK-ERROR-FILE
           IF ERR-STATUS = "35"
               OPEN OUTPUT WORK-ERROR-FILE
           END-IF

           PERFORM UNTIL WR-STATUS = "10"
               READ WORK-TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE WORK-TRANS-FILE
           CLOSE WORK-ITEM-FILE
           CLOSE WORK-ERROR-FILE

           DISPLAY "Acoes aplicadas: " APPLIED-COUNT
           DISPLAY "Acoes rejeitadas: " REJECTED-COUNT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-RUN-LOCK.
           MOVE "N" TO LOCK-HELD
           OPEN INPUT RUN-LOCK-FILE
           IF LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-TIMESTAMP IS NUMERIC
                           MOVE "Y" TO LOCK-HELD
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF LOCK-HELD = "Y"
               DISPLAY "Tranca de execucao ativa desde " LK-TIMESTAMP
                   " (titular " LK-HOLDER ")."
               DISPLAY "Atualizacao recusada. Se a tranca estiver "
                   "obsoleta, usar LOCK-CLEAR."
           END-IF.

       GET-OPERATOR-ID.
           MOVE SPACES TO OPERATOR-ID
           OPEN INPUT OPERATOR-ID-FILE
           IF OPID-STATUS = "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "Identificacao do operador:"
               ACCEPT OPERATOR-ID
           END-IF
           PERFORM CHECK-OPERATOR-AUTH.

       CHECK-OPERATOR-AUTH.
           MOVE "N" TO OPERATOR-ALLOWED
           IF OPERATOR-ID NOT = SPACES
               OPEN INPUT OPER-AUTH-FILE
               IF OA-STATUS = "35"
                   PERFORM SEED-OPER-AUTH
                   OPEN INPUT OPER-AUTH-FILE
               END-IF
               IF OA-STATUS = "00"
                   PERFORM UNTIL OA-STATUS = "10"
                       READ OPER-AUTH-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF OA-OPER-ID = OPERATOR-ID
                                   MOVE "Y" TO OPERATOR-ALLOWED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-AUTH-FILE
               END-IF
           END-IF
           IF OPERATOR-ALLOWED = "N"
               DISPLAY "Operador " OPERATOR-ID
                   " sem autorizacao para esta acao."
           END-IF.

       SEED-OPER-AUTH.
           DISPLAY "OPERAUTH inexistente. A semear operador CHEFE."
           OPEN OUTPUT OPER-AUTH-FILE
           MOVE SPACES TO OPER-AUTH-RECORD
           MOVE "CHEFE"   TO OA-OPER-ID
           MOVE "Y" TO OA-ALLOW-STATE
           MOVE "Y" TO OA-ALLOW-CAL
           MOVE "Y" TO OA-ALLOW-MEMTAB
           MOVE "Y" TO OA-ALLOW-RESET
           MOVE "Y" TO OA-ALLOW-REF
           WRITE OPER-AUTH-RECORD
           CLOSE OPER-AUTH-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-REASON
           IF WR-ACTION NOT = "ASSUMIR"
               AND WR-ACTION NOT = "LARGAR"
               AND WR-ACTION NOT = "FECHAR"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               IF WR-ITEM-ID IS NUMERIC
                   MOVE WR-ITEM-ID TO WI-ITEM-ID
                   READ WORK-ITEM-FILE
                       INVALID KEY
                           MOVE "ITEM INEXISTENTE" TO REJECT-REASON
                   END-READ
               ELSE
                   MOVE "NUMERO DE ITEM INVALIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND WI-STATE = "FECHADO"
               MOVE "ITEM JA FECHADO" TO REJECT-REASON
           END-IF

           IF REJECT-REASON = SPACES
               EVALUATE WR-ACTION
                   WHEN "ASSUMIR"
                       PERFORM CLAIM-ITEM
                   WHEN "LARGAR"
                       PERFORM RELEASE-ITEM
                   WHEN "FECHAR"
                       PERFORM CLOSE-ITEM
               END-EVALUATE
           END-IF

           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-WORK-ERROR
           END-IF.

       CLAIM-ITEM.
           IF WI-STATE = "ASSUMIDO" AND WI-OPERATOR NOT = OPERATOR-ID
               MOVE SPACES TO REJECT-REASON
               STRING "JA ASSUMIDO POR " WI-OPERATOR
                   DELIMITED BY SIZE INTO REJECT-REASON
           ELSE
               MOVE "ASSUMIDO"  TO WI-STATE
               MOVE OPERATOR-ID TO WI-OPERATOR
               PERFORM SAVE-ITEM
           END-IF.

       RELEASE-ITEM.
           IF WI-STATE NOT = "ASSUMIDO" OR WI-OPERATOR NOT = OPERATOR-ID
               MOVE "ITEM NAO ASSUMIDO POR ESTE OPERADOR"
                   TO REJECT-REASON
           ELSE
               MOVE "ABERTO" TO WI-STATE
               MOVE SPACES   TO WI-OPERATOR
               PERFORM SAVE-ITEM
           END-IF.

       CLOSE-ITEM.
           IF WI-OPERATOR = SPACES
               MOVE OPERATOR-ID TO WI-OPERATOR
           END-IF
           MOVE "FECHADO"   TO WI-STATE
           MOVE RUN-DATE    TO WI-CLOSED-DATE
           MOVE OPERATOR-ID TO WI-CLOSED-BY
           PERFORM SAVE-ITEM.

       SAVE-ITEM.
           IF WR-NOTE NOT = SPACES
               MOVE WR-NOTE TO WI-NOTE
           END-IF
           REWRITE WORK-ITEM-RECORD
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR ITEM" TO REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO APPLIED-COUNT
                   DISPLAY "Item " WI-ITEM-ID ": "
                       FUNCTION TRIM(WR-ACTION) " por " OPERATOR-ID
           END-REWRITE.

       WRITE-WORK-ERROR.
           MOVE SPACES TO WORK-ERROR-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " WR-ACTION
               " | " WR-ITEM-ID " | " REJECT-REASON
               DELIMITED BY SIZE INTO WORK-ERROR-LINE
           WRITE WORK-ERROR-LINE
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " WR-ACTION " " WR-ITEM-ID
               " (" REJECT-REASON ")".

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO WORK-ITEM-NAME
           STRING "DATA/WORKLIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-ITEM-NAME
           MOVE SPACES TO WORK-TRANS-NAME
           STRING "DATA/WORKTRANS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-TRANS-NAME
           MOVE SPACES TO WORK-ERROR-NAME
           STRING "DATA/WORKERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-ERROR-NAME.
