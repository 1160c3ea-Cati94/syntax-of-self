       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOQCONS-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN USING CONSENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS TC-STATUS.

           SELECT CONSENT-REQUEST-FILE ASSIGN USING CONSENT-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-STATUS.

           SELECT CONSENT-AUDIT-FILE ASSIGN USING CONSENT-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAUD-STATUS.

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
       FD  CONSENT-FILE.
           COPY TOQCONS.

       FD  CONSENT-REQUEST-FILE.
       01  CONSENT-REQUEST-RECORD.
           05 CQ-ACTION             PIC X(3).
           05 FILLER                PIC X.
           05 CQ-NOME               PIC X(20).
           05 FILLER                PIC X.
           05 CQ-TIPO               PIC X(10).
           05 FILLER                PIC X.
           05 CQ-CONSENT            PIC X(9).

       FD  CONSENT-AUDIT-FILE.
       01  CONSENT-AUDIT-LINE       PIC X(120).

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
       01 TC-STATUS            PIC XX.
       01 CQ-STATUS            PIC XX.
       01 CAUD-STATUS          PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "TOQCONS-MAINT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 OA-STATUS            PIC XX.
       01 OPERATOR-ID          PIC X(8).
       01 OPERATOR-ALLOWED     PIC X VALUE "N".
       01 AUTH-FLAG            PIC X.
       01 RUN-DATE             PIC X(8).
       01 REJECT-REASON        PIC X(40).
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 PREVIOUS-CONSENT     PIC X(9).
       01 TYPE-IX              PIC 9.
       01 TIPO-VALIDO          PIC X.

           COPY TOQTIPO.
       COPY PERSONCTX.
       01 CONSENT-NAME         PIC X(40).
       01 CONSENT-REQUEST-NAME PIC X(40).
       01 CONSENT-AUDIT-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DA MATRIZ DE CONSENTIMENTO ==="
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

           OPEN INPUT CONSENT-REQUEST-FILE
           IF CQ-STATUS NOT = "00"
               DISPLAY "TOQCONSREQ nao encontrado. Nada a aplicar."
               GOBACK
           END-IF

           OPEN I-O CONSENT-FILE
           IF TC-STATUS = "35"
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF
           IF TC-STATUS NOT = "00"
               DISPLAY "Erro ao abrir TOQUECONSENT. Estado: "
                   TC-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE TC-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CLOSE CONSENT-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CONSENT-AUDIT-FILE
           IF CAUD-STATUS = "35"
               OPEN OUTPUT CONSENT-AUDIT-FILE
           END-IF

           PERFORM UNTIL CQ-STATUS = "10"
               READ CONSENT-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-ACTION
               END-READ
           END-PERFORM

           CLOSE CONSENT-REQUEST-FILE
           CLOSE CONSENT-FILE
           CLOSE CONSENT-AUDIT-FILE

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
                                   MOVE OA-ALLOW-REF TO AUTH-FLAG
                                   IF AUTH-FLAG = "Y"
                                       MOVE "Y" TO OPERATOR-ALLOWED
                                   END-IF
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

       APPLY-ONE-ACTION.
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO PREVIOUS-CONSENT
           PERFORM VALIDATE-ACTION
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               EVALUATE CQ-ACTION
                   WHEN "ADD"
                       PERFORM ADD-CONSENT
                   WHEN "UPD"
                       PERFORM UPDATE-CONSENT
                   WHEN "DEL"
                       PERFORM DELETE-CONSENT
               END-EVALUATE
           END-IF.

       VALIDATE-ACTION.
           IF CQ-ACTION NOT = "ADD"
               AND CQ-ACTION NOT = "UPD"
               AND CQ-ACTION NOT = "DEL"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND CQ-NOME = SPACES
               MOVE "NOME EM BRANCO" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               MOVE "N" TO TIPO-VALIDO
               PERFORM VARYING TYPE-IX FROM 1 BY 1
                       UNTIL TYPE-IX > TOQ-TYPE-COUNT
                   IF TOQ-TYPE-NAME(TYPE-IX) = CQ-TIPO
                       MOVE "Y" TO TIPO-VALIDO
                   END-IF
               END-PERFORM
               IF TIPO-VALIDO = "N"
                   MOVE "TIPO DE TOQUE INVALIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND CQ-ACTION NOT = "DEL"
               IF CQ-CONSENT NOT = "PERMITIR"
                   AND CQ-CONSENT NOT = "PERGUNTAR"
                   AND CQ-CONSENT NOT = "RECUSAR"
                   MOVE "CONSENTIMENTO INVALIDO" TO REJECT-REASON
               END-IF
           END-IF.

       ADD-CONSENT.
           MOVE CQ-NOME    TO TC-NOME
           MOVE CQ-TIPO    TO TC-TIPO
           MOVE CQ-CONSENT TO TC-CONSENT
           MOVE RUN-DATE   TO TC-SINCE-DATE
           WRITE TOQUE-CONSENT-RECORD
               INVALID KEY
                   MOVE "NOME/TIPO JA REGISTADO" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM WRITE-APPLY-AUDIT
           END-WRITE.

       UPDATE-CONSENT.
           MOVE CQ-NOME TO TC-NOME
           MOVE CQ-TIPO TO TC-TIPO
           READ CONSENT-FILE
               INVALID KEY
                   MOVE "NOME/TIPO INEXISTENTE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE TC-CONSENT TO PREVIOUS-CONSENT
                   IF CQ-CONSENT NOT = TC-CONSENT
                       MOVE CQ-CONSENT TO TC-CONSENT
                       MOVE RUN-DATE   TO TC-SINCE-DATE
                   END-IF
                   REWRITE TOQUE-CONSENT-RECORD
                   PERFORM WRITE-APPLY-AUDIT
           END-READ.

       DELETE-CONSENT.
           MOVE CQ-NOME TO TC-NOME
           MOVE CQ-TIPO TO TC-TIPO
           READ CONSENT-FILE
               INVALID KEY
                   MOVE "NOME/TIPO INEXISTENTE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE TC-CONSENT TO PREVIOUS-CONSENT
                   DELETE CONSENT-FILE
                   PERFORM WRITE-APPLY-AUDIT
           END-READ.

       WRITE-APPLY-AUDIT.
           ADD 1 TO APPLIED-COUNT
           DISPLAY "Aplicado: " CQ-ACTION " " CQ-NOME " " CQ-TIPO
           MOVE SPACES TO CONSENT-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " CQ-ACTION
               " | " CQ-NOME " | " CQ-TIPO
               " | APLICADO | " PREVIOUS-CONSENT " -> " CQ-CONSENT
               DELIMITED BY SIZE INTO CONSENT-AUDIT-LINE
           WRITE CONSENT-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " CQ-ACTION " " CQ-NOME " " CQ-TIPO
               " (" REJECT-REASON ")"
           MOVE SPACES TO CONSENT-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " CQ-ACTION
               " | " CQ-NOME " | " CQ-TIPO
               " | REJEITADO | " REJECT-REASON
               DELIMITED BY SIZE INTO CONSENT-AUDIT-LINE
           WRITE CONSENT-AUDIT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CONSENT-NAME
           STRING "DATA/TOQUECONSENT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONSENT-NAME
           MOVE SPACES TO CONSENT-REQUEST-NAME
           STRING "DATA/TOQCONSREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONSENT-REQUEST-NAME
           MOVE SPACES TO CONSENT-AUDIT-NAME
           STRING "DATA/TOQCONSAUD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONSENT-AUDIT-NAME.
