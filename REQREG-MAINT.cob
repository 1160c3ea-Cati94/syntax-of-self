       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQREG-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT REG-REQUEST-FILE ASSIGN TO "DATA/REQREGREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TG-STATUS.

           SELECT REG-AUDIT-FILE ASSIGN TO "DATA/REQREGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAUD-STATUS.

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
       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  REG-REQUEST-FILE.
       01  REG-REQUEST-RECORD.
           05 TG-ACTION             PIC X(3).
           05 FILLER                PIC X.
           05 TG-SOURCE             PIC X(20).
           05 FILLER                PIC X.
           05 TG-CATEGORY           PIC X(10).
           05 FILLER                PIC X.
           05 TG-PREF-CHANNEL       PIC X(3).
           05 FILLER                PIC X.
           05 TG-REG-STATUS         PIC X(12).
           05 FILLER                PIC X.
           05 TG-LANGUAGE           PIC X(2).

       FD  REG-AUDIT-FILE.
       01  REG-AUDIT-LINE           PIC X(120).

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
       01 RG-STATUS-CODE       PIC XX.
       01 TG-STATUS            PIC XX.
       01 GAUD-STATUS          PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "REQREG-MAINT".
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

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "=== MANUTENCAO DO REGISTO DE REQUERENTES ==="
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

           OPEN INPUT REG-REQUEST-FILE
           IF TG-STATUS NOT = "00"
               DISPLAY "REQREGREQ nao encontrado. Nada a aplicar."
               GOBACK
           END-IF

           OPEN I-O REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "35"
               OPEN OUTPUT REQ-REGISTRY-FILE
               CLOSE REQ-REGISTRY-FILE
               OPEN I-O REQ-REGISTRY-FILE
           END-IF
           IF RG-STATUS-CODE NOT = "00"
               DISPLAY "Erro ao abrir REQREGISTRY. Estado: "
                   RG-STATUS-CODE
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RG-STATUS-CODE TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CLOSE REG-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND REG-AUDIT-FILE
           IF GAUD-STATUS = "35"
               OPEN OUTPUT REG-AUDIT-FILE
           END-IF

           PERFORM UNTIL TG-STATUS = "10"
               READ REG-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-ACTION
               END-READ
           END-PERFORM

           CLOSE REG-REQUEST-FILE
           CLOSE REQ-REGISTRY-FILE
           CLOSE REG-AUDIT-FILE

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
           PERFORM VALIDATE-ACTION
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               EVALUATE TG-ACTION
                   WHEN "ADD"
                       PERFORM ADD-REQUESTER
                   WHEN "UPD"
                       PERFORM UPDATE-REQUESTER
                   WHEN "DEL"
                       PERFORM DELETE-REQUESTER
               END-EVALUATE
           END-IF.

       VALIDATE-ACTION.
           IF TG-ACTION NOT = "ADD"
               AND TG-ACTION NOT = "UPD"
               AND TG-ACTION NOT = "DEL"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND TG-SOURCE = SPACES
               MOVE "FONTE EM BRANCO" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND TG-ACTION NOT = "DEL"
               IF TG-CATEGORY NOT = "FAMILIA"
                   AND TG-CATEGORY NOT = "AMIGO"
                   AND TG-CATEGORY NOT = "TRABALHO"
                   AND TG-CATEGORY NOT = "OUTRO"
                   MOVE "CATEGORIA INVALIDA" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND TG-ACTION NOT = "DEL"
               IF TG-PREF-CHANNEL NOT = "TEL"
                   AND TG-PREF-CHANNEL NOT = "MSG"
                   AND TG-PREF-CHANNEL NOT = "PRE"
                   AND TG-PREF-CHANNEL NOT = "MAN"
                   MOVE "CANAL INVALIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND TG-ACTION NOT = "DEL"
               IF TG-REG-STATUS NOT = "ATIVO"
                   AND TG-REG-STATUS NOT = "BLOQUEADO"
                   AND TG-REG-STATUS NOT = "DESCONHECIDO"
                   MOVE "ESTADO INVALIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND TG-ACTION NOT = "DEL"
               AND TG-LANGUAGE NOT = SPACES
               IF TG-LANGUAGE NOT ALPHABETIC-UPPER
                   OR TG-LANGUAGE(1:1) = SPACE
                   OR TG-LANGUAGE(2:1) = SPACE
                   MOVE "LINGUA INVALIDA" TO REJECT-REASON
               END-IF
           END-IF.

       ADD-REQUESTER.
           MOVE TG-SOURCE       TO RG-SOURCE
           MOVE TG-CATEGORY     TO RG-CATEGORY
           MOVE TG-PREF-CHANNEL TO RG-PREF-CHANNEL
           MOVE TG-REG-STATUS   TO RG-STATUS
           MOVE RUN-DATE        TO RG-SINCE-DATE
           IF TG-LANGUAGE = SPACES
               MOVE "PT" TO TG-LANGUAGE
           END-IF
           MOVE TG-LANGUAGE     TO RG-LANGUAGE
           WRITE REQ-REGISTRY-RECORD
               INVALID KEY
                   MOVE "FONTE JA REGISTADA" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM WRITE-APPLY-AUDIT
           END-WRITE.

       UPDATE-REQUESTER.
           MOVE TG-SOURCE TO RG-SOURCE
           READ REQ-REGISTRY-FILE
               INVALID KEY
                   MOVE "FONTE INEXISTENTE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   MOVE TG-CATEGORY     TO RG-CATEGORY
                   MOVE TG-PREF-CHANNEL TO RG-PREF-CHANNEL
                   IF TG-REG-STATUS NOT = RG-STATUS
                       MOVE TG-REG-STATUS TO RG-STATUS
                       MOVE RUN-DATE      TO RG-SINCE-DATE
                   END-IF
                   IF TG-LANGUAGE NOT = SPACES
                       MOVE TG-LANGUAGE TO RG-LANGUAGE
                   END-IF
                   MOVE RG-LANGUAGE     TO TG-LANGUAGE
                   REWRITE REQ-REGISTRY-RECORD
                   PERFORM WRITE-APPLY-AUDIT
           END-READ.

       DELETE-REQUESTER.
           MOVE TG-SOURCE TO RG-SOURCE
           DELETE REQ-REGISTRY-FILE
               INVALID KEY
                   MOVE "FONTE INEXISTENTE" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM WRITE-APPLY-AUDIT
           END-DELETE.

       WRITE-APPLY-AUDIT.
           ADD 1 TO APPLIED-COUNT
           DISPLAY "Aplicado: " TG-ACTION " " TG-SOURCE
           MOVE SPACES TO REG-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " TG-ACTION
               " | " TG-SOURCE
               " | APLICADO | " TG-CATEGORY " " TG-PREF-CHANNEL
               " " TG-REG-STATUS " LINGUA=" TG-LANGUAGE
               DELIMITED BY SIZE INTO REG-AUDIT-LINE
           WRITE REG-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " TG-ACTION " " TG-SOURCE
               " (" REJECT-REASON ")"
           MOVE SPACES TO REG-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " TG-ACTION
               " | " TG-SOURCE
               " | REJEITADO | " REJECT-REASON
               DELIMITED BY SIZE INTO REG-AUDIT-LINE
           WRITE REG-AUDIT-LINE.
