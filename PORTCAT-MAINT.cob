       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCAT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-CATALOG-FILE ASSIGN USING PORT-CATALOG-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-NAME
               FILE STATUS IS PC-STATUS-CODE.

           SELECT PORT-FILE ASSIGN USING PORT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT CAT-REQUEST-FILE ASSIGN USING CAT-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KQ-STATUS.

           SELECT CAT-AUDIT-FILE ASSIGN USING CAT-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KAUD-STATUS.

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
       FD  PORT-CATALOG-FILE.
           COPY PORTCAT.

       FD  PORT-FILE.
       01  PORT-FILE-RECORD.
           05 PF-NAME      PIC X(15).
           05 PF-STATE     PIC X(10).

       FD  CAT-REQUEST-FILE.
       01  CAT-REQUEST-RECORD.
           05 KQ-ACTION             PIC X(3).
           05 FILLER                PIC X.
           05 KQ-NAME               PIC X(15).
           05 FILLER                PIC X.
           05 KQ-CRITICALITY        PIC X(5).
           05 FILLER                PIC X.
           05 KQ-DEFAULT-STATE      PIC X(10).
           05 FILLER                PIC X.
           05 KQ-CAT-STATUS         PIC X(8).
           05 FILLER                PIC X.
           05 KQ-DESCRIPTION        PIC X(40).

       FD  CAT-AUDIT-FILE.
       01  CAT-AUDIT-LINE           PIC X(160).

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
       01 PC-STATUS-CODE       PIC XX.
       01 PF-STATUS            PIC XX.
       01 PORT-FILE-OPEN       PIC X VALUE "N".
       01 KQ-STATUS            PIC XX.
       01 KAUD-STATUS          PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "PORTCAT-MAINT".
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
       01 PREVIOUS-VALUES.
           05 PV-CRITICALITY   PIC X(5).
           05 FILLER           PIC X VALUE "/".
           05 PV-DEFAULT-STATE PIC X(10).
           05 FILLER           PIC X VALUE "/".
           05 PV-STATUS        PIC X(8).
       01 CURRENT-VALUES.
           05 CV-CRITICALITY   PIC X(5).
           05 FILLER           PIC X VALUE "/".
           05 CV-DEFAULT-STATE PIC X(10).
           05 FILLER           PIC X VALUE "/".
           05 CV-STATUS        PIC X(8).
       COPY PERSONCTX.
       01 PORT-CATALOG-NAME    PIC X(40).
       01 PORT-NAME            PIC X(40).
       01 CAT-REQUEST-NAME     PIC X(40).
       01 CAT-AUDIT-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DO CATALOGO DE PORTAS ==="
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

           OPEN INPUT CAT-REQUEST-FILE
           IF KQ-STATUS NOT = "00"
               DISPLAY "PORTCATREQ nao encontrado. Nada a aplicar."
               GOBACK
           END-IF

           OPEN I-O PORT-CATALOG-FILE
           IF PC-STATUS-CODE = "35"
               OPEN OUTPUT PORT-CATALOG-FILE
               CLOSE PORT-CATALOG-FILE
               OPEN I-O PORT-CATALOG-FILE
           END-IF
           IF PC-STATUS-CODE NOT = "00"
               DISPLAY "Erro ao abrir PORTCATALOG. Estado: "
                   PC-STATUS-CODE
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE PC-STATUS-CODE TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CLOSE CAT-REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PORT-FILE
           IF PF-STATUS = "00"
               MOVE "Y" TO PORT-FILE-OPEN
           ELSE
               DISPLAY "Aviso: PORTFILE indisponivel. Estado: "
                   PF-STATUS ". Novas entradas serao rejeitadas."
           END-IF

           OPEN EXTEND CAT-AUDIT-FILE
           IF KAUD-STATUS = "35"
               OPEN OUTPUT CAT-AUDIT-FILE
           END-IF

           PERFORM UNTIL KQ-STATUS = "10"
               READ CAT-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-ACTION
               END-READ
           END-PERFORM

           CLOSE CAT-REQUEST-FILE
           CLOSE PORT-CATALOG-FILE
           IF PORT-FILE-OPEN = "Y"
               CLOSE PORT-FILE
           END-IF
           CLOSE CAT-AUDIT-FILE

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
           MOVE SPACES TO PV-CRITICALITY PV-DEFAULT-STATE PV-STATUS
           PERFORM VALIDATE-ACTION
           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-AUDIT
           ELSE
               EVALUATE KQ-ACTION
                   WHEN "ADD"
                       PERFORM ADD-CATALOG-ENTRY
                   WHEN "UPD"
                       PERFORM UPDATE-CATALOG-ENTRY
                   WHEN "DEL"
                       PERFORM DELETE-CATALOG-ENTRY
               END-EVALUATE
           END-IF.

       VALIDATE-ACTION.
           IF KQ-ACTION NOT = "ADD"
               AND KQ-ACTION NOT = "UPD"
               AND KQ-ACTION NOT = "DEL"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND KQ-NAME = SPACES
               MOVE "PORTA EM BRANCO" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND KQ-ACTION = "ADD"
               IF KQ-CRITICALITY = SPACES
                   MOVE "MEDIA" TO KQ-CRITICALITY
               END-IF
               IF KQ-CAT-STATUS = SPACES
                   MOVE "ATIVA" TO KQ-CAT-STATUS
               END-IF
               IF KQ-DEFAULT-STATE = SPACES
                   MOVE "ESTADO POR DEFEITO EM BRANCO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND KQ-ACTION NOT = "DEL"
               AND KQ-CRITICALITY NOT = SPACES
               IF KQ-CRITICALITY NOT = "ALTA"
                   AND KQ-CRITICALITY NOT = "MEDIA"
                   AND KQ-CRITICALITY NOT = "BAIXA"
                   MOVE "CRITICIDADE INVALIDA" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND KQ-ACTION NOT = "DEL"
               AND KQ-DEFAULT-STATE NOT = SPACES
               IF KQ-DEFAULT-STATE NOT = "OPEN"
                   AND KQ-DEFAULT-STATE NOT = "CLOSED"
                   AND KQ-DEFAULT-STATE NOT = "TIMEOUT"
                   AND KQ-DEFAULT-STATE NOT = "FILTERED"
                   MOVE "ESTADO POR DEFEITO INVALIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND KQ-ACTION NOT = "DEL"
               AND KQ-CAT-STATUS NOT = SPACES
               IF KQ-CAT-STATUS NOT = "ATIVA"
                   AND KQ-CAT-STATUS NOT = "RETIRADA"
                   MOVE "SITUACAO INVALIDA" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND KQ-ACTION = "ADD"
               PERFORM CHECK-PORT-EXISTS
           END-IF.

       CHECK-PORT-EXISTS.
           IF PORT-FILE-OPEN = "N"
               MOVE "PORTFILE INDISPONIVEL" TO REJECT-REASON
           ELSE
               MOVE KQ-NAME TO PF-NAME
               READ PORT-FILE
                   INVALID KEY
                       MOVE "PORTA INEXISTENTE EM PORTFILE"
                           TO REJECT-REASON
               END-READ
           END-IF.

       ADD-CATALOG-ENTRY.
           MOVE SPACES           TO PORT-CATALOG-RECORD
           MOVE KQ-NAME          TO PC-NAME
           MOVE KQ-DESCRIPTION   TO PC-DESCRIPTION
           MOVE KQ-CRITICALITY   TO PC-CRITICALITY
           MOVE KQ-DEFAULT-STATE TO PC-DEFAULT-STATE
           MOVE KQ-CAT-STATUS    TO PC-STATUS
           MOVE RUN-DATE         TO PC-UPDATED-DATE
           MOVE OPERATOR-ID      TO PC-UPDATED-BY
           WRITE PORT-CATALOG-RECORD
               INVALID KEY
                   MOVE "PORTA JA CATALOGADA" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM WRITE-APPLY-AUDIT
           END-WRITE.

       UPDATE-CATALOG-ENTRY.
           MOVE KQ-NAME TO PC-NAME
           READ PORT-CATALOG-FILE
               INVALID KEY
                   MOVE "PORTA NAO CATALOGADA" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM SAVE-PREVIOUS-VALUES
                   IF KQ-DESCRIPTION NOT = SPACES
                       MOVE KQ-DESCRIPTION TO PC-DESCRIPTION
                   END-IF
                   IF KQ-CRITICALITY NOT = SPACES
                       MOVE KQ-CRITICALITY TO PC-CRITICALITY
                   END-IF
                   IF KQ-DEFAULT-STATE NOT = SPACES
                       MOVE KQ-DEFAULT-STATE TO PC-DEFAULT-STATE
                   END-IF
                   IF KQ-CAT-STATUS NOT = SPACES
                       MOVE KQ-CAT-STATUS TO PC-STATUS
                   END-IF
                   MOVE RUN-DATE    TO PC-UPDATED-DATE
                   MOVE OPERATOR-ID TO PC-UPDATED-BY
                   REWRITE PORT-CATALOG-RECORD
                   PERFORM WRITE-APPLY-AUDIT
           END-READ.

       DELETE-CATALOG-ENTRY.
           MOVE KQ-NAME TO PC-NAME
           READ PORT-CATALOG-FILE
               INVALID KEY
                   MOVE "PORTA NAO CATALOGADA" TO REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               NOT INVALID KEY
                   PERFORM SAVE-PREVIOUS-VALUES
                   DELETE PORT-CATALOG-FILE
                   MOVE SPACES TO PC-CRITICALITY PC-DEFAULT-STATE
                       PC-STATUS
                   PERFORM WRITE-APPLY-AUDIT
           END-READ.

       SAVE-PREVIOUS-VALUES.
           MOVE PC-CRITICALITY   TO PV-CRITICALITY
           MOVE PC-DEFAULT-STATE TO PV-DEFAULT-STATE
           MOVE PC-STATUS        TO PV-STATUS.

       WRITE-APPLY-AUDIT.
           ADD 1 TO APPLIED-COUNT
           DISPLAY "Aplicado: " KQ-ACTION " " KQ-NAME
           MOVE PC-CRITICALITY   TO CV-CRITICALITY
           MOVE PC-DEFAULT-STATE TO CV-DEFAULT-STATE
           MOVE PC-STATUS        TO CV-STATUS
           MOVE SPACES TO CAT-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " KQ-ACTION
               " | " KQ-NAME
               " | APLICADO | " PREVIOUS-VALUES " -> " CURRENT-VALUES
               " | " KQ-DESCRIPTION
               DELIMITED BY SIZE INTO CAT-AUDIT-LINE
           WRITE CAT-AUDIT-LINE.

       WRITE-REJECT-AUDIT.
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " KQ-ACTION " " KQ-NAME
               " (" REJECT-REASON ")"
           MOVE SPACES TO CAT-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " KQ-ACTION
               " | " KQ-NAME
               " | REJEITADO | " REJECT-REASON
               DELIMITED BY SIZE INTO CAT-AUDIT-LINE
           WRITE CAT-AUDIT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PORT-CATALOG-NAME
           STRING "DATA/PORTCATALOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-CATALOG-NAME
           MOVE SPACES TO PORT-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-NAME
           MOVE SPACES TO CAT-REQUEST-NAME
           STRING "DATA/PORTCATREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAT-REQUEST-NAME
           MOVE SPACES TO CAT-AUDIT-NAME
           STRING "DATA/PORTCATAUD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAT-AUDIT-NAME.
