       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT NAME-REQUEST-FILE ASSIGN USING NAME-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NR-STATUS.

           SELECT PORT-RULES-FILE ASSIGN USING PORT-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-STATUS.

           SELECT BATCH-RESULTS-FILE ASSIGN USING BATCH-RESULTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-STATUS.

           SELECT MEASURES-FILE ASSIGN USING MEASURES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEAS-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT TRUST-POLICY-FILE ASSIGN USING TRUST-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-STATUS.

           SELECT REVOKE-COUNT-FILE ASSIGN USING REVOKE-COUNT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-NOME
               FILE STATUS IS RV-STATUS.

           SELECT TIER-AUDIT-FILE ASSIGN USING TIER-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIER-STATUS.

           SELECT REJECT-COUNT-FILE ASSIGN USING REJECT-COUNT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RJ-NOME
               FILE STATUS IS RJ-STATUS.

           SELECT PERSIST-CONFIG-FILE ASSIGN USING PERSIST-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TQP-STATUS.

           SELECT TRIGGER-FILE ASSIGN USING TRIGGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN USING ALERT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

           SELECT PORT-FILE ASSIGN USING PORT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT CONSENT-FILE ASSIGN USING CONSENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               FILE STATUS IS TC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMORIA-FILE.
           05 MS-TOUCH-COUNT  PIC 9(4).

       FD  AUDIT-FILE.
       01  AUDIT-LINE         PIC X(100).

       FD  NAME-REQUEST-FILE.
       01  NAME-REQUEST-RECORD.
           05 NR-NOME         PIC X(20).
           05 NR-TIPO         PIC X(10).

       FD  BATCH-RESULTS-FILE.
       01  BATCH-RESULTS-LINE    PIC X(80).

       FD  MEASURES-FILE.
       01  MEASURES-RECORD       PIC X(20).
           05 PF-NAME         PIC X(15).
           05 PF-STATE        PIC X(10).

       FD  CONSENT-FILE.
           COPY TOQCONS.

       WORKING-STORAGE SECTION.

       01 NOME-HUMANO        PIC X(20).
       01 TOQUE-PERMITIDO    PIC X VALUE "N".
       01 MS-STATUS          PIC XX.
       01 AUD-STATUS         PIC XX.
       COPY LOGSEAL.
       01 NR-STATUS          PIC XX.
       01 NOME-A-REVOGAR     PIC X(20).
       01 REINICIAR-RESPOSTA PIC X VALUE "S".
       01 FIRST-DATE-NUM     PIC 9(8).
       01 WS-FIRST-INTEGER   PIC 9(7).
       01 REJECT-GAP-DAYS    PIC S9(7).
       01 TC-STATUS          PIC XX.
       01 TIPO-TOQUE         PIC X(10).
       01 TIPO-VALIDO        PIC X VALUE "Y".
       01 TYPE-IX            PIC 9.
       01 CONSENTIMENTO      PIC X(9).
       01 RESPOSTA-CONSENTIMENTO PIC X.

           COPY TOQTIPO.

       COPY NAMESTAT
           REPLACING ==WS-ENTITY-NAME==   BY ==TS-ENTITY-NAME==
                     ==WS-ENTITY-STATUS== BY ==TS-ENTITY-STATUS==
                     ==WS-RUN-TIMESTAMP== BY ==RUN-TIMESTAMP==.

       COPY RUNCLOCK.
       COPY PERSONCTX.
       01 MEMORIA-NAME         PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 NAME-REQUEST-NAME    PIC X(40).
       01 PORT-RULES-NAME      PIC X(40).
       01 BATCH-RESULTS-NAME   PIC X(40).
       01 MEASURES-NAME        PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 TRUST-POLICY-NAME    PIC X(40).
       01 REVOKE-COUNT-NAME    PIC X(40).
       01 TIER-AUDIT-NAME      PIC X(40).
       01 REJECT-COUNT-NAME    PIC X(40).
       01 PERSIST-CONFIG-NAME  PIC X(40).
       01 TRIGGER-NAME         PIC X(40).
       01 ALERT-LOG-NAME       PIC X(40).
       01 PORT-FILE-NAME       PIC X(40).
       01 CONSENT-NAME         PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           PERFORM SEED-MEMORIA-IF-MISSING
           PERFORM LOAD-TRUST-POLICY
           PERFORM LOAD-PERSIST-CONFIG
               DISPLAY "Um humano aproxima-se. Nome: "
               DISPLAY "(ou 'REVOGAR <nome>' para remover uma memoria)"
               ACCEPT NOME-HUMANO
               MOVE SPACES TO TIPO-TOQUE
               IF NOME-HUMANO(1:8) NOT = "REVOGAR "
                   DISPLAY "Tipo de toque (APERTO/ABRACO/OMBRO/PERTO, "
                       "vazio = sem tipo):"
                   ACCEPT TIPO-TOQUE
               END-IF

               PERFORM PROCESS-ONE-NAME

                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NR-NOME TO NOME-HUMANO
                       MOVE NR-TIPO TO TIPO-TOQUE
                       PERFORM PROCESS-ONE-NAME
                       PERFORM WRITE-BATCH-RESULT
               END-READ
           DISPLAY "Resultados do lote em DATA/TOQUERESULTS.".

       WRITE-BATCH-RESULT.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           MOVE SPACES TO BATCH-RESULTS-LINE
           STRING RUN-TIMESTAMP(1:14) " | " NOME-HUMANO
               " | " OUTCOME-CODE " | " TIPO-TOQUE
               DELIMITED BY SIZE INTO BATCH-RESULTS-LINE
           WRITE BATCH-RESULTS-LINE.

               PERFORM REVOGAR-MEMORIA
           ELSE
               PERFORM VERIFICAR-MEMORIA
               IF TIPO-TOQUE NOT = SPACES
                   AND (TOQUE-PERMITIDO = "S" OR TOQUE-PERMITIDO = "P")
                   PERFORM VERIFICAR-CONSENTIMENTO
               END-IF
               PERFORM REGISTAR-TENTATIVA

               EVALUATE TOQUE-PERMITIDO
                       DISPLAY "Ligacao em construcao. Toque aceite "
                           "com cautela."
                       PERFORM ATUALIZAR-TOQUE
                   WHEN "R"
                       IF TIPO-VALIDO = "N"
                           MOVE "TIPO-DESCONHECIDO" TO OUTCOME-CODE
                           DISPLAY "Tipo de toque desconhecido: "
                               TIPO-TOQUE ". Toque rejeitado."
                       ELSE
                           MOVE "RECUSADO-TIPO" TO OUTCOME-CODE
                           DISPLAY "Toque " TIPO-TOQUE
                               " nao consentido para " NOME-HUMANO
                           DISPLAY "IA recua. Limite respeitado."
                       END-IF
                   WHEN "Q"
                       MOVE "PERGUNTAR" TO OUTCOME-CODE
                       DISPLAY "Toque " TIPO-TOQUE " com " NOME-HUMANO
                           " requer consentimento no momento. "
                           "Nao executado."
                   WHEN OTHER
                       MOVE "REJEITADO" TO OUTCOME-CODE
                       DISPLAY "Origem desconhecida. Toque rejeitado."
               END-EVALUATE
               IF TOQUE-PERMITIDO NOT = "S"
                   AND TOQUE-PERMITIDO NOT = "P"
                   AND TOQUE-PERMITIDO NOT = "R"
                   AND TOQUE-PERMITIDO NOT = "Q"
                   PERFORM COUNT-RECENT-REJECTION
               END-IF
           END-IF.
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE

           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           OPEN EXTEND ALERT-LOG-FILE
           IF ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
                   MOVE "N" TO TOQUE-PERMITIDO
           END-EVALUATE.

       VERIFICAR-CONSENTIMENTO.
           MOVE "N" TO TIPO-VALIDO
           PERFORM VARYING TYPE-IX FROM 1 BY 1
                   UNTIL TYPE-IX > TOQ-TYPE-COUNT
               IF TOQ-TYPE-NAME(TYPE-IX) = TIPO-TOQUE
                   MOVE "Y" TO TIPO-VALIDO
               END-IF
           END-PERFORM
           IF TIPO-VALIDO = "N"
               MOVE "R" TO TOQUE-PERMITIDO
           ELSE
               MOVE SPACES TO CONSENTIMENTO
               OPEN INPUT CONSENT-FILE
               IF TC-STATUS = "00"
                   MOVE NOME-HUMANO TO TC-NOME
                   MOVE TIPO-TOQUE  TO TC-TIPO
                   READ CONSENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TC-CONSENT TO CONSENTIMENTO
                   END-READ
                   CLOSE CONSENT-FILE
               END-IF
               EVALUATE CONSENTIMENTO
                   WHEN "RECUSAR"
                       MOVE "R" TO TOQUE-PERMITIDO
                   WHEN "PERGUNTAR"
                       PERFORM PERGUNTAR-CONSENTIMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PERGUNTAR-CONSENTIMENTO.
           IF BATCH-MODE = "Y"
               MOVE "Q" TO TOQUE-PERMITIDO
           ELSE
               DISPLAY "Matriz de consentimento: perguntar antes de "
                   TIPO-TOQUE " com " NOME-HUMANO "."
               DISPLAY "Consentes este toque agora? (S/N)"
               ACCEPT RESPOSTA-CONSENTIMENTO
               IF RESPOSTA-CONSENTIMENTO NOT = "S"
                   MOVE "R" TO TOQUE-PERMITIDO
               END-IF
           END-IF.

       CHECK-TIER-DEMOTION.
           IF MS-LAST-TOUCH IS NUMERIC
               MOVE MS-LAST-TOUCH TO LAST-TOUCH-NUM
           END-IF.

       REGISTAR-TENTATIVA.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           MOVE NOME-HUMANO     TO TS-ENTITY-NAME
           MOVE TOQUE-PERMITIDO TO TS-ENTITY-STATUS
           OPEN EXTEND AUDIT-FILE
           STRING RUN-TIMESTAMP(1:14) " | " TS-ENTITY-NAME
               " | " TS-ENTITY-STATUS
               " | NIVEL=" MEMORIA-TIER
               " | TIPO=" TIPO-TOQUE
               DELIMITED BY SIZE INTO AUDIT-LINE
           MOVE "TOQUEAUDIT" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO AUDIT-WRITTEN
           CLOSE AUDIT-FILE.
                   END-IF
           END-WRITE
           CLOSE MEMORIA-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/TOQUEAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO NAME-REQUEST-NAME
           STRING "DATA/TOQUEREQUESTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NAME-REQUEST-NAME
           MOVE SPACES TO PORT-RULES-NAME
           STRING "DATA/PORTRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-RULES-NAME
           MOVE SPACES TO BATCH-RESULTS-NAME
           STRING "DATA/TOQUERESULTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BATCH-RESULTS-NAME
           MOVE SPACES TO MEASURES-NAME
           STRING "DATA/AUTONOMYMEASURES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO MEASURES-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO TRUST-POLICY-NAME
           STRING "DATA/TRUSTPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TRUST-POLICY-NAME
           MOVE SPACES TO REVOKE-COUNT-NAME
           STRING "DATA/TOQUEREVOKED" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REVOKE-COUNT-NAME
           MOVE SPACES TO TIER-AUDIT-NAME
           STRING "DATA/TIERAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TIER-AUDIT-NAME
           MOVE SPACES TO REJECT-COUNT-NAME
           STRING "DATA/TOQUEREJCNT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REJECT-COUNT-NAME
           MOVE SPACES TO PERSIST-CONFIG-NAME
           STRING "DATA/TOQUEPERSIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PERSIST-CONFIG-NAME
           MOVE SPACES TO TRIGGER-NAME
           STRING "DATA/AUTONOMYTRIGGER" PERSON-SUFFIX
               DELIMITED BY SPACE INTO TRIGGER-NAME
           MOVE SPACES TO ALERT-LOG-NAME
           STRING "DATA/AUTONOMYALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ALERT-LOG-NAME
           MOVE SPACES TO PORT-FILE-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-FILE-NAME
           MOVE SPACES TO CONSENT-NAME
           STRING "DATA/TOQUECONSENT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONSENT-NAME.
