       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCHED-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN USING PROPOSAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-STATUS.

           SELECT RESCHED-TRANS-FILE ASSIGN USING RESCHED-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-STATUS.

           SELECT RESCHED-AUDIT-FILE ASSIGN USING RESCHED-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT NOTICE-FILE ASSIGN USING NOTICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOT-STATUS.

           SELECT NOTICE-STATUS-FILE ASSIGN USING NOTICE-STATUS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NS-REQUEST-ID
               FILE STATUS IS NS-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

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
       FD  PROPOSAL-FILE.
           COPY RESCHED.

       FD  RESCHED-TRANS-FILE.
           COPY RESCHTRN.

       FD  RESCHED-AUDIT-FILE.
       01  RESCHED-AUDIT-LINE      PIC X(120).

       FD  NOTICE-FILE.
       01  NOTICE-LINE             PIC X(80).

       FD  NOTICE-STATUS-FILE.
       01  NOTICE-STATUS-RECORD.
           05 NS-REQUEST-ID   PIC 9(6).
           05 NS-SOURCE       PIC X(20).
           05 NS-STATUS-CODE  PIC X(12).
           05 NS-GEN-DATE     PIC X(8).
           05 NS-SENT-DATE    PIC X(8).
           05 NS-ACK-DATE     PIC X(8).

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

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
       01 RP-STATUS            PIC XX.
       01 RT-STATUS            PIC XX.
       01 AUD-STATUS           PIC XX.
       01 NOT-STATUS           PIC XX.
       01 NS-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 RM-STATUS            PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 OPID-STATUS          PIC XX.
       01 OA-STATUS            PIC XX.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "RESCHED-MAINT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 OPERATOR-ID          PIC X(8).
       01 OPERATOR-ALLOWED     PIC X VALUE "N".
       01 RUN-DATE             PIC X(8).
       01 REJECT-REASON        PIC X(40).
       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 NOTICE-COUNT         PIC 9(4) VALUE 0.
       01 TABLES-OK            PIC X VALUE "Y".
       01 P                    PIC 9(4).
       01 FOUND-IX             PIC 9(4).
       01 S                    PIC 9.
       01 I                    PIC 9(2).
       01 LABEL-IX             PIC 9(2).
       01 OVERRIDE-SLOT        PIC 9.
       01 DATE-VALID           PIC X VALUE "N".
       01 CHECK-DATE           PIC X(8).
       01 CHECK-DATE-NUM       PIC 9(8).
       01 CHECK-MONTH          PIC 9(2).
       01 CHECK-DAY            PIC 9(2).
       01 NOTICE-FILE-NAME     PIC X(40).
       01 NOTICE-LANG          PIC X(2).
       01 REQUEST-TEXT         PIC X(50).
       01 OLD-PERIOD-TEXT      PIC X(50).
       01 PERIOD-TEXT          PIC X(50).
       01 MSG-PERIOD           PIC X(5).
       01 DEC-RESPONSE         PIC X(80).
       01 TOKEN-TEXT           PIC X(5).
       01 TOKEN-LEN            PIC 9(2).
       01 TOKEN-VALUE          PIC X(50).
       01 TOKEN-POS            PIC 9(3).
       01 TAIL-START           PIC 9(3).
       01 BUILD-PTR            PIC 9(3).
       01 RESPONSE-BUILD       PIC X(80).

       01 PROPOSAL-TABLE.
           05 PROPOSAL-COUNT   PIC 9(4) VALUE 0.
           05 PROPOSAL-ENTRIES OCCURS 500 TIMES.
               10 PX-RECORD    PIC X(100).

       01 NOTICE-LABELS.
           05 NOTICE-LABEL     PIC X(50) OCCURS 19 TIMES.

           COPY NOTLABEL.
           COPY CALSLOT.

       01 TX-GROUP             PIC X(3).
       01 TX-CODE              PIC X(30).
       01 TX-LANG              PIC X(2).
       01 TX-TEXT              PIC X(80).
       01 TX-SOURCE            PIC X.
       COPY PERSONCTX.
       01 PROPOSAL-NAME        PIC X(40).
       01 RESCHED-TRANS-NAME   PIC X(40).
       01 RESCHED-AUDIT-NAME   PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== DECISAO DE PROPOSTAS DE REMARCACAO ==="
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

           OPEN INPUT RESCHED-TRANS-FILE
           IF RT-STATUS NOT = "00"
               DISPLAY "RESCHEDTRANS nao encontrado. Nada a aplicar."
               GOBACK
           END-IF

           OPEN INPUT PROPOSAL-FILE
           IF RP-STATUS NOT = "00"
               DISPLAY "Erro ao abrir RESCHEDPROP. Estado: " RP-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RP-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               CLOSE RESCHED-TRANS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL RP-STATUS = "10"
               READ PROPOSAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROPOSAL-COUNT < 500
                           ADD 1 TO PROPOSAL-COUNT
                           MOVE RESCHED-PROPOSAL-RECORD
                               TO PX-RECORD(PROPOSAL-COUNT)
                       ELSE
                           PERFORM REPORT-TABLE-EXCEEDED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE
           IF TABLES-OK = "N"
               CLOSE RESCHED-TRANS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND RESCHED-AUDIT-FILE
           IF AUD-STATUS = "35"
               OPEN OUTPUT RESCHED-AUDIT-FILE
           END-IF

           PERFORM UNTIL RT-STATUS = "10"
               READ RESCHED-TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE RESCHED-TRANS-FILE
           CLOSE RESCHED-AUDIT-FILE

           IF APPLIED-COUNT > 0
               OPEN OUTPUT PROPOSAL-FILE
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROPOSAL-COUNT
                   MOVE PX-RECORD(P) TO RESCHED-PROPOSAL-RECORD
                   WRITE RESCHED-PROPOSAL-RECORD
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF

           DISPLAY "Decisoes aplicadas: " APPLIED-COUNT
           DISPLAY "Decisoes rejeitadas: " REJECTED-COUNT
           DISPLAY "Avisos de remarcacao gerados: " NOTICE-COUNT
           IF REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       REPORT-TABLE-EXCEEDED.
           IF TABLES-OK = "Y"
               DISPLAY "Aviso: RESCHEDPROP excede 500 propostas. "
                   "Nada aplicado."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF
           MOVE "N" TO TABLES-OK.

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
                                   AND OA-ALLOW-CAL = "Y"
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
           MOVE 0 TO FOUND-IX
           IF RT-ACTION NOT = "APROVAR" AND RT-ACTION NOT = "REJEITAR"
               MOVE "ACAO DESCONHECIDA" TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               IF RT-REQUEST-ID IS NUMERIC
                   PERFORM FIND-PENDING-PROPOSAL
                   IF FOUND-IX = 0
                       MOVE "SEM PROPOSTA PENDENTE" TO REJECT-REASON
                   END-IF
               ELSE
                   MOVE "NUMERO DE PEDIDO INVALIDO" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND RT-ACTION = "APROVAR"
               PERFORM CHECK-NEW-DATE
           END-IF

           IF REJECT-REASON = SPACES
               EVALUATE RT-ACTION
                   WHEN "APROVAR"
                       PERFORM APPROVE-PROPOSAL
                   WHEN "REJEITAR"
                       MOVE "REJEITADO" TO RP-STATE
                       PERFORM SAVE-PROPOSAL
               END-EVALUATE
           END-IF

           IF REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF.

       FIND-PENDING-PROPOSAL.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROPOSAL-COUNT
               MOVE PX-RECORD(P) TO RESCHED-PROPOSAL-RECORD
               IF RP-REQUEST-ID = RT-REQUEST-ID
                   AND RP-STATE = "PENDENTE"
                   MOVE P TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX > 0
               MOVE PX-RECORD(FOUND-IX) TO RESCHED-PROPOSAL-RECORD
           END-IF.

       CHECK-NEW-DATE.
           IF RT-NEW-DATE NOT = SPACES
               MOVE RT-NEW-DATE TO CHECK-DATE
               PERFORM VALIDATE-ONE-DATE
               IF DATE-VALID = "Y" AND RT-NEW-DATE > RUN-DATE
                   MOVE RT-NEW-DATE TO RP-NEW-DATE
                   IF RT-NEW-SLOT = SPACES
                       AND RP-NEW-SLOT NOT > 0
                       MOVE RP-BOOKED-SLOT TO RP-NEW-SLOT
                   END-IF
               ELSE
                   MOVE "DATA NOVA INVALIDA" TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND RT-NEW-SLOT NOT = SPACES
               MOVE 0 TO OVERRIDE-SLOT
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > CAL-SLOT-COUNT
                   IF CAL-SLOT-NAME(S) = RT-NEW-SLOT
                       MOVE S TO OVERRIDE-SLOT
                   END-IF
               END-PERFORM
               IF OVERRIDE-SLOT = 0
                   MOVE "PERIODO INVALIDO" TO REJECT-REASON
               ELSE
                   MOVE OVERRIDE-SLOT TO RP-NEW-SLOT
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               AND (RP-NEW-DATE = SPACES OR RP-NEW-SLOT NOT > 0)
               MOVE "SEM DATA PROPOSTA - INDICAR DATA E PERIODO"
                   TO REJECT-REASON
           END-IF.

       VALIDATE-ONE-DATE.
           MOVE "N" TO DATE-VALID
           IF CHECK-DATE IS NUMERIC
               MOVE CHECK-DATE TO CHECK-DATE-NUM
               MOVE CHECK-DATE(5:2) TO CHECK-MONTH
               MOVE CHECK-DATE(7:2) TO CHECK-DAY
               IF CHECK-DATE-NUM > 19000000
                   AND CHECK-MONTH >= 1 AND CHECK-MONTH <= 12
                   AND CHECK-DAY >= 1 AND CHECK-DAY <= 31
                   MOVE "Y" TO DATE-VALID
               END-IF
           END-IF.

       APPROVE-PROPOSAL.
           MOVE "APROVADO" TO RP-STATE
           PERFORM WRITE-RESCHEDULE-NOTICE
           PERFORM SAVE-PROPOSAL.

       SAVE-PROPOSAL.
           MOVE RUN-DATE    TO RP-DECIDED-DATE
           MOVE OPERATOR-ID TO RP-OPERATOR
           MOVE RESCHED-PROPOSAL-RECORD TO PX-RECORD(FOUND-IX)
           ADD 1 TO APPLIED-COUNT
           MOVE SPACES TO RESCHED-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " RT-ACTION
               " | " RP-REQUEST-ID " | " RP-BOOKED-DATE "/"
               RP-BOOKED-SLOT " -> " RP-NEW-DATE "/" RP-NEW-SLOT
               " | " RP-STATE
               DELIMITED BY SIZE INTO RESCHED-AUDIT-LINE
           WRITE RESCHED-AUDIT-LINE
           DISPLAY "Pedido " RP-REQUEST-ID ": "
               FUNCTION TRIM(RP-STATE) " por " OPERATOR-ID.

       WRITE-RESCHEDULE-NOTICE.
           PERFORM SET-NOTICE-LANGUAGE
           PERFORM LOCALIZE-LABELS
           MOVE SPACES TO REQUEST-TEXT
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               MOVE RP-REQUEST-ID TO RM-REQUEST-ID
               READ REQ-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RM-CONTENT TO REQUEST-TEXT
               END-READ
               CLOSE REQ-MASTER-FILE
           END-IF

           MOVE CAL-SLOT-NAME(RP-BOOKED-SLOT) TO MSG-PERIOD
           PERFORM LOCALIZE-PERIOD
           MOVE PERIOD-TEXT TO OLD-PERIOD-TEXT
           MOVE CAL-SLOT-NAME(RP-NEW-SLOT) TO MSG-PERIOD
           PERFORM LOCALIZE-PERIOD
           PERFORM LOCALIZE-RESPONSE

           MOVE SPACES TO NOTICE-FILE-NAME
           STRING "DATA/NOTICE."
               FUNCTION TRIM(RP-SOURCE)
               DELIMITED BY SIZE INTO NOTICE-FILE-NAME
           OPEN EXTEND NOTICE-FILE
           IF NOT-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF

           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING FUNCTION TRIM(NOTICE-LABEL(1)) " "
               FUNCTION TRIM(RP-SOURCE)
               "   " FUNCTION TRIM(NOTICE-LABEL(2)) " " RUN-DATE
               "   " FUNCTION TRIM(NOTICE-LABEL(3)) " " RP-REQUEST-ID
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING FUNCTION TRIM(NOTICE-LABEL(4)) " " REQUEST-TEXT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING FUNCTION TRIM(NOTICE-LABEL(11)) " "
               RP-BOOKED-DATE " "
               FUNCTION TRIM(NOTICE-LABEL(12)) " "
               FUNCTION TRIM(OLD-PERIOD-TEXT)
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING FUNCTION TRIM(NOTICE-LABEL(6)) " " DEC-RESPONSE
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           MOVE SPACES TO NOTICE-LINE
           STRING FUNCTION TRIM(NOTICE-LABEL(10)) " "
               RP-NEW-DATE " " FUNCTION TRIM(PERIOD-TEXT)
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE

           CLOSE NOTICE-FILE
           ADD 1 TO NOTICE-COUNT
           PERFORM RECORD-NOTICE-STATUS.

       SET-NOTICE-LANGUAGE.
           MOVE "PT" TO NOTICE-LANG
           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               MOVE RP-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-LANGUAGE NOT = SPACES
                           MOVE RG-LANGUAGE TO NOTICE-LANG
                       END-IF
               END-READ
               CLOSE REQ-REGISTRY-FILE
           END-IF.

       LOCALIZE-LABELS.
           PERFORM VARYING LABEL-IX FROM 1 BY 1
                   UNTIL LABEL-IX > NOT-LABEL-COUNT
               MOVE "ROT" TO TX-GROUP
               MOVE NOT-LABEL-CODE(LABEL-IX) TO TX-CODE
               MOVE NOTICE-LANG TO TX-LANG
               MOVE NOT-LABEL-DEFAULT(LABEL-IX) TO TX-TEXT
               CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG
                   TX-TEXT TX-SOURCE
                   ON EXCEPTION
                       MOVE NOT-LABEL-DEFAULT(LABEL-IX) TO TX-TEXT
               END-CALL
               MOVE TX-TEXT TO NOTICE-LABEL(LABEL-IX)
           END-PERFORM.

       LOCALIZE-PERIOD.
           MOVE MSG-PERIOD TO PERIOD-TEXT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
               IF MSG-PERIOD = NOT-LABEL-CODE(12 + I)
                   MOVE NOTICE-LABEL(12 + I) TO PERIOD-TEXT
               END-IF
           END-PERFORM.

       LOCALIZE-RESPONSE.
           MOVE "DEC" TO TX-GROUP
           MOVE "REMARCAR" TO TX-CODE
           MOVE NOTICE-LANG TO TX-LANG
           MOVE "Pedimos para remarcar a visita para &DATA (&PER)."
               TO TX-TEXT
           MOVE "O" TO TX-SOURCE
           CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG
               TX-TEXT TX-SOURCE
               ON EXCEPTION
                   MOVE "O" TO TX-SOURCE
           END-CALL
           MOVE TX-TEXT TO DEC-RESPONSE
           MOVE "&DATA" TO TOKEN-TEXT
           MOVE 5 TO TOKEN-LEN
           MOVE RP-NEW-DATE TO TOKEN-VALUE
           PERFORM REPLACE-TOKEN
           MOVE "&PER" TO TOKEN-TEXT
           MOVE 4 TO TOKEN-LEN
           MOVE PERIOD-TEXT TO TOKEN-VALUE
           PERFORM REPLACE-TOKEN.

       REPLACE-TOKEN.
           MOVE 0 TO TOKEN-POS
           INSPECT DEC-RESPONSE TALLYING TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL TOKEN-TEXT(1:TOKEN-LEN)
           PERFORM UNTIL TOKEN-POS >= 80
               MOVE SPACES TO RESPONSE-BUILD
               MOVE 1 TO BUILD-PTR
               IF TOKEN-POS > 0
                   STRING DEC-RESPONSE(1:TOKEN-POS)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               IF TOKEN-VALUE NOT = SPACES
                   STRING FUNCTION TRIM(TOKEN-VALUE)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               COMPUTE TAIL-START = TOKEN-POS + TOKEN-LEN + 1
               IF TAIL-START <= 80 AND BUILD-PTR <= 80
                   STRING DEC-RESPONSE(TAIL-START:)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               MOVE RESPONSE-BUILD TO DEC-RESPONSE
               MOVE 0 TO TOKEN-POS
               INSPECT DEC-RESPONSE TALLYING TOKEN-POS
                   FOR CHARACTERS
                   BEFORE INITIAL TOKEN-TEXT(1:TOKEN-LEN)
           END-PERFORM.

       RECORD-NOTICE-STATUS.
           OPEN I-O NOTICE-STATUS-FILE
           IF NS-STATUS = "35"
               OPEN OUTPUT NOTICE-STATUS-FILE
               CLOSE NOTICE-STATUS-FILE
               OPEN I-O NOTICE-STATUS-FILE
           END-IF
           IF NS-STATUS NOT = "00"
               DISPLAY "Aviso: NOTICESTATUS inacessivel. Estado: "
                   NS-STATUS
           ELSE
               MOVE RP-REQUEST-ID TO NS-REQUEST-ID
               READ NOTICE-STATUS-FILE
                   INVALID KEY
                       MOVE RP-REQUEST-ID TO NS-REQUEST-ID
                       MOVE RP-SOURCE     TO NS-SOURCE
                       MOVE "GENERATED"   TO NS-STATUS-CODE
                       MOVE RUN-DATE      TO NS-GEN-DATE
                       MOVE SPACES        TO NS-SENT-DATE
                       MOVE SPACES        TO NS-ACK-DATE
                       WRITE NOTICE-STATUS-RECORD
                   NOT INVALID KEY
                       MOVE RP-SOURCE     TO NS-SOURCE
                       MOVE "GENERATED"   TO NS-STATUS-CODE
                       MOVE RUN-DATE      TO NS-GEN-DATE
                       MOVE SPACES        TO NS-SENT-DATE
                       MOVE SPACES        TO NS-ACK-DATE
                       REWRITE NOTICE-STATUS-RECORD
               END-READ
               CLOSE NOTICE-STATUS-FILE
           END-IF.

       WRITE-REJECT-LINE.
           MOVE SPACES TO RESCHED-AUDIT-LINE
           STRING RUN-DATE " | " OPERATOR-ID " | " RT-ACTION
               " | " RT-REQUEST-ID " | REJEITADO: " REJECT-REASON
               DELIMITED BY SIZE INTO RESCHED-AUDIT-LINE
           WRITE RESCHED-AUDIT-LINE
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Rejeitado: " RT-ACTION " " RT-REQUEST-ID
               " (" REJECT-REASON ")".

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PROPOSAL-NAME
           STRING "DATA/RESCHEDPROP" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PROPOSAL-NAME
           MOVE SPACES TO RESCHED-TRANS-NAME
           STRING "DATA/RESCHEDTRANS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RESCHED-TRANS-NAME
           MOVE SPACES TO RESCHED-AUDIT-NAME
           STRING "DATA/RESCHEDAUD" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RESCHED-AUDIT-NAME
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME.
