       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN USING INCIDENT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INCIDENT-ID
               FILE STATUS IS IN-STATUS.

           SELECT EVIDENCE-FILE ASSIGN USING EVIDENCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IE-STATUS.

           SELECT NEXT-ID-FILE ASSIGN USING NEXT-ID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NID-STATUS.

           SELECT INCIDENT-TRANS-FILE ASSIGN USING INCIDENT-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IT-STATUS.

           SELECT INCIDENT-ERROR-FILE ASSIGN USING INCIDENT-ERROR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR-STATUS.

           SELECT INCIDENT-REPORT-FILE ASSIGN USING INCIDENT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT TOQUE-AUDIT-FILE ASSIGN USING TOQUE-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOQ-STATUS.

           SELECT BOUNDARY-LOG-FILE ASSIGN USING BOUNDARY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-STATUS.

           SELECT FINDINGS-FILE ASSIGN USING FINDINGS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FND-STATUS.

           SELECT CONV-INDEX-FILE ASSIGN USING CONV-INDEX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS CV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY INCREC.

       FD  EVIDENCE-FILE.
           COPY INCEVID.

       FD  NEXT-ID-FILE.
       01  NEXT-ID-RECORD      PIC 9(6).

       FD  INCIDENT-TRANS-FILE.
       01  INCIDENT-TRANS-RECORD.
           05 IT-ACTION        PIC X(6).
           05 FILLER           PIC X.
           05 IT-KEY           PIC 9(6).
           05 FILLER           PIC X.
           05 IT-SEVERITY      PIC X.
           05 FILLER           PIC X.
           05 IT-NOTE          PIC X(50).

       FD  INCIDENT-ERROR-FILE.
       01  INCIDENT-ERROR-LINE PIC X(100).

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-LINE PIC X(132).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  TOQUE-AUDIT-FILE.
       01  TOQ-LINE.
           05 TOQ-DATA         PIC X(80).
           05 FILLER           PIC X(20).

       FD  BOUNDARY-LOG-FILE.
       01  BOUNDARY-LOG-LINE.
           05 BOUNDARY-LOG-DATA PIC X(170).
           05 FILLER           PIC X(20).

       FD  FINDINGS-FILE.
       01  FINDINGS-LINE       PIC X(160).

       FD  CONV-INDEX-FILE.
           COPY CONVHDR.

       WORKING-STORAGE SECTION.
       01 IN-STATUS            PIC XX.
       01 IE-STATUS            PIC XX.
       01 NID-STATUS           PIC XX.
       01 IT-STATUS            PIC XX.
       01 ERR-STATUS           PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RM-STATUS            PIC XX.
       01 RP-STATUS            PIC XX.
       01 TOQ-STATUS           PIC XX.
       01 BL-STATUS            PIC XX.
       01 FND-STATUS           PIC XX.
       01 CV-STATUS            PIC XX.
       01 CONV-OPEN            PIC X VALUE "N".
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 RUN-DATE-NUM         PIC 9(8).
       01 WINDOW-INTEGER       PIC 9(7).
       01 WINDOW-NUM           PIC 9(8).
       01 WINDOW-START         PIC X(8).
       01 SCAN-DAYS            PIC 9(3) VALUE 7.
       01 LAST-INCIDENT-ID     PIC 9(6) VALUE 0.
       01 REJECT-REASON        PIC X(30).
       01 NEW-SEVERITY         PIC 9.
       01 BOOKED-DATE          PIC X(8).
       01 SCAN-OK              PIC X VALUE "Y".
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 BEST-POS             PIC 9(4).

       01 OPENED-COUNT         PIC 9(4) VALUE 0.
       01 REVIEWED-COUNT       PIC 9(4) VALUE 0.
       01 CLOSED-COUNT         PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 AUTO-OPENED-COUNT    PIC 9(4) VALUE 0.
       01 EVIDENCE-ADDED       PIC 9(4) VALUE 0.
       01 PROFILE-COUNT        PIC 9(4) VALUE 0.

       01 EV-DATE              PIC X(8).
       01 EV-PERSON            PIC X(20).
       01 EV-FILE              PIC X(12).
       01 EV-TEXT              PIC X(120).
       01 EV-SEVERITY          PIC 9.
       01 EV-VISIT             PIC 9(4).
       01 EV-KNOWN             PIC X.
       01 EV-LINKED            PIC X.
       01 SOURCE-POINTS        PIC 9(4).

       01 TOQ-TIMESTAMP        PIC X(14).
       01 TOQ-NOME             PIC X(20).
       01 TOQ-OUTCOME          PIC X.
       01 BL-HEAD              PIC X(170).
       01 BL-SEV-PART          PIC X(30).
       01 FND-LINE-NO          PIC X(12).
       01 FND-SPEAKER          PIC X(20).
       01 FND-HEAD             PIC X(160).
       01 FND-CONV-PART        PIC X(10).

       01 VISIT-TABLE.
           05 VISIT-COUNT      PIC 9(4) VALUE 0.
           05 VISIT-ENTRIES OCCURS 100 TIMES.
               10 VT-REQ-ID    PIC 9(6).
               10 VT-SOURCE    PIC X(20).
               10 VT-DATE      PIC X(8).
               10 VT-INCIDENT  PIC 9(6).

       01 KNOWN-TABLE.
           05 KNOWN-COUNT      PIC 9(4) VALUE 0.
           05 KNOWN-ENTRIES OCCURS 300 TIMES.
               10 KE-FILE      PIC X(12).
               10 KE-TEXT      PIC X(120).

       01 SOURCE-TABLE.
           05 SOURCE-COUNT     PIC 9(4) VALUE 0.
           05 SOURCE-FULL      PIC X VALUE "N".
           05 SOURCE-ENTRIES OCCURS 200 TIMES.
               10 ST-SOURCE    PIC X(20).
               10 ST-POINTS    PIC 9(4).

       01 OPEN-TABLE.
           05 OPEN-COUNT       PIC 9(4) VALUE 0.
           05 OPEN-FULL        PIC X VALUE "N".
           05 OPEN-ENTRIES OCCURS 200 TIMES.
               10 OT-ID        PIC 9(6).
               10 OT-SEVERITY  PIC 9.
               10 OT-EVENT-DATE PIC X(8).
               10 OT-REQ-ID    PIC 9(6).
               10 OT-SOURCE    PIC X(20).
               10 OT-ORIGIN    PIC X(6).
               10 OT-STATE     PIC X(8).
               10 OT-EV-COUNT  PIC 9(4).
               10 OT-NOTE      PIC X(50).
           05 OPEN-SWAP.
               10 SW-ID        PIC 9(6).
               10 SW-SEVERITY  PIC 9.
               10 SW-EVENT-DATE PIC X(8).
               10 SW-REQ-ID    PIC 9(6).
               10 SW-SOURCE    PIC X(20).
               10 SW-ORIGIN    PIC X(6).
               10 SW-STATE     PIC X(8).
               10 SW-EV-COUNT  PIC 9(4).
               10 SW-NOTE      PIC X(50).

       01 SEVERITY-NAMES.
           05 FILLER           PIC X(5) VALUE "BAIXA".
           05 FILLER           PIC X(5) VALUE "MEDIA".
           05 FILLER           PIC X(5) VALUE "ALTA ".
       01 SEVERITY-NAMES-R REDEFINES SEVERITY-NAMES.
           05 SEVERITY-NAME    PIC X(5) OCCURS 3 TIMES.

       01 ERRLOG-PROGRAM       PIC X(20) VALUE "INCIDENT-REG".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       COPY PERSONCTX.
       01 INCIDENT-NAME        PIC X(40).
       01 EVIDENCE-NAME        PIC X(40).
       01 NEXT-ID-NAME         PIC X(40).
       01 INCIDENT-TRANS-NAME  PIC X(40).
       01 INCIDENT-ERROR-NAME  PIC X(40).
       01 INCIDENT-REPORT-NAME PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 TOQUE-AUDIT-NAME     PIC X(40).
       01 BOUNDARY-LOG-NAME    PIC X(40).
       01 FINDINGS-NAME        PIC X(40).
       01 CONV-INDEX-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REGISTO DE INCIDENTES DE VISITAS ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE WINDOW-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM) - SCAN-DAYS
           COMPUTE WINDOW-NUM = FUNCTION DATE-OF-INTEGER(WINDOW-INTEGER)
           MOVE WINDOW-NUM TO WINDOW-START

           OPEN I-O INCIDENT-FILE
           IF IN-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF
           IF IN-STATUS NOT = "00"
               DISPLAY "Erro ao abrir INCIDENTS. Estado: " IN-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE IN-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-NEXT-INCIDENT-ID
           OPEN EXTEND EVIDENCE-FILE
           IF IE-STATUS = "35"
               OPEN OUTPUT EVIDENCE-FILE
           END-IF

           PERFORM APPLY-TRANSACTIONS
           PERFORM SCAN-FOR-INCIDENTS

           CLOSE EVIDENCE-FILE
           PERFORM SAVE-NEXT-INCIDENT-ID
           PERFORM LOAD-OPEN-INCIDENTS
           CLOSE INCIDENT-FILE

           PERFORM SORT-OPEN-TABLE
           PERFORM WRITE-INCIDENT-REPORT
           PERFORM UPDATE-PROFILE-INCIDENTS

           DISPLAY "Incidentes abertos pelo operador: " OPENED-COUNT
               "  revistos: " REVIEWED-COUNT
               "  fechados: " CLOSED-COUNT
           DISPLAY "Incidentes abertos automaticamente: "
               AUTO-OPENED-COUNT "  provas ligadas: " EVIDENCE-ADDED
           DISPLAY "Transacoes rejeitadas: " REJECTED-COUNT
           DISPLAY "Incidentes em aberto: " OPEN-COUNT
               ". Relatorio em DATA/INCIDENTREPORT."
           IF (REJECTED-COUNT > 0 OR SCAN-OK = "N"
               OR OPEN-FULL = "Y" OR SOURCE-FULL = "Y")
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-NEXT-INCIDENT-ID.
           MOVE 0 TO LAST-INCIDENT-ID
           OPEN INPUT NEXT-ID-FILE
           IF NID-STATUS = "00"
               READ NEXT-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NEXT-ID-RECORD IS NUMERIC
                           MOVE NEXT-ID-RECORD TO LAST-INCIDENT-ID
                       END-IF
               END-READ
               CLOSE NEXT-ID-FILE
           END-IF.

       SAVE-NEXT-INCIDENT-ID.
           OPEN OUTPUT NEXT-ID-FILE
           MOVE LAST-INCIDENT-ID TO NEXT-ID-RECORD
           WRITE NEXT-ID-RECORD
           CLOSE NEXT-ID-FILE.

       APPLY-TRANSACTIONS.
           OPEN INPUT INCIDENT-TRANS-FILE
           IF IT-STATUS NOT = "00"
               DISPLAY "INCIDENTTRANS nao encontrado. Sem transacoes."
           ELSE
               OPEN EXTEND INCIDENT-ERROR-FILE
               IF ERR-STATUS = "35"
                   OPEN OUTPUT INCIDENT-ERROR-FILE
               END-IF
               PERFORM UNTIL IT-STATUS = "10"
                   READ INCIDENT-TRANS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-ERROR-FILE
               CLOSE INCIDENT-TRANS-FILE
               OPEN OUTPUT INCIDENT-TRANS-FILE
               CLOSE INCIDENT-TRANS-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO NEW-SEVERITY
           IF IT-KEY IS NOT NUMERIC
               MOVE "ID INVALIDO" TO REJECT-REASON
           ELSE
               IF IT-SEVERITY = "1" OR IT-SEVERITY = "2"
                   OR IT-SEVERITY = "3"
                   MOVE IT-SEVERITY TO NEW-SEVERITY
               ELSE
                   IF IT-SEVERITY NOT = SPACE
                       MOVE "GRAVIDADE INVALIDA" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               EVALUATE IT-ACTION
                   WHEN "ABRIR"
                       PERFORM OPEN-MANUAL-INCIDENT
                   WHEN "REVER"
                       PERFORM REVIEW-INCIDENT
                   WHEN "FECHAR"
                       PERFORM CLOSE-INCIDENT
                   WHEN OTHER
                       MOVE "ACCAO DESCONHECIDA" TO REJECT-REASON
               END-EVALUATE
           END-IF
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Rejeitado: " IT-ACTION " " IT-KEY
                   " (" REJECT-REASON ")"
               MOVE SPACES TO INCIDENT-ERROR-LINE
               STRING RUN-DATE " | " IT-ACTION " | " IT-KEY
                   " | " REJECT-REASON " | " IT-NOTE
                   DELIMITED BY SIZE INTO INCIDENT-ERROR-LINE
               WRITE INCIDENT-ERROR-LINE
           END-IF.

       OPEN-MANUAL-INCIDENT.
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               MOVE "REQMASTER INACESSIVEL" TO REJECT-REASON
           ELSE
               MOVE IT-KEY TO RM-REQUEST-ID
               READ REQ-MASTER-FILE
                   INVALID KEY
                       MOVE "PEDIDO INEXISTENTE" TO REJECT-REASON
               END-READ
               CLOSE REQ-MASTER-FILE
           END-IF
           IF REJECT-REASON = SPACES
               PERFORM SET-BOOKED-DATE
               ADD 1 TO LAST-INCIDENT-ID
               MOVE LAST-INCIDENT-ID TO IN-INCIDENT-ID
               MOVE RM-REQUEST-ID    TO IN-REQUEST-ID
               MOVE RM-SOURCE        TO IN-SOURCE
               MOVE BOOKED-DATE      TO IN-EVENT-DATE
               MOVE "MANUAL"         TO IN-ORIGIN
               MOVE "ABERTO"         TO IN-STATE
               IF NEW-SEVERITY = 0
                   MOVE 2 TO IN-SEVERITY
               ELSE
                   MOVE NEW-SEVERITY TO IN-SEVERITY
               END-IF
               MOVE 1                TO IN-EVIDENCE-COUNT
               MOVE RUN-DATE         TO IN-OPEN-DATE
               MOVE SPACES           TO IN-REVIEW-DATE
               MOVE SPACES           TO IN-CLOSE-DATE
               MOVE IT-NOTE          TO IN-NOTE
               WRITE INCIDENT-RECORD
                   INVALID KEY
                       MOVE "ID DE INCIDENTE DUPLICADO"
                           TO REJECT-REASON
               END-WRITE
           END-IF
           IF REJECT-REASON = SPACES
               MOVE SPACES TO INCIDENT-EVIDENCE-RECORD
               MOVE IN-INCIDENT-ID TO IE-INCIDENT-ID
               MOVE IN-EVENT-DATE  TO IE-EVENT-DATE
               MOVE "OPERADOR"     TO IE-FILE
               MOVE IT-NOTE        TO IE-TEXT
               WRITE INCIDENT-EVIDENCE-RECORD
               ADD 1 TO OPENED-COUNT
               DISPLAY "Aberto: incidente " IN-INCIDENT-ID
                   " pedido " IN-REQUEST-ID " " IN-SOURCE
                   " em " IN-EVENT-DATE
           END-IF.

       SET-BOOKED-DATE.
           IF RM-ALT-DATE NOT = SPACES
               MOVE RM-ALT-DATE TO BOOKED-DATE
           ELSE
               IF RM-REQ-DATE NOT = SPACES
                   MOVE RM-REQ-DATE TO BOOKED-DATE
               ELSE
                   MOVE RM-DATE TO BOOKED-DATE
               END-IF
           END-IF.

       REVIEW-INCIDENT.
           MOVE IT-KEY TO IN-INCIDENT-ID
           READ INCIDENT-FILE
               INVALID KEY
                   MOVE "INCIDENTE INEXISTENTE" TO REJECT-REASON
               NOT INVALID KEY
                   IF IN-STATE = "FECHADO"
                       MOVE "INCIDENTE JA FECHADO" TO REJECT-REASON
                   ELSE
                       MOVE "REVISTO" TO IN-STATE
                       MOVE RUN-DATE  TO IN-REVIEW-DATE
                       IF NEW-SEVERITY > 0
                           MOVE NEW-SEVERITY TO IN-SEVERITY
                       END-IF
                       IF IT-NOTE NOT = SPACES
                           MOVE IT-NOTE TO IN-NOTE
                       END-IF
                       REWRITE INCIDENT-RECORD
                       ADD 1 TO REVIEWED-COUNT
                       DISPLAY "Revisto: incidente " IN-INCIDENT-ID
                           " gravidade " SEVERITY-NAME(IN-SEVERITY)
                   END-IF
           END-READ.

       CLOSE-INCIDENT.
           MOVE IT-KEY TO IN-INCIDENT-ID
           READ INCIDENT-FILE
               INVALID KEY
                   MOVE "INCIDENTE INEXISTENTE" TO REJECT-REASON
               NOT INVALID KEY
                   IF IN-STATE = "FECHADO"
                       MOVE "INCIDENTE JA FECHADO" TO REJECT-REASON
                   ELSE
                       MOVE "FECHADO" TO IN-STATE
                       MOVE RUN-DATE  TO IN-CLOSE-DATE
                       IF NEW-SEVERITY > 0
                           MOVE NEW-SEVERITY TO IN-SEVERITY
                       END-IF
                       IF IT-NOTE NOT = SPACES
                           MOVE IT-NOTE TO IN-NOTE
                       END-IF
                       REWRITE INCIDENT-RECORD
                       ADD 1 TO CLOSED-COUNT
                       DISPLAY "Fechado: incidente " IN-INCIDENT-ID
                   END-IF
           END-READ.

       SCAN-FOR-INCIDENTS.
           PERFORM LOAD-VISITS
           IF SCAN-OK = "Y" AND VISIT-COUNT > 0
               PERFORM LOAD-OPEN-AUTO-INCIDENTS
               PERFORM LOAD-KNOWN-EVIDENCE
           END-IF
           IF SCAN-OK = "N"
               DISPLAY "Aviso: tabela de visitas ou provas excedida. "
                   "Pesquisa automatica nao feita."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               IF VISIT-COUNT = 0
                   DISPLAY "Sem visitas concedidas desde "
                       WINDOW-START ". Pesquisa automatica sem efeito."
               ELSE
                   OPEN INPUT CONV-INDEX-FILE
                   IF CV-STATUS = "00"
                       MOVE "Y" TO CONV-OPEN
                   END-IF
                   PERFORM SCAN-TOUCH-REJECTIONS
                   PERFORM SCAN-ESCALATIONS
                   PERFORM SCAN-CONTROL-FINDINGS
                   IF CONV-OPEN = "Y"
                       CLOSE CONV-INDEX-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-VISITS.
           MOVE 0 TO VISIT-COUNT
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               PERFORM UNTIL RM-STATUS = "10"
                   READ REQ-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RM-STATUS
                       NOT AT END
                           IF RM-LIFECYCLE = "GRANTED"
                               OR RM-LIFECYCLE = "OVERTURNED"
                               OR RM-LIFECYCLE = "COMPLETED"
                               PERFORM SET-BOOKED-DATE
                               IF BOOKED-DATE NOT < WINDOW-START
                                   AND BOOKED-DATE NOT > RUN-DATE
                                   PERFORM ADD-VISIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQ-MASTER-FILE
           END-IF.

       ADD-VISIT.
           IF VISIT-COUNT < 100
               ADD 1 TO VISIT-COUNT
               MOVE RM-REQUEST-ID TO VT-REQ-ID(VISIT-COUNT)
               MOVE RM-SOURCE     TO VT-SOURCE(VISIT-COUNT)
               MOVE BOOKED-DATE   TO VT-DATE(VISIT-COUNT)
               MOVE 0             TO VT-INCIDENT(VISIT-COUNT)
           ELSE
               MOVE "N" TO SCAN-OK
           END-IF.

       LOAD-OPEN-AUTO-INCIDENTS.
           MOVE 0 TO IN-INCIDENT-ID
           START INCIDENT-FILE KEY IS NOT LESS THAN IN-INCIDENT-ID
               INVALID KEY
                   MOVE "10" TO IN-STATUS
           END-START
           PERFORM UNTIL IN-STATUS = "10"
               READ INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IN-STATUS
                   NOT AT END
                       IF IN-ORIGIN = "AUTO"
                           AND IN-STATE NOT = "FECHADO"
                           PERFORM VARYING J FROM 1 BY 1
                                   UNTIL J > VISIT-COUNT
                               IF VT-REQ-ID(J) = IN-REQUEST-ID
                                   AND VT-DATE(J) = IN-EVENT-DATE
                                   MOVE IN-INCIDENT-ID
                                       TO VT-INCIDENT(J)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO IN-STATUS.

       LOAD-KNOWN-EVIDENCE.
           MOVE 0 TO KNOWN-COUNT
           CLOSE EVIDENCE-FILE
           OPEN INPUT EVIDENCE-FILE
           IF IE-STATUS = "00"
               PERFORM UNTIL IE-STATUS = "10"
                   READ EVIDENCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IE-EVENT-DATE NOT < WINDOW-START
                               AND IE-FILE NOT = "OPERADOR"
                               IF KNOWN-COUNT < 300
                                   ADD 1 TO KNOWN-COUNT
                                   MOVE IE-FILE
                                       TO KE-FILE(KNOWN-COUNT)
                                   MOVE IE-TEXT
                                       TO KE-TEXT(KNOWN-COUNT)
                               ELSE
                                   MOVE "N" TO SCAN-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-FILE
           END-IF
           OPEN EXTEND EVIDENCE-FILE
           IF IE-STATUS = "35"
               OPEN OUTPUT EVIDENCE-FILE
           END-IF.

       SCAN-TOUCH-REJECTIONS.
           OPEN INPUT TOQUE-AUDIT-FILE
           IF TOQ-STATUS = "00"
               PERFORM UNTIL TOQ-STATUS = "10"
                   READ TOQUE-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TOQ-LINE(1:8) NOT < WINDOW-START
                               AND TOQ-LINE(1:8) NOT > RUN-DATE
                               MOVE SPACES TO TOQ-NOME
                               MOVE SPACE TO TOQ-OUTCOME
                               UNSTRING TOQ-DATA DELIMITED BY " | "
                                   INTO TOQ-TIMESTAMP TOQ-NOME
                                        TOQ-OUTCOME
                               END-UNSTRING
                               IF TOQ-OUTCOME = "N"
                                   OR TOQ-OUTCOME = "B"
                                   OR TOQ-OUTCOME = "R"
                                   MOVE TOQ-LINE(1:8) TO EV-DATE
                                   MOVE TOQ-NOME      TO EV-PERSON
                                   MOVE "TOQUEAUDIT"  TO EV-FILE
                                   MOVE TOQ-DATA      TO EV-TEXT
                                   MOVE 2             TO EV-SEVERITY
                                   PERFORM LINK-EVIDENCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOQUE-AUDIT-FILE
           END-IF.

       SCAN-ESCALATIONS.
           OPEN INPUT BOUNDARY-LOG-FILE
           IF BL-STATUS = "00"
               PERFORM UNTIL BL-STATUS = "10"
                   READ BOUNDARY-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BOUNDARY-LOG-LINE(1:8) NOT < WINDOW-START
                               AND BOUNDARY-LOG-LINE(1:8)
                                   NOT > RUN-DATE
                               MOVE SPACES TO BL-SEV-PART
                               UNSTRING BOUNDARY-LOG-DATA
                                   DELIMITED BY " | SEV="
                                   INTO BL-HEAD BL-SEV-PART
                               END-UNSTRING
                               IF BL-SEV-PART NOT = SPACES
                                   EVALUATE BL-SEV-PART(1:1)
                                       WHEN "A"
                                           MOVE 3 TO EV-SEVERITY
                                       WHEN "M"
                                           MOVE 2 TO EV-SEVERITY
                                       WHEN OTHER
                                           MOVE 1 TO EV-SEVERITY
                                   END-EVALUATE
                                   MOVE BOUNDARY-LOG-LINE(1:8)
                                       TO EV-DATE
                                   MOVE SPACES        TO EV-PERSON
                                   MOVE "BOUNDARYLOG" TO EV-FILE
                                   MOVE BOUNDARY-LOG-DATA TO EV-TEXT
                                   PERFORM LINK-EVIDENCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOUNDARY-LOG-FILE
           END-IF.

       SCAN-CONTROL-FINDINGS.
           OPEN INPUT FINDINGS-FILE
           IF FND-STATUS = "00"
               PERFORM UNTIL FND-STATUS = "10"
                   READ FINDINGS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-CONTROL-FINDING
                   END-READ
               END-PERFORM
               CLOSE FINDINGS-FILE
           END-IF.

       TAKE-CONTROL-FINDING.
           MOVE SPACES TO FND-SPEAKER
           MOVE SPACES TO FND-CONV-PART
           UNSTRING FINDINGS-LINE DELIMITED BY " | "
               INTO FND-LINE-NO FND-SPEAKER
           END-UNSTRING
           UNSTRING FINDINGS-LINE DELIMITED BY " | CONV="
               INTO FND-HEAD FND-CONV-PART
           END-UNSTRING
           MOVE RUN-DATE TO EV-DATE
           IF FND-CONV-PART(1:6) IS NUMERIC AND CONV-OPEN = "Y"
               MOVE FND-CONV-PART(1:6) TO CV-ID
               READ CONV-INDEX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CV-DATE TO EV-DATE
               END-READ
           END-IF
           IF EV-DATE NOT < WINDOW-START AND EV-DATE NOT > RUN-DATE
               MOVE FND-SPEAKER    TO EV-PERSON
               MOVE "CTRLFINDINGS" TO EV-FILE
               MOVE FINDINGS-LINE  TO EV-TEXT
               MOVE 1              TO EV-SEVERITY
               PERFORM LINK-EVIDENCE
           END-IF.

       LINK-EVIDENCE.
           MOVE 0 TO EV-VISIT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > VISIT-COUNT
               IF VT-DATE(J) = EV-DATE
                   IF EV-VISIT = 0
                       MOVE J TO EV-VISIT
                   END-IF
                   IF VT-SOURCE(J) = EV-PERSON
                       AND EV-PERSON NOT = SPACES
                       AND VT-SOURCE(EV-VISIT) NOT = EV-PERSON
                       MOVE J TO EV-VISIT
                   END-IF
               END-IF
           END-PERFORM
           IF EV-VISIT > 0
               MOVE "N" TO EV-KNOWN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > KNOWN-COUNT
                   IF KE-FILE(J) = EV-FILE AND KE-TEXT(J) = EV-TEXT
                       MOVE "Y" TO EV-KNOWN
                   END-IF
               END-PERFORM
               IF EV-KNOWN = "N"
                   PERFORM ADD-TO-INCIDENT
               END-IF
           END-IF.

       ADD-TO-INCIDENT.
           MOVE "N" TO EV-LINKED
           IF VT-INCIDENT(EV-VISIT) = 0
               ADD 1 TO LAST-INCIDENT-ID
               MOVE LAST-INCIDENT-ID     TO IN-INCIDENT-ID
               MOVE VT-REQ-ID(EV-VISIT)  TO IN-REQUEST-ID
               MOVE VT-SOURCE(EV-VISIT)  TO IN-SOURCE
               MOVE EV-DATE              TO IN-EVENT-DATE
               MOVE "AUTO"               TO IN-ORIGIN
               MOVE "ABERTO"             TO IN-STATE
               MOVE EV-SEVERITY          TO IN-SEVERITY
               MOVE 1                    TO IN-EVIDENCE-COUNT
               MOVE RUN-DATE             TO IN-OPEN-DATE
               MOVE SPACES               TO IN-REVIEW-DATE
               MOVE SPACES               TO IN-CLOSE-DATE
               MOVE SPACES               TO IN-NOTE
               STRING "Aberto automaticamente a partir de " EV-FILE
                   DELIMITED BY SIZE INTO IN-NOTE
               WRITE INCIDENT-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: incidente " IN-INCIDENT-ID
                           " ja existe. Verificar INCNEXTID."
                       MOVE "N" TO SCAN-OK
               END-WRITE
               IF SCAN-OK = "Y"
                   MOVE "Y" TO EV-LINKED
                   MOVE IN-INCIDENT-ID TO VT-INCIDENT(EV-VISIT)
                   ADD 1 TO AUTO-OPENED-COUNT
                   DISPLAY ">>> Incidente " IN-INCIDENT-ID
                       " aberto para o pedido " IN-REQUEST-ID " "
                       IN-SOURCE " (" EV-DATE ")"
               END-IF
           ELSE
               MOVE VT-INCIDENT(EV-VISIT) TO IN-INCIDENT-ID
               READ INCIDENT-FILE
                   INVALID KEY
                       MOVE "N" TO SCAN-OK
                   NOT INVALID KEY
                       MOVE "Y" TO EV-LINKED
                       ADD 1 TO IN-EVIDENCE-COUNT
                       IF EV-SEVERITY > IN-SEVERITY
                           MOVE EV-SEVERITY TO IN-SEVERITY
                       END-IF
                       REWRITE INCIDENT-RECORD
               END-READ
           END-IF
           IF EV-LINKED = "Y"
               MOVE SPACES TO INCIDENT-EVIDENCE-RECORD
               MOVE IN-INCIDENT-ID TO IE-INCIDENT-ID
               MOVE EV-DATE        TO IE-EVENT-DATE
               MOVE EV-FILE        TO IE-FILE
               MOVE EV-TEXT        TO IE-TEXT
               WRITE INCIDENT-EVIDENCE-RECORD
               ADD 1 TO EVIDENCE-ADDED
               IF KNOWN-COUNT < 300
                   ADD 1 TO KNOWN-COUNT
                   MOVE EV-FILE TO KE-FILE(KNOWN-COUNT)
                   MOVE EV-TEXT TO KE-TEXT(KNOWN-COUNT)
               END-IF
           END-IF.

       LOAD-OPEN-INCIDENTS.
           MOVE 0 TO OPEN-COUNT
           MOVE 0 TO SOURCE-COUNT
           MOVE 0 TO IN-INCIDENT-ID
           START INCIDENT-FILE KEY IS NOT LESS THAN IN-INCIDENT-ID
               INVALID KEY
                   MOVE "10" TO IN-STATUS
           END-START
           PERFORM UNTIL IN-STATUS = "10"
               READ INCIDENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO IN-STATUS
                   NOT AT END
                       IF IN-STATE NOT = "FECHADO"
                           PERFORM ADD-OPEN-ENTRY
                           PERFORM ADD-SOURCE-POINTS
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OPEN-ENTRY.
           IF OPEN-COUNT < 200
               ADD 1 TO OPEN-COUNT
               MOVE IN-INCIDENT-ID    TO OT-ID(OPEN-COUNT)
               MOVE IN-SEVERITY       TO OT-SEVERITY(OPEN-COUNT)
               MOVE IN-EVENT-DATE     TO OT-EVENT-DATE(OPEN-COUNT)
               MOVE IN-REQUEST-ID     TO OT-REQ-ID(OPEN-COUNT)
               MOVE IN-SOURCE         TO OT-SOURCE(OPEN-COUNT)
               MOVE IN-ORIGIN         TO OT-ORIGIN(OPEN-COUNT)
               MOVE IN-STATE          TO OT-STATE(OPEN-COUNT)
               MOVE IN-EVIDENCE-COUNT TO OT-EV-COUNT(OPEN-COUNT)
               MOVE IN-NOTE           TO OT-NOTE(OPEN-COUNT)
           ELSE
               IF OPEN-FULL = "N"
                   MOVE "Y" TO OPEN-FULL
                   DISPLAY "Aviso: mais de 200 incidentes em aberto. "
                       "Relatorio truncado."
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE "00" TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       ADD-SOURCE-POINTS.
           MOVE 0 TO BEST-POS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SOURCE-COUNT
               IF ST-SOURCE(J) = IN-SOURCE
                   MOVE J TO BEST-POS
               END-IF
           END-PERFORM
           IF BEST-POS = 0
               IF SOURCE-COUNT < 200
                   ADD 1 TO SOURCE-COUNT
                   MOVE SOURCE-COUNT TO BEST-POS
                   MOVE IN-SOURCE TO ST-SOURCE(BEST-POS)
                   MOVE 0 TO ST-POINTS(BEST-POS)
               ELSE
                   MOVE "Y" TO SOURCE-FULL
               END-IF
           END-IF
           IF BEST-POS > 0
               ADD IN-SEVERITY TO ST-POINTS(BEST-POS)
           END-IF.

       SORT-OPEN-TABLE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= OPEN-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > OPEN-COUNT
                   IF OT-SEVERITY(J) > OT-SEVERITY(BEST-POS)
                       OR (OT-SEVERITY(J) = OT-SEVERITY(BEST-POS)
                           AND OT-EVENT-DATE(J)
                               < OT-EVENT-DATE(BEST-POS))
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE OPEN-ENTRIES(I)        TO OPEN-SWAP
                   MOVE OPEN-ENTRIES(BEST-POS) TO OPEN-ENTRIES(I)
                   MOVE OPEN-SWAP TO OPEN-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       WRITE-INCIDENT-REPORT.
           OPEN OUTPUT INCIDENT-REPORT-FILE
           MOVE SPACES TO INCIDENT-REPORT-LINE
           STRING "INCIDENTES EM ABERTO POR GRAVIDADE - " RUN-DATE
               DELIMITED BY SIZE INTO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           IF OPEN-COUNT = 0
               MOVE "  (SEM INCIDENTES EM ABERTO)"
                   TO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > OPEN-COUNT
               MOVE SPACES TO INCIDENT-REPORT-LINE
               STRING OT-ID(I) " | " SEVERITY-NAME(OT-SEVERITY(I))
                   " | " OT-STATE(I) " | " OT-ORIGIN(I)
                   " | VISITA " OT-EVENT-DATE(I)
                   " | PEDIDO " OT-REQ-ID(I) " | " OT-SOURCE(I)
                   " | PROVAS " OT-EV-COUNT(I)
                   DELIMITED BY SIZE INTO INCIDENT-REPORT-LINE
               WRITE INCIDENT-REPORT-LINE
               DISPLAY INCIDENT-REPORT-LINE
               IF OT-NOTE(I) NOT = SPACES
                   MOVE SPACES TO INCIDENT-REPORT-LINE
                   STRING "    NOTA: " OT-NOTE(I)
                       DELIMITED BY SIZE INTO INCIDENT-REPORT-LINE
                   WRITE INCIDENT-REPORT-LINE
               END-IF
               PERFORM WRITE-EVIDENCE-LINES
           END-PERFORM
           MOVE SPACES TO INCIDENT-REPORT-LINE
           STRING "TOTAL EM ABERTO: " OPEN-COUNT
               DELIMITED BY SIZE INTO INCIDENT-REPORT-LINE
           WRITE INCIDENT-REPORT-LINE
           CLOSE INCIDENT-REPORT-FILE.

       WRITE-EVIDENCE-LINES.
           OPEN INPUT EVIDENCE-FILE
           IF IE-STATUS = "00"
               PERFORM UNTIL IE-STATUS = "10"
                   READ EVIDENCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IE-INCIDENT-ID = OT-ID(I)
                               MOVE SPACES TO INCIDENT-REPORT-LINE
                               STRING "    " IE-FILE " " IE-TEXT
                                   DELIMITED BY SIZE
                                   INTO INCIDENT-REPORT-LINE
                               WRITE INCIDENT-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-FILE
           END-IF.

       UPDATE-PROFILE-INCIDENTS.
           IF SOURCE-FULL = "Y"
               DISPLAY "Aviso: mais de 200 requerentes com incidentes. "
                   "REQPROFILE nao atualizado."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               OPEN I-O REQ-PROFILE-FILE
               IF RP-STATUS = "35"
                   OPEN OUTPUT REQ-PROFILE-FILE
                   CLOSE REQ-PROFILE-FILE
                   OPEN I-O REQ-PROFILE-FILE
               END-IF
               IF RP-STATUS NOT = "00"
                   DISPLAY "Aviso: REQPROFILE inacessivel. Estado: "
                       RP-STATUS
                   MOVE 3 TO ERRLOG-MSG-ID
                   MOVE RP-STATUS TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               ELSE
                   PERFORM UNTIL RP-STATUS = "10"
                       READ REQ-PROFILE-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO RP-STATUS
                           NOT AT END
                               PERFORM FIND-SOURCE-POINTS
                               IF RP-INCIDENTS NOT = SOURCE-POINTS
                                   MOVE SOURCE-POINTS
                                       TO RP-INCIDENTS
                                   REWRITE REQ-PROFILE-RECORD
                                   ADD 1 TO PROFILE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > SOURCE-COUNT
                       PERFORM ADD-MISSING-PROFILE
                   END-PERFORM
                   CLOSE REQ-PROFILE-FILE
                   DISPLAY "Perfis com incidentes atualizados: "
                       PROFILE-COUNT
               END-IF
           END-IF.

       FIND-SOURCE-POINTS.
           MOVE 0 TO SOURCE-POINTS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SOURCE-COUNT
               IF ST-SOURCE(J) = RP-SOURCE
                   MOVE ST-POINTS(J) TO SOURCE-POINTS
               END-IF
           END-PERFORM.

       ADD-MISSING-PROFILE.
           MOVE ST-SOURCE(I) TO RP-SOURCE
           READ REQ-PROFILE-FILE
               INVALID KEY
                   MOVE ST-SOURCE(I) TO RP-SOURCE
                   MOVE 0 TO RP-GRANTS
                   MOVE 0 TO RP-DENIALS
                   MOVE 0 TO RP-DEFERRALS
                   MOVE 0 TO RP-PRESSURE
                   MOVE 0 TO RP-REPEATS
                   MOVE 0 TO RP-NOSHOWS
                   MOVE 0 TO RP-OVERDUE
                   MOVE ST-POINTS(I) TO RP-INCIDENTS
                   WRITE REQ-PROFILE-RECORD
                   ADD 1 TO PROFILE-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO INCIDENT-NAME
           STRING "DATA/INCIDENTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INCIDENT-NAME
           MOVE SPACES TO EVIDENCE-NAME
           STRING "DATA/INCEVIDENCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO EVIDENCE-NAME
           MOVE SPACES TO NEXT-ID-NAME
           STRING "DATA/INCNEXTID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NEXT-ID-NAME
           MOVE SPACES TO INCIDENT-TRANS-NAME
           STRING "DATA/INCIDENTTRANS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INCIDENT-TRANS-NAME
           MOVE SPACES TO INCIDENT-ERROR-NAME
           STRING "DATA/INCIDENTERRORS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INCIDENT-ERROR-NAME
           MOVE SPACES TO INCIDENT-REPORT-NAME
           STRING "DATA/INCIDENTREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO INCIDENT-REPORT-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO TOQUE-AUDIT-NAME
           STRING "DATA/TOQUEAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TOQUE-AUDIT-NAME
           MOVE SPACES TO BOUNDARY-LOG-NAME
           STRING "DATA/BOUNDARYLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BOUNDARY-LOG-NAME
           MOVE SPACES TO FINDINGS-NAME
           STRING "DATA/CTRLFINDINGS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO FINDINGS-NAME
           MOVE SPACES TO CONV-INDEX-NAME
           STRING "DATA/CONVINDEX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-INDEX-NAME.
