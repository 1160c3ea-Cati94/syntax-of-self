       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ITEM-FILE ASSIGN USING WORK-ITEM-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WI-ITEM-ID
               FILE STATUS IS WI-STATUS.

           SELECT NEXT-ID-FILE ASSIGN USING NEXT-ID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NID-STATUS.

           SELECT WORK-CONFIG-FILE ASSIGN USING WORK-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WC-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN USING AGING-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT PORT-QUAR-FILE ASSIGN USING PORT-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-STATUS.

           SELECT CAL-QUAR-FILE ASSIGN USING CAL-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-STATUS.

           SELECT QUEUE-QUAR-FILE ASSIGN USING QUEUE-QUAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QQ-STATUS.

           SELECT SWEEP-PENDING-FILE ASSIGN USING SWEEP-PENDING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.

           SELECT APPEAL-REQUEST-FILE ASSIGN USING APPEAL-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-STATUS.

           SELECT PROPOSAL-FILE ASSIGN USING PROPOSAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-STATUS.

           SELECT NOTICE-STATUS-FILE ASSIGN USING NOTICE-STATUS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-REQUEST-ID
               FILE STATUS IS NS-STATUS.

           SELECT NOTICE-CONFIG-FILE ASSIGN USING NOTICE-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCFG-STATUS.

           SELECT AUTONOMY-ALERT-FILE ASSIGN USING AUTONOMY-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AALERT-STATUS.

           SELECT PORT-ALERT-FILE ASSIGN USING PORT-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PALERT-STATUS.

           SELECT RUN-ALERT-FILE ASSIGN TO "DATA/RUNALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ITEM-FILE.
           COPY WORKITEM.

       FD  NEXT-ID-FILE.
       01  NEXT-ID-RECORD      PIC 9(6).

       FD  WORK-CONFIG-FILE.
       01  WORK-CONFIG-RECORD.
           05 WC-DUE-DAYS      PIC 9(3).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE   PIC X(160).

       FD  PORT-QUAR-FILE.
       01  PORT-QUAR-RECORD.
           05 PQ-NAME      PIC X(15).
           05 PQ-STATE     PIC X(10).

       FD  CAL-QUAR-FILE.
       01  CAL-QUAR-RECORD.
           05 CQ-DATE          PIC X(8).
           05 CQ-DAY-STATUS    PIC X(10).
           05 CQ-SLOT-STATUS   PIC X(10) OCCURS 3 TIMES.

       FD  QUEUE-QUAR-FILE.
       01  QUEUE-QUAR-RECORD.
           05 QQ-SOURCE        PIC X(20).
           05 QQ-CONTENT       PIC X(50).
           05 QQ-TYPE          PIC X(10).
           05 QQ-PRIORITY      PIC X.
           05 QQ-CHANNEL       PIC X(3).
           05 QQ-REQUEUE-ID    PIC 9(6).
           05 QQ-REQ-DATE      PIC X(8).
           05 QQ-REQ-SLOT      PIC X(5).
           05 QQ-CONTINUED     PIC X.

       FD  SWEEP-PENDING-FILE.
       01  SWEEP-PENDING-RECORD.
           05 PD-NOME             PIC X(20).
           05 FILLER              PIC X.
           05 PD-WARN-DATE        PIC X(8).

       FD  APPEAL-REQUEST-FILE.
       01  APPEAL-REQUEST-RECORD.
           05 AP-REQUEST-ID   PIC 9(6).

       FD  PROPOSAL-FILE.
           COPY RESCHED.

       FD  NOTICE-STATUS-FILE.
       01  NOTICE-STATUS-RECORD.
           05 NS-REQUEST-ID   PIC 9(6).
           05 NS-SOURCE       PIC X(20).
           05 NS-STATUS-CODE  PIC X(12).
           05 NS-GEN-DATE     PIC X(8).
           05 NS-SENT-DATE    PIC X(8).
           05 NS-ACK-DATE     PIC X(8).

       FD  NOTICE-CONFIG-FILE.
       01  NOTICE-CONFIG-RECORD.
           05 CFG-RESEND-DAYS PIC 9(3).

       FD  AUTONOMY-ALERT-FILE.
       01  AUTONOMY-ALERT-LINE     PIC X(80).

       FD  PORT-ALERT-FILE.
       01  PORT-ALERT-LINE         PIC X(80).

       FD  RUN-ALERT-FILE.
       01  RUN-ALERT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WI-STATUS            PIC XX.
       01 NID-STATUS           PIC XX.
       01 WC-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 PQ-STATUS            PIC XX.
       01 CQ-STATUS            PIC XX.
       01 QQ-STATUS            PIC XX.
       01 PEND-STATUS          PIC XX.
       01 AP-STATUS            PIC XX.
       01 NS-STATUS            PIC XX.
       01 NCFG-STATUS          PIC XX.
       01 RP-STATUS            PIC XX.
       01 AALERT-STATUS        PIC XX.
       01 PALERT-STATUS        PIC XX.
       01 RALERT-STATUS        PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 RUN-DATE-NUM         PIC 9(8).
       01 RUN-INTEGER          PIC 9(7).
       01 REF-NUM              PIC 9(8).
       01 REF-INTEGER          PIC 9(7).
       01 REFERENCE-DATE       PIC X(8).
       01 DUE-NUM              PIC 9(8).
       01 AGE-DAYS             PIC S9(7).
       01 AGE-DISP             PIC 9(5).
       01 DUE-DAYS             PIC 9(3) VALUE 3.
       01 RESEND-DAYS          PIC 9(3) VALUE 7.
       01 LAST-ITEM-ID         PIC 9(6) VALUE 0.
       01 SCAN-OK              PIC X VALUE "Y".
       01 SCAN-FILE            PIC X(16).
       01 SCAN-STATUS          PIC XX.
       01 OPENED-COUNT         PIC 9(4) VALUE 0.
       01 AUTO-CLOSED-COUNT    PIC 9(4) VALUE 0.
       01 STILL-OPEN-COUNT     PIC 9(4) VALUE 0.
       01 OVERDUE-COUNT        PIC 9(4) VALUE 0.
       01 WRITE-FAILED         PIC X VALUE "N".
       01 C                    PIC 9(4).
       01 T                    PIC 9(2).
       01 COND-POS             PIC 9(4).
       01 TYPE-POS             PIC 9(2).
       01 OVERDUE-FLAG         PIC X(9).
       01 ITEM-TEXT            PIC X(84).

       01 NEW-TYPE             PIC X(8).
       01 NEW-PERSON           PIC X(20).
       01 NEW-KEY              PIC X(60).

       01 COND-TABLE.
           05 COND-COUNT       PIC 9(4) VALUE 0.
           05 COND-FULL        PIC X VALUE "N".
           05 COND-ENTRIES OCCURS 2000 TIMES.
               10 CT-TYPE      PIC X(8).
               10 CT-PERSON    PIC X(20).
               10 CT-KEY       PIC X(60).
               10 CT-MATCHED   PIC X.

       01 WORK-TYPE-TABLE.
           05 WORK-TYPE-COUNT  PIC 9(2) VALUE 8.
           05 WORK-TYPE-VALUES.
               10 FILLER PIC X(8) VALUE "PORTQUAR".
               10 FILLER PIC X(8) VALUE "CALQUAR".
               10 FILLER PIC X(8) VALUE "REQQUAR".
               10 FILLER PIC X(8) VALUE "MEMSWEEP".
               10 FILLER PIC X(8) VALUE "RECURSO".
               10 FILLER PIC X(8) VALUE "AVISO".
               10 FILLER PIC X(8) VALUE "REMARCAR".
               10 FILLER PIC X(8) VALUE "ALERTA".
           05 WORK-TYPE-R REDEFINES WORK-TYPE-VALUES.
               10 WT-NAME OCCURS 8 TIMES PIC X(8).
       01 WORK-TYPE-TOTALS.
           05 WORK-TYPE-TOTAL OCCURS 8 TIMES.
               10 WT-OPEN      PIC 9(4).
               10 WT-BUCKET    PIC 9(4) OCCURS 4 TIMES.
               10 WT-OVERDUE   PIC 9(4).

       01 ERRLOG-PROGRAM       PIC X(20) VALUE "WORKLIST".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       COPY PERSONCTX.
       01 WORK-ITEM-NAME       PIC X(40).
       01 NEXT-ID-NAME         PIC X(40).
       01 WORK-CONFIG-NAME     PIC X(40).
       01 AGING-REPORT-NAME    PIC X(40).
       01 PORT-QUAR-NAME       PIC X(40).
       01 CAL-QUAR-NAME        PIC X(40).
       01 QUEUE-QUAR-NAME      PIC X(40).
       01 SWEEP-PENDING-NAME   PIC X(40).
       01 APPEAL-REQUEST-NAME  PIC X(40).
       01 PROPOSAL-NAME        PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 NOTICE-CONFIG-NAME   PIC X(40).
       01 AUTONOMY-ALERT-NAME  PIC X(40).
       01 PORT-ALERT-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== LISTA DE TRABALHO DO OPERADOR ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           PERFORM LOAD-WORK-CONFIG
           PERFORM LOAD-NOTICE-CONFIG

           OPEN I-O WORK-ITEM-FILE
           IF WI-STATUS = "35"
               OPEN OUTPUT WORK-ITEM-FILE
               CLOSE WORK-ITEM-FILE
               OPEN I-O WORK-ITEM-FILE
           END-IF
           IF WI-STATUS NOT = "00"
               DISPLAY "Erro ao abrir WORKLIST. Estado: " WI-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE WI-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-NEXT-ITEM-ID
           PERFORM GATHER-PORT-QUARANTINE
           PERFORM GATHER-CAL-QUARANTINE
           PERFORM GATHER-QUEUE-QUARANTINE
           PERFORM GATHER-SWEEP-PENDING
           PERFORM GATHER-APPEALS
           PERFORM GATHER-NOTICES
           PERFORM GATHER-RESCHEDULES
           PERFORM GATHER-AUTONOMY-ALERTS
           PERFORM GATHER-PORT-ALERTS
           PERFORM GATHER-RUN-ALERTS

           IF SCAN-OK = "N" OR COND-FULL = "Y"
               DISPLAY "Fontes incompletas: itens nao fechados "
                   "automaticamente nesta execucao."
           END-IF
           PERFORM MATCH-EXISTING-ITEMS
           PERFORM OPEN-NEW-ITEMS
           PERFORM SAVE-NEXT-ITEM-ID
           CLOSE WORK-ITEM-FILE

           PERFORM WRITE-AGING-REPORT

           DISPLAY "Itens abertos hoje: " OPENED-COUNT
               "  fechados automaticamente: " AUTO-CLOSED-COUNT
           DISPLAY "Itens em aberto: " STILL-OPEN-COUNT
               "  fora de prazo: " OVERDUE-COUNT
               ". Relatorio em DATA/WORKAGING."
           IF (SCAN-OK = "N" OR COND-FULL = "Y"
               OR WRITE-FAILED = "Y")
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-WORK-CONFIG.
           OPEN INPUT WORK-CONFIG-FILE
           IF WC-STATUS = "35"
               DISPLAY "WORKCFG inexistente. A semear 3 dias de prazo."
               OPEN OUTPUT WORK-CONFIG-FILE
               MOVE 3 TO WC-DUE-DAYS
               WRITE WORK-CONFIG-RECORD
               CLOSE WORK-CONFIG-FILE
               OPEN INPUT WORK-CONFIG-FILE
           END-IF
           IF WC-STATUS = "00"
               READ WORK-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WC-DUE-DAYS IS NUMERIC
                           MOVE WC-DUE-DAYS TO DUE-DAYS
                       END-IF
               END-READ
               CLOSE WORK-CONFIG-FILE
           END-IF.

       LOAD-NOTICE-CONFIG.
           OPEN INPUT NOTICE-CONFIG-FILE
           IF NCFG-STATUS = "00"
               READ NOTICE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-RESEND-DAYS IS NUMERIC
                           AND CFG-RESEND-DAYS > 0
                           MOVE CFG-RESEND-DAYS TO RESEND-DAYS
                       END-IF
               END-READ
               CLOSE NOTICE-CONFIG-FILE
           END-IF.

       LOAD-NEXT-ITEM-ID.
           MOVE 0 TO LAST-ITEM-ID
           OPEN INPUT NEXT-ID-FILE
           IF NID-STATUS = "00"
               READ NEXT-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NEXT-ID-RECORD IS NUMERIC
                           MOVE NEXT-ID-RECORD TO LAST-ITEM-ID
                       END-IF
               END-READ
               CLOSE NEXT-ID-FILE
           END-IF.

       SAVE-NEXT-ITEM-ID.
           OPEN OUTPUT NEXT-ID-FILE
           MOVE LAST-ITEM-ID TO NEXT-ID-RECORD
           WRITE NEXT-ID-RECORD
           CLOSE NEXT-ID-FILE.

       NOTE-SOURCE-UNREADABLE.
           IF SCAN-STATUS NOT = "35"
               DISPLAY "Erro ao abrir " SCAN-FILE " Estado: "
                   SCAN-STATUS
               MOVE "N" TO SCAN-OK
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE SCAN-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       GATHER-PORT-QUARANTINE.
           OPEN INPUT PORT-QUAR-FILE
           IF PQ-STATUS NOT = "00"
               MOVE "PORTQUAR" TO SCAN-FILE
               MOVE PQ-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL PQ-STATUS = "10"
                   READ PORT-QUAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "PORTQUAR" TO NEW-TYPE
                           MOVE SPACES TO NEW-PERSON
                           MOVE SPACES TO NEW-KEY
                           STRING PQ-NAME " " PQ-STATE
                               DELIMITED BY SIZE INTO NEW-KEY
                           PERFORM ADD-CONDITION
                   END-READ
               END-PERFORM
               CLOSE PORT-QUAR-FILE
           END-IF.

       GATHER-CAL-QUARANTINE.
           OPEN INPUT CAL-QUAR-FILE
           IF CQ-STATUS NOT = "00"
               MOVE "CALQUAR" TO SCAN-FILE
               MOVE CQ-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL CQ-STATUS = "10"
                   READ CAL-QUAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "CALQUAR" TO NEW-TYPE
                           MOVE SPACES TO NEW-PERSON
                           MOVE SPACES TO NEW-KEY
                           STRING CQ-DATE " " CQ-DAY-STATUS
                               DELIMITED BY SIZE INTO NEW-KEY
                           PERFORM ADD-CONDITION
                   END-READ
               END-PERFORM
               CLOSE CAL-QUAR-FILE
           END-IF.

       GATHER-QUEUE-QUARANTINE.
           OPEN INPUT QUEUE-QUAR-FILE
           IF QQ-STATUS NOT = "00"
               MOVE "REQQUAR" TO SCAN-FILE
               MOVE QQ-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL QQ-STATUS = "10"
                   READ QUEUE-QUAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "REQQUAR" TO NEW-TYPE
                           MOVE QQ-SOURCE TO NEW-PERSON
                           MOVE QQ-CONTENT TO NEW-KEY
                           PERFORM ADD-CONDITION
                   END-READ
               END-PERFORM
               CLOSE QUEUE-QUAR-FILE
           END-IF.

       GATHER-SWEEP-PENDING.
           OPEN INPUT SWEEP-PENDING-FILE
           IF PEND-STATUS NOT = "00"
               MOVE "MEMSWEEPPEND" TO SCAN-FILE
               MOVE PEND-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL PEND-STATUS = "10"
                   READ SWEEP-PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PD-NOME NOT = SPACES
                               MOVE "MEMSWEEP" TO NEW-TYPE
                               MOVE PD-NOME TO NEW-PERSON
                               MOVE SPACES TO NEW-KEY
                               PERFORM ADD-CONDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-PENDING-FILE
           END-IF.

       GATHER-APPEALS.
           OPEN INPUT APPEAL-REQUEST-FILE
           IF AP-STATUS NOT = "00"
               MOVE "APPEALREQ" TO SCAN-FILE
               MOVE AP-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL AP-STATUS = "10"
                   READ APPEAL-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AP-REQUEST-ID IS NUMERIC
                               MOVE "RECURSO" TO NEW-TYPE
                               MOVE SPACES TO NEW-PERSON
                               MOVE SPACES TO NEW-KEY
                               STRING "PEDIDO " AP-REQUEST-ID
                                   DELIMITED BY SIZE INTO NEW-KEY
                               PERFORM ADD-CONDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPEAL-REQUEST-FILE
           END-IF.

       GATHER-NOTICES.
           OPEN INPUT NOTICE-STATUS-FILE
           IF NS-STATUS NOT = "00"
               MOVE "NOTICESTATUS" TO SCAN-FILE
               MOVE NS-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL NS-STATUS = "10"
                   READ NOTICE-STATUS-FILE NEXT RECORD
                   IF NS-STATUS = "00"
                       AND NS-STATUS-CODE NOT = "ACKNOWLEDGED"
                       PERFORM CHECK-NOTICE-OVERDUE
                   END-IF
               END-PERFORM
               CLOSE NOTICE-STATUS-FILE
           END-IF.

       CHECK-NOTICE-OVERDUE.
           IF NS-SENT-DATE IS NUMERIC
               MOVE NS-SENT-DATE TO REFERENCE-DATE
           ELSE
               MOVE NS-GEN-DATE TO REFERENCE-DATE
           END-IF
           IF REFERENCE-DATE IS NUMERIC
               MOVE REFERENCE-DATE TO REF-NUM
               COMPUTE REF-INTEGER = FUNCTION INTEGER-OF-DATE(REF-NUM)
               COMPUTE AGE-DAYS = RUN-INTEGER - REF-INTEGER
               IF AGE-DAYS > RESEND-DAYS
                   MOVE "AVISO" TO NEW-TYPE
                   MOVE NS-SOURCE TO NEW-PERSON
                   MOVE SPACES TO NEW-KEY
                   STRING "PEDIDO " NS-REQUEST-ID
                       DELIMITED BY SIZE INTO NEW-KEY
                   PERFORM ADD-CONDITION
               END-IF
           END-IF.

       GATHER-RESCHEDULES.
           OPEN INPUT PROPOSAL-FILE
           IF RP-STATUS NOT = "00"
               MOVE "RESCHEDPROP" TO SCAN-FILE
               MOVE RP-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL RP-STATUS = "10"
                   READ PROPOSAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RP-STATE = "PENDENTE"
                               MOVE "REMARCAR" TO NEW-TYPE
                               MOVE RP-SOURCE TO NEW-PERSON
                               MOVE SPACES TO NEW-KEY
                               STRING "PEDIDO " RP-REQUEST-ID " EM "
                                   RP-BOOKED-DATE
                                   DELIMITED BY SIZE INTO NEW-KEY
                               PERFORM ADD-CONDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       GATHER-AUTONOMY-ALERTS.
           OPEN INPUT AUTONOMY-ALERT-FILE
           IF AALERT-STATUS NOT = "00"
               MOVE "AUTONOMYALERT" TO SCAN-FILE
               MOVE AALERT-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL AALERT-STATUS = "10"
                   READ AUTONOMY-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUTONOMY-ALERT-LINE(1:8) = RUN-DATE
                               MOVE "ALERTA" TO NEW-TYPE
                               MOVE SPACES TO NEW-PERSON
                               MOVE AUTONOMY-ALERT-LINE TO NEW-KEY
                               PERFORM ADD-CONDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTONOMY-ALERT-FILE
           END-IF.

       GATHER-PORT-ALERTS.
           OPEN INPUT PORT-ALERT-FILE
           IF PALERT-STATUS NOT = "00"
               MOVE "PORTALERT" TO SCAN-FILE
               MOVE PALERT-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL PALERT-STATUS = "10"
                   READ PORT-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PORT-ALERT-LINE(1:8) = RUN-DATE
                               MOVE "ALERTA" TO NEW-TYPE
                               MOVE SPACES TO NEW-PERSON
                               MOVE PORT-ALERT-LINE TO NEW-KEY
                               PERFORM ADD-CONDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORT-ALERT-FILE
           END-IF.

       GATHER-RUN-ALERTS.
           OPEN INPUT RUN-ALERT-FILE
           IF RALERT-STATUS NOT = "00"
               MOVE "RUNALERT" TO SCAN-FILE
               MOVE RALERT-STATUS TO SCAN-STATUS
               PERFORM NOTE-SOURCE-UNREADABLE
           ELSE
               PERFORM UNTIL RALERT-STATUS = "10"
                   READ RUN-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RUN-ALERT-LINE(1:8) = RUN-DATE
                               MOVE "ALERTA" TO NEW-TYPE
                               MOVE SPACES TO NEW-PERSON
                               MOVE RUN-ALERT-LINE TO NEW-KEY
                               PERFORM ADD-CONDITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-ALERT-FILE
           END-IF.

       ADD-CONDITION.
           PERFORM FIND-CONDITION
           IF COND-POS = 0
               IF COND-COUNT < 2000
                   ADD 1 TO COND-COUNT
                   MOVE NEW-TYPE   TO CT-TYPE(COND-COUNT)
                   MOVE NEW-PERSON TO CT-PERSON(COND-COUNT)
                   MOVE NEW-KEY    TO CT-KEY(COND-COUNT)
                   MOVE "N"        TO CT-MATCHED(COND-COUNT)
               ELSE
                   IF COND-FULL = "N"
                       DISPLAY "Aviso: mais de 2000 condicoes. "
                           "Lista de trabalho incompleta."
                       MOVE 7 TO ERRLOG-MSG-ID
                       MOVE SPACES TO ERRLOG-STATUS
                       CALL "ERRLOG" USING ERRLOG-PROGRAM
                           ERRLOG-MSG-ID ERRLOG-STATUS
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
                   MOVE "Y" TO COND-FULL
               END-IF
           END-IF.

       FIND-CONDITION.
           MOVE 0 TO COND-POS
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > COND-COUNT OR COND-POS > 0
               IF CT-TYPE(C) = NEW-TYPE
                   AND CT-PERSON(C) = NEW-PERSON
                   AND CT-KEY(C) = NEW-KEY
                   MOVE C TO COND-POS
               END-IF
           END-PERFORM.

       MATCH-EXISTING-ITEMS.
           PERFORM UNTIL WI-STATUS = "10"
               READ WORK-ITEM-FILE NEXT RECORD
               IF WI-STATUS = "00"
                   IF WI-STATE NOT = "FECHADO" OR WI-TYPE = "ALERTA"
                       OR (WI-CLOSED-BY NOT = "AUTO"
                           AND WI-LAST-SEEN NOT = SPACES)
                       PERFORM MATCH-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-ONE-ITEM.
           MOVE WI-TYPE   TO NEW-TYPE
           MOVE WI-PERSON TO NEW-PERSON
           MOVE WI-KEY    TO NEW-KEY
           PERFORM FIND-CONDITION
           IF COND-POS > 0
               MOVE "Y" TO CT-MATCHED(COND-POS)
               IF WI-TYPE NOT = "ALERTA"
                   MOVE RUN-DATE TO WI-LAST-SEEN
                   REWRITE WORK-ITEM-RECORD
               END-IF
           ELSE
               IF WI-STATE = "FECHADO"
                   AND WI-TYPE NOT = "ALERTA"
                   AND SCAN-OK = "Y"
                   AND COND-FULL = "N"
                   MOVE SPACES TO WI-LAST-SEEN
                   REWRITE WORK-ITEM-RECORD
               END-IF
               IF WI-STATE NOT = "FECHADO"
                   AND WI-TYPE NOT = "ALERTA"
                   AND SCAN-OK = "Y"
                   AND COND-FULL = "N"
                   MOVE "FECHADO" TO WI-STATE
                   MOVE RUN-DATE  TO WI-CLOSED-DATE
                   MOVE "AUTO"    TO WI-CLOSED-BY
                   MOVE "CONDICAO RESOLVIDA" TO WI-NOTE
                   REWRITE WORK-ITEM-RECORD
                   ADD 1 TO AUTO-CLOSED-COUNT
                   DISPLAY "Item " WI-ITEM-ID " fechado: condicao "
                       "resolvida (" FUNCTION TRIM(WI-TYPE) ")."
               END-IF
           END-IF.

       OPEN-NEW-ITEMS.
           COMPUTE DUE-NUM =
               FUNCTION DATE-OF-INTEGER(RUN-INTEGER + DUE-DAYS)
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COND-COUNT
               IF CT-MATCHED(C) = "N"
                   PERFORM OPEN-ONE-ITEM
               END-IF
           END-PERFORM.

       OPEN-ONE-ITEM.
           ADD 1 TO LAST-ITEM-ID
           MOVE SPACES        TO WORK-ITEM-RECORD
           MOVE LAST-ITEM-ID  TO WI-ITEM-ID
           MOVE CT-TYPE(C)    TO WI-TYPE
           MOVE CT-PERSON(C)  TO WI-PERSON
           MOVE CT-KEY(C)     TO WI-KEY
           MOVE RUN-DATE      TO WI-CREATED-DATE
           MOVE DUE-NUM       TO WI-DUE-DATE
           MOVE "ABERTO"      TO WI-STATE
           MOVE RUN-DATE      TO WI-LAST-SEEN
           WRITE WORK-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Item " WI-ITEM-ID " ja existe em "
                       "WORKLIST. Rever WORKNEXTID."
                   MOVE "Y" TO WRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO OPENED-COUNT
           END-WRITE.

       WRITE-AGING-REPORT.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WORK-TYPE-COUNT
               MOVE 0 TO WT-OPEN(T)
               MOVE 0 TO WT-BUCKET(T, 1)
               MOVE 0 TO WT-BUCKET(T, 2)
               MOVE 0 TO WT-BUCKET(T, 3)
               MOVE 0 TO WT-BUCKET(T, 4)
               MOVE 0 TO WT-OVERDUE(T)
           END-PERFORM

           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "LISTA DE TRABALHO - ITENS EM ABERTO POR IDADE - "
               RUN-DATE " (PRAZO " DUE-DAYS " DIAS)"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "ITEM   | TIPO     | CRIADO   | IDADE | PRAZO    | "
               "ESTADO   | OPERADOR | PESSOA / CONDICAO"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           OPEN INPUT WORK-ITEM-FILE
           IF WI-STATUS = "00"
               PERFORM UNTIL WI-STATUS = "10"
                   READ WORK-ITEM-FILE NEXT RECORD
                   IF WI-STATUS = "00"
                       AND WI-STATE NOT = "FECHADO"
                       PERFORM REPORT-ONE-ITEM
                   END-IF
               END-PERFORM
               CLOSE WORK-ITEM-FILE
           END-IF

           IF STILL-OPEN-COUNT = 0
               MOVE "  (SEM ITENS EM ABERTO)" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF
           PERFORM WRITE-AGING-SUMMARY
           CLOSE AGING-REPORT-FILE.

       REPORT-ONE-ITEM.
           ADD 1 TO STILL-OPEN-COUNT
           MOVE 0 TO AGE-DAYS
           IF WI-CREATED-DATE IS NUMERIC
               MOVE WI-CREATED-DATE TO REF-NUM
               COMPUTE REF-INTEGER = FUNCTION INTEGER-OF-DATE(REF-NUM)
               COMPUTE AGE-DAYS = RUN-INTEGER - REF-INTEGER
           END-IF
           IF AGE-DAYS < 0
               MOVE 0 TO AGE-DAYS
           END-IF
           MOVE AGE-DAYS TO AGE-DISP
           MOVE SPACES TO OVERDUE-FLAG
           IF WI-DUE-DATE < RUN-DATE
               MOVE " ATRASADO" TO OVERDUE-FLAG
               ADD 1 TO OVERDUE-COUNT
           END-IF

           MOVE 0 TO TYPE-POS
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > WORK-TYPE-COUNT OR TYPE-POS > 0
               IF WT-NAME(T) = WI-TYPE
                   MOVE T TO TYPE-POS
               END-IF
           END-PERFORM
           IF TYPE-POS > 0
               ADD 1 TO WT-OPEN(TYPE-POS)
               EVALUATE TRUE
                   WHEN AGE-DAYS < 3
                       ADD 1 TO WT-BUCKET(TYPE-POS, 1)
                   WHEN AGE-DAYS < 8
                       ADD 1 TO WT-BUCKET(TYPE-POS, 2)
                   WHEN AGE-DAYS < 31
                       ADD 1 TO WT-BUCKET(TYPE-POS, 3)
                   WHEN OTHER
                       ADD 1 TO WT-BUCKET(TYPE-POS, 4)
               END-EVALUATE
               IF OVERDUE-FLAG NOT = SPACES
                   ADD 1 TO WT-OVERDUE(TYPE-POS)
               END-IF
           END-IF

           MOVE SPACES TO ITEM-TEXT
           EVALUATE TRUE
               WHEN WI-PERSON = SPACES
                   MOVE WI-KEY TO ITEM-TEXT
               WHEN WI-KEY = SPACES
                   MOVE WI-PERSON TO ITEM-TEXT
               WHEN OTHER
                   STRING FUNCTION TRIM(WI-PERSON) " / " WI-KEY
                       DELIMITED BY SIZE INTO ITEM-TEXT
           END-EVALUATE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING WI-ITEM-ID " | " WI-TYPE " | " WI-CREATED-DATE
               " | " AGE-DISP " | " WI-DUE-DATE " | " WI-STATE
               " | " WI-OPERATOR " | " FUNCTION TRIM(ITEM-TEXT)
               OVERDUE-FLAG
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "RESUMO POR TIPO | ABERTOS | 0-2 DIAS | 3-7 DIAS | "
               "8-30 DIAS | +30 DIAS | ATRASADOS"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WORK-TYPE-COUNT
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  " WT-NAME(T) "      | " WT-OPEN(T)
                   "    | " WT-BUCKET(T, 1)
                   "     | " WT-BUCKET(T, 2)
                   "     | " WT-BUCKET(T, 3)
                   "      | " WT-BUCKET(T, 4)
                   "     | " WT-OVERDUE(T)
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO AGING-REPORT-LINE
           STRING "TOTAL EM ABERTO: " STILL-OPEN-COUNT
               "  FORA DE PRAZO: " OVERDUE-COUNT
               "  ABERTOS HOJE: " OPENED-COUNT
               "  FECHADOS AUTOMATICAMENTE: " AUTO-CLOSED-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO WORK-ITEM-NAME
           STRING "DATA/WORKLIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-ITEM-NAME
           MOVE SPACES TO NEXT-ID-NAME
           STRING "DATA/WORKNEXTID" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NEXT-ID-NAME
           MOVE SPACES TO WORK-CONFIG-NAME
           STRING "DATA/WORKCFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WORK-CONFIG-NAME
           MOVE SPACES TO AGING-REPORT-NAME
           STRING "DATA/WORKAGING" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AGING-REPORT-NAME
           MOVE SPACES TO PORT-QUAR-NAME
           STRING "DATA/PORTQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-QUAR-NAME
           MOVE SPACES TO CAL-QUAR-NAME
           STRING "DATA/CALQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAL-QUAR-NAME
           MOVE SPACES TO QUEUE-QUAR-NAME
           STRING "DATA/REQQUAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO QUEUE-QUAR-NAME
           MOVE SPACES TO SWEEP-PENDING-NAME
           STRING "DATA/MEMSWEEPPEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-PENDING-NAME
           MOVE SPACES TO APPEAL-REQUEST-NAME
           STRING "DATA/APPEALREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO APPEAL-REQUEST-NAME
           MOVE SPACES TO PROPOSAL-NAME
           STRING "DATA/RESCHEDPROP" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PROPOSAL-NAME
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO NOTICE-CONFIG-NAME
           STRING "DATA/NOTICECFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-CONFIG-NAME
           MOVE SPACES TO AUTONOMY-ALERT-NAME
           STRING "DATA/AUTONOMYALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUTONOMY-ALERT-NAME
           MOVE SPACES TO PORT-ALERT-NAME
           STRING "DATA/PORTALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-ALERT-NAME.
