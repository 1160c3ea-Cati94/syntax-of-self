       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQ-CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REQUEST-FILE ASSIGN USING CHANGE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CG-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT STATE-PLAN-FILE ASSIGN USING STATE-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT DEFERRAL-FILE ASSIGN USING DEFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.

           SELECT CHANGE-DECISION-FILE ASSIGN USING CHANGE-DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CD-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

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

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

           SELECT DECISION-RULES-FILE ASSIGN USING DECISION-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-STATUS.

           SELECT PORT-RULES-FILE ASSIGN USING PORT-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-STATUS.

           SELECT PORT-FILE ASSIGN USING PORT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT PENDING-TRANS-FILE ASSIGN USING PENDING-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT DECISION-FILE ASSIGN USING DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT ENERGY-BUDGET-FILE ASSIGN USING ENERGY-BUDGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EB-STATUS.

           SELECT ENERGY-LEDGER-FILE ASSIGN USING ENERGY-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-STATUS.

           SELECT INTAKE-POLICY-FILE ASSIGN TO "DATA/INTAKEPOLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-REQUEST-FILE.
       01  CHANGE-REQUEST-RECORD.
           05 CG-REQUEST-ID   PIC 9(6).
           05 FILLER          PIC X.
           05 CG-ACTION       PIC X(6).
           05 FILLER          PIC X.
           05 CG-NEW-DATE     PIC X(8).
           05 FILLER          PIC X.
           05 CG-NEW-SLOT     PIC X(5).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  DAILY-STATE-FILE.
           COPY DAILYST.

       FD  STATE-PLAN-FILE.
           COPY STPLAN.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  DEFERRAL-FILE.
       01  DEFERRAL-RECORD.
           05 DF-DUE-DATE     PIC X(8).
           05 FILLER          PIC X.
           05 DF-REQUEST-ID   PIC 9(6).
           05 FILLER          PIC X.
           05 DF-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 DF-CONTENT      PIC X(50).
           05 FILLER          PIC X.
           05 DF-SLOT         PIC 9.
           05 FILLER          PIC X.
           05 DF-TYPE         PIC X(10).

       FD  CHANGE-DECISION-FILE.
       01  CHANGE-DECISION-LINE    PIC X(160).

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(300).

       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

       FD  NOTICE-FILE.
       01  NOTICE-LINE         PIC X(80).

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

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LK-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X.
           05 LK-HOLDER            PIC X(21).

       FD  DECISION-RULES-FILE.
           COPY DECRULE.

       FD  PORT-RULES-FILE.
       01  PORT-RULES-RECORD.
           05 PR-PORT-NAME    PIC X(15).
           05 PR-PORT-STATE   PIC X(10).
           05 PR-RESTRICTION  PIC X(15).

       FD  PORT-FILE.
       01  PORT-FILE-RECORD.
           05 PF-NAME         PIC X(15).
           05 PF-STATE        PIC X(10).

       FD  PENDING-TRANS-FILE.
       01  PENDING-TRANS-RECORD.
           05 PD-NAME          PIC X(15).
           05 PD-NEW-STATE     PIC X(10).
           05 PD-REASON        PIC X(20).
           05 PD-EFFECT-DATE   PIC X(8).

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(340).

       FD  ENERGY-BUDGET-FILE.
       01  ENERGY-BUDGET-RECORD.
           05 EB-WEEK-ALLOWANCE  PIC 9(3).
           05 FILLER             PIC X.
           05 EB-COST-CHAMADA    PIC 9(3).
           05 FILLER             PIC X.
           05 EB-COST-EMPRESTIMO PIC 9(3).
           05 FILLER             PIC X.
           05 EB-COST-VISITA     PIC 9(3).
           05 FILLER             PIC X.
           05 EB-PCT-SOBRECARGA  PIC 9(3).
           05 FILLER             PIC X.
           05 EB-PCT-RECUPERACAO PIC 9(3).

       FD  ENERGY-LEDGER-FILE.
       01  ENERGY-LEDGER-RECORD.
           05 EL-WEEK-KEY     PIC 9(6).
           05 FILLER          PIC X.
           05 EL-DATE         PIC X(8).
           05 FILLER          PIC X.
           05 EL-REQUEST-ID   PIC 9(6).
           05 FILLER          PIC X.
           05 EL-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 EL-TYPE         PIC X(10).
           05 FILLER          PIC X.
           05 EL-POINTS       PIC 9(3).

       FD  INTAKE-POLICY-FILE.
       01  INTAKE-POLICY-RECORD.
           05 IP-MAX-DAYS-AHEAD PIC 9(3).

       WORKING-STORAGE SECTION.
       01 CG-STATUS            PIC XX.
       01 RM-STATUS            PIC XX.
       01 DS-STATUS            PIC XX.
       01 PLAN-STATUS          PIC XX.
       01 CAL-STATUS           PIC XX.
       01 DF-STATUS            PIC XX.
       01 CD-STATUS            PIC XX.
       01 AUD-STATUS           PIC XX.
       01 CT-STATUS            PIC XX.
       01 NOT-STATUS           PIC XX.
       01 NS-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 REGISTRY-OPEN        PIC X VALUE "N".
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 DR-STATUS            PIC XX.
       01 PR-STATUS            PIC XX.
       01 PF-STATUS            PIC XX.
       01 PD-STATUS            PIC XX.
       01 RP-STATUS            PIC XX.
       01 DEC-STATUS           PIC XX.
       01 EB-STATUS            PIC XX.
       01 EL-STATUS            PIC XX.
       01 IP-STATUS            PIC XX.
       01 MAX-DAYS-AHEAD       PIC 9(3) VALUE 60.
       01 HORIZON-DATE         PIC X(8).
       01 PORT-OPEN            PIC X VALUE "N".
       01 TABLES-OK            PIC X VALUE "Y".
       01 RUN-DATE             PIC X(8).
       COPY LOGSEAL.
       01 TODAY-MENTAL         PIC X(20).
       01 TODAY-PHYSICAL       PIC X(20).
       01 TODAY-EXTERNAL       PIC X.
       01 MENTAL-STATE         PIC X(20).
       01 PHYSICAL-LIMIT       PIC X(20).
       01 EXTERNAL-CONTROL     PIC X.
       01 DENY-DEFAULT         PIC X.
       01 PROFILE-STRICT       PIC X.
       01 REGISTRY-BLOCKED     PIC X.
       01 EVAL-DAY-FLAG        PIC X.
       01 REQUEST-TYPE         PIC X(10).
       01 REQUEST-PRIORITY     PIC X.
       01 MATCHED-RULE         PIC 9(2).
       01 RULE-HOLDS           PIC X.
       01 PORT-STATE-ON-DATE   PIC X(10).
       01 PORT-STATE-SINCE     PIC X(8).
       01 P                    PIC 9(4).

       01 DEC-ID               PIC X(6).
       01 DEC-SOURCE           PIC X(20).
       01 DEC-CONTENT          PIC X(50).
       01 DEC-PERMISSION       PIC X.
       01 DEC-RESPONSE         PIC X(80).
       01 DEC-TYPE-INFO        PIC X(20).
       01 DEC-ID-NUM           PIC 9(6).
       01 TYPE-WORK            PIC X(10).
       01 PRIORITY-WORK        PIC X.

       01 ENERGY-ALLOWANCE     PIC 9(4) VALUE 20.
       01 ENERGY-SPENT         PIC 9(4) VALUE 0.
       01 ENERGY-COST          PIC 9(3) VALUE 0.
       01 COST-CHAMADA         PIC 9(3) VALUE 2.
       01 COST-EMPRESTIMO      PIC 9(3) VALUE 3.
       01 COST-VISITA          PIC 9(3) VALUE 5.
       01 PCT-SOBRECARGA       PIC 9(3) VALUE 50.
       01 PCT-RECUPERACAO      PIC 9(3) VALUE 70.
       01 ENERGY-WEEK-KEY      PIC 9(6).
       01 ENERGY-DATE-INTEGER  PIC 9(7).
       01 ENERGY-DATE-NUM      PIC 9(8).
       01 ENERGY-CHARGED       PIC X.
       01 OWN-CHARGED          PIC 9(4) VALUE 0.
       01 OWN-REVERSED         PIC 9(4) VALUE 0.
       01 ENERGY-RETURNED      PIC 9(4) VALUE 0.
       01 REVERSE-WEEK-KEY     PIC 9(6) VALUE 0.
       01 REVERSE-POINTS       PIC 9(3) VALUE 0.

       01 BOOKED-DATE          PIC X(8).
       01 BOOKED-SLOT          PIC 9 VALUE 0.
       01 NEW-SLOT-WANTED      PIC 9 VALUE 0.
       01 NEW-SLOT             PIC 9 VALUE 0.
       01 CHANGE-OUTCOME       PIC X(10).
       01 AUDIT-CODE           PIC X.
       01 RESPONSE-MESSAGE     PIC X(80).
       01 REJECT-REASON        PIC X(60).
       01 MSG-CODE             PIC X(10).
       01 MSG-DATE             PIC X(8).
       01 MSG-SLOT             PIC 9 VALUE 0.
       01 NOTICE-RESPONSE      PIC X(80).
       01 TOKEN-TEXT           PIC X(5).
       01 TOKEN-LEN            PIC 9(2).
       01 TOKEN-VALUE          PIC X(50).
       01 TOKEN-POS            PIC 9(3).
       01 TAIL-START           PIC 9(3).
       01 BUILD-PTR            PIC 9(3).
       01 RESPONSE-BUILD       PIC X(80).
       01 LIFECYCLE-OK         PIC X.

       01 CANCELLED-COUNT      PIC 9(4) VALUE 0.
       01 AMENDED-COUNT        PIC 9(4) VALUE 0.
       01 REFUSED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 AUDIT-WRITTEN        PIC 9(6) VALUE 0.
       01 SLOT-IX              PIC 9.
       01 I                    PIC 9(4).

           COPY CALSLOT.

       01 DEFERRAL-TABLE.
           05 DEFERRAL-COUNT   PIC 9(4) VALUE 0.
           05 DEFERRAL-FULL    PIC X VALUE "N".
           05 DEFERRAL-REMOVED PIC 9(4) VALUE 0.
           05 DT-LINE          PIC X(100) OCCURS 100 TIMES.

       01 DECISION-RULE-TABLE.
           05 RULE-COUNT       PIC 9(2) VALUE 0.
           05 RULE-ENTRIES OCCURS 50 TIMES.
               10 RT-SEQ        PIC 9(3).
               10 RT-MENTAL     PIC X(20).
               10 RT-PHYSICAL   PIC X(20).
               10 RT-EXTERNAL   PIC X.
               10 RT-PORT-ALERT PIC X.
               10 RT-PROFILE    PIC X.
               10 RT-TYPE       PIC X(10).
               10 RT-PRIORITY   PIC X.
               10 RT-CONTROL    PIC X.
               10 RT-DAY        PIC X.
               10 RT-OVERDUE    PIC X.
               10 RT-OUTCOME    PIC X.
               10 RT-REASON     PIC X(8).
               10 RT-MESSAGE    PIC X(50).

       01 PORT-RULE-TABLE.
           05 PORT-RULE-COUNT  PIC 9(2) VALUE 0.
           05 PORT-RULE-ENTRIES OCCURS 20 TIMES.
               10 PRT-NAME     PIC X(15).
               10 PRT-STATE    PIC X(10).
               10 PRT-CURRENT  PIC X(10).

       01 PORT-PENDING-TABLE.
           05 PORT-PEND-COUNT  PIC 9(4) VALUE 0.
           05 PORT-PEND-ENTRIES OCCURS 100 TIMES.
               10 PP-NAME      PIC X(15).
               10 PP-STATE     PIC X(10).
               10 PP-DATE      PIC X(8).

       01 NOTICE-FILE-NAME     PIC X(40).
       01 NOTICE-LANG          PIC X(2).
       01 OUTCOME-TEXT         PIC X(20).
       01 PERIOD-TEXT          PIC X(50).
       01 LABEL-IX             PIC 9(2).
       01 NOTICE-COUNT         PIC 9(4) VALUE 0.
       01 NOTICE-LABELS.
           05 NOTICE-LABEL     PIC X(50) OCCURS 19 TIMES.

           COPY NOTLABEL.

       01 TX-GROUP             PIC X(3).
       01 TX-CODE              PIC X(30).
       01 TX-LANG              PIC X(2).
       01 TX-TEXT              PIC X(80).
       01 TX-SOURCE            PIC X.

       01 ERRLOG-PROGRAM       PIC X(20) VALUE "REQ-CHANGE".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       COPY PERSONCTX.
       01 CHANGE-REQUEST-NAME  PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 STATE-PLAN-NAME      PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 DEFERRAL-NAME        PIC X(40).
       01 CHANGE-DECISION-NAME PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 DECISION-RULES-NAME  PIC X(40).
       01 PORT-RULES-NAME      PIC X(40).
       01 PORT-FILE-NAME       PIC X(40).
       01 PENDING-TRANS-NAME   PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 DECISION-NAME        PIC X(40).
       01 ENERGY-BUDGET-NAME   PIC X(40).
       01 ENERGY-LEDGER-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CANCELAMENTOS E ALTERACOES DE PEDIDOS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CHANGE-REQUEST-FILE
           IF CG-STATUS NOT = "00"
               DISPLAY "REQCHANGES nao encontrado. Nada a alterar."
               GOBACK
           END-IF

           PERFORM LOAD-DAILY-STATE
           PERFORM LOAD-DECISION-RULES
           PERFORM LOAD-PORT-RULES
           PERFORM LOAD-PORT-PENDING
           PERFORM LOAD-ENERGY-BUDGET
           PERFORM LOAD-INTAKE-POLICY

           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               MOVE "Y" TO REGISTRY-OPEN
           END-IF

           OPEN EXTEND CHANGE-DECISION-FILE
           IF CD-STATUS = "35"
               OPEN OUTPUT CHANGE-DECISION-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM UNTIL CG-STATUS = "10"
               READ CHANGE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PROCESS-ONE-CHANGE
               END-READ
           END-PERFORM

           CLOSE CHANGE-REQUEST-FILE
           CLOSE CHANGE-DECISION-FILE
           CLOSE AUDIT-FILE
           IF REGISTRY-OPEN = "Y"
               CLOSE REQ-REGISTRY-FILE
           END-IF
           PERFORM WRITE-AUDIT-CONTROL-TOTAL

           OPEN OUTPUT CHANGE-REQUEST-FILE
           CLOSE CHANGE-REQUEST-FILE

           DISPLAY "Cancelamentos aplicados: " CANCELLED-COUNT
           DISPLAY "Alteracoes aceites: " AMENDED-COUNT
           DISPLAY "Alteracoes recusadas: " REFUSED-COUNT
           DISPLAY "Transacoes rejeitadas: " REJECTED-COUNT
           DISPLAY "Avisos de confirmacao: " NOTICE-COUNT
           IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
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

       LOAD-DAILY-STATE.
           OPEN INPUT DAILY-STATE-FILE
           IF DS-STATUS = "35"
               MOVE "SOBRECARGA" TO DS-MENTAL-STATE
               MOVE "EM RECUPERAÇÃO" TO DS-PHYSICAL-LIMIT
               MOVE "ATIVA" TO DS-USER-AUTONOMY
               MOVE "N" TO DS-EXTERNAL-CONTROL
               OPEN OUTPUT DAILY-STATE-FILE
               WRITE DAILY-STATE-RECORD
               CLOSE DAILY-STATE-FILE
               OPEN INPUT DAILY-STATE-FILE
           END-IF
           READ DAILY-STATE-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE DAILY-STATE-FILE
           MOVE DS-MENTAL-STATE   TO TODAY-MENTAL
           MOVE DS-PHYSICAL-LIMIT TO TODAY-PHYSICAL
           IF DS-EXTERNAL-CONTROL = "Y"
               MOVE "Y" TO TODAY-EXTERNAL
           ELSE
               MOVE "N" TO TODAY-EXTERNAL
           END-IF.

       REPORT-TABLE-EXCEEDED.
           IF TABLES-OK = "Y"
               DISPLAY "Aviso: tabela de regras ou de portas "
                   "excedida. Alteracoes avaliadas sem o excesso."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "N" TO TABLES-OK.

       LOAD-DECISION-RULES.
           MOVE 0 TO RULE-COUNT
           OPEN INPUT DECISION-RULES-FILE
           IF DR-STATUS = "00"
               PERFORM UNTIL DR-STATUS = "10"
                   READ DECISION-RULES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DECISION-RULE-RECORD NOT = SPACES
                               PERFORM STORE-DECISION-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-RULES-FILE
           END-IF
           IF RULE-COUNT = 0
               DISPLAY "Aviso: nenhuma regra de decisao valida em "
                   "DECISIONRULES. Alteracoes serao recusadas."
           END-IF.

       STORE-DECISION-RULE.
           IF (DR-OUTCOME = "S" OR DR-OUTCOME = "N"
               OR DR-OUTCOME = "D")
               AND DR-REASON NOT = SPACES
               IF RULE-COUNT < 50
                   ADD 1 TO RULE-COUNT
                   MOVE DR-SEQ        TO RT-SEQ(RULE-COUNT)
                   MOVE DR-MENTAL     TO RT-MENTAL(RULE-COUNT)
                   MOVE DR-PHYSICAL   TO RT-PHYSICAL(RULE-COUNT)
                   MOVE DR-EXTERNAL   TO RT-EXTERNAL(RULE-COUNT)
                   MOVE DR-PORT-ALERT TO RT-PORT-ALERT(RULE-COUNT)
                   MOVE DR-PROFILE    TO RT-PROFILE(RULE-COUNT)
                   MOVE DR-TYPE       TO RT-TYPE(RULE-COUNT)
                   MOVE DR-PRIORITY   TO RT-PRIORITY(RULE-COUNT)
                   MOVE DR-CONTROL    TO RT-CONTROL(RULE-COUNT)
                   MOVE DR-DAY        TO RT-DAY(RULE-COUNT)
                   MOVE DR-OVERDUE    TO RT-OVERDUE(RULE-COUNT)
                   MOVE DR-OUTCOME    TO RT-OUTCOME(RULE-COUNT)
                   MOVE DR-REASON     TO RT-REASON(RULE-COUNT)
                   MOVE DR-MESSAGE    TO RT-MESSAGE(RULE-COUNT)
               ELSE
                   PERFORM REPORT-TABLE-EXCEEDED
               END-IF
           END-IF.

       LOAD-PORT-RULES.
           MOVE 0 TO PORT-RULE-COUNT
           OPEN INPUT PORT-FILE
           IF PF-STATUS = "00"
               MOVE "Y" TO PORT-OPEN
           END-IF
           OPEN INPUT PORT-RULES-FILE
           IF PR-STATUS = "00"
               PERFORM UNTIL PR-STATUS = "10"
                   READ PORT-RULES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-RESTRICTION = "DENYDEFAULT"
                               PERFORM STORE-PORT-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PORT-RULES-FILE
           END-IF
           IF PORT-OPEN = "Y"
               CLOSE PORT-FILE
           END-IF.

       STORE-PORT-RULE.
           IF PORT-RULE-COUNT < 20
               ADD 1 TO PORT-RULE-COUNT
               MOVE PR-PORT-NAME  TO PRT-NAME(PORT-RULE-COUNT)
               MOVE PR-PORT-STATE TO PRT-STATE(PORT-RULE-COUNT)
               MOVE SPACES        TO PRT-CURRENT(PORT-RULE-COUNT)
               IF PORT-OPEN = "Y"
                   MOVE PR-PORT-NAME TO PF-NAME
                   READ PORT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PF-STATE
                               TO PRT-CURRENT(PORT-RULE-COUNT)
                   END-READ
               END-IF
           ELSE
               PERFORM REPORT-TABLE-EXCEEDED
           END-IF.

       LOAD-PORT-PENDING.
           MOVE 0 TO PORT-PEND-COUNT
           OPEN INPUT PENDING-TRANS-FILE
           IF PD-STATUS = "00"
               PERFORM UNTIL PD-STATUS = "10"
                   READ PENDING-TRANS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PD-EFFECT-DATE > RUN-DATE
                               PERFORM STORE-PORT-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-TRANS-FILE
           END-IF.

       STORE-PORT-PENDING.
           IF PORT-PEND-COUNT < 100
               ADD 1 TO PORT-PEND-COUNT
               MOVE PD-NAME        TO PP-NAME(PORT-PEND-COUNT)
               MOVE PD-NEW-STATE   TO PP-STATE(PORT-PEND-COUNT)
               MOVE PD-EFFECT-DATE TO PP-DATE(PORT-PEND-COUNT)
           ELSE
               PERFORM REPORT-TABLE-EXCEEDED
           END-IF.

       LOAD-ENERGY-BUDGET.
           OPEN INPUT ENERGY-BUDGET-FILE
           IF EB-STATUS = "00"
               READ ENERGY-BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EB-WEEK-ALLOWANCE IS NUMERIC
                           MOVE EB-WEEK-ALLOWANCE TO ENERGY-ALLOWANCE
                       END-IF
                       IF EB-COST-CHAMADA IS NUMERIC
                           MOVE EB-COST-CHAMADA TO COST-CHAMADA
                       END-IF
                       IF EB-COST-EMPRESTIMO IS NUMERIC
                           MOVE EB-COST-EMPRESTIMO TO COST-EMPRESTIMO
                       END-IF
                       IF EB-COST-VISITA IS NUMERIC
                           MOVE EB-COST-VISITA TO COST-VISITA
                       END-IF
                       IF EB-PCT-SOBRECARGA IS NUMERIC
                           MOVE EB-PCT-SOBRECARGA TO PCT-SOBRECARGA
                       END-IF
                       IF EB-PCT-RECUPERACAO IS NUMERIC
                           MOVE EB-PCT-RECUPERACAO TO PCT-RECUPERACAO
                       END-IF
               END-READ
               CLOSE ENERGY-BUDGET-FILE
           END-IF
           IF TODAY-MENTAL = "SOBRECARGA"
               COMPUTE ENERGY-ALLOWANCE =
                   ENERGY-ALLOWANCE * PCT-SOBRECARGA / 100
           END-IF
           IF TODAY-PHYSICAL = "EM RECUPERAÇÃO"
               COMPUTE ENERGY-ALLOWANCE =
                   ENERGY-ALLOWANCE * PCT-RECUPERACAO / 100
           END-IF.

       LOAD-INTAKE-POLICY.
           OPEN INPUT INTAKE-POLICY-FILE
           IF IP-STATUS = "35"
               DISPLAY "INTAKEPOLICY inexistente. A semear 60 dias."
               OPEN OUTPUT INTAKE-POLICY-FILE
               MOVE 60 TO IP-MAX-DAYS-AHEAD
               WRITE INTAKE-POLICY-RECORD
               CLOSE INTAKE-POLICY-FILE
               OPEN INPUT INTAKE-POLICY-FILE
           END-IF
           IF IP-STATUS = "00"
               READ INTAKE-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-MAX-DAYS-AHEAD IS NUMERIC
                           MOVE IP-MAX-DAYS-AHEAD TO MAX-DAYS-AHEAD
                       END-IF
               END-READ
               CLOSE INTAKE-POLICY-FILE
           END-IF
           MOVE RUN-DATE TO ENERGY-DATE-NUM
           COMPUTE ENERGY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ENERGY-DATE-NUM)
               + MAX-DAYS-AHEAD
           COMPUTE ENERGY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(ENERGY-DATE-INTEGER)
           MOVE ENERGY-DATE-NUM TO HORIZON-DATE
           DISPLAY "Novas datas aceites ate " HORIZON-DATE ".".

       PROCESS-ONE-CHANGE.
           OPEN I-O REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY "Erro: REQMASTER inacessivel. Estado: "
                   RM-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RM-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               ADD 1 TO REJECTED-COUNT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE CG-REQUEST-ID TO RM-REQUEST-ID
               READ REQ-MASTER-FILE
                   INVALID KEY
                       MOVE "Pedido inexistente." TO REJECT-REASON
                       PERFORM REJECT-CHANGE
                   NOT INVALID KEY
                       PERFORM VALIDATE-CHANGE
               END-READ
               CLOSE REQ-MASTER-FILE
           END-IF.

       VALIDATE-CHANGE.
           PERFORM SET-BOOKED-DATE
           MOVE "N" TO DEFERRAL-FULL
           IF RM-LIFECYCLE = "DEFERRED"
               PERFORM LOAD-DEFERRALS
           END-IF
           MOVE "N" TO LIFECYCLE-OK
           IF RM-LIFECYCLE = "PENDING"  OR RM-LIFECYCLE = "GRANTED"
              OR RM-LIFECYCLE = "DEFERRED"
              OR RM-LIFECYCLE = "OVERTURNED"
               MOVE "Y" TO LIFECYCLE-OK
           END-IF

           EVALUATE TRUE
               WHEN CG-ACTION NOT = "CANCEL"
                    AND CG-ACTION NOT = "AMEND"
                   MOVE SPACES TO REJECT-REASON
                   STRING "Acao desconhecida: " CG-ACTION
                       DELIMITED BY SIZE INTO REJECT-REASON
                   PERFORM REJECT-CHANGE
               WHEN LIFECYCLE-OK = "N"
                   MOVE SPACES TO REJECT-REASON
                   STRING "Pedido em estado " RM-LIFECYCLE
                       " nao aceita alteracao."
                       DELIMITED BY SIZE INTO REJECT-REASON
                   PERFORM REJECT-CHANGE
               WHEN BOOKED-SLOT > 0 AND BOOKED-DATE < RUN-DATE
                   MOVE SPACES TO REJECT-REASON
                   STRING "Data marcada " BOOKED-DATE
                       " ja passou. Usar VISIT-OUTCOME."
                       DELIMITED BY SIZE INTO REJECT-REASON
                   PERFORM REJECT-CHANGE
               WHEN DEFERRAL-FULL = "Y"
                   MOVE "DEFERRALS excede 100 entradas. Nada alterado."
                       TO REJECT-REASON
                   PERFORM REJECT-CHANGE
               WHEN CG-ACTION = "CANCEL"
                   PERFORM APPLY-CANCEL
               WHEN OTHER
                   PERFORM VALIDATE-AMEND
           END-EVALUATE.

       SET-BOOKED-DATE.
           IF RM-ALT-DATE NOT = SPACES
               MOVE RM-ALT-DATE TO BOOKED-DATE
           ELSE
           IF RM-REQ-DATE NOT = SPACES
               MOVE RM-REQ-DATE TO BOOKED-DATE
           ELSE
               MOVE RM-DATE TO BOOKED-DATE
           END-IF
           END-IF
           MOVE 0 TO BOOKED-SLOT
           IF RM-SLOT IS NUMERIC
               AND RM-SLOT <= CAL-SLOT-COUNT
               AND RM-LIFECYCLE NOT = "PENDING"
               MOVE RM-SLOT TO BOOKED-SLOT
           END-IF.

       VALIDATE-AMEND.
           MOVE 0 TO NEW-SLOT-WANTED
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-NAME(SLOT-IX) = CG-NEW-SLOT
                   MOVE SLOT-IX TO NEW-SLOT-WANTED
               END-IF
           END-PERFORM
           MOVE 0 TO ENERGY-DATE-NUM
           IF CG-NEW-DATE IS NUMERIC
               MOVE CG-NEW-DATE TO ENERGY-DATE-NUM
           END-IF
           IF CG-NEW-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(ENERGY-DATE-NUM) NOT = 0
               MOVE SPACES TO REJECT-REASON
               STRING "Nova data invalida: " CG-NEW-DATE
                   DELIMITED BY SIZE INTO REJECT-REASON
               PERFORM REJECT-CHANGE
           ELSE
           IF CG-NEW-DATE < RUN-DATE
               MOVE SPACES TO REJECT-REASON
               STRING "Nova data " CG-NEW-DATE " ja passou."
                   DELIMITED BY SIZE INTO REJECT-REASON
               PERFORM REJECT-CHANGE
           ELSE
           IF CG-NEW-DATE > HORIZON-DATE
               MOVE SPACES TO REJECT-REASON
               STRING "Nova data " CG-NEW-DATE
                   " demasiado distante (limite " HORIZON-DATE ")."
                   DELIMITED BY SIZE INTO REJECT-REASON
               PERFORM REJECT-CHANGE
           ELSE
           IF CG-NEW-SLOT NOT = SPACES AND NEW-SLOT-WANTED = 0
               MOVE SPACES TO REJECT-REASON
               STRING "Periodo invalido: " CG-NEW-SLOT
                   DELIMITED BY SIZE INTO REJECT-REASON
               PERFORM REJECT-CHANGE
           ELSE
           IF RM-LIFECYCLE = "PENDING"
               PERFORM AMEND-PENDING
           ELSE
               PERFORM LOOKUP-REQUEST-TYPE
               IF REQUEST-TYPE = "EMPRESTIMO"
                   MOVE "Emprestimo nao tem data marcada a alterar."
                       TO REJECT-REASON
                   PERFORM REJECT-CHANGE
               ELSE
                   PERFORM EVALUATE-AMEND
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       AMEND-PENDING.
           MOVE "A" TO AUDIT-CODE
           MOVE TODAY-MENTAL TO MENTAL-STATE
           MOVE 0 TO NEW-SLOT
           MOVE "ANOTADO"   TO CHANGE-OUTCOME
           MOVE CG-NEW-DATE TO RM-REQ-DATE
           MOVE CG-NEW-SLOT TO RM-REQ-SLOT
           REWRITE REQ-MASTER-RECORD
           ADD 1 TO AMENDED-COUNT
           MOVE SPACES TO RESPONSE-MESSAGE
           STRING "Pedido ainda por decidir. Nova data anotada: "
               CG-NEW-DATE "."
               DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           MOVE "ALTANOT"   TO MSG-CODE
           MOVE CG-NEW-DATE TO MSG-DATE
           MOVE 0           TO MSG-SLOT
           PERFORM RECORD-CHANGE.

       LOOKUP-REQUEST-TYPE.
           MOVE "VISITA" TO REQUEST-TYPE
           MOVE "N" TO REQUEST-PRIORITY
           OPEN INPUT DECISION-FILE
           IF DEC-STATUS = "00"
               PERFORM UNTIL DEC-STATUS = "10"
                   READ DECISION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       TAKE-ONE-DECISION.
           MOVE SPACES TO DEC-ID DEC-SOURCE DEC-CONTENT DEC-RESPONSE
           MOVE SPACES TO DEC-TYPE-INFO
           MOVE SPACE  TO DEC-PERMISSION
           UNSTRING DECISION-LINE DELIMITED BY " | "
               INTO DEC-ID DEC-SOURCE DEC-CONTENT DEC-PERMISSION
                    DEC-RESPONSE DEC-TYPE-INFO
           IF DEC-ID IS NUMERIC AND DEC-TYPE-INFO(1:5) = "TIPO="
               MOVE DEC-ID TO DEC-ID-NUM
               IF DEC-ID-NUM = RM-REQUEST-ID
                   MOVE SPACES TO TYPE-WORK PRIORITY-WORK
                   UNSTRING DEC-TYPE-INFO(6:15) DELIMITED BY "/"
                       INTO TYPE-WORK PRIORITY-WORK
                   IF TYPE-WORK NOT = SPACES
                       MOVE TYPE-WORK TO REQUEST-TYPE
                   END-IF
                   IF PRIORITY-WORK NOT = SPACE
                       MOVE PRIORITY-WORK TO REQUEST-PRIORITY
                   END-IF
               END-IF
           END-IF.

       REJECT-CHANGE.
           ADD 1 TO REJECTED-COUNT
           DISPLAY "Transacao rejeitada: " CG-REQUEST-ID " "
               CG-ACTION ": " REJECT-REASON
           MOVE SPACES TO CHANGE-DECISION-LINE
           STRING RUN-DATE " | " CG-REQUEST-ID " | " CG-ACTION
               " | REJEITADA | " REJECT-REASON
               DELIMITED BY SIZE INTO CHANGE-DECISION-LINE
           WRITE CHANGE-DECISION-LINE.

       APPLY-CANCEL.
           IF BOOKED-SLOT > 0
               PERFORM RELEASE-BOOKED-SLOT
           END-IF
           IF RM-LIFECYCLE = "DEFERRED"
               PERFORM REMOVE-DEFERRAL
           END-IF
           MOVE "CANCELLEDT" TO RM-LIFECYCLE
           MOVE 0 TO RM-SLOT
           REWRITE REQ-MASTER-RECORD
           PERFORM SET-REVERSE-WEEK
           PERFORM REVERSE-ENERGY-CHARGE
           ADD 1 TO CANCELLED-COUNT
           MOVE "CANCELADO" TO CHANGE-OUTCOME
           MOVE "C" TO AUDIT-CODE
           MOVE TODAY-MENTAL TO MENTAL-STATE
           MOVE SPACES TO RESPONSE-MESSAGE
           MOVE BOOKED-DATE TO MSG-DATE
           MOVE BOOKED-SLOT TO MSG-SLOT
           IF BOOKED-SLOT > 0
               STRING "Pedido cancelado a seu pedido. "
                   BOOKED-DATE " " CAL-SLOT-NAME(BOOKED-SLOT)
                   " libertado."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
               MOVE "ALTCANCP" TO MSG-CODE
           ELSE
               MOVE "Pedido cancelado a seu pedido."
                   TO RESPONSE-MESSAGE
               MOVE "ALTCANC" TO MSG-CODE
           END-IF
           PERFORM RECORD-CHANGE.

       EVALUATE-AMEND.
           PERFORM SET-STATE-FOR-DATE
           PERFORM FIND-NEW-SLOT
           PERFORM SET-PORT-ALERT
           PERFORM LOAD-REQUESTER-PROFILE
           PERFORM CHECK-REGISTRY-STATUS
           MOVE "A" TO AUDIT-CODE
           MOVE "RECUSADO" TO CHANGE-OUTCOME
           MOVE SPACES TO RESPONSE-MESSAGE
           MOVE CG-NEW-DATE TO MSG-DATE
           MOVE 0 TO MSG-SLOT
           IF REGISTRY-BLOCKED = "Y"
               MOVE "Fonte bloqueada no registo. Alteracao recusada."
                   TO RESPONSE-MESSAGE
               MOVE "ALTREGIST" TO MSG-CODE
           ELSE
               PERFORM MATCH-DECISION-RULE
               PERFORM APPLY-AMEND-RULE
           END-IF

           IF CHANGE-OUTCOME = "ALTERADO"
               IF BOOKED-SLOT > 0
                   PERFORM RELEASE-BOOKED-SLOT
               END-IF
               IF RM-LIFECYCLE = "DEFERRED"
                   PERFORM REMOVE-DEFERRAL
               END-IF
               PERFORM RESERVE-NEW-SLOT
               MOVE "GRANTED"   TO RM-LIFECYCLE
               MOVE SPACES      TO RM-ALT-DATE
               MOVE CG-NEW-DATE TO RM-REQ-DATE
               MOVE CG-NEW-SLOT TO RM-REQ-SLOT
               MOVE NEW-SLOT    TO RM-SLOT
               MOVE "ALTERADO"  TO RM-REASON
               REWRITE REQ-MASTER-RECORD
               IF ENERGY-CHARGED = "N"
                   PERFORM WRITE-ENERGY-LEDGER
               END-IF
               PERFORM SET-REVERSE-WEEK
               IF REVERSE-WEEK-KEY NOT = ENERGY-WEEK-KEY
                   PERFORM REVERSE-ENERGY-CHARGE
               END-IF
               ADD 1 TO AMENDED-COUNT
           ELSE
               ADD 1 TO REFUSED-COUNT
           END-IF
           PERFORM RECORD-CHANGE.

       APPLY-AMEND-RULE.
           IF MATCHED-RULE = 0
               MOVE "Nenhuma regra aplicavel. Alteracao recusada."
                   TO RESPONSE-MESSAGE
               MOVE "ALTSEMREG" TO MSG-CODE
           ELSE
           IF RT-OUTCOME(MATCHED-RULE) = "N"
               IF RT-MESSAGE(MATCHED-RULE) NOT = SPACES
                   MOVE RT-MESSAGE(MATCHED-RULE) TO RESPONSE-MESSAGE
                   MOVE SPACES TO MSG-CODE
                   STRING "REGRA" RT-SEQ(MATCHED-RULE)
                       DELIMITED BY SIZE INTO MSG-CODE
               ELSE
                   MOVE "Nova data recusada. Alteracao recusada."
                       TO RESPONSE-MESSAGE
                   MOVE "ALTRECUS" TO MSG-CODE
               END-IF
           ELSE
           IF RT-OUTCOME(MATCHED-RULE) = "D" OR NEW-SLOT = 0
               MOVE "Nova data sem disponibilidade. Alteracao recusada."
                   TO RESPONSE-MESSAGE
               MOVE "ALTSEMVAG" TO MSG-CODE
           ELSE
               PERFORM SUM-ENERGY-WEEK
               IF ENERGY-SPENT + ENERGY-COST > ENERGY-ALLOWANCE
                   MOVE "Sem energia nessa semana. Alteracao recusada."
                       TO RESPONSE-MESSAGE
                   MOVE "ALTENERG" TO MSG-CODE
               ELSE
                   MOVE "ALTERADO" TO CHANGE-OUTCOME
                   STRING "Alteracao aceite. Nova marcacao: "
                       CG-NEW-DATE " " CAL-SLOT-NAME(NEW-SLOT) "."
                       DELIMITED BY SIZE INTO RESPONSE-MESSAGE
                   MOVE "ALTACEITE" TO MSG-CODE
                   MOVE NEW-SLOT TO MSG-SLOT
               END-IF
           END-IF
           END-IF
           END-IF.

       MATCH-DECISION-RULE.
           MOVE 0 TO MATCHED-RULE
           IF NEW-SLOT > 0
               MOVE "L" TO EVAL-DAY-FLAG
           ELSE
               MOVE "O" TO EVAL-DAY-FLAG
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RULE-COUNT OR MATCHED-RULE > 0
               PERFORM TEST-ONE-RULE
               IF RULE-HOLDS = "Y"
                   MOVE I TO MATCHED-RULE
               END-IF
           END-PERFORM
           IF MATCHED-RULE > 0
               DISPLAY ">>> Regra " RT-SEQ(MATCHED-RULE) " ("
                   RT-REASON(MATCHED-RULE) ") decide "
                   RT-OUTCOME(MATCHED-RULE) " para " CG-NEW-DATE
           END-IF.

       TEST-ONE-RULE.
           MOVE "Y" TO RULE-HOLDS
           IF RT-MENTAL(I) NOT = "*" AND RT-MENTAL(I) NOT = SPACES
               AND RT-MENTAL(I) NOT = MENTAL-STATE
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PHYSICAL(I) NOT = "*" AND RT-PHYSICAL(I) NOT = SPACES
               AND RT-PHYSICAL(I) NOT = PHYSICAL-LIMIT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-EXTERNAL(I) NOT = "*" AND RT-EXTERNAL(I) NOT = SPACE
               AND RT-EXTERNAL(I) NOT = EXTERNAL-CONTROL
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PORT-ALERT(I) NOT = "*"
               AND RT-PORT-ALERT(I) NOT = SPACE
               AND RT-PORT-ALERT(I) NOT = DENY-DEFAULT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PROFILE(I) NOT = "*" AND RT-PROFILE(I) NOT = SPACE
               AND RT-PROFILE(I) NOT = PROFILE-STRICT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-TYPE(I) NOT = "*" AND RT-TYPE(I) NOT = SPACES
               AND RT-TYPE(I) NOT = REQUEST-TYPE
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PRIORITY(I) NOT = "*" AND RT-PRIORITY(I) NOT = SPACE
               AND RT-PRIORITY(I) NOT = REQUEST-PRIORITY
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-CONTROL(I) NOT = "*" AND RT-CONTROL(I) NOT = SPACE
               AND RT-CONTROL(I) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-DAY(I) NOT = "*" AND RT-DAY(I) NOT = SPACE
               AND RT-DAY(I) NOT = EVAL-DAY-FLAG
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-OVERDUE(I) NOT = "*" AND RT-OVERDUE(I) NOT = SPACE
               AND RT-OVERDUE(I) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF.

       SET-PORT-ALERT.
           MOVE "N" TO DENY-DEFAULT
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PORT-RULE-COUNT
               MOVE PRT-CURRENT(P) TO PORT-STATE-ON-DATE
               MOVE SPACES TO PORT-STATE-SINCE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > PORT-PEND-COUNT
                   IF PP-NAME(I) = PRT-NAME(P)
                       AND PP-DATE(I) NOT > CG-NEW-DATE
                       AND PP-DATE(I) NOT < PORT-STATE-SINCE
                       MOVE PP-STATE(I) TO PORT-STATE-ON-DATE
                       MOVE PP-DATE(I)  TO PORT-STATE-SINCE
                   END-IF
               END-PERFORM
               IF PORT-STATE-ON-DATE = PRT-STATE(P)
                   MOVE "Y" TO DENY-DEFAULT
               END-IF
           END-PERFORM.

       LOAD-REQUESTER-PROFILE.
           MOVE "N" TO PROFILE-STRICT
           OPEN INPUT REQ-PROFILE-FILE
           IF RP-STATUS = "00"
               MOVE RM-SOURCE TO RP-SOURCE
               READ REQ-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RP-PRESSURE >= 3 OR RP-NOSHOWS >= 3
                           OR RP-OVERDUE >= 3 OR RP-INCIDENTS >= 3
                           MOVE "Y" TO PROFILE-STRICT
                       END-IF
               END-READ
               CLOSE REQ-PROFILE-FILE
           END-IF.

       CHECK-REGISTRY-STATUS.
           MOVE "N" TO REGISTRY-BLOCKED
           IF REGISTRY-OPEN = "Y"
               MOVE RM-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-STATUS = "BLOQUEADO"
                           MOVE "Y" TO REGISTRY-BLOCKED
                       END-IF
               END-READ
           END-IF.

       SUM-ENERGY-WEEK.
           EVALUATE REQUEST-TYPE
               WHEN "CHAMADA"
                   MOVE COST-CHAMADA TO ENERGY-COST
               WHEN OTHER
                   MOVE COST-VISITA TO ENERGY-COST
           END-EVALUATE
           MOVE CG-NEW-DATE TO ENERGY-DATE-NUM
           COMPUTE ENERGY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ENERGY-DATE-NUM)
           COMPUTE ENERGY-WEEK-KEY = ENERGY-DATE-INTEGER / 7
           MOVE 0 TO ENERGY-SPENT ENERGY-RETURNED
           MOVE 0 TO OWN-CHARGED OWN-REVERSED
           MOVE "N" TO ENERGY-CHARGED
           OPEN INPUT ENERGY-LEDGER-FILE
           IF EL-STATUS = "00"
               PERFORM UNTIL EL-STATUS = "10"
                   READ ENERGY-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EL-WEEK-KEY = ENERGY-WEEK-KEY
                               AND EL-POINTS IS NUMERIC
                               PERFORM TALLY-ENERGY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENERGY-LEDGER-FILE
           END-IF
           IF ENERGY-RETURNED > ENERGY-SPENT
               MOVE 0 TO ENERGY-SPENT
           ELSE
               SUBTRACT ENERGY-RETURNED FROM ENERGY-SPENT
           END-IF
           IF OWN-CHARGED > OWN-REVERSED
               MOVE "Y" TO ENERGY-CHARGED
           END-IF.

       TALLY-ENERGY-ENTRY.
           IF EL-REQUEST-ID = RM-REQUEST-ID
               IF EL-TYPE = "ESTORNO"
                   ADD EL-POINTS TO OWN-REVERSED
               ELSE
                   ADD EL-POINTS TO OWN-CHARGED
               END-IF
           ELSE
               IF EL-TYPE = "ESTORNO"
                   ADD EL-POINTS TO ENERGY-RETURNED
               ELSE
                   ADD EL-POINTS TO ENERGY-SPENT
               END-IF
           END-IF.

       WRITE-ENERGY-LEDGER.
           OPEN EXTEND ENERGY-LEDGER-FILE
           IF EL-STATUS = "35"
               OPEN OUTPUT ENERGY-LEDGER-FILE
           END-IF
           MOVE SPACES          TO ENERGY-LEDGER-RECORD
           MOVE ENERGY-WEEK-KEY TO EL-WEEK-KEY
           MOVE RUN-DATE        TO EL-DATE
           MOVE RM-REQUEST-ID   TO EL-REQUEST-ID
           MOVE RM-SOURCE       TO EL-SOURCE
           MOVE REQUEST-TYPE    TO EL-TYPE
           MOVE ENERGY-COST     TO EL-POINTS
           WRITE ENERGY-LEDGER-RECORD
           CLOSE ENERGY-LEDGER-FILE.

       SET-REVERSE-WEEK.
           MOVE 0 TO REVERSE-WEEK-KEY
           IF BOOKED-DATE IS NUMERIC
               MOVE BOOKED-DATE TO ENERGY-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(ENERGY-DATE-NUM) = 0
                   COMPUTE ENERGY-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(ENERGY-DATE-NUM)
                   COMPUTE REVERSE-WEEK-KEY = ENERGY-DATE-INTEGER / 7
               END-IF
           END-IF.

       REVERSE-ENERGY-CHARGE.
           MOVE 0 TO OWN-CHARGED OWN-REVERSED
           OPEN INPUT ENERGY-LEDGER-FILE
           IF EL-STATUS = "00"
               PERFORM UNTIL EL-STATUS = "10"
                   READ ENERGY-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EL-WEEK-KEY = REVERSE-WEEK-KEY
                               AND EL-REQUEST-ID = RM-REQUEST-ID
                               AND EL-POINTS IS NUMERIC
                               IF EL-TYPE = "ESTORNO"
                                   ADD EL-POINTS TO OWN-REVERSED
                               ELSE
                                   ADD EL-POINTS TO OWN-CHARGED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENERGY-LEDGER-FILE
           END-IF
           IF OWN-CHARGED > OWN-REVERSED
               COMPUTE REVERSE-POINTS = OWN-CHARGED - OWN-REVERSED
               OPEN EXTEND ENERGY-LEDGER-FILE
               MOVE SPACES           TO ENERGY-LEDGER-RECORD
               MOVE REVERSE-WEEK-KEY TO EL-WEEK-KEY
               MOVE RUN-DATE         TO EL-DATE
               MOVE RM-REQUEST-ID    TO EL-REQUEST-ID
               MOVE RM-SOURCE        TO EL-SOURCE
               MOVE "ESTORNO"        TO EL-TYPE
               MOVE REVERSE-POINTS   TO EL-POINTS
               WRITE ENERGY-LEDGER-RECORD
               CLOSE ENERGY-LEDGER-FILE
               DISPLAY "Energia devolvida: " REVERSE-POINTS
                   " pontos da semana de " BOOKED-DATE "."
           END-IF.

       SET-STATE-FOR-DATE.
           MOVE TODAY-MENTAL   TO MENTAL-STATE
           MOVE TODAY-PHYSICAL TO PHYSICAL-LIMIT
           MOVE TODAY-EXTERNAL TO EXTERNAL-CONTROL
           IF CG-NEW-DATE > RUN-DATE
               OPEN INPUT STATE-PLAN-FILE
               IF PLAN-STATUS = "00"
                   PERFORM UNTIL PLAN-STATUS = "10"
                       READ STATE-PLAN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SP-DATE = CG-NEW-DATE
                                   MOVE SP-MENTAL-STATE
                                       TO MENTAL-STATE
                                   MOVE SP-PHYSICAL-LIMIT
                                       TO PHYSICAL-LIMIT
                                   IF SP-EXTERNAL-CONTROL = "Y"
                                       MOVE "Y" TO EXTERNAL-CONTROL
                                   ELSE
                                       MOVE "N" TO EXTERNAL-CONTROL
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STATE-PLAN-FILE
               END-IF
           END-IF.

       FIND-NEW-SLOT.
           MOVE 0 TO NEW-SLOT
           MOVE CG-NEW-DATE TO CAL-DATE
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
           END-PERFORM
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE CALENDAR-FILE
           END-IF
           IF CG-NEW-DATE = BOOKED-DATE AND BOOKED-SLOT > 0
               MOVE "LIVRE" TO CAL-SLOT-STATUS(BOOKED-SLOT)
           END-IF
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT OR NEW-SLOT > 0
               IF CAL-SLOT-STATUS(SLOT-IX) NOT = "OCUPADO"
                   AND CAL-SLOT-STATUS(SLOT-IX) NOT = "RESERVADO"
                   AND (NEW-SLOT-WANTED = 0
                        OR NEW-SLOT-WANTED = SLOT-IX)
                   MOVE SLOT-IX TO NEW-SLOT
               END-IF
           END-PERFORM.

       RELEASE-BOOKED-SLOT.
           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS = "00"
               MOVE BOOKED-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-SLOT-STATUS(BOOKED-SLOT) = "RESERVADO"
                           MOVE "LIVRE"
                               TO CAL-SLOT-STATUS(BOOKED-SLOT)
                           PERFORM SET-DAY-SUMMARY
                           REWRITE CALENDAR-RECORD
                           DISPLAY "Data " BOOKED-DATE " "
                               CAL-SLOT-NAME(BOOKED-SLOT)
                               " libertada no calendario."
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.

       RESERVE-NEW-SLOT.
           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF CAL-STATUS NOT = "00"
               DISPLAY "Aviso: CALENDAR inacessivel. Reserva de "
                   CG-NEW-DATE " nao registada."
           ELSE
               MOVE CG-NEW-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE CG-NEW-DATE TO CAL-DATE
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
                       MOVE "RESERVADO" TO CAL-SLOT-STATUS(NEW-SLOT)
                       PERFORM SET-DAY-SUMMARY
                       WRITE CALENDAR-RECORD
                   NOT INVALID KEY
                       IF CAL-SLOT-STATUS(NEW-SLOT) = "LIVRE"
                           MOVE "RESERVADO"
                               TO CAL-SLOT-STATUS(NEW-SLOT)
                           PERFORM SET-DAY-SUMMARY
                           REWRITE CALENDAR-RECORD
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
               DISPLAY ">>> Data " CG-NEW-DATE " "
                   CAL-SLOT-NAME(NEW-SLOT) " marcada como RESERVADO."
           END-IF.

       SET-DAY-SUMMARY.
           MOVE "RESERVADO" TO CAL-DAY-STATUS
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "OCUPADO"
                   AND CAL-DAY-STATUS = "RESERVADO"
                   MOVE "OCUPADO" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               IF CAL-SLOT-STATUS(SLOT-IX) = "LIVRE"
                   MOVE "LIVRE" TO CAL-DAY-STATUS
               END-IF
           END-PERFORM.

       LOAD-DEFERRALS.
           MOVE 0 TO DEFERRAL-COUNT
           MOVE 0 TO DEFERRAL-REMOVED
           MOVE "N" TO DEFERRAL-FULL
           OPEN INPUT DEFERRAL-FILE
           IF DF-STATUS = "00"
               PERFORM UNTIL DF-STATUS = "10"
                   READ DEFERRAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DF-REQUEST-ID = RM-REQUEST-ID
                               ADD 1 TO DEFERRAL-REMOVED
                           ELSE
                           IF DEFERRAL-COUNT < 100
                               ADD 1 TO DEFERRAL-COUNT
                               MOVE DEFERRAL-RECORD
                                   TO DT-LINE(DEFERRAL-COUNT)
                           ELSE
                               MOVE "Y" TO DEFERRAL-FULL
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFERRAL-FILE
           END-IF
           IF DEFERRAL-FULL = "Y"
               DISPLAY "Erro: DEFERRALS excede 100 entradas. "
                   "Transacao de " RM-REQUEST-ID " nao aplicada."
               MOVE 8 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       REMOVE-DEFERRAL.
           IF DEFERRAL-REMOVED > 0
               OPEN OUTPUT DEFERRAL-FILE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > DEFERRAL-COUNT
                   MOVE DT-LINE(I) TO DEFERRAL-RECORD
                   WRITE DEFERRAL-RECORD
               END-PERFORM
               CLOSE DEFERRAL-FILE
           END-IF.

       RECORD-CHANGE.
           DISPLAY ">>> " CG-ACTION " " RM-REQUEST-ID " de "
               RM-SOURCE ": " CHANGE-OUTCOME
           MOVE SPACES TO CHANGE-DECISION-LINE
           STRING RUN-DATE " | " RM-REQUEST-ID " | " CG-ACTION
               " | " CHANGE-OUTCOME " | " RM-SOURCE
               " | " RESPONSE-MESSAGE
               DELIMITED BY SIZE INTO CHANGE-DECISION-LINE
           WRITE CHANGE-DECISION-LINE

           MOVE SPACES TO AUDIT-LINE
           IF AUDIT-CODE = "C"
               STRING RUN-DATE " | " RM-REQUEST-ID " | " RM-SOURCE
                   " | " RM-CONTENT
                   " | C | " RESPONSE-MESSAGE
                   " | " MENTAL-STATE
                   " | CANCELAMENTO=" BOOKED-DATE
                   DELIMITED BY SIZE INTO AUDIT-LINE
           ELSE
               STRING RUN-DATE " | " RM-REQUEST-ID " | " RM-SOURCE
                   " | " RM-CONTENT
                   " | A | " RESPONSE-MESSAGE
                   " | " MENTAL-STATE
                   " | ALTERACAO=" CHANGE-OUTCOME "/" CG-NEW-DATE
                   DELIMITED BY SIZE INTO AUDIT-LINE
           END-IF
           MOVE "REQAUDIT" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO AUDIT-WRITTEN

           PERFORM WRITE-CONFIRMATION-NOTICE.

       WRITE-CONFIRMATION-NOTICE.
           PERFORM SET-NOTICE-LANGUAGE
           PERFORM LOCALIZE-LABELS
           EVALUATE CHANGE-OUTCOME
               WHEN "CANCELADO"
                   MOVE NOTICE-LABEL(17) TO OUTCOME-TEXT
               WHEN "ALTERADO"
                   MOVE NOTICE-LABEL(7) TO OUTCOME-TEXT
               WHEN "ANOTADO"
                   MOVE NOTICE-LABEL(18) TO OUTCOME-TEXT
               WHEN OTHER
                   MOVE NOTICE-LABEL(9) TO OUTCOME-TEXT
           END-EVALUATE
           PERFORM LOCALIZE-RESPONSE

           MOVE SPACES TO NOTICE-FILE-NAME
           STRING "DATA/NOTICE."
               FUNCTION TRIM(RM-SOURCE)
               DELIMITED BY SIZE INTO NOTICE-FILE-NAME

           OPEN EXTEND NOTICE-FILE
           IF NOT-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF NOT-STATUS NOT = "00"
               DISPLAY "Aviso: " FUNCTION TRIM(NOTICE-FILE-NAME)
                   " inacessivel. Estado: " NOT-STATUS
           ELSE
               MOVE ALL "-" TO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(1)) " "
                   FUNCTION TRIM(RM-SOURCE)
                   "   " FUNCTION TRIM(NOTICE-LABEL(2)) " " RUN-DATE
                   "   " FUNCTION TRIM(NOTICE-LABEL(3)) " "
                   RM-REQUEST-ID
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(4)) " " RM-CONTENT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(5)) " " OUTCOME-TEXT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(6)) " "
                   NOTICE-RESPONSE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               IF CHANGE-OUTCOME = "ALTERADO"
                   MOVE NOTICE-LABEL(12 + NEW-SLOT) TO PERIOD-TEXT
                   MOVE SPACES TO NOTICE-LINE
                   STRING FUNCTION TRIM(NOTICE-LABEL(11)) " "
                       CG-NEW-DATE " "
                       FUNCTION TRIM(NOTICE-LABEL(12)) " "
                       FUNCTION TRIM(PERIOD-TEXT)
                       DELIMITED BY SIZE INTO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF

               CLOSE NOTICE-FILE
               ADD 1 TO NOTICE-COUNT
               PERFORM RECORD-NOTICE-STATUS
           END-IF.

       SET-NOTICE-LANGUAGE.
           MOVE "PT" TO NOTICE-LANG
           IF REGISTRY-OPEN = "Y"
               MOVE RM-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-LANGUAGE NOT = SPACES
                           MOVE RG-LANGUAGE TO NOTICE-LANG
                       END-IF
               END-READ
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

       LOCALIZE-RESPONSE.
           MOVE RESPONSE-MESSAGE TO NOTICE-RESPONSE
           MOVE SPACES TO PERIOD-TEXT
           IF MSG-SLOT > 0 AND MSG-SLOT <= CAL-SLOT-COUNT
               MOVE NOTICE-LABEL(12 + MSG-SLOT) TO PERIOD-TEXT
           END-IF
           IF MSG-CODE NOT = SPACES
               MOVE "DEC" TO TX-GROUP
               MOVE MSG-CODE TO TX-CODE
               MOVE NOTICE-LANG TO TX-LANG
               MOVE RESPONSE-MESSAGE TO TX-TEXT
               MOVE "O" TO TX-SOURCE
               CALL "RESP-TEXT" USING TX-GROUP TX-CODE TX-LANG
                   TX-TEXT TX-SOURCE
                   ON EXCEPTION
                       MOVE "O" TO TX-SOURCE
               END-CALL
               IF TX-SOURCE NOT = "O"
                   MOVE TX-TEXT TO NOTICE-RESPONSE
                   MOVE "&DATA" TO TOKEN-TEXT
                   MOVE 5 TO TOKEN-LEN
                   MOVE MSG-DATE TO TOKEN-VALUE
                   PERFORM REPLACE-TOKEN
                   MOVE "&PER" TO TOKEN-TEXT
                   MOVE 4 TO TOKEN-LEN
                   MOVE PERIOD-TEXT TO TOKEN-VALUE
                   PERFORM REPLACE-TOKEN
               END-IF
           END-IF.

       REPLACE-TOKEN.
           MOVE 0 TO TOKEN-POS
           INSPECT NOTICE-RESPONSE TALLYING TOKEN-POS
               FOR CHARACTERS BEFORE INITIAL TOKEN-TEXT(1:TOKEN-LEN)
           PERFORM UNTIL TOKEN-POS >= 80
               MOVE SPACES TO RESPONSE-BUILD
               MOVE 1 TO BUILD-PTR
               IF TOKEN-POS > 0
                   STRING NOTICE-RESPONSE(1:TOKEN-POS)
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
                   STRING NOTICE-RESPONSE(TAIL-START:)
                       DELIMITED BY SIZE
                       INTO RESPONSE-BUILD WITH POINTER BUILD-PTR
               END-IF
               MOVE RESPONSE-BUILD TO NOTICE-RESPONSE
               MOVE 0 TO TOKEN-POS
               INSPECT NOTICE-RESPONSE TALLYING TOKEN-POS
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
               MOVE RM-REQUEST-ID TO NS-REQUEST-ID
               READ NOTICE-STATUS-FILE
                   INVALID KEY
                       MOVE RM-REQUEST-ID TO NS-REQUEST-ID
                       MOVE RM-SOURCE     TO NS-SOURCE
                       MOVE "GENERATED"   TO NS-STATUS-CODE
                       MOVE RUN-DATE      TO NS-GEN-DATE
                       MOVE SPACES        TO NS-SENT-DATE
                       MOVE SPACES        TO NS-ACK-DATE
                       WRITE NOTICE-STATUS-RECORD
                   NOT INVALID KEY
                       MOVE RM-SOURCE     TO NS-SOURCE
                       MOVE "GENERATED"   TO NS-STATUS-CODE
                       MOVE RUN-DATE      TO NS-GEN-DATE
                       MOVE SPACES        TO NS-SENT-DATE
                       MOVE SPACES        TO NS-ACK-DATE
                       REWRITE NOTICE-STATUS-RECORD
               END-READ
               CLOSE NOTICE-STATUS-FILE
           END-IF.

       WRITE-AUDIT-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF CT-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           MOVE RUN-DATE      TO CT-RUN-DATE
           MOVE "REQAUDIT"    TO CT-FILE-NAME
           MOVE AUDIT-WRITTEN TO CT-REC-COUNT
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CHANGE-REQUEST-NAME
           STRING "DATA/REQCHANGES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CHANGE-REQUEST-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO STATE-PLAN-NAME
           STRING "DATA/STATEPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-PLAN-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO DEFERRAL-NAME
           STRING "DATA/DEFERRALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFERRAL-NAME
           MOVE SPACES TO CHANGE-DECISION-NAME
           STRING "DATA/CHANGEDECISIONS" PERSON-SUFFIX
               DELIMITED BY SPACE INTO CHANGE-DECISION-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO DECISION-RULES-NAME
           STRING "DATA/DECISIONRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-RULES-NAME
           MOVE SPACES TO PORT-RULES-NAME
           STRING "DATA/PORTRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-RULES-NAME
           MOVE SPACES TO PORT-FILE-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-FILE-NAME
           MOVE SPACES TO PENDING-TRANS-NAME
           STRING "DATA/PORTPEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PENDING-TRANS-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO DECISION-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-NAME
           MOVE SPACES TO ENERGY-BUDGET-NAME
           STRING "DATA/ENERGYBUDGET" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-BUDGET-NAME
           MOVE SPACES TO ENERGY-LEDGER-NAME
           STRING "DATA/ENERGYLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-LEDGER-NAME.
