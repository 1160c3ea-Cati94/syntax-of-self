       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIT-OFFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAITLIST-FILE ASSIGN USING WAITLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.

           SELECT WAIT-REPLY-FILE ASSIGN USING WAIT-REPLY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WR-STATUS.

           SELECT WAIT-POLICY-FILE ASSIGN USING WAIT-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WP-STATUS.

           SELECT WAIT-LOG-FILE ASSIGN USING WAIT-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WG-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT STATE-PLAN-FILE ASSIGN USING STATE-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT PORT-RULES-FILE ASSIGN USING PORT-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-STATUS.

           SELECT PORT-FILE ASSIGN USING PORT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT MEASURES-FILE ASSIGN USING MEASURES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEAS-STATUS.

           SELECT DEFERRAL-FILE ASSIGN USING DEFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.

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

           SELECT DECISION-RULES-FILE ASSIGN USING DECISION-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  WAITLIST-FILE.
           COPY WAITLST.

       FD  WAIT-REPLY-FILE.
       01  WAIT-REPLY-RECORD.
           05 WR-REQUEST-ID   PIC 9(6).
           05 FILLER          PIC X.
           05 WR-REPLY        PIC X(6).

       FD  WAIT-POLICY-FILE.
       01  WAIT-POLICY-RECORD.
           05 WP-OFFER-DAYS   PIC 9(3).

       FD  WAIT-LOG-FILE.
       01  WAIT-LOG-LINE       PIC X(160).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  DAILY-STATE-FILE.
           COPY DAILYST.

       FD  STATE-PLAN-FILE.
           COPY STPLAN.

       FD  PORT-RULES-FILE.
       01  PORT-RULES-RECORD.
           05 PR-PORT-NAME    PIC X(15).
           05 PR-PORT-STATE   PIC X(10).
           05 PR-RESTRICTION  PIC X(15).

       FD  PORT-FILE.
       01  PORT-FILE-RECORD.
           05 PF-NAME         PIC X(15).
           05 PF-STATE        PIC X(10).

       FD  MEASURES-FILE.
       01  MEASURES-RECORD    PIC X(20).

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

       FD  DECISION-RULES-FILE.
           COPY DECRULE.

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

       WORKING-STORAGE SECTION.
       01 WAIT-STATUS          PIC XX.
       01 WR-STATUS            PIC XX.
       01 WP-STATUS            PIC XX.
       01 WG-STATUS            PIC XX.
       01 RM-STATUS            PIC XX.
       01 CAL-STATUS           PIC XX.
       01 DS-STATUS            PIC XX.
       01 PLAN-STATUS          PIC XX.
       01 PR-STATUS            PIC XX.
       01 PF-STATUS            PIC XX.
       01 MEAS-STATUS          PIC XX.
       01 DF-STATUS            PIC XX.
       01 AUD-STATUS           PIC XX.
       01 CT-STATUS            PIC XX.
       01 NOT-STATUS           PIC XX.
       01 NS-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 REGISTRY-OPEN        PIC X VALUE "N".
       01 DR-STATUS            PIC XX.
       01 PD-STATUS            PIC XX.
       01 RP-STATUS            PIC XX.
       01 DEC-STATUS           PIC XX.
       01 EB-STATUS            PIC XX.
       01 EL-STATUS            PIC XX.
       01 PORT-OPEN            PIC X VALUE "N".
       01 TABLES-OK            PIC X VALUE "Y".
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       COPY LOGSEAL.
       01 RUN-DATE-NUM         PIC 9(8).
       01 RUN-INTEGER          PIC 9(7).
       01 OFFER-DATE-NUM       PIC 9(8).
       01 OFFER-INTEGER        PIC 9(7).
       01 REPLY-BY-NUM         PIC 9(8).
       01 REPLY-BY-DATE        PIC X(8).
       01 OFFER-DAYS           PIC 9(3) VALUE 3.

       01 TODAY-MENTAL         PIC X(20).
       01 TODAY-PHYSICAL       PIC X(20).
       01 TODAY-EXTERNAL       PIC X.
       01 MENTAL-STATE         PIC X(20).
       01 PHYSICAL-LIMIT       PIC X(20).
       01 EXTERNAL-CONTROL     PIC X.
       01 DENY-DEFAULT         PIC X VALUE "N".
       01 MEASURE-DENY         PIC X VALUE "N".
       01 PROFILE-STRICT       PIC X.
       01 REGISTRY-BLOCKED     PIC X.
       01 EVAL-DAY-FLAG        PIC X.
       01 REQUEST-TYPE         PIC X(10).
       01 REQUEST-PRIORITY     PIC X.
       01 MATCHED-RULE         PIC 9(2).
       01 RULE-HOLDS           PIC X.
       01 HOLD-REASON          PIC X(30).
       01 PORT-STATE-ON-DATE   PIC X(10).
       01 PORT-STATE-SINCE     PIC X(8).
       01 P                    PIC 9(4).
       01 RULE-IX              PIC 9(4).
       01 PEND-IX              PIC 9(4).

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
       01 ENERGY-RETURNED      PIC 9(4) VALUE 0.
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

       01 WAIT-EVENT           PIC X(8).
       01 RESPONSE-MESSAGE     PIC X(80).
       01 FREE-SLOT            PIC 9 VALUE 0.
       01 REL-DATE             PIC X(8).
       01 REL-SLOT             PIC 9 VALUE 0.
       01 MASTER-OK            PIC X.
       01 FOUND-IX             PIC 9(4) VALUE 0.
       01 DUPLICATE-ID         PIC X.

       01 OFFERED-COUNT        PIC 9(4) VALUE 0.
       01 ACCEPTED-COUNT       PIC 9(4) VALUE 0.
       01 DECLINED-COUNT       PIC 9(4) VALUE 0.
       01 EXPIRED-COUNT        PIC 9(4) VALUE 0.
       01 CLOSED-COUNT         PIC 9(4) VALUE 0.
       01 HELD-BACK-COUNT      PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 KEPT-COUNT           PIC 9(4) VALUE 0.
       01 AUDIT-WRITTEN        PIC 9(6) VALUE 0.
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 SLOT-IX              PIC 9.

           COPY CALSLOT.

       01 WAIT-TABLE.
           05 WAIT-COUNT       PIC 9(4) VALUE 0.
           05 WAIT-FULL        PIC X VALUE "N".
           05 WAIT-ENTRIES OCCURS 200 TIMES.
               10 WT-PREF-DATE  PIC X(8).
               10 WT-PREF-SLOT  PIC 9.
               10 WT-REQ-ID     PIC 9(6).
               10 WT-SOURCE     PIC X(20).
               10 WT-CONTENT    PIC X(50).
               10 WT-JOIN-DATE  PIC X(8).
               10 WT-STATE      PIC X(8).
               10 WT-OFFER-DATE PIC X(8).
               10 WT-OFFER-SLOT PIC 9.

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
       01 PERIOD-TEXT          PIC X(50).
       01 NOTICE-RESPONSE      PIC X(80).
       01 TOKEN-TEXT           PIC X(5).
       01 TOKEN-LEN            PIC 9(2).
       01 TOKEN-VALUE          PIC X(50).
       01 TOKEN-POS            PIC 9(3).
       01 TAIL-START           PIC 9(3).
       01 BUILD-PTR            PIC 9(3).
       01 RESPONSE-BUILD       PIC X(80).
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

       01 ERRLOG-PROGRAM       PIC X(20) VALUE "WAIT-OFFER".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       COPY PERSONCTX.
       01 WAITLIST-NAME        PIC X(40).
       01 WAIT-REPLY-NAME      PIC X(40).
       01 WAIT-POLICY-NAME     PIC X(40).
       01 WAIT-LOG-NAME        PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 STATE-PLAN-NAME      PIC X(40).
       01 PORT-RULES-NAME      PIC X(40).
       01 PORT-FILE-NAME       PIC X(40).
       01 MEASURES-NAME        PIC X(40).
       01 DEFERRAL-NAME        PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 DECISION-RULES-NAME  PIC X(40).
       01 PENDING-TRANS-NAME   PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 DECISION-NAME        PIC X(40).
       01 ENERGY-BUDGET-NAME   PIC X(40).
       01 ENERGY-LEDGER-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== LISTA DE ESPERA DE VISITAS ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           PERFORM LOAD-WAITLIST
           IF WAIT-FULL = "Y"
               DISPLAY "Erro: WAITLIST excede 200 entradas. "
                   "Lista nao processada."
               MOVE 8 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-WAIT-POLICY
           PERFORM LOAD-DAILY-STATE
           PERFORM LOAD-DENY-DEFAULT
           PERFORM LOAD-DECISION-RULES
           PERFORM LOAD-PORT-PENDING
           PERFORM LOAD-ENERGY-BUDGET

           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "00"
               MOVE "Y" TO REGISTRY-OPEN
           END-IF
           OPEN EXTEND WAIT-LOG-FILE
           IF WG-STATUS = "35"
               OPEN OUTPUT WAIT-LOG-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM APPLY-REPLIES
           PERFORM EXPIRE-ENTRIES
           PERFORM MAKE-OFFERS

           CLOSE WAIT-LOG-FILE
           CLOSE AUDIT-FILE
           IF REGISTRY-OPEN = "Y"
               CLOSE REQ-REGISTRY-FILE
           END-IF
           PERFORM WRITE-AUDIT-CONTROL-TOTAL
           PERFORM REWRITE-WAITLIST

           DISPLAY "Ofertas feitas: " OFFERED-COUNT
               "  aceites: " ACCEPTED-COUNT
               "  recusadas: " DECLINED-COUNT
           DISPLAY "Expiradas: " EXPIRED-COUNT
               "  encerradas: " CLOSED-COUNT
               "  retidas por estado/portas: " HELD-BACK-COUNT
           DISPLAY "Respostas rejeitadas: " REJECTED-COUNT
               "  ainda em lista: " KEPT-COUNT
           IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-WAITLIST.
           MOVE 0 TO WAIT-COUNT
           MOVE "N" TO WAIT-FULL
           OPEN INPUT WAITLIST-FILE
           IF WAIT-STATUS = "00"
               PERFORM UNTIL WAIT-STATUS = "10"
                   READ WAITLIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STORE-WAIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       STORE-WAIT-ENTRY.
           MOVE "N" TO DUPLICATE-ID
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WAIT-COUNT
               IF WT-REQ-ID(J) = WL-REQUEST-ID
                   MOVE "Y" TO DUPLICATE-ID
               END-IF
           END-PERFORM
           IF DUPLICATE-ID = "N"
               IF WAIT-COUNT < 200
                   ADD 1 TO WAIT-COUNT
                   MOVE WL-PREF-DATE  TO WT-PREF-DATE(WAIT-COUNT)
                   IF WL-PREF-SLOT IS NUMERIC
                       AND WL-PREF-SLOT <= CAL-SLOT-COUNT
                       MOVE WL-PREF-SLOT TO WT-PREF-SLOT(WAIT-COUNT)
                   ELSE
                       MOVE 0 TO WT-PREF-SLOT(WAIT-COUNT)
                   END-IF
                   MOVE WL-REQUEST-ID TO WT-REQ-ID(WAIT-COUNT)
                   MOVE WL-SOURCE     TO WT-SOURCE(WAIT-COUNT)
                   MOVE WL-CONTENT    TO WT-CONTENT(WAIT-COUNT)
                   MOVE WL-JOIN-DATE  TO WT-JOIN-DATE(WAIT-COUNT)
                   MOVE WL-STATE      TO WT-STATE(WAIT-COUNT)
                   MOVE WL-OFFER-DATE TO WT-OFFER-DATE(WAIT-COUNT)
                   IF WL-OFFER-SLOT IS NUMERIC
                       AND WL-OFFER-SLOT <= CAL-SLOT-COUNT
                       MOVE WL-OFFER-SLOT TO WT-OFFER-SLOT(WAIT-COUNT)
                   ELSE
                       MOVE 0 TO WT-OFFER-SLOT(WAIT-COUNT)
                   END-IF
                   IF WT-STATE(WAIT-COUNT) NOT = "OFERTA"
                       MOVE "ESPERA" TO WT-STATE(WAIT-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO WAIT-FULL
               END-IF
           END-IF.

       LOAD-WAIT-POLICY.
           OPEN INPUT WAIT-POLICY-FILE
           IF WP-STATUS = "35"
               DISPLAY "WAITPOLICY inexistente. A semear prazo de "
                   "3 dias."
               OPEN OUTPUT WAIT-POLICY-FILE
               MOVE 3 TO WP-OFFER-DAYS
               WRITE WAIT-POLICY-RECORD
               CLOSE WAIT-POLICY-FILE
               OPEN INPUT WAIT-POLICY-FILE
           END-IF
           IF WP-STATUS = "00"
               READ WAIT-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WP-OFFER-DAYS IS NUMERIC
                           AND WP-OFFER-DAYS > 0
                           MOVE WP-OFFER-DAYS TO OFFER-DAYS
                       ELSE
                           DISPLAY "Aviso: prazo invalido em "
                               "WAITPOLICY. Usado " OFFER-DAYS
                               " dias."
                       END-IF
               END-READ
               CLOSE WAIT-POLICY-FILE
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

       LOAD-DENY-DEFAULT.
           MOVE "N" TO MEASURE-DENY
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
           END-IF
           OPEN INPUT MEASURES-FILE
           IF MEAS-STATUS = "00"
               PERFORM UNTIL MEAS-STATUS = "10"
                   READ MEASURES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MEASURES-RECORD = "DENYDEFAULT"
                               MOVE "Y" TO MEASURE-DENY
                               DISPLAY ">>> Medida de recuperacao "
                                   "ativa: recusa por defeito."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEASURES-FILE
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

       REPORT-TABLE-EXCEEDED.
           IF TABLES-OK = "Y"
               DISPLAY "Aviso: tabela de regras ou de portas "
                   "excedida. Ofertas avaliadas sem o excesso."
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
                   "DECISIONRULES. Sem ofertas."
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
               ELSE
                   PERFORM REPORT-TABLE-EXCEEDED
               END-IF
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

       APPLY-REPLIES.
           OPEN INPUT WAIT-REPLY-FILE
           IF WR-STATUS = "00"
               PERFORM UNTIL WR-STATUS = "10"
                   READ WAIT-REPLY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-REPLY
                   END-READ
               END-PERFORM
               CLOSE WAIT-REPLY-FILE
               OPEN OUTPUT WAIT-REPLY-FILE
               CLOSE WAIT-REPLY-FILE
           END-IF.

       APPLY-ONE-REPLY.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WAIT-COUNT
               IF WT-REQ-ID(J) = WR-REQUEST-ID
                   AND WT-STATE(J) = "OFERTA"
                   MOVE J TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Resposta rejeitada: sem oferta aberta para "
                   WR-REQUEST-ID
           ELSE
               MOVE FOUND-IX TO I
               EVALUATE WR-REPLY
                   WHEN "ACEITA"
                       PERFORM ACCEPT-OFFER
                   WHEN "RECUSA"
                       MOVE WT-PREF-DATE(I)  TO REL-DATE
                       MOVE WT-OFFER-SLOT(I) TO REL-SLOT
                       PERFORM RELEASE-SLOT
                       MOVE "RECUSADA" TO WT-STATE(I)
                       MOVE "RECUSADA" TO WAIT-EVENT
                       MOVE "Oferta recusada pelo requerente."
                           TO RESPONSE-MESSAGE
                       ADD 1 TO DECLINED-COUNT
                       MOVE TODAY-MENTAL TO MENTAL-STATE
                       PERFORM RECORD-WAIT-EVENT
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "Resposta desconhecida: " WR-REPLY
                           " para " WR-REQUEST-ID
               END-EVALUATE
           END-IF.

       ACCEPT-OFFER.
           OPEN I-O REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               PERFORM REPORT-MASTER-ERROR
               ADD 1 TO REJECTED-COUNT
           ELSE
               MOVE WT-REQ-ID(I) TO RM-REQUEST-ID
               READ REQ-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO MASTER-OK
                   NOT INVALID KEY
                       IF RM-LIFECYCLE = "DENIED"
                           OR RM-LIFECYCLE = "DEFERRED"
                           MOVE "Y" TO MASTER-OK
                       ELSE
                           MOVE "N" TO MASTER-OK
                       END-IF
               END-READ
               MOVE TODAY-MENTAL TO MENTAL-STATE
               IF MASTER-OK = "Y"
                   PERFORM LOOKUP-REQUEST-TYPE
                   PERFORM SUM-ENERGY-WEEK
                   IF ENERGY-SPENT + ENERGY-COST > ENERGY-ALLOWANCE
                       MOVE "E" TO MASTER-OK
                   END-IF
               END-IF
               MOVE "N" TO DEFERRAL-FULL
               IF MASTER-OK = "Y" AND RM-LIFECYCLE = "DEFERRED"
                   PERFORM LOAD-DEFERRALS
                   IF DEFERRAL-FULL = "Y"
                       MOVE "F" TO MASTER-OK
                   END-IF
               END-IF
               IF MASTER-OK = "Y"
                   IF RM-LIFECYCLE = "DEFERRED"
                       IF RM-ALT-DATE NOT = SPACES
                           AND RM-SLOT IS NUMERIC
                           AND RM-SLOT > 0
                           AND RM-SLOT <= CAL-SLOT-COUNT
                           MOVE RM-ALT-DATE TO REL-DATE
                           MOVE RM-SLOT     TO REL-SLOT
                           PERFORM RELEASE-SLOT
                       END-IF
                       PERFORM REMOVE-DEFERRAL
                   END-IF
                   MOVE "GRANTED"        TO RM-LIFECYCLE
                   MOVE WT-PREF-DATE(I)  TO RM-ALT-DATE
                   MOVE WT-OFFER-SLOT(I) TO RM-SLOT
                   MOVE "ESPERA"         TO RM-REASON
                   REWRITE REQ-MASTER-RECORD
                   IF ENERGY-CHARGED = "N"
                       PERFORM WRITE-ENERGY-LEDGER
                   END-IF
                   MOVE "ACEITE" TO WT-STATE(I)
                   MOVE "ACEITE" TO WAIT-EVENT
                   MOVE SPACES TO RESPONSE-MESSAGE
                   STRING "Oferta aceite. Visita marcada para "
                       WT-PREF-DATE(I) " "
                       CAL-SLOT-NAME(WT-OFFER-SLOT(I)) "."
                       DELIMITED BY SIZE INTO RESPONSE-MESSAGE
                   ADD 1 TO ACCEPTED-COUNT
               ELSE
               IF MASTER-OK = "F"
                   MOVE "PENDENTE" TO WAIT-EVENT
                   MOVE "DEFERRALS excede 100 entradas. Oferta mantida."
                       TO RESPONSE-MESSAGE
                   ADD 1 TO REJECTED-COUNT
               ELSE
                   MOVE WT-PREF-DATE(I)  TO REL-DATE
                   MOVE WT-OFFER-SLOT(I) TO REL-SLOT
                   PERFORM RELEASE-SLOT
                   MOVE "ENCERRADA" TO WT-STATE(I)
                   MOVE "ENCERRADA" TO WAIT-EVENT
                   IF MASTER-OK = "E"
                       MOVE "Sem energia nessa semana. Oferta anulada."
                           TO RESPONSE-MESSAGE
                   ELSE
                       MOVE
                       "Pedido ja nao esta em espera. Oferta anulada."
                           TO RESPONSE-MESSAGE
                   END-IF
                   ADD 1 TO CLOSED-COUNT
               END-IF
               END-IF
               CLOSE REQ-MASTER-FILE
               PERFORM RECORD-WAIT-EVENT
           END-IF.

       EXPIRE-ENTRIES.
           MOVE TODAY-MENTAL TO MENTAL-STATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WAIT-COUNT
               IF WT-STATE(I) = "OFERTA"
                   PERFORM SET-REPLY-BY-DATE
                   IF REPLY-BY-DATE < RUN-DATE
                       OR WT-PREF-DATE(I) < RUN-DATE
                       MOVE WT-PREF-DATE(I)  TO REL-DATE
                       MOVE WT-OFFER-SLOT(I) TO REL-SLOT
                       PERFORM RELEASE-SLOT
                       MOVE "EXPIRADA" TO WT-STATE(I)
                       MOVE "EXPIRADA" TO WAIT-EVENT
                       MOVE SPACES TO RESPONSE-MESSAGE
                       STRING "Oferta sem resposta ate "
                           REPLY-BY-DATE ". Periodo libertado."
                           DELIMITED BY SIZE INTO RESPONSE-MESSAGE
                       ADD 1 TO EXPIRED-COUNT
                       PERFORM RECORD-WAIT-EVENT
                   END-IF
               ELSE
                   IF WT-STATE(I) = "ESPERA"
                       AND WT-PREF-DATE(I) < RUN-DATE
                       MOVE "EXPIRADA" TO WT-STATE(I)
                       MOVE "EXPIRADA" TO WAIT-EVENT
                       MOVE "Data pedida passou sem vaga."
                           TO RESPONSE-MESSAGE
                       ADD 1 TO EXPIRED-COUNT
                       PERFORM RECORD-WAIT-EVENT
                   END-IF
               END-IF
           END-PERFORM.

       SET-REPLY-BY-DATE.
           MOVE RUN-DATE TO REPLY-BY-DATE
           IF WT-OFFER-DATE(I) IS NUMERIC
               MOVE WT-OFFER-DATE(I) TO OFFER-DATE-NUM
               COMPUTE OFFER-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OFFER-DATE-NUM)
                   + OFFER-DAYS
               COMPUTE REPLY-BY-NUM =
                   FUNCTION DATE-OF-INTEGER(OFFER-INTEGER)
               MOVE REPLY-BY-NUM TO REPLY-BY-DATE
           END-IF.

       MAKE-OFFERS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WAIT-COUNT
               IF WT-STATE(I) = "ESPERA"
                   PERFORM CHECK-STILL-WAITING
               END-IF
               IF WT-STATE(I) = "ESPERA"
                   PERFORM FIND-FREE-SLOT
                   IF FREE-SLOT > 0
                       PERFORM EVALUATE-OFFER
                       IF HOLD-REASON NOT = SPACES
                           ADD 1 TO HELD-BACK-COUNT
                           DISPLAY "Vaga em " WT-PREF-DATE(I)
                               " retida para " WT-REQ-ID(I)
                               ": " HOLD-REASON
                       ELSE
                           PERFORM MAKE-ONE-OFFER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EVALUATE-OFFER.
           MOVE SPACES TO HOLD-REASON
           PERFORM SET-STATE-FOR-DATE
           PERFORM SET-PORT-ALERT
           PERFORM LOAD-REQUESTER-PROFILE
           PERFORM CHECK-REGISTRY-STATUS
           PERFORM LOOKUP-REQUEST-TYPE
           IF REGISTRY-BLOCKED = "Y"
               MOVE "fonte bloqueada no registo" TO HOLD-REASON
           ELSE
               PERFORM MATCH-DECISION-RULE
               IF MATCHED-RULE = 0
                   MOVE "nenhuma regra aplicavel" TO HOLD-REASON
               ELSE
               IF RT-OUTCOME(MATCHED-RULE) NOT = "S"
                   MOVE SPACES TO HOLD-REASON
                   STRING "regra " RT-SEQ(MATCHED-RULE) " ("
                       RT-REASON(MATCHED-RULE) ")"
                       DELIMITED BY SIZE INTO HOLD-REASON
               ELSE
                   PERFORM SUM-ENERGY-WEEK
                   IF ENERGY-SPENT + ENERGY-COST > ENERGY-ALLOWANCE
                       MOVE "sem energia nessa semana" TO HOLD-REASON
                   END-IF
               END-IF
               END-IF
           END-IF.

       MATCH-DECISION-RULE.
           MOVE 0 TO MATCHED-RULE
           MOVE "L" TO EVAL-DAY-FLAG
           PERFORM VARYING RULE-IX FROM 1 BY 1
                   UNTIL RULE-IX > RULE-COUNT OR MATCHED-RULE > 0
               PERFORM TEST-ONE-RULE
               IF RULE-HOLDS = "Y"
                   MOVE RULE-IX TO MATCHED-RULE
               END-IF
           END-PERFORM.

       TEST-ONE-RULE.
           MOVE "Y" TO RULE-HOLDS
           IF RT-MENTAL(RULE-IX) NOT = "*"
               AND RT-MENTAL(RULE-IX) NOT = SPACES
               AND RT-MENTAL(RULE-IX) NOT = MENTAL-STATE
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PHYSICAL(RULE-IX) NOT = "*"
               AND RT-PHYSICAL(RULE-IX) NOT = SPACES
               AND RT-PHYSICAL(RULE-IX) NOT = PHYSICAL-LIMIT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-EXTERNAL(RULE-IX) NOT = "*"
               AND RT-EXTERNAL(RULE-IX) NOT = SPACE
               AND RT-EXTERNAL(RULE-IX) NOT = EXTERNAL-CONTROL
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PORT-ALERT(RULE-IX) NOT = "*"
               AND RT-PORT-ALERT(RULE-IX) NOT = SPACE
               AND RT-PORT-ALERT(RULE-IX) NOT = DENY-DEFAULT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PROFILE(RULE-IX) NOT = "*"
               AND RT-PROFILE(RULE-IX) NOT = SPACE
               AND RT-PROFILE(RULE-IX) NOT = PROFILE-STRICT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-TYPE(RULE-IX) NOT = "*"
               AND RT-TYPE(RULE-IX) NOT = SPACES
               AND RT-TYPE(RULE-IX) NOT = REQUEST-TYPE
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PRIORITY(RULE-IX) NOT = "*"
               AND RT-PRIORITY(RULE-IX) NOT = SPACE
               AND RT-PRIORITY(RULE-IX) NOT = REQUEST-PRIORITY
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-CONTROL(RULE-IX) NOT = "*"
               AND RT-CONTROL(RULE-IX) NOT = SPACE
               AND RT-CONTROL(RULE-IX) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-DAY(RULE-IX) NOT = "*"
               AND RT-DAY(RULE-IX) NOT = SPACE
               AND RT-DAY(RULE-IX) NOT = EVAL-DAY-FLAG
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-OVERDUE(RULE-IX) NOT = "*"
               AND RT-OVERDUE(RULE-IX) NOT = SPACE
               AND RT-OVERDUE(RULE-IX) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF.

       SET-PORT-ALERT.
           MOVE MEASURE-DENY TO DENY-DEFAULT
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PORT-RULE-COUNT
               MOVE PRT-CURRENT(P) TO PORT-STATE-ON-DATE
               MOVE SPACES TO PORT-STATE-SINCE
               PERFORM VARYING PEND-IX FROM 1 BY 1
                       UNTIL PEND-IX > PORT-PEND-COUNT
                   IF PP-NAME(PEND-IX) = PRT-NAME(P)
                       AND PP-DATE(PEND-IX) NOT > WT-PREF-DATE(I)
                       AND PP-DATE(PEND-IX) NOT < PORT-STATE-SINCE
                       MOVE PP-STATE(PEND-IX) TO PORT-STATE-ON-DATE
                       MOVE PP-DATE(PEND-IX)  TO PORT-STATE-SINCE
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
               MOVE WT-SOURCE(I) TO RP-SOURCE
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
               MOVE WT-SOURCE(I) TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RG-STATUS = "BLOQUEADO"
                           MOVE "Y" TO REGISTRY-BLOCKED
                       END-IF
               END-READ
           END-IF.

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
               IF DEC-ID-NUM = WT-REQ-ID(I)
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

       SUM-ENERGY-WEEK.
           IF REQUEST-TYPE = "CHAMADA"
               MOVE COST-CHAMADA TO ENERGY-COST
           ELSE
               MOVE COST-VISITA TO ENERGY-COST
           END-IF
           MOVE WT-PREF-DATE(I) TO ENERGY-DATE-NUM
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
           IF EL-REQUEST-ID = WT-REQ-ID(I)
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
           MOVE WT-REQ-ID(I)    TO EL-REQUEST-ID
           MOVE WT-SOURCE(I)    TO EL-SOURCE
           MOVE REQUEST-TYPE    TO EL-TYPE
           MOVE ENERGY-COST     TO EL-POINTS
           WRITE ENERGY-LEDGER-RECORD
           CLOSE ENERGY-LEDGER-FILE.

       CHECK-STILL-WAITING.
           MOVE "N" TO MASTER-OK
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               PERFORM REPORT-MASTER-ERROR
               MOVE "Y" TO MASTER-OK
           ELSE
               MOVE WT-REQ-ID(I) TO RM-REQUEST-ID
               READ REQ-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-LIFECYCLE = "DENIED"
                           OR RM-LIFECYCLE = "DEFERRED"
                           MOVE "Y" TO MASTER-OK
                       END-IF
               END-READ
               CLOSE REQ-MASTER-FILE
           END-IF
           IF MASTER-OK = "N"
               MOVE "ENCERRADA" TO WT-STATE(I)
               MOVE "ENCERRADA" TO WAIT-EVENT
               MOVE SPACES TO RESPONSE-MESSAGE
               STRING "Pedido em estado " RM-LIFECYCLE
                   ". Retirado da lista de espera."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
               MOVE TODAY-MENTAL TO MENTAL-STATE
               ADD 1 TO CLOSED-COUNT
               PERFORM RECORD-WAIT-EVENT
           END-IF.

       REPORT-MASTER-ERROR.
           DISPLAY "Erro: REQMASTER inacessivel. Estado: " RM-STATUS
           MOVE 1 TO ERRLOG-MSG-ID
           MOVE RM-STATUS TO ERRLOG-STATUS
           CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
               ERRLOG-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE 12 TO RETURN-CODE.

       FIND-FREE-SLOT.
           MOVE 0 TO FREE-SLOT
           MOVE WT-PREF-DATE(I) TO CAL-DATE
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
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT OR FREE-SLOT > 0
               IF CAL-SLOT-STATUS(SLOT-IX) NOT = "OCUPADO"
                   AND CAL-SLOT-STATUS(SLOT-IX) NOT = "RESERVADO"
                   AND (WT-PREF-SLOT(I) = 0
                        OR WT-PREF-SLOT(I) = SLOT-IX)
                   MOVE SLOT-IX TO FREE-SLOT
               END-IF
           END-PERFORM.

       SET-STATE-FOR-DATE.
           MOVE TODAY-MENTAL   TO MENTAL-STATE
           MOVE TODAY-PHYSICAL TO PHYSICAL-LIMIT
           MOVE TODAY-EXTERNAL TO EXTERNAL-CONTROL
           IF WT-PREF-DATE(I) > RUN-DATE
               OPEN INPUT STATE-PLAN-FILE
               IF PLAN-STATUS = "00"
                   PERFORM UNTIL PLAN-STATUS = "10"
                       READ STATE-PLAN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SP-DATE = WT-PREF-DATE(I)
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

       MAKE-ONE-OFFER.
           PERFORM HOLD-SLOT
           IF CAL-STATUS = "00"
               MOVE "OFERTA"  TO WT-STATE(I)
               MOVE RUN-DATE  TO WT-OFFER-DATE(I)
               MOVE FREE-SLOT TO WT-OFFER-SLOT(I)
               PERFORM SET-REPLY-BY-DATE
               MOVE "OFERTA" TO WAIT-EVENT
               MOVE SPACES TO RESPONSE-MESSAGE
               STRING "Vagou a data pedida: " WT-PREF-DATE(I) " "
                   CAL-SLOT-NAME(FREE-SLOT) ". Confirmar ate "
                   REPLY-BY-DATE "."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
               ADD 1 TO OFFERED-COUNT
               PERFORM RECORD-WAIT-EVENT
               PERFORM WRITE-OFFER-NOTICE
           END-IF.

       HOLD-SLOT.
           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF CAL-STATUS NOT = "00"
               DISPLAY "Aviso: CALENDAR inacessivel. Oferta de "
                   WT-PREF-DATE(I) " nao feita."
           ELSE
               MOVE WT-PREF-DATE(I) TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE WT-PREF-DATE(I) TO CAL-DATE
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
                       MOVE "RESERVADO" TO CAL-SLOT-STATUS(FREE-SLOT)
                       PERFORM SET-DAY-SUMMARY
                       WRITE CALENDAR-RECORD
                   NOT INVALID KEY
                       MOVE "RESERVADO" TO CAL-SLOT-STATUS(FREE-SLOT)
                       PERFORM SET-DAY-SUMMARY
                       REWRITE CALENDAR-RECORD
               END-READ
               CLOSE CALENDAR-FILE
               MOVE "00" TO CAL-STATUS
               DISPLAY ">>> Data " WT-PREF-DATE(I) " "
                   CAL-SLOT-NAME(FREE-SLOT)
                   " reservada para oferta a " WT-REQ-ID(I) "."
           END-IF.

       RELEASE-SLOT.
           IF REL-SLOT > 0 AND REL-SLOT <= CAL-SLOT-COUNT
               OPEN I-O CALENDAR-FILE
               IF CAL-STATUS = "00"
                   MOVE REL-DATE TO CAL-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CAL-SLOT-STATUS(REL-SLOT) = "RESERVADO"
                               MOVE "LIVRE"
                                   TO CAL-SLOT-STATUS(REL-SLOT)
                               PERFORM SET-DAY-SUMMARY
                               REWRITE CALENDAR-RECORD
                               DISPLAY "Data " REL-DATE " "
                                   CAL-SLOT-NAME(REL-SLOT)
                                   " libertada no calendario."
                           END-IF
                   END-READ
                   CLOSE CALENDAR-FILE
               END-IF
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
                   "Oferta a " RM-REQUEST-ID " nao aplicada."
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
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > DEFERRAL-COUNT
                   MOVE DT-LINE(J) TO DEFERRAL-RECORD
                   WRITE DEFERRAL-RECORD
               END-PERFORM
               CLOSE DEFERRAL-FILE
           END-IF.

       RECORD-WAIT-EVENT.
           DISPLAY ">>> Espera " WT-REQ-ID(I) " de " WT-SOURCE(I)
               ": " WAIT-EVENT
           MOVE SPACES TO WAIT-LOG-LINE
           STRING RUN-DATE " | " WT-REQ-ID(I) " | " WT-SOURCE(I)
               " | " WAIT-EVENT " | " WT-PREF-DATE(I)
               " | " RESPONSE-MESSAGE
               DELIMITED BY SIZE INTO WAIT-LOG-LINE
           WRITE WAIT-LOG-LINE

           MOVE SPACES TO AUDIT-LINE
           STRING RUN-DATE " | " WT-REQ-ID(I) " | " WT-SOURCE(I)
               " | " WT-CONTENT(I)
               " | E | " RESPONSE-MESSAGE
               " | " MENTAL-STATE
               " | ESPERA=" WAIT-EVENT "/" WT-PREF-DATE(I)
               DELIMITED BY SIZE INTO AUDIT-LINE
           MOVE "REQAUDIT" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO AUDIT-WRITTEN.

       WRITE-OFFER-NOTICE.
           PERFORM SET-NOTICE-LANGUAGE
           PERFORM LOCALIZE-LABELS
           MOVE NOTICE-LABEL(12 + FREE-SLOT) TO PERIOD-TEXT
           PERFORM LOCALIZE-OFFER-TEXT

           MOVE SPACES TO NOTICE-FILE-NAME
           STRING "DATA/NOTICE."
               FUNCTION TRIM(WT-SOURCE(I))
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
                   FUNCTION TRIM(WT-SOURCE(I))
                   "   " FUNCTION TRIM(NOTICE-LABEL(2)) " " RUN-DATE
                   "   " FUNCTION TRIM(NOTICE-LABEL(3)) " "
                   WT-REQ-ID(I)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(4)) " "
                   WT-CONTENT(I)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(5)) " "
                   NOTICE-LABEL(19)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(6)) " "
                   NOTICE-RESPONSE
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               MOVE SPACES TO NOTICE-LINE
               STRING FUNCTION TRIM(NOTICE-LABEL(11)) " "
                   WT-PREF-DATE(I) " "
                   FUNCTION TRIM(NOTICE-LABEL(12)) " "
                   FUNCTION TRIM(PERIOD-TEXT)
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE

               CLOSE NOTICE-FILE
               ADD 1 TO NOTICE-COUNT
               PERFORM RECORD-NOTICE-STATUS
           END-IF.

       SET-NOTICE-LANGUAGE.
           MOVE "PT" TO NOTICE-LANG
           IF REGISTRY-OPEN = "Y"
               MOVE WT-SOURCE(I) TO RG-SOURCE
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

       LOCALIZE-OFFER-TEXT.
           MOVE RESPONSE-MESSAGE TO NOTICE-RESPONSE
           MOVE "DEC" TO TX-GROUP
           MOVE "VAGA" TO TX-CODE
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
               MOVE WT-PREF-DATE(I) TO TOKEN-VALUE
               PERFORM REPLACE-TOKEN
               MOVE "&PER" TO TOKEN-TEXT
               MOVE 4 TO TOKEN-LEN
               MOVE PERIOD-TEXT TO TOKEN-VALUE
               PERFORM REPLACE-TOKEN
               MOVE "&ATE" TO TOKEN-TEXT
               MOVE 4 TO TOKEN-LEN
               MOVE REPLY-BY-DATE TO TOKEN-VALUE
               PERFORM REPLACE-TOKEN
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
               MOVE WT-REQ-ID(I) TO NS-REQUEST-ID
               READ NOTICE-STATUS-FILE
                   INVALID KEY
                       MOVE WT-REQ-ID(I)  TO NS-REQUEST-ID
                       MOVE WT-SOURCE(I)  TO NS-SOURCE
                       MOVE "GENERATED"   TO NS-STATUS-CODE
                       MOVE RUN-DATE      TO NS-GEN-DATE
                       MOVE SPACES        TO NS-SENT-DATE
                       MOVE SPACES        TO NS-ACK-DATE
                       WRITE NOTICE-STATUS-RECORD
                   NOT INVALID KEY
                       MOVE WT-SOURCE(I)  TO NS-SOURCE
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

       REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WAIT-COUNT
               IF WT-STATE(I) = "ESPERA" OR WT-STATE(I) = "OFERTA"
                   ADD 1 TO KEPT-COUNT
                   MOVE SPACES TO WAITLIST-RECORD
                   MOVE WT-PREF-DATE(I)  TO WL-PREF-DATE
                   MOVE WT-PREF-SLOT(I)  TO WL-PREF-SLOT
                   MOVE WT-REQ-ID(I)     TO WL-REQUEST-ID
                   MOVE WT-SOURCE(I)     TO WL-SOURCE
                   MOVE WT-CONTENT(I)    TO WL-CONTENT
                   MOVE WT-JOIN-DATE(I)  TO WL-JOIN-DATE
                   MOVE WT-STATE(I)      TO WL-STATE
                   MOVE WT-OFFER-DATE(I) TO WL-OFFER-DATE
                   MOVE WT-OFFER-SLOT(I) TO WL-OFFER-SLOT
                   WRITE WAITLIST-RECORD
               END-IF
           END-PERFORM
           CLOSE WAITLIST-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO WAITLIST-NAME
           STRING "DATA/WAITLIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WAITLIST-NAME
           MOVE SPACES TO WAIT-REPLY-NAME
           STRING "DATA/WAITREPLY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WAIT-REPLY-NAME
           MOVE SPACES TO WAIT-POLICY-NAME
           STRING "DATA/WAITPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WAIT-POLICY-NAME
           MOVE SPACES TO WAIT-LOG-NAME
           STRING "DATA/WAITLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WAIT-LOG-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO STATE-PLAN-NAME
           STRING "DATA/STATEPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-PLAN-NAME
           MOVE SPACES TO PORT-RULES-NAME
           STRING "DATA/PORTRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-RULES-NAME
           MOVE SPACES TO PORT-FILE-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-FILE-NAME
           MOVE SPACES TO MEASURES-NAME
           STRING "DATA/AUTONOMYMEASURES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO MEASURES-NAME
           MOVE SPACES TO DEFERRAL-NAME
           STRING "DATA/DEFERRALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFERRAL-NAME
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
