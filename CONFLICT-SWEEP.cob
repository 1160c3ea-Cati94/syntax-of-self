       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFLICT-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT PENDING-TRANS-FILE ASSIGN USING PENDING-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PD-STATUS.

           SELECT DECISION-RULES-FILE ASSIGN USING DECISION-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-STATUS.

           SELECT DECISION-FILE ASSIGN USING DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT SWEEP-CONFIG-FILE ASSIGN USING SWEEP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

           SELECT PROPOSAL-FILE ASSIGN USING PROPOSAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-STATUS.

           SELECT CONFLICT-REPORT-FILE ASSIGN USING CONFLICT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  CALENDAR-FILE.
           COPY CALREC.

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

       FD  PENDING-TRANS-FILE.
       01  PENDING-TRANS-RECORD.
           05 PD-NAME          PIC X(15).
           05 PD-NEW-STATE     PIC X(10).
           05 PD-REASON        PIC X(20).
           05 PD-EFFECT-DATE   PIC X(8).

       FD  DECISION-RULES-FILE.
           COPY DECRULE.

       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(340).

       FD  SWEEP-CONFIG-FILE.
       01  SWEEP-CONFIG-RECORD.
           05 CF-DAYS-AHEAD    PIC 9(3).
           05 FILLER           PIC X.
           05 CF-SEARCH-DAYS   PIC 9(3).
           05 FILLER           PIC X.
           05 CF-PROPOSE       PIC X.

       FD  PROPOSAL-FILE.
           COPY RESCHED.

       FD  CONFLICT-REPORT-FILE.
       01  CONFLICT-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 RM-STATUS            PIC XX.
       01 CAL-STATUS           PIC XX.
       01 PLAN-STATUS          PIC XX.
       01 PR-STATUS            PIC XX.
       01 PF-STATUS            PIC XX.
       01 PD-STATUS            PIC XX.
       01 DR-STATUS            PIC XX.
       01 DEC-STATUS           PIC XX.
       01 CFG-STATUS           PIC XX.
       01 RP-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 CAL-OPEN             PIC X VALUE "N".
       01 PORT-OPEN            PIC X VALUE "N".
       COPY RUNCLOCK.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "CONFLICT-SWEEP".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 RUN-DATE             PIC X(8).
       01 DATE-NUM             PIC 9(8).
       01 RUN-INTEGER          PIC 9(7).
       01 DAY-INTEGER          PIC 9(7).
       01 BASE-INTEGER         PIC 9(7).
       01 DAY-DATE             PIC X(8).
       01 WINDOW-TO            PIC X(8).
       01 DAYS-AHEAD           PIC 9(3) VALUE 30.
       01 SEARCH-DAYS          PIC 9(3) VALUE 14.
       01 PROPOSE-SWITCH       PIC X VALUE "N".
       01 DAY-OFFSET           PIC 9(3).
       01 BOOKED-DATE          PIC X(8).
       01 BOOK-KIND            PIC X.
       01 TABLES-OK            PIC X VALUE "Y".
       01 B                    PIC 9(4).
       01 I                    PIC 9(4).
       01 P                    PIC 9(4).
       01 S                    PIC 9.
       01 FOUND-IX             PIC 9(4).
       01 MATCHED-RULE         PIC 9(2).
       01 RULE-HOLDS           PIC X.
       01 CONFLICT-COUNT       PIC 9(4) VALUE 0.
       01 CHECKED-COUNT        PIC 9(4) VALUE 0.
       01 PROPOSED-COUNT       PIC 9(4) VALUE 0.
       01 EXPIRED-COUNT        PIC 9(4) VALUE 0.
       01 NO-DATE-COUNT        PIC 9(4) VALUE 0.

       01 DEC-ID               PIC X(6).
       01 DEC-SOURCE           PIC X(20).
       01 DEC-CONTENT          PIC X(50).
       01 DEC-PERMISSION       PIC X.
       01 DEC-RESPONSE         PIC X(80).
       01 DEC-TYPE-INFO        PIC X(20).
       01 DEC-ID-NUM           PIC 9(6).
       01 TYPE-WORK            PIC X(10).
       01 PRIORITY-WORK        PIC X.

       01 CHECK-DATE           PIC X(8).
       01 CHECK-TYPE           PIC X(10).
       01 CHECK-SLOT           PIC 9.
       01 DATE-OK              PIC X.
       01 JUDGE-REASON         PIC X(8).
       01 EVAL-PLANNED         PIC X.
       01 EVAL-MENTAL          PIC X(20).
       01 EVAL-PHYSICAL        PIC X(20).
       01 EVAL-EXTERNAL        PIC X.
       01 DENY-DEFAULT         PIC X.
       01 PORT-STATE-ON-DATE   PIC X(10).
       01 PORT-STATE-SINCE     PIC X(8).

       01 CONFLICT-REASON      PIC X(8).
       01 PLAN-TEXT            PIC X(30).
       01 NEW-DATE             PIC X(8).
       01 NEW-SLOT             PIC 9.
       01 SLOT-FREE            PIC X.
       01 PROPOSAL-TEXT        PIC X(16).
       01 PROPOSAL-MARK        PIC X(10).
       01 BOOKING-LABEL        PIC X(21).

       01 BOOKING-TABLE.
           05 BOOKING-COUNT    PIC 9(4) VALUE 0.
           05 BOOKING-ENTRIES OCCURS 500 TIMES.
               10 BK-REQ-ID    PIC 9(6).
               10 BK-SOURCE    PIC X(20).
               10 BK-DATE      PIC X(8).
               10 BK-SLOT      PIC 9.
               10 BK-KIND      PIC X.
               10 BK-TYPE      PIC X(10).

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

       01 STATE-PLAN-TABLE.
           05 PLAN-COUNT       PIC 9(2) VALUE 0.
           05 PLAN-ENTRIES OCCURS 60 TIMES.
               10 PL-DATE      PIC X(8).
               10 PL-MENTAL    PIC X(20).
               10 PL-PHYSICAL  PIC X(20).
               10 PL-EXTERNAL  PIC X.

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

       01 PROPOSAL-TABLE.
           05 PROPOSAL-COUNT   PIC 9(4) VALUE 0.
           05 PROPOSAL-ENTRIES OCCURS 500 TIMES.
               10 PX-RECORD    PIC X(100).
               10 PX-SEEN      PIC X.

           COPY CALSLOT.
       COPY PERSONCTX.
       01 REQ-MASTER-NAME      PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 STATE-PLAN-NAME      PIC X(40).
       01 PORT-RULES-NAME      PIC X(40).
       01 PORT-FILE-NAME       PIC X(40).
       01 PENDING-TRANS-NAME   PIC X(40).
       01 DECISION-RULES-NAME  PIC X(40).
       01 DECISION-NAME        PIC X(40).
       01 SWEEP-CONFIG-NAME    PIC X(40).
       01 PROPOSAL-NAME        PIC X(40).
       01 CONFLICT-REPORT-NAME PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CONFLITOS ENTRE MARCACOES E PLANO ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO DATE-NUM
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-NUM)

           PERFORM LOAD-SWEEP-CONFIG
           COMPUTE DAY-INTEGER = RUN-INTEGER + DAYS-AHEAD
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
           MOVE DATE-NUM TO WINDOW-TO

           PERFORM LOAD-DECISION-RULES
           IF RULE-COUNT = 0
               DISPLAY "Aviso: nenhuma regra de decisao valida em "
                   "DECISIONRULES. Conflitos nao verificados."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BOOKINGS
           IF RM-STATUS NOT = "10"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-STATE-PLAN
           PERFORM LOAD-PORT-RULES
           PERFORM LOAD-PORT-PENDING
           PERFORM LOAD-BOOKING-TYPES

           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               MOVE "Y" TO CAL-OPEN
               PERFORM ADD-CALENDAR-BOOKINGS
           ELSE
               IF CAL-STATUS NOT = "35"
                   DISPLAY "Aviso: CALENDAR inacessivel. Estado: "
                       CAL-STATUS ". Periodos livres nao verificados."
                   MOVE 3 TO ERRLOG-MSG-ID
                   MOVE CAL-STATUS TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF

           IF PROPOSE-SWITCH = "Y"
               PERFORM LOAD-PROPOSALS
           END-IF

           OPEN OUTPUT CONFLICT-REPORT-FILE
           MOVE SPACES TO CONFLICT-REPORT-LINE
           STRING "MARCACOES EM CONFLITO COM O PLANO - " RUN-DATE
               "   JANELA ATE " WINDOW-TO
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE "DATA     | PEDIDO | REQUERENTE | MARCACAO | MOTIVO |"
             & " PLANO | PROPOSTA" TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE

           PERFORM VARYING B FROM 1 BY 1 UNTIL B > BOOKING-COUNT
               PERFORM CHECK-ONE-BOOKING
           END-PERFORM

           IF CAL-OPEN = "Y"
               CLOSE CALENDAR-FILE
           END-IF
           IF PROPOSE-SWITCH = "Y"
               PERFORM EXPIRE-PROPOSALS
               PERFORM SAVE-PROPOSALS
           END-IF

           MOVE SPACES TO CONFLICT-REPORT-LINE
           STRING "MARCACOES VERIFICADAS: " CHECKED-COUNT
               "   EM CONFLITO: " CONFLICT-COUNT
               "   SEM DATA COMPATIVEL: " NO-DATE-COUNT
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           IF PROPOSE-SWITCH = "Y"
               MOVE SPACES TO CONFLICT-REPORT-LINE
               STRING "PROPOSTAS DE REMARCACAO NOVAS: " PROPOSED-COUNT
                   "   CADUCADAS: " EXPIRED-COUNT
                   DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
               WRITE CONFLICT-REPORT-LINE
           END-IF
           IF TABLES-OK = "N"
               MOVE "VARRIMENTO INCOMPLETO: TABELA EXCEDIDA."
                   TO CONFLICT-REPORT-LINE
               WRITE CONFLICT-REPORT-LINE
           END-IF
           CLOSE CONFLICT-REPORT-FILE

           DISPLAY "Marcacoes verificadas: " CHECKED-COUNT
               "  em conflito: " CONFLICT-COUNT
           IF PROPOSE-SWITCH = "Y"
               DISPLAY "Propostas de remarcacao novas: " PROPOSED-COUNT
                   "  caducadas: " EXPIRED-COUNT
           END-IF
           DISPLAY "Relatorio em DATA/CONFLICTS."
           IF CONFLICT-COUNT > 0 OR TABLES-OK = "N"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-SWEEP-CONFIG.
           OPEN INPUT SWEEP-CONFIG-FILE
           IF CFG-STATUS = "35"
               OPEN OUTPUT SWEEP-CONFIG-FILE
               MOVE SPACES TO SWEEP-CONFIG-RECORD
               MOVE DAYS-AHEAD     TO CF-DAYS-AHEAD
               MOVE SEARCH-DAYS    TO CF-SEARCH-DAYS
               MOVE PROPOSE-SWITCH TO CF-PROPOSE
               WRITE SWEEP-CONFIG-RECORD
               CLOSE SWEEP-CONFIG-FILE
           ELSE
               IF CFG-STATUS = "00"
                   READ SWEEP-CONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CF-DAYS-AHEAD IS NUMERIC
                               AND CF-DAYS-AHEAD > 0
                               MOVE CF-DAYS-AHEAD TO DAYS-AHEAD
                           END-IF
                           IF CF-SEARCH-DAYS IS NUMERIC
                               AND CF-SEARCH-DAYS > 0
                               MOVE CF-SEARCH-DAYS TO SEARCH-DAYS
                           END-IF
                           IF CF-PROPOSE = "Y" OR CF-PROPOSE = "N"
                               MOVE CF-PROPOSE TO PROPOSE-SWITCH
                           END-IF
                   END-READ
                   CLOSE SWEEP-CONFIG-FILE
               END-IF
           END-IF.

       REPORT-TABLE-EXCEEDED.
           IF TABLES-OK = "Y"
               DISPLAY "Aviso: tabela de marcacoes, regras ou "
                   "propostas excedida. Varrimento incompleto."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
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

       LOAD-BOOKINGS.
           MOVE 0 TO BOOKING-COUNT
           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY "Erro ao abrir REQMASTER. Estado: " RM-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE RM-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               PERFORM UNTIL RM-STATUS = "10"
                   READ REQ-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO RM-STATUS
                       NOT AT END
                           PERFORM KEEP-ONE-BOOKING
                   END-READ
               END-PERFORM
               CLOSE REQ-MASTER-FILE
               MOVE "10" TO RM-STATUS
           END-IF.

       KEEP-ONE-BOOKING.
           PERFORM SET-BOOKED-DATE
           MOVE SPACE TO BOOK-KIND
           EVALUATE RM-LIFECYCLE
               WHEN "GRANTED"
               WHEN "OVERTURNED"
                   MOVE "A" TO BOOK-KIND
               WHEN "DEFERRED"
                   MOVE "T" TO BOOK-KIND
           END-EVALUATE
           IF BOOK-KIND NOT = SPACE
               AND BOOKED-DATE > RUN-DATE
               AND BOOKED-DATE NOT > WINDOW-TO
               AND RM-SLOT IS NUMERIC
               AND RM-SLOT > 0 AND RM-SLOT <= CAL-SLOT-COUNT
               IF BOOKING-COUNT < 500
                   ADD 1 TO BOOKING-COUNT
                   MOVE RM-REQUEST-ID TO BK-REQ-ID(BOOKING-COUNT)
                   MOVE RM-SOURCE     TO BK-SOURCE(BOOKING-COUNT)
                   MOVE BOOKED-DATE   TO BK-DATE(BOOKING-COUNT)
                   MOVE RM-SLOT       TO BK-SLOT(BOOKING-COUNT)
                   MOVE BOOK-KIND     TO BK-KIND(BOOKING-COUNT)
                   MOVE "VISITA"      TO BK-TYPE(BOOKING-COUNT)
               ELSE
                   PERFORM REPORT-TABLE-EXCEEDED
               END-IF
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

       LOAD-BOOKING-TYPES.
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
               MOVE SPACES TO TYPE-WORK PRIORITY-WORK
               UNSTRING DEC-TYPE-INFO(6:15) DELIMITED BY "/"
                   INTO TYPE-WORK PRIORITY-WORK
               MOVE DEC-ID TO DEC-ID-NUM
               IF TYPE-WORK NOT = SPACES
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > BOOKING-COUNT
                       IF BK-REQ-ID(I) = DEC-ID-NUM
                           MOVE TYPE-WORK TO BK-TYPE(I)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ADD-CALENDAR-BOOKINGS.
           PERFORM VARYING DAY-OFFSET FROM 1 BY 1
                   UNTIL DAY-OFFSET > DAYS-AHEAD
               COMPUTE DAY-INTEGER = RUN-INTEGER + DAY-OFFSET
               COMPUTE DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
               MOVE DATE-NUM TO DAY-DATE
               MOVE DAY-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING S FROM 1 BY 1
                               UNTIL S > CAL-SLOT-COUNT
                           IF CAL-SLOT-STATUS(S) = "RESERVADO"
                               PERFORM ADD-CALENDAR-BOOKING
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       ADD-CALENDAR-BOOKING.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BOOKING-COUNT OR FOUND-IX > 0
               IF BK-DATE(I) = DAY-DATE AND BK-SLOT(I) = S
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF BOOKING-COUNT < 500
                   ADD 1 TO BOOKING-COUNT
                   MOVE 0              TO BK-REQ-ID(BOOKING-COUNT)
                   MOVE "(CALENDARIO)" TO BK-SOURCE(BOOKING-COUNT)
                   MOVE DAY-DATE       TO BK-DATE(BOOKING-COUNT)
                   MOVE S              TO BK-SLOT(BOOKING-COUNT)
                   MOVE "R"            TO BK-KIND(BOOKING-COUNT)
                   MOVE "VISITA"       TO BK-TYPE(BOOKING-COUNT)
               ELSE
                   PERFORM REPORT-TABLE-EXCEEDED
               END-IF
           END-IF.

       LOAD-STATE-PLAN.
           MOVE 0 TO PLAN-COUNT
           OPEN INPUT STATE-PLAN-FILE
           IF PLAN-STATUS = "00"
               PERFORM UNTIL PLAN-STATUS = "10"
                   READ STATE-PLAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SP-DATE > RUN-DATE
                               PERFORM STORE-PLAN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-PLAN-FILE
           END-IF.

       STORE-PLAN-ENTRY.
           IF PLAN-COUNT < 60
               ADD 1 TO PLAN-COUNT
               MOVE SP-DATE             TO PL-DATE(PLAN-COUNT)
               MOVE SP-MENTAL-STATE     TO PL-MENTAL(PLAN-COUNT)
               MOVE SP-PHYSICAL-LIMIT   TO PL-PHYSICAL(PLAN-COUNT)
               MOVE SP-EXTERNAL-CONTROL TO PL-EXTERNAL(PLAN-COUNT)
           ELSE
               PERFORM REPORT-TABLE-EXCEEDED
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

       LOAD-PROPOSALS.
           MOVE 0 TO PROPOSAL-COUNT
           OPEN INPUT PROPOSAL-FILE
           IF RP-STATUS = "00"
               PERFORM UNTIL RP-STATUS = "10"
                   READ PROPOSAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM KEEP-ONE-PROPOSAL
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       KEEP-ONE-PROPOSAL.
           IF RP-REQUEST-ID IS NUMERIC
               AND (RP-STATE = "PENDENTE"
                    OR RP-BOOKED-DATE > RUN-DATE)
               IF PROPOSAL-COUNT < 500
                   ADD 1 TO PROPOSAL-COUNT
                   MOVE RESCHED-PROPOSAL-RECORD
                       TO PX-RECORD(PROPOSAL-COUNT)
                   MOVE "N" TO PX-SEEN(PROPOSAL-COUNT)
               ELSE
                   PERFORM REPORT-TABLE-EXCEEDED
               END-IF
           END-IF.

       CHECK-ONE-BOOKING.
           ADD 1 TO CHECKED-COUNT
           MOVE BK-DATE(B) TO CHECK-DATE
           MOVE BK-TYPE(B) TO CHECK-TYPE
           PERFORM JUDGE-DATE
           IF DATE-OK = "N"
               ADD 1 TO CONFLICT-COUNT
               MOVE JUDGE-REASON TO CONFLICT-REASON
               MOVE SPACES TO PLAN-TEXT
               IF EVAL-PLANNED = "Y"
                   STRING FUNCTION TRIM(EVAL-MENTAL) "/"
                       FUNCTION TRIM(EVAL-PHYSICAL)
                       DELIMITED BY SIZE INTO PLAN-TEXT
               ELSE
                   MOVE "SEM PLANO" TO PLAN-TEXT
               END-IF
               MOVE SPACES TO PROPOSAL-MARK
               MOVE 0 TO FOUND-IX
               IF PROPOSE-SWITCH = "Y" AND BK-KIND(B) NOT = "R"
                   PERFORM FIND-PROPOSAL
               END-IF
               IF FOUND-IX > 0
                   PERFORM TAKE-KNOWN-PROPOSAL
               ELSE
                   PERFORM FIND-NEXT-COMPATIBLE
                   IF PROPOSE-SWITCH = "Y" AND BK-KIND(B) NOT = "R"
                       PERFORM ADD-PROPOSAL
                   END-IF
               END-IF
               IF NEW-SLOT = 0
                   ADD 1 TO NO-DATE-COUNT
               END-IF
               PERFORM WRITE-CONFLICT-LINE
           END-IF.

       JUDGE-DATE.
           MOVE "Y" TO DATE-OK
           MOVE SPACES TO JUDGE-REASON
           MOVE "N" TO EVAL-PLANNED
           MOVE SPACES TO EVAL-MENTAL EVAL-PHYSICAL
           MOVE "N" TO EVAL-EXTERNAL
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PLAN-COUNT
               IF PL-DATE(P) = CHECK-DATE
                   MOVE "Y" TO EVAL-PLANNED
                   MOVE PL-MENTAL(P)   TO EVAL-MENTAL
                   MOVE PL-PHYSICAL(P) TO EVAL-PHYSICAL
                   IF PL-EXTERNAL(P) = "Y"
                       MOVE "Y" TO EVAL-EXTERNAL
                   ELSE
                       MOVE "N" TO EVAL-EXTERNAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SET-PORT-ALERT
           MOVE 0 TO MATCHED-RULE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RULE-COUNT OR MATCHED-RULE > 0
               PERFORM TEST-ONE-RULE
               IF RULE-HOLDS = "Y"
                   MOVE I TO MATCHED-RULE
               END-IF
           END-PERFORM
           IF MATCHED-RULE > 0
               IF RT-OUTCOME(MATCHED-RULE) NOT = "S"
                   MOVE "N" TO DATE-OK
                   MOVE RT-REASON(MATCHED-RULE) TO JUDGE-REASON
               END-IF
           END-IF.

       TEST-ONE-RULE.
           MOVE "Y" TO RULE-HOLDS
           IF RT-MENTAL(I) NOT = "*" AND RT-MENTAL(I) NOT = SPACES
               AND RT-MENTAL(I) NOT = EVAL-MENTAL
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PHYSICAL(I) NOT = "*" AND RT-PHYSICAL(I) NOT = SPACES
               AND RT-PHYSICAL(I) NOT = EVAL-PHYSICAL
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-EXTERNAL(I) NOT = "*" AND RT-EXTERNAL(I) NOT = SPACE
               AND RT-EXTERNAL(I) NOT = EVAL-EXTERNAL
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PORT-ALERT(I) NOT = "*"
               AND RT-PORT-ALERT(I) NOT = SPACE
               AND RT-PORT-ALERT(I) NOT = DENY-DEFAULT
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PROFILE(I) NOT = "*" AND RT-PROFILE(I) NOT = SPACE
               AND RT-PROFILE(I) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-TYPE(I) NOT = "*" AND RT-TYPE(I) NOT = SPACES
               AND RT-TYPE(I) NOT = CHECK-TYPE
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-PRIORITY(I) NOT = "*" AND RT-PRIORITY(I) NOT = SPACE
               AND RT-PRIORITY(I) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-CONTROL(I) NOT = "*" AND RT-CONTROL(I) NOT = SPACE
               AND RT-CONTROL(I) NOT = "N"
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-DAY(I) NOT = "*" AND RT-DAY(I) NOT = SPACE
               AND RT-DAY(I) NOT = "L"
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
                       AND PP-DATE(I) NOT > CHECK-DATE
                       AND PP-DATE(I) NOT < PORT-STATE-SINCE
                       MOVE PP-STATE(I) TO PORT-STATE-ON-DATE
                       MOVE PP-DATE(I)  TO PORT-STATE-SINCE
                   END-IF
               END-PERFORM
               IF PORT-STATE-ON-DATE = PRT-STATE(P)
                   MOVE "Y" TO DENY-DEFAULT
               END-IF
           END-PERFORM.

       FIND-NEXT-COMPATIBLE.
           MOVE SPACES TO NEW-DATE
           MOVE 0 TO NEW-SLOT
           MOVE BK-DATE(B) TO DATE-NUM
           COMPUTE BASE-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-NUM)
           PERFORM VARYING DAY-OFFSET FROM 1 BY 1
                   UNTIL DAY-OFFSET > SEARCH-DAYS OR NEW-SLOT > 0
               COMPUTE DAY-INTEGER = BASE-INTEGER + DAY-OFFSET
               COMPUTE DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
               MOVE DATE-NUM TO CHECK-DATE
               PERFORM JUDGE-DATE
               IF DATE-OK = "Y"
                   PERFORM FIND-FREE-SLOT
               END-IF
           END-PERFORM.

       FIND-FREE-SLOT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > CAL-SLOT-COUNT
               MOVE "LIVRE" TO CAL-SLOT-STATUS(S)
           END-PERFORM
           IF CAL-OPEN = "Y"
               MOVE CHECK-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       PERFORM VARYING S FROM 1 BY 1
                               UNTIL S > CAL-SLOT-COUNT
                           MOVE "LIVRE" TO CAL-SLOT-STATUS(S)
                       END-PERFORM
               END-READ
           END-IF
           MOVE BK-SLOT(B) TO CHECK-SLOT
           PERFORM CHECK-SLOT-FREE
           IF SLOT-FREE = "Y"
               MOVE CHECK-DATE TO NEW-DATE
               MOVE CHECK-SLOT TO NEW-SLOT
           ELSE
               PERFORM VARYING S FROM 1 BY 1
                       UNTIL S > CAL-SLOT-COUNT OR NEW-SLOT > 0
                   MOVE S TO CHECK-SLOT
                   PERFORM CHECK-SLOT-FREE
                   IF SLOT-FREE = "Y"
                       MOVE CHECK-DATE TO NEW-DATE
                       MOVE CHECK-SLOT TO NEW-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-SLOT-FREE.
           MOVE "Y" TO SLOT-FREE
           IF CAL-SLOT-STATUS(CHECK-SLOT) = "OCUPADO"
               OR CAL-SLOT-STATUS(CHECK-SLOT) = "RESERVADO"
               MOVE "N" TO SLOT-FREE
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BOOKING-COUNT OR SLOT-FREE = "N"
               IF BK-DATE(I) = CHECK-DATE AND BK-SLOT(I) = CHECK-SLOT
                   MOVE "N" TO SLOT-FREE
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PROPOSAL-COUNT OR SLOT-FREE = "N"
               MOVE PX-RECORD(I) TO RESCHED-PROPOSAL-RECORD
               IF RP-STATE = "PENDENTE"
                   AND RP-NEW-DATE = CHECK-DATE
                   AND RP-NEW-SLOT = CHECK-SLOT
                   MOVE "N" TO SLOT-FREE
               END-IF
           END-PERFORM.

       FIND-PROPOSAL.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PROPOSAL-COUNT OR FOUND-IX > 0
               MOVE PX-RECORD(I) TO RESCHED-PROPOSAL-RECORD
               IF RP-REQUEST-ID = BK-REQ-ID(B)
                   AND RP-BOOKED-DATE = BK-DATE(B)
                   AND RP-BOOKED-SLOT = BK-SLOT(B)
                   AND RP-STATE NOT = "CADUCADO"
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM.

       TAKE-KNOWN-PROPOSAL.
           MOVE PX-RECORD(FOUND-IX) TO RESCHED-PROPOSAL-RECORD
           MOVE "Y" TO PX-SEEN(FOUND-IX)
           MOVE RP-NEW-DATE TO NEW-DATE
           MOVE RP-NEW-SLOT TO NEW-SLOT
           MOVE RP-STATE TO PROPOSAL-MARK.

       ADD-PROPOSAL.
           IF PROPOSAL-COUNT < 500
               ADD 1 TO PROPOSAL-COUNT
               ADD 1 TO PROPOSED-COUNT
               MOVE SPACES TO RESCHED-PROPOSAL-RECORD
               MOVE BK-REQ-ID(B)    TO RP-REQUEST-ID
               MOVE BK-SOURCE(B)    TO RP-SOURCE
               MOVE BK-DATE(B)      TO RP-BOOKED-DATE
               MOVE BK-SLOT(B)      TO RP-BOOKED-SLOT
               MOVE NEW-DATE        TO RP-NEW-DATE
               MOVE NEW-SLOT        TO RP-NEW-SLOT
               MOVE CONFLICT-REASON TO RP-REASON
               MOVE "PENDENTE"      TO RP-STATE
               MOVE RUN-DATE        TO RP-CREATED-DATE
               MOVE RESCHED-PROPOSAL-RECORD
                   TO PX-RECORD(PROPOSAL-COUNT)
               MOVE "Y" TO PX-SEEN(PROPOSAL-COUNT)
               MOVE "NOVA" TO PROPOSAL-MARK
           ELSE
               PERFORM REPORT-TABLE-EXCEEDED
           END-IF.

       WRITE-CONFLICT-LINE.
           MOVE SPACES TO BOOKING-LABEL
           STRING BK-DATE(B) "/" CAL-SLOT-NAME(BK-SLOT(B))
               DELIMITED BY SIZE INTO BOOKING-LABEL
           IF BK-KIND(B) = "T"
               MOVE "ADIADO" TO BOOKING-LABEL(16:6)
           END-IF
           MOVE SPACES TO PROPOSAL-TEXT
           IF NEW-SLOT > 0
               STRING NEW-DATE "/" CAL-SLOT-NAME(NEW-SLOT)
                   DELIMITED BY SIZE INTO PROPOSAL-TEXT
           ELSE
               MOVE "NENHUMA" TO PROPOSAL-TEXT
           END-IF
           MOVE SPACES TO CONFLICT-REPORT-LINE
           STRING RUN-DATE " | " BK-REQ-ID(B) " | "
               FUNCTION TRIM(BK-SOURCE(B)) " | "
               FUNCTION TRIM(BOOKING-LABEL)
               " | " CONFLICT-REASON " | " FUNCTION TRIM(PLAN-TEXT)
               " | " FUNCTION TRIM(PROPOSAL-TEXT) " "
               FUNCTION TRIM(PROPOSAL-MARK)
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           DISPLAY "Conflito: pedido " BK-REQ-ID(B) " "
               FUNCTION TRIM(BK-SOURCE(B)) " em "
               FUNCTION TRIM(BOOKING-LABEL) " (" CONFLICT-REASON ")".

       EXPIRE-PROPOSALS.
           IF TABLES-OK = "Y"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROPOSAL-COUNT
                   MOVE PX-RECORD(I) TO RESCHED-PROPOSAL-RECORD
                   IF RP-STATE = "PENDENTE" AND PX-SEEN(I) = "N"
                       MOVE "CADUCADO" TO RP-STATE
                       MOVE RUN-DATE   TO RP-DECIDED-DATE
                       MOVE RESCHED-PROPOSAL-RECORD TO PX-RECORD(I)
                       ADD 1 TO EXPIRED-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       SAVE-PROPOSALS.
           OPEN OUTPUT PROPOSAL-FILE
           IF RP-STATUS NOT = "00"
               DISPLAY "Aviso: RESCHEDPROP nao gravado. Estado: "
                   RP-STATUS
               MOVE 3 TO ERRLOG-MSG-ID
               MOVE RP-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PROPOSAL-COUNT
                   MOVE PX-RECORD(I) TO RESCHED-PROPOSAL-RECORD
                   WRITE RESCHED-PROPOSAL-RECORD
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO STATE-PLAN-NAME
           STRING "DATA/STATEPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-PLAN-NAME
           MOVE SPACES TO PORT-RULES-NAME
           STRING "DATA/PORTRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-RULES-NAME
           MOVE SPACES TO PORT-FILE-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-FILE-NAME
           MOVE SPACES TO PENDING-TRANS-NAME
           STRING "DATA/PORTPEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PENDING-TRANS-NAME
           MOVE SPACES TO DECISION-RULES-NAME
           STRING "DATA/DECISIONRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-RULES-NAME
           MOVE SPACES TO DECISION-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-NAME
           MOVE SPACES TO SWEEP-CONFIG-NAME
           STRING "DATA/CONFLICTCFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-CONFIG-NAME
           MOVE SPACES TO PROPOSAL-NAME
           STRING "DATA/RESCHEDPROP" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PROPOSAL-NAME
           MOVE SPACES TO CONFLICT-REPORT-NAME
           STRING "DATA/CONFLICTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONFLICT-REPORT-NAME.
