               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT AUTONOMY-STATUS-FILE ASSIGN USING AUTONOMY-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-STATUS.

           SELECT DECISION-RULES-FILE ASSIGN USING DECISION-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-STATUS.

           SELECT PORT-FILE ASSIGN USING PORT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-NAME
               FILE STATUS IS PF-STATUS.

           SELECT DEFERRAL-FILE ASSIGN USING DEFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.

           SELECT WAITLIST-FILE ASSIGN USING WAITLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT NEXT-ID-FILE ASSIGN TO "DATA/REQNEXTID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NID-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT CTRL-PHRASE-FILE ASSIGN USING CTRL-PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-STATUS.

           SELECT CTRL-BAND-FILE ASSIGN USING CTRL-BAND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-STATUS.

           SELECT MEASURES-FILE ASSIGN USING MEASURES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEAS-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT REVIEW-FILE ASSIGN USING REVIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVW-STATUS.

           SELECT ENERGY-BUDGET-FILE ASSIGN USING ENERGY-BUDGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EB-STATUS.

           SELECT ENERGY-LEDGER-FILE ASSIGN USING ENERGY-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-STATUS.

           SELECT LOAN-LEDGER-FILE ASSIGN USING LOAN-LEDGER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-REQUEST-ID
               FILE STATUS IS LN-STATUS-CODE.

           SELECT STATE-PLAN-FILE ASSIGN USING STATE-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT LOAN-POLICY-FILE ASSIGN USING LOAN-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-QUEUE-FILE.
           COPY REQQUE.

       FD  DECISION-OUTPUT-FILE.
       01  DECISION-OUTPUT-LINE    PIC X(340).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(300).

       FD  AUTONOMY-STATUS-FILE.
       01  AUTONOMY-STATUS-RECORD  PIC X.
           05 DF-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 DF-CONTENT      PIC X(50).
           05 FILLER          PIC X.
           05 DF-SLOT         PIC 9.
           05 FILLER          PIC X.
           05 DF-TYPE         PIC X(10).

       FD  WAITLIST-FILE.
           COPY WAITLST.

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  NEXT-ID-FILE.
       01  NEXT-ID-RECORD     PIC 9(6).

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  CTRL-PHRASE-FILE.
           COPY CTRLPHR.

       FD  CTRL-BAND-FILE.
           COPY CTRLBAND.

       FD  MEASURES-FILE.
       01  MEASURES-RECORD    PIC X(20).
       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  REVIEW-FILE.
       01  REVIEW-LINE        PIC X(120).

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

       FD  LOAN-LEDGER-FILE.
           COPY LOANLG.

       FD  DECISION-RULES-FILE.
           COPY DECRULE.

       FD  STATE-PLAN-FILE.
           COPY STPLAN.

       FD  LOAN-POLICY-FILE.
       01  LOAN-POLICY-RECORD.
           05 LP-LOAN-DAYS    PIC 9(3).

       WORKING-STORAGE SECTION.
       01 RQ-STATUS            PIC XX.
       01 DEC-STATUS           PIC XX.
       01 CAL-STATUS           PIC XX.
       01 AUD-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       COPY LOGSEAL.

       01 REQUEST-SOURCE      PIC X(20).
       01 REQUEST-TEXT.
           05 REQUEST-CONTENT      PIC X(50).
           05 REQUEST-MORE-CONTENT PIC X(200).
       01 REQUEST-TYPE        PIC X(10).
       01 REQUEST-PRIORITY    PIC X.
       01 REQUEST-CHANNEL     PIC X(3).
       01 DENY-DEFAULT         PIC X VALUE "N".
       01 BOOKING-DATE         PIC X(8).
       01 DF-STATUS            PIC XX.
       01 WAIT-STATUS          PIC XX.
       01 RM-STATUS            PIC XX.
       01 NID-STATUS           PIC XX.
       01 REQUEST-ID           PIC 9(6).
       01 DECISION-OUT-NAME    PIC X(40) VALUE "DATA/REQDECISIONS".
       01 DAILY-STATE-NAME     PIC X(40) VALUE "DATA/DAILYSTATE".
       01 PORT-RULES-NAME      PIC X(40) VALUE "DATA/PORTRULES".
       01 DECISION-RULES-NAME  PIC X(40) VALUE "DATA/DECISIONRULES".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "BOUNDARIES-ACTIVATIO".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 PROFILE-STRICT       PIC X VALUE "N".
       01 PROFILE-PRESSURE     PIC 9(4) VALUE 0.
       01 CP-STATUS            PIC XX.
       01 PHRASE-OVERFLOW      PIC X VALUE "N".
       01 CB-STATUS            PIC XX.
       01 MEAS-STATUS          PIC XX.
       01 CT-STATUS            PIC XX.
       01 AUDIT-WRITTEN        PIC 9(6) VALUE 0.
       01 WS-WINDOW-INTEGER    PIC 9(7).
       01 WS-WINDOW-NUM        PIC 9(8).
       01 CONTROL-HIT          PIC X VALUE "N".
       01 CONTROL-SCORE        PIC 9(3) VALUE 0.
       01 CONTROL-POINTS       PIC 9(5).
       01 WS-TEMP-HITS         PIC 9(4).
       01 RG-STATUS-CODE       PIC XX.
       01 RVW-STATUS           PIC XX.
       01 REGISTRY-VERDICT     PIC X VALUE "U".
       01 REVIEW-COUNT         PIC 9(4) VALUE 0.
       01 EB-STATUS            PIC XX.
       01 EL-STATUS            PIC XX.
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
       01 NEXT-WEEK-DATE       PIC X(8).
       01 ENERGY-BOOK-DATE     PIC X(8).
       01 SIM-ENERGY-TABLE.
           05 SIM-ENERGY-COUNT PIC 9(3) VALUE 0.
           05 SIM-ENERGY-ENTRY OCCURS 60 TIMES.
               10 SE-WEEK-KEY  PIC 9(6).
               10 SE-POINTS    PIC 9(4).
       01 SE-IX                PIC 9(3).
       01 SE-FOUND             PIC 9(3).
       01 ALT-BASE-DATE        PIC X(8).
       01 LN-STATUS-CODE       PIC XX.
       01 LP-STATUS            PIC XX.
       01 LOAN-DAYS            PIC 9(3) VALUE 14.
       01 LOAN-DUE-DATE        PIC X(8).
       01 LOAN-OVERDUE-HIT     PIC X VALUE "N".
       01 LOAN-OVERDUE-ID      PIC 9(6) VALUE 0.
       01 I                    PIC 9(4).
       01 SLOT-IX              PIC 9.
       01 TODAY-FREE-SLOT      PIC 9 VALUE 0.
       01 BOOK-SLOT            PIC 9 VALUE 0.
       01 ALT-SLOT             PIC 9 VALUE 0.
       01 BOOKING-SLOT         PIC 9 VALUE 0.
       01 SLOT-LABEL           PIC X(14).
       01 REQUEST-DATE         PIC X(8).
       01 REQUEST-SLOT         PIC 9 VALUE 0.
       01 REQUEST-REQ-DATE     PIC X(8).
       01 REQUEST-REQ-SLOT     PIC X(5).
       01 EVAL-DAY             PIC X(10).
       01 EVAL-FREE-SLOT       PIC 9 VALUE 0.
       01 TODAY-MENTAL         PIC X(20).
       01 TODAY-PHYSICAL       PIC X(20).
       01 PLAN-STATUS          PIC XX.
       01 DR-STATUS            PIC XX.
       01 DECISION-REASON      PIC X(8).
       01 MATCHED-RULE         PIC 9(2) VALUE 0.
       01 RULE-HOLDS           PIC X.
       01 EVAL-DAY-FLAG        PIC X.
       01 DEFER-PREFIX         PIC X(50).
       01 DEFER-PREFIX-LEN     PIC 9(2).
       01 MSG-CODE             PIC X(10).
       01 MSG-CODE-BASE        PIC X(9).
       01 MSG-DATE             PIC X(8).
       01 MSG-PERIOD           PIC X(5).
       01 RULE-SEQ-EDIT        PIC 9(3).
       01 MESSAGE-OPEN         PIC X VALUE "N".
       01 MESSAGE-LINES        PIC 9 VALUE 0.
       01 MESSAGE-CUT          PIC X VALUE "N".
       01 TEXT-POS             PIC 9(3).
       01 HELD-QUEUE-RECORD    PIC X(104).
       01 QUEUE-LINE-SAVE      PIC X(104).

       01 TODAY-SLOT-TABLE.
           05 TODAY-SLOT       PIC X(10) OCCURS 3 TIMES.

       01 EVAL-SLOT-TABLE.
           05 EVAL-SLOT        PIC X(10) OCCURS 3 TIMES.

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

       01 STATE-PLAN-TABLE.
           05 PLAN-COUNT       PIC 9(2) VALUE 0.
           05 PLAN-ENTRIES OCCURS 60 TIMES.
               10 PL-DATE      PIC X(8).
               10 PL-MENTAL    PIC X(20).
               10 PL-PHYSICAL  PIC X(20).

           COPY CALSLOT.

       01 CTRL-PHRASE-TABLE.
           05 CPHRASE-COUNT    PIC 9(4) VALUE 0.
           05 CPHRASES OCCURS 50 TIMES.
               10 CP-TEXT      PIC X(30).
               10 CP-LEN       PIC 9(4).
               10 CP-WEIGHT    PIC 9(2).
       COPY PERSONCTX.
       01 CALENDAR-NAME        PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 AUTONOMY-STATUS-NAME PIC X(40).
       01 PORT-FILE-NAME       PIC X(40).
       01 DEFERRAL-NAME        PIC X(40).
       01 WAITLIST-NAME        PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 CTRL-PHRASE-NAME     PIC X(40).
       01 CTRL-BAND-NAME       PIC X(40).
       01 MEASURES-NAME        PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 ENERGY-BUDGET-NAME   PIC X(40).
       01 ENERGY-LEDGER-NAME   PIC X(40).
       01 LOAN-LEDGER-NAME     PIC X(40).
       01 STATE-PLAN-NAME      PIC X(40).
       01 LOAN-POLICY-NAME     PIC X(40).
       01 REVIEW-NAME          PIC X(40).
       01 REAL-FILE-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "Analise de pedidos externos em curso..."
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE SPACES TO WS-PARM-MODE
           ACCEPT WS-PARM-MODE FROM COMMAND-LINE
           IF WS-PARM-MODE = "SIM"
               PERFORM SELECT-SIM-FILES
           END-IF
           PERFORM LOAD-DAILY-STATE
           PERFORM LOAD-STATE-PLAN
           PERFORM LOAD-ENERGY-BUDGET
           PERFORM LOAD-LOAN-POLICY
           PERFORM LOAD-CONTROL-PHRASES
           IF PHRASE-OVERFLOW = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CONTROL-BANDS
           PERFORM LOAD-PORT-RULES
           PERFORM LOAD-DECISION-RULES
           PERFORM LOAD-AUTONOMY-MEASURES
           PERFORM LOOKUP-CALENDAR
           PERFORM CHECK-AUTONOMY-STATUS
       SELECT-SIM-FILES.
           MOVE "DATA/SIMDECISIONS" TO DECISION-OUT-NAME

           MOVE DAILY-STATE-NAME TO REAL-FILE-NAME
           MOVE "DATA/SIMSTATE" TO DAILY-STATE-NAME
           OPEN INPUT DAILY-STATE-FILE
           IF DS-STATUS = "00"
               CLOSE DAILY-STATE-FILE
               DISPLAY ">>> Estado de ensaio: DATA/SIMSTATE"
           ELSE
               MOVE REAL-FILE-NAME TO DAILY-STATE-NAME
               DISPLAY ">>> SIMSTATE ausente. Estado real usado."
           END-IF

           MOVE PORT-RULES-NAME TO REAL-FILE-NAME
           MOVE "DATA/SIMPORTRULES" TO PORT-RULES-NAME
           OPEN INPUT PORT-RULES-FILE
           IF PR-STATUS = "00"
               CLOSE PORT-RULES-FILE
               DISPLAY ">>> Regras de ensaio: DATA/SIMPORTRULES"
           ELSE
               MOVE REAL-FILE-NAME TO PORT-RULES-NAME
               DISPLAY ">>> SIMPORTRULES ausente. Regras reais usadas."
           END-IF

           MOVE DECISION-RULES-NAME TO REAL-FILE-NAME
           MOVE "DATA/SIMRULES" TO DECISION-RULES-NAME
           OPEN INPUT DECISION-RULES-FILE
           IF DR-STATUS = "00"
               CLOSE DECISION-RULES-FILE
               DISPLAY ">>> Regras de decisao de ensaio: DATA/SIMRULES"
           ELSE
               MOVE REAL-FILE-NAME TO DECISION-RULES-NAME
               DISPLAY ">>> SIMRULES ausente. Regras de decisao reais "
                   "usadas."
           END-IF

           MOVE REQUEST-QUEUE-NAME TO REAL-FILE-NAME
           MOVE "DATA/SIMQUEUE" TO REQUEST-QUEUE-NAME
           OPEN INPUT REQUEST-QUEUE-FILE
           IF RQ-STATUS = "00"
               CLOSE REQUEST-QUEUE-FILE
               DISPLAY ">>> Fila de ensaio: DATA/SIMQUEUE"
           ELSE
               MOVE REAL-FILE-NAME TO REQUEST-QUEUE-NAME
               DISPLAY ">>> SIMQUEUE ausente. Fila real avaliada "
                   "(sem efeitos)."
           END-IF.
           END-READ
           CLOSE DAILY-STATE-FILE
           MOVE DS-MENTAL-STATE   TO MENTAL-STATE
           MOVE DS-PHYSICAL-LIMIT TO PHYSICAL-LIMIT
           MOVE MENTAL-STATE      TO TODAY-MENTAL
           MOVE PHYSICAL-LIMIT    TO TODAY-PHYSICAL.

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
               MOVE SP-DATE           TO PL-DATE(PLAN-COUNT)
               MOVE SP-MENTAL-STATE   TO PL-MENTAL(PLAN-COUNT)
               MOVE SP-PHYSICAL-LIMIT TO PL-PHYSICAL(PLAN-COUNT)
           ELSE
               DISPLAY "Aviso: STATEPLAN excede 60 entradas. "
                   "Ignorada: " SP-DATE
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       LOAD-ENERGY-BUDGET.
           OPEN INPUT ENERGY-BUDGET-FILE
           IF EB-STATUS = "35" AND SIM-MODE = "N"
               PERFORM SEED-ENERGY-BUDGET
               OPEN INPUT ENERGY-BUDGET-FILE
           END-IF
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

           IF MENTAL-STATE = "SOBRECARGA"
               COMPUTE ENERGY-ALLOWANCE =
                   ENERGY-ALLOWANCE * PCT-SOBRECARGA / 100
           END-IF
           IF PHYSICAL-LIMIT = "EM RECUPERAÇÃO"
               COMPUTE ENERGY-ALLOWANCE =
                   ENERGY-ALLOWANCE * PCT-RECUPERACAO / 100
           END-IF
           DISPLAY ">>> Energia social por semana: " ENERGY-ALLOWANCE
               " pontos.".

       SUM-ENERGY-WEEK.
           MOVE ENERGY-BOOK-DATE TO ENERGY-DATE-NUM
           COMPUTE ENERGY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ENERGY-DATE-NUM)
           COMPUTE ENERGY-WEEK-KEY = ENERGY-DATE-INTEGER / 7
           COMPUTE ENERGY-DATE-INTEGER = (ENERGY-WEEK-KEY + 1) * 7
           COMPUTE ENERGY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(ENERGY-DATE-INTEGER)
           MOVE ENERGY-DATE-NUM TO NEXT-WEEK-DATE

           MOVE 0 TO ENERGY-SPENT ENERGY-RETURNED
           OPEN INPUT ENERGY-LEDGER-FILE
           IF EL-STATUS = "00"
               PERFORM UNTIL EL-STATUS = "10"
                   READ ENERGY-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EL-WEEK-KEY = ENERGY-WEEK-KEY
                               AND EL-POINTS IS NUMERIC
                               IF EL-TYPE = "ESTORNO"
                                   ADD EL-POINTS TO ENERGY-RETURNED
                               ELSE
                                   ADD EL-POINTS TO ENERGY-SPENT
                               END-IF
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
           PERFORM VARYING SE-IX FROM 1 BY 1
                   UNTIL SE-IX > SIM-ENERGY-COUNT
               IF SE-WEEK-KEY(SE-IX) = ENERGY-WEEK-KEY
                   ADD SE-POINTS(SE-IX) TO ENERGY-SPENT
               END-IF
           END-PERFORM
           DISPLAY ">>> Energia social da semana de " ENERGY-BOOK-DATE
               ": " ENERGY-SPENT " de " ENERGY-ALLOWANCE
               " pontos gastos.".

       SEED-ENERGY-BUDGET.
           DISPLAY "ENERGYBUDGET inexistente. A semear orcamento 20."
           OPEN OUTPUT ENERGY-BUDGET-FILE
           MOVE SPACES TO ENERGY-BUDGET-RECORD
           MOVE 20 TO EB-WEEK-ALLOWANCE
           MOVE 2  TO EB-COST-CHAMADA
           MOVE 3  TO EB-COST-EMPRESTIMO
           MOVE 5  TO EB-COST-VISITA
           MOVE 50 TO EB-PCT-SOBRECARGA
           MOVE 70 TO EB-PCT-RECUPERACAO
           WRITE ENERGY-BUDGET-RECORD
           CLOSE ENERGY-BUDGET-FILE.

       APPLY-ENERGY-BUDGET.
           IF PERMISSION-GRANTED = "S" OR PERMISSION-GRANTED = "D"
               EVALUATE REQUEST-TYPE
                   WHEN "CHAMADA"
                       MOVE COST-CHAMADA TO ENERGY-COST
                   WHEN "EMPRESTIMO"
                       MOVE COST-EMPRESTIMO TO ENERGY-COST
                   WHEN OTHER
                       MOVE COST-VISITA TO ENERGY-COST
               END-EVALUATE
               IF PERMISSION-GRANTED = "S"
                   MOVE REQUEST-DATE TO ENERGY-BOOK-DATE
               ELSE
                   MOVE ALT-DATE TO ENERGY-BOOK-DATE
               END-IF
               PERFORM SUM-ENERGY-WEEK
               IF ENERGY-SPENT + ENERGY-COST > ENERGY-ALLOWANCE
                   PERFORM REFUSE-OVER-BUDGET
               ELSE
                   IF PERMISSION-GRANTED = "S"
                       PERFORM CHARGE-ENERGY
                   END-IF
               END-IF
           END-IF.

       CHARGE-ENERGY.
           IF SIM-MODE = "N"
               PERFORM WRITE-ENERGY-LEDGER
           ELSE
               MOVE 0 TO SE-FOUND
               PERFORM VARYING SE-IX FROM 1 BY 1
                       UNTIL SE-IX > SIM-ENERGY-COUNT OR SE-FOUND > 0
                   IF SE-WEEK-KEY(SE-IX) = ENERGY-WEEK-KEY
                       MOVE SE-IX TO SE-FOUND
                   END-IF
               END-PERFORM
               IF SE-FOUND = 0
                   IF SIM-ENERGY-COUNT < 60
                       ADD 1 TO SIM-ENERGY-COUNT
                       MOVE SIM-ENERGY-COUNT TO SE-FOUND
                       MOVE ENERGY-WEEK-KEY TO SE-WEEK-KEY(SE-FOUND)
                       MOVE 0 TO SE-POINTS(SE-FOUND)
                   ELSE
                       DISPLAY "Aviso: simulacao excede 60 semanas de "
                           "energia. Gasto de " ENERGY-BOOK-DATE
                           " nao acumulado."
                   END-IF
               END-IF
               IF SE-FOUND > 0
                   ADD ENERGY-COST TO SE-POINTS(SE-FOUND)
               END-IF
           END-IF.

       REFUSE-OVER-BUDGET.
           MOVE "ENERGIA" TO DECISION-REASON
           DISPLAY ">>> Energia social esgotada: " ENERGY-SPENT
               " + " ENERGY-COST " > " ENERGY-ALLOWANCE
           IF REQUEST-TYPE NOT = "VISITA"
               OR REQUEST-PRIORITY = "U"
               MOVE "N" TO PERMISSION-GRANTED
               MOVE "ENERGIA-N" TO MSG-CODE
               MOVE NEXT-WEEK-DATE TO MSG-DATE
               MOVE SPACES TO MSG-PERIOD
               MOVE SPACES TO RESPONSE-MESSAGE
               STRING "Energia da semana esgotada. Repetir a partir "
                   "de " NEXT-WEEK-DATE
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           ELSE
               COMPUTE ENERGY-DATE-INTEGER = ENERGY-DATE-INTEGER - 1
               COMPUTE ENERGY-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(ENERGY-DATE-INTEGER)
               MOVE ENERGY-DATE-NUM TO ALT-BASE-DATE
               PERFORM FIND-ALTERNATIVE-DATE
               IF ALT-DATE-FOUND = "Y"
                   MOVE ALT-DATE TO ENERGY-BOOK-DATE
                   PERFORM SUM-ENERGY-WEEK
                   IF ENERGY-SPENT + ENERGY-COST > ENERGY-ALLOWANCE
                       MOVE "N" TO ALT-DATE-FOUND
                   END-IF
               END-IF
               IF ALT-DATE-FOUND = "Y"
                   MOVE "D" TO PERMISSION-GRANTED
                   MOVE "ENERGIA-D" TO MSG-CODE
                   MOVE ALT-DATE TO MSG-DATE
                   MOVE CAL-SLOT-NAME(ALT-SLOT) TO MSG-PERIOD
                   MOVE SPACES TO RESPONSE-MESSAGE
                   STRING "Energia da semana esgotada. Data "
                       "alternativa: " ALT-DATE " "
                       CAL-SLOT-NAME(ALT-SLOT)
                       DELIMITED BY SIZE INTO RESPONSE-MESSAGE
               ELSE
                   MOVE "N" TO PERMISSION-GRANTED
                   MOVE "ENERGIA-V" TO MSG-CODE
                   MOVE SPACES TO MSG-DATE
                   MOVE SPACES TO MSG-PERIOD
                   MOVE "Energia da semana esgotada. Visita recusada."
                       TO RESPONSE-MESSAGE
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
           MOVE REQUEST-ID      TO EL-REQUEST-ID
           MOVE REQUEST-SOURCE  TO EL-SOURCE
           MOVE REQUEST-TYPE    TO EL-TYPE
           MOVE ENERGY-COST     TO EL-POINTS
           WRITE ENERGY-LEDGER-RECORD
           CLOSE ENERGY-LEDGER-FILE.

       LOAD-LOAN-POLICY.
           OPEN INPUT LOAN-POLICY-FILE
           IF LP-STATUS = "35" AND SIM-MODE = "N"
               PERFORM SEED-LOAN-POLICY
               OPEN INPUT LOAN-POLICY-FILE
           END-IF
           IF LP-STATUS = "00"
               READ LOAN-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-LOAN-DAYS IS NUMERIC
                           AND LP-LOAN-DAYS > 0
                           MOVE LP-LOAN-DAYS TO LOAN-DAYS
                       END-IF
               END-READ
               CLOSE LOAN-POLICY-FILE
           END-IF
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE WS-CANDIDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM) + LOAN-DAYS
           COMPUTE WS-CANDIDATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER)
           MOVE WS-CANDIDATE-NUM TO LOAN-DUE-DATE.

       SEED-LOAN-POLICY.
           DISPLAY "LOANPOLICY inexistente. A semear prazo de 14 dias."
           OPEN OUTPUT LOAN-POLICY-FILE
           MOVE 14 TO LP-LOAN-DAYS
           WRITE LOAN-POLICY-RECORD
           CLOSE LOAN-POLICY-FILE.

       CHECK-OVERDUE-LOANS.
           MOVE "N" TO LOAN-OVERDUE-HIT
           MOVE 0   TO LOAN-OVERDUE-ID
           OPEN INPUT LOAN-LEDGER-FILE
           IF LN-STATUS-CODE = "00"
               PERFORM UNTIL LN-STATUS-CODE = "10"
                   READ LOAN-LEDGER-FILE NEXT RECORD
                   IF LN-STATUS-CODE = "00"
                       AND LN-BORROWER = REQUEST-SOURCE
                       AND LN-STATUS = "EMPRESTADO"
                       AND LN-DUE-DATE < RUN-DATE
                       MOVE "Y" TO LOAN-OVERDUE-HIT
                       MOVE LN-REQUEST-ID TO LOAN-OVERDUE-ID
                   END-IF
               END-PERFORM
               CLOSE LOAN-LEDGER-FILE
           END-IF
           IF LOAN-OVERDUE-HIT = "Y"
               DISPLAY ">>> Emprestimo em atraso de " REQUEST-SOURCE
                   " (pedido " LOAN-OVERDUE-ID ")."
           END-IF.

       RECORD-LOAN.
           OPEN I-O LOAN-LEDGER-FILE
           IF LN-STATUS-CODE = "35"
               OPEN OUTPUT LOAN-LEDGER-FILE
               CLOSE LOAN-LEDGER-FILE
               OPEN I-O LOAN-LEDGER-FILE
           END-IF
           IF LN-STATUS-CODE NOT = "00"
               DISPLAY "Aviso: LOANLEDGER inacessivel. Estado: "
                   LN-STATUS-CODE
               MOVE 3 TO ERRLOG-MSG-ID
               MOVE LN-STATUS-CODE TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               MOVE SPACES          TO LOAN-LEDGER-RECORD
               MOVE REQUEST-ID      TO LN-REQUEST-ID
               MOVE REQUEST-SOURCE  TO LN-BORROWER
               MOVE REQUEST-CONTENT TO LN-ITEM
               MOVE RUN-DATE        TO LN-LENT-DATE
               MOVE LOAN-DUE-DATE   TO LN-DUE-DATE
               MOVE "EMPRESTADO"    TO LN-STATUS
               WRITE LOAN-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "Aviso: emprestimo " REQUEST-ID
                           " ja registado em LOANLEDGER."
                   NOT INVALID KEY
                       DISPLAY ">>> Emprestimo registado. Devolucao "
                           "ate " LOAN-DUE-DATE "."
               END-WRITE
               CLOSE LOAN-LEDGER-FILE
           END-IF.

       LOOKUP-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "LIVRE" TO CURRENT-DAY
                   PERFORM VARYING SLOT-IX FROM 1 BY 1
                           UNTIL SLOT-IX > CAL-SLOT-COUNT
                       MOVE "LIVRE" TO TODAY-SLOT(SLOT-IX)
                   END-PERFORM
               NOT INVALID KEY
                   MOVE CAL-DAY-STATUS TO CURRENT-DAY
                   PERFORM VARYING SLOT-IX FROM 1 BY 1
                           UNTIL SLOT-IX > CAL-SLOT-COUNT
                       MOVE CAL-SLOT-STATUS(SLOT-IX)
                           TO TODAY-SLOT(SLOT-IX)
                   END-PERFORM
           END-READ
           CLOSE CALENDAR-FILE
           PERFORM FIND-TODAY-FREE-SLOT
           DISPLAY ">>> Estado do dia (" RUN-DATE "): " CURRENT-DAY
           DISPLAY ">>> Periodos: MANHA=" TODAY-SLOT(1)
               " TARDE=" TODAY-SLOT(2) " NOITE=" TODAY-SLOT(3).

       FIND-TODAY-FREE-SLOT.
           MOVE 0 TO TODAY-FREE-SLOT
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
                      OR TODAY-FREE-SLOT > 0
               IF TODAY-SLOT(SLOT-IX) NOT = "OCUPADO"
                   AND TODAY-SLOT(SLOT-IX) NOT = "RESERVADO"
                   MOVE SLOT-IX TO TODAY-FREE-SLOT
               END-IF
           END-PERFORM
           IF TODAY-FREE-SLOT > 0
               MOVE "LIVRE" TO CURRENT-DAY
           ELSE
               IF CURRENT-DAY NOT = "RESERVADO"
                   MOVE "OCUPADO" TO CURRENT-DAY
               END-IF
           END-IF.

       SEED-CALENDAR.
           DISPLAY "CALENDAR inexistente. A semear dia de hoje."
           OPEN OUTPUT CALENDAR-FILE
           MOVE RUN-DATE  TO CAL-DATE
           MOVE "OCUPADO" TO CAL-DAY-STATUS
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               MOVE "OCUPADO" TO CAL-SLOT-STATUS(SLOT-IX)
           END-PERFORM
           WRITE CALENDAR-RECORD
           CLOSE CALENDAR-FILE.

           END-IF

           MOVE "N" TO QUEUE-CONSUMED
           MOVE "N" TO MESSAGE-OPEN
           IF RQ-STATUS NOT = "00"
               DISPLAY "Fila de pedidos indisponivel. Estado: "
                   RQ-STATUS
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-QUEUE-LINE
                   END-READ
               END-PERFORM
               IF MESSAGE-OPEN = "Y"
                   DISPLAY "Aviso: fila termina a meio do pedido de "
                       REQUEST-SOURCE ". Tratado com o texto recebido."
                   PERFORM FINISH-QUEUE-MESSAGE
               END-IF
               MOVE "Y" TO QUEUE-CONSUMED
               CLOSE REQUEST-QUEUE-FILE
           END-IF
           IF REVIEW-COUNT > 0
               DISPLAY ">>> Pedidos de fontes desconhecidas enviados "
                   "para revisao: " REVIEW-COUNT
           END-IF

           CLOSE DECISION-OUTPUT-FILE
           IF SIM-MODE = "N"
               END-IF
           END-IF.

       TAKE-QUEUE-LINE.
           IF MESSAGE-OPEN = "Y" AND RQ-SOURCE NOT = REQUEST-SOURCE
               DISPLAY "Aviso: continuacao em falta no pedido de "
                   REQUEST-SOURCE ". Tratado com o texto recebido."
               MOVE REQUEST-QUEUE-RECORD TO QUEUE-LINE-SAVE
               PERFORM FINISH-QUEUE-MESSAGE
               MOVE QUEUE-LINE-SAVE TO REQUEST-QUEUE-RECORD
           END-IF
           IF MESSAGE-OPEN = "Y"
               IF MESSAGE-LINES < 5
                   ADD 1 TO MESSAGE-LINES
                   COMPUTE TEXT-POS = (MESSAGE-LINES - 1) * 50 + 1
                   MOVE RQ-CONTENT TO REQUEST-TEXT(TEXT-POS:50)
               ELSE
                   MOVE "Y" TO MESSAGE-CUT
               END-IF
           ELSE
               MOVE REQUEST-QUEUE-RECORD TO HELD-QUEUE-RECORD
               MOVE RQ-SOURCE  TO REQUEST-SOURCE
               MOVE SPACES     TO REQUEST-TEXT
               MOVE RQ-CONTENT TO REQUEST-CONTENT
               MOVE 1 TO MESSAGE-LINES
               MOVE "N" TO MESSAGE-CUT
               MOVE "Y" TO MESSAGE-OPEN
           END-IF
           IF RQ-CONTINUED NOT = "S"
               PERFORM FINISH-QUEUE-MESSAGE
           END-IF.

       FINISH-QUEUE-MESSAGE.
           MOVE "N" TO MESSAGE-OPEN
           MOVE HELD-QUEUE-RECORD TO REQUEST-QUEUE-RECORD
           IF MESSAGE-CUT = "Y"
               DISPLAY "Aviso: pedido de " REQUEST-SOURCE
                   " com mais de 5 linhas. Texto alem da 5a linha "
                   "nao analisado."
           END-IF
           PERFORM PROCESS-ONE-REQUEST.

       PROCESS-ONE-REQUEST.
           MOVE RQ-SOURCE  TO REQUEST-SOURCE
           IF RQ-TYPE = SPACES
               MOVE "VISITA" TO REQUEST-TYPE
           ELSE
               MOVE RQ-TYPE TO REQUEST-TYPE
           END-IF
           IF RQ-PRIORITY = SPACE
               MOVE "N" TO REQUEST-PRIORITY
           ELSE
               MOVE RQ-PRIORITY TO REQUEST-PRIORITY
           END-IF
           IF RQ-CHANNEL = SPACES
               MOVE "MAN" TO REQUEST-CHANNEL
           ELSE
               MOVE RQ-CHANNEL TO REQUEST-CHANNEL
           END-IF
           IF RQ-REQUEUE-ID IS NUMERIC
               MOVE RQ-REQUEUE-ID TO REQUEST-REQUEUE-ID
           ELSE
               MOVE 0 TO REQUEST-REQUEUE-ID
           END-IF
           PERFORM SET-REQUESTED-DATE
           PERFORM CHECK-REQUESTER-REGISTRY
           IF REGISTRY-VERDICT = "U"
               PERFORM ROUTE-TO-REVIEW
           ELSE
               PERFORM CHECK-REPEAT-REQUEST
               PERFORM ASSIGN-REQUEST-ID
               PERFORM SCREEN-REQUEST-CONTENT
               PERFORM LOAD-REQUESTER-PROFILE
               PERFORM EVALUATE-REQUEST
               PERFORM APPLY-ENERGY-BUDGET
               PERFORM BOOK-GRANTED-DATE
               PERFORM UPDATE-REQUEST-MASTER
               PERFORM UPDATE-REQUESTER-PROFILE
               PERFORM WRITE-DECISION
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       SET-REQUESTED-DATE.
           MOVE RUN-DATE TO REQUEST-DATE
           MOVE 0 TO REQUEST-SLOT
           MOVE SPACES TO REQUEST-REQ-DATE
           MOVE SPACES TO REQUEST-REQ-SLOT
           IF REQUEST-TYPE NOT = "EMPRESTIMO"
               IF RQ-REQ-DATE IS NUMERIC
                   MOVE RQ-REQ-DATE TO REQUEST-DATE
                   MOVE RQ-REQ-DATE TO REQUEST-REQ-DATE
               END-IF
               PERFORM VARYING SLOT-IX FROM 1 BY 1
                       UNTIL SLOT-IX > CAL-SLOT-COUNT
                   IF CAL-SLOT-NAME(SLOT-IX) = RQ-REQ-SLOT
                       MOVE SLOT-IX TO REQUEST-SLOT
                       MOVE RQ-REQ-SLOT TO REQUEST-REQ-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-AUDIT-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTALS-FILE
           IF CT-STATUS = "35"

           OPEN INPUT REQ-MASTER-FILE
           IF RM-STATUS = "00"
               MOVE REQUEST-SOURCE     TO RM-SOURCE
               MOVE REPEAT-WINDOW-DATE TO RM-DATE
               START REQ-MASTER-FILE KEY IS NOT LESS THAN RM-SOURCE-KEY
                   INVALID KEY
                       MOVE "10" TO RM-STATUS
               END-START
               PERFORM UNTIL RM-STATUS NOT = "00"
                   READ REQ-MASTER-FILE NEXT RECORD
                   IF RM-STATUS = "02"
                       MOVE "00" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND RM-SOURCE NOT = REQUEST-SOURCE
                       MOVE "10" TO RM-STATUS
                   END-IF
                   IF RM-STATUS = "00"
                       AND RM-CONTENT = REQUEST-CONTENT
                       AND RM-MORE-CONTENT = REQUEST-MORE-CONTENT
                       AND RM-REQUEST-ID > REPEAT-OF-ID
                       MOVE "Y" TO REPEAT-HIT
                       MOVE RM-REQUEST-ID TO REPEAT-OF-ID
                   END-IF
                       MOVE RUN-DATE        TO RM-DATE
                       MOVE REQUEST-SOURCE  TO RM-SOURCE
                       MOVE REQUEST-CONTENT TO RM-CONTENT
                       MOVE REQUEST-MORE-CONTENT TO RM-MORE-CONTENT
                       MOVE "PENDING"       TO RM-LIFECYCLE
                       MOVE SPACES          TO RM-ALT-DATE
                       MOVE REQUEST-CHANNEL TO RM-CHANNEL
                       MOVE REPEAT-OF-ID    TO RM-PRIOR-ID
                       MOVE 0               TO RM-SLOT
                       MOVE SPACES          TO RM-REASON
                       MOVE REQUEST-REQ-DATE TO RM-REQ-DATE
                       MOVE REQUEST-REQ-SLOT TO RM-REQ-SLOT
                       WRITE REQ-MASTER-RECORD
                   NOT INVALID KEY
                       IF REQUEST-REQUEUE-ID > 0
                           MOVE RUN-DATE  TO RM-DATE
                           MOVE "PENDING" TO RM-LIFECYCLE
                           MOVE REQUEST-REQ-DATE TO RM-REQ-DATE
                           MOVE REQUEST-REQ-SLOT TO RM-REQ-SLOT
                           REWRITE REQ-MASTER-RECORD
                       ELSE
                           DISPLAY "Aviso: ID duplicado em "
                       EVALUATE PERMISSION-GRANTED
                           WHEN "S"
                               MOVE "GRANTED"  TO RM-LIFECYCLE
                               MOVE BOOK-SLOT  TO RM-SLOT
                           WHEN "D"
                               MOVE "DEFERRED" TO RM-LIFECYCLE
                               MOVE ALT-DATE   TO RM-ALT-DATE
                               MOVE ALT-SLOT   TO RM-SLOT
                           WHEN OTHER
                               MOVE "DENIED"   TO RM-LIFECYCLE
                               MOVE 0          TO RM-SLOT
                       END-EVALUATE
                       MOVE DECISION-REASON TO RM-REASON
                       REWRITE REQ-MASTER-RECORD
               END-READ
               CLOSE REQ-MASTER-FILE
           END-IF.

       CHECK-REQUESTER-REGISTRY.
           MOVE "U" TO REGISTRY-VERDICT
           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE = "35" AND SIM-MODE = "N"
               PERFORM SEED-REQ-REGISTRY
               OPEN INPUT REQ-REGISTRY-FILE
           END-IF
           IF RG-STATUS-CODE = "00"
               MOVE REQUEST-SOURCE TO RG-SOURCE
               READ REQ-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE RG-STATUS
                           WHEN "ATIVO"
                               MOVE "A" TO REGISTRY-VERDICT
                           WHEN "BLOQUEADO"
                               MOVE "B" TO REGISTRY-VERDICT
                               DISPLAY ">>> Fonte bloqueada no "
                                   "registo: " REQUEST-SOURCE
                           WHEN OTHER
                               MOVE "U" TO REGISTRY-VERDICT
                       END-EVALUATE
               END-READ
               CLOSE REQ-REGISTRY-FILE
           ELSE
               DISPLAY "Aviso: REQREGISTRY inacessivel. Estado: "
                   RG-STATUS-CODE
           END-IF.

       SEED-REQ-REGISTRY.
           DISPLAY "REQREGISTRY inexistente. A semear fonte FAMILIA."
           OPEN OUTPUT REQ-REGISTRY-FILE
           MOVE SPACES    TO REQ-REGISTRY-RECORD
           MOVE "FAMILIA" TO RG-SOURCE
           MOVE "FAMILIA" TO RG-CATEGORY
           MOVE "MAN"     TO RG-PREF-CHANNEL
           MOVE "ATIVO"   TO RG-STATUS
           MOVE RUN-DATE  TO RG-SINCE-DATE
           WRITE REQ-REGISTRY-RECORD
           CLOSE REQ-REGISTRY-FILE.

       ROUTE-TO-REVIEW.
           ADD 1 TO REVIEW-COUNT
           DISPLAY ">>> Fonte desconhecida: " REQUEST-SOURCE
               ". Pedido enviado para revisao, sem decisao."
           IF SIM-MODE = "N"
               OPEN EXTEND REVIEW-FILE
               IF RVW-STATUS = "35"
                   OPEN OUTPUT REVIEW-FILE
               END-IF
               MOVE SPACES TO REVIEW-LINE
               STRING RUN-DATE " | " REQUEST-CHANNEL " | "
                   REQUEST-SOURCE " | " REQUEST-CONTENT(1:40)
                   " | " REQUEST-TYPE " | FONTE DESCONHECIDA"
                   DELIMITED BY SIZE INTO REVIEW-LINE
               WRITE REVIEW-LINE
               CLOSE REVIEW-FILE
           END-IF.

       CHECK-AUTONOMY-STATUS.
           MOVE "N" TO EXTERNAL-CONTROL
           OPEN INPUT AUTONOMY-STATUS-FILE
           END-IF.

       EVALUATE-REQUEST.
           PERFORM PREPARE-EVAL-DAY
           MOVE REQUEST-DATE TO ALT-BASE-DATE
           MOVE 0 TO BOOK-SLOT
           MOVE 0 TO ALT-SLOT
           MOVE SPACES TO DECISION-REASON
           MOVE SPACES TO MSG-CODE
           MOVE SPACES TO MSG-DATE
           MOVE SPACES TO MSG-PERIOD
           IF REGISTRY-VERDICT = "B"
              MOVE "N" TO PERMISSION-GRANTED
              MOVE "REGISTO" TO DECISION-REASON
              MOVE "REGISTO" TO MSG-CODE
              MOVE "Fonte bloqueada no registo. Pedido recusado."
                  TO RESPONSE-MESSAGE
           ELSE
           IF REQUEST-DATE < RUN-DATE
              MOVE "N" TO PERMISSION-GRANTED
              MOVE "DATAPASS" TO DECISION-REASON
              MOVE "DATAPASS" TO MSG-CODE
              MOVE "Data pedida ja passou. Pedido recusado."
                  TO RESPONSE-MESSAGE
           ELSE
              MOVE "N" TO LOAN-OVERDUE-HIT
              IF REQUEST-TYPE = "EMPRESTIMO"
                  PERFORM CHECK-OVERDUE-LOANS
              END-IF
              PERFORM MATCH-DECISION-RULE
              PERFORM APPLY-DECISION-RULE
           END-IF
           END-IF.

       PREPARE-EVAL-DAY.
           MOVE TODAY-MENTAL   TO MENTAL-STATE
           MOVE TODAY-PHYSICAL TO PHYSICAL-LIMIT
           IF REQUEST-DATE NOT > RUN-DATE
               MOVE TODAY-SLOT-TABLE TO EVAL-SLOT-TABLE
               MOVE CURRENT-DAY TO EVAL-DAY
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PLAN-COUNT
                   IF PL-DATE(I) = REQUEST-DATE
                       MOVE PL-MENTAL(I)   TO MENTAL-STATE
                       MOVE PL-PHYSICAL(I) TO PHYSICAL-LIMIT
                   END-IF
               END-PERFORM
               PERFORM LOOKUP-REQUESTED-DATE
               DISPLAY ">>> Data pedida " REQUEST-DATE ": " EVAL-DAY
                   " / " MENTAL-STATE
           END-IF
           PERFORM FIND-EVAL-FREE-SLOT.

       LOOKUP-REQUESTED-DATE.
           MOVE "LIVRE" TO EVAL-DAY
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
               MOVE "LIVRE" TO EVAL-SLOT(SLOT-IX)
           END-PERFORM
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               MOVE REQUEST-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DAY-STATUS TO EVAL-DAY
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE CAL-SLOT-STATUS(SLOT-IX)
                               TO EVAL-SLOT(SLOT-IX)
                       END-PERFORM
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.

       FIND-EVAL-FREE-SLOT.
           MOVE 0 TO EVAL-FREE-SLOT
           PERFORM VARYING SLOT-IX FROM 1 BY 1
                   UNTIL SLOT-IX > CAL-SLOT-COUNT
                      OR EVAL-FREE-SLOT > 0
               IF EVAL-SLOT(SLOT-IX) NOT = "OCUPADO"
                   AND EVAL-SLOT(SLOT-IX) NOT = "RESERVADO"
                   AND (REQUEST-SLOT = 0 OR REQUEST-SLOT = SLOT-IX)
                   MOVE SLOT-IX TO EVAL-FREE-SLOT
               END-IF
           END-PERFORM
           IF EVAL-FREE-SLOT > 0
               MOVE "LIVRE" TO EVAL-DAY
           ELSE
               IF EVAL-DAY NOT = "RESERVADO"
                   MOVE "OCUPADO" TO EVAL-DAY
               END-IF
           END-IF.

       MATCH-DECISION-RULE.
           MOVE 0 TO MATCHED-RULE
           IF EVAL-FREE-SLOT > 0
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
           END-PERFORM.

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
           IF RT-CONTROL(I) = "Y"
               IF CONTROL-HIT = "N"
                   MOVE "N" TO RULE-HOLDS
               END-IF
           ELSE
               IF RT-CONTROL(I) NOT = "*" AND RT-CONTROL(I) NOT = SPACE
                   AND RT-CONTROL(I) NOT = CONTROL-HIT
                   MOVE "N" TO RULE-HOLDS
               END-IF
           END-IF
           IF RT-DAY(I) NOT = "*" AND RT-DAY(I) NOT = SPACE
               AND RT-DAY(I) NOT = EVAL-DAY-FLAG
               MOVE "N" TO RULE-HOLDS
           END-IF
           IF RT-OVERDUE(I) NOT = "*" AND RT-OVERDUE(I) NOT = SPACE
               AND RT-OVERDUE(I) NOT = LOAN-OVERDUE-HIT
               MOVE "N" TO RULE-HOLDS
           END-IF.

       APPLY-DECISION-RULE.
           IF MATCHED-RULE = 0
               MOVE "N" TO PERMISSION-GRANTED
               MOVE "SEMREGRA" TO DECISION-REASON
               MOVE "SEMREGRA" TO MSG-CODE
               MOVE "Nenhuma regra aplicavel. Pedido recusado."
                   TO RESPONSE-MESSAGE
           ELSE
               MOVE RT-REASON(MATCHED-RULE) TO DECISION-REASON
               MOVE RT-SEQ(MATCHED-RULE) TO RULE-SEQ-EDIT
               MOVE SPACES TO MSG-CODE-BASE
               STRING "REGRA" RULE-SEQ-EDIT
                   DELIMITED BY SIZE INTO MSG-CODE-BASE
               DISPLAY ">>> Regra " RT-SEQ(MATCHED-RULE) " ("
                   RT-REASON(MATCHED-RULE) ") decide "
                   RT-OUTCOME(MATCHED-RULE)
               EVALUATE RT-OUTCOME(MATCHED-RULE)
                   WHEN "S"
                       PERFORM GRANT-BY-RULE
                   WHEN "D"
                       MOVE RT-MESSAGE(MATCHED-RULE) TO DEFER-PREFIX
                       PERFORM DEFER-BY-RULE
                   WHEN OTHER
                       MOVE "N" TO PERMISSION-GRANTED
                       MOVE MSG-CODE-BASE TO MSG-CODE
                       MOVE RT-MESSAGE(MATCHED-RULE)
                           TO RESPONSE-MESSAGE
               END-EVALUATE
           END-IF.

       GRANT-BY-RULE.
           IF REQUEST-TYPE = "EMPRESTIMO"
               MOVE "S" TO PERMISSION-GRANTED
               MOVE "EMPRESTOK" TO MSG-CODE
               MOVE LOAN-DUE-DATE TO MSG-DATE
               MOVE SPACES TO RESPONSE-MESSAGE
               STRING "Emprestimo combinado. Devolver ate "
                   LOAN-DUE-DATE "."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           ELSE
           IF EVAL-FREE-SLOT = 0
               IF REQUEST-PRIORITY = "U"
                   MOVE "N" TO PERMISSION-GRANTED
                   MOVE "SEMPERURG" TO MSG-CODE
                   MOVE "Urgente mas sem periodo livre. Recusado."
                       TO RESPONSE-MESSAGE
               ELSE
                   MOVE "Dia sem periodo livre." TO DEFER-PREFIX
                   MOVE "SEMPER" TO MSG-CODE-BASE
                   PERFORM DEFER-BY-RULE
               END-IF
           ELSE
           IF REQUEST-TYPE = "CHAMADA"
               PERFORM GRANT-CALL
           ELSE
               PERFORM GRANT-FREE-DAY
           END-IF
           END-IF
           END-IF.

       DEFER-BY-RULE.
           COMPUTE DEFER-PREFIX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DEFER-PREFIX TRAILING))
           PERFORM FIND-ALTERNATIVE-DATE
           MOVE SPACES TO RESPONSE-MESSAGE
           MOVE SPACES TO MSG-CODE
           IF ALT-DATE-FOUND = "Y"
               MOVE "D" TO PERMISSION-GRANTED
               STRING MSG-CODE-BASE DELIMITED BY SPACE
                   "D" DELIMITED BY SIZE INTO MSG-CODE
               MOVE ALT-DATE TO MSG-DATE
               MOVE CAL-SLOT-NAME(ALT-SLOT) TO MSG-PERIOD
               STRING DEFER-PREFIX(1:DEFER-PREFIX-LEN)
                   " Data alternativa: " ALT-DATE " "
                   CAL-SLOT-NAME(ALT-SLOT)
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           ELSE
               MOVE "N" TO PERMISSION-GRANTED
               STRING MSG-CODE-BASE DELIMITED BY SPACE
                   "X" DELIMITED BY SIZE INTO MSG-CODE
               STRING DEFER-PREFIX(1:DEFER-PREFIX-LEN)
                   " Sem data alternativa em breve."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           END-IF.

       GRANT-CALL.
           MOVE "S" TO PERMISSION-GRANTED
           MOVE EVAL-FREE-SLOT TO BOOK-SLOT
           MOVE SPACES TO RESPONSE-MESSAGE
           MOVE REQUEST-DATE TO MSG-DATE
           MOVE CAL-SLOT-NAME(BOOK-SLOT) TO MSG-PERIOD
           IF REQUEST-DATE = RUN-DATE
               MOVE "CHAMHOJE" TO MSG-CODE
               STRING "Chamada aceite. Falamos hoje de "
                   CAL-SLOT-NAME(BOOK-SLOT) "."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           ELSE
               MOVE "CHAMDATA" TO MSG-CODE
               STRING "Chamada aceite. Falamos a " REQUEST-DATE
                   " de " CAL-SLOT-NAME(BOOK-SLOT) "."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           END-IF.

       GRANT-FREE-DAY.
           MOVE "S" TO PERMISSION-GRANTED
           MOVE EVAL-FREE-SLOT TO BOOK-SLOT
           MOVE SPACES TO RESPONSE-MESSAGE
           MOVE REQUEST-DATE TO MSG-DATE
           MOVE CAL-SLOT-NAME(BOOK-SLOT) TO MSG-PERIOD
           IF REQUEST-DATE = RUN-DATE
               MOVE "VISHOJE" TO MSG-CODE
               STRING "Visita aceite hoje ("
                   CAL-SLOT-NAME(BOOK-SLOT)
                   ") com consentimento livre."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           ELSE
               MOVE "VISDATA" TO MSG-CODE
               STRING "Visita aceite para " REQUEST-DATE " ("
                   CAL-SLOT-NAME(BOOK-SLOT)
                   ") com consentimento livre."
                   DELIMITED BY SIZE INTO RESPONSE-MESSAGE
           END-IF.

       LOAD-CONTROL-PHRASES.
           OPEN INPUT CTRL-PHRASE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPL-TEXT = SPACES
                           DISPLAY "Aviso: linha em branco em "
                               "CTRLPHRASES ignorada."
                       ELSE
                           IF CPHRASE-COUNT < 50
                               ADD 1 TO CPHRASE-COUNT
                               MOVE CPL-TEXT
                                   TO CP-TEXT(CPHRASE-COUNT)
                               COMPUTE CP-LEN(CPHRASE-COUNT) =
                                   FUNCTION LENGTH
                                       (FUNCTION TRIM(CPL-TEXT))
                               IF CPL-WEIGHT IS NUMERIC
                                   AND CPL-WEIGHT-N > 0
                                   MOVE CPL-WEIGHT-N
                                       TO CP-WEIGHT(CPHRASE-COUNT)
                               ELSE
                                   MOVE 1 TO CP-WEIGHT(CPHRASE-COUNT)
                               END-IF
                           ELSE
                               PERFORM REPORT-PHRASE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTRL-PHRASE-FILE.

       REPORT-PHRASE-OVERFLOW.
           IF PHRASE-OVERFLOW = "N"
               MOVE "Y" TO PHRASE-OVERFLOW
               DISPLAY "CTRLPHRASES excede 50 frases. Execucao "
                   "interrompida: " CPL-TEXT
               MOVE 8 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       SEED-CTRL-PHRASES.
           DISPLAY "CTRLPHRASES inexistente. A semear frases."
           OPEN OUTPUT CTRL-PHRASE-FILE
           MOVE SPACES TO CTRL-PHRASE-LINE
           MOVE "DEVES" TO CPL-TEXT
           MOVE 2 TO CPL-WEIGHT-N
           WRITE CTRL-PHRASE-LINE
           MOVE "TINHAS QUE" TO CPL-TEXT
           MOVE 3 TO CPL-WEIGHT-N
           WRITE CTRL-PHRASE-LINE
           CLOSE CTRL-PHRASE-FILE.

       LOAD-CONTROL-BANDS.
           OPEN INPUT CTRL-BAND-FILE
           IF CB-STATUS = "35"
               DISPLAY "CTRLBANDS inexistente. A semear limiares."
               OPEN OUTPUT CTRL-BAND-FILE
               MOVE SPACES TO CTRL-BAND-RECORD
               MOVE 1 TO CB-LOW
               MOVE 3 TO CB-MEDIUM
               MOVE 6 TO CB-HIGH
               WRITE CTRL-BAND-RECORD
               CLOSE CTRL-BAND-FILE
               OPEN INPUT CTRL-BAND-FILE
           END-IF
           MOVE SPACES TO CTRL-BAND-RECORD
           IF CB-STATUS = "00"
               READ CTRL-BAND-FILE
                   AT END
                       MOVE SPACES TO CTRL-BAND-RECORD
               END-READ
               CLOSE CTRL-BAND-FILE
           END-IF
           IF CB-LOW IS NOT NUMERIC OR CB-MEDIUM IS NOT NUMERIC
              OR CB-HIGH IS NOT NUMERIC
              OR CB-LOW = 0
              OR CB-MEDIUM < CB-LOW OR CB-HIGH < CB-MEDIUM
               DISPLAY "Aviso: CTRLBANDS invalido. Assumidos "
                   "limiares 1/3/6."
               MOVE 1 TO CB-LOW
               MOVE 3 TO CB-MEDIUM
               MOVE 6 TO CB-HIGH
           END-IF.

       SCREEN-REQUEST-CONTENT.
           MOVE "N" TO CONTROL-HIT
           MOVE 0 TO CONTROL-POINTS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CPHRASE-COUNT
               MOVE 0 TO WS-TEMP-HITS
               CALL "PHRASE-MATCH" USING CP-TEXT(I) CP-LEN(I)
                   REQUEST-TEXT WS-TEMP-HITS
               COMPUTE CONTROL-POINTS = CONTROL-POINTS
                   + WS-TEMP-HITS * CP-WEIGHT(I)
           END-PERFORM
           IF CONTROL-POINTS > 999
               MOVE 999 TO CONTROL-SCORE
           ELSE
               MOVE CONTROL-POINTS TO CONTROL-SCORE
           END-IF
           EVALUATE TRUE
               WHEN CONTROL-SCORE >= CB-HIGH
                   MOVE "A" TO CONTROL-HIT
               WHEN CONTROL-SCORE >= CB-MEDIUM
                   MOVE "M" TO CONTROL-HIT
               WHEN CONTROL-SCORE >= CB-LOW
                   MOVE "B" TO CONTROL-HIT
               WHEN OTHER
                   MOVE "N" TO CONTROL-HIT
           END-EVALUATE
           IF CONTROL-HIT NOT = "N"
               DISPLAY ">>> Linguagem controladora no pedido. "
                   "Pontuacao " CONTROL-SCORE " (faixa "
                   CONTROL-HIT ")."
           END-IF.

       LOAD-REQUESTER-PROFILE.
                           DISPLAY ">>> Fonte com faltas repetidas: "
                               REQUEST-SOURCE
                       END-IF
                       IF RP-OVERDUE >= 3
                           MOVE "Y" TO PROFILE-STRICT
                           DISPLAY ">>> Fonte com emprestimos em "
                               "atraso: " REQUEST-SOURCE
                       END-IF
                       IF RP-INCIDENTS >= 3
                           MOVE "Y" TO PROFILE-STRICT
                           DISPLAY ">>> Fonte com incidentes em "
                               "aberto: " REQUEST-SOURCE
                       END-IF
               END-READ
               CLOSE REQ-PROFILE-FILE
           END-IF.
                       MOVE 0 TO RP-PRESSURE
                       MOVE 0 TO RP-REPEATS
                       MOVE 0 TO RP-NOSHOWS
                       MOVE 0 TO RP-OVERDUE
                       MOVE 0 TO RP-INCIDENTS
                       PERFORM BUMP-PROFILE-COUNTERS
                       WRITE REQ-PROFILE-RECORD
                   NOT INVALID KEY
               WHEN OTHER
                   ADD 1 TO RP-DENIALS
           END-EVALUATE
           IF CONTROL-HIT = "M" OR CONTROL-HIT = "A"
               ADD 1 TO RP-PRESSURE
           END-IF
           IF REPEAT-HIT = "Y"
           WRITE PORT-RULES-RECORD
           CLOSE PORT-RULES-FILE.

       LOAD-DECISION-RULES.
           MOVE 0 TO RULE-COUNT
           OPEN INPUT DECISION-RULES-FILE
           IF DR-STATUS = "35" AND SIM-MODE = "N"
               PERFORM SEED-DECISION-RULES
               OPEN INPUT DECISION-RULES-FILE
           END-IF
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
                   DECISION-RULES-NAME ". Pedidos serao recusados."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY ">>> Regras de decisao carregadas: " RULE-COUNT
           END-IF.

       STORE-DECISION-RULE.
           IF DR-OUTCOME NOT = "S" AND DR-OUTCOME NOT = "N"
               AND DR-OUTCOME NOT = "D"
              OR DR-REASON = SPACES
               DISPLAY "Aviso: regra " DR-SEQ " invalida (resultado "
                   "ou motivo). Ignorada."
           ELSE
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
               IF DR-MESSAGE = SPACES
                   IF DR-OUTCOME = "D"
                       MOVE "Dia indisponivel."
                           TO RT-MESSAGE(RULE-COUNT)
                   ELSE
                       MOVE "Pedido recusado."
                           TO RT-MESSAGE(RULE-COUNT)
                   END-IF
               END-IF
           ELSE
               DISPLAY "Aviso: DECISIONRULES excede 50 regras. "
                   "Ignorada: " DR-SEQ
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF
           END-IF.

       SEED-DECISION-RULES.
           DISPLAY "DECISIONRULES inexistente. A semear regras."
           OPEN OUTPUT DECISION-RULES-FILE
           PERFORM NEW-SEED-RULE
           MOVE 010 TO DR-SEQ
           MOVE "Y" TO DR-EXTERNAL
           MOVE "N" TO DR-OUTCOME
           MOVE "EXTCTRL" TO DR-REASON
           MOVE "Controlo externo sinalizado. Visita recusada."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 020 TO DR-SEQ
           MOVE "Y" TO DR-PORT-ALERT
           MOVE "N" TO DR-OUTCOME
           MOVE "PORTA" TO DR-REASON
           MOVE "Porta emocional em alerta. Visita recusada."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 030 TO DR-SEQ
           MOVE "Y" TO DR-PROFILE
           MOVE "N" TO DR-OUTCOME
           MOVE "PERFIL" TO DR-REASON
           MOVE "Padrao de pressao recente. Pedido recusado."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 040 TO DR-SEQ
           MOVE "SOBRECARGA" TO DR-MENTAL
           MOVE "N" TO DR-OUTCOME
           MOVE "SAUDEMEN" TO DR-REASON
           MOVE "Prioridade a saude mental. Pedido recusado."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 050 TO DR-SEQ
           MOVE "EM RECUPERAÇÃO" TO DR-PHYSICAL
           MOVE "VISITA" TO DR-TYPE
           MOVE "N" TO DR-OUTCOME
           MOVE "SAUDEFIS" TO DR-REASON
           MOVE "Prioridade a saude fisica. Pedido recusado."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 060 TO DR-SEQ
           MOVE "EM RECUPERAÇÃO" TO DR-PHYSICAL
           MOVE "EMPRESTIMO" TO DR-TYPE
           MOVE "N" TO DR-OUTCOME
           MOVE "SAUDEFIS" TO DR-REASON
           MOVE "Prioridade a saude fisica. Pedido recusado."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 070 TO DR-SEQ
           MOVE "A" TO DR-CONTROL
           MOVE "N" TO DR-OUTCOME
           MOVE "TOMCTRL" TO DR-REASON
           MOVE "Tom controlador forte. Pedido recusado."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 075 TO DR-SEQ
           MOVE "M" TO DR-CONTROL
           MOVE "D" TO DR-OUTCOME
           MOVE "TOMCTRL" TO DR-REASON
           MOVE "Tom controlador detetado." TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 080 TO DR-SEQ
           MOVE "CHAMADA" TO DR-TYPE
           MOVE "L" TO DR-DAY
           MOVE "S" TO DR-OUTCOME
           MOVE "LIVRE" TO DR-REASON
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 090 TO DR-SEQ
           MOVE "CHAMADA" TO DR-TYPE
           MOVE "U" TO DR-PRIORITY
           MOVE "N" TO DR-OUTCOME
           MOVE "URGENTE" TO DR-REASON
           MOVE "Urgente mas sem periodo livre. Recusado." TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 100 TO DR-SEQ
           MOVE "CHAMADA" TO DR-TYPE
           MOVE "D" TO DR-OUTCOME
           MOVE "SEMVAGA" TO DR-REASON
           MOVE "Dia sem periodo livre." TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 110 TO DR-SEQ
           MOVE "EMPRESTIMO" TO DR-TYPE
           MOVE "Y" TO DR-OVERDUE
           MOVE "N" TO DR-OUTCOME
           MOVE "ATRASO" TO DR-REASON
           MOVE "Emprestimo anterior por devolver. Recusado."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 130 TO DR-SEQ
           MOVE "EMPRESTIMO" TO DR-TYPE
           MOVE "S" TO DR-OUTCOME
           MOVE "EMPREST" TO DR-REASON
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 140 TO DR-SEQ
           MOVE "O" TO DR-DAY
           MOVE "U" TO DR-PRIORITY
           MOVE "N" TO DR-OUTCOME
           MOVE "URGENTE" TO DR-REASON
           MOVE "Urgente mas dia impossivel. Visita recusada."
               TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 150 TO DR-SEQ
           MOVE "O" TO DR-DAY
           MOVE "D" TO DR-OUTCOME
           MOVE "SEMVAGA" TO DR-REASON
           MOVE "Dia sem periodo livre." TO DR-MESSAGE
           WRITE DECISION-RULE-RECORD
           PERFORM NEW-SEED-RULE
           MOVE 180 TO DR-SEQ
           MOVE "S" TO DR-OUTCOME
           MOVE "LIVRE" TO DR-REASON
           WRITE DECISION-RULE-RECORD
           CLOSE DECISION-RULES-FILE.

       NEW-SEED-RULE.
           MOVE SPACES TO DECISION-RULE-RECORD
           MOVE "*" TO DR-MENTAL
           MOVE "*" TO DR-PHYSICAL
           MOVE "*" TO DR-EXTERNAL
           MOVE "*" TO DR-PORT-ALERT
           MOVE "*" TO DR-PROFILE
           MOVE "*" TO DR-TYPE
           MOVE "*" TO DR-PRIORITY
           MOVE "*" TO DR-CONTROL
           MOVE "*" TO DR-DAY
           MOVE "*" TO DR-OVERDUE.

       FIND-ALTERNATIVE-DATE.
           MOVE "N" TO ALT-DATE-FOUND
           MOVE 0 TO ALT-SLOT
           MOVE ALT-BASE-DATE TO RUN-DATE-NUM
           COMPUTE WS-BASE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

                   INVALID KEY
                       MOVE "Y" TO ALT-DATE-FOUND
                       MOVE CANDIDATE-DATE TO ALT-DATE
                       MOVE 1 TO ALT-SLOT
                   NOT INVALID KEY
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                                  OR ALT-DATE-FOUND = "Y"
                           IF CAL-SLOT-STATUS(SLOT-IX) NOT = "OCUPADO"
                               AND CAL-SLOT-STATUS(SLOT-IX)
                                   NOT = "RESERVADO"
                               MOVE "Y" TO ALT-DATE-FOUND
                               MOVE CANDIDATE-DATE TO ALT-DATE
                               MOVE SLOT-IX TO ALT-SLOT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       BOOK-GRANTED-DATE.
           IF PERMISSION-GRANTED NOT = "S"
               MOVE 0 TO BOOK-SLOT
           END-IF
           IF SIM-MODE = "Y"
               IF PERMISSION-GRANTED = "S"
                   AND BOOK-SLOT > 0
                   AND REQUEST-DATE = RUN-DATE
                   MOVE "RESERVADO" TO TODAY-SLOT(BOOK-SLOT)
                   MOVE "RESERVADO" TO CURRENT-DAY
                   PERFORM FIND-TODAY-FREE-SLOT
               END-IF
           ELSE
               IF PERMISSION-GRANTED = "S"
                   AND BOOK-SLOT > 0
                   MOVE REQUEST-DATE TO BOOKING-DATE
                   MOVE BOOK-SLOT TO BOOKING-SLOT
                   PERFORM RESERVE-CALENDAR-DATE
                   IF REQUEST-DATE = RUN-DATE
                       MOVE "RESERVADO" TO TODAY-SLOT(BOOK-SLOT)
                       MOVE "RESERVADO" TO CURRENT-DAY
                       PERFORM FIND-TODAY-FREE-SLOT
                   END-IF
               END-IF
               IF PERMISSION-GRANTED = "S"
                   AND REQUEST-TYPE = "EMPRESTIMO"
                   PERFORM RECORD-LOAN
               END-IF
               IF PERMISSION-GRANTED = "D"
                   MOVE ALT-DATE TO BOOKING-DATE
                   MOVE ALT-SLOT TO BOOKING-SLOT
                   PERFORM RESERVE-CALENDAR-DATE
                   PERFORM RECORD-DEFERRAL
               END-IF
               IF REQUEST-TYPE = "VISITA"
                   AND PERMISSION-GRANTED NOT = "S"
                   AND EVAL-FREE-SLOT = 0
                   AND EVAL-DAY-FLAG = "O"
                   AND REQUEST-DATE NOT < RUN-DATE
                   AND (DECISION-REASON = "SEMVAGA"
                     OR DECISION-REASON = "URGENTE")
                   PERFORM JOIN-WAITLIST
               END-IF
           END-IF.

       RECORD-DEFERRAL.
           MOVE REQUEST-ID      TO DF-REQUEST-ID
           MOVE REQUEST-SOURCE  TO DF-SOURCE
           MOVE REQUEST-CONTENT TO DF-CONTENT
           MOVE ALT-SLOT        TO DF-SLOT
           MOVE REQUEST-TYPE    TO DF-TYPE
           WRITE DEFERRAL-RECORD
           CLOSE DEFERRAL-FILE
           DISPLAY ">>> Pedido adiado registado para " ALT-DATE " "
               CAL-SLOT-NAME(ALT-SLOT) ".".

       JOIN-WAITLIST.
           OPEN EXTEND WAITLIST-FILE
           IF WAIT-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
           END-IF
           MOVE SPACES TO WAITLIST-RECORD
           MOVE REQUEST-DATE    TO WL-PREF-DATE
           MOVE REQUEST-SLOT    TO WL-PREF-SLOT
           MOVE REQUEST-ID      TO WL-REQUEST-ID
           MOVE REQUEST-SOURCE  TO WL-SOURCE
           MOVE REQUEST-CONTENT TO WL-CONTENT
           MOVE RUN-DATE        TO WL-JOIN-DATE
           MOVE "ESPERA"        TO WL-STATE
           MOVE 0               TO WL-OFFER-SLOT
           WRITE WAITLIST-RECORD
           CLOSE WAITLIST-FILE
           DISPLAY ">>> Pedido em lista de espera para " REQUEST-DATE
               ".".

       RESERVE-CALENDAR-DATE.
           OPEN I-O CALENDAR-FILE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE BOOKING-DATE TO CAL-DATE
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                       END-PERFORM
                       MOVE "RESERVADO"
                           TO CAL-SLOT-STATUS(BOOKING-SLOT)
                       PERFORM SET-DAY-SUMMARY
                       WRITE CALENDAR-RECORD
                   NOT INVALID KEY
                       IF CAL-SLOT-STATUS(BOOKING-SLOT) = "LIVRE"
                           MOVE "RESERVADO"
                               TO CAL-SLOT-STATUS(BOOKING-SLOT)
                           PERFORM SET-DAY-SUMMARY
                           REWRITE CALENDAR-RECORD
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
               DISPLAY ">>> Data " BOOKING-DATE " "
                   CAL-SLOT-NAME(BOOKING-SLOT)
                   " marcada como RESERVADO."
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

       WRITE-DECISION.
           DISPLAY ">>> Fonte do pedido: " REQUEST-SOURCE
           DISPLAY ">>> Conteudo do pedido: " REQUEST-CONTENT
           IF REQUEST-MORE-CONTENT NOT = SPACES
               DISPLAY ">>> Continuacao do pedido: "
                   FUNCTION TRIM(REQUEST-MORE-CONTENT)
           END-IF
           DISPLAY ">>> Permissao concedida? " PERMISSION-GRANTED
           DISPLAY ">>> Resposta final: " RESPONSE-MESSAGE

           MOVE SPACES TO SLOT-LABEL
           IF PERMISSION-GRANTED = "S" AND BOOK-SLOT > 0
               STRING REQUEST-DATE "/" CAL-SLOT-NAME(BOOK-SLOT)
                   DELIMITED BY SIZE INTO SLOT-LABEL
           END-IF
           IF PERMISSION-GRANTED = "D" AND ALT-SLOT > 0
               STRING ALT-DATE "/" CAL-SLOT-NAME(ALT-SLOT)
                   DELIMITED BY SIZE INTO SLOT-LABEL
           END-IF

           MOVE SPACES TO DECISION-OUTPUT-LINE
           STRING REQUEST-ID " | " REQUEST-SOURCE " | "
               REQUEST-CONTENT " | "
               PERMISSION-GRANTED " | " RESPONSE-MESSAGE
               " | TIPO=" REQUEST-TYPE "/" REQUEST-PRIORITY
               " | CTRL=" CONTROL-HIT "/" CONTROL-SCORE
               " | CANAL=" REQUEST-CHANNEL
               " | REPETE=" REPEAT-HIT "/" REPEAT-OF-ID
               " | SLOT=" SLOT-LABEL
               " | MOTIVO=" DECISION-REASON
               " | MSG=" MSG-CODE "/" MSG-DATE "/" MSG-PERIOD
               DELIMITED BY SIZE INTO DECISION-OUTPUT-LINE
           WRITE DECISION-OUTPUT-LINE.

               " | CTRL=" CONTROL-HIT
               " | CANAL=" REQUEST-CHANNEL
               " | REPETE=" REPEAT-HIT "/" REPEAT-OF-ID
               " | MOTIVO=" DECISION-REASON
               DELIMITED BY SIZE INTO AUDIT-LINE
           MOVE "REQAUDIT" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO AUDIT-WRITTEN.

           MOVE 0 TO RQ-REQUEUE-ID
           WRITE REQUEST-QUEUE-RECORD
           CLOSE REQUEST-QUEUE-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO AUTONOMY-STATUS-NAME
           STRING "DATA/AUTONOMYSTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUTONOMY-STATUS-NAME
           MOVE SPACES TO PORT-FILE-NAME
           STRING "DATA/PORTFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-FILE-NAME
           MOVE SPACES TO DEFERRAL-NAME
           STRING "DATA/DEFERRALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFERRAL-NAME
           MOVE SPACES TO WAITLIST-NAME
           STRING "DATA/WAITLIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WAITLIST-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO CTRL-PHRASE-NAME
           STRING "DATA/CTRLPHRASES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CTRL-PHRASE-NAME
           MOVE SPACES TO CTRL-BAND-NAME
           STRING "DATA/CTRLBANDS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CTRL-BAND-NAME
           MOVE SPACES TO MEASURES-NAME
           STRING "DATA/AUTONOMYMEASURES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO MEASURES-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO ENERGY-BUDGET-NAME
           STRING "DATA/ENERGYBUDGET" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-BUDGET-NAME
           MOVE SPACES TO ENERGY-LEDGER-NAME
           STRING "DATA/ENERGYLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-LEDGER-NAME
           MOVE SPACES TO LOAN-LEDGER-NAME
           STRING "DATA/LOANLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOAN-LEDGER-NAME
           MOVE SPACES TO STATE-PLAN-NAME
           STRING "DATA/STATEPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-PLAN-NAME
           MOVE SPACES TO LOAN-POLICY-NAME
           STRING "DATA/LOANPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOAN-POLICY-NAME
           MOVE SPACES TO REVIEW-NAME
           STRING "DATA/REQREVIEW" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REVIEW-NAME
           MOVE SPACES TO REQUEST-QUEUE-NAME
           STRING "DATA/REQQUEUE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQUEST-QUEUE-NAME
           MOVE SPACES TO DECISION-OUT-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-OUT-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO PORT-RULES-NAME
           STRING "DATA/PORTRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-RULES-NAME
           MOVE SPACES TO DECISION-RULES-NAME
           STRING "DATA/DECISIONRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-RULES-NAME.
