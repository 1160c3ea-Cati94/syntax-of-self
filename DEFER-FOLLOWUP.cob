       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-FILE ASSIGN USING DEFERRAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.

           SELECT DEFER-DECISION-FILE ASSIGN USING DEFER-DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DD-STATUS.

           SELECT CALENDAR-FILE ASSIGN USING CALENDAR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS CAL-STATUS.

           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT REQ-MASTER-FILE ASSIGN USING REQ-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-REQUEST-ID
               ALTERNATE RECORD KEY IS RM-SOURCE-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS RM-LIFECYCLE WITH DUPLICATES
               FILE STATUS IS RM-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STATUS.

           SELECT ENERGY-BUDGET-FILE ASSIGN USING ENERGY-BUDGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EB-STATUS.

           SELECT ENERGY-LEDGER-FILE ASSIGN USING ENERGY-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRAL-FILE.
           05 DF-SOURCE       PIC X(20).
           05 FILLER          PIC X.
           05 DF-CONTENT      PIC X(50).
           05 FILLER          PIC X.
           05 DF-SLOT         PIC 9.
           05 FILLER          PIC X.
           05 DF-TYPE         PIC X(10).

       FD  REQ-MASTER-FILE.
           COPY REQMAST.

       FD  DEFER-DECISION-FILE.
       01  DEFER-DECISION-LINE     PIC X(160).

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  AUDIT-FILE.
       01  AUDIT-LINE          PIC X(300).

       FD  DAILY-STATE-FILE.
           COPY DAILYST.
       FD  CONTROL-TOTALS-FILE.
           COPY CTLTOT.

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
       01 DF-STATUS            PIC XX.
       01 DD-STATUS            PIC XX.
       01 AUD-STATUS           PIC XX.
       01 DS-STATUS            PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       COPY LOGSEAL.
       01 MENTAL-STATE         PIC X(20).
       01 PHYSICAL-LIMIT       PIC X(20).
       01 PERMISSION-GRANTED   PIC X.
       01 NEW-LIFECYCLE        PIC X(10).
       01 CT-STATUS            PIC XX.
       01 AUDIT-WRITTEN        PIC 9(6) VALUE 0.
       01 SLOT-IX              PIC 9.
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

           COPY CALSLOT.

       01 DEFERRAL-TABLE.
           05 DEFERRAL-COUNT   PIC 9(4) VALUE 0.
               10 DT-REQ-ID    PIC 9(6).
               10 DT-SOURCE    PIC X(20).
               10 DT-CONTENT   PIC X(50).
               10 DT-SLOT      PIC 9.
               10 DT-TYPE      PIC X(10).
       COPY PERSONCTX.
       01 DEFERRAL-NAME        PIC X(40).
       01 DEFER-DECISION-NAME  PIC X(40).
       01 CALENDAR-NAME        PIC X(40).
       01 AUDIT-NAME           PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 REQ-MASTER-NAME      PIC X(40).
       01 CONTROL-TOTALS-NAME  PIC X(40).
       01 ENERGY-BUDGET-NAME   PIC X(40).
       01 ENERGY-LEDGER-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== SEGUIMENTO DE PEDIDOS ADIADOS ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           PERFORM LOAD-DEFERRAL-TABLE
           IF DEFERRAL-COUNT = 0
               DISPLAY "Sem pedidos adiados pendentes."
               GOBACK
           END-IF
           PERFORM LOAD-DAILY-STATE
           PERFORM LOAD-ENERGY-BUDGET
           PERFORM PROCESS-DEFERRALS
           PERFORM REWRITE-PENDING-DEFERRALS
           DISPLAY "Adiados reavaliados: " DUE-COUNT
                                   TO DT-SOURCE(DEFERRAL-COUNT)
                               MOVE DF-CONTENT
                                   TO DT-CONTENT(DEFERRAL-COUNT)
                               IF DF-SLOT IS NUMERIC
                                   AND DF-SLOT <= CAL-SLOT-COUNT
                                   MOVE DF-SLOT
                                       TO DT-SLOT(DEFERRAL-COUNT)
                               ELSE
                                   MOVE 0 TO DT-SLOT(DEFERRAL-COUNT)
                               END-IF
                               IF DF-TYPE = SPACES
                                   MOVE "VISITA"
                                       TO DT-TYPE(DEFERRAL-COUNT)
                               ELSE
                                   MOVE DF-TYPE
                                       TO DT-TYPE(DEFERRAL-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "Aviso: DEFERRALS excede 100 "
                                   "entradas. Ignorada: " DF-SOURCE
           MOVE DS-MENTAL-STATE   TO MENTAL-STATE
           MOVE DS-PHYSICAL-LIMIT TO PHYSICAL-LIMIT.

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
           IF MENTAL-STATE = "SOBRECARGA"
               COMPUTE ENERGY-ALLOWANCE =
                   ENERGY-ALLOWANCE * PCT-SOBRECARGA / 100
           END-IF
           IF PHYSICAL-LIMIT = "EM RECUPERAÇÃO"
               COMPUTE ENERGY-ALLOWANCE =
                   ENERGY-ALLOWANCE * PCT-RECUPERACAO / 100
           END-IF.

       SUM-ENERGY-WEEK.
           EVALUATE DT-TYPE(I)
               WHEN "CHAMADA"
                   MOVE COST-CHAMADA TO ENERGY-COST
               WHEN "EMPRESTIMO"
                   MOVE COST-EMPRESTIMO TO ENERGY-COST
               WHEN OTHER
                   MOVE COST-VISITA TO ENERGY-COST
           END-EVALUATE
           MOVE DT-DUE-DATE(I) TO ENERGY-DATE-NUM
           COMPUTE ENERGY-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ENERGY-DATE-NUM)
           COMPUTE ENERGY-WEEK-KEY = ENERGY-DATE-INTEGER / 7
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
           END-IF.

       WRITE-ENERGY-LEDGER.
           OPEN EXTEND ENERGY-LEDGER-FILE
           IF EL-STATUS = "35"
               OPEN OUTPUT ENERGY-LEDGER-FILE
           END-IF
           MOVE SPACES          TO ENERGY-LEDGER-RECORD
           MOVE ENERGY-WEEK-KEY TO EL-WEEK-KEY
           MOVE RUN-DATE        TO EL-DATE
           MOVE DT-REQ-ID(I)    TO EL-REQUEST-ID
           MOVE DT-SOURCE(I)    TO EL-SOURCE
           MOVE DT-TYPE(I)      TO EL-TYPE
           MOVE ENERGY-COST     TO EL-POINTS
           WRITE ENERGY-LEDGER-RECORD
           CLOSE ENERGY-LEDGER-FILE.

       PROCESS-DEFERRALS.
           OPEN EXTEND DEFER-DECISION-FILE
           IF DD-STATUS = "35"
                       TO RESPONSE-MESSAGE
                   MOVE "DENIED" TO NEW-LIFECYCLE
               ELSE
                   PERFORM SUM-ENERGY-WEEK
                   IF ENERGY-SPENT + ENERGY-COST > ENERGY-ALLOWANCE
                       MOVE "N" TO PERMISSION-GRANTED
                       MOVE "Sem energia nessa semana. Visita recusada."
                           TO RESPONSE-MESSAGE
                       MOVE "DENIED" TO NEW-LIFECYCLE
                       PERFORM RELEASE-RESERVATION
                   ELSE
                       MOVE "S" TO PERMISSION-GRANTED
                       MOVE
                           "Data alternativa confirmada. Visita aceite."
                           TO RESPONSE-MESSAGE
                       MOVE "GRANTED" TO NEW-LIFECYCLE
                       PERFORM WRITE-ENERGY-LEDGER
                   END-IF
               END-IF
           END-IF
           END-IF
               " | " PERMISSION-GRANTED " | " RESPONSE-MESSAGE
               " | " MENTAL-STATE
               DELIMITED BY SIZE INTO AUDIT-LINE
           MOVE "REQAUDIT" TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO AUDIT-WRITTEN.

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DT-SLOT(I) > 0
                           MOVE CAL-SLOT-STATUS(DT-SLOT(I))
                               TO DUE-DAY-STATUS
                       ELSE
                           MOVE CAL-DAY-STATUS TO DUE-DAY-STATUS
                       END-IF
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING SLOT-IX FROM 1 BY 1
                               UNTIL SLOT-IX > CAL-SLOT-COUNT
                           IF CAL-SLOT-STATUS(SLOT-IX) = "RESERVADO"
                               AND (DT-SLOT(I) = 0
                                    OR DT-SLOT(I) = SLOT-IX)
                               MOVE "LIVRE" TO CAL-SLOT-STATUS(SLOT-IX)
                           END-IF
                       END-PERFORM
                       PERFORM SET-DAY-SUMMARY
                       REWRITE CALENDAR-RECORD
               END-READ
               CLOSE CALENDAR-FILE
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

       REWRITE-PENDING-DEFERRALS.
           OPEN OUTPUT DEFERRAL-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEFERRAL-COUNT
                   MOVE DT-REQ-ID(I)   TO DF-REQUEST-ID
                   MOVE DT-SOURCE(I)   TO DF-SOURCE
                   MOVE DT-CONTENT(I)  TO DF-CONTENT
                   MOVE DT-SLOT(I)     TO DF-SLOT
                   MOVE DT-TYPE(I)     TO DF-TYPE
                   WRITE DEFERRAL-RECORD
               END-IF
           END-PERFORM
           CLOSE DEFERRAL-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO DEFERRAL-NAME
           STRING "DATA/DEFERRALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFERRAL-NAME
           MOVE SPACES TO DEFER-DECISION-NAME
           STRING "DATA/DEFERDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DEFER-DECISION-NAME
           MOVE SPACES TO CALENDAR-NAME
           STRING "DATA/CALENDAR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CALENDAR-NAME
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO REQ-MASTER-NAME
           STRING "DATA/REQMASTER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-MASTER-NAME
           MOVE SPACES TO CONTROL-TOTALS-NAME
           STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONTROL-TOTALS-NAME
           MOVE SPACES TO ENERGY-BUDGET-NAME
           STRING "DATA/ENERGYBUDGET" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-BUDGET-NAME
           MOVE SPACES TO ENERGY-LEDGER-NAME
           STRING "DATA/ENERGYLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-LEDGER-NAME.
