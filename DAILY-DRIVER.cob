               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT STATE-JOURNAL-FILE ASSIGN USING STATE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LKC-STATUS.

           SELECT STATE-PLAN-FILE ASSIGN USING STATE-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "DATA/RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "DATA/RUNNEXTID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RID-STATUS.

           SELECT RUN-ALERT-FILE ASSIGN TO "DATA/RUNALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAL-STATUS.

           SELECT BATCH-WINDOW-FILE ASSIGN TO "DATA/BATCHWINDOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-REPORT-FILE.
           05 JR-EXTERNAL-CONTROL  PIC X.

       FD  DRIVER-CKPT-FILE.
       01  DRIVER-CKPT-RECORD.
           05 CK-STEP              PIC 9(2).
           05 FILLER               PIC X.
           05 CK-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 CK-PERSON            PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 LKC-MAX-MINUTES      PIC 9(4).

       FD  STATE-PLAN-FILE.
           COPY STPLAN.

       FD  RUN-HISTORY-FILE.
           COPY RUNHIST.

       FD  RUN-ID-FILE.
       01  RUN-ID-RECORD           PIC 9(6).

       FD  RUN-ALERT-FILE.
       01  RUN-ALERT-LINE          PIC X(80).

       FD  BATCH-WINDOW-FILE.
       01  BATCH-WINDOW-RECORD.
           05 BW-END-HHMM          PIC 9(4).
           05 FILLER               PIC X.
           05 BW-OVERRUN-PCT       PIC 9(3).
           05 FILLER               PIC X.
           05 BW-MIN-SECONDS       PIC 9(4).
           05 FILLER               PIC X.
           05 BW-HISTORY-RUNS      PIC 9(2).

       WORKING-STORAGE SECTION.
       01 REPORT-STATUS         PIC XX.
       01 WS-RUN-INTEGER        PIC 9(7).
       01 RUN-DOW               PIC 9(1).
       01 STEP-SCHEDULED        PIC X.
       01 RH-STATUS             PIC XX.
       01 RID-STATUS            PIC XX.
       01 RAL-STATUS            PIC XX.
       01 BW-STATUS             PIC XX.
       01 RUN-ID                PIC 9(6) VALUE 0.
       01 WINDOW-END-HHMM       PIC 9(4) VALUE 600.
       01 OVERRUN-PCT           PIC 9(3) VALUE 150.
       01 MIN-OVERRUN-SECS      PIC 9(4) VALUE 60.
       01 HISTORY-RUNS          PIC 9(2) VALUE 10.
       01 CHAIN-START-TS        PIC X(14).
       01 CHAIN-START-SECS      PIC 9(11).
       01 CHAIN-ELAPSED         PIC 9(6).
       01 CHAIN-ALERTED         PIC X VALUE "N".
       01 WINDOW-END-SECS       PIC 9(11).
       01 WINDOW-ALERTED        PIC X VALUE "N".
       01 STEP-START-TS         PIC X(14).
       01 STEP-END-TS           PIC X(14).
       01 STEP-START-SECS       PIC 9(11).
       01 STEP-END-SECS         PIC 9(11).
       01 STEP-ELAPSED          PIC 9(6).
       01 STEP-FLAG             PIC X(8).
       01 TIMED-IX              PIC 9(2).
       01 TIMED-ELAPSED         PIC 9(6).
       01 TIMED-SLOW            PIC X.
       01 NORMAL-SECS           PIC 9(6).
       01 NORMAL-SUM            PIC 9(8).
       01 OVERRUN-LIMIT         PIC 9(7).
       01 H                     PIC 9(2).
       01 TS-SECS               PIC 9(11).
       01 WINDOW-HH             PIC 9(2).
       01 WINDOW-MI             PIC 9(2).
       01 WINDOW-OF-DAY         PIC 9(5).
       01 START-OF-DAY          PIC 9(5).
       01 TS-DAY-INTEGER        PIC 9(7).
       01 TS-WORK.
           05 TS-DATE           PIC 9(8).
           05 TS-HH             PIC 9(2).
           05 TS-MI             PIC 9(2).
           05 TS-SS             PIC 9(2).

       01 DURATION-TABLE.
           05 DURATION-ENTRY OCCURS 23 TIMES.
               10 DU-COUNT          PIC 9(2).
               10 DU-NEXT           PIC 9(2).
               10 DU-VALUE OCCURS 20 TIMES PIC 9(6).
       01 TODAY-DATE            PIC X(8).
       01 CKPT-DATE             PIC X(8) VALUE SPACES.
       01 START-PERSON          PIC X(8) VALUE SPACES.
       01 CHAIN-PERSON          PIC X(8) VALUE SPACES.
       01 LAST-GOOD-DATE        PIC X(8) VALUE SPACES.
       01 CATCHUP-DATE-NUM      PIC 9(8).
       01 CATCHUP-INTEGER       PIC 9(7).
       01 TODAY-INTEGER         PIC 9(7).
       01 CATCHUP-DAYS          PIC 9(5).
       01 CATCHUP-MAX-DAYS      PIC 9(3) VALUE 31.
       01 CATCHING-UP           PIC X VALUE "N".
       01 CATCHUP-STOP          PIC X VALUE "N".
       01 DATES-RUN             PIC 9(3) VALUE 0.
       01 DATE-WORST-RC         PIC 9(4) VALUE 0.
       COPY RUNCLOCK.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "DAILY-DRIVER".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 RUN-CONTROL-TABLE.
           05 RUN-CONTROL-COUNT PIC 9(2) VALUE 0.
           05 RUN-CONTROL-FULL  PIC X VALUE "N".
           05 RUN-CONTROL-ENTRIES OCCURS 22 TIMES.
               10 RT-STEP-NAME     PIC X(21).
               10 RT-ENABLED       PIC X.
               10 RT-DAYS          PIC X(7).
               10 RT-DEPENDS       PIC X(21).

       01 CHAIN-STEP-TABLE.
           05 CHAIN-STEP-COUNT  PIC 9(2) VALUE 22.
           05 CHAIN-STEPS.
               10 FILLER PIC X(21) VALUE "REQ-INTAKE".
               10 FILLER PIC X(21) VALUE "INPUT-EDIT".
               10 FILLER PIC X(21) VALUE "EMOTIONAL-FIREWALL".
               10 FILLER PIC X(21) VALUE "BOUNDARIES-ACTIVATION".
               10 FILLER PIC X(21) VALUE "DEFER-FOLLOWUP".
               10 FILLER PIC X(21) VALUE "WAIT-OFFER".
               10 FILLER PIC X(21) VALUE "CONTROL-FILTER".
               10 FILLER PIC X(21) VALUE "AUTONOMY-MODE".
               10 FILLER PIC X(21) VALUE "TOQUE-SENSIVEL".
               10 FILLER PIC X(21) VALUE "BOUNDARY-FIX".
               10 FILLER PIC X(21) VALUE "INCIDENT-REG".
               10 FILLER PIC X(21) VALUE "RM-MEMORIAS".
               10 FILLER PIC X(21) VALUE "REQ-PENDING".
               10 FILLER PIC X(21) VALUE "BALANCING".
               10 FILLER PIC X(21) VALUE "LOG-VERIFY".
               10 FILLER PIC X(21) VALUE "ERR-SUMMARY".
               10 FILLER PIC X(21) VALUE "WELL-INDEX".
               10 FILLER PIC X(21) VALUE "EARLY-WARN".
               10 FILLER PIC X(21) VALUE "CONFLICT-SWEEP".
               10 FILLER PIC X(21) VALUE "DAILY-DIGEST".
               10 FILLER PIC X(21) VALUE "WORKLIST".
           05 CHAIN-STEPS-R REDEFINES CHAIN-STEPS.
               10 STEP-NAME OCCURS 22 TIMES PIC X(21).

       01 CHAIN-DEP-TABLE.
           05 CHAIN-DEPS.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE "INPUT-EDIT".
               10 FILLER PIC X(21) VALUE "BOUNDARIES-ACTIVATION".
               10 FILLER PIC X(21) VALUE "BOUNDARIES-ACTIVATION".
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
               10 FILLER PIC X(21) VALUE SPACES.
           05 CHAIN-DEPS-R REDEFINES CHAIN-DEPS.
               10 STEP-DEP-SEED OCCURS 22 TIMES PIC X(21).

       01 STEP-STATE-TABLE.
           05 STEP-STATE OCCURS 22 TIMES PIC X VALUE SPACE.
       COPY PERSONCTX.
       01 DAILY-STATE-NAME     PIC X(40).
       01 STATE-JOURNAL-NAME   PIC X(40).
       01 STATE-PLAN-NAME      PIC X(40).

       PROCEDURE DIVISION.
       RUN-DAILY-CHAIN.
           DISPLAY "=== CADEIA DIARIA DE PROGRAMAS INICIA ==="
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO TODAY-DATE
           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               IF LOCK-STALE = "Y"
               GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-DRIVER-CHECKPOINT
           PERFORM LOAD-BATCH-WINDOW
           PERFORM FIND-FIRST-RUN-DATE

           IF START-STEP = 1
               OPEN OUTPUT DAILY-REPORT-FILE
               CLOSE DAILY-REPORT-FILE
           END-IF

           MOVE "N" TO CATCHUP-STOP
           MOVE 0 TO DATES-RUN
           PERFORM RUN-CHAIN-FOR-DATE
               UNTIL CATCHUP-INTEGER > TODAY-INTEGER
                  OR CATCHUP-STOP = "Y"

           MOVE "R" TO CLOCK-REQUEST
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE "R" TO PERSON-REQUEST
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE "L" TO PERSON-REQUEST

           PERFORM SHOW-CONSOLIDATED-REPORT
           PERFORM RELEASE-RUN-LOCK
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       FIND-FIRST-RUN-DATE.
           MOVE TODAY-DATE TO CATCHUP-DATE-NUM
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CATCHUP-DATE-NUM)
           MOVE TODAY-INTEGER TO CATCHUP-INTEGER
           MOVE "N" TO CATCHING-UP

           IF START-STEP > 1
               IF CKPT-DATE IS NUMERIC AND CKPT-DATE < TODAY-DATE
                   MOVE CKPT-DATE TO CATCHUP-DATE-NUM
                   COMPUTE CATCHUP-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CATCHUP-DATE-NUM)
               END-IF
           ELSE
               PERFORM FIND-LAST-GOOD-DATE
               IF LAST-GOOD-DATE IS NUMERIC
                   AND LAST-GOOD-DATE < TODAY-DATE
                   MOVE LAST-GOOD-DATE TO CATCHUP-DATE-NUM
                   COMPUTE CATCHUP-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CATCHUP-DATE-NUM) + 1
               END-IF
           END-IF

           IF CATCHUP-INTEGER < TODAY-INTEGER
               MOVE "Y" TO CATCHING-UP
               COMPUTE CATCHUP-DAYS = TODAY-INTEGER - CATCHUP-INTEGER
               COMPUTE CATCHUP-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(CATCHUP-INTEGER)
               DISPLAY "Recuperacao de " CATCHUP-DAYS
                   " dia(s) em falta a partir de " CATCHUP-DATE-NUM
               IF CATCHUP-DAYS >= CATCHUP-MAX-DAYS
                   DISPLAY "Aviso: recuperacao limitada a "
                       CATCHUP-MAX-DAYS " datas por execucao. "
                       "Restantes na proxima execucao."
               END-IF
           END-IF.

       FIND-LAST-GOOD-DATE.
           MOVE SPACES TO LAST-GOOD-DATE
           OPEN INPUT RUN-HISTORY-FILE
           IF RH-STATUS = "00"
               PERFORM UNTIL RH-STATUS = "10"
                   READ RUN-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RH-KIND = "CADEIA"
                               AND RH-STEP-RC IS NUMERIC
                               AND RH-STEP-RC < 8
                               AND RH-RUN-DATE IS NUMERIC
                               AND RH-RUN-DATE > LAST-GOOD-DATE
                               AND RH-RUN-DATE NOT > TODAY-DATE
                               MOVE RH-RUN-DATE TO LAST-GOOD-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       RUN-CHAIN-FOR-DATE.
           COMPUTE CATCHUP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(CATCHUP-INTEGER)
           MOVE CATCHUP-DATE-NUM TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE "D" TO CLOCK-REQUEST
           MOVE RUN-DATE TO CLOCK-STAMP(1:8)
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   DISPLAY "Aviso: RUN-CLOCK indisponivel. Passos "
                       "usam a data do sistema."
           END-CALL
           MOVE "L" TO CLOCK-REQUEST
           MOVE RUN-DATE TO RUN-TIMESTAMP(1:8)

           MOVE 0 TO DATE-WORST-RC
           MOVE "N" TO CHAIN-ALERTED
           MOVE "N" TO WINDOW-ALERTED
           IF CATCHING-UP = "Y"
               DISPLAY "--- Cadeia para a data " RUN-DATE " ---"
               PERFORM RECORD-RUN-DATE-HEADER
           END-IF

           PERFORM COMPUTE-RUN-DOW
           PERFORM ASSIGN-RUN-ID
           PERFORM LOAD-RUN-HISTORY

           MOVE SPACES TO PERSON-ID
           PERFORM NEXT-HOUSEHOLD-PERSON
           IF START-PERSON NOT = SPACES
               PERFORM NEXT-HOUSEHOLD-PERSON
                   UNTIL PERSON-STATE = SPACE
                      OR PERSON-ID = START-PERSON
               IF PERSON-STATE = SPACE
                   DISPLAY "Aviso: pessoa " START-PERSON " da retoma "
                       "fora de HOUSEHOLD. Cadeia recomeca no inicio."
                   MOVE 1 TO START-STEP
                   MOVE SPACES TO PERSON-ID
                   PERFORM NEXT-HOUSEHOLD-PERSON
               END-IF
               MOVE SPACES TO START-PERSON
           END-IF
           PERFORM RUN-CHAIN-FOR-PERSON
               UNTIL PERSON-STATE = SPACE

           PERFORM CLEAR-DRIVER-CHECKPOINT
           PERFORM RECORD-CHAIN-TIMING

           MOVE 1 TO START-STEP
           ADD 1 TO DATES-RUN
           ADD 1 TO CATCHUP-INTEGER
           IF CATCHUP-INTEGER NOT > TODAY-INTEGER
               IF DATE-WORST-RC >= 8
                   MOVE "Y" TO CATCHUP-STOP
                   DISPLAY "Recuperacao parada na data " RUN-DATE
                       " (RC=" DATE-WORST-RC "). A proxima execucao "
                       "retoma esta data."
               ELSE
                   IF DATES-RUN >= CATCHUP-MAX-DAYS
                       MOVE "Y" TO CATCHUP-STOP
                       IF WORST-RC < 4
                           MOVE 4 TO WORST-RC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RUN-CHAIN-FOR-PERSON.
           IF PERSON-STATE NOT = "Y"
               DISPLAY "Pessoa inativa saltada: " PERSON-ID
           ELSE
               MOVE PERSON-ID TO CHAIN-PERSON
               MOVE "D" TO PERSON-REQUEST
               CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
                   PERSON-SUFFIX PERSON-STATE
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE "L" TO PERSON-REQUEST
               PERFORM SET-PERSON-FILES
               DISPLAY "--- Cadeia para a pessoa " CHAIN-PERSON " ---"
               PERFORM RECORD-PERSON-HEADER

               MOVE SPACES TO STEP-STATE-TABLE
               PERFORM APPLY-PLANNED-STATE
               PERFORM JOURNAL-DAILY-STATE

               IF START-STEP > 1
                   AND START-STEP NOT > CHAIN-STEP-COUNT
                   DISPLAY "Retoma da cadeia no passo " START-STEP
                       ": " STEP-NAME(START-STEP)
               END-IF

               PERFORM VARYING STEP-IX FROM START-STEP BY 1
                       UNTIL STEP-IX > CHAIN-STEP-COUNT
                   PERFORM EXECUTE-CHAIN-STEP
               END-PERFORM
               MOVE CHAIN-PERSON TO PERSON-ID
           END-IF
           MOVE 1 TO START-STEP
           PERFORM NEXT-HOUSEHOLD-PERSON.

       NEXT-HOUSEHOLD-PERSON.
           MOVE "N" TO PERSON-REQUEST
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   IF PERSON-ID = SPACES
                       MOVE "TITULAR" TO PERSON-ID
                       MOVE SPACES TO PERSON-SUFFIX
                       MOVE "Y" TO PERSON-STATE
                   ELSE
                       MOVE SPACE TO PERSON-STATE
                   END-IF
           END-CALL
           MOVE "L" TO PERSON-REQUEST.

       RECORD-PERSON-HEADER.
           OPEN EXTEND DAILY-REPORT-FILE
           IF REPORT-STATUS = "35"
               OPEN OUTPUT DAILY-REPORT-FILE
           END-IF
           MOVE SPACES TO DAILY-REPORT-LINE
           STRING RUN-TIMESTAMP(1:14) " | PESSOA " CHAIN-PERSON
               DELIMITED BY SIZE INTO DAILY-REPORT-LINE
           WRITE DAILY-REPORT-LINE
           CLOSE DAILY-REPORT-FILE.

       RECORD-RUN-DATE-HEADER.
           OPEN EXTEND DAILY-REPORT-FILE
           IF REPORT-STATUS = "35"
               OPEN OUTPUT DAILY-REPORT-FILE
           END-IF
           MOVE SPACES TO DAILY-REPORT-LINE
           STRING RUN-TIMESTAMP(1:14) " | DATA DE NEGOCIO " RUN-DATE
               " | RECUPERACAO"
               DELIMITED BY SIZE INTO DAILY-REPORT-LINE
           WRITE DAILY-REPORT-LINE
           CLOSE DAILY-REPORT-FILE.

       APPLY-PLANNED-STATE.
           MOVE "N" TO PLAN-APPLIED
           MOVE 0 TO PLAN-COUNT
                   PERFORM RECORD-STEP-DEP-SKIPPED
                   PERFORM SAVE-DRIVER-CHECKPOINT
               ELSE
                   IF PROGRAM-NAME = "DAILY-DIGEST"
                       PERFORM CHECK-CHAIN-DURATION
                   END-IF
                   PERFORM CALL-CHAIN-STEP
               END-IF
           END-IF.
           CLOSE DAILY-REPORT-FILE.

       CALL-CHAIN-STEP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START-TS
           MOVE 0 TO RETURN-CODE
           CALL PROGRAM-NAME
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO STEP-RC
           CANCEL PROGRAM-NAME
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-END-TS
           PERFORM RECORD-STEP-RESULT
           PERFORM RECORD-STEP-TIMING

           IF STEP-RC >= 8
               MOVE "F" TO STEP-STATE(STEP-IX)
               IF STEP-RC > WORST-RC
                   MOVE STEP-RC TO WORST-RC
               END-IF
               IF STEP-RC > DATE-WORST-RC
                   MOVE STEP-RC TO DATE-WORST-RC
               END-IF
           ELSE
               MOVE "O" TO STEP-STATE(STEP-IX)
           END-IF

       LOAD-RUN-CONTROL.
           MOVE 0 TO RUN-CONTROL-COUNT
           MOVE "N" TO RUN-CONTROL-FULL
           OPEN INPUT RUN-CONTROL-FILE
           IF RC-STATUS = "35"
               PERFORM SEED-RUN-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RUN-CONTROL-COUNT < 22
                               ADD 1 TO RUN-CONTROL-COUNT
                               MOVE RC-STEP-NAME TO
                                   RT-STEP-NAME(RUN-CONTROL-COUNT)
                                   RT-DAYS(RUN-CONTROL-COUNT)
                               MOVE RC-DEPENDS TO
                                   RT-DEPENDS(RUN-CONTROL-COUNT)
                           ELSE
                               MOVE "Y" TO RUN-CONTROL-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RUN-CONTROL-FULL = "Y"
               DISPLAY "Aviso: RUNCONTROL excede 22 passos. Linhas "
                   "a mais ignoradas."
               MOVE "DAILY-DRIVER" TO ERRLOG-PROGRAM
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE SPACES TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF WORST-RC < 4
                   MOVE 4 TO WORST-RC
               END-IF
           END-IF.

       SEED-RUN-CONTROL.
           OPEN INPUT DRIVER-CKPT-FILE
           IF CKPT-STATUS = "00"
               READ DRIVER-CKPT-FILE
               IF CKPT-STATUS = "00" AND CK-STEP IS NUMERIC
                   AND CK-STEP > 0
                   COMPUTE START-STEP = CK-STEP + 1
                   MOVE CK-DATE TO CKPT-DATE
                   MOVE CK-PERSON TO START-PERSON
                   IF START-STEP > CHAIN-STEP-COUNT
                       AND START-PERSON = SPACES
                       MOVE 1 TO START-STEP
                   END-IF
               END-IF

       SAVE-DRIVER-CHECKPOINT.
           OPEN OUTPUT DRIVER-CKPT-FILE
           MOVE SPACES   TO DRIVER-CKPT-RECORD
           MOVE STEP-IX  TO CK-STEP
           MOVE RUN-DATE TO CK-DATE
           MOVE CHAIN-PERSON TO CK-PERSON
           WRITE DRIVER-CKPT-RECORD
           CLOSE DRIVER-CKPT-FILE.

       CLEAR-DRIVER-CHECKPOINT.
           OPEN OUTPUT DRIVER-CKPT-FILE
           MOVE SPACES TO DRIVER-CKPT-RECORD
           MOVE 0      TO CK-STEP
           WRITE DRIVER-CKPT-RECORD
           CLOSE DRIVER-CKPT-FILE.

               END-READ
           END-PERFORM
           CLOSE DAILY-REPORT-FILE.

       LOAD-BATCH-WINDOW.
           OPEN INPUT BATCH-WINDOW-FILE
           IF BW-STATUS = "35"
               DISPLAY "BATCHWINDOW inexistente. A semear fim as 06:00,"
                   " limite 150%."
               OPEN OUTPUT BATCH-WINDOW-FILE
               MOVE SPACES TO BATCH-WINDOW-RECORD
               MOVE 600 TO BW-END-HHMM
               MOVE 150 TO BW-OVERRUN-PCT
               MOVE 60  TO BW-MIN-SECONDS
               MOVE 10  TO BW-HISTORY-RUNS
               WRITE BATCH-WINDOW-RECORD
               CLOSE BATCH-WINDOW-FILE
               OPEN INPUT BATCH-WINDOW-FILE
           END-IF
           IF BW-STATUS = "00"
               READ BATCH-WINDOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BW-END-HHMM IS NUMERIC
                           AND BW-END-HHMM < 2400
                           MOVE BW-END-HHMM TO WINDOW-END-HHMM
                       END-IF
                       IF BW-OVERRUN-PCT IS NUMERIC
                           AND BW-OVERRUN-PCT > 100
                           MOVE BW-OVERRUN-PCT TO OVERRUN-PCT
                       END-IF
                       IF BW-MIN-SECONDS IS NUMERIC
                           MOVE BW-MIN-SECONDS TO MIN-OVERRUN-SECS
                       END-IF
                       IF BW-HISTORY-RUNS IS NUMERIC
                           AND BW-HISTORY-RUNS > 0
                           AND BW-HISTORY-RUNS NOT > 20
                           MOVE BW-HISTORY-RUNS TO HISTORY-RUNS
                       END-IF
               END-READ
               CLOSE BATCH-WINDOW-FILE
           END-IF.

       ASSIGN-RUN-ID.
           MOVE 0 TO RUN-ID
           OPEN INPUT RUN-ID-FILE
           IF RID-STATUS = "00"
               READ RUN-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-ID-RECORD IS NUMERIC
                           MOVE RUN-ID-RECORD TO RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-ID-FILE
           END-IF
           IF START-STEP = 1 OR RUN-ID = 0
               ADD 1 TO RUN-ID
               OPEN OUTPUT RUN-ID-FILE
               MOVE RUN-ID TO RUN-ID-RECORD
               WRITE RUN-ID-RECORD
               CLOSE RUN-ID-FILE
           END-IF
           DISPLAY "Execucao da cadeia numero " RUN-ID.

       LOAD-RUN-HISTORY.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 23
               MOVE 0 TO DU-COUNT(H)
               MOVE 1 TO DU-NEXT(H)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHAIN-START-TS
           OPEN INPUT RUN-HISTORY-FILE
           IF RH-STATUS = "00"
               PERFORM UNTIL RH-STATUS = "10"
                   READ RUN-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF

           MOVE CHAIN-START-TS TO TS-WORK
           PERFORM TS-TO-SECS
           MOVE TS-SECS TO CHAIN-START-SECS
           DIVIDE WINDOW-END-HHMM BY 100 GIVING WINDOW-HH
               REMAINDER WINDOW-MI
           COMPUTE WINDOW-OF-DAY = WINDOW-HH * 3600 + WINDOW-MI * 60
           COMPUTE START-OF-DAY = TS-HH * 3600 + TS-MI * 60 + TS-SS
           COMPUTE WINDOW-END-SECS =
               TS-DAY-INTEGER * 86400 + WINDOW-OF-DAY
           IF WINDOW-OF-DAY NOT > START-OF-DAY
               ADD 86400 TO WINDOW-END-SECS
           END-IF.

       TAKE-HISTORY-RECORD.
           IF RH-RUN-ID = RUN-ID
               IF RH-KIND = "PASSO" AND RH-START-TS < CHAIN-START-TS
                   MOVE RH-START-TS TO CHAIN-START-TS
               END-IF
           ELSE
               IF RH-STEP-RC IS NUMERIC AND RH-STEP-RC < 8
                   AND RH-ELAPSED IS NUMERIC
                   MOVE 0 TO TIMED-IX
                   IF RH-KIND = "CADEIA"
                       MOVE 23 TO TIMED-IX
                   ELSE
                       PERFORM VARYING H FROM 1 BY 1
                               UNTIL H > CHAIN-STEP-COUNT
                           IF STEP-NAME(H) = RH-STEP-NAME
                               MOVE H TO TIMED-IX
                           END-IF
                       END-PERFORM
                   END-IF
                   IF TIMED-IX > 0
                       MOVE RH-ELAPSED
                           TO DU-VALUE(TIMED-IX, DU-NEXT(TIMED-IX))
                       IF DU-COUNT(TIMED-IX) < HISTORY-RUNS
                           ADD 1 TO DU-COUNT(TIMED-IX)
                       END-IF
                       ADD 1 TO DU-NEXT(TIMED-IX)
                       IF DU-NEXT(TIMED-IX) > HISTORY-RUNS
                           MOVE 1 TO DU-NEXT(TIMED-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TS-TO-SECS.
           COMPUTE TS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(TS-DATE)
           COMPUTE TS-SECS = TS-DAY-INTEGER * 86400
               + TS-HH * 3600 + TS-MI * 60 + TS-SS.

       CHECK-AGAINST-NORMAL.
           MOVE "N" TO TIMED-SLOW
           MOVE 0 TO NORMAL-SECS
           IF DU-COUNT(TIMED-IX) >= 3
               MOVE 0 TO NORMAL-SUM
               PERFORM VARYING H FROM 1 BY 1
                       UNTIL H > DU-COUNT(TIMED-IX)
                   ADD DU-VALUE(TIMED-IX, H) TO NORMAL-SUM
               END-PERFORM
               COMPUTE NORMAL-SECS = NORMAL-SUM / DU-COUNT(TIMED-IX)
               COMPUTE OVERRUN-LIMIT =
                   NORMAL-SECS * OVERRUN-PCT / 100
               IF TIMED-ELAPSED > OVERRUN-LIMIT
                   AND TIMED-ELAPSED >= NORMAL-SECS + MIN-OVERRUN-SECS
                   MOVE "Y" TO TIMED-SLOW
               END-IF
           END-IF.

       RECORD-STEP-TIMING.
           MOVE STEP-START-TS TO TS-WORK
           PERFORM TS-TO-SECS
           MOVE TS-SECS TO STEP-START-SECS
           MOVE STEP-END-TS TO TS-WORK
           PERFORM TS-TO-SECS
           MOVE TS-SECS TO STEP-END-SECS
           MOVE 0 TO STEP-ELAPSED
           IF STEP-END-SECS > STEP-START-SECS
               COMPUTE STEP-ELAPSED = STEP-END-SECS - STEP-START-SECS
           END-IF

           MOVE "NORMAL" TO STEP-FLAG
           MOVE STEP-IX TO TIMED-IX
           MOVE STEP-ELAPSED TO TIMED-ELAPSED
           PERFORM CHECK-AGAINST-NORMAL
           IF TIMED-SLOW = "Y"
               MOVE "LENTO" TO STEP-FLAG
               MOVE SPACES TO RUN-ALERT-LINE
               STRING RUN-DATE " | PASSO " FUNCTION TRIM(PROGRAM-NAME)
                   " LENTO: " STEP-ELAPSED "S (NORMAL "
                   NORMAL-SECS "S)"
                   DELIMITED BY SIZE INTO RUN-ALERT-LINE
               PERFORM WRITE-RUN-ALERT
           END-IF
           IF STEP-END-SECS > WINDOW-END-SECS
               IF STEP-FLAG = "NORMAL"
                   MOVE "JANELA" TO STEP-FLAG
               END-IF
               IF WINDOW-ALERTED = "N"
                   MOVE "Y" TO WINDOW-ALERTED
                   MOVE SPACES TO RUN-ALERT-LINE
                   STRING RUN-DATE " | JANELA DE LOTE (FIM "
                       WINDOW-END-HHMM ") EXCEDIDA NO PASSO "
                       FUNCTION TRIM(PROGRAM-NAME)
                       DELIMITED BY SIZE INTO RUN-ALERT-LINE
                   PERFORM WRITE-RUN-ALERT
               END-IF
           END-IF

           MOVE SPACES        TO RUN-HISTORY-RECORD
           MOVE "PASSO"       TO RH-KIND
           MOVE PROGRAM-NAME  TO RH-STEP-NAME
           MOVE STEP-START-TS TO RH-START-TS
           MOVE STEP-END-TS   TO RH-END-TS
           MOVE STEP-ELAPSED  TO RH-ELAPSED
           MOVE STEP-RC       TO RH-STEP-RC
           PERFORM WRITE-RUN-HISTORY.

       CHECK-CHAIN-DURATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TS-WORK
           PERFORM TS-TO-SECS
           MOVE 0 TO CHAIN-ELAPSED
           IF TS-SECS > CHAIN-START-SECS
               COMPUTE CHAIN-ELAPSED = TS-SECS - CHAIN-START-SECS
           END-IF
           MOVE 23 TO TIMED-IX
           MOVE CHAIN-ELAPSED TO TIMED-ELAPSED
           PERFORM CHECK-AGAINST-NORMAL
           IF TIMED-SLOW = "Y"
               MOVE "Y" TO CHAIN-ALERTED
               MOVE SPACES TO RUN-ALERT-LINE
               STRING RUN-DATE " | CADEIA LENTA: " CHAIN-ELAPSED
                   "S ATE AO BOLETIM (NORMAL " NORMAL-SECS "S)"
                   DELIMITED BY SIZE INTO RUN-ALERT-LINE
               PERFORM WRITE-RUN-ALERT
           END-IF.

       RECORD-CHAIN-TIMING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-END-TS
           MOVE STEP-END-TS TO TS-WORK
           PERFORM TS-TO-SECS
           MOVE 0 TO CHAIN-ELAPSED
           IF TS-SECS > CHAIN-START-SECS
               COMPUTE CHAIN-ELAPSED = TS-SECS - CHAIN-START-SECS
           END-IF
           MOVE "NORMAL" TO STEP-FLAG
           MOVE 23 TO TIMED-IX
           MOVE CHAIN-ELAPSED TO TIMED-ELAPSED
           PERFORM CHECK-AGAINST-NORMAL
           IF TIMED-SLOW = "Y"
               MOVE "LENTO" TO STEP-FLAG
               IF CHAIN-ALERTED = "N"
                   MOVE SPACES TO RUN-ALERT-LINE
                   STRING RUN-DATE " | CADEIA LENTA: " CHAIN-ELAPSED
                       "S (NORMAL " NORMAL-SECS "S)"
                       DELIMITED BY SIZE INTO RUN-ALERT-LINE
                   PERFORM WRITE-RUN-ALERT
               END-IF
           ELSE
               IF TS-SECS > WINDOW-END-SECS
                   MOVE "JANELA" TO STEP-FLAG
               END-IF
           END-IF

           MOVE SPACES         TO RUN-HISTORY-RECORD
           MOVE "CADEIA"       TO RH-KIND
           MOVE "DAILY-DRIVER" TO RH-STEP-NAME
           MOVE CHAIN-START-TS TO RH-START-TS
           MOVE STEP-END-TS    TO RH-END-TS
           MOVE CHAIN-ELAPSED  TO RH-ELAPSED
           MOVE DATE-WORST-RC  TO RH-STEP-RC
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "Duracao da cadeia: " CHAIN-ELAPSED " segundos ("
               FUNCTION TRIM(STEP-FLAG) ")".

       WRITE-RUN-HISTORY.
           MOVE RUN-ID    TO RH-RUN-ID
           MOVE RUN-DATE  TO RH-RUN-DATE
           MOVE STEP-FLAG TO RH-FLAG
           OPEN EXTEND RUN-HISTORY-FILE
           IF RH-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

       WRITE-RUN-ALERT.
           DISPLAY "Alerta: " RUN-ALERT-LINE(12:69)
           OPEN EXTEND RUN-ALERT-FILE
           IF RAL-STATUS = "35"
               OPEN OUTPUT RUN-ALERT-FILE
           END-IF
           WRITE RUN-ALERT-LINE
           CLOSE RUN-ALERT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO STATE-JOURNAL-NAME
           STRING "DATA/DAILYSTJRNL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-JOURNAL-NAME
           MOVE SPACES TO STATE-PLAN-NAME
           STRING "DATA/STATEPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-PLAN-NAME.
