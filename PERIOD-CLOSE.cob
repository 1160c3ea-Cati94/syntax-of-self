       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-POLICY-FILE ASSIGN USING PERIOD-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-STATUS.

           SELECT COUNTER-HISTORY-FILE ASSIGN USING COUNTER-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CH-STATUS.

           SELECT PERIOD-REPORT-FILE ASSIGN USING PERIOD-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-STATUS.

           SELECT REQ-PROFILE-FILE ASSIGN USING REQ-PROFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-SOURCE
               FILE STATUS IS RP-STATUS.

           SELECT PHRASE-CUM-FILE ASSIGN USING PHRASE-CUM-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-PHRASE
               FILE STATUS IS CC-STATUS.

           SELECT REVOKE-COUNT-FILE ASSIGN USING REVOKE-COUNT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-NOME
               FILE STATUS IS RV-STATUS.

           SELECT REJECT-COUNT-FILE ASSIGN USING REJECT-COUNT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-NOME
               FILE STATUS IS RJ-STATUS.

           SELECT MEMORIA-FILE ASSIGN USING MEMORIA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-NOME
               FILE STATUS IS MS-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "DATA/RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-POLICY-FILE.
       01  PERIOD-POLICY-RECORD.
           05 PP-PERIOD-TYPE   PIC X(10).
           05 FILLER           PIC X.
           05 PP-COUNTER       PIC X(14).
           05 FILLER           PIC X.
           05 PP-ACTION        PIC X(6).
           05 FILLER           PIC X.
           05 PP-KEEP-PCT      PIC 9(3).

       FD  COUNTER-HISTORY-FILE.
           COPY CNTHIST.

       FD  PERIOD-REPORT-FILE.
       01  PERIOD-REPORT-LINE  PIC X(100).

       FD  REQ-PROFILE-FILE.
           COPY REQPROF.

       FD  PHRASE-CUM-FILE.
       01  PHRASE-CUM-RECORD.
           05 CC-PHRASE        PIC X(30).
           05 CC-TOTAL         PIC 9(6).

       FD  REVOKE-COUNT-FILE.
       01  REVOKE-COUNT-RECORD.
           05 RV-NOME          PIC X(20).
           05 RV-COUNT         PIC 9(4).

       FD  REJECT-COUNT-FILE.
       01  REJECT-COUNT-RECORD.
           05 RJ-NOME          PIC X(20).
           05 RJ-COUNT         PIC 9(4).
           05 RJ-FIRST-DATE    PIC X(8).

       FD  MEMORIA-FILE.
       01  MEMORIA-RECORD.
           05 MS-NOME          PIC X(20).
           05 MS-TRUST-TIER    PIC X.
           05 MS-DATE-ADDED    PIC X(8).
           05 MS-LAST-TOUCH    PIC X(8).
           05 MS-TOUCH-COUNT   PIC 9(4).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LK-TIMESTAMP     PIC X(14).
           05 FILLER           PIC X.
           05 LK-HOLDER        PIC X(21).

       WORKING-STORAGE SECTION.
       01 PP-STATUS            PIC XX.
       01 CH-STATUS            PIC XX.
       01 PR-STATUS            PIC XX.
       01 RP-STATUS            PIC XX.
       01 CC-STATUS            PIC XX.
       01 RV-STATUS            PIC XX.
       01 RJ-STATUS            PIC XX.
       01 MS-STATUS            PIC XX.
       01 LOCK-STATUS          PIC XX.
       01 LOCK-HELD            PIC X VALUE "N".
       01 RUN-DATE             PIC X(8).
       01 PARM-PERIOD          PIC X(10).
       01 PERIOD-TYPE          PIC X(10).
       01 PERIOD-ID            PIC X(6).
       01 LAST-PERIOD-ID       PIC X(6) VALUE SPACES.
       01 ALREADY-CLOSED       PIC X VALUE "N".
       01 CLOSE-YEAR           PIC 9(4).
       01 CLOSE-MONTH          PIC 9(2).
       01 TABLE-FULL           PIC X VALUE "N".
       01 FILE-PROBLEM         PIC X VALUE "N".
       01 SNAPSHOT-COUNT       PIC 9(6) VALUE 0.
       01 CHANGED-COUNT        PIC 9(6) VALUE 0.
       01 RECORD-CHANGED       PIC X.
       01 CNT-IDX              PIC 9(2).
       01 CNT-KEY              PIC X(30).
       01 CNT-VALUE            PIC 9(6).
       01 CNT-OPENING          PIC 9(6).
       01 CNT-ACTIVITY         PIC 9(6).
       01 CNT-NEW              PIC 9(6).
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 K                    PIC 9(4).
       01 DIFF-VALUE           PIC S9(7).
       01 DIFF-OUT             PIC -(6)9.
       01 SHOW-ACTION          PIC X(12).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "PERIOD-CLOSE".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 COUNTER-NAME-TABLE.
           05 COUNTER-COUNT    PIC 9(2) VALUE 10.
           05 COUNTER-NAMES.
               10 FILLER PIC X(14) VALUE "RP-GRANTS".
               10 FILLER PIC X(14) VALUE "RP-DENIALS".
               10 FILLER PIC X(14) VALUE "RP-DEFERRALS".
               10 FILLER PIC X(14) VALUE "RP-PRESSURE".
               10 FILLER PIC X(14) VALUE "RP-REPEATS".
               10 FILLER PIC X(14) VALUE "RP-NOSHOWS".
               10 FILLER PIC X(14) VALUE "CC-TOTAL".
               10 FILLER PIC X(14) VALUE "RV-COUNT".
               10 FILLER PIC X(14) VALUE "RJ-COUNT".
               10 FILLER PIC X(14) VALUE "MS-TOUCH-COUNT".
           05 COUNTER-NAMES-R REDEFINES COUNTER-NAMES.
               10 COUNTER-NAME OCCURS 10 TIMES PIC X(14).

       01 COUNTER-POLICY-TABLE.
           05 COUNTER-POLICY OCCURS 10 TIMES.
               10 CP-ACTION        PIC X(6).
               10 CP-KEEP-PCT      PIC 9(3).
               10 CP-CUR-TOTAL     PIC 9(7).
               10 CP-PREV-TOTAL    PIC 9(7).

       01 DEFAULT-POLICY-TABLE.
           05 FILLER PIC X(36) VALUE
               "MENSAL     RP-GRANTS      MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RP-DENIALS     MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RP-DEFERRALS   MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RP-PRESSURE    MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RP-REPEATS     MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RP-NOSHOWS     MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     CC-TOTAL       MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RV-COUNT       MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     RJ-COUNT       MANTER 100".
           05 FILLER PIC X(36) VALUE
               "MENSAL     MS-TOUCH-COUNT MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RP-GRANTS      MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RP-DENIALS     MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RP-DEFERRALS   MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RP-PRESSURE    DECAIR 050".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RP-REPEATS     MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RP-NOSHOWS     MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL CC-TOTAL       MANTER 100".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RV-COUNT       DECAIR 050".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL RJ-COUNT       DECAIR 050".
           05 FILLER PIC X(36) VALUE
               "TRIMESTRAL MS-TOUCH-COUNT MANTER 100".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RP-GRANTS      ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RP-DENIALS     ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RP-DEFERRALS   ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RP-PRESSURE    ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RP-REPEATS     ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RP-NOSHOWS     ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      CC-TOTAL       ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RV-COUNT       ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      RJ-COUNT       ZERAR  000".
           05 FILLER PIC X(36) VALUE
               "ANUAL      MS-TOUCH-COUNT DECAIR 050".
       01 DEFAULT-POLICY-TABLE-R REDEFINES DEFAULT-POLICY-TABLE.
           05 DEFAULT-POLICY-LINE OCCURS 30 TIMES PIC X(36).

       01 PREVIOUS-TABLE.
           05 PREV-COUNT       PIC 9(4) VALUE 0.
           05 PREV-ENTRIES OCCURS 2000 TIMES.
               10 PV-COUNTER       PIC X(14).
               10 PV-KEY           PIC X(30).
               10 PV-ACTIVITY      PIC 9(6).
               10 PV-AFTER         PIC 9(6).
               10 PV-SEEN          PIC X.

       01 CURRENT-TABLE.
           05 CUR-COUNT        PIC 9(4) VALUE 0.
           05 CUR-ENTRIES OCCURS 2000 TIMES.
               10 CU-COUNTER-IDX   PIC 9(2).
               10 CU-KEY           PIC X(30).
               10 CU-ACTIVITY      PIC 9(6).
               10 CU-PREV-ACTIVITY PIC 9(6).
       COPY PERSONCTX.
       01 PERIOD-POLICY-NAME   PIC X(40).
       01 COUNTER-HISTORY-NAME PIC X(40).
       01 PERIOD-REPORT-NAME   PIC X(40).
       01 REQ-PROFILE-NAME     PIC X(40).
       01 PHRASE-CUM-NAME      PIC X(40).
       01 REVOKE-COUNT-NAME    PIC X(40).
       01 REJECT-COUNT-NAME    PIC X(40).
       01 MEMORIA-NAME         PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== FECHO DE PERIODO DOS CONTADORES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM DETERMINE-PERIOD
           IF PERIOD-TYPE = SPACES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Periodo " PERIOD-ID " (" FUNCTION TRIM(PERIOD-TYPE)
               ")."

           PERFORM CHECK-RUN-LOCK
           IF LOCK-HELD = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PREVIOUS-CLOSE
           IF ALREADY-CLOSED = "Y"
               DISPLAY "Periodo " PERIOD-ID " ja fechado. Nada feito."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LAST-PERIOD-ID = SPACES
               DISPLAY "Sem fecho anterior. Atividade contada desde "
                   "o inicio."
           ELSE
               DISPLAY "Fecho anterior: " LAST-PERIOD-ID
           END-IF

           PERFORM LOAD-PERIOD-POLICY

           OPEN EXTEND COUNTER-HISTORY-FILE
           IF CH-STATUS = "35"
               OPEN OUTPUT COUNTER-HISTORY-FILE
           END-IF

           PERFORM CLOSE-REQ-PROFILE
           PERFORM CLOSE-PHRASE-CUM
           PERFORM CLOSE-REVOKE-COUNT
           PERFORM CLOSE-REJECT-COUNT
           PERFORM CLOSE-MEMSEGURA

           CLOSE COUNTER-HISTORY-FILE

           PERFORM WRITE-PERIOD-REPORT

           DISPLAY "Contadores registados em COUNTERHIST: "
               SNAPSHOT-COUNT
           DISPLAY "Registos alterados pela politica: " CHANGED-COUNT
           DISPLAY "Comparacao escrita em DATA/PERIODREPORT."
           IF TABLE-FULL = "Y" OR FILE-PROBLEM = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       DETERMINE-PERIOD.
           MOVE RUN-DATE(1:4) TO CLOSE-YEAR
           MOVE RUN-DATE(5:2) TO CLOSE-MONTH
           IF CLOSE-MONTH = 1
               MOVE 12 TO CLOSE-MONTH
               SUBTRACT 1 FROM CLOSE-YEAR
           ELSE
               SUBTRACT 1 FROM CLOSE-MONTH
           END-IF
           MOVE SPACES TO PERIOD-ID
           STRING CLOSE-YEAR CLOSE-MONTH
               DELIMITED BY SIZE INTO PERIOD-ID

           MOVE SPACES TO PARM-PERIOD
           ACCEPT PARM-PERIOD FROM COMMAND-LINE
           MOVE SPACES TO PERIOD-TYPE
           EVALUATE PARM-PERIOD
               WHEN "MENSAL"
               WHEN "TRIMESTRAL"
               WHEN "ANUAL"
                   MOVE PARM-PERIOD TO PERIOD-TYPE
               WHEN SPACES
                   EVALUATE CLOSE-MONTH
                       WHEN 12
                           MOVE "ANUAL" TO PERIOD-TYPE
                       WHEN 3
                       WHEN 6
                       WHEN 9
                           MOVE "TRIMESTRAL" TO PERIOD-TYPE
                       WHEN OTHER
                           MOVE "MENSAL" TO PERIOD-TYPE
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "Tipo de periodo invalido: " PARM-PERIOD
                   DISPLAY "Usar MENSAL, TRIMESTRAL ou ANUAL."
           END-EVALUATE.

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

       LOAD-PREVIOUS-CLOSE.
           MOVE 0 TO PREV-COUNT
           OPEN INPUT COUNTER-HISTORY-FILE
           IF CH-STATUS = "00"
               PERFORM UNTIL CH-STATUS = "10"
                   READ COUNTER-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CH-PERIOD-ID = PERIOD-ID
                               MOVE "Y" TO ALREADY-CLOSED
                           END-IF
                           IF CH-PERIOD-ID < PERIOD-ID
                               AND (LAST-PERIOD-ID = SPACES
                                   OR CH-PERIOD-ID > LAST-PERIOD-ID)
                               MOVE CH-PERIOD-ID TO LAST-PERIOD-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTER-HISTORY-FILE
           END-IF
           IF ALREADY-CLOSED = "N" AND LAST-PERIOD-ID NOT = SPACES
               OPEN INPUT COUNTER-HISTORY-FILE
               PERFORM UNTIL CH-STATUS = "10"
                   READ COUNTER-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CH-PERIOD-ID = LAST-PERIOD-ID
                               PERFORM SAVE-PREVIOUS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTER-HISTORY-FILE
           END-IF.

       SAVE-PREVIOUS-ENTRY.
           IF PREV-COUNT < 2000
               ADD 1 TO PREV-COUNT
               MOVE CH-COUNTER  TO PV-COUNTER(PREV-COUNT)
               MOVE CH-KEY      TO PV-KEY(PREV-COUNT)
               MOVE CH-ACTIVITY TO PV-ACTIVITY(PREV-COUNT)
               MOVE CH-AFTER    TO PV-AFTER(PREV-COUNT)
               MOVE "N"         TO PV-SEEN(PREV-COUNT)
           ELSE
               PERFORM TABLE-EXCEEDED
           END-IF.

       LOAD-PERIOD-POLICY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COUNTER-COUNT
               MOVE "MANTER" TO CP-ACTION(I)
               MOVE 100      TO CP-KEEP-PCT(I)
               MOVE 0        TO CP-CUR-TOTAL(I)
               MOVE 0        TO CP-PREV-TOTAL(I)
           END-PERFORM
           OPEN INPUT PERIOD-POLICY-FILE
           IF PP-STATUS = "35"
               PERFORM SEED-PERIOD-POLICY
               OPEN INPUT PERIOD-POLICY-FILE
           END-IF
           IF PP-STATUS = "00"
               PERFORM UNTIL PP-STATUS = "10"
                   READ PERIOD-POLICY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP-PERIOD-TYPE = PERIOD-TYPE
                               PERFORM APPLY-POLICY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-POLICY-FILE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PREV-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > COUNTER-COUNT
                   IF PV-COUNTER(I) = COUNTER-NAME(J)
                       ADD PV-ACTIVITY(I) TO CP-PREV-TOTAL(J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-POLICY-LINE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COUNTER-COUNT
               IF PP-COUNTER = COUNTER-NAME(J)
                   EVALUATE PP-ACTION
                       WHEN "ZERAR"
                           MOVE "ZERAR" TO CP-ACTION(J)
                           MOVE 0 TO CP-KEEP-PCT(J)
                       WHEN "DECAIR"
                           IF PP-KEEP-PCT IS NUMERIC
                               AND PP-KEEP-PCT < 100
                               MOVE "DECAIR" TO CP-ACTION(J)
                               MOVE PP-KEEP-PCT TO CP-KEEP-PCT(J)
                           ELSE
                               DISPLAY "Percentagem invalida para "
                                   PP-COUNTER ". Contador mantido."
                           END-IF
                       WHEN "MANTER"
                           MOVE "MANTER" TO CP-ACTION(J)
                           MOVE 100 TO CP-KEEP-PCT(J)
                       WHEN OTHER
                           DISPLAY "Acao invalida para " PP-COUNTER
                               ": " PP-ACTION ". Contador mantido."
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SEED-PERIOD-POLICY.
           DISPLAY "PERIODPOLICY inexistente. A semear politica "
               "por omissao."
           OPEN OUTPUT PERIOD-POLICY-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 30
               MOVE DEFAULT-POLICY-LINE(I) TO PERIOD-POLICY-RECORD
               WRITE PERIOD-POLICY-RECORD
           END-PERFORM
           CLOSE PERIOD-POLICY-FILE.

       CLOSE-ONE-COUNTER.
           MOVE 0 TO CNT-OPENING
           MOVE 0 TO K
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PREV-COUNT OR K > 0
               IF PV-COUNTER(I) = COUNTER-NAME(CNT-IDX)
                   AND PV-KEY(I) = CNT-KEY
                   MOVE I TO K
                   MOVE PV-AFTER(I) TO CNT-OPENING
                   MOVE "Y" TO PV-SEEN(I)
               END-IF
           END-PERFORM
           IF CNT-VALUE >= CNT-OPENING
               COMPUTE CNT-ACTIVITY = CNT-VALUE - CNT-OPENING
           ELSE
               MOVE CNT-VALUE TO CNT-ACTIVITY
           END-IF
           EVALUATE CP-ACTION(CNT-IDX)
               WHEN "ZERAR"
                   MOVE 0 TO CNT-NEW
               WHEN "DECAIR"
                   COMPUTE CNT-NEW =
                       CNT-VALUE * CP-KEEP-PCT(CNT-IDX) / 100
               WHEN OTHER
                   MOVE CNT-VALUE TO CNT-NEW
           END-EVALUATE
           IF CNT-NEW NOT = CNT-VALUE
               MOVE "Y" TO RECORD-CHANGED
           END-IF

           MOVE SPACES       TO COUNTER-HISTORY-RECORD
           MOVE RUN-DATE     TO CH-CLOSE-DATE
           MOVE PERIOD-TYPE  TO CH-PERIOD-TYPE
           MOVE PERIOD-ID    TO CH-PERIOD-ID
           MOVE COUNTER-NAME(CNT-IDX) TO CH-COUNTER
           MOVE CNT-KEY      TO CH-KEY
           MOVE CNT-VALUE    TO CH-VALUE
           MOVE CNT-ACTIVITY TO CH-ACTIVITY
           MOVE CNT-NEW      TO CH-AFTER
           WRITE COUNTER-HISTORY-RECORD
           ADD 1 TO SNAPSHOT-COUNT
           ADD CNT-ACTIVITY TO CP-CUR-TOTAL(CNT-IDX)

           IF CUR-COUNT < 2000
               ADD 1 TO CUR-COUNT
               MOVE CNT-IDX      TO CU-COUNTER-IDX(CUR-COUNT)
               MOVE CNT-KEY      TO CU-KEY(CUR-COUNT)
               MOVE CNT-ACTIVITY TO CU-ACTIVITY(CUR-COUNT)
               IF K > 0
                   MOVE PV-ACTIVITY(K) TO CU-PREV-ACTIVITY(CUR-COUNT)
               ELSE
                   MOVE 0 TO CU-PREV-ACTIVITY(CUR-COUNT)
               END-IF
           ELSE
               PERFORM TABLE-EXCEEDED
           END-IF.

       NOTE-FILE-PROBLEM.
           MOVE "Y" TO FILE-PROBLEM
           MOVE 3 TO ERRLOG-MSG-ID
           CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
               ERRLOG-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       TABLE-EXCEEDED.
           IF TABLE-FULL = "N"
               MOVE "Y" TO TABLE-FULL
               DISPLAY "Aviso: tabela interna cheia. A comparacao "
                   "com o periodo anterior fica incompleta."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       CLOSE-REQ-PROFILE.
           OPEN I-O REQ-PROFILE-FILE
           IF RP-STATUS = "35"
               DISPLAY "REQPROFILE inexistente. Nada a fechar."
           ELSE
           IF RP-STATUS NOT = "00"
               DISPLAY "Erro ao abrir REQPROFILE. Estado: " RP-STATUS
               MOVE RP-STATUS TO ERRLOG-STATUS
               PERFORM NOTE-FILE-PROBLEM
           ELSE
               PERFORM UNTIL RP-STATUS = "10"
                   READ REQ-PROFILE-FILE NEXT RECORD
                   IF RP-STATUS = "00"
                       MOVE "N" TO RECORD-CHANGED
                       MOVE RP-SOURCE TO CNT-KEY
                       MOVE 1 TO CNT-IDX
                       MOVE RP-GRANTS TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RP-GRANTS
                       MOVE 2 TO CNT-IDX
                       MOVE RP-DENIALS TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RP-DENIALS
                       MOVE 3 TO CNT-IDX
                       MOVE RP-DEFERRALS TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RP-DEFERRALS
                       MOVE 4 TO CNT-IDX
                       MOVE RP-PRESSURE TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RP-PRESSURE
                       MOVE 5 TO CNT-IDX
                       MOVE RP-REPEATS TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RP-REPEATS
                       MOVE 6 TO CNT-IDX
                       MOVE RP-NOSHOWS TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RP-NOSHOWS
                       IF RECORD-CHANGED = "Y"
                           REWRITE REQ-PROFILE-RECORD
                           ADD 1 TO CHANGED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REQ-PROFILE-FILE
           END-IF
           END-IF.

       CLOSE-PHRASE-CUM.
           OPEN I-O PHRASE-CUM-FILE
           IF CC-STATUS = "35"
               DISPLAY "CTRLCUM inexistente. Nada a fechar."
           ELSE
           IF CC-STATUS NOT = "00"
               DISPLAY "Erro ao abrir CTRLCUM. Estado: " CC-STATUS
               MOVE CC-STATUS TO ERRLOG-STATUS
               PERFORM NOTE-FILE-PROBLEM
           ELSE
               PERFORM UNTIL CC-STATUS = "10"
                   READ PHRASE-CUM-FILE NEXT RECORD
                   IF CC-STATUS = "00"
                       MOVE "N" TO RECORD-CHANGED
                       MOVE CC-PHRASE TO CNT-KEY
                       MOVE 7 TO CNT-IDX
                       MOVE CC-TOTAL TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO CC-TOTAL
                       IF RECORD-CHANGED = "Y"
                           REWRITE PHRASE-CUM-RECORD
                           ADD 1 TO CHANGED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PHRASE-CUM-FILE
           END-IF
           END-IF.

       CLOSE-REVOKE-COUNT.
           OPEN I-O REVOKE-COUNT-FILE
           IF RV-STATUS = "35"
               DISPLAY "TOQUEREVOKED inexistente. Nada a fechar."
           ELSE
           IF RV-STATUS NOT = "00"
               DISPLAY "Erro ao abrir TOQUEREVOKED. Estado: " RV-STATUS
               MOVE RV-STATUS TO ERRLOG-STATUS
               PERFORM NOTE-FILE-PROBLEM
           ELSE
               PERFORM UNTIL RV-STATUS = "10"
                   READ REVOKE-COUNT-FILE NEXT RECORD
                   IF RV-STATUS = "00"
                       MOVE "N" TO RECORD-CHANGED
                       MOVE RV-NOME TO CNT-KEY
                       MOVE 8 TO CNT-IDX
                       MOVE RV-COUNT TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RV-COUNT
                       IF RECORD-CHANGED = "Y"
                           REWRITE REVOKE-COUNT-RECORD
                           ADD 1 TO CHANGED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REVOKE-COUNT-FILE
           END-IF
           END-IF.

       CLOSE-REJECT-COUNT.
           OPEN I-O REJECT-COUNT-FILE
           IF RJ-STATUS = "35"
               DISPLAY "TOQUEREJCNT inexistente. Nada a fechar."
           ELSE
           IF RJ-STATUS NOT = "00"
               DISPLAY "Erro ao abrir TOQUEREJCNT. Estado: " RJ-STATUS
               MOVE RJ-STATUS TO ERRLOG-STATUS
               PERFORM NOTE-FILE-PROBLEM
           ELSE
               PERFORM UNTIL RJ-STATUS = "10"
                   READ REJECT-COUNT-FILE NEXT RECORD
                   IF RJ-STATUS = "00"
                       MOVE "N" TO RECORD-CHANGED
                       MOVE RJ-NOME TO CNT-KEY
                       MOVE 9 TO CNT-IDX
                       MOVE RJ-COUNT TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO RJ-COUNT
                       IF RECORD-CHANGED = "Y"
                           REWRITE REJECT-COUNT-RECORD
                           ADD 1 TO CHANGED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REJECT-COUNT-FILE
           END-IF
           END-IF.

       CLOSE-MEMSEGURA.
           OPEN I-O MEMORIA-FILE
           IF MS-STATUS = "35"
               DISPLAY "MEMSEGURA inexistente. Nada a fechar."
           ELSE
           IF MS-STATUS NOT = "00"
               DISPLAY "Erro ao abrir MEMSEGURA. Estado: " MS-STATUS
               MOVE MS-STATUS TO ERRLOG-STATUS
               PERFORM NOTE-FILE-PROBLEM
           ELSE
               PERFORM UNTIL MS-STATUS = "10"
                   READ MEMORIA-FILE NEXT RECORD
                   IF MS-STATUS = "00"
                       MOVE "N" TO RECORD-CHANGED
                       MOVE MS-NOME TO CNT-KEY
                       MOVE 10 TO CNT-IDX
                       MOVE MS-TOUCH-COUNT TO CNT-VALUE
                       PERFORM CLOSE-ONE-COUNTER
                       MOVE CNT-NEW TO MS-TOUCH-COUNT
                       IF RECORD-CHANGED = "Y"
                           REWRITE MEMORIA-RECORD
                           ADD 1 TO CHANGED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MEMORIA-FILE
           END-IF
           END-IF.

       WRITE-PERIOD-REPORT.
           OPEN OUTPUT PERIOD-REPORT-FILE
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING "FECHO DE PERIODO " FUNCTION TRIM(PERIOD-TYPE)
               " " PERIOD-ID " - " RUN-DATE
               DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE SPACES TO PERIOD-REPORT-LINE
           IF LAST-PERIOD-ID = SPACES
               MOVE "PERIODO ANTERIOR: (SEM FECHO ANTERIOR)"
                   TO PERIOD-REPORT-LINE
           ELSE
               STRING "PERIODO ANTERIOR: " LAST-PERIOD-ID
                   DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           END-IF
           WRITE PERIOD-REPORT-LINE

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > COUNTER-COUNT
               PERFORM REPORT-ONE-COUNTER
           END-PERFORM

           IF TABLE-FULL = "Y"
               MOVE "AVISO: TABELA CHEIA - COMPARACAO INCOMPLETA"
                   TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF
           CLOSE PERIOD-REPORT-FILE.

       REPORT-ONE-COUNTER.
           MOVE SPACES TO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           MOVE SPACES TO SHOW-ACTION
           IF CP-ACTION(J) = "DECAIR"
               STRING "DECAIR " CP-KEEP-PCT(J) "%"
                   DELIMITED BY SIZE INTO SHOW-ACTION
           ELSE
               MOVE CP-ACTION(J) TO SHOW-ACTION
           END-IF
           COMPUTE DIFF-VALUE = CP-CUR-TOTAL(J) - CP-PREV-TOTAL(J)
           MOVE DIFF-VALUE TO DIFF-OUT
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING "CONTADOR " COUNTER-NAME(J)
               " ATUAL=" CP-CUR-TOTAL(J)
               " ANTERIOR=" CP-PREV-TOTAL(J)
               " DIF=" DIFF-OUT
               " POLITICA=" SHOW-ACTION
               DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           WRITE PERIOD-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CUR-COUNT
               IF CU-COUNTER-IDX(I) = J
                   AND (CU-ACTIVITY(I) > 0
                       OR CU-PREV-ACTIVITY(I) > 0)
                   COMPUTE DIFF-VALUE =
                       CU-ACTIVITY(I) - CU-PREV-ACTIVITY(I)
                   MOVE DIFF-VALUE TO DIFF-OUT
                   MOVE SPACES TO PERIOD-REPORT-LINE
                   STRING "  " CU-KEY(I)
                       " ATUAL=" CU-ACTIVITY(I)
                       " ANTERIOR=" CU-PREV-ACTIVITY(I)
                       " DIF=" DIFF-OUT
                       DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
                   WRITE PERIOD-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PREV-COUNT
               IF PV-COUNTER(I) = COUNTER-NAME(J)
                   AND PV-SEEN(I) = "N"
                   AND PV-ACTIVITY(I) > 0
                   COMPUTE DIFF-VALUE = 0 - PV-ACTIVITY(I)
                   MOVE DIFF-VALUE TO DIFF-OUT
                   MOVE SPACES TO PERIOD-REPORT-LINE
                   STRING "  " PV-KEY(I)
                       " ATUAL=000000"
                       " ANTERIOR=" PV-ACTIVITY(I)
                       " DIF=" DIFF-OUT " (REMOVIDO)"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
                   WRITE PERIOD-REPORT-LINE
               END-IF
           END-PERFORM.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PERIOD-POLICY-NAME
           STRING "DATA/PERIODPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PERIOD-POLICY-NAME
           MOVE SPACES TO COUNTER-HISTORY-NAME
           STRING "DATA/COUNTERHIST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO COUNTER-HISTORY-NAME
           MOVE SPACES TO PERIOD-REPORT-NAME
           STRING "DATA/PERIODREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PERIOD-REPORT-NAME
           MOVE SPACES TO REQ-PROFILE-NAME
           STRING "DATA/REQPROFILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-PROFILE-NAME
           MOVE SPACES TO PHRASE-CUM-NAME
           STRING "DATA/CTRLCUM" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PHRASE-CUM-NAME
           MOVE SPACES TO REVOKE-COUNT-NAME
           STRING "DATA/TOQUEREVOKED" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REVOKE-COUNT-NAME
           MOVE SPACES TO REJECT-COUNT-NAME
           STRING "DATA/TOQUEREJCNT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REJECT-COUNT-NAME
           MOVE SPACES TO MEMORIA-NAME
           STRING "DATA/MEMSEGURA" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORIA-NAME.
