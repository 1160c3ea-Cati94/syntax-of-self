       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENERGY-STMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LEDGER-FILE ASSIGN USING ENERGY-LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-STATUS.

           SELECT ENERGY-BUDGET-FILE ASSIGN USING ENERGY-BUDGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EB-STATUS.

           SELECT STATEMENT-FILE ASSIGN USING STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ENERGY-BUDGET-FILE.
       01  ENERGY-BUDGET-RECORD.
           05 EB-WEEK-ALLOWANCE  PIC 9(3).
           05 FILLER             PIC X(23).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 EL-STATUS            PIC XX.
       01 EB-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       01 WS-PARM-DATE         PIC X(8).
       01 STMT-DATE            PIC X(8).
       01 WS-DATE-NUM          PIC 9(8).
       01 WS-DATE-INTEGER      PIC 9(7).
       01 STMT-WEEK-KEY        PIC 9(6).
       01 WEEK-FROM-DATE       PIC X(8).
       01 WEEK-TO-DATE         PIC X(8).
       01 BASE-ALLOWANCE       PIC 9(4) VALUE 20.
       01 TOTAL-POINTS         PIC 9(5) VALUE 0.
       01 TOTAL-GRANTS         PIC 9(5) VALUE 0.
       01 CALL-POINTS          PIC 9(5) VALUE 0.
       01 LOAN-POINTS          PIC 9(5) VALUE 0.
       01 VISIT-POINTS         PIC 9(5) VALUE 0.
       01 RETURNED-POINTS      PIC 9(5) VALUE 0.
       01 BALANCE-POINTS       PIC S9(5) VALUE 0.
       01 BALANCE-DISPLAY      PIC -(5)9.
       01 FOUND-IX             PIC 9(4).
       01 I                    PIC 9(4).
       01 TABLE-FULL           PIC X VALUE "N".
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "ENERGY-STMT".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 SOURCE-TABLE.
           05 SOURCE-COUNT     PIC 9(4) VALUE 0.
           05 SOURCE-ENTRIES OCCURS 200 TIMES.
               10 ST-SOURCE    PIC X(20).
               10 ST-GRANTS    PIC 9(4).
               10 ST-POINTS    PIC 9(5).
               10 ST-RETURNED  PIC 9(5).
       COPY PERSONCTX.
       01 ENERGY-LEDGER-NAME   PIC X(40).
       01 ENERGY-BUDGET-NAME   PIC X(40).
       01 STATEMENT-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== EXTRATO SEMANAL DE ENERGIA SOCIAL ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           MOVE SPACES TO WS-PARM-DATE
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE
           IF WS-PARM-DATE NOT = SPACES
               AND WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO STMT-DATE
           ELSE
               MOVE RUN-DATE TO STMT-DATE
           END-IF

           MOVE STMT-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE STMT-WEEK-KEY = WS-DATE-INTEGER / 7
           COMPUTE WS-DATE-INTEGER = STMT-WEEK-KEY * 7
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUM TO WEEK-FROM-DATE
           COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER + 6
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-NUM TO WEEK-TO-DATE
           DISPLAY "Semana em analise: " WEEK-FROM-DATE "-"
               WEEK-TO-DATE

           PERFORM LOAD-BASE-ALLOWANCE
           PERFORM TALLY-LEDGER
           PERFORM WRITE-STATEMENT
           DISPLAY "Extrato escrito em DATA/ENERGYSTMT."
           IF TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-BASE-ALLOWANCE.
           OPEN INPUT ENERGY-BUDGET-FILE
           IF EB-STATUS = "00"
               READ ENERGY-BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EB-WEEK-ALLOWANCE IS NUMERIC
                           MOVE EB-WEEK-ALLOWANCE TO BASE-ALLOWANCE
                       END-IF
               END-READ
               CLOSE ENERGY-BUDGET-FILE
           END-IF.

       TALLY-LEDGER.
           OPEN INPUT ENERGY-LEDGER-FILE
           IF EL-STATUS NOT = "00"
               DISPLAY "ENERGYLEDGER indisponivel. Estado: " EL-STATUS
           ELSE
               PERFORM UNTIL EL-STATUS = "10"
                   READ ENERGY-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EL-WEEK-KEY = STMT-WEEK-KEY
                               AND EL-POINTS IS NUMERIC
                               PERFORM TALLY-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENERGY-LEDGER-FILE
           END-IF.

       TALLY-ONE-ENTRY.
           IF EL-TYPE = "ESTORNO"
               ADD EL-POINTS TO RETURNED-POINTS
           ELSE
               ADD 1 TO TOTAL-GRANTS
               ADD EL-POINTS TO TOTAL-POINTS
               EVALUATE EL-TYPE
                   WHEN "CHAMADA"
                       ADD EL-POINTS TO CALL-POINTS
                   WHEN "EMPRESTIMO"
                       ADD EL-POINTS TO LOAN-POINTS
                   WHEN OTHER
                       ADD EL-POINTS TO VISIT-POINTS
               END-EVALUATE
           END-IF

           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SOURCE-COUNT OR FOUND-IX > 0
               IF ST-SOURCE(I) = EL-SOURCE
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF SOURCE-COUNT < 200
                   ADD 1 TO SOURCE-COUNT
                   MOVE SOURCE-COUNT TO FOUND-IX
                   MOVE EL-SOURCE TO ST-SOURCE(FOUND-IX)
                   MOVE 0 TO ST-GRANTS(FOUND-IX)
                   MOVE 0 TO ST-POINTS(FOUND-IX)
                   MOVE 0 TO ST-RETURNED(FOUND-IX)
               ELSE
                   IF TABLE-FULL = "N"
                       MOVE "Y" TO TABLE-FULL
                       DISPLAY "Aviso: mais de 200 requerentes na "
                           "semana. Detalhe truncado."
                       MOVE 7 TO ERRLOG-MSG-ID
                       MOVE "00" TO ERRLOG-STATUS
                       CALL "ERRLOG" USING ERRLOG-PROGRAM
                           ERRLOG-MSG-ID ERRLOG-STATUS
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                   END-IF
               END-IF
           END-IF
           IF FOUND-IX > 0
               IF EL-TYPE = "ESTORNO"
                   ADD EL-POINTS TO ST-RETURNED(FOUND-IX)
               ELSE
                   ADD 1 TO ST-GRANTS(FOUND-IX)
                   ADD EL-POINTS TO ST-POINTS(FOUND-IX)
               END-IF
           END-IF.

       WRITE-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE
           MOVE SPACES TO STATEMENT-LINE
           STRING "EXTRATO DE ENERGIA SOCIAL - SEMANA " WEEK-FROM-DATE
               " A " WEEK-TO-DATE " - GERADO EM " RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "SECCAO: PONTOS GASTOS POR REQUERENTE"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF SOURCE-COUNT = 0
               MOVE "  (SEM CONCESSOES NA SEMANA)" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SOURCE-COUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " ST-SOURCE(I)
                   " CONCESSOES=" ST-GRANTS(I)
                   " PONTOS=" ST-POINTS(I)
                   " ESTORNOS=" ST-RETURNED(I)
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-PERFORM

           MOVE "SECCAO: PONTOS POR TIPO DE PEDIDO" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  CHAMADA=" CALL-POINTS
               " EMPRESTIMO=" LOAN-POINTS
               " VISITA=" VISIT-POINTS
               " ESTORNOS=" RETURNED-POINTS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           COMPUTE BALANCE-POINTS =
               BASE-ALLOWANCE - TOTAL-POINTS + RETURNED-POINTS
           MOVE BALANCE-POINTS TO BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL: CONCESSOES=" TOTAL-GRANTS
               " PONTOS=" TOTAL-POINTS
               " ESTORNOS=" RETURNED-POINTS
               " ORCAMENTO BASE=" BASE-ALLOWANCE
               " SALDO=" BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO ENERGY-LEDGER-NAME
           STRING "DATA/ENERGYLEDGER" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-LEDGER-NAME
           MOVE SPACES TO ENERGY-BUDGET-NAME
           STRING "DATA/ENERGYBUDGET" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ENERGY-BUDGET-NAME
           MOVE SPACES TO STATEMENT-NAME
           STRING "DATA/ENERGYSTMT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATEMENT-NAME.
