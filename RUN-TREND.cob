       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-TREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "DATA/RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "DATA/RUNTREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           COPY RUNHIST.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 RH-STATUS              PIC XX.
       01 TRD-STATUS             PIC XX.
       01 RUN-DATE               PIC X(8).
       01 RUN-DATE-NUM           PIC 9(8).
       01 RUN-INTEGER            PIC 9(7).
       01 DAY-INTEGER            PIC 9(7).
       01 DATE-NUM               PIC 9(8).
       01 WEEK-FROM-DATE         PIC X(8).
       01 PREV-FROM-DATE         PIC X(8).
       01 I                      PIC 9(4).
       01 J                      PIC 9(4).
       01 D                      PIC 9(2).
       01 S                      PIC 9(4).
       01 BEST-POS               PIC 9(4).
       01 TREND-PCT              PIC 9(3) VALUE 20.
       01 CHANGE-PCT             PIC S9(5).
       01 CHANGE-DISP            PIC +9(4).
       01 TREND-TEXT             PIC X(8).
       01 DETAIL-STEPS           PIC 9(2) VALUE 5.
       01 RECORDS-READ           PIC 9(6) VALUE 0.
       01 TABLE-FULL             PIC X VALUE "N".
       01 ERRLOG-PROGRAM         PIC X(20) VALUE "RUN-TREND".
       01 ERRLOG-MSG-ID          PIC 9(4).
       01 ERRLOG-STATUS          PIC XX.

       01 DAY-TABLE.
           05 DAY-DATE OCCURS 7 TIMES PIC X(8).

       01 STEP-TABLE.
           05 STEP-COUNT         PIC 9(4) VALUE 0.
           05 STEP-ENTRIES OCCURS 40 TIMES.
               10 ST-NAME            PIC X(21).
               10 ST-RUNS            PIC 9(4).
               10 ST-SUM             PIC 9(8).
               10 ST-MAX             PIC 9(6).
               10 ST-AVG             PIC 9(6).
               10 ST-SLOW            PIC 9(4).
               10 ST-PREV-RUNS       PIC 9(4).
               10 ST-PREV-SUM        PIC 9(8).
               10 ST-PREV-AVG        PIC 9(6).
               10 ST-DAY-MAX OCCURS 7 TIMES PIC 9(6).

       01 SWAP-STEP-ENTRY        PIC X(109).

       01 CHAIN-TOTALS.
           05 CH-RUNS            PIC 9(4) VALUE 0.
           05 CH-SUM             PIC 9(8) VALUE 0.
           05 CH-MAX             PIC 9(6) VALUE 0.
           05 CH-AVG             PIC 9(6) VALUE 0.
           05 CH-SLOW            PIC 9(4) VALUE 0.
           05 CH-WINDOW          PIC 9(4) VALUE 0.
           05 CH-PREV-RUNS       PIC 9(4) VALUE 0.
           05 CH-PREV-SUM        PIC 9(8) VALUE 0.
           05 CH-PREV-AVG        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "=== TENDENCIA SEMANAL DA DURACAO DA CADEIA ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 7
               COMPUTE DAY-INTEGER = RUN-INTEGER - 7 + D
               COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
               MOVE DATE-NUM TO DAY-DATE(D)
           END-PERFORM
           MOVE DAY-DATE(1) TO WEEK-FROM-DATE
           COMPUTE DAY-INTEGER = RUN-INTEGER - 13
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
           MOVE DATE-NUM TO PREV-FROM-DATE

           PERFORM LOAD-RUN-HISTORY
           PERFORM COMPUTE-AVERAGES
           PERFORM SORT-BY-AVERAGE

           OPEN OUTPUT TREND-REPORT-FILE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "DURACAO DA CADEIA DIARIA - SEMANA " WEEK-FROM-DATE
               "-" RUN-DATE " - GERADO EM " RUN-DATE
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           IF RECORDS-READ = 0
               MOVE "  (SEM HISTORICO DE EXECUCOES)"
                   TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           ELSE
               PERFORM WRITE-CHAIN-SECTION
               PERFORM WRITE-RANKING-SECTION
               PERFORM WRITE-DAILY-SECTION
           END-IF
           IF TABLE-FULL = "Y"
               MOVE "AVISO: MAIS DE 40 PASSOS - LISTA INCOMPLETA"
                   TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TREND-REPORT-FILE
           DISPLAY "Relatorio escrito em DATA/RUNTREND."
           GOBACK.

       LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF RH-STATUS NOT = "00"
               DISPLAY "RUNHIST indisponivel. Estado: " RH-STATUS
           ELSE
               PERFORM UNTIL RH-STATUS = "10"
                   READ RUN-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RH-ELAPSED IS NUMERIC
                               AND RH-RUN-DATE >= PREV-FROM-DATE
                               AND RH-RUN-DATE <= RUN-DATE
                               ADD 1 TO RECORDS-READ
                               IF RH-KIND = "CADEIA"
                                   PERFORM TAKE-CHAIN-RECORD
                               ELSE
                                   IF RH-STEP-RC IS NUMERIC
                                       AND RH-STEP-RC < 8
                                       PERFORM TAKE-STEP-RECORD
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       TAKE-CHAIN-RECORD.
           IF RH-RUN-DATE >= WEEK-FROM-DATE
               ADD 1 TO CH-RUNS
               ADD RH-ELAPSED TO CH-SUM
               IF RH-ELAPSED > CH-MAX
                   MOVE RH-ELAPSED TO CH-MAX
               END-IF
               IF RH-FLAG = "LENTO"
                   ADD 1 TO CH-SLOW
               END-IF
               IF RH-FLAG = "JANELA"
                   ADD 1 TO CH-WINDOW
               END-IF
           ELSE
               ADD 1 TO CH-PREV-RUNS
               ADD RH-ELAPSED TO CH-PREV-SUM
           END-IF.

       TAKE-STEP-RECORD.
           MOVE 0 TO S
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > STEP-COUNT OR S > 0
               IF ST-NAME(I) = RH-STEP-NAME
                   MOVE I TO S
               END-IF
           END-PERFORM
           IF S = 0
               IF STEP-COUNT < 40
                   ADD 1 TO STEP-COUNT
                   MOVE STEP-COUNT TO S
                   INITIALIZE STEP-ENTRIES(S)
                   MOVE RH-STEP-NAME TO ST-NAME(S)
               ELSE
                   PERFORM TABLE-EXCEEDED
               END-IF
           END-IF
           IF S > 0
               IF RH-RUN-DATE >= WEEK-FROM-DATE
                   ADD 1 TO ST-RUNS(S)
                   ADD RH-ELAPSED TO ST-SUM(S)
                   IF RH-ELAPSED > ST-MAX(S)
                       MOVE RH-ELAPSED TO ST-MAX(S)
                   END-IF
                   IF RH-FLAG = "LENTO"
                       ADD 1 TO ST-SLOW(S)
                   END-IF
                   PERFORM VARYING D FROM 1 BY 1 UNTIL D > 7
                       IF DAY-DATE(D) = RH-RUN-DATE
                           AND RH-ELAPSED > ST-DAY-MAX(S, D)
                           MOVE RH-ELAPSED TO ST-DAY-MAX(S, D)
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO ST-PREV-RUNS(S)
                   ADD RH-ELAPSED TO ST-PREV-SUM(S)
               END-IF
           END-IF.

       TABLE-EXCEEDED.
           IF TABLE-FULL = "N"
               MOVE "Y" TO TABLE-FULL
               DISPLAY "Aviso: mais de 40 passos no historico."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       COMPUTE-AVERAGES.
           IF CH-RUNS > 0
               COMPUTE CH-AVG = CH-SUM / CH-RUNS
           END-IF
           IF CH-PREV-RUNS > 0
               COMPUTE CH-PREV-AVG = CH-PREV-SUM / CH-PREV-RUNS
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STEP-COUNT
               MOVE 0 TO ST-AVG(I)
               MOVE 0 TO ST-PREV-AVG(I)
               IF ST-RUNS(I) > 0
                   COMPUTE ST-AVG(I) = ST-SUM(I) / ST-RUNS(I)
               END-IF
               IF ST-PREV-RUNS(I) > 0
                   COMPUTE ST-PREV-AVG(I) =
                       ST-PREV-SUM(I) / ST-PREV-RUNS(I)
               END-IF
           END-PERFORM.

       SORT-BY-AVERAGE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= STEP-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1 UNTIL J > STEP-COUNT
                   IF ST-AVG(J) > ST-AVG(BEST-POS)
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE STEP-ENTRIES(I) TO SWAP-STEP-ENTRY
                   MOVE STEP-ENTRIES(BEST-POS) TO STEP-ENTRIES(I)
                   MOVE SWAP-STEP-ENTRY TO STEP-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       COMPUTE-TREND.
           MOVE 0 TO CHANGE-PCT
           IF ST-PREV-AVG(I) = 0
               IF ST-AVG(I) = 0
                   MOVE "ESTAVEL" TO TREND-TEXT
               ELSE
                   MOVE "NOVO" TO TREND-TEXT
               END-IF
           ELSE
               COMPUTE CHANGE-PCT =
                   (ST-AVG(I) - ST-PREV-AVG(I)) * 100 / ST-PREV-AVG(I)
               IF CHANGE-PCT >= TREND-PCT
                   MOVE "SUBIU" TO TREND-TEXT
               ELSE
                   IF CHANGE-PCT <= 0 - TREND-PCT
                       MOVE "DESCEU" TO TREND-TEXT
                   ELSE
                       MOVE "ESTAVEL" TO TREND-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE CHANGE-PCT TO CHANGE-DISP.

       WRITE-CHAIN-SECTION.
           MOVE "SECCAO: CADEIA COMPLETA (SEGUNDOS)"
               TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE 0 TO CHANGE-PCT
           IF CH-PREV-AVG > 0
               COMPUTE CHANGE-PCT =
                   (CH-AVG - CH-PREV-AVG) * 100 / CH-PREV-AVG
           END-IF
           MOVE CHANGE-PCT TO CHANGE-DISP
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "  EXECUCOES=" CH-RUNS " MEDIA=" CH-AVG
               " MAXIMO=" CH-MAX " ANTERIOR=" CH-PREV-AVG
               " VARIACAO=" CHANGE-DISP "%"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "  CADEIAS LENTAS=" CH-SLOW
               " FORA DA JANELA=" CH-WINDOW
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE.

       WRITE-RANKING-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "SECCAO: PASSOS MAIS LENTOS (MEDIA DA SEMANA)"
               TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "   N PASSO                 EXEC  MEDIA MAXIMO ANTER."
               TO TREND-REPORT-LINE
           MOVE " VAR.%  TENDENCIA LENTOS" TO TREND-REPORT-LINE(53:)
           WRITE TREND-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > STEP-COUNT
               PERFORM COMPUTE-TREND
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "  " I(3:2) " " ST-NAME(I) " " ST-RUNS(I)
                   " " ST-AVG(I) " " ST-MAX(I) " " ST-PREV-AVG(I)
                   " " CHANGE-DISP "  " TREND-TEXT "  " ST-SLOW(I)
                   DELIMITED BY SIZE INTO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
           END-PERFORM.

       WRITE-DAILY-SECTION.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "SECCAO: DIA A DIA DOS PASSOS MAIS LENTOS (SEGUNDOS)"
               TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           MOVE "  PASSO" TO TREND-REPORT-LINE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 7
               COMPUTE J = 24 + (D - 1) * 7 + 3
               MOVE DAY-DATE(D)(5:4) TO TREND-REPORT-LINE(J:4)
           END-PERFORM
           WRITE TREND-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > STEP-COUNT OR I > DETAIL-STEPS
               MOVE SPACES TO TREND-REPORT-LINE
               MOVE ST-NAME(I) TO TREND-REPORT-LINE(3:21)
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 7
                   COMPUTE J = 24 + (D - 1) * 7 + 1
                   MOVE ST-DAY-MAX(I, D) TO TREND-REPORT-LINE(J:6)
               END-PERFORM
               WRITE TREND-REPORT-LINE
           END-PERFORM.
