       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELL-INDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WELLBEING-FILE ASSIGN USING WELLBEING-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WB-DATE
               FILE STATUS IS WB-STATUS.

           SELECT WEIGHTS-FILE ASSIGN USING WEIGHTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WW-STATUS.

           SELECT SUMMARY-GEN-FILE ASSIGN USING SUMMARY-GEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-DATE
               FILE STATUS IS SG-STATUS.

           SELECT STATE-JOURNAL-FILE ASSIGN USING STATE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT WEEKLY-TALLY-FILE ASSIGN USING WEEKLY-TALLY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WT-WEEK-KEY
               FILE STATUS IS WT-STATUS.

           SELECT BOUNDARY-LOG-FILE ASSIGN USING BOUNDARY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-STATUS.

           SELECT TOQUE-AUDIT-FILE ASSIGN USING TOQUE-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOQ-STATUS.

           SELECT REQ-AUDIT-FILE ASSIGN USING REQ-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT MEMORY-LOG-FILE ASSIGN USING MEMORY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-STATUS.

           SELECT WELL-REPORT-FILE ASSIGN USING WELL-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WELLBEING-FILE.
           COPY WELLREC.

       FD  WEIGHTS-FILE.
       01  WEIGHTS-RECORD.
           05 WW-CODE          PIC X(10).
           05 WW-WEIGHT        PIC 9(3).

       FD  SUMMARY-GEN-FILE.
       01  SUMMARY-GEN-RECORD.
           05 SG-DATE          PIC X(8).
           05 SG-PORT-COUNT    PIC 9(4).
           05 SG-OPEN-COUNT    PIC 9(4).
           05 SG-CLOSED-COUNT  PIC 9(4).
           05 SG-TIMEOUT-COUNT PIC 9(4).
           05 SG-FILTERED-COUNT PIC 9(4).

       FD  STATE-JOURNAL-FILE.
       01  STATE-JOURNAL-RECORD.
           05 JR-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 JR-MENTAL-STATE      PIC X(20).
           05 FILLER               PIC X.
           05 JR-PHYSICAL-LIMIT    PIC X(20).
           05 FILLER               PIC X.
           05 JR-USER-AUTONOMY     PIC X(10).
           05 FILLER               PIC X.
           05 JR-EXTERNAL-CONTROL  PIC X.

       FD  WEEKLY-TALLY-FILE.
       01  WEEKLY-TALLY-RECORD.
           05 WT-WEEK-KEY      PIC 9(6).
           05 WT-DEVES-TOTAL   PIC 9(6).
           05 WT-TINHAS-TOTAL  PIC 9(6).

       FD  BOUNDARY-LOG-FILE.
       01  BOUNDARY-LOG-LINE.
           05 BOUNDARY-LOG-DATA PIC X(170).
           05 FILLER           PIC X(20).

       FD  TOQUE-AUDIT-FILE.
       01  TOQ-LINE.
           05 TOQ-DATA         PIC X(80).
           05 FILLER           PIC X(20).

       FD  REQ-AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-DATA       PIC X(280).
           05 FILLER           PIC X(20).

       FD  MEMORY-LOG-FILE.
       01  MEMORY-LOG-LINE.
           05 MEMORY-LOG-DATA  PIC X(260).
           05 FILLER           PIC X(20).

       FD  WELL-REPORT-FILE.
       01  WELL-REPORT-LINE    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WB-STATUS            PIC XX.
       01 WW-STATUS            PIC XX.
       01 SG-STATUS            PIC XX.
       01 JRNL-STATUS          PIC XX.
       01 WT-STATUS            PIC XX.
       01 BL-STATUS            PIC XX.
       01 TOQ-STATUS           PIC XX.
       01 AUD-STATUS           PIC XX.
       01 ML-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "WELL-INDEX".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 RUN-DATE-NUM         PIC 9(8).
       01 RUN-INTEGER          PIC 9(7).
       01 WORK-DATE-NUM        PIC 9(8).
       01 WORK-INTEGER         PIC 9(7).
       01 C                    PIC 9(2).
       01 H                    PIC 9(2).
       01 J                    PIC 9(2).
       01 TODAY-POS            PIC 9(2).
       01 BEST-C               PIC 9(2).
       01 TOP-N                PIC 9.
       01 WEIGHT-FOUND         PIC X.
       01 PENALTY-TOTAL        PIC 9(6).
       01 BONUS-TOTAL          PIC 9(6).
       01 WORK-SCORE           PIC S9(6).
       01 WORK-POINTS          PIC 9(8).
       01 CTRL-WEEK-KEY        PIC 9(6) VALUE 0.
       01 CTRL-WEEK-TOTAL      PIC 9(6) VALUE 0.
       01 CTRL-PREV-TOTAL      PIC 9(6).
       01 JR-LAST-MENTAL       PIC X(20).
       01 JR-LAST-PHYSICAL     PIC X(20).
       01 JR-FOUND             PIC X VALUE "N".
       01 BL-HEAD              PIC X(250).
       01 BL-SEV-PART          PIC X(20).
       01 TOQ-TIMESTAMP        PIC X(14).
       01 TOQ-NOME             PIC X(20).
       01 TOQ-OUTCOME          PIC X.
       01 AL-DATE              PIC X(8).
       01 AL-ID                PIC X(6).
       01 AL-SOURCE            PIC X(20).
       01 AL-CONTENT           PIC X(50).
       01 AL-DECISION          PIC X.
       01 MA-SUM               PIC 9(6).
       01 MA-DAYS              PIC 9(3).
       01 MA7                  PIC 9(3)V9.
       01 MA30                 PIC 9(3)V9.
       01 MA7-EDIT             PIC ZZ9.9.
       01 MA30-EDIT            PIC ZZ9.9.
       01 CONTRIB-TEXT         PIC X(60).
       01 CONTRIB-PTR          PIC 9(3).
       01 CONTRIB-SIGN         PIC X.

       01 COMPONENT-TABLE.
           05 COMPONENT-COUNT  PIC 9(2) VALUE 9.
           05 COMPONENT-NAMES.
               10 FILLER PIC X(10) VALUE "PORTAS".
               10 FILLER PIC X(10) VALUE "MENTAL".
               10 FILLER PIC X(10) VALUE "FISICO".
               10 FILLER PIC X(10) VALUE "CONTROLO".
               10 FILLER PIC X(10) VALUE "SEVALTA".
               10 FILLER PIC X(10) VALUE "SEVBAIXA".
               10 FILLER PIC X(10) VALUE "TOQUE".
               10 FILLER PIC X(10) VALUE "RECUSA".
               10 FILLER PIC X(10) VALUE "MEMORIA".
           05 COMPONENT-NAMES-R REDEFINES COMPONENT-NAMES.
               10 COMPONENT-NAME OCCURS 9 TIMES PIC X(10).
           05 COMPONENT-DEFAULTS.
               10 FILLER PIC 9(3) VALUE 2.
               10 FILLER PIC 9(3) VALUE 15.
               10 FILLER PIC 9(3) VALUE 5.
               10 FILLER PIC 9(3) VALUE 2.
               10 FILLER PIC 9(3) VALUE 5.
               10 FILLER PIC 9(3) VALUE 2.
               10 FILLER PIC 9(3) VALUE 3.
               10 FILLER PIC 9(3) VALUE 1.
               10 FILLER PIC 9(3) VALUE 2.
           05 COMPONENT-DEFAULTS-R REDEFINES COMPONENT-DEFAULTS.
               10 COMPONENT-DEFAULT OCCURS 9 TIMES PIC 9(3).
           05 COMPONENT-WEIGHT OCCURS 9 TIMES PIC 9(3).
           05 COMPONENT-DAY-COUNT OCCURS 9 TIMES PIC 9(4).
           05 COMPONENT-USED OCCURS 9 TIMES PIC X.

       01 HISTORY-TABLE.
           05 HISTORY-COUNT    PIC 9(2) VALUE 0.
           05 HISTORY-ENTRIES OCCURS 60 TIMES.
               10 HS-DATE          PIC X(8).
               10 HS-INTEGER       PIC 9(7).
               10 HS-SCORE         PIC 9(3).
               10 HS-WEEK-KEY      PIC 9(6).
               10 HS-WEEK-TOTAL    PIC 9(6).
               10 HS-POINTS OCCURS 9 TIMES PIC 9(4).
       COPY PERSONCTX.
       01 WELLBEING-NAME       PIC X(40).
       01 WEIGHTS-NAME         PIC X(40).
       01 SUMMARY-GEN-NAME     PIC X(40).
       01 STATE-JOURNAL-NAME   PIC X(40).
       01 WEEKLY-TALLY-NAME    PIC X(40).
       01 BOUNDARY-LOG-NAME    PIC X(40).
       01 TOQUE-AUDIT-NAME     PIC X(40).
       01 REQ-AUDIT-NAME       PIC X(40).
       01 MEMORY-LOG-NAME      PIC X(40).
       01 WELL-REPORT-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== INDICE DIARIO DE BEM-ESTAR ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           PERFORM LOAD-WELL-WEIGHTS
           PERFORM LOAD-WELL-HISTORY

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               MOVE 0 TO COMPONENT-DAY-COUNT(C)
           END-PERFORM
           PERFORM COUNT-PORT-STATES
           PERFORM COUNT-STATE-JOURNAL
           PERFORM COUNT-CONTROL-PHRASES
           PERFORM COUNT-BOUNDARY-LOG
           PERFORM COUNT-TOUCH-REJECTIONS
           PERFORM COUNT-REQUEST-DENIALS
           PERFORM COUNT-MEMORY-UNLOCKS

           PERFORM COMPUTE-WELL-SCORE
           PERFORM STORE-WELL-RECORD
           IF WB-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-WELL-REPORT
           DISPLAY "Indice de hoje: " WB-SCORE
               " (relatorio em DATA/WELLREPORT)."
           GOBACK.

       LOAD-WELL-WEIGHTS.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               MOVE COMPONENT-DEFAULT(C) TO COMPONENT-WEIGHT(C)
           END-PERFORM
           OPEN INPUT WEIGHTS-FILE
           IF WW-STATUS = "35"
               PERFORM SEED-WELL-WEIGHTS
               OPEN INPUT WEIGHTS-FILE
           END-IF
           IF WW-STATUS = "00"
               PERFORM UNTIL WW-STATUS = "10"
                   READ WEIGHTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-WEIGHT
                   END-READ
               END-PERFORM
               CLOSE WEIGHTS-FILE
           END-IF.

       APPLY-ONE-WEIGHT.
           MOVE "N" TO WEIGHT-FOUND
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               IF COMPONENT-NAME(C) = WW-CODE
                   MOVE "Y" TO WEIGHT-FOUND
                   IF WW-WEIGHT IS NUMERIC
                       MOVE WW-WEIGHT TO COMPONENT-WEIGHT(C)
                   ELSE
                       DISPLAY "Aviso: peso invalido para " WW-CODE
                           ". Mantido o valor por defeito."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           IF WEIGHT-FOUND = "N"
               DISPLAY "Aviso: componente desconhecida em WELLWEIGHTS: "
                   WW-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

       SEED-WELL-WEIGHTS.
           DISPLAY "WELLWEIGHTS inexistente. A semear pesos."
           OPEN OUTPUT WEIGHTS-FILE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               MOVE COMPONENT-NAME(C)    TO WW-CODE
               MOVE COMPONENT-DEFAULT(C) TO WW-WEIGHT
               WRITE WEIGHTS-RECORD
           END-PERFORM
           CLOSE WEIGHTS-FILE.

       LOAD-WELL-HISTORY.
           MOVE 0 TO HISTORY-COUNT
           OPEN INPUT WELLBEING-FILE
           IF WB-STATUS = "00"
               PERFORM UNTIL WB-STATUS = "10"
                   READ WELLBEING-FILE NEXT RECORD
                   IF WB-STATUS = "00"
                       PERFORM KEEP-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE WELLBEING-FILE
           END-IF.

       KEEP-HISTORY-RECORD.
           IF WB-DATE IS NUMERIC AND WB-DATE < RUN-DATE
               MOVE WB-DATE TO WORK-DATE-NUM
               COMPUTE WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
               IF WORK-INTEGER >= RUN-INTEGER - 59
                   IF HISTORY-COUNT < 59
                       ADD 1 TO HISTORY-COUNT
                       MOVE HISTORY-COUNT TO H
                       MOVE WB-DATE            TO HS-DATE(H)
                       MOVE WORK-INTEGER       TO HS-INTEGER(H)
                       MOVE WB-SCORE           TO HS-SCORE(H)
                       MOVE WB-CTRL-WEEK-KEY   TO HS-WEEK-KEY(H)
                       MOVE WB-CTRL-WEEK-TOTAL TO HS-WEEK-TOTAL(H)
                       PERFORM VARYING C FROM 1 BY 1
                               UNTIL C > COMPONENT-COUNT
                           MOVE WB-POINTS(C) TO HS-POINTS(H C)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       COUNT-PORT-STATES.
           OPEN INPUT SUMMARY-GEN-FILE
           IF SG-STATUS = "00"
               MOVE RUN-DATE TO SG-DATE
               READ SUMMARY-GEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE COMPONENT-DAY-COUNT(1) =
                           SG-TIMEOUT-COUNT + SG-FILTERED-COUNT
               END-READ
               CLOSE SUMMARY-GEN-FILE
           END-IF.

       COUNT-STATE-JOURNAL.
           MOVE "N" TO JR-FOUND
           OPEN INPUT STATE-JOURNAL-FILE
           IF JRNL-STATUS = "00"
               PERFORM UNTIL JRNL-STATUS = "10"
                   READ STATE-JOURNAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JR-DATE = RUN-DATE
                               MOVE "Y" TO JR-FOUND
                               MOVE JR-MENTAL-STATE   TO JR-LAST-MENTAL
                               MOVE JR-PHYSICAL-LIMIT
                                   TO JR-LAST-PHYSICAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-JOURNAL-FILE
           END-IF
           IF JR-FOUND = "Y"
               IF JR-LAST-MENTAL = "SOBRECARGA"
                   MOVE 1 TO COMPONENT-DAY-COUNT(2)
               END-IF
               EVALUATE JR-LAST-PHYSICAL
                   WHEN "NORMAL"
                   WHEN SPACES
                       CONTINUE
                   WHEN "LIMITADO"
                       MOVE 1 TO COMPONENT-DAY-COUNT(3)
                   WHEN OTHER
                       MOVE 2 TO COMPONENT-DAY-COUNT(3)
               END-EVALUATE
           END-IF.

       COUNT-CONTROL-PHRASES.
           COMPUTE CTRL-WEEK-KEY = RUN-INTEGER / 7
           MOVE 0 TO CTRL-WEEK-TOTAL
           OPEN INPUT WEEKLY-TALLY-FILE
           IF WT-STATUS = "00"
               MOVE CTRL-WEEK-KEY TO WT-WEEK-KEY
               READ WEEKLY-TALLY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE CTRL-WEEK-TOTAL =
                           WT-DEVES-TOTAL + WT-TINHAS-TOTAL
               END-READ
               CLOSE WEEKLY-TALLY-FILE
           END-IF
           MOVE 0 TO CTRL-PREV-TOTAL
           IF HISTORY-COUNT > 0
               IF HS-WEEK-KEY(HISTORY-COUNT) = CTRL-WEEK-KEY
                   MOVE HS-WEEK-TOTAL(HISTORY-COUNT) TO CTRL-PREV-TOTAL
               END-IF
           END-IF
           IF CTRL-WEEK-TOTAL >= CTRL-PREV-TOTAL
               COMPUTE WORK-POINTS = CTRL-WEEK-TOTAL - CTRL-PREV-TOTAL
           ELSE
               MOVE CTRL-WEEK-TOTAL TO WORK-POINTS
           END-IF
           IF WORK-POINTS > 9999
               MOVE 9999 TO WORK-POINTS
           END-IF
           MOVE WORK-POINTS TO COMPONENT-DAY-COUNT(4).

       COUNT-BOUNDARY-LOG.
           OPEN INPUT BOUNDARY-LOG-FILE
           IF BL-STATUS = "00"
               PERFORM UNTIL BL-STATUS = "10"
                   READ BOUNDARY-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BOUNDARY-LOG-LINE(1:8) = RUN-DATE
                               PERFORM TALLY-BOUNDARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOUNDARY-LOG-FILE
           END-IF.

       TALLY-BOUNDARY-LINE.
           MOVE SPACES TO BL-SEV-PART
           UNSTRING BOUNDARY-LOG-DATA DELIMITED BY " | SEV="
               INTO BL-HEAD BL-SEV-PART
           END-UNSTRING
           IF BL-SEV-PART(1:1) = "A"
               ADD 1 TO COMPONENT-DAY-COUNT(5)
           ELSE
               IF BL-SEV-PART(1:1) NOT = SPACE
                   ADD 1 TO COMPONENT-DAY-COUNT(6)
               END-IF
           END-IF.

       COUNT-TOUCH-REJECTIONS.
           OPEN INPUT TOQUE-AUDIT-FILE
           IF TOQ-STATUS = "00"
               PERFORM UNTIL TOQ-STATUS = "10"
                   READ TOQUE-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TOQ-LINE(1:8) = RUN-DATE
                               MOVE SPACE TO TOQ-OUTCOME
                               UNSTRING TOQ-DATA DELIMITED BY " | "
                                   INTO TOQ-TIMESTAMP TOQ-NOME
                                        TOQ-OUTCOME
                               END-UNSTRING
                               IF TOQ-OUTCOME = "N"
                                   OR TOQ-OUTCOME = "B"
                                   OR TOQ-OUTCOME = "R"
                                   ADD 1 TO COMPONENT-DAY-COUNT(7)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOQUE-AUDIT-FILE
           END-IF.

       COUNT-REQUEST-DENIALS.
           OPEN INPUT REQ-AUDIT-FILE
           IF AUD-STATUS = "00"
               PERFORM UNTIL AUD-STATUS = "10"
                   READ REQ-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUDIT-LINE(1:8) = RUN-DATE
                               MOVE SPACE TO AL-DECISION
                               UNSTRING AUDIT-DATA DELIMITED BY " | "
                                   INTO AL-DATE AL-ID AL-SOURCE
                                        AL-CONTENT AL-DECISION
                               END-UNSTRING
                               IF AL-DECISION = "N"
                                   ADD 1 TO COMPONENT-DAY-COUNT(8)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQ-AUDIT-FILE
           END-IF.

       COUNT-MEMORY-UNLOCKS.
           OPEN INPUT MEMORY-LOG-FILE
           IF ML-STATUS = "00"
               PERFORM UNTIL ML-STATUS = "10"
                   READ MEMORY-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MEMORY-LOG-LINE(1:8) = RUN-DATE
                               ADD 1 TO COMPONENT-DAY-COUNT(9)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMORY-LOG-FILE
           END-IF.

       COMPUTE-WELL-SCORE.
           MOVE SPACES TO WELLBEING-RECORD
           MOVE RUN-DATE        TO WB-DATE
           MOVE CTRL-WEEK-KEY   TO WB-CTRL-WEEK-KEY
           MOVE CTRL-WEEK-TOTAL TO WB-CTRL-WEEK-TOTAL
           MOVE 0 TO PENALTY-TOTAL
           MOVE 0 TO BONUS-TOTAL
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               MOVE COMPONENT-DAY-COUNT(C) TO WB-COUNT(C)
               COMPUTE WORK-POINTS =
                   COMPONENT-DAY-COUNT(C) * COMPONENT-WEIGHT(C)
               IF WORK-POINTS > 9999
                   MOVE 9999 TO WORK-POINTS
               END-IF
               MOVE WORK-POINTS TO WB-POINTS(C)
               IF C = 9
                   ADD WORK-POINTS TO BONUS-TOTAL
               ELSE
                   ADD WORK-POINTS TO PENALTY-TOTAL
               END-IF
           END-PERFORM
           COMPUTE WORK-SCORE = 100 - PENALTY-TOTAL + BONUS-TOTAL
           IF WORK-SCORE < 0
               MOVE 0 TO WORK-SCORE
           END-IF
           IF WORK-SCORE > 100
               MOVE 100 TO WORK-SCORE
           END-IF
           MOVE WORK-SCORE TO WB-SCORE.

       STORE-WELL-RECORD.
           OPEN I-O WELLBEING-FILE
           IF WB-STATUS = "35"
               OPEN OUTPUT WELLBEING-FILE
               CLOSE WELLBEING-FILE
               OPEN I-O WELLBEING-FILE
           END-IF
           IF WB-STATUS NOT = "00"
               DISPLAY "Erro ao abrir WELLBEING. Estado: " WB-STATUS
               MOVE 1 TO ERRLOG-MSG-ID
               MOVE WB-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           ELSE
               WRITE WELLBEING-RECORD
                   INVALID KEY
                       REWRITE WELLBEING-RECORD
               END-WRITE
               CLOSE WELLBEING-FILE
               ADD 1 TO HISTORY-COUNT
               MOVE HISTORY-COUNT TO TODAY-POS
               MOVE WB-DATE            TO HS-DATE(TODAY-POS)
               MOVE RUN-INTEGER        TO HS-INTEGER(TODAY-POS)
               MOVE WB-SCORE           TO HS-SCORE(TODAY-POS)
               MOVE WB-CTRL-WEEK-KEY   TO HS-WEEK-KEY(TODAY-POS)
               MOVE WB-CTRL-WEEK-TOTAL TO HS-WEEK-TOTAL(TODAY-POS)
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
                   MOVE WB-POINTS(C) TO HS-POINTS(TODAY-POS C)
               END-PERFORM
               MOVE "00" TO WB-STATUS
           END-IF.

       WRITE-WELL-REPORT.
           OPEN OUTPUT WELL-REPORT-FILE
           MOVE SPACES TO WELL-REPORT-LINE
           STRING "INDICE DIARIO DE BEM-ESTAR - GERADO EM " RUN-DATE
               DELIMITED BY SIZE INTO WELL-REPORT-LINE
           WRITE WELL-REPORT-LINE
           MOVE "DATA     INDICE MEDIA7 MEDIA30 MAIORES CONTRIBUTOS"
               TO WELL-REPORT-LINE
           WRITE WELL-REPORT-LINE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > HISTORY-COUNT
               IF HS-INTEGER(H) >= RUN-INTEGER - 29
                   PERFORM WRITE-ONE-DAY-LINE
               END-IF
           END-PERFORM

           MOVE TODAY-POS TO H
           PERFORM COMPUTE-MOVING-AVERAGES
           MOVE SPACES TO WELL-REPORT-LINE
           STRING "HOJE: INDICE=" WB-SCORE
               " MEDIA 7 DIAS=" MA7-EDIT
               " MEDIA 30 DIAS=" MA30-EDIT
               DELIMITED BY SIZE INTO WELL-REPORT-LINE
           WRITE WELL-REPORT-LINE
           MOVE "COMPONENTE  CONTAGEM  PESO  PONTOS"
               TO WELL-REPORT-LINE
           WRITE WELL-REPORT-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               IF C = 9
                   MOVE "+" TO CONTRIB-SIGN
               ELSE
                   MOVE "-" TO CONTRIB-SIGN
               END-IF
               MOVE SPACES TO WELL-REPORT-LINE
               STRING COMPONENT-NAME(C) "  " WB-COUNT(C)
                   "      " COMPONENT-WEIGHT(C)
                   "   " CONTRIB-SIGN WB-POINTS(C)
                   DELIMITED BY SIZE INTO WELL-REPORT-LINE
               WRITE WELL-REPORT-LINE
           END-PERFORM
           CLOSE WELL-REPORT-FILE.

       WRITE-ONE-DAY-LINE.
           PERFORM COMPUTE-MOVING-AVERAGES
           PERFORM BUILD-CONTRIBUTORS
           MOVE SPACES TO WELL-REPORT-LINE
           STRING HS-DATE(H) "  " HS-SCORE(H)
               "  " MA7-EDIT "  " MA30-EDIT
               "  " CONTRIB-TEXT
               DELIMITED BY SIZE INTO WELL-REPORT-LINE
           WRITE WELL-REPORT-LINE.

       COMPUTE-MOVING-AVERAGES.
           MOVE 0 TO MA-SUM
           MOVE 0 TO MA-DAYS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HISTORY-COUNT
               IF HS-INTEGER(J) <= HS-INTEGER(H)
                   AND HS-INTEGER(J) + 6 >= HS-INTEGER(H)
                   ADD HS-SCORE(J) TO MA-SUM
                   ADD 1 TO MA-DAYS
               END-IF
           END-PERFORM
           COMPUTE MA7 ROUNDED = MA-SUM / MA-DAYS
           MOVE 0 TO MA-SUM
           MOVE 0 TO MA-DAYS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HISTORY-COUNT
               IF HS-INTEGER(J) <= HS-INTEGER(H)
                   AND HS-INTEGER(J) + 29 >= HS-INTEGER(H)
                   ADD HS-SCORE(J) TO MA-SUM
                   ADD 1 TO MA-DAYS
               END-IF
           END-PERFORM
           COMPUTE MA30 ROUNDED = MA-SUM / MA-DAYS
           MOVE MA7  TO MA7-EDIT
           MOVE MA30 TO MA30-EDIT.

       BUILD-CONTRIBUTORS.
           MOVE SPACES TO CONTRIB-TEXT
           MOVE 1 TO CONTRIB-PTR
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
               MOVE "N" TO COMPONENT-USED(C)
           END-PERFORM
           PERFORM VARYING TOP-N FROM 1 BY 1 UNTIL TOP-N > 3
               MOVE 0 TO BEST-C
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > COMPONENT-COUNT
                   IF COMPONENT-USED(C) = "N"
                       AND HS-POINTS(H C) > 0
                       IF BEST-C = 0
                           MOVE C TO BEST-C
                       ELSE
                           IF HS-POINTS(H C) > HS-POINTS(H BEST-C)
                               MOVE C TO BEST-C
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEST-C > 0
                   MOVE "Y" TO COMPONENT-USED(BEST-C)
                   IF BEST-C = 9
                       MOVE "+" TO CONTRIB-SIGN
                   ELSE
                       MOVE "-" TO CONTRIB-SIGN
                   END-IF
                   STRING FUNCTION TRIM(COMPONENT-NAME(BEST-C))
                       "=" CONTRIB-SIGN HS-POINTS(H BEST-C) " "
                       DELIMITED BY SIZE INTO CONTRIB-TEXT
                       WITH POINTER CONTRIB-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF CONTRIB-TEXT = SPACES
               MOVE "(SEM SINAIS)" TO CONTRIB-TEXT
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO WELLBEING-NAME
           STRING "DATA/WELLBEING" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WELLBEING-NAME
           MOVE SPACES TO WEIGHTS-NAME
           STRING "DATA/WELLWEIGHTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WEIGHTS-NAME
           MOVE SPACES TO SUMMARY-GEN-NAME
           STRING "DATA/PORTSUMGEN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUMMARY-GEN-NAME
           MOVE SPACES TO STATE-JOURNAL-NAME
           STRING "DATA/DAILYSTJRNL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-JOURNAL-NAME
           MOVE SPACES TO WEEKLY-TALLY-NAME
           STRING "DATA/CTRLWEEKLY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WEEKLY-TALLY-NAME
           MOVE SPACES TO BOUNDARY-LOG-NAME
           STRING "DATA/BOUNDARYLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BOUNDARY-LOG-NAME
           MOVE SPACES TO TOQUE-AUDIT-NAME
           STRING "DATA/TOQUEAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TOQUE-AUDIT-NAME
           MOVE SPACES TO REQ-AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-AUDIT-NAME
           MOVE SPACES TO MEMORY-LOG-NAME
           STRING "DATA/MEMLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-LOG-NAME
           MOVE SPACES TO WELL-REPORT-NAME
           STRING "DATA/WELLREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WELL-REPORT-NAME.
