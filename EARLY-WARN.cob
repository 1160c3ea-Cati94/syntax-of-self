       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLY-WARN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN USING POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EP-STATUS.

           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

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

           SELECT STATE-JOURNAL-FILE ASSIGN USING STATE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT STATE-PLAN-FILE ASSIGN USING STATE-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-STATUS.

           SELECT SUGGEST-FILE ASSIGN USING SUGGEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUG-STATUS.

           SELECT PRE-ALERT-FILE ASSIGN USING PRE-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-STATUS.

           SELECT WARN-REPORT-FILE ASSIGN USING WARN-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05 EP-WINDOW-DAYS       PIC 9(2).
           05 FILLER               PIC X.
           05 EP-CTRL-LIMIT        PIC 9(4).
           05 FILLER               PIC X.
           05 EP-ESCAL-LIMIT       PIC 9(4).
           05 FILLER               PIC X.
           05 EP-TOQUE-LIMIT       PIC 9(4).
           05 FILLER               PIC X.
           05 EP-SOBRE-LIMIT       PIC 9(4).
           05 FILLER               PIC X.
           05 EP-ALERT-LEVEL       PIC 9.
           05 FILLER               PIC X.
           05 EP-PLAN-DAYS         PIC 9(2).

       FD  DAILY-STATE-FILE.
           COPY DAILYST.

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

       FD  STATE-PLAN-FILE.
           COPY STPLAN.

       FD  SUGGEST-FILE.
       01  SUGGEST-RECORD.
           05 SU-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 SU-MENTAL-STATE      PIC X(20).
           05 FILLER               PIC X.
           05 SU-PHYSICAL-LIMIT    PIC X(20).
           05 FILLER               PIC X.
           05 SU-USER-AUTONOMY     PIC X(10).
           05 FILLER               PIC X.
           05 SU-EXTERNAL-CONTROL  PIC X.

       FD  PRE-ALERT-FILE.
       01  PRE-ALERT-LINE      PIC X(100).

       FD  WARN-REPORT-FILE.
       01  WARN-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 EP-STATUS            PIC XX.
       01 DS-STATUS            PIC XX.
       01 WT-STATUS            PIC XX.
       01 BL-STATUS            PIC XX.
       01 TOQ-STATUS           PIC XX.
       01 JRNL-STATUS          PIC XX.
       01 SP-STATUS            PIC XX.
       01 SUG-STATUS           PIC XX.
       01 PA-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-TIMESTAMP        PIC X(21).
       COPY RUNCLOCK.
       01 RUN-DATE             PIC X(8).
       01 RUN-DATE-NUM         PIC 9(8).
       01 RUN-INTEGER          PIC 9(7).
       01 WORK-INTEGER         PIC 9(7).
       01 WORK-DATE-NUM        PIC 9(8).
       01 WINDOW-START         PIC X(8).
       01 WEEK-FIRST           PIC 9(6).
       01 WEEK-LAST            PIC 9(6).
       01 WEEK-SPAN            PIC 9(6).
       01 WEEK-IX              PIC 9(6).
       01 P                    PIC 9(2).
       01 PL-IX                PIC 9(2).
       01 LINE-PTR             PIC 9(3).
       01 I                    PIC 9.
       01 LAST-SOBRE-DATE      PIC X(8).
       01 BL-HEAD              PIC X(250).
       01 BL-SEV-PART          PIC X(20).
       01 TOQ-TIMESTAMP        PIC X(14).
       01 TOQ-NOME             PIC X(20).
       01 TOQ-OUTCOME          PIC X.
       01 CTRL-PREVIOUS        PIC 9(6) VALUE 0.
       01 CTRL-TREND           PIC X(5).
       01 WARN-LEVEL           PIC 9 VALUE 0.
       01 PRE-ALERT-RAISED     PIC X VALUE "N".
       01 ALREADY-ALERTED      PIC X VALUE "N".
       01 AUTONOMY-ACTIVE      PIC X VALUE "N".
       01 CURRENT-PHYSICAL     PIC X(20).
       01 SUGGEST-DATE         PIC X(8).
       01 SUGGESTED-COUNT      PIC 9(2) VALUE 0.
       01 PLANNED-FOUND        PIC X.
       01 VALUE-DISP           PIC ZZZZZ9.
       01 LIMIT-DISP           PIC ZZZ9.

       01 WINDOW-DAYS          PIC 9(2) VALUE 7.
       01 ALERT-LEVEL          PIC 9 VALUE 2.
       01 PLAN-DAYS            PIC 9(2) VALUE 3.

       01 INDICATOR-TABLE.
           05 INDICATOR-NAMES.
               10 FILLER PIC X(10) VALUE "CONTROLO".
               10 FILLER PIC X(10) VALUE "ESCALADA".
               10 FILLER PIC X(10) VALUE "TOQUE".
               10 FILLER PIC X(10) VALUE "SOBRECARGA".
           05 INDICATOR-NAMES-R REDEFINES INDICATOR-NAMES.
               10 IND-NAME OCCURS 4 TIMES PIC X(10).
           05 IND-VALUE OCCURS 4 TIMES PIC 9(6).
           05 IND-LIMIT OCCURS 4 TIMES PIC 9(4).
           05 IND-HIT   OCCURS 4 TIMES PIC X.

       01 PLANNED-TABLE.
           05 PLANNED-COUNT    PIC 9(2) VALUE 0.
           05 PLANNED-DATE OCCURS 60 TIMES PIC X(8).
       COPY PERSONCTX.
       01 POLICY-NAME          PIC X(40).
       01 DAILY-STATE-NAME     PIC X(40).
       01 WEEKLY-TALLY-NAME    PIC X(40).
       01 BOUNDARY-LOG-NAME    PIC X(40).
       01 TOQUE-AUDIT-NAME     PIC X(40).
       01 STATE-JOURNAL-NAME   PIC X(40).
       01 STATE-PLAN-NAME      PIC X(40).
       01 SUGGEST-NAME         PIC X(40).
       01 PRE-ALERT-NAME       PIC X(40).
       01 WARN-REPORT-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== AVISO ANTECIPADO DE CONTROLO EXTERNO ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
           COMPUTE RUN-INTEGER = FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)

           MOVE 10 TO IND-LIMIT(1)
           MOVE 3  TO IND-LIMIT(2)
           MOVE 3  TO IND-LIMIT(3)
           MOVE 3  TO IND-LIMIT(4)
           PERFORM LOAD-EARLY-POLICY
           COMPUTE WORK-INTEGER = RUN-INTEGER - WINDOW-DAYS + 1
           COMPUTE WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WORK-INTEGER)
           MOVE WORK-DATE-NUM TO WINDOW-START
           DISPLAY "Janela: " WINDOW-START " a " RUN-DATE

           PERFORM READ-DAILY-STATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
               MOVE 0   TO IND-VALUE(I)
               MOVE "N" TO IND-HIT(I)
           END-PERFORM
           PERFORM SCORE-CONTROL-WEEKS
           PERFORM SCORE-ESCALATIONS
           PERFORM SCORE-TOUCH-REJECTIONS
           PERFORM SCORE-OVERLOAD-DAYS

           MOVE 0 TO WARN-LEVEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
               IF IND-VALUE(I) >= IND-LIMIT(I)
                   MOVE "Y" TO IND-HIT(I)
                   ADD 1 TO WARN-LEVEL
               END-IF
           END-PERFORM
           DISPLAY "Indicadores acima do limite: " WARN-LEVEL

           OPEN OUTPUT SUGGEST-FILE
           IF AUTONOMY-ACTIVE = "Y"
               DISPLAY "Controlo externo ja ativo. AUTONOMY-MODE trata."
           ELSE
               IF WARN-LEVEL >= ALERT-LEVEL
                   MOVE "Y" TO PRE-ALERT-RAISED
                   PERFORM WRITE-PRE-ALERT
                   PERFORM SUGGEST-PROTECTIVE-STATES
               END-IF
           END-IF
           CLOSE SUGGEST-FILE

           PERFORM WRITE-WARN-REPORT
           IF PRE-ALERT-RAISED = "Y"
               DISPLAY "PRE-ALERTA: " WARN-LEVEL
                   " indicadores acima do limite. Ver DATA/EARLYWARN."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Sem pre-alerta."
           END-IF
           GOBACK.

       LOAD-EARLY-POLICY.
           OPEN INPUT POLICY-FILE
           IF EP-STATUS = "35"
               DISPLAY "EARLYPOLICY inexistente. A semear limites."
               OPEN OUTPUT POLICY-FILE
               MOVE SPACES TO POLICY-RECORD
               MOVE 7  TO EP-WINDOW-DAYS
               MOVE 10 TO EP-CTRL-LIMIT
               MOVE 3  TO EP-ESCAL-LIMIT
               MOVE 3  TO EP-TOQUE-LIMIT
               MOVE 3  TO EP-SOBRE-LIMIT
               MOVE 2  TO EP-ALERT-LEVEL
               MOVE 3  TO EP-PLAN-DAYS
               WRITE POLICY-RECORD
               CLOSE POLICY-FILE
               OPEN INPUT POLICY-FILE
           END-IF
           IF EP-STATUS = "00"
               READ POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-EARLY-POLICY
               END-READ
               CLOSE POLICY-FILE
           END-IF.

       APPLY-EARLY-POLICY.
           IF EP-WINDOW-DAYS IS NUMERIC AND EP-WINDOW-DAYS > 0
               MOVE EP-WINDOW-DAYS TO WINDOW-DAYS
           END-IF
           IF EP-CTRL-LIMIT IS NUMERIC AND EP-CTRL-LIMIT > 0
               MOVE EP-CTRL-LIMIT TO IND-LIMIT(1)
           END-IF
           IF EP-ESCAL-LIMIT IS NUMERIC AND EP-ESCAL-LIMIT > 0
               MOVE EP-ESCAL-LIMIT TO IND-LIMIT(2)
           END-IF
           IF EP-TOQUE-LIMIT IS NUMERIC AND EP-TOQUE-LIMIT > 0
               MOVE EP-TOQUE-LIMIT TO IND-LIMIT(3)
           END-IF
           IF EP-SOBRE-LIMIT IS NUMERIC AND EP-SOBRE-LIMIT > 0
               MOVE EP-SOBRE-LIMIT TO IND-LIMIT(4)
           END-IF
           IF EP-ALERT-LEVEL IS NUMERIC AND EP-ALERT-LEVEL > 0
               AND EP-ALERT-LEVEL <= 4
               MOVE EP-ALERT-LEVEL TO ALERT-LEVEL
           END-IF
           IF EP-PLAN-DAYS IS NUMERIC
               MOVE EP-PLAN-DAYS TO PLAN-DAYS
           END-IF.

       READ-DAILY-STATE.
           MOVE SPACES TO CURRENT-PHYSICAL
           OPEN INPUT DAILY-STATE-FILE
           IF DS-STATUS = "00"
               READ DAILY-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DS-PHYSICAL-LIMIT TO CURRENT-PHYSICAL
                       IF DS-EXTERNAL-CONTROL = "Y"
                           MOVE "Y" TO AUTONOMY-ACTIVE
                       END-IF
               END-READ
               CLOSE DAILY-STATE-FILE
           END-IF
           IF CURRENT-PHYSICAL = SPACES
               MOVE "NORMAL" TO CURRENT-PHYSICAL
           END-IF.

       SCORE-CONTROL-WEEKS.
           COMPUTE WEEK-LAST = RUN-INTEGER / 7
           COMPUTE WEEK-FIRST = (RUN-INTEGER - WINDOW-DAYS + 1) / 7
           COMPUTE WEEK-SPAN = WEEK-LAST - WEEK-FIRST + 1
           MOVE 0 TO CTRL-PREVIOUS
           OPEN INPUT WEEKLY-TALLY-FILE
           IF WT-STATUS = "00"
               PERFORM VARYING WEEK-IX FROM WEEK-FIRST BY 1
                       UNTIL WEEK-IX > WEEK-LAST
                   MOVE WEEK-IX TO WT-WEEK-KEY
                   READ WEEKLY-TALLY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE IND-VALUE(1) = IND-VALUE(1)
                               + WT-DEVES-TOTAL + WT-TINHAS-TOTAL
                   END-READ
               END-PERFORM
               COMPUTE WEEK-IX = WEEK-FIRST - WEEK-SPAN
               PERFORM UNTIL WEEK-IX >= WEEK-FIRST
                   MOVE WEEK-IX TO WT-WEEK-KEY
                   READ WEEKLY-TALLY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE CTRL-PREVIOUS = CTRL-PREVIOUS
                               + WT-DEVES-TOTAL + WT-TINHAS-TOTAL
                   END-READ
                   ADD 1 TO WEEK-IX
               END-PERFORM
               CLOSE WEEKLY-TALLY-FILE
           END-IF
           EVALUATE TRUE
               WHEN IND-VALUE(1) > CTRL-PREVIOUS
                   MOVE "SOBE" TO CTRL-TREND
               WHEN IND-VALUE(1) < CTRL-PREVIOUS
                   MOVE "DESCE" TO CTRL-TREND
               WHEN OTHER
                   MOVE "IGUAL" TO CTRL-TREND
           END-EVALUATE.

       SCORE-ESCALATIONS.
           OPEN INPUT BOUNDARY-LOG-FILE
           IF BL-STATUS = "00"
               PERFORM UNTIL BL-STATUS = "10"
                   READ BOUNDARY-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BOUNDARY-LOG-LINE(1:8) >= WINDOW-START
                               AND BOUNDARY-LOG-LINE(1:8) <= RUN-DATE
                               MOVE SPACES TO BL-SEV-PART
                               UNSTRING BOUNDARY-LOG-DATA
                                   DELIMITED BY " | SEV="
                                   INTO BL-HEAD BL-SEV-PART
                               END-UNSTRING
                               IF BL-SEV-PART(1:1) = "A"
                                   ADD 1 TO IND-VALUE(2)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOUNDARY-LOG-FILE
           END-IF.

       SCORE-TOUCH-REJECTIONS.
           OPEN INPUT TOQUE-AUDIT-FILE
           IF TOQ-STATUS = "00"
               PERFORM UNTIL TOQ-STATUS = "10"
                   READ TOQUE-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TOQ-LINE(1:8) >= WINDOW-START
                               AND TOQ-LINE(1:8) <= RUN-DATE
                               MOVE SPACE TO TOQ-OUTCOME
                               UNSTRING TOQ-DATA DELIMITED BY " | "
                                   INTO TOQ-TIMESTAMP TOQ-NOME
                                        TOQ-OUTCOME
                               END-UNSTRING
                               IF TOQ-OUTCOME = "N"
                                   OR TOQ-OUTCOME = "B"
                                   OR TOQ-OUTCOME = "R"
                                   ADD 1 TO IND-VALUE(3)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOQUE-AUDIT-FILE
           END-IF.

       SCORE-OVERLOAD-DAYS.
           MOVE SPACES TO LAST-SOBRE-DATE
           OPEN INPUT STATE-JOURNAL-FILE
           IF JRNL-STATUS = "00"
               PERFORM UNTIL JRNL-STATUS = "10"
                   READ STATE-JOURNAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JR-DATE >= WINDOW-START
                               AND JR-DATE <= RUN-DATE
                               AND JR-MENTAL-STATE = "SOBRECARGA"
                               AND JR-DATE NOT = LAST-SOBRE-DATE
                               ADD 1 TO IND-VALUE(4)
                               MOVE JR-DATE TO LAST-SOBRE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-JOURNAL-FILE
           END-IF.

       WRITE-PRE-ALERT.
           MOVE "N" TO ALREADY-ALERTED
           OPEN INPUT PRE-ALERT-FILE
           IF PA-STATUS = "00"
               PERFORM UNTIL PA-STATUS = "10"
                   READ PRE-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PRE-ALERT-LINE(1:8) = RUN-DATE
                               MOVE "Y" TO ALREADY-ALERTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRE-ALERT-FILE
           END-IF
           IF ALREADY-ALERTED = "Y"
               DISPLAY "Pre-alerta de hoje ja registado em PREALERT."
           ELSE
               OPEN EXTEND PRE-ALERT-FILE
               IF PA-STATUS = "35"
                   OPEN OUTPUT PRE-ALERT-FILE
               END-IF
               MOVE SPACES TO PRE-ALERT-LINE
               STRING RUN-TIMESTAMP(1:14) " | NIVEL=" WARN-LEVEL
                   " | CONTROLO=" IND-VALUE(1)
                   " ESCALADA=" IND-VALUE(2)
                   " TOQUE=" IND-VALUE(3)
                   " SOBRECARGA=" IND-VALUE(4)
                   DELIMITED BY SIZE INTO PRE-ALERT-LINE
               WRITE PRE-ALERT-LINE
               CLOSE PRE-ALERT-FILE
           END-IF.

       SUGGEST-PROTECTIVE-STATES.
           PERFORM LOAD-PLANNED-DATES
           MOVE 0 TO SUGGESTED-COUNT
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PLAN-DAYS
               COMPUTE WORK-INTEGER = RUN-INTEGER + P
               COMPUTE WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WORK-INTEGER)
               MOVE WORK-DATE-NUM TO SUGGEST-DATE
               PERFORM FIND-PLANNED-DATE
               IF PLANNED-FOUND = "N"
                   MOVE SPACES TO SUGGEST-RECORD
                   MOVE SUGGEST-DATE     TO SU-DATE
                   MOVE "SOBRECARGA"     TO SU-MENTAL-STATE
                   MOVE CURRENT-PHYSICAL TO SU-PHYSICAL-LIMIT
                   MOVE "ATIVA"          TO SU-USER-AUTONOMY
                   MOVE "N"              TO SU-EXTERNAL-CONTROL
                   WRITE SUGGEST-RECORD
                   ADD 1 TO SUGGESTED-COUNT
               END-IF
           END-PERFORM.

       LOAD-PLANNED-DATES.
           MOVE 0 TO PLANNED-COUNT
           OPEN INPUT STATE-PLAN-FILE
           IF SP-STATUS = "00"
               PERFORM UNTIL SP-STATUS = "10"
                   READ STATE-PLAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SP-DATE > RUN-DATE
                               AND PLANNED-COUNT < 60
                               ADD 1 TO PLANNED-COUNT
                               MOVE SP-DATE
                                   TO PLANNED-DATE(PLANNED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-PLAN-FILE
           END-IF.

       FIND-PLANNED-DATE.
           MOVE "N" TO PLANNED-FOUND
           PERFORM VARYING PL-IX FROM 1 BY 1
                   UNTIL PL-IX > PLANNED-COUNT
                   OR PLANNED-FOUND = "Y"
               IF PLANNED-DATE(PL-IX) = SUGGEST-DATE
                   MOVE "Y" TO PLANNED-FOUND
               END-IF
           END-PERFORM.

       WRITE-WARN-REPORT.
           OPEN OUTPUT WARN-REPORT-FILE
           MOVE SPACES TO WARN-REPORT-LINE
           STRING "AVISO ANTECIPADO - " RUN-DATE
               " - JANELA DESDE " WINDOW-START
               DELIMITED BY SIZE INTO WARN-REPORT-LINE
           WRITE WARN-REPORT-LINE
           MOVE "INDICADOR   VALOR  LIMITE  ACIMA" TO WARN-REPORT-LINE
           WRITE WARN-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
               MOVE IND-VALUE(I) TO VALUE-DISP
               MOVE IND-LIMIT(I) TO LIMIT-DISP
               MOVE SPACES TO WARN-REPORT-LINE
               MOVE 1 TO LINE-PTR
               STRING IND-NAME(I) " " VALUE-DISP "  " LIMIT-DISP
                   "    " IND-HIT(I)
                   DELIMITED BY SIZE INTO WARN-REPORT-LINE
                   WITH POINTER LINE-PTR
               END-STRING
               IF I = 1
                   MOVE CTRL-PREVIOUS TO VALUE-DISP
                   STRING "  (PERIODO ANTERIOR " VALUE-DISP ", "
                       CTRL-TREND ")"
                       DELIMITED BY SIZE INTO WARN-REPORT-LINE
                       WITH POINTER LINE-PTR
                   END-STRING
               END-IF
               WRITE WARN-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WARN-REPORT-LINE
           STRING "NIVEL: " WARN-LEVEL " DE 4 (PRE-ALERTA A PARTIR DE "
               ALERT-LEVEL ")"
               DELIMITED BY SIZE INTO WARN-REPORT-LINE
           WRITE WARN-REPORT-LINE
           IF AUTONOMY-ACTIVE = "Y"
               MOVE "CONTROLO EXTERNO JA ATIVO - VER AUTONOMYALERT."
                   TO WARN-REPORT-LINE
               WRITE WARN-REPORT-LINE
           ELSE
               IF PRE-ALERT-RAISED = "Y"
                   MOVE SPACES TO WARN-REPORT-LINE
                   STRING "PRE-ALERTA EMITIDO. ESTADOS PROTETORES "
                       "SUGERIDOS EM DATA/PLANSUGGEST: "
                       SUGGESTED-COUNT
                       DELIMITED BY SIZE INTO WARN-REPORT-LINE
                   WRITE WARN-REPORT-LINE
                   IF SUGGESTED-COUNT < PLAN-DAYS
                       MOVE "  (DIAS JA PLANEADOS EM STATEPLAN NAO SAO "
                           TO WARN-REPORT-LINE
                       MOVE "SUGERIDOS)" TO WARN-REPORT-LINE(45:)
                       WRITE WARN-REPORT-LINE
                   END-IF
               ELSE
                   MOVE "SEM PRE-ALERTA." TO WARN-REPORT-LINE
                   WRITE WARN-REPORT-LINE
               END-IF
           END-IF
           CLOSE WARN-REPORT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO POLICY-NAME
           STRING "DATA/EARLYPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO POLICY-NAME
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO WEEKLY-TALLY-NAME
           STRING "DATA/CTRLWEEKLY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WEEKLY-TALLY-NAME
           MOVE SPACES TO BOUNDARY-LOG-NAME
           STRING "DATA/BOUNDARYLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BOUNDARY-LOG-NAME
           MOVE SPACES TO TOQUE-AUDIT-NAME
           STRING "DATA/TOQUEAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TOQUE-AUDIT-NAME
           MOVE SPACES TO STATE-JOURNAL-NAME
           STRING "DATA/DAILYSTJRNL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-JOURNAL-NAME
           MOVE SPACES TO STATE-PLAN-NAME
           STRING "DATA/STATEPLAN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-PLAN-NAME
           MOVE SPACES TO SUGGEST-NAME
           STRING "DATA/PLANSUGGEST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SUGGEST-NAME
           MOVE SPACES TO PRE-ALERT-NAME
           STRING "DATA/PREALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PRE-ALERT-NAME
           MOVE SPACES TO WARN-REPORT-NAME
           STRING "DATA/EARLYWARN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO WARN-REPORT-NAME.
