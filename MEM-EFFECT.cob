       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEM-EFFECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMORY-LOG-FILE ASSIGN USING MEMORY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT MEMORY-TABLE-FILE ASSIGN USING MEMORY-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-COLOR
               FILE STATUS IS MT-STATUS.

           SELECT EFFECT-POLICY-FILE ASSIGN USING EFFECT-POLICY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MP-STATUS.

           SELECT EFFECT-REPORT-FILE ASSIGN USING EFFECT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMORY-LOG-FILE.
       01  MEMORY-LOG-LINE.
           05 MEMORY-LOG-DATA       PIC X(260).
           05 FILLER                PIC X(20).

       FD  MEMORY-TABLE-FILE.
           COPY MEMTAB.

       FD  EFFECT-POLICY-FILE.
       01  EFFECT-POLICY-RECORD.
           05 MP-MIN-RATED          PIC 9(3).
           05 FILLER                PIC X.
           05 MP-MIN-GAIN           PIC 9(2).

       FD  EFFECT-REPORT-FILE.
       01  EFFECT-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS            PIC XX.
       01 MT-STATUS             PIC XX.
       01 MP-STATUS             PIC XX.
       01 RPT-STATUS            PIC XX.
       01 RUN-DATE              PIC X(8).
       01 ML-DATE               PIC X(8).
       01 ML-COLOR              PIC X(20).
       01 ML-FRASE              PIC X(80).
       01 ML-COMANDO            PIC X(80).
       01 ML-MODE               PIC X(10).
       01 ML-STATE              PIC X(20).
       01 ML-BEFORE-INFO        PIC X(10).
       01 ML-AFTER-INFO         PIC X(10).
       01 ML-BEFORE             PIC 9(2).
       01 ML-AFTER              PIC 9(2).
       01 ML-GAIN               PIC S9(2).
       01 MIN-RATED             PIC 9(3) VALUE 3.
       01 MIN-GAIN              PIC 9(2) VALUE 1.
       01 I                     PIC 9(4).
       01 J                     PIC 9(4).
       01 BEST-POS              PIC 9(4).
       01 COLOR-POS             PIC 9(4).
       01 STATE-POS             PIC 9(4).
       01 RANK-NO               PIC 9(3).
       01 TABLE-FULL            PIC X VALUE "N".
       01 LINES-READ            PIC 9(6) VALUE 0.
       01 RATED-LINES           PIC 9(6) VALUE 0.
       01 UNRATED-LINES         PIC 9(6) VALUE 0.
       01 FLAGGED-COUNT         PIC 9(4) VALUE 0.
       01 REVIEW-COUNT          PIC 9(4) VALUE 0.
       01 RECENT-AVG            PIC S9(3)V9.
       01 AVG-EDIT              PIC --9.9.
       01 RECENT-EDIT           PIC --9.9.
       01 FLAG-TEXT             PIC X(12).
       01 STATE-TEXT            PIC X(20).
       01 ERRLOG-PROGRAM        PIC X(20) VALUE "MEM-EFFECT".
       01 ERRLOG-MSG-ID         PIC 9(4).
       01 ERRLOG-STATUS         PIC XX.

       01 COLOR-TABLE.
           05 COLOR-COUNT       PIC 9(4) VALUE 0.
           05 COLOR-ENTRIES OCCURS 100 TIMES.
               10 CL-COLOR          PIC X(20).
               10 CL-IN-TABLE       PIC X.
               10 CL-FLAG           PIC X.
               10 CL-REVIEWED       PIC X(8).
               10 CL-RATED          PIC 9(5).
               10 CL-GAIN-SUM       PIC S9(6).
               10 CL-IMPROVED       PIC 9(5).
               10 CL-RECENT-RATED   PIC 9(5).
               10 CL-RECENT-GAIN    PIC S9(6).
               10 CL-AVG            PIC S9(3)V9.
               10 CL-NEW-FLAG       PIC X.

       01 SWAP-COLOR.
           05 SW-COLOR          PIC X(20).
           05 SW-IN-TABLE       PIC X.
           05 SW-FLAG           PIC X.
           05 SW-REVIEWED       PIC X(8).
           05 SW-RATED          PIC 9(5).
           05 SW-GAIN-SUM       PIC S9(6).
           05 SW-IMPROVED       PIC 9(5).
           05 SW-RECENT-RATED   PIC 9(5).
           05 SW-RECENT-GAIN    PIC S9(6).
           05 SW-AVG            PIC S9(3)V9.
           05 SW-NEW-FLAG       PIC X.

       01 STATE-TABLE.
           05 STATE-COUNT       PIC 9(4) VALUE 0.
           05 STATE-ENTRIES OCCURS 400 TIMES.
               10 SB-COLOR          PIC X(20).
               10 SB-STATE          PIC X(20).
               10 SB-RATED          PIC 9(5).
               10 SB-GAIN-SUM       PIC S9(6).
       COPY PERSONCTX.
       01 MEMORY-LOG-NAME      PIC X(40).
       01 MEMORY-TABLE-NAME    PIC X(40).
       01 EFFECT-POLICY-NAME   PIC X(40).
       01 EFFECT-REPORT-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== EFICACIA DAS MEMORIAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM LOAD-EFFECT-POLICY
           PERFORM LOAD-MEMORY-TABLE
           PERFORM SCAN-MEMORY-LOG
           PERFORM COMPUTE-AVERAGES
           PERFORM SORT-COLORS
           PERFORM FLAG-INEFFECTIVE-COLORS
           PERFORM WRITE-EFFECT-REPORT

           DISPLAY "Desbloqueios avaliados: " RATED-LINES
           DISPLAY "Cores a rever: " REVIEW-COUNT
               " (novas marcas: " FLAGGED-COUNT ")"
           DISPLAY "Relatorio escrito em DATA/MEMEFFECT."
           IF TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-EFFECT-POLICY.
           OPEN INPUT EFFECT-POLICY-FILE
           IF MP-STATUS = "35"
               PERFORM SEED-EFFECT-POLICY
               OPEN INPUT EFFECT-POLICY-FILE
           END-IF
           IF MP-STATUS = "00"
               READ EFFECT-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MP-MIN-RATED IS NUMERIC
                           AND MP-MIN-RATED > 0
                           MOVE MP-MIN-RATED TO MIN-RATED
                       ELSE
                           DISPLAY "Aviso: MEMEFFPOLICY com minimo "
                               "de avaliacoes invalido. Usado "
                               MIN-RATED "."
                       END-IF
                       IF MP-MIN-GAIN IS NUMERIC
                           MOVE MP-MIN-GAIN TO MIN-GAIN
                       ELSE
                           DISPLAY "Aviso: MEMEFFPOLICY com ganho "
                               "minimo invalido. Usado " MIN-GAIN "."
                       END-IF
               END-READ
               CLOSE EFFECT-POLICY-FILE
           END-IF
           DISPLAY "Marcar para revisao com " MIN-RATED
               " ou mais avaliacoes e melhoria media abaixo de "
               MIN-GAIN ".".

       SEED-EFFECT-POLICY.
           DISPLAY "MEMEFFPOLICY inexistente. A semear 3 avaliacoes "
               "e ganho minimo 1."
           OPEN OUTPUT EFFECT-POLICY-FILE
           MOVE SPACES TO EFFECT-POLICY-RECORD
           MOVE 3 TO MP-MIN-RATED
           MOVE 1 TO MP-MIN-GAIN
           WRITE EFFECT-POLICY-RECORD
           CLOSE EFFECT-POLICY-FILE.

       LOAD-MEMORY-TABLE.
           OPEN INPUT MEMORY-TABLE-FILE
           IF MT-STATUS NOT = "00"
               DISPLAY "MEMTABLE indisponivel. Estado: " MT-STATUS
           ELSE
               PERFORM UNTIL MT-STATUS = "10"
                   READ MEMORY-TABLE-FILE NEXT RECORD
                   IF MT-STATUS = "00"
                       MOVE MT-COLOR TO ML-COLOR
                       PERFORM FIND-COLOR-ENTRY
                       IF COLOR-POS > 0
                           MOVE "Y" TO CL-IN-TABLE(COLOR-POS)
                           MOVE MT-REVIEW-FLAG TO CL-FLAG(COLOR-POS)
                           MOVE MT-REVIEWED-DATE
                               TO CL-REVIEWED(COLOR-POS)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MEMORY-TABLE-FILE
           END-IF.

       SCAN-MEMORY-LOG.
           OPEN INPUT MEMORY-LOG-FILE
           IF LOG-STATUS NOT = "00"
               DISPLAY "MEMLOG nao encontrado. Sem desbloqueios."
           ELSE
               PERFORM UNTIL LOG-STATUS = "10"
                   READ MEMORY-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LINES-READ
                           PERFORM TALLY-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE MEMORY-LOG-FILE
           END-IF.

       TALLY-ONE-LOG-LINE.
           MOVE SPACES TO ML-DATE ML-COLOR ML-FRASE ML-COMANDO
           MOVE SPACES TO ML-MODE ML-STATE
           MOVE SPACES TO ML-BEFORE-INFO ML-AFTER-INFO
           UNSTRING MEMORY-LOG-DATA DELIMITED BY " | "
               INTO ML-DATE ML-COLOR ML-FRASE ML-COMANDO
                    ML-MODE ML-STATE ML-BEFORE-INFO ML-AFTER-INFO
           END-UNSTRING
           IF ML-DATE IS NUMERIC AND ML-COLOR NOT = SPACES
               AND ML-BEFORE-INFO(1:6) = "ANTES="
               AND ML-BEFORE-INFO(7:2) IS NUMERIC
               AND ML-AFTER-INFO(1:7) = "DEPOIS="
               AND ML-AFTER-INFO(8:2) IS NUMERIC
               MOVE ML-BEFORE-INFO(7:2) TO ML-BEFORE
               MOVE ML-AFTER-INFO(8:2)  TO ML-AFTER
               COMPUTE ML-GAIN = ML-AFTER - ML-BEFORE
               ADD 1 TO RATED-LINES
               PERFORM FIND-COLOR-ENTRY
               IF COLOR-POS > 0
                   PERFORM ADD-COLOR-RATING
               END-IF
               PERFORM FIND-STATE-ENTRY
               IF STATE-POS > 0
                   ADD 1 TO SB-RATED(STATE-POS)
                   ADD ML-GAIN TO SB-GAIN-SUM(STATE-POS)
               END-IF
           ELSE
               ADD 1 TO UNRATED-LINES
           END-IF.

       ADD-COLOR-RATING.
           ADD 1 TO CL-RATED(COLOR-POS)
           ADD ML-GAIN TO CL-GAIN-SUM(COLOR-POS)
           IF ML-GAIN > 0
               ADD 1 TO CL-IMPROVED(COLOR-POS)
           END-IF
           IF CL-REVIEWED(COLOR-POS) = SPACES
               OR ML-DATE > CL-REVIEWED(COLOR-POS)
               ADD 1 TO CL-RECENT-RATED(COLOR-POS)
               ADD ML-GAIN TO CL-RECENT-GAIN(COLOR-POS)
           END-IF.

       FIND-COLOR-ENTRY.
           MOVE 0 TO COLOR-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > COLOR-COUNT OR COLOR-POS > 0
               IF CL-COLOR(I) = ML-COLOR
                   MOVE I TO COLOR-POS
               END-IF
           END-PERFORM
           IF COLOR-POS = 0
               IF COLOR-COUNT < 100
                   ADD 1 TO COLOR-COUNT
                   MOVE COLOR-COUNT TO COLOR-POS
                   MOVE ML-COLOR TO CL-COLOR(COLOR-POS)
                   MOVE "N"    TO CL-IN-TABLE(COLOR-POS)
                   MOVE SPACE  TO CL-FLAG(COLOR-POS)
                   MOVE SPACES TO CL-REVIEWED(COLOR-POS)
                   MOVE 0 TO CL-RATED(COLOR-POS)
                   MOVE 0 TO CL-GAIN-SUM(COLOR-POS)
                   MOVE 0 TO CL-IMPROVED(COLOR-POS)
                   MOVE 0 TO CL-RECENT-RATED(COLOR-POS)
                   MOVE 0 TO CL-RECENT-GAIN(COLOR-POS)
                   MOVE 0 TO CL-AVG(COLOR-POS)
                   MOVE SPACE TO CL-NEW-FLAG(COLOR-POS)
               ELSE
                   PERFORM TABLE-EXCEEDED
               END-IF
           END-IF.

       FIND-STATE-ENTRY.
           IF ML-STATE = SPACES
               MOVE "(SEM ESTADO)" TO ML-STATE
           END-IF
           MOVE 0 TO STATE-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > STATE-COUNT OR STATE-POS > 0
               IF SB-COLOR(I) = ML-COLOR AND SB-STATE(I) = ML-STATE
                   MOVE I TO STATE-POS
               END-IF
           END-PERFORM
           IF STATE-POS = 0
               IF STATE-COUNT < 400
                   ADD 1 TO STATE-COUNT
                   MOVE STATE-COUNT TO STATE-POS
                   MOVE ML-COLOR TO SB-COLOR(STATE-POS)
                   MOVE ML-STATE TO SB-STATE(STATE-POS)
                   MOVE 0 TO SB-RATED(STATE-POS)
                   MOVE 0 TO SB-GAIN-SUM(STATE-POS)
               ELSE
                   PERFORM TABLE-EXCEEDED
               END-IF
           END-IF.

       TABLE-EXCEEDED.
           IF TABLE-FULL = "N"
               MOVE "Y" TO TABLE-FULL
               DISPLAY "Aviso: tabela interna cheia. Relatorio "
                   "incompleto."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                   ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       COMPUTE-AVERAGES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COLOR-COUNT
               IF CL-RATED(I) > 0
                   COMPUTE CL-AVG(I) ROUNDED =
                       CL-GAIN-SUM(I) / CL-RATED(I)
               END-IF
           END-PERFORM.

       SORT-COLORS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= COLOR-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > COLOR-COUNT
                   IF CL-RATED(J) > 0
                       IF CL-RATED(BEST-POS) = 0
                           OR CL-AVG(J) > CL-AVG(BEST-POS)
                           MOVE J TO BEST-POS
                       END-IF
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE COLOR-ENTRIES(I)        TO SWAP-COLOR
                   MOVE COLOR-ENTRIES(BEST-POS) TO COLOR-ENTRIES(I)
                   MOVE SWAP-COLOR TO COLOR-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       FLAG-INEFFECTIVE-COLORS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COLOR-COUNT
               IF CL-IN-TABLE(I) = "Y"
                   AND CL-RECENT-RATED(I) >= MIN-RATED
                   COMPUTE RECENT-AVG ROUNDED =
                       CL-RECENT-GAIN(I) / CL-RECENT-RATED(I)
                   IF RECENT-AVG < MIN-GAIN
                       ADD 1 TO REVIEW-COUNT
                       IF CL-FLAG(I) NOT = "R"
                           PERFORM SET-REVIEW-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SET-REVIEW-FLAG.
           OPEN I-O MEMORY-TABLE-FILE
           IF MT-STATUS NOT = "00"
               DISPLAY "Aviso: MEMTABLE nao atualizavel. Estado: "
                   MT-STATUS ". Marca nao gravada: " CL-COLOR(I)
           ELSE
               MOVE CL-COLOR(I) TO MT-COLOR
               READ MEMORY-TABLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R"      TO MT-REVIEW-FLAG
                       MOVE RUN-DATE TO MT-REVIEW-DATE
                       REWRITE MEMORY-TABLE-RECORD
                       MOVE "R" TO CL-FLAG(I)
                       MOVE "Y" TO CL-NEW-FLAG(I)
                       ADD 1 TO FLAGGED-COUNT
                       DISPLAY "Cor marcada para revisao: "
                           CL-COLOR(I)
               END-READ
               CLOSE MEMORY-TABLE-FILE
           END-IF.

       WRITE-EFFECT-REPORT.
           OPEN OUTPUT EFFECT-REPORT-FILE
           MOVE SPACES TO EFFECT-REPORT-LINE
           STRING "EFICACIA DAS MEMORIAS - GERADO EM " RUN-DATE
               DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           MOVE SPACES TO EFFECT-REPORT-LINE
           STRING "DESBLOQUEIOS LIDOS: " LINES-READ
               "   AVALIADOS: " RATED-LINES
               "   SEM AVALIACAO: " UNRATED-LINES
               DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           MOVE SPACES TO EFFECT-REPORT-LINE
           STRING "REVISAO: " MIN-RATED " OU MAIS AVALIACOES DESDE A "
               "ULTIMA REVISAO E MELHORIA MEDIA ABAIXO DE " MIN-GAIN
               DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE

           MOVE SPACES TO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           MOVE "POS COR                  AVAL  MEDIA MELHOROU RECENTE"
               TO EFFECT-REPORT-LINE
           MOVE "MEDIA  MARCA" TO EFFECT-REPORT-LINE(56:12)
           WRITE EFFECT-REPORT-LINE
           MOVE 0 TO RANK-NO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COLOR-COUNT
               IF CL-RATED(I) > 0
                   PERFORM WRITE-COLOR-LINE
               END-IF
           END-PERFORM
           IF RANK-NO = 0
               MOVE "  (SEM DESBLOQUEIOS AVALIADOS)"
                   TO EFFECT-REPORT-LINE
               WRITE EFFECT-REPORT-LINE
           END-IF

           MOVE SPACES TO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           MOVE "CORES SEM AVALIACOES:" TO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COLOR-COUNT
               IF CL-RATED(I) = 0
                   MOVE SPACES TO EFFECT-REPORT-LINE
                   STRING "  " CL-COLOR(I)
                       DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
                   WRITE EFFECT-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           MOVE SPACES TO EFFECT-REPORT-LINE
           STRING "CORES MARCADAS PARA REVISAO EM MEMTABLE: "
               REVIEW-COUNT " (NOVAS NESTA EXECUCAO: "
               FLAGGED-COUNT ")"
               DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > COLOR-COUNT
               IF CL-FLAG(I) = "R"
                   MOVE SPACES TO EFFECT-REPORT-LINE
                   IF CL-NEW-FLAG(I) = "Y"
                       STRING "  " CL-COLOR(I) " NOVA MARCA"
                           DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
                   ELSE
                       STRING "  " CL-COLOR(I) " JA MARCADA"
                           DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
                   END-IF
                   WRITE EFFECT-REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE EFFECT-REPORT-FILE.

       WRITE-COLOR-LINE.
           ADD 1 TO RANK-NO
           MOVE CL-AVG(I) TO AVG-EDIT
           MOVE 0 TO RECENT-AVG
           IF CL-RECENT-RATED(I) > 0
               COMPUTE RECENT-AVG ROUNDED =
                   CL-RECENT-GAIN(I) / CL-RECENT-RATED(I)
           END-IF
           MOVE RECENT-AVG TO RECENT-EDIT
           MOVE SPACES TO FLAG-TEXT
           IF CL-FLAG(I) = "R"
               MOVE "A REVER" TO FLAG-TEXT
           END-IF
           IF CL-IN-TABLE(I) = "N"
               MOVE "FORA TABELA" TO FLAG-TEXT
           END-IF
           MOVE SPACES TO EFFECT-REPORT-LINE
           STRING RANK-NO " " CL-COLOR(I) " " CL-RATED(I)
               " " AVG-EDIT "    " CL-IMPROVED(I)
               "  " RECENT-EDIT "  " FLAG-TEXT
               DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > STATE-COUNT
               IF SB-COLOR(J) = CL-COLOR(I)
                   PERFORM WRITE-STATE-LINE
               END-IF
           END-PERFORM.

       WRITE-STATE-LINE.
           COMPUTE RECENT-AVG ROUNDED =
               SB-GAIN-SUM(J) / SB-RATED(J)
           MOVE RECENT-AVG TO AVG-EDIT
           MOVE SB-STATE(J) TO STATE-TEXT
           MOVE SPACES TO EFFECT-REPORT-LINE
           STRING "      ESTADO " STATE-TEXT
               " AVAL " SB-RATED(J) " MEDIA " AVG-EDIT
               DELIMITED BY SIZE INTO EFFECT-REPORT-LINE
           WRITE EFFECT-REPORT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO MEMORY-LOG-NAME
           STRING "DATA/MEMLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-LOG-NAME
           MOVE SPACES TO MEMORY-TABLE-NAME
           STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-TABLE-NAME
           MOVE SPACES TO EFFECT-POLICY-NAME
           STRING "DATA/MEMEFFPOLICY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO EFFECT-POLICY-NAME
           MOVE SPACES TO EFFECT-REPORT-NAME
           STRING "DATA/MEMEFFECT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO EFFECT-REPORT-NAME.
