       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPL-GAPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "DATA/RESPTEMPLATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-STATUS.

           SELECT REQ-REGISTRY-FILE ASSIGN TO "DATA/REQREGISTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-SOURCE
               FILE STATUS IS RG-STATUS-CODE.

           SELECT DECISION-RULE-FILE ASSIGN USING DECISION-RULE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-STATUS.

           SELECT DECISION-FILE ASSIGN USING DECISION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEC-STATUS.

           SELECT PHRASE-FILE ASSIGN USING PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PF-STATUS.

           SELECT GAP-REPORT-FILE ASSIGN USING GAP-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
           COPY RESPTPL.

       FD  REQ-REGISTRY-FILE.
           COPY REQREG.

       FD  DECISION-RULE-FILE.
           COPY DECRULE.

       FD  DECISION-FILE.
       01  DECISION-LINE       PIC X(340).

       FD  PHRASE-FILE.
       01  PHRASE-FILE-LINE.
           05 PF-PHRASE        PIC X(30).
           05 PF-RESPONSE      PIC X(50).
           05 PF-SEVERITY      PIC X.

       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 TP-STATUS            PIC XX.
       01 RG-STATUS-CODE       PIC XX.
       01 DR-STATUS            PIC XX.
       01 DEC-STATUS           PIC XX.
       01 PF-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 FOUND-IX             PIC 9(4).
       01 TABLE-FULL           PIC X VALUE "N".
       01 NEW-GROUP            PIC X(3).
       01 NEW-CODE             PIC X(30).
       01 NEW-USES             PIC 9(6).
       01 NEW-LANG             PIC X(2).
       01 NEW-REQUESTERS       PIC 9(4).
       01 RULE-CODE            PIC X(10).
       01 DEC-HEAD             PIC X(340).
       01 DEC-MSG-INFO         PIC X(40).
       01 MSG-CODE             PIC X(10).
       01 SEARCH-LANG          PIC X(2).
       01 TEMPLATE-FOUND       PIC X.
       01 FALLBACK-TEXT        PIC X(15).
       01 LANG-GAPS            PIC 9(4).
       01 TOTAL-GAPS           PIC 9(6) VALUE 0.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "TPL-GAPS".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 DEC-CODE-TABLE.
           05 DEC-CODE-COUNT   PIC 9(2) VALUE 24.
           05 DEC-CODE-VALUES.
               10 FILLER PIC X(10) VALUE "REGISTO".
               10 FILLER PIC X(10) VALUE "DATAPASS".
               10 FILLER PIC X(10) VALUE "SEMREGRA".
               10 FILLER PIC X(10) VALUE "ENERGIA-N".
               10 FILLER PIC X(10) VALUE "ENERGIA-D".
               10 FILLER PIC X(10) VALUE "ENERGIA-V".
               10 FILLER PIC X(10) VALUE "SEMPERURG".
               10 FILLER PIC X(10) VALUE "SEMPERD".
               10 FILLER PIC X(10) VALUE "SEMPERX".
               10 FILLER PIC X(10) VALUE "EMPRESTOK".
               10 FILLER PIC X(10) VALUE "CHAMHOJE".
               10 FILLER PIC X(10) VALUE "CHAMDATA".
               10 FILLER PIC X(10) VALUE "VISHOJE".
               10 FILLER PIC X(10) VALUE "VISDATA".
               10 FILLER PIC X(10) VALUE "ALTCANC".
               10 FILLER PIC X(10) VALUE "ALTCANCP".
               10 FILLER PIC X(10) VALUE "ALTANOT".
               10 FILLER PIC X(10) VALUE "ALTACEITE".
               10 FILLER PIC X(10) VALUE "ALTREGIST".
               10 FILLER PIC X(10) VALUE "ALTSEMREG".
               10 FILLER PIC X(10) VALUE "ALTRECUS".
               10 FILLER PIC X(10) VALUE "ALTSEMVAG".
               10 FILLER PIC X(10) VALUE "ALTENERG".
               10 FILLER PIC X(10) VALUE "VAGA".
           05 DEC-CODE-VALUES-R REDEFINES DEC-CODE-VALUES.
               10 DEC-CODE     PIC X(10) OCCURS 24 TIMES.

           COPY NOTLABEL.

       01 TEMPLATE-TABLE.
           05 TEMPLATE-COUNT   PIC 9(4) VALUE 0.
           05 TEMPLATE-ENTRIES OCCURS 500 TIMES.
               10 TT-GROUP     PIC X(3).
               10 TT-CODE      PIC X(30).
               10 TT-LANG      PIC X(2).

       01 CODE-TABLE.
           05 CODE-COUNT       PIC 9(4) VALUE 0.
           05 CODE-ENTRIES OCCURS 300 TIMES.
               10 CD-GROUP     PIC X(3).
               10 CD-CODE      PIC X(30).
               10 CD-USES      PIC 9(6).

       01 LANG-TABLE.
           05 LANG-COUNT       PIC 9(2) VALUE 0.
           05 LANG-ENTRIES OCCURS 20 TIMES.
               10 LG-CODE       PIC X(2).
               10 LG-REQUESTERS PIC 9(4).
       COPY PERSONCTX.
       01 DECISION-RULE-NAME   PIC X(40).
       01 DECISION-NAME        PIC X(40).
       01 PHRASE-NAME          PIC X(40).
       01 GAP-REPORT-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== LACUNAS DE MODELOS DE RESPOSTA ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           PERFORM LOAD-TEMPLATES
           PERFORM LOAD-REGISTRY-LANGUAGES
           PERFORM ADD-FIXED-CODES
           PERFORM ADD-RULE-CODES
           PERFORM ADD-DECISION-CODES
           PERFORM ADD-TEMPLATE-CODES
           PERFORM ADD-PHRASE-CODES
           PERFORM WRITE-GAP-REPORT

           DISPLAY "Linguas analisadas: " LANG-COUNT
           DISPLAY "Mensagens analisadas: " CODE-COUNT
           DISPLAY "Lacunas: " TOTAL-GAPS
           DISPLAY "Relatorio escrito em DATA/TPLGAPS."
           IF TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           IF TP-STATUS NOT = "00"
               DISPLAY "RESPTEMPLATES indisponivel. Estado: "
                   TP-STATUS ". Todas as mensagens sem modelo."
           ELSE
               PERFORM UNTIL TP-STATUS = "10"
                   READ TEMPLATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STORE-TEMPLATE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       STORE-TEMPLATE.
           IF TP-CODE NOT = SPACES AND TP-LANG NOT = SPACES
               AND TP-TEXT NOT = SPACES
               IF TEMPLATE-COUNT < 500
                   ADD 1 TO TEMPLATE-COUNT
                   MOVE TP-GROUP TO TT-GROUP(TEMPLATE-COUNT)
                   MOVE TP-CODE  TO TT-CODE(TEMPLATE-COUNT)
                   MOVE TP-LANG  TO TT-LANG(TEMPLATE-COUNT)
                   IF TP-LANG NOT = "PT"
                       MOVE TP-LANG TO NEW-LANG
                       MOVE 0 TO NEW-REQUESTERS
                       PERFORM ADD-LANGUAGE
                   END-IF
               ELSE
                   PERFORM TABLE-EXCEEDED
               END-IF
           END-IF.

       LOAD-REGISTRY-LANGUAGES.
           OPEN INPUT REQ-REGISTRY-FILE
           IF RG-STATUS-CODE NOT = "00"
               DISPLAY "REQREGISTRY indisponivel. Estado: "
                   RG-STATUS-CODE
           ELSE
               PERFORM UNTIL RG-STATUS-CODE = "10"
                   READ REQ-REGISTRY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RG-LANGUAGE NOT = SPACES
                               AND RG-LANGUAGE NOT = "PT"
                               MOVE RG-LANGUAGE TO NEW-LANG
                               MOVE 1 TO NEW-REQUESTERS
                               PERFORM ADD-LANGUAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQ-REGISTRY-FILE
           END-IF.

       ADD-LANGUAGE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LANG-COUNT OR FOUND-IX > 0
               IF LG-CODE(J) = NEW-LANG
                   MOVE J TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF LANG-COUNT < 20
                   ADD 1 TO LANG-COUNT
                   MOVE LANG-COUNT TO FOUND-IX
                   MOVE NEW-LANG TO LG-CODE(FOUND-IX)
                   MOVE 0 TO LG-REQUESTERS(FOUND-IX)
               ELSE
                   PERFORM TABLE-EXCEEDED
               END-IF
           END-IF
           IF FOUND-IX > 0
               ADD NEW-REQUESTERS TO LG-REQUESTERS(FOUND-IX)
           END-IF.

       ADD-FIXED-CODES.
           MOVE 0 TO NEW-USES
           MOVE "ROT" TO NEW-GROUP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NOT-LABEL-COUNT
               MOVE NOT-LABEL-CODE(I) TO NEW-CODE
               PERFORM ADD-CODE
           END-PERFORM
           MOVE "DEC" TO NEW-GROUP
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEC-CODE-COUNT
               MOVE DEC-CODE(I) TO NEW-CODE
               PERFORM ADD-CODE
           END-PERFORM.

       ADD-RULE-CODES.
           OPEN INPUT DECISION-RULE-FILE
           IF DR-STATUS NOT = "00"
               DISPLAY "DECISIONRULES indisponivel. Estado: "
                   DR-STATUS
           ELSE
               MOVE 0 TO NEW-USES
               MOVE "DEC" TO NEW-GROUP
               PERFORM UNTIL DR-STATUS = "10"
                   READ DECISION-RULE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DR-SEQ IS NUMERIC
                               PERFORM ADD-ONE-RULE-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-RULE-FILE
           END-IF.

       ADD-ONE-RULE-CODE.
           MOVE SPACES TO RULE-CODE
           STRING "REGRA" DR-SEQ DELIMITED BY SIZE INTO RULE-CODE
           EVALUATE DR-OUTCOME
               WHEN "D"
                   MOVE SPACES TO NEW-CODE
                   STRING RULE-CODE DELIMITED BY SPACE
                       "D" DELIMITED BY SIZE INTO NEW-CODE
                   PERFORM ADD-CODE
                   MOVE SPACES TO NEW-CODE
                   STRING RULE-CODE DELIMITED BY SPACE
                       "X" DELIMITED BY SIZE INTO NEW-CODE
                   PERFORM ADD-CODE
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   MOVE RULE-CODE TO NEW-CODE
                   PERFORM ADD-CODE
           END-EVALUATE.

       ADD-DECISION-CODES.
           OPEN INPUT DECISION-FILE
           IF DEC-STATUS NOT = "00"
               DISPLAY "REQDECISIONS indisponivel. Estado: "
                   DEC-STATUS
           ELSE
               MOVE 1 TO NEW-USES
               MOVE "DEC" TO NEW-GROUP
               PERFORM UNTIL DEC-STATUS = "10"
                   READ DECISION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM COUNT-DECISION-CODE
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       COUNT-DECISION-CODE.
           MOVE SPACES TO DEC-MSG-INFO
           MOVE SPACES TO MSG-CODE
           UNSTRING DECISION-LINE DELIMITED BY " | MSG="
               INTO DEC-HEAD DEC-MSG-INFO
           END-UNSTRING
           UNSTRING DEC-MSG-INFO DELIMITED BY "/"
               INTO MSG-CODE
           END-UNSTRING
           IF MSG-CODE NOT = SPACES
               MOVE MSG-CODE TO NEW-CODE
               PERFORM ADD-CODE
           END-IF.

       ADD-TEMPLATE-CODES.
           MOVE 0 TO NEW-USES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TEMPLATE-COUNT
               IF TT-GROUP(I) = "DEC" OR TT-GROUP(I) = "LIM"
                   MOVE TT-GROUP(I) TO NEW-GROUP
                   MOVE TT-CODE(I)  TO NEW-CODE
                   PERFORM ADD-CODE
               END-IF
           END-PERFORM.

       ADD-PHRASE-CODES.
           OPEN INPUT PHRASE-FILE
           IF PF-STATUS NOT = "00"
               DISPLAY "BOUNDARYPHRASES indisponivel. Estado: "
                   PF-STATUS
           ELSE
               MOVE 0 TO NEW-USES
               MOVE "LIM" TO NEW-GROUP
               PERFORM UNTIL PF-STATUS = "10"
                   READ PHRASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PF-PHRASE NOT = SPACES
                               MOVE PF-PHRASE TO NEW-CODE
                               PERFORM ADD-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PHRASE-FILE
           END-IF.

       ADD-CODE.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > CODE-COUNT OR FOUND-IX > 0
               IF CD-GROUP(J) = NEW-GROUP AND CD-CODE(J) = NEW-CODE
                   MOVE J TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF CODE-COUNT < 300
                   ADD 1 TO CODE-COUNT
                   MOVE CODE-COUNT TO FOUND-IX
                   MOVE NEW-GROUP TO CD-GROUP(FOUND-IX)
                   MOVE NEW-CODE  TO CD-CODE(FOUND-IX)
                   MOVE 0 TO CD-USES(FOUND-IX)
               ELSE
                   PERFORM TABLE-EXCEEDED
               END-IF
           END-IF
           IF FOUND-IX > 0
               ADD NEW-USES TO CD-USES(FOUND-IX)
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

       FIND-TEMPLATE.
           MOVE "N" TO TEMPLATE-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TEMPLATE-COUNT OR TEMPLATE-FOUND = "Y"
               IF TT-GROUP(J) = CD-GROUP(I) AND TT-CODE(J) = CD-CODE(I)
                   AND TT-LANG(J) = SEARCH-LANG
                   MOVE "Y" TO TEMPLATE-FOUND
               END-IF
           END-PERFORM.

       WRITE-GAP-REPORT.
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "LACUNAS DE MODELOS DE RESPOSTA - GERADO EM "
               RUN-DATE
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "MENSAGENS CONHECIDAS: " CODE-COUNT
               "   MODELOS LIDOS: " TEMPLATE-COUNT
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           IF LANG-COUNT = 0
               MOVE SPACES TO GAP-REPORT-LINE
               STRING "  (NENHUMA LINGUA ALEM DE PT NO REGISTO "
                   "OU NOS MODELOS)"
                   DELIMITED BY SIZE INTO GAP-REPORT-LINE
               WRITE GAP-REPORT-LINE
           END-IF
           PERFORM VARYING FOUND-IX FROM 1 BY 1
                   UNTIL FOUND-IX > LANG-COUNT
               PERFORM WRITE-LANGUAGE-GAPS
           END-PERFORM
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "TOTAL DE LACUNAS: " TOTAL-GAPS
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           CLOSE GAP-REPORT-FILE.

       WRITE-LANGUAGE-GAPS.
           MOVE 0 TO LANG-GAPS
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           STRING "LINGUA " LG-CODE(FOUND-IX)
               " - REQUERENTES " LG-REQUESTERS(FOUND-IX)
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  GRP CODIGO                         USOS   RECURSO"
               TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CODE-COUNT
               MOVE LG-CODE(FOUND-IX) TO SEARCH-LANG
               PERFORM FIND-TEMPLATE
               IF TEMPLATE-FOUND = "N"
                   ADD 1 TO LANG-GAPS
                   MOVE "PT" TO SEARCH-LANG
                   PERFORM FIND-TEMPLATE
                   IF TEMPLATE-FOUND = "Y"
                       MOVE "MODELO PT" TO FALLBACK-TEXT
                   ELSE
                       MOVE "TEXTO ORIGINAL" TO FALLBACK-TEXT
                   END-IF
                   MOVE SPACES TO GAP-REPORT-LINE
                   STRING "  " CD-GROUP(I) " " CD-CODE(I)
                       " " CD-USES(I) " " FALLBACK-TEXT
                       DELIMITED BY SIZE INTO GAP-REPORT-LINE
                   WRITE GAP-REPORT-LINE
               END-IF
           END-PERFORM
           IF LANG-GAPS = 0
               MOVE "  (SEM LACUNAS)" TO GAP-REPORT-LINE
               WRITE GAP-REPORT-LINE
           END-IF
           MOVE SPACES TO GAP-REPORT-LINE
           STRING "  LACUNAS EM " LG-CODE(FOUND-IX) ": " LANG-GAPS
               " DE " CODE-COUNT
               DELIMITED BY SIZE INTO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           ADD LANG-GAPS TO TOTAL-GAPS.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO DECISION-RULE-NAME
           STRING "DATA/DECISIONRULES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-RULE-NAME
           MOVE SPACES TO DECISION-NAME
           STRING "DATA/REQDECISIONS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DECISION-NAME
           MOVE SPACES TO PHRASE-NAME
           STRING "DATA/BOUNDARYPHRASES" PERSON-SUFFIX
               DELIMITED BY SPACE INTO PHRASE-NAME
           MOVE SPACES TO GAP-REPORT-NAME
           STRING "DATA/TPLGAPS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO GAP-REPORT-NAME.
