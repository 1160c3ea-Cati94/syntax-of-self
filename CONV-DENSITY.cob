       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-DENSITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONV-INDEX-FILE ASSIGN USING CONV-INDEX-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-ID
               FILE STATUS IS CV-STATUS.

           SELECT DENSITY-REPORT-FILE ASSIGN USING DENSITY-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONV-INDEX-FILE.
           COPY CONVHDR.

       FD  DENSITY-REPORT-FILE.
       01  DENSITY-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 CV-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       01 FROM-DATE            PIC X(8).
       01 PARM-FROM-DATE       PIC X(8).
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 BEST-POS             PIC 9(4).
       01 FOUND-IX             PIC 9(4).
       01 PT                   PIC 9.
       01 TABLE-FULL           PIC X VALUE "N".
       01 UNSCANNED-COUNT      PIC 9(4) VALUE 0.
       01 TOTAL-LINES          PIC 9(7) VALUE 0.
       01 TOTAL-HITS           PIC 9(7) VALUE 0.
       01 DENSITY              PIC 9(5)V9.
       01 DENSITY-DISP         PIC ZZZZ9.9.
       01 DENSITY-LINES        PIC 9(7).
       01 DENSITY-HITS         PIC 9(7).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "CONV-DENSITY".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 CONV-TABLE.
           05 CONV-COUNT       PIC 9(4) VALUE 0.
           05 CONV-ENTRIES OCCURS 500 TIMES.
               10 CT-ID            PIC 9(6).
               10 CT-DATE          PIC X(8).
               10 CT-CHANNEL       PIC X(10).
               10 CT-LINE-COUNT    PIC 9(5).
               10 CT-SCANNED       PIC X.
               10 CT-SCAN-DATE     PIC X(8).
               10 CT-HITS          PIC 9(5).
               10 CT-PART-COUNT    PIC 9.
               10 CT-PARTICIPANTS OCCURS 8 TIMES.
                   15 CT-PART-NAME     PIC X(20).
                   15 CT-PART-LINES    PIC 9(5).
                   15 CT-PART-HITS     PIC 9(5).

       01 SWAP-CONV-ENTRY      PIC X(284).

       01 PERSON-TABLE.
           05 PERSON-COUNT     PIC 9(4) VALUE 0.
           05 PERSON-ENTRIES OCCURS 200 TIMES.
               10 PS-NAME          PIC X(20).
               10 PS-CONVS         PIC 9(4).
               10 PS-LINES         PIC 9(7).
               10 PS-HITS          PIC 9(7).
               10 PS-DENSITY       PIC 9(5)V9.

       01 SWAP-PERSON-ENTRY.
           05 SW-NAME          PIC X(20).
           05 SW-CONVS         PIC 9(4).
           05 SW-LINES         PIC 9(7).
           05 SW-HITS          PIC 9(7).
           05 SW-DENSITY       PIC 9(5)V9.
       COPY PERSONCTX.
       01 CONV-INDEX-NAME      PIC X(40).
       01 DENSITY-REPORT-NAME  PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== DENSIDADE DE CONTROLO POR CONVERSA ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           MOVE SPACES TO PARM-FROM-DATE
           ACCEPT PARM-FROM-DATE FROM COMMAND-LINE
           IF PARM-FROM-DATE NOT = SPACES
               AND PARM-FROM-DATE IS NUMERIC
               MOVE PARM-FROM-DATE TO FROM-DATE
               DISPLAY "Conversas desde " FROM-DATE
           ELSE
               MOVE LOW-VALUES TO FROM-DATE
           END-IF

           PERFORM LOAD-CONVERSATIONS
           PERFORM SORT-CONVERSATIONS
           PERFORM TALLY-PEOPLE
           PERFORM SORT-PEOPLE
           PERFORM WRITE-DENSITY-REPORT
           DISPLAY "Relatorio escrito em DATA/CONVDENSITY."
           IF TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CONVERSATIONS.
           OPEN INPUT CONV-INDEX-FILE
           IF CV-STATUS NOT = "00"
               DISPLAY "CONVINDEX indisponivel. Estado: " CV-STATUS
           ELSE
               PERFORM UNTIL CV-STATUS = "10"
                   READ CONV-INDEX-FILE NEXT RECORD
                   IF CV-STATUS = "00"
                       PERFORM KEEP-ONE-CONVERSATION
                   END-IF
               END-PERFORM
               CLOSE CONV-INDEX-FILE
           END-IF.

       KEEP-ONE-CONVERSATION.
           IF CV-SCANNED NOT = "S"
               ADD 1 TO UNSCANNED-COUNT
           ELSE
               IF FROM-DATE = LOW-VALUES OR CV-DATE >= FROM-DATE
                   IF CONV-COUNT < 500
                       ADD 1 TO CONV-COUNT
                       MOVE CONVERSATION-RECORD
                           TO CONV-ENTRIES(CONV-COUNT)
                   ELSE
                       PERFORM NOTE-TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       NOTE-TABLE-FULL.
           IF TABLE-FULL = "N"
               MOVE "Y" TO TABLE-FULL
               DISPLAY "Aviso: tabela de conversas ou pessoas cheia. "
                   "Detalhe truncado."
               MOVE 7 TO ERRLOG-MSG-ID
               MOVE "00" TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM
                   ERRLOG-MSG-ID ERRLOG-STATUS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       SORT-CONVERSATIONS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= CONV-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > CONV-COUNT
                   IF CT-DATE(J) < CT-DATE(BEST-POS)
                       OR (CT-DATE(J) = CT-DATE(BEST-POS)
                           AND CT-ID(J) < CT-ID(BEST-POS))
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE CONV-ENTRIES(I)        TO SWAP-CONV-ENTRY
                   MOVE CONV-ENTRIES(BEST-POS) TO CONV-ENTRIES(I)
                   MOVE SWAP-CONV-ENTRY TO CONV-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       TALLY-PEOPLE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONV-COUNT
               ADD CT-LINE-COUNT(I) TO TOTAL-LINES
               ADD CT-HITS(I)       TO TOTAL-HITS
               PERFORM VARYING PT FROM 1 BY 1
                       UNTIL PT > CT-PART-COUNT(I)
                   PERFORM TALLY-ONE-PERSON
               END-PERFORM
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PERSON-COUNT
               MOVE PS-LINES(J) TO DENSITY-LINES
               MOVE PS-HITS(J)  TO DENSITY-HITS
               PERFORM COMPUTE-DENSITY
               MOVE DENSITY TO PS-DENSITY(J)
           END-PERFORM.

       TALLY-ONE-PERSON.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > PERSON-COUNT OR FOUND-IX > 0
               IF PS-NAME(J) = CT-PART-NAME(I PT)
                   MOVE J TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF PERSON-COUNT < 200
                   ADD 1 TO PERSON-COUNT
                   MOVE PERSON-COUNT TO FOUND-IX
                   MOVE CT-PART-NAME(I PT) TO PS-NAME(FOUND-IX)
                   MOVE 0 TO PS-CONVS(FOUND-IX)
                   MOVE 0 TO PS-LINES(FOUND-IX)
                   MOVE 0 TO PS-HITS(FOUND-IX)
               ELSE
                   PERFORM NOTE-TABLE-FULL
               END-IF
           END-IF
           IF FOUND-IX > 0
               ADD 1 TO PS-CONVS(FOUND-IX)
               ADD CT-PART-LINES(I PT) TO PS-LINES(FOUND-IX)
               ADD CT-PART-HITS(I PT)  TO PS-HITS(FOUND-IX)
           END-IF.

       COMPUTE-DENSITY.
           IF DENSITY-LINES = 0
               MOVE 0 TO DENSITY
           ELSE
               COMPUTE DENSITY ROUNDED =
                   DENSITY-HITS * 100 / DENSITY-LINES
           END-IF.

       SORT-PEOPLE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= PERSON-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > PERSON-COUNT
                   IF PS-DENSITY(J) > PS-DENSITY(BEST-POS)
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE PERSON-ENTRIES(I)        TO SWAP-PERSON-ENTRY
                   MOVE PERSON-ENTRIES(BEST-POS) TO PERSON-ENTRIES(I)
                   MOVE SWAP-PERSON-ENTRY TO PERSON-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       WRITE-DENSITY-REPORT.
           OPEN OUTPUT DENSITY-REPORT-FILE
           MOVE SPACES TO DENSITY-REPORT-LINE
           STRING "DENSIDADE DE CONTROLO (OCORRENCIAS POR 100 LINHAS)"
               " - GERADO EM " RUN-DATE
               DELIMITED BY SIZE INTO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           MOVE SPACES TO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           MOVE "CONVERSA DATA     CANAL      LINHAS OCORR DENSIDADE"
               TO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           IF CONV-COUNT = 0
               MOVE "  (SEM CONVERSAS VARRIDAS)" TO DENSITY-REPORT-LINE
               WRITE DENSITY-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONV-COUNT
               MOVE CT-LINE-COUNT(I) TO DENSITY-LINES
               MOVE CT-HITS(I)       TO DENSITY-HITS
               PERFORM COMPUTE-DENSITY
               MOVE DENSITY TO DENSITY-DISP
               MOVE SPACES TO DENSITY-REPORT-LINE
               STRING CT-ID(I) "   " CT-DATE(I) " " CT-CHANNEL(I)
                   " " CT-LINE-COUNT(I) " " CT-HITS(I)
                   " " DENSITY-DISP
                   DELIMITED BY SIZE INTO DENSITY-REPORT-LINE
               WRITE DENSITY-REPORT-LINE
           END-PERFORM
           MOVE TOTAL-LINES TO DENSITY-LINES
           MOVE TOTAL-HITS  TO DENSITY-HITS
           PERFORM COMPUTE-DENSITY
           MOVE DENSITY TO DENSITY-DISP
           MOVE SPACES TO DENSITY-REPORT-LINE
           STRING "TOTAL: CONVERSAS=" CONV-COUNT
               " LINHAS=" TOTAL-LINES
               " OCORRENCIAS=" TOTAL-HITS
               " DENSIDADE=" DENSITY-DISP
               DELIMITED BY SIZE INTO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           MOVE SPACES TO DENSITY-REPORT-LINE
           STRING "CONVERSAS AINDA POR VARRER: " UNSCANNED-COUNT
               DELIMITED BY SIZE INTO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE

           MOVE SPACES TO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           MOVE "PESSOA               CONV  LINHAS  OCORR   DENSIDADE"
               TO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           MOVE "   CONVERSA DATA     LINHAS OCORR DENSIDADE"
               TO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PERSON-COUNT
               PERFORM WRITE-ONE-PERSON
           END-PERFORM
           CLOSE DENSITY-REPORT-FILE.

       WRITE-ONE-PERSON.
           MOVE PS-DENSITY(J) TO DENSITY-DISP
           MOVE SPACES TO DENSITY-REPORT-LINE
           STRING PS-NAME(J) " " PS-CONVS(J) " " PS-LINES(J)
               " " PS-HITS(J) " " DENSITY-DISP
               DELIMITED BY SIZE INTO DENSITY-REPORT-LINE
           WRITE DENSITY-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CONV-COUNT
               PERFORM VARYING PT FROM 1 BY 1
                       UNTIL PT > CT-PART-COUNT(I)
                   IF CT-PART-NAME(I PT) = PS-NAME(J)
                       MOVE CT-PART-LINES(I PT) TO DENSITY-LINES
                       MOVE CT-PART-HITS(I PT)  TO DENSITY-HITS
                       PERFORM COMPUTE-DENSITY
                       MOVE DENSITY TO DENSITY-DISP
                       MOVE SPACES TO DENSITY-REPORT-LINE
                       STRING "   " CT-ID(I) "   " CT-DATE(I)
                           " " CT-PART-LINES(I PT)
                           "  " CT-PART-HITS(I PT)
                           " " DENSITY-DISP
                           DELIMITED BY SIZE INTO DENSITY-REPORT-LINE
                       WRITE DENSITY-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO CONV-INDEX-NAME
           STRING "DATA/CONVINDEX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONV-INDEX-NAME
           MOVE SPACES TO DENSITY-REPORT-NAME
           STRING "DATA/CONVDENSITY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DENSITY-REPORT-NAME.
