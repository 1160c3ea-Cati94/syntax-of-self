       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASON-MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN USING AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.

           SELECT REASON-REPORT-FILE ASSIGN USING REASON-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUDIT-DATA       PIC X(280).
           05 FILLER           PIC X(20).

       FD  REASON-REPORT-FILE.
       01  REASON-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01 AUD-STATUS           PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       01 REPORT-MONTH         PIC X(6).
       01 WS-PARM-MONTH        PIC X(6).
       01 AL-DATE              PIC X(8).
       01 AL-ID                PIC X(6).
       01 AL-SOURCE            PIC X(20).
       01 AL-CONTENT           PIC X(50).
       01 AL-DECISION          PIC X.
       01 AL-HEAD              PIC X(280).
       01 AL-REASON            PIC X(8).
       01 FOUND-IX             PIC 9(4).
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 BEST-POS             PIC 9(4).
       01 TABLE-FULL           PIC X VALUE "N".
       01 TOTAL-DECISIONS      PIC 9(6) VALUE 0.
       01 TOTAL-GRANTED        PIC 9(6) VALUE 0.
       01 TOTAL-DENIED         PIC 9(6) VALUE 0.
       01 TOTAL-DEFERRED       PIC 9(6) VALUE 0.
       01 NO-REASON-COUNT      PIC 9(6) VALUE 0.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "REASON-MONTH".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 REASON-TABLE.
           05 REASON-COUNT     PIC 9(4) VALUE 0.
           05 REASON-ENTRIES OCCURS 100 TIMES.
               10 RS-REASON    PIC X(8).
               10 RS-TOTAL     PIC 9(6).
               10 RS-GRANTED   PIC 9(6).
               10 RS-DENIED    PIC 9(6).
               10 RS-DEFERRED  PIC 9(6).

       01 SWAP-ENTRY.
           05 SW-REASON        PIC X(8).
           05 SW-TOTAL         PIC 9(6).
           05 SW-GRANTED       PIC 9(6).
           05 SW-DENIED        PIC 9(6).
           05 SW-DEFERRED      PIC 9(6).
       COPY PERSONCTX.
       01 AUDIT-NAME           PIC X(40).
       01 REASON-REPORT-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== DECISOES DO MES POR MOTIVO ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           MOVE SPACES TO WS-PARM-MONTH
           ACCEPT WS-PARM-MONTH FROM COMMAND-LINE
           IF WS-PARM-MONTH NOT = SPACES
               AND WS-PARM-MONTH IS NUMERIC
               MOVE WS-PARM-MONTH TO REPORT-MONTH
           ELSE
               MOVE RUN-DATE(1:6) TO REPORT-MONTH
           END-IF
           DISPLAY "Mes em analise: " REPORT-MONTH

           PERFORM TALLY-AUDIT
           PERFORM SORT-REASONS
           PERFORM WRITE-REASON-REPORT
           DISPLAY "Relatorio escrito em DATA/REASONREPORT."
           IF TABLE-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       TALLY-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF AUD-STATUS NOT = "00"
               DISPLAY "REQAUDIT indisponivel. Estado: " AUD-STATUS
           ELSE
               PERFORM UNTIL AUD-STATUS = "10"
                   READ AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUDIT-LINE(1:6) = REPORT-MONTH
                               PERFORM TALLY-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       TALLY-ONE-LINE.
           MOVE SPACES TO AL-DECISION
           UNSTRING AUDIT-DATA DELIMITED BY " | "
               INTO AL-DATE AL-ID AL-SOURCE AL-CONTENT AL-DECISION
           END-UNSTRING
           MOVE SPACES TO AL-REASON
           UNSTRING AUDIT-DATA DELIMITED BY " | MOTIVO="
               INTO AL-HEAD AL-REASON
           END-UNSTRING
           IF AL-REASON = SPACES
               ADD 1 TO NO-REASON-COUNT
           ELSE
               PERFORM COUNT-REASON
           END-IF.

       COUNT-REASON.
           ADD 1 TO TOTAL-DECISIONS
           EVALUATE AL-DECISION
               WHEN "S"
                   ADD 1 TO TOTAL-GRANTED
               WHEN "D"
                   ADD 1 TO TOTAL-DEFERRED
               WHEN OTHER
                   ADD 1 TO TOTAL-DENIED
           END-EVALUATE

           MOVE 0 TO FOUND-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > REASON-COUNT OR FOUND-IX > 0
               IF RS-REASON(I) = AL-REASON
                   MOVE I TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF REASON-COUNT < 100
                   ADD 1 TO REASON-COUNT
                   MOVE REASON-COUNT TO FOUND-IX
                   MOVE AL-REASON TO RS-REASON(FOUND-IX)
                   MOVE 0 TO RS-TOTAL(FOUND-IX)
                   MOVE 0 TO RS-GRANTED(FOUND-IX)
                   MOVE 0 TO RS-DENIED(FOUND-IX)
                   MOVE 0 TO RS-DEFERRED(FOUND-IX)
               ELSE
                   IF TABLE-FULL = "N"
                       MOVE "Y" TO TABLE-FULL
                       DISPLAY "Aviso: mais de 100 motivos no mes. "
                           "Detalhe truncado."
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
               ADD 1 TO RS-TOTAL(FOUND-IX)
               EVALUATE AL-DECISION
                   WHEN "S"
                       ADD 1 TO RS-GRANTED(FOUND-IX)
                   WHEN "D"
                       ADD 1 TO RS-DEFERRED(FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO RS-DENIED(FOUND-IX)
               END-EVALUATE
           END-IF.

       SORT-REASONS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= REASON-COUNT
               MOVE I TO BEST-POS
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > REASON-COUNT
                   IF RS-TOTAL(J) > RS-TOTAL(BEST-POS)
                       MOVE J TO BEST-POS
                   END-IF
               END-PERFORM
               IF BEST-POS NOT = I
                   MOVE REASON-ENTRIES(I)        TO SWAP-ENTRY
                   MOVE REASON-ENTRIES(BEST-POS) TO REASON-ENTRIES(I)
                   MOVE SWAP-ENTRY TO REASON-ENTRIES(BEST-POS)
               END-IF
           END-PERFORM.

       WRITE-REASON-REPORT.
           OPEN OUTPUT REASON-REPORT-FILE
           MOVE SPACES TO REASON-REPORT-LINE
           STRING "DECISOES POR MOTIVO - MES " REPORT-MONTH
               " - GERADO EM " RUN-DATE
               DELIMITED BY SIZE INTO REASON-REPORT-LINE
           WRITE REASON-REPORT-LINE

           MOVE "MOTIVO   TOTAL   ACEITES RECUSAS ADIADOS"
               TO REASON-REPORT-LINE
           WRITE REASON-REPORT-LINE
           IF REASON-COUNT = 0
               MOVE "  (SEM DECISOES COM MOTIVO NO MES)"
                   TO REASON-REPORT-LINE
               WRITE REASON-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REASON-COUNT
               MOVE SPACES TO REASON-REPORT-LINE
               STRING RS-REASON(I) " " RS-TOTAL(I)
                   "  " RS-GRANTED(I)
                   "  " RS-DENIED(I)
                   "  " RS-DEFERRED(I)
                   DELIMITED BY SIZE INTO REASON-REPORT-LINE
               WRITE REASON-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REASON-REPORT-LINE
           STRING "TOTAL: DECISOES=" TOTAL-DECISIONS
               " ACEITES=" TOTAL-GRANTED
               " RECUSAS=" TOTAL-DENIED
               " ADIADOS=" TOTAL-DEFERRED
               DELIMITED BY SIZE INTO REASON-REPORT-LINE
           WRITE REASON-REPORT-LINE
           MOVE SPACES TO REASON-REPORT-LINE
           STRING "LINHAS SEM MOTIVO (SEGUIMENTOS, RECURSOS, "
               "ANTERIORES): " NO-REASON-COUNT
               DELIMITED BY SIZE INTO REASON-REPORT-LINE
           WRITE REASON-REPORT-LINE
           CLOSE REASON-REPORT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUDIT-NAME
           MOVE SPACES TO REASON-REPORT-NAME
           STRING "DATA/REASONREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REASON-REPORT-NAME.
