               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT SUMMARY-SORT-FILE ASSIGN TO "DATA/ERRSUMSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  SYS-ERROR-LOG-FILE.
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE PIC X(100).

       SD  SUMMARY-SORT-FILE.
       01  SUMMARY-SORT-RECORD.
           05 SS-PROGRAM       PIC X(20).
           05 SS-SEVERITY      PIC X.

       WORKING-STORAGE SECTION.
       01 SEL-STATUS           PIC XX.
       01 RPT-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 EL-TIMESTAMP         PIC X(14).
       01 EL-PROGRAM           PIC X(20).
       01 EL-MSG-ID            PIC X(4).
       01 EL-SEVERITY          PIC X.
       01 TODAY-TOTAL          PIC 9(4) VALUE 0.
       01 SUMMARY-COUNT        PIC 9(4) VALUE 0.
       01 SM-PROGRAM           PIC X(20).
       01 SM-SEVERITY          PIC X.
       01 SM-COUNT             PIC 9(4).
       01 SORT-DONE            PIC X.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "=== RESUMO DIARIO DE ERROS DO SISTEMA ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           SORT SUMMARY-SORT-FILE
               ON ASCENDING KEY SS-PROGRAM SS-SEVERITY
               INPUT PROCEDURE IS COLLECT-TODAY-ERRORS
               OUTPUT PROCEDURE IS WRITE-SUMMARY-REPORT

           DISPLAY "Erros registados hoje: " TODAY-TOTAL
           DISPLAY "Resumo escrito em DATA/ERRSUMMARY."
           GOBACK.

       COLLECT-TODAY-ERRORS.
           OPEN INPUT SYS-ERROR-LOG-FILE
           IF SEL-STATUS = "00"
               PERFORM UNTIL SEL-STATUS = "10"
                   END-READ
               END-PERFORM
               CLOSE SYS-ERROR-LOG-FILE
           END-IF.

       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "RESUMO DE ERROS POR PROGRAMA E SEVERIDADE - "
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE 0 TO SM-COUNT
           MOVE "N" TO SORT-DONE
           PERFORM UNTIL SORT-DONE = "Y"
               RETURN SUMMARY-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-DONE
                   NOT AT END
                       IF SM-COUNT > 0
                           AND (SS-PROGRAM NOT = SM-PROGRAM
                               OR SS-SEVERITY NOT = SM-SEVERITY)
                           PERFORM WRITE-SUMMARY-LINE
                       END-IF
                       IF SM-COUNT = 0
                           MOVE SS-PROGRAM  TO SM-PROGRAM
                           MOVE SS-SEVERITY TO SM-SEVERITY
                       END-IF
                       ADD 1 TO SM-COUNT
               END-RETURN
           END-PERFORM
           IF SM-COUNT > 0
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           IF SUMMARY-COUNT = 0
               MOVE "  (SEM ERROS HOJE)" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF

           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "TOTAL DE ERROS HOJE: " TODAY-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           CLOSE SUMMARY-REPORT-FILE.

       WRITE-SUMMARY-LINE.
           ADD 1 TO SUMMARY-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "  " SM-PROGRAM
               " SEV=" SM-SEVERITY
               " OCORRENCIAS=" SM-COUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE 0 TO SM-COUNT.

       TALLY-ONE-ERROR-LINE.
           MOVE SPACES TO EL-TIMESTAMP EL-PROGRAM
           IF EL-TIMESTAMP(1:8) = RUN-DATE
               AND EL-PROGRAM NOT = SPACES
               ADD 1 TO TODAY-TOTAL
               MOVE EL-PROGRAM  TO SS-PROGRAM
               MOVE EL-SEVERITY TO SS-SEVERITY
               RELEASE SUMMARY-SORT-RECORD
           END-IF.
