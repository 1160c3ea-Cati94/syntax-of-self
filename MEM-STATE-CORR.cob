       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMORY-LOG-FILE ASSIGN USING MEMORY-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT STATE-JOURNAL-FILE ASSIGN USING STATE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

           SELECT CORR-REPORT-FILE ASSIGN USING CORR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT CORR-WORK-FILE ASSIGN USING CORR-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT DATE-SORT-FILE ASSIGN TO "DATA/MEMCORRSRT1".

           SELECT CORR-SORT-FILE ASSIGN TO "DATA/MEMCORRSRT2".

       DATA DIVISION.
       FILE SECTION.
       FD  MEMORY-LOG-FILE.
       01  MEMORY-LOG-LINE.
           05 MEMORY-LOG-DATA       PIC X(260).
           05 FILLER                PIC X(20).

       FD  STATE-JOURNAL-FILE.
       01  STATE-JOURNAL-RECORD.
       FD  CORR-REPORT-FILE.
       01  CORR-REPORT-LINE         PIC X(100).

       FD  CORR-WORK-FILE.
       01  CORR-WORK-RECORD.
           05 CW-MONTH             PIC X(6).
           05 CW-COLOR             PIC X(20).
           05 CW-SOBRECARGA        PIC X.

       SD  DATE-SORT-FILE.
       01  DATE-SORT-RECORD.
           05 DS-DATE              PIC X(8).
           05 DS-KIND              PIC X.
           05 DS-SEQ               PIC 9(7).
           05 DS-COLOR             PIC X(20).
           05 DS-STATE             PIC X(20).

       SD  CORR-SORT-FILE.
       01  CORR-SORT-RECORD.
           05 CS-MONTH             PIC X(6).
           05 CS-COLOR             PIC X(20).
           05 CS-SOBRECARGA        PIC X.

       WORKING-STORAGE SECTION.
       01 LOG-STATUS            PIC XX.
       01 JRNL-STATUS           PIC XX.
       01 RPT-STATUS            PIC XX.
       01 WORK-STATUS           PIC XX.
       01 RUN-DATE              PIC X(8).
       01 ML-DATE               PIC X(8).
       01 ML-COLOR              PIC X(20).
       01 ML-COMANDO            PIC X(80).
       01 ML-MODE               PIC X(10).
       01 ML-STATE              PIC X(20).
       01 SORT-SEQ              PIC 9(7) VALUE 0.
       01 SORT-DONE             PIC X.
       01 JOURNAL-DATE          PIC X(8).
       01 JOURNAL-STATE         PIC X(20).
       01 CORR-COUNT            PIC 9(4) VALUE 0.
       01 CR-MONTH              PIC X(6).
       01 CR-COLOR              PIC X(20).
       01 CR-SOBRECARGA         PIC 9(4).
       01 CR-OUTROS             PIC 9(4).
       COPY PERSONCTX.
       01 MEMORY-LOG-NAME      PIC X(40).
       01 STATE-JOURNAL-NAME   PIC X(40).
       01 CORR-REPORT-NAME     PIC X(40).
       01 CORR-WORK-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== CORRELACAO MEMORIAS / ESTADO MENTAL ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE

           SORT DATE-SORT-FILE
               ON ASCENDING KEY DS-DATE DS-KIND DS-SEQ
               INPUT PROCEDURE IS COLLECT-JOURNAL-AND-LOG
               OUTPUT PROCEDURE IS RESOLVE-LOG-STATES
           SORT CORR-SORT-FILE
               ON ASCENDING KEY CS-MONTH CS-COLOR
               USING CORR-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-CORR-REPORT
           DISPLAY "Relatorio escrito em DATA/MEMSTATECORR."
           GOBACK.

       COLLECT-JOURNAL-AND-LOG.
           PERFORM LOAD-JOURNAL-ENTRIES
           PERFORM SCAN-MEMORY-LOG.

       LOAD-JOURNAL-ENTRIES.
           OPEN INPUT STATE-JOURNAL-FILE
           IF JRNL-STATUS = "00"
               PERFORM UNTIL JRNL-STATUS = "10"
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO SORT-SEQ
                           MOVE JR-DATE         TO DS-DATE
                           MOVE "1"             TO DS-KIND
                           MOVE SORT-SEQ        TO DS-SEQ
                           MOVE SPACES          TO DS-COLOR
                           MOVE JR-MENTAL-STATE TO DS-STATE
                           RELEASE DATE-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE STATE-JOURNAL-FILE
       TALLY-ONE-LOG-LINE.
           MOVE SPACES TO ML-DATE ML-COLOR ML-FRASE
           MOVE SPACES TO ML-COMANDO ML-MODE ML-STATE
           UNSTRING MEMORY-LOG-DATA DELIMITED BY " | "
               INTO ML-DATE ML-COLOR ML-FRASE ML-COMANDO
                    ML-MODE ML-STATE
           IF ML-DATE IS NUMERIC AND ML-COLOR NOT = SPACES
               ADD 1 TO SORT-SEQ
               MOVE ML-DATE  TO DS-DATE
               MOVE "2"      TO DS-KIND
               MOVE SORT-SEQ TO DS-SEQ
               MOVE ML-COLOR TO DS-COLOR
               MOVE ML-STATE TO DS-STATE
               RELEASE DATE-SORT-RECORD
           END-IF.

       RESOLVE-LOG-STATES.
           OPEN OUTPUT CORR-WORK-FILE
           MOVE SPACES TO JOURNAL-DATE JOURNAL-STATE
           MOVE "N" TO SORT-DONE
           PERFORM UNTIL SORT-DONE = "Y"
               RETURN DATE-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-DONE
                   NOT AT END
                       IF DS-KIND = "1"
                           MOVE DS-DATE  TO JOURNAL-DATE
                           MOVE DS-STATE TO JOURNAL-STATE
                       ELSE
                           PERFORM WRITE-CORR-WORK
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE CORR-WORK-FILE.

       WRITE-CORR-WORK.
           IF DS-STATE = SPACES AND DS-DATE = JOURNAL-DATE
               MOVE JOURNAL-STATE TO DS-STATE
           END-IF
           MOVE DS-DATE(1:6) TO CW-MONTH
           MOVE DS-COLOR     TO CW-COLOR
           IF DS-STATE = "SOBRECARGA"
               MOVE "S" TO CW-SOBRECARGA
           ELSE
               MOVE "N" TO CW-SOBRECARGA
           END-IF
           WRITE CORR-WORK-RECORD.

       WRITE-CORR-REPORT.
           OPEN OUTPUT CORR-REPORT-FILE
               DELIMITED BY SIZE INTO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE

           MOVE 0 TO CR-SOBRECARGA CR-OUTROS
           MOVE "N" TO SORT-DONE
           PERFORM UNTIL SORT-DONE = "Y"
               RETURN CORR-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-DONE
                   NOT AT END
                       PERFORM TALLY-CORR-RECORD
               END-RETURN
           END-PERFORM
           IF CR-SOBRECARGA + CR-OUTROS > 0
               PERFORM WRITE-CORR-LINE
           END-IF

           IF CORR-COUNT = 0
               MOVE "  (SEM DADOS)" TO CORR-REPORT-LINE
               WRITE CORR-REPORT-LINE
           END-IF
           CLOSE CORR-REPORT-FILE.

       TALLY-CORR-RECORD.
           IF CR-SOBRECARGA + CR-OUTROS > 0
               AND (CS-MONTH NOT = CR-MONTH OR CS-COLOR NOT = CR-COLOR)
               PERFORM WRITE-CORR-LINE
           END-IF
           MOVE CS-MONTH TO CR-MONTH
           MOVE CS-COLOR TO CR-COLOR
           IF CS-SOBRECARGA = "S"
               ADD 1 TO CR-SOBRECARGA
           ELSE
               ADD 1 TO CR-OUTROS
           END-IF.

       WRITE-CORR-LINE.
           ADD 1 TO CORR-COUNT
           MOVE SPACES TO CORR-REPORT-LINE
           STRING "MES " CR-MONTH
               " COR " CR-COLOR
               " SOBRECARGA=" CR-SOBRECARGA
               " OUTROS=" CR-OUTROS
               DELIMITED BY SIZE INTO CORR-REPORT-LINE
           WRITE CORR-REPORT-LINE
           MOVE 0 TO CR-SOBRECARGA CR-OUTROS.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO MEMORY-LOG-NAME
           STRING "DATA/MEMLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO MEMORY-LOG-NAME
           MOVE SPACES TO STATE-JOURNAL-NAME
           STRING "DATA/DAILYSTJRNL" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-JOURNAL-NAME
           MOVE SPACES TO CORR-REPORT-NAME
           STRING "DATA/MEMSTATECORR" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CORR-REPORT-NAME
           MOVE SPACES TO CORR-WORK-NAME
           STRING "DATA/MEMCORRWORK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CORR-WORK-NAME.
