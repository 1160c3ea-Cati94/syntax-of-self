       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHRASE-FILE ASSIGN USING PHRASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PHRASE-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN USING TRANSCRIPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT CANDIDATE-FILE ASSIGN USING CANDIDATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAND-STATUS.

           SELECT CAND-WORK-FILE ASSIGN USING CAND-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT TOKEN-SORT-FILE ASSIGN TO "DATA/CTRLCANDSRT1".

           SELECT RANK-SORT-FILE ASSIGN TO "DATA/CTRLCANDSRT2".

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASE-FILE.
           COPY CTRLPHR.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-LINE      PIC X(74).
       FD  CANDIDATE-FILE.
       01  CANDIDATE-LINE       PIC X(60).

       FD  CAND-WORK-FILE.
       01  CAND-WORK-RECORD.
           05 CW-TEXT           PIC X(30).
           05 CW-COUNT          PIC 9(6).

       SD  TOKEN-SORT-FILE.
       01  TOKEN-SORT-RECORD.
           05 TS-TEXT           PIC X(30).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05 RS-TEXT           PIC X(30).
           05 RS-COUNT          PIC 9(6).

       WORKING-STORAGE SECTION.
       01 PHRASE-STATUS          PIC XX.
       01 TRANS-STATUS           PIC XX.
       01 CAND-STATUS            PIC XX.
       01 WORK-STATUS            PIC XX.
       01 RUN-DATE               PIC X(8).
       01 I                      PIC 9(4).
       01 SCAN-PTR               PIC 9(3).
       01 TOKEN-TEXT             PIC X(30).
       01 TOKEN-LEN              PIC 9(4).
       01 PAIR-TEXT              PIC X(30).
       01 KNOWN-PHRASE           PIC X.
       01 LINE-SPEAKER           PIC X(20).
       01 SCAN-TEXT              PIC X(50).
       01 REPORTED-COUNT         PIC 9(4) VALUE 0.
       01 CAND-TEXT              PIC X(30).
       01 CAND-COUNT             PIC 9(6).
       01 SORT-DONE              PIC X.
       01 PHRASE-OVERFLOW        PIC X VALUE "N".
       01 ERRLOG-PROGRAM         PIC X(20) VALUE "CTRL-DISCOVER".
       01 ERRLOG-MSG-ID          PIC 9(4).
       01 ERRLOG-STATUS          PIC XX.

       01 PHRASE-TABLE.
           05 PHRASE-TABLE-COUNT  PIC 9(4) VALUE 0.
           05 PHRASES OCCURS 50 TIMES.
               10 PHRASE-TEXT     PIC X(30).
       COPY PERSONCTX.
       01 PHRASE-NAME          PIC X(40).
       01 TRANSCRIPT-NAME      PIC X(40).
       01 CANDIDATE-NAME       PIC X(40).
       01 CAND-WORK-NAME       PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== DESCOBERTA DE FRASES CONTROLADORAS ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LOAD-PHRASE-TABLE
           IF PHRASE-OVERFLOW = "Y"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSCRIPT-FILE
           IF TRANS-STATUS NOT = "00"
               DISPLAY "CTRLTRANSCRIPT nao encontrado. Nada a analisar."
               GOBACK
           END-IF
           CLOSE TRANSCRIPT-FILE

           SORT TOKEN-SORT-FILE
               ON ASCENDING KEY TS-TEXT
               INPUT PROCEDURE IS COLLECT-CANDIDATES
               OUTPUT PROCEDURE IS COUNT-CANDIDATES
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RS-COUNT
               ON ASCENDING KEY RS-TEXT
               USING CAND-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-CANDIDATE-REPORT
           DISPLAY "Candidatas reportadas: " REPORTED-COUNT
               " (em DATA/CTRLCAND)"
           GOBACK.
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CPL-TEXT NOT = SPACES
                               PERFORM TAKE-KNOWN-PHRASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PHRASE-FILE
           END-IF.

       TAKE-KNOWN-PHRASE.
           IF PHRASE-TABLE-COUNT < 50
               ADD 1 TO PHRASE-TABLE-COUNT
               MOVE CPL-TEXT TO PHRASE-TEXT(PHRASE-TABLE-COUNT)
           ELSE
               IF PHRASE-OVERFLOW = "N"
                   MOVE "Y" TO PHRASE-OVERFLOW
                   DISPLAY "CTRLPHRASES excede 50 frases. Execucao "
                       "interrompida: " CPL-TEXT
                   MOVE 8 TO ERRLOG-MSG-ID
                   MOVE SPACES TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       COLLECT-CANDIDATES.
           OPEN INPUT TRANSCRIPT-FILE
           PERFORM UNTIL TRANS-STATUS = "10"
               READ TRANSCRIPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ANALYZE-TRANSCRIPT-LINE
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.

       ANALYZE-TRANSCRIPT-LINE.
           PERFORM PARSE-TRANSCRIPT-SPEAKER
           MOVE SPACES TO PREV-TOKEN
           MOVE 1 TO SCAN-PTR
           PERFORM UNTIL SCAN-PTR > LENGTH OF SCAN-TEXT
               MOVE SPACES TO TOKEN-TEXT
               UNSTRING SCAN-TEXT DELIMITED BY ALL " "
                   INTO TOKEN-TEXT
                   WITH POINTER SCAN-PTR
               END-UNSTRING
               PERFORM CLEAN-TOKEN
               IF TOKEN-TEXT NOT = SPACES
                   AND TOKEN-TEXT =
           END-PERFORM

           IF KNOWN-PHRASE = "N"
               MOVE TOKEN-TEXT TO TS-TEXT
               RELEASE TOKEN-SORT-RECORD
           END-IF.

       COUNT-CANDIDATES.
           OPEN OUTPUT CAND-WORK-FILE
           MOVE 0 TO CAND-COUNT
           MOVE "N" TO SORT-DONE
           PERFORM UNTIL SORT-DONE = "Y"
               RETURN TOKEN-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-DONE
                   NOT AT END
                       IF CAND-COUNT > 0 AND TS-TEXT NOT = CAND-TEXT
                           PERFORM WRITE-CAND-WORK
                       END-IF
                       MOVE TS-TEXT TO CAND-TEXT
                       ADD 1 TO CAND-COUNT
               END-RETURN
           END-PERFORM
           IF CAND-COUNT > 0
               PERFORM WRITE-CAND-WORK
           END-IF
           CLOSE CAND-WORK-FILE.

       WRITE-CAND-WORK.
           IF CAND-COUNT >= 2
               MOVE CAND-TEXT  TO CW-TEXT
               MOVE CAND-COUNT TO CW-COUNT
               WRITE CAND-WORK-RECORD
           END-IF
           MOVE 0 TO CAND-COUNT.

       WRITE-CANDIDATE-REPORT.
           OPEN OUTPUT CANDIDATE-FILE
           MOVE SPACES TO CANDIDATE-LINE
           STRING "CANDIDATAS A FRASE CONTROLADORA - " RUN-DATE
               DELIMITED BY SIZE INTO CANDIDATE-LINE
           WRITE CANDIDATE-LINE

           MOVE "N" TO SORT-DONE
           PERFORM UNTIL SORT-DONE = "Y"
               RETURN RANK-SORT-FILE
                   AT END
                       MOVE "Y" TO SORT-DONE
                   NOT AT END
                       ADD 1 TO REPORTED-COUNT
                       MOVE SPACES TO CANDIDATE-LINE
                       STRING RS-TEXT " OCORRENCIAS=" RS-COUNT
                           DELIMITED BY SIZE INTO CANDIDATE-LINE
                       WRITE CANDIDATE-LINE
               END-RETURN
           END-PERFORM
           CLOSE CANDIDATE-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO PHRASE-NAME
           STRING "DATA/CTRLPHRASES" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PHRASE-NAME
           MOVE SPACES TO TRANSCRIPT-NAME
           STRING "DATA/CTRLTRANSCRIPT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TRANSCRIPT-NAME
           MOVE SPACES TO CANDIDATE-NAME
           STRING "DATA/CTRLCAND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CANDIDATE-NAME
           MOVE SPACES TO CAND-WORK-NAME
           STRING "DATA/CTRLCANDWORK" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CAND-WORK-NAME.
