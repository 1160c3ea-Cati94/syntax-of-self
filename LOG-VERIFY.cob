       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX-FILE ASSIGN USING ARCHIVE-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-STATUS.

           SELECT LOG-INPUT-FILE ASSIGN USING LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT SEAL-REGISTER-FILE ASSIGN USING SEAL-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN USING VERIFY-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

           SELECT SEAL-ALERT-FILE ASSIGN USING SEAL-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD.
           05 IX-RUN-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 IX-FILE-NAME         PIC X(12).
           05 FILLER               PIC X.
           05 IX-MEMBER-NAME       PIC X(30).
           05 FILLER               PIC X(48).

       FD  LOG-INPUT-FILE.
       01  LOG-INPUT-LINE          PIC X(300).

       FD  SEAL-REGISTER-FILE.
           COPY SEALREG.

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE      PIC X(132).

       FD  SEAL-ALERT-FILE.
       01  SEAL-ALERT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 IDX-STATUS           PIC XX.
       01 LOG-STATUS           PIC XX.
       01 SR-STATUS            PIC XX.
       01 RPT-STATUS           PIC XX.
       01 ALR-STATUS           PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       COPY LOGSEAL.
       01 LOG-FILE-NAME        PIC X(40).
       01 V                    PIC 9(2).
       01 M                    PIC 9(4).
       01 K                    PIC 9(4).
       01 FOUND-IX             PIC 9(4).
       01 LOOKUP-SEQ           PIC 9(8).
       01 PREV-SEQ             PIC 9(8).
       01 PREV-CHAIN           PIC 9(9).
       01 SEALED-SEEN          PIC X.
       01 LOG-FOUND            PIC X.
       01 GAP-FROM             PIC 9(8).
       01 GAP-TO               PIC 9(8).
       01 GAP-SIZE             PIC 9(8).
       01 GAP-EXCUSED          PIC X.
       01 CHAIN-KNOWN          PIC X.
       01 RESUME-CHAIN         PIC 9(9).
       01 LINE-SEQ             PIC 9(8).
       01 LINE-CHAIN           PIC 9(9).
       01 MEMBERS-READ         PIC 9(4).
       01 LINES-READ           PIC 9(8).
       01 SEALED-LINES         PIC 9(8).
       01 LEGACY-LINES         PIC 9(8).
       01 LOG-EXCUSED          PIC 9(6).
       01 LOG-FINDINGS         PIC 9(6).
       01 TOTAL-FINDINGS       PIC 9(6) VALUE 0.
       01 LOGS-WITH-FINDINGS   PIC 9(2) VALUE 0.
       01 CURRENT-SOURCE       PIC X(40).
       01 FINDING-TEXT         PIC X(70).
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "LOG-VERIFY".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.

       01 VERIFY-TABLE.
           05 VERIFY-COUNT     PIC 9(2) VALUE 5.
           05 VERIFY-NAMES.
               10 FILLER PIC X(12) VALUE "REQAUDIT".
               10 FILLER PIC X(12) VALUE "TOQUEAUDIT".
               10 FILLER PIC X(12) VALUE "BOUNDARYLOG".
               10 FILLER PIC X(12) VALUE "MEMLOG".
               10 FILLER PIC X(12) VALUE "PORTHIST".
           05 VERIFY-NAMES-R REDEFINES VERIFY-NAMES.
               10 VF-LOG-NAME OCCURS 5 TIMES PIC X(12).

       01 MEMBER-TABLE.
           05 MEMBER-COUNT     PIC 9(4) VALUE 0.
           05 MEMBER-ENTRY OCCURS 200 TIMES PIC X(30).

       01 REGISTER-TABLE.
           05 REG-COUNT        PIC 9(4) VALUE 0.
           05 REG-ENTRY OCCURS 500 TIMES.
               10 RG-SEQ       PIC 9(8).
               10 RG-ACTION    PIC X(8).
               10 RG-CHAIN     PIC 9(9).
       COPY PERSONCTX.
       01 ARCHIVE-INDEX-NAME   PIC X(40).
       01 SEAL-REGISTER-NAME   PIC X(40).
       01 VERIFY-REPORT-NAME   PIC X(40).
       01 SEAL-ALERT-NAME      PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== VERIFICACAO DOS REGISTOS SELADOS ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "VERIFICACAO DE SEQUENCIA E CADEIA DOS REGISTOS - "
               RUN-DATE
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE

           OPEN EXTEND SEAL-ALERT-FILE
           IF ALR-STATUS = "35"
               OPEN OUTPUT SEAL-ALERT-FILE
           END-IF

           PERFORM VARYING V FROM 1 BY 1 UNTIL V > VERIFY-COUNT
               PERFORM VERIFY-ONE-LOG
           END-PERFORM

           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "REGISTOS COM FALHAS: " LOGS-WITH-FINDINGS
               " FALHAS: " TOTAL-FINDINGS
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           CLOSE VERIFY-REPORT-FILE
           CLOSE SEAL-ALERT-FILE

           DISPLAY "Falhas de integridade: " TOTAL-FINDINGS
               " em " LOGS-WITH-FINDINGS " registos."
           DISPLAY "Relatorio escrito em DATA/LOGVERIFY."
           IF TOTAL-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       VERIFY-ONE-LOG.
           MOVE 0 TO MEMBERS-READ
           MOVE 0 TO LINES-READ
           MOVE 0 TO SEALED-LINES
           MOVE 0 TO LEGACY-LINES
           MOVE 0 TO LOG-EXCUSED
           MOVE 0 TO LOG-FINDINGS
           MOVE 0 TO PREV-SEQ
           MOVE 0 TO PREV-CHAIN
           MOVE "N" TO SEALED-SEEN

           PERFORM LOAD-LOG-REGISTER
           PERFORM LOAD-LOG-MEMBERS

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MEMBER-COUNT
               MOVE MEMBER-ENTRY(M) TO LOG-FILE-NAME
               MOVE MEMBER-ENTRY(M) TO CURRENT-SOURCE
               PERFORM WALK-LOG-FILE
               IF LOG-FOUND = "Y"
                   ADD 1 TO MEMBERS-READ
               ELSE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "MEMBRO DE ARQUIVO EM FALTA: "
                       MEMBER-ENTRY(M)
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-PERFORM

           MOVE SPACES TO LOG-FILE-NAME
           STRING "DATA/" FUNCTION TRIM(VF-LOG-NAME(V))
               DELIMITED BY SIZE PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOG-FILE-NAME
           MOVE LOG-FILE-NAME TO CURRENT-SOURCE
           PERFORM WALK-LOG-FILE

           MOVE "DATA/LOGSEQ" TO CURRENT-SOURCE
           PERFORM CHECK-FINAL-STATE

           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING VF-LOG-NAME(V)
               " MEMBROS=" MEMBERS-READ
               " LINHAS=" LINES-READ
               " SELADAS=" SEALED-LINES
               " SEM-SELO=" LEGACY-LINES
               " ULTIMA-SEQ=" PREV-SEQ
               " AUTORIZADAS=" LOG-EXCUSED
               " FALHAS=" LOG-FINDINGS
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           IF LOG-FINDINGS > 0
               ADD 1 TO LOGS-WITH-FINDINGS
               DISPLAY "Falhas em " VF-LOG-NAME(V) ": " LOG-FINDINGS
           END-IF.

       LOAD-LOG-REGISTER.
           MOVE 0 TO REG-COUNT
           OPEN INPUT SEAL-REGISTER-FILE
           IF SR-STATUS = "00"
               PERFORM UNTIL SR-STATUS = "10"
                   READ SEAL-REGISTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SR-LOG-NAME = VF-LOG-NAME(V)
                               AND SR-SEQ IS NUMERIC
                               PERFORM KEEP-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-REGISTER-FILE
           END-IF.

       KEEP-REGISTER-ENTRY.
           IF REG-COUNT < 500
               ADD 1 TO REG-COUNT
               MOVE SR-SEQ    TO RG-SEQ(REG-COUNT)
               MOVE SR-ACTION TO RG-ACTION(REG-COUNT)
               IF SR-CHAIN IS NUMERIC
                   MOVE SR-CHAIN TO RG-CHAIN(REG-COUNT)
               ELSE
                   MOVE 0 TO RG-CHAIN(REG-COUNT)
               END-IF
           ELSE
               IF REG-COUNT = 500
                   ADD 1 TO REG-COUNT
                   MOVE "DATA/LOGSEALREG" TO CURRENT-SOURCE
                   MOVE "LOGSEALREG EXCEDE 500 ENTRADAS"
                       TO FINDING-TEXT
                   PERFORM WRITE-FINDING
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE SPACES TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   MOVE 500 TO REG-COUNT
               END-IF
           END-IF.

       LOAD-LOG-MEMBERS.
           MOVE 0 TO MEMBER-COUNT
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF IDX-STATUS = "00"
               PERFORM UNTIL IDX-STATUS = "10"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IX-FILE-NAME = VF-LOG-NAME(V)
                               AND IX-MEMBER-NAME NOT = SPACES
                               PERFORM KEEP-LOG-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.

       KEEP-LOG-MEMBER.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > MEMBER-COUNT OR FOUND-IX > 0
               IF MEMBER-ENTRY(K) = IX-MEMBER-NAME
                   MOVE K TO FOUND-IX
               END-IF
           END-PERFORM
           IF FOUND-IX = 0
               IF MEMBER-COUNT < 200
                   ADD 1 TO MEMBER-COUNT
                   MOVE IX-MEMBER-NAME TO MEMBER-ENTRY(MEMBER-COUNT)
               ELSE
                   MOVE "DATA/ARCHIDX" TO CURRENT-SOURCE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "MEMBRO NAO VERIFICADO (LIMITE 200): "
                       IX-MEMBER-NAME
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   PERFORM WRITE-FINDING
                   MOVE 7 TO ERRLOG-MSG-ID
                   MOVE SPACES TO ERRLOG-STATUS
                   CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                       ERRLOG-STATUS
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
               END-IF
           END-IF.

       WALK-LOG-FILE.
           MOVE "N" TO LOG-FOUND
           OPEN INPUT LOG-INPUT-FILE
           IF LOG-STATUS = "00"
               MOVE "Y" TO LOG-FOUND
               PERFORM UNTIL LOG-STATUS = "10"
                   READ LOG-INPUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE LOG-INPUT-FILE
           END-IF.

       CHECK-ONE-LOG-LINE.
           ADD 1 TO LINES-READ
           MOVE "V"             TO SEAL-MODE
           MOVE VF-LOG-NAME(V)  TO SEAL-LOG-NAME
           MOVE PREV-CHAIN      TO SEAL-PREV-CHAIN
           CALL "LOG-SEAL" USING SEAL-REQUEST LOG-INPUT-LINE
           IF SEAL-RESULT NOT = "00"
               IF SEALED-SEEN = "N"
                   ADD 1 TO LEGACY-LINES
               ELSE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "LINHA SEM SELO APOS A SEQ " PREV-SEQ
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           ELSE
               MOVE "Y" TO SEALED-SEEN
               ADD 1 TO SEALED-LINES
               MOVE SEAL-SEQ   TO LINE-SEQ
               MOVE SEAL-CHAIN TO LINE-CHAIN
               EVALUATE TRUE
                   WHEN LINE-SEQ = PREV-SEQ + 1
                       PERFORM CHECK-LINE-CHAIN
                       MOVE LINE-SEQ   TO PREV-SEQ
                       MOVE LINE-CHAIN TO PREV-CHAIN
                   WHEN LINE-SEQ > PREV-SEQ + 1
                       PERFORM CHECK-SEQ-GAP
                       MOVE LINE-SEQ   TO PREV-SEQ
                       MOVE LINE-CHAIN TO PREV-CHAIN
                   WHEN OTHER
                       PERFORM CHECK-SEQ-ORDER
               END-EVALUATE
           END-IF.

       CHECK-LINE-CHAIN.
           IF SEAL-CALC-CHAIN NOT = LINE-CHAIN
               MOVE LINE-SEQ TO LOOKUP-SEQ
               PERFORM FIND-REGISTER-ENTRY
               IF FOUND-IX > 0
                   ADD 1 TO LOG-EXCUSED
               ELSE
                   MOVE SPACES TO FINDING-TEXT
                   STRING "CADEIA QUEBRADA NA SEQ " LINE-SEQ
                       " - LINHA ALTERADA"
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

       CHECK-SEQ-GAP.
           COMPUTE GAP-FROM = PREV-SEQ + 1
           COMPUTE GAP-TO = LINE-SEQ - 1
           PERFORM CHECK-GAP-EXCUSED
           IF GAP-EXCUSED = "Y"
               ADD GAP-SIZE TO LOG-EXCUSED
               IF CHAIN-KNOWN = "Y"
                   MOVE RESUME-CHAIN TO SEAL-PREV-CHAIN
                   CALL "LOG-SEAL" USING SEAL-REQUEST LOG-INPUT-LINE
                   PERFORM CHECK-LINE-CHAIN
               END-IF
           ELSE
               MOVE SPACES TO FINDING-TEXT
               STRING "LACUNA: SEQ " GAP-FROM " A " GAP-TO
                   " EM FALTA"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               PERFORM WRITE-FINDING
           END-IF.

       CHECK-GAP-EXCUSED.
           COMPUTE GAP-SIZE = GAP-TO - GAP-FROM + 1
           MOVE "N" TO CHAIN-KNOWN
           MOVE 0 TO RESUME-CHAIN
           IF GAP-SIZE > REG-COUNT
               MOVE "N" TO GAP-EXCUSED
           ELSE
               MOVE "Y" TO GAP-EXCUSED
               PERFORM VARYING LOOKUP-SEQ FROM GAP-FROM BY 1
                       UNTIL LOOKUP-SEQ > GAP-TO OR GAP-EXCUSED = "N"
                   PERFORM FIND-REGISTER-ENTRY
                   IF FOUND-IX = 0
                       MOVE "N" TO GAP-EXCUSED
                   END-IF
               END-PERFORM
               IF GAP-EXCUSED = "Y"
                   MOVE GAP-TO TO LOOKUP-SEQ
                   PERFORM FIND-REGISTER-ENTRY
                   IF RG-ACTION(FOUND-IX) = "APAGADO"
                       MOVE "Y" TO CHAIN-KNOWN
                       MOVE RG-CHAIN(FOUND-IX) TO RESUME-CHAIN
                   END-IF
               END-IF
           END-IF.

       CHECK-SEQ-ORDER.
           MOVE LINE-SEQ TO LOOKUP-SEQ
           PERFORM FIND-REGISTER-ENTRY
           IF FOUND-IX > 0 AND RG-ACTION(FOUND-IX) = "ACEITE"
               ADD 1 TO LOG-EXCUSED
           ELSE
               MOVE SPACES TO FINDING-TEXT
               IF LINE-SEQ = PREV-SEQ
                   STRING "SEQ " LINE-SEQ " REPETIDA"
                       DELIMITED BY SIZE INTO FINDING-TEXT
               ELSE
                   STRING "SEQUENCIA FORA DE ORDEM: SEQ " LINE-SEQ
                       " APOS " PREV-SEQ
                       DELIMITED BY SIZE INTO FINDING-TEXT
               END-IF
               PERFORM WRITE-FINDING
           END-IF.

       CHECK-FINAL-STATE.
           MOVE "E"             TO SEAL-MODE
           MOVE VF-LOG-NAME(V)  TO SEAL-LOG-NAME
           CALL "LOG-SEAL" USING SEAL-REQUEST LOG-INPUT-LINE
           EVALUATE TRUE
               WHEN SEAL-SEQ > PREV-SEQ
                   MOVE SEAL-SEQ TO LINE-SEQ
                   COMPUTE GAP-FROM = PREV-SEQ + 1
                   MOVE LINE-SEQ TO GAP-TO
                   PERFORM CHECK-GAP-EXCUSED
                   IF GAP-EXCUSED = "Y"
                       ADD GAP-SIZE TO LOG-EXCUSED
                   ELSE
                       MOVE SPACES TO FINDING-TEXT
                       STRING "ULTIMAS LINHAS EM FALTA: SEQ " GAP-FROM
                           " A " GAP-TO
                           DELIMITED BY SIZE INTO FINDING-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               WHEN SEAL-SEQ < PREV-SEQ
                   MOVE SPACES TO FINDING-TEXT
                   STRING "LOGSEQ VAI NA SEQ " SEAL-SEQ
                       " MAS O REGISTO VAI NA " PREV-SEQ
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   PERFORM WRITE-FINDING
               WHEN SEAL-SEQ > 0 AND SEAL-CHAIN NOT = PREV-CHAIN
                   MOVE SPACES TO FINDING-TEXT
                   STRING "CADEIA DA SEQ " PREV-SEQ
                       " DIFERE DA GUARDADA EM LOGSEQ"
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   PERFORM WRITE-FINDING
           END-EVALUATE.

       FIND-REGISTER-ENTRY.
           MOVE 0 TO FOUND-IX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > REG-COUNT OR FOUND-IX > 0
               IF RG-SEQ(K) = LOOKUP-SEQ
                   MOVE K TO FOUND-IX
               END-IF
           END-PERFORM.

       WRITE-FINDING.
           ADD 1 TO LOG-FINDINGS
           ADD 1 TO TOTAL-FINDINGS
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING "  " VF-LOG-NAME(V) " " FINDING-TEXT
               " [" FUNCTION TRIM(CURRENT-SOURCE) "]"
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO SEAL-ALERT-LINE
           STRING RUN-DATE " | " VF-LOG-NAME(V) " | " FINDING-TEXT
               DELIMITED BY SIZE INTO SEAL-ALERT-LINE
           WRITE SEAL-ALERT-LINE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO ARCHIVE-INDEX-NAME
           STRING "DATA/ARCHIDX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ARCHIVE-INDEX-NAME
           MOVE SPACES TO SEAL-REGISTER-NAME
           STRING "DATA/LOGSEALREG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SEAL-REGISTER-NAME
           MOVE SPACES TO VERIFY-REPORT-NAME
           STRING "DATA/LOGVERIFY" PERSON-SUFFIX DELIMITED BY SPACE
               INTO VERIFY-REPORT-NAME
           MOVE SPACES TO SEAL-ALERT-NAME
           STRING "DATA/LOGSEALALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SEAL-ALERT-NAME.
