               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT AUTONOMY-ALERT-FILE ASSIGN USING AUTONOMY-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AALERT-STATUS.

           SELECT PORT-ALERT-FILE ASSIGN USING PORT-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PALERT-STATUS.

           SELECT CONFLICT-REPORT-FILE ASSIGN USING CONFLICT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONF-STATUS.

           SELECT SEAL-ALERT-FILE ASSIGN USING SEAL-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALERT-STATUS.

           SELECT RUN-ALERT-FILE ASSIGN TO "DATA/RUNALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RALERT-STATUS.

           SELECT SWEEP-WARN-FILE ASSIGN USING SWEEP-WARN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WARN-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN USING EDIT-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN USING BALANCE-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAL-STATUS.

           SELECT DIGEST-FILE ASSIGN USING DIGEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIG-STATUS.

           SELECT HOUSE-DIGEST-FILE ASSIGN TO "DATA/DAILYDIGEST.CASA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HDIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-REPORT-FILE.
       FD  PORT-ALERT-FILE.
       01  PORT-ALERT-LINE         PIC X(80).

       FD  CONFLICT-REPORT-FILE.
       01  CONFLICT-REPORT-LINE    PIC X(132).

       FD  SEAL-ALERT-FILE.
       01  SEAL-ALERT-LINE         PIC X(100).

       FD  RUN-ALERT-FILE.
       01  RUN-ALERT-LINE          PIC X(80).

       FD  SWEEP-WARN-FILE.
       01  SWEEP-WARN-LINE         PIC X(80).

       FD  DIGEST-FILE.
       01  DIGEST-LINE             PIC X(120).

       FD  HOUSE-DIGEST-FILE.
       01  HOUSE-DIGEST-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       01 REPORT-STATUS        PIC XX.
       01 AALERT-STATUS        PIC XX.
       01 PALERT-STATUS        PIC XX.
       01 CONF-STATUS          PIC XX.
       01 SALERT-STATUS        PIC XX.
       01 RALERT-STATUS        PIC XX.
       01 WARN-STATUS          PIC XX.
       01 EDIT-STATUS          PIC XX.
       01 BAL-STATUS           PIC XX.
       01 DIG-STATUS           PIC XX.
       01 HDIG-STATUS          PIC XX.
       01 RUN-DATE             PIC X(8).
       COPY RUNCLOCK.
       01 EXCEPTION-COUNT      PIC 9(4) VALUE 0.
       01 SECTION-COUNT        PIC 9(4) VALUE 0.
       01 FIRST-LINE-SEEN      PIC X VALUE "N".
       01 FILE-IS-TODAYS       PIC X VALUE "N".
       01 WS-TEMP-HITS         PIC 9(4).
       COPY PERSONCTX.
       01 AUTONOMY-ALERT-NAME  PIC X(40).
       01 PORT-ALERT-NAME      PIC X(40).
       01 CONFLICT-REPORT-NAME PIC X(40).
       01 SEAL-ALERT-NAME      PIC X(40).
       01 SWEEP-WARN-NAME      PIC X(40).
       01 EDIT-REPORT-NAME     PIC X(40).
       01 BALANCE-REPORT-NAME  PIC X(40).
       01 DIGEST-NAME          PIC X(40).
       01 REPORT-PERSON        PIC X(8).
       01 HOUSE-REQUEST        PIC X VALUE "N".
       01 HOUSE-PERSON         PIC X(8).
       01 HOUSE-SUFFIX         PIC X(9).
       01 HOUSE-STATE          PIC X.
       01 ACTIVE-PERSONS       PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== BOLETIM DIARIO DO OPERADOR ==="
           CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
           END-CALL
           MOVE CLOCK-STAMP(1:8) TO RUN-DATE

           OPEN OUTPUT DIGEST-FILE
           MOVE SPACES TO DIGEST-LINE
           STRING "BOLETIM DIARIO - " RUN-DATE " - " PERSON-ID
               " (GRAVE PRIMEIRO, INFORMATIVO NO FIM)"
               DELIMITED BY SIZE INTO DIGEST-LINE
           WRITE DIGEST-LINE

           PERFORM GATHER-CHAIN-FAILURES
           PERFORM GATHER-AUTONOMY-ALERTS
           PERFORM GATHER-LOG-SEAL-FAILURES
           PERFORM GATHER-PORT-ALERTS
           PERFORM GATHER-BOOKING-CONFLICTS
           PERFORM GATHER-RUN-ALERTS
           PERFORM GATHER-SWEEP-WARNINGS
           PERFORM GATHER-EDIT-FINDINGS
           PERFORM GATHER-BALANCE-FINDINGS
           END-IF

           CLOSE DIGEST-FILE
           DISPLAY "Boletim escrito em " DIGEST-NAME
           PERFORM BUILD-HOUSE-DIGEST
           GOBACK.

       GATHER-CHAIN-FAILURES.
               TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE 0 TO SECTION-COUNT
           MOVE SPACES TO REPORT-PERSON
           OPEN INPUT DAILY-REPORT-FILE
           IF REPORT-STATUS = "00"
               PERFORM UNTIL REPORT-STATUS = "10"
           END-IF.

       CHECK-FAILURE-LINE.
           IF DAILY-REPORT-LINE(15:10) = " | PESSOA "
               MOVE DAILY-REPORT-LINE(25:8) TO REPORT-PERSON
           END-IF
           IF DAILY-REPORT-LINE(1:8) = RUN-DATE
               AND (REPORT-PERSON = SPACES
                    OR REPORT-PERSON = PERSON-ID)
               PERFORM SCAN-FOR-FALHOU
           END-IF.

               WRITE DIGEST-LINE
           END-IF.

       GATHER-LOG-SEAL-FAILURES.
           MOVE "[GRAVE] INTEGRIDADE DOS REGISTOS (LOGSEALALERT)"
               TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE 0 TO SECTION-COUNT
           OPEN INPUT SEAL-ALERT-FILE
           IF SALERT-STATUS = "00"
               PERFORM UNTIL SALERT-STATUS = "10"
                   READ SEAL-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SEAL-ALERT-LINE(1:8) = RUN-DATE
                               ADD 1 TO SECTION-COUNT
                               ADD 1 TO EXCEPTION-COUNT
                               MOVE SPACES TO DIGEST-LINE
                               STRING "  " SEAL-ALERT-LINE
                                   DELIMITED BY SIZE INTO DIGEST-LINE
                               WRITE DIGEST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-ALERT-FILE
           END-IF
           IF SECTION-COUNT = 0
               MOVE "  (NADA A ASSINALAR)" TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.

       GATHER-PORT-ALERTS.
           MOVE "[MEDIO] ALERTAS DE PORTAS (PORTALERT)"
               TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.

       GATHER-BOOKING-CONFLICTS.
           MOVE "[MEDIO] MARCACOES EM CONFLITO COM O PLANO (CONFLICTS)"
               TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE 0 TO SECTION-COUNT
           OPEN INPUT CONFLICT-REPORT-FILE
           IF CONF-STATUS = "00"
               PERFORM UNTIL CONF-STATUS = "10"
                   READ CONFLICT-REPORT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CONFLICT-REPORT-LINE(1:8) = RUN-DATE
                               ADD 1 TO SECTION-COUNT
                               ADD 1 TO EXCEPTION-COUNT
                               MOVE SPACES TO DIGEST-LINE
                               STRING "  " CONFLICT-REPORT-LINE(12:)
                                   DELIMITED BY SIZE INTO DIGEST-LINE
                               WRITE DIGEST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFLICT-REPORT-FILE
           END-IF
           IF SECTION-COUNT = 0
               MOVE "  (NADA A ASSINALAR)" TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.

       GATHER-RUN-ALERTS.
           MOVE "[MEDIO] DURACAO DA CADEIA E JANELA DE LOTE (RUNALERT)"
               TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE 0 TO SECTION-COUNT
           OPEN INPUT RUN-ALERT-FILE
           IF RALERT-STATUS = "00"
               PERFORM UNTIL RALERT-STATUS = "10"
                   READ RUN-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RUN-ALERT-LINE(1:8) = RUN-DATE
                               ADD 1 TO SECTION-COUNT
                               ADD 1 TO EXCEPTION-COUNT
                               MOVE SPACES TO DIGEST-LINE
                               STRING "  " RUN-ALERT-LINE
                                   DELIMITED BY SIZE INTO DIGEST-LINE
                               WRITE DIGEST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-ALERT-FILE
           END-IF
           IF SECTION-COUNT = 0
               MOVE "  (NADA A ASSINALAR)" TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.

       GATHER-SWEEP-WARNINGS.
           MOVE "[MEDIO] AVISOS DE MEMORIAS DORMENTES (MEMSWEEPWARN)"
               TO DIGEST-LINE
                   DELIMITED BY SIZE INTO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.

       BUILD-HOUSE-DIGEST.
           MOVE 0 TO ACTIVE-PERSONS
           MOVE SPACES TO HOUSE-PERSON
           PERFORM NEXT-HOUSE-PERSON
           PERFORM UNTIL HOUSE-STATE = SPACE
               IF HOUSE-STATE = "Y"
                   ADD 1 TO ACTIVE-PERSONS
               END-IF
               PERFORM NEXT-HOUSE-PERSON
           END-PERFORM
           IF ACTIVE-PERSONS > 1
               OPEN OUTPUT HOUSE-DIGEST-FILE
               MOVE SPACES TO HOUSE-DIGEST-LINE
               STRING "BOLETIM DIARIO DA CASA - " RUN-DATE
                   " - PESSOAS ATIVAS: " ACTIVE-PERSONS
                   DELIMITED BY SIZE INTO HOUSE-DIGEST-LINE
               WRITE HOUSE-DIGEST-LINE
               MOVE SPACES TO HOUSE-PERSON
               PERFORM NEXT-HOUSE-PERSON
               PERFORM UNTIL HOUSE-STATE = SPACE
                   IF HOUSE-STATE = "Y"
                       PERFORM COPY-PERSON-DIGEST
                   END-IF
                   PERFORM NEXT-HOUSE-PERSON
               END-PERFORM
               CLOSE HOUSE-DIGEST-FILE
               DISPLAY "Boletim da casa em DATA/DAILYDIGEST.CASA."
               MOVE SPACES TO DIGEST-NAME
               STRING "DATA/DAILYDIGEST" PERSON-SUFFIX
                   DELIMITED BY SPACE INTO DIGEST-NAME
           END-IF.

       NEXT-HOUSE-PERSON.
           CALL "RUN-PERSON" USING HOUSE-REQUEST HOUSE-PERSON
               HOUSE-SUFFIX HOUSE-STATE
               ON EXCEPTION
                   MOVE SPACE TO HOUSE-STATE
           END-CALL.

       COPY-PERSON-DIGEST.
           MOVE SPACES TO HOUSE-DIGEST-LINE
           WRITE HOUSE-DIGEST-LINE
           MOVE SPACES TO HOUSE-DIGEST-LINE
           STRING "=== PESSOA " HOUSE-PERSON " ==="
               DELIMITED BY SIZE INTO HOUSE-DIGEST-LINE
           WRITE HOUSE-DIGEST-LINE
           MOVE SPACES TO DIGEST-NAME
           STRING "DATA/DAILYDIGEST" HOUSE-SUFFIX DELIMITED BY SPACE
               INTO DIGEST-NAME
           MOVE "N" TO FIRST-LINE-SEEN
           MOVE "N" TO FILE-IS-TODAYS
           OPEN INPUT DIGEST-FILE
           IF DIG-STATUS = "00"
               PERFORM UNTIL DIG-STATUS = "10"
                   READ DIGEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-PERSON-DIGEST-LINE
                   END-READ
               END-PERFORM
               CLOSE DIGEST-FILE
           END-IF
           IF FILE-IS-TODAYS = "N"
               MOVE "  (BOLETIM DO DIA AINDA NAO PRODUZIDO)"
                   TO HOUSE-DIGEST-LINE
               WRITE HOUSE-DIGEST-LINE
           END-IF.

       CHECK-PERSON-DIGEST-LINE.
           IF FIRST-LINE-SEEN = "N"
               MOVE "Y" TO FIRST-LINE-SEEN
               IF DIGEST-LINE(18:8) = RUN-DATE
                   MOVE "Y" TO FILE-IS-TODAYS
               END-IF
           ELSE
               IF FILE-IS-TODAYS = "Y"
                   MOVE DIGEST-LINE TO HOUSE-DIGEST-LINE
                   WRITE HOUSE-DIGEST-LINE
               END-IF
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO AUTONOMY-ALERT-NAME
           STRING "DATA/AUTONOMYALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUTONOMY-ALERT-NAME
           MOVE SPACES TO PORT-ALERT-NAME
           STRING "DATA/PORTALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO PORT-ALERT-NAME
           MOVE SPACES TO CONFLICT-REPORT-NAME
           STRING "DATA/CONFLICTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO CONFLICT-REPORT-NAME
           MOVE SPACES TO SEAL-ALERT-NAME
           STRING "DATA/LOGSEALALERT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SEAL-ALERT-NAME
           MOVE SPACES TO SWEEP-WARN-NAME
           STRING "DATA/MEMSWEEPWARN" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SWEEP-WARN-NAME
           MOVE SPACES TO EDIT-REPORT-NAME
           STRING "DATA/EDITREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO EDIT-REPORT-NAME
           MOVE SPACES TO BALANCE-REPORT-NAME
           STRING "DATA/BALREPORT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO BALANCE-REPORT-NAME
           MOVE SPACES TO DIGEST-NAME
           STRING "DATA/DAILYDIGEST" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DIGEST-NAME.
