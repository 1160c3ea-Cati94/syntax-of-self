       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-AUDIT-FILE ASSIGN USING REQ-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-STATUS.

           SELECT TOQUE-AUDIT-FILE ASSIGN USING TOQUE-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOQ-STATUS.

           SELECT RECONCILE-LOG-FILE ASSIGN USING RECONCILE-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-AUDIT-FILE.
       01  REQ-LINE.
           05 REQ-DATA         PIC X(280).
           05 FILLER           PIC X(20).

       FD  TOQUE-AUDIT-FILE.
       01  TOQ-LINE.
           05 TOQ-DATA         PIC X(80).
           05 FILLER           PIC X(20).

       FD  RECONCILE-LOG-FILE.
       01  RECONCILE-LINE         PIC X(100).

       01 SOBRECARGA-DAY-SEEN    PIC X VALUE "N".
       01 I                      PIC 9(4).
       COPY PERSONCTX.
       01 REQ-AUDIT-NAME       PIC X(40).
       01 TOQUE-AUDIT-NAME     PIC X(40).
       01 RECONCILE-LOG-NAME   PIC X(40).

       PROCEDURE DIVISION.
       RECONCILE-AUDIT-LOGS.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== RECONCILIACAO DE LOGS DE AUDITORIA ==="
           PERFORM LOAD-SOBRECARGA-DAYS
           PERFORM CHECK-TOQUE-AGAINST-SOBRECARGA
           END-PERFORM.

       PARSE-REQ-LINE.
           UNSTRING REQ-DATA DELIMITED BY " | "
               INTO REQ-DATE REQ-ID REQ-SOURCE REQ-CONTENT
                    REQ-PERMISSION REQ-RESPONSE REQ-MENTAL-STATE.

           END-IF.

       PARSE-TOQ-LINE.
           UNSTRING TOQ-DATA DELIMITED BY " | "
               INTO TOQ-TIMESTAMP TOQ-NOME TOQ-OUTCOME
           MOVE TOQ-TIMESTAMP(1:8) TO TOQ-DATE.

               DELIMITED BY SIZE INTO RECONCILE-LINE
           WRITE RECONCILE-LINE
           CLOSE RECONCILE-LOG-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO REQ-AUDIT-NAME
           STRING "DATA/REQAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO REQ-AUDIT-NAME
           MOVE SPACES TO TOQUE-AUDIT-NAME
           STRING "DATA/TOQUEAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO TOQUE-AUDIT-NAME
           MOVE SPACES TO RECONCILE-LOG-NAME
           STRING "DATA/RECONCILE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RECONCILE-LOG-NAME.
