       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTONOMY-STATUS-FILE ASSIGN USING AUTONOMY-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-STATUS.

           SELECT ACTIVATION-LOG-FILE ASSIGN USING ACTIVATION-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT SINCE-FILE ASSIGN USING SINCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SINCE-STATUS.

           05 OA-ALLOW-MEMTAB  PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-RESET   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-REF     PIC X.

       WORKING-STORAGE SECTION.
       01 AS-STATUS             PIC XX.
       01 REASON-CODE           PIC X(20).
       01 CONFIRM-1             PIC X(10).
       01 CONFIRM-2             PIC X(10).
       COPY PERSONCTX.
       01 AUTONOMY-STATUS-NAME PIC X(40).
       01 ACTIVATION-LOG-NAME  PIC X(40).
       01 SINCE-NAME           PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== REPOSICAO CONTROLADA DO ESTADO DE AUTONOMIA ==="
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP

           MOVE "Y" TO OA-ALLOW-CAL
           MOVE "Y" TO OA-ALLOW-MEMTAB
           MOVE "Y" TO OA-ALLOW-RESET
           MOVE "Y" TO OA-ALLOW-REF
           WRITE OPER-AUTH-RECORD
           CLOSE OPER-AUTH-FILE.

               DELIMITED BY SIZE INTO ACTIVATION-LOG-LINE
           WRITE ACTIVATION-LOG-LINE
           CLOSE ACTIVATION-LOG-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO AUTONOMY-STATUS-NAME
           STRING "DATA/AUTONOMYSTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO AUTONOMY-STATUS-NAME
           MOVE SPACES TO ACTIVATION-LOG-NAME
           STRING "DATA/AUTONOMYLOG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ACTIVATION-LOG-NAME
           MOVE SPACES TO SINCE-NAME
           STRING "DATA/AUTONOMYSINCE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO SINCE-NAME.
