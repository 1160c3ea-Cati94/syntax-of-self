       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-STATUS.

           SELECT STATE-AUDIT-FILE ASSIGN USING STATE-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAUD-STATUS.

           05 OA-ALLOW-MEMTAB  PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-RESET   PIC X.
           05 FILLER           PIC X.
           05 OA-ALLOW-REF     PIC X.

       WORKING-STORAGE SECTION.
       01 DS-STATUS            PIC XX.
           05 OLD-PHYSICAL     PIC X(20).
           05 OLD-AUTONOMY     PIC X(10).
           05 OLD-EXTERNAL     PIC X.
       COPY PERSONCTX.
       01 DAILY-STATE-NAME     PIC X(40).
       01 STATE-AUDIT-NAME     PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== MANUTENCAO DO ESTADO DIARIO ==="
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM CHECK-RUN-LOCK
           MOVE "Y" TO OA-ALLOW-CAL
           MOVE "Y" TO OA-ALLOW-MEMTAB
           MOVE "Y" TO OA-ALLOW-RESET
           MOVE "Y" TO OA-ALLOW-REF
           WRITE OPER-AUTH-RECORD
           CLOSE OPER-AUTH-FILE.

               DELIMITED BY SIZE INTO STATE-AUDIT-LINE
           WRITE STATE-AUDIT-LINE
           CLOSE STATE-AUDIT-FILE.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO DAILY-STATE-NAME
           STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
               INTO DAILY-STATE-NAME
           MOVE SPACES TO STATE-AUDIT-NAME
           STRING "DATA/DAILYSTAUDIT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO STATE-AUDIT-NAME.
