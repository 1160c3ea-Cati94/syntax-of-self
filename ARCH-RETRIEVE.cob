       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX-FILE ASSIGN USING ARCHIVE-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-STATUS.

           SELECT RETRIEVE-REQUEST-FILE
               ASSIGN USING RETRIEVE-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-STATUS.

           SELECT RETRIEVE-OUTPUT-FILE ASSIGN USING RETRIEVE-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.

           05 IX-TO-DATE       PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE        PIC X(300).

       FD  RETRIEVE-REQUEST-FILE.
       01  RETRIEVE-REQUEST-RECORD.
           05 RQ-TO-DATE       PIC X(8).

       FD  RETRIEVE-OUTPUT-FILE.
       01  RETRIEVE-OUTPUT-LINE    PIC X(300).

       WORKING-STORAGE SECTION.
       01 IDX-STATUS           PIC XX.
       01 LINE-DATE            PIC X(8).
       01 MEMBERS-READ         PIC 9(4) VALUE 0.
       01 LINES-RETRIEVED      PIC 9(6) VALUE 0.
       COPY PERSONCTX.
       01 ARCHIVE-INDEX-NAME   PIC X(40).
       01 RETRIEVE-REQUEST-NAME PIC X(40).
       01 RETRIEVE-OUTPUT-NAME PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== RECUPERACAO DE REGISTOS ARQUIVADOS ==="

           OPEN INPUT RETRIEVE-REQUEST-FILE
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO ARCHIVE-INDEX-NAME
           STRING "DATA/ARCHIDX" PERSON-SUFFIX DELIMITED BY SPACE
               INTO ARCHIVE-INDEX-NAME
           MOVE SPACES TO RETRIEVE-REQUEST-NAME
           STRING "DATA/ARCHREQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RETRIEVE-REQUEST-NAME
           MOVE SPACES TO RETRIEVE-OUTPUT-NAME
           STRING "DATA/ARCHOUT" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RETRIEVE-OUTPUT-NAME.
