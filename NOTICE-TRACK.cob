       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-STATUS-FILE ASSIGN USING NOTICE-STATUS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-REQUEST-ID
               FILE STATUS IS NS-STATUS.

           SELECT NOTICE-EVENT-FILE ASSIGN USING NOTICE-EVENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NE-STATUS.

           SELECT NOTICE-CONFIG-FILE ASSIGN USING NOTICE-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

           SELECT RESEND-REPORT-FILE ASSIGN USING RESEND-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       01 APPLIED-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT       PIC 9(4) VALUE 0.
       01 RESEND-COUNT         PIC 9(4) VALUE 0.
       COPY PERSONCTX.
       01 NOTICE-STATUS-NAME   PIC X(40).
       01 NOTICE-EVENT-NAME    PIC X(40).
       01 NOTICE-CONFIG-NAME   PIC X(40).
       01 RESEND-REPORT-NAME   PIC X(40).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SET-PERSON-FILES
           DISPLAY "=== SEGUIMENTO DE AVISOS AOS REQUERENTES ==="
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DATE-NUM
                   WRITE RESEND-REPORT-LINE
               END-IF
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO NOTICE-STATUS-NAME
           STRING "DATA/NOTICESTATUS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-STATUS-NAME
           MOVE SPACES TO NOTICE-EVENT-NAME
           STRING "DATA/NOTICEEVENTS" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-EVENT-NAME
           MOVE SPACES TO NOTICE-CONFIG-NAME
           STRING "DATA/NOTICECFG" PERSON-SUFFIX DELIMITED BY SPACE
               INTO NOTICE-CONFIG-NAME
           MOVE SPACES TO RESEND-REPORT-NAME
           STRING "DATA/NOTICERESEND" PERSON-SUFFIX DELIMITED BY SPACE
               INTO RESEND-REPORT-NAME.
