       WORKING-STORAGE SECTION.
       01 NORM-PHRASE          PIC X(30).
       01 NORM-PHRASE-LEN      PIC 9(4).
       01 NORM-TEXT            PIC X(250).
       01 NORM-TEXT-LEN        PIC 9(4).
       01 RAW-BUFFER           PIC X(250).
       01 RAW-LEN              PIC 9(4).
       01 NORM-BUFFER          PIC X(250).
       01 NORM-LEN             PIC 9(4).
       01 K                    PIC 9(4).
       01 CUR-BYTE             PIC X.
       LINKAGE SECTION.
       01 MATCH-PHRASE         PIC X(30).
       01 MATCH-PHRASE-LEN     PIC 9(4).
       01 MATCH-TEXT           PIC X(250).
       01 MATCH-HITS           PIC 9(4).

       PROCEDURE DIVISION USING MATCH-PHRASE MATCH-PHRASE-LEN
           MOVE NORM-LEN TO NORM-PHRASE-LEN

           MOVE MATCH-TEXT TO RAW-BUFFER
           MOVE 250 TO RAW-LEN
           PERFORM NORMALIZE-BUFFER
           MOVE NORM-BUFFER TO NORM-TEXT
           MOVE NORM-LEN TO NORM-TEXT-LEN
                   MOVE FOLDED-BYTE TO NORM-BUFFER(NORM-LEN:1)
                   ADD 2 TO K
               ELSE
                   IF CUR-BYTE = SPACE
                       AND (NORM-LEN = 0
                           OR NORM-BUFFER(NORM-LEN:1) = SPACE)
                       CONTINUE
                   ELSE
                       ADD 1 TO NORM-LEN
                       MOVE CUR-BYTE TO NORM-BUFFER(NORM-LEN:1)
                   END-IF
                   ADD 1 TO K
               END-IF
           END-PERFORM
