       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-SEAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-SEQ-FILE ASSIGN USING LOG-SEQ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-SEQ-FILE.
       01  LOG-SEQ-RECORD.
           05 LQ-LOG-NAME      PIC X(12).
           05 FILLER           PIC X.
           05 LQ-LAST-SEQ      PIC 9(8).
           05 FILLER           PIC X.
           05 LQ-LAST-CHAIN    PIC 9(9).
           05 FILLER           PIC X.
           05 LQ-LAST-DATE     PIC X(8).

       WORKING-STORAGE SECTION.
       01 LQ-STATUS            PIC XX.
       01 RUN-TIMESTAMP        PIC X(21).
       COPY RUNCLOCK.
       01 ERRLOG-PROGRAM       PIC X(20) VALUE "LOG-SEAL".
       01 ERRLOG-MSG-ID        PIC 9(4).
       01 ERRLOG-STATUS        PIC XX.
       01 I                    PIC 9(4).
       01 P                    PIC 9(4).
       01 LOG-IX               PIC 9(4).
       01 STATE-IX             PIC 9(4).
       01 HASH-SEQ             PIC 9(8).
       01 HASH-VALUE           PIC 9(11).

       01 SEALED-LOG-TABLE.
           05 SEALED-LOG-COUNT PIC 9(2) VALUE 5.
           05 SEALED-LOG-NAMES.
               10 FILLER PIC X(16) VALUE "REQAUDIT    0280".
               10 FILLER PIC X(16) VALUE "TOQUEAUDIT  0080".
               10 FILLER PIC X(16) VALUE "BOUNDARYLOG 0170".
               10 FILLER PIC X(16) VALUE "MEMLOG      0260".
               10 FILLER PIC X(16) VALUE "PORTHIST    0060".
           05 SEALED-LOG-NAMES-R REDEFINES SEALED-LOG-NAMES.
               10 SEALED-LOG-ENTRY OCCURS 5 TIMES.
                   15 SL-NAME      PIC X(12).
                   15 SL-WIDTH     PIC 9(4).

       01 SEQ-STATE-TABLE.
           05 STATE-COUNT      PIC 9(2) VALUE 0.
           05 STATE-ENTRY OCCURS 5 TIMES.
               10 ST-LOG-NAME  PIC X(12).
               10 ST-LAST-SEQ  PIC 9(8).
               10 ST-LAST-CHAIN PIC 9(9).
               10 ST-LAST-DATE PIC X(8).
       COPY PERSONCTX.
       01 LOG-SEQ-NAME         PIC X(40).

       LINKAGE SECTION.
           COPY LOGSEAL.
       01 SEAL-LINE            PIC X(300).

       PROCEDURE DIVISION USING SEAL-REQUEST SEAL-LINE.
       BEGIN.
           PERFORM SET-PERSON-FILES
           MOVE "00" TO SEAL-RESULT
           MOVE 0 TO LOG-IX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SEALED-LOG-COUNT OR LOG-IX > 0
               IF SL-NAME(I) = SEAL-LOG-NAME
                   MOVE I TO LOG-IX
               END-IF
           END-PERFORM
           IF LOG-IX = 0
               MOVE 0 TO SEAL-WIDTH
               MOVE "UN" TO SEAL-RESULT
               GOBACK
           END-IF
           MOVE SL-WIDTH(LOG-IX) TO SEAL-WIDTH

           EVALUATE SEAL-MODE
               WHEN "S"
                   PERFORM SEAL-ONE-LINE
               WHEN "V"
                   PERFORM READ-LINE-SEAL
               WHEN "E"
                   PERFORM LOAD-SEQ-STATE
                   MOVE 0 TO SEAL-SEQ
                   MOVE 0 TO SEAL-CHAIN
                   IF STATE-IX > 0
                       MOVE ST-LAST-SEQ(STATE-IX)   TO SEAL-SEQ
                       MOVE ST-LAST-CHAIN(STATE-IX) TO SEAL-CHAIN
                   END-IF
           END-EVALUATE
           GOBACK.

       SEAL-ONE-LINE.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           PERFORM LOAD-SEQ-STATE
           IF STATE-IX = 0
               ADD 1 TO STATE-COUNT
               MOVE STATE-COUNT TO STATE-IX
               MOVE SEAL-LOG-NAME TO ST-LOG-NAME(STATE-IX)
               MOVE 0 TO ST-LAST-SEQ(STATE-IX)
               MOVE 0 TO ST-LAST-CHAIN(STATE-IX)
           END-IF
           COMPUTE SEAL-SEQ = ST-LAST-SEQ(STATE-IX) + 1
           MOVE ST-LAST-CHAIN(STATE-IX) TO SEAL-PREV-CHAIN
           MOVE SEAL-SEQ TO HASH-SEQ
           PERFORM COMPUTE-CHAIN
           MOVE HASH-VALUE TO SEAL-CHAIN
           MOVE SPACES TO SEAL-LINE(SEAL-WIDTH + 1:20)
           STRING " #" SEAL-SEQ "/" SEAL-CHAIN
               DELIMITED BY SIZE INTO SEAL-LINE(SEAL-WIDTH + 1:20)
           MOVE SEAL-SEQ   TO ST-LAST-SEQ(STATE-IX)
           MOVE SEAL-CHAIN TO ST-LAST-CHAIN(STATE-IX)
           MOVE RUN-TIMESTAMP(1:8) TO ST-LAST-DATE(STATE-IX)
           PERFORM SAVE-SEQ-STATE.

       READ-LINE-SEAL.
           MOVE 0 TO SEAL-SEQ
           MOVE 0 TO SEAL-CHAIN
           MOVE 0 TO SEAL-CALC-CHAIN
           IF SEAL-LINE(SEAL-WIDTH + 2:1) = "#"
               AND SEAL-LINE(SEAL-WIDTH + 3:8) IS NUMERIC
               AND SEAL-LINE(SEAL-WIDTH + 11:1) = "/"
               AND SEAL-LINE(SEAL-WIDTH + 12:9) IS NUMERIC
               MOVE SEAL-LINE(SEAL-WIDTH + 3:8)  TO SEAL-SEQ
               MOVE SEAL-LINE(SEAL-WIDTH + 12:9) TO SEAL-CHAIN
               MOVE SEAL-SEQ TO HASH-SEQ
               PERFORM COMPUTE-CHAIN
               MOVE HASH-VALUE TO SEAL-CALC-CHAIN
           ELSE
               MOVE "NS" TO SEAL-RESULT
           END-IF.

       COMPUTE-CHAIN.
           MOVE SEAL-PREV-CHAIN TO HASH-VALUE
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > SEAL-WIDTH
               COMPUTE HASH-VALUE = FUNCTION MOD(HASH-VALUE * 31
                   + FUNCTION ORD(SEAL-LINE(P:1)), 999999937)
           END-PERFORM
           COMPUTE HASH-VALUE =
               FUNCTION MOD(HASH-VALUE * 97 + HASH-SEQ, 999999937).

       LOAD-SEQ-STATE.
           MOVE 0 TO STATE-COUNT
           MOVE 0 TO STATE-IX
           OPEN INPUT LOG-SEQ-FILE
           IF LQ-STATUS = "00"
               PERFORM UNTIL LQ-STATUS = "10"
                   READ LOG-SEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM KEEP-SEQ-STATE
                   END-READ
               END-PERFORM
               CLOSE LOG-SEQ-FILE
           END-IF.

       KEEP-SEQ-STATE.
           MOVE 0 TO I
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > SEALED-LOG-COUNT
               IF SL-NAME(P) = LQ-LOG-NAME
                   MOVE P TO I
               END-IF
           END-PERFORM
           IF I > 0 AND STATE-COUNT < 5
               AND LQ-LAST-SEQ IS NUMERIC
               AND LQ-LAST-CHAIN IS NUMERIC
               ADD 1 TO STATE-COUNT
               MOVE LQ-LOG-NAME   TO ST-LOG-NAME(STATE-COUNT)
               MOVE LQ-LAST-SEQ   TO ST-LAST-SEQ(STATE-COUNT)
               MOVE LQ-LAST-CHAIN TO ST-LAST-CHAIN(STATE-COUNT)
               MOVE LQ-LAST-DATE  TO ST-LAST-DATE(STATE-COUNT)
               IF LQ-LOG-NAME = SEAL-LOG-NAME
                   MOVE STATE-COUNT TO STATE-IX
               END-IF
           END-IF.

       SAVE-SEQ-STATE.
           OPEN OUTPUT LOG-SEQ-FILE
           IF LQ-STATUS NOT = "00"
               MOVE "ER" TO SEAL-RESULT
               MOVE 3 TO ERRLOG-MSG-ID
               MOVE LQ-STATUS TO ERRLOG-STATUS
               CALL "ERRLOG" USING ERRLOG-PROGRAM ERRLOG-MSG-ID
                                   ERRLOG-STATUS
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > STATE-COUNT
                   MOVE SPACES TO LOG-SEQ-RECORD
                   MOVE ST-LOG-NAME(I)   TO LQ-LOG-NAME
                   MOVE ST-LAST-SEQ(I)   TO LQ-LAST-SEQ
                   MOVE ST-LAST-CHAIN(I) TO LQ-LAST-CHAIN
                   MOVE ST-LAST-DATE(I)  TO LQ-LAST-DATE
                   WRITE LOG-SEQ-RECORD
               END-PERFORM
               CLOSE LOG-SEQ-FILE
           END-IF.

       SET-PERSON-FILES.
           CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
               PERSON-SUFFIX PERSON-STATE
               ON EXCEPTION
                   MOVE SPACES TO PERSON-SUFFIX
           END-CALL
           MOVE SPACES TO LOG-SEQ-NAME
           STRING "DATA/LOGSEQ" PERSON-SUFFIX DELIMITED BY SPACE
               INTO LOG-SEQ-NAME.
