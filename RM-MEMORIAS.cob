ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMORY-LOG-FILE ASSIGN USING MEMORY-LOG-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.

    SELECT MEMORY-TABLE-FILE ASSIGN USING MEMORY-TABLE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MT-COLOR
        FILE STATUS IS MT-STATUS.

    SELECT COLOR-REQUEST-FILE ASSIGN USING COLOR-REQUEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REQ-STATUS.

    SELECT CONTROL-TOTALS-FILE ASSIGN USING CONTROL-TOTALS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CT-STATUS.

    SELECT INVALID-TALLY-FILE ASSIGN USING INVALID-TALLY-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IT-WEEK-KEY
        FILE STATUS IS IT-STATUS.

    SELECT ALIAS-TABLE-FILE ASSIGN USING ALIAS-TABLE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MA-ALIAS
        FILE STATUS IS MA-STATUS.

    SELECT SUGGEST-FILE ASSIGN USING SUGGEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUG-STATUS.

    SELECT DAILY-STATE-FILE ASSIGN USING DAILY-STATE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MEMORY-LOG-FILE.
01  MEMORY-LOG-LINE          PIC X(280).

FD  MEMORY-TABLE-FILE.
    COPY MEMTAB.

FD  COLOR-REQUEST-FILE.
01  COLOR-REQUEST-LINE.
    05 CQ-COLOR               PIC X(20).
    05 CQ-BEFORE              PIC X(2).
    05 FILLER                 PIC X.
    05 CQ-AFTER               PIC X(2).

FD  CONTROL-TOTALS-FILE.
    COPY CTLTOT.
01 REQ-STATUS            PIC XX.
01 IT-STATUS             PIC XX.
01 RUN-DATE              PIC X(8).
COPY RUNCLOCK.
COPY LOGSEAL.
01 RUN-DATE-NUM          PIC 9(8).
01 WS-DATE-INTEGER       PIC 9(7).

01 FRASE-SIMBOLICA       PIC X(80).
01 COMANDO-TERMINAL      PIC X(80).
01 COR-INVALIDA          PIC X VALUE "N".
01 WS-PARM-COLOR         PIC X(30).
01 PARM-BEFORE           PIC X(2).
01 PARM-AFTER            PIC X(2).
01 RATING-IN             PIC X(2).
01 RATING-OUT            PIC X(2).
01 RATING-BEFORE         PIC X(2).
01 RATING-AFTER          PIC X(2).
01 COR-EM-REVISAO        PIC X VALUE SPACE.
01 RUN-MODE              PIC X(10) VALUE "INTERATIVO".
01 CT-STATUS             PIC XX.
01 LOG-WRITTEN           PIC 9(6) VALUE 0.
01 COR-LEN               PIC 9(4).
01 CMP-LEN               PIC 9(4).
01 K                     PIC 9(4).
COPY PERSONCTX.
01 MEMORY-LOG-NAME       PIC X(40).
01 MEMORY-TABLE-NAME     PIC X(40).
01 COLOR-REQUEST-NAME    PIC X(40).
01 CONTROL-TOTALS-NAME   PIC X(40).
01 INVALID-TALLY-NAME    PIC X(40).
01 ALIAS-TABLE-NAME      PIC X(40).
01 SUGGEST-NAME          PIC X(40).
01 DAILY-STATE-NAME      PIC X(40).

PROCEDURE DIVISION.

DISPLAY "=== UNIDADE DE MEMORIAS INICIA ===".
PERFORM SET-PERSON-FILES.
CALL "RUN-CLOCK" USING CLOCK-REQUEST CLOCK-STAMP
    ON EXCEPTION
        MOVE FUNCTION CURRENT-DATE TO CLOCK-STAMP
END-CALL
MOVE CLOCK-STAMP(1:8) TO RUN-DATE.
PERFORM LOAD-DAILY-STATE.

MOVE SPACES TO WS-PARM-COLOR.
IF WS-PARM-COLOR NOT = SPACES
    MOVE "PARM" TO RUN-MODE
    DISPLAY "Cor recebida via PARM: " WS-PARM-COLOR
    MOVE SPACES TO COR-ESCOLHIDA PARM-BEFORE PARM-AFTER
    UNSTRING WS-PARM-COLOR DELIMITED BY "/"
        INTO COR-ESCOLHIDA PARM-BEFORE PARM-AFTER
    END-UNSTRING
    PERFORM LOOKUP-MEMORY-TABLE
    MOVE PARM-BEFORE TO RATING-IN
    PERFORM VALIDATE-RATING
    MOVE RATING-OUT TO RATING-BEFORE
    MOVE PARM-AFTER TO RATING-IN
    PERFORM VALIDATE-RATING
    MOVE RATING-OUT TO RATING-AFTER
    DISPLAY "MEMORIA DESBLOQUEADA:"
    DISPLAY FRASE-SIMBOLICA
    DISPLAY "COMANDO SIMBOLICO:"
    DISPLAY COMANDO-TERMINAL
    PERFORM SHOW-REVIEW-NOTE
    PERFORM RECORD-MEMORY-LOG
ELSE
    OPEN INPUT COLOR-REQUEST-FILE

    PERFORM LOOKUP-MEMORY-TABLE

    MOVE SPACES TO RATING-BEFORE RATING-AFTER
    IF COR-INVALIDA = "N" AND COR-ESCOLHIDA NOT = SPACES
        DISPLAY "Como te sentes agora, de 0 a 10?"
        ACCEPT RATING-IN
        PERFORM VALIDATE-RATING
        MOVE RATING-OUT TO RATING-BEFORE
    END-IF

    DISPLAY "MEMORIA DESBLOQUEADA:"
    DISPLAY FRASE-SIMBOLICA
    DISPLAY "COMANDO SIMBOLICO:"
    DISPLAY COMANDO-TERMINAL
    PERFORM SHOW-REVIEW-NOTE

    IF COR-INVALIDA = "N" AND COR-ESCOLHIDA NOT = SPACES
        DISPLAY "E depois da memoria, de 0 a 10?"
        ACCEPT RATING-IN
        PERFORM VALIDATE-RATING
        MOVE RATING-OUT TO RATING-AFTER
    END-IF

    PERFORM RECORD-MEMORY-LOG.

            AT END
                CONTINUE
            NOT AT END
                MOVE CQ-COLOR TO COR-ESCOLHIDA
                PERFORM LOOKUP-MEMORY-TABLE
                MOVE CQ-BEFORE TO RATING-IN
                PERFORM VALIDATE-RATING
                MOVE RATING-OUT TO RATING-BEFORE
                MOVE CQ-AFTER TO RATING-IN
                PERFORM VALIDATE-RATING
                MOVE RATING-OUT TO RATING-AFTER
                DISPLAY "MEMORIA DESBLOQUEADA: " COR-ESCOLHIDA
                DISPLAY FRASE-SIMBOLICA
                DISPLAY "COMANDO SIMBOLICO:"
                DISPLAY COMANDO-TERMINAL
                PERFORM SHOW-REVIEW-NOTE
                PERFORM RECORD-MEMORY-LOG
        END-READ
    END-PERFORM
        CLOSE DAILY-STATE-FILE
    END-IF.

VALIDATE-RATING.
    MOVE SPACES TO RATING-OUT
    IF COR-INVALIDA = "Y" OR COR-ESCOLHIDA = SPACES
        MOVE SPACES TO RATING-IN
    END-IF
    IF RATING-IN NOT = SPACES
        IF RATING-IN(1:1) IS NUMERIC AND RATING-IN(2:1) = SPACE
            STRING "0" RATING-IN(1:1) DELIMITED BY SIZE
                INTO RATING-OUT
        ELSE
            IF RATING-IN(1:1) = SPACE AND RATING-IN(2:1) IS NUMERIC
                STRING "0" RATING-IN(2:1) DELIMITED BY SIZE
                    INTO RATING-OUT
            ELSE
                IF RATING-IN IS NUMERIC AND RATING-IN <= "10"
                    MOVE RATING-IN TO RATING-OUT
                ELSE
                    DISPLAY "Aviso: avaliacao invalida ignorada: "
                        RATING-IN ". Usar 0 a 10."
                END-IF
            END-IF
        END-IF
    END-IF.

SHOW-REVIEW-NOTE.
    IF COR-INVALIDA = "N" AND COR-EM-REVISAO = "R"
        DISPLAY "Nota: esta cor esta marcada para revisao em MEMTABLE."
    END-IF.

RECORD-MEMORY-LOG.
    OPEN EXTEND MEMORY-LOG-FILE
    IF LOG-STATUS = "35"
    STRING RUN-DATE " | " COR-ESCOLHIDA " | " FRASE-SIMBOLICA
        " | " COMANDO-TERMINAL " | " RUN-MODE
        " | " MENTAL-STATE
        " | ANTES=" RATING-BEFORE " | DEPOIS=" RATING-AFTER
        DELIMITED BY SIZE INTO MEMORY-LOG-LINE
    MOVE "MEMLOG" TO SEAL-LOG-NAME
    CALL "LOG-SEAL" USING SEAL-REQUEST MEMORY-LOG-LINE
    WRITE MEMORY-LOG-LINE
    IF LOG-STATUS = "00"
        ADD 1 TO LOG-WRITTEN

LOOKUP-MEMORY-TABLE.
    MOVE "N" TO COR-INVALIDA
    MOVE SPACE TO COR-EM-REVISAO

    IF COR-ESCOLHIDA = SPACES
        MOVE "NENHUMA ENTRADA RECEBIDA." TO FRASE-SIMBOLICA
                            MOVE SUGESTAO   TO COR-ESCOLHIDA
                            MOVE MT-FRASE   TO FRASE-SIMBOLICA
                            MOVE MT-COMANDO TO COMANDO-TERMINAL
                            MOVE MT-REVIEW-FLAG TO COR-EM-REVISAO
                    END-READ
                ELSE
                    MOVE "Cor nao reconhecida. Memoria bloqueada."
            NOT INVALID KEY
                MOVE MT-FRASE   TO FRASE-SIMBOLICA
                MOVE MT-COMANDO TO COMANDO-TERMINAL
                MOVE MT-REVIEW-FLAG TO COR-EM-REVISAO
        END-READ
        CLOSE MEMORY-TABLE-FILE
    END-IF.
    END-IF.

WRITE-SUGGEST-LINE.
    CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
        ON EXCEPTION
            MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    END-CALL
    OPEN EXTEND SUGGEST-FILE
    IF SUG-STATUS = "35"
        OPEN OUTPUT SUGGEST-FILE
SEED-MEMORY-TABLE.
    DISPLAY "MEMTABLE inexistente. A semear cores por defeito.".
    OPEN OUTPUT MEMORY-TABLE-FILE
    MOVE SPACES TO MEMORY-TABLE-RECORD

    MOVE "AZUL" TO MT-COLOR
    MOVE "Dominar o desconhecido e poder pessoal." TO MT-FRASE
    WRITE MEMORY-TABLE-RECORD

    CLOSE MEMORY-TABLE-FILE.

SET-PERSON-FILES.
    CALL "RUN-PERSON" USING PERSON-REQUEST PERSON-ID
        PERSON-SUFFIX PERSON-STATE
        ON EXCEPTION
            MOVE SPACES TO PERSON-SUFFIX
    END-CALL
    MOVE SPACES TO MEMORY-LOG-NAME
    STRING "DATA/MEMLOG" PERSON-SUFFIX DELIMITED BY SPACE
        INTO MEMORY-LOG-NAME
    MOVE SPACES TO MEMORY-TABLE-NAME
    STRING "DATA/MEMTABLE" PERSON-SUFFIX DELIMITED BY SPACE
        INTO MEMORY-TABLE-NAME
    MOVE SPACES TO COLOR-REQUEST-NAME
    STRING "DATA/MEMREQUESTS" PERSON-SUFFIX DELIMITED BY SPACE
        INTO COLOR-REQUEST-NAME
    MOVE SPACES TO CONTROL-TOTALS-NAME
    STRING "DATA/CTLTOTALS" PERSON-SUFFIX DELIMITED BY SPACE
        INTO CONTROL-TOTALS-NAME
    MOVE SPACES TO INVALID-TALLY-NAME
    STRING "DATA/MEMINVALID" PERSON-SUFFIX DELIMITED BY SPACE
        INTO INVALID-TALLY-NAME
    MOVE SPACES TO ALIAS-TABLE-NAME
    STRING "DATA/MEMALIAS" PERSON-SUFFIX DELIMITED BY SPACE
        INTO ALIAS-TABLE-NAME
    MOVE SPACES TO SUGGEST-NAME
    STRING "DATA/MEMSUGGEST" PERSON-SUFFIX DELIMITED BY SPACE
        INTO SUGGEST-NAME
    MOVE SPACES TO DAILY-STATE-NAME
    STRING "DATA/DAILYSTATE" PERSON-SUFFIX DELIMITED BY SPACE
        INTO DAILY-STATE-NAME.
