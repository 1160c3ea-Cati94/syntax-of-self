       01 MC-STATUS            PIC XX.
       01 SEL-STATUS           PIC XX.
       01 RUN-TIMESTAMP        PIC X(21).
       COPY RUNCLOCK.
       01 MSG-SEVERITY         PIC X.
       01 MSG-TEXT             PIC X(60).

       PROCEDURE DIVISION USING ERR-PROGRAM ERR-MSG-ID
                                ERR-FILE-STATUS.
       BEGIN.
           CALL "RUN-CLOCK" USING CLOCK-REQUEST RUN-TIMESTAMP
               ON EXCEPTION
                   MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-CALL
           PERFORM LOOKUP-MESSAGE

           OPEN EXTEND SYS-ERROR-LOG-FILE
           MOVE "E"  TO MC-SEVERITY
           MOVE "PROGRAMA NAO ENCONTRADO" TO MC-TEXT
           WRITE MSG-CATALOG-RECORD
           MOVE SPACES TO MSG-CATALOG-RECORD
           MOVE 0007 TO MC-MSG-ID
           MOVE "A"  TO MC-SEVERITY
           MOVE "TABELA EM MEMORIA EXCEDIDA - DETALHE TRUNCADO"
               TO MC-TEXT
           WRITE MSG-CATALOG-RECORD
           MOVE SPACES TO MSG-CATALOG-RECORD
           MOVE 0008 TO MC-MSG-ID
           MOVE "E"  TO MC-SEVERITY
           MOVE "TABELA EM MEMORIA EXCEDIDA - EXECUCAO INTERROMPIDA"
               TO MC-TEXT
           WRITE MSG-CATALOG-RECORD
           CLOSE MSG-CATALOG-FILE.
