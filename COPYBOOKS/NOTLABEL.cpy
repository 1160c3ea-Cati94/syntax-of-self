      *> Fixed wording used on decision notices and by BOUNDARY-FIX,
      *> with the Portuguese default for each ROT template code
      *> (RESPTPL.cpy). Subscripts are fixed: 1-6 notice labels,
      *> 7-9 outcomes, 10-12 alternative date and booking lines,
      *> 13-15 period names (CALSLOT order), 16 the reply to a
      *> message with no boundary phrase, 17-19 change and
      *> waiting-list outcomes.
       01 NOT-LABEL-TABLE.
           05 NOT-LABEL-COUNT  PIC 9(2) VALUE 19.
           05 NOT-LABEL-VALUES.
               10 FILLER PIC X(10) VALUE "PARA".
               10 FILLER PIC X(50) VALUE "PARA:".
               10 FILLER PIC X(10) VALUE "DATA".
               10 FILLER PIC X(50) VALUE "DATA:".
               10 FILLER PIC X(10) VALUE "PEDIDO".
               10 FILLER PIC X(50) VALUE "PEDIDO:".
               10 FILLER PIC X(10) VALUE "RECEBIDO".
               10 FILLER PIC X(50) VALUE "PEDIDO RECEBIDO:".
               10 FILLER PIC X(10) VALUE "RESULTADO".
               10 FILLER PIC X(50) VALUE "RESULTADO:".
               10 FILLER PIC X(10) VALUE "RESPOSTA".
               10 FILLER PIC X(50) VALUE "RESPOSTA:".
               10 FILLER PIC X(10) VALUE "ACEITE".
               10 FILLER PIC X(50) VALUE "ACEITE".
               10 FILLER PIC X(10) VALUE "ADIADO".
               10 FILLER PIC X(50) VALUE "ADIADO".
               10 FILLER PIC X(10) VALUE "RECUSADO".
               10 FILLER PIC X(50) VALUE "RECUSADO".
               10 FILLER PIC X(10) VALUE "ALTERNAT".
               10 FILLER PIC X(50) VALUE "DATA ALTERNATIVA:".
               10 FILLER PIC X(10) VALUE "MARCACAO".
               10 FILLER PIC X(50) VALUE "MARCACAO: DIA".
               10 FILLER PIC X(10) VALUE "PERIODO".
               10 FILLER PIC X(50) VALUE "PERIODO".
               10 FILLER PIC X(10) VALUE "MANHA".
               10 FILLER PIC X(50) VALUE "MANHA".
               10 FILLER PIC X(10) VALUE "TARDE".
               10 FILLER PIC X(50) VALUE "TARDE".
               10 FILLER PIC X(10) VALUE "NOITE".
               10 FILLER PIC X(50) VALUE "NOITE".
               10 FILLER PIC X(10) VALUE "IGNORADA".
               10 FILLER PIC X(50)
                   VALUE "Mensagem ignorada para protecao emocional.".
               10 FILLER PIC X(10) VALUE "CANCELADO".
               10 FILLER PIC X(50) VALUE "CANCELADO".
               10 FILLER PIC X(10) VALUE "ANOTADO".
               10 FILLER PIC X(50) VALUE "DATA ANOTADA".
               10 FILLER PIC X(10) VALUE "VAGA".
               10 FILLER PIC X(50) VALUE "VAGA DISPONIVEL".
           05 NOT-LABEL-VALUES-R REDEFINES NOT-LABEL-VALUES.
               10 NOT-LABEL-ENTRY OCCURS 19 TIMES.
                   15 NOT-LABEL-CODE    PIC X(10).
                   15 NOT-LABEL-DEFAULT PIC X(50).
