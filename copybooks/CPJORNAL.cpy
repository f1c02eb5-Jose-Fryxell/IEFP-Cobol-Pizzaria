      ****************************************************************
      * Copybook: CPJORNAL
      * Purpose : JORNAL.LOG - transaction journal. Every program that
      *           updates a master file writes, before each WRITE or
      *           REWRITE, the record as it was on disk (JRN-ANTES,
      *           spaces for a new record) and as it is about to be
      *           written (JRN-DEPOIS). The images of one unit of work
      *           (an order at the counter, a void, a stock movement,
      *           one maintenance option) share JRN-TRANSACAO and are
      *           bracketed by an "I" line and an "F" line; a unit with
      *           no "F" line was cut short and is left out by the
      *           recovery program (TAREFA25).
      *
      * A record deleted (a customer erased at their request, TAREFA29)
      * goes in as operation "A", with the record as it was in
      * JRN-ANTES and spaces in JRN-DEPOIS. TAREFA29 also writes one
      * line per erased contact with JRN-FICHEIRO "APAGADOS" and the
      * contact in JRN-CHAVE (no images): the recovery lists them, as
      * the monthly archives it brings back must be erased again.
      *
      * JRN-FICHEIRO holds the master's name without ".DAT"
      * (PEDIDOS, STOCK, CAIXA ...) and JRN-CHAVE its record key as
      * text, for the listings.
      ****************************************************************
       01  JORNAL-REC.
           05 JRN-MOMENTO.
               10 JRN-DATA                 PIC 9(8).
               10 JRN-HORA                 PIC 9(8).
           05 JRN-TRANSACAO.
               10 JRN-PROGRAMA             PIC X(8).
               10 JRN-TRN-DATA             PIC 9(8).
               10 JRN-TRN-HORA             PIC 9(8).
           05 JRN-TIPO                     PIC X.
               88 JRN-INICIO                        VALUE "I".
               88 JRN-IMAGEM                        VALUE "M".
               88 JRN-FIM                           VALUE "F".
           05 JRN-OPERACAO                 PIC X.
               88 JRN-NOVO                          VALUE "E".
               88 JRN-ALTERADO                      VALUE "R".
               88 JRN-APAGADO                       VALUE "A".
           05 JRN-FICHEIRO                 PIC X(8).
           05 JRN-CHAVE                    PIC X(20).
           05 JRN-ANTES                    PIC X(800).
           05 JRN-DEPOIS                   PIC X(800).
