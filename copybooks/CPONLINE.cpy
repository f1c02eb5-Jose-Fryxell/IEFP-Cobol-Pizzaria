      ****************************************************************
      * Copybook: CPONLINE
      * Purpose : ONLINE-ENTRADA.TXT - orders sent by the web site and
      *           the delivery platforms, read by TAREFA26. One order
      *           is a block of lines:
      *             H  header (platform reference, customer, contact,
      *                NIF, L/E, paid online S/N, payment method on
      *                delivery when not paid, amount paid, promised
      *                date/time - zeros = for right now)
      *             M  delivery address and postal code (mode E only)
      *             P  one per pizza (1 to 5): a RECEITAS code, or
      *                code 00 with the size and up to 5 toppings
      *             F  end of block, repeating the reference
      *           The platform writes the file under another name and
      *           renames it when complete, so a half-written file is
      *           never read.
      ****************************************************************
       01  ONLINE-REC.
           05 ONL-TIPO                     PIC X.
               88 ONL-CABECALHO                     VALUE "H".
               88 ONL-MORADA                        VALUE "M".
               88 ONL-PIZZA                         VALUE "P".
               88 ONL-FIM                           VALUE "F".
           05 ONL-DADOS                    PIC X(99).
           05 ONL-DADOS-H REDEFINES ONL-DADOS.
               10 ONL-REFERENCIA           PIC X(12).
               10 ONL-CLIENTE              PIC X(35).
               10 ONL-CONTACTO             PIC X(9).
               10 ONL-NIF                  PIC X(9).
               10 ONL-MODO                 PIC X.
               10 ONL-PAGO                 PIC X.
                   88 ONL-PAGO-ONLINE               VALUE "S".
               10 ONL-PAG-MODO             PIC X.
               10 ONL-VALOR-PAGO           PIC 9(4)V99.
               10 ONL-PROM-DATA            PIC 9(8).
               10 ONL-PROM-HORA            PIC 9(4).
               10 FILLER                   PIC X(13).
           05 ONL-DADOS-M REDEFINES ONL-DADOS.
               10 ONL-MORADA-TXT           PIC X(40).
               10 ONL-CODPOSTAL            PIC X(4).
               10 FILLER                   PIC X(55).
           05 ONL-DADOS-P REDEFINES ONL-DADOS.
               10 ONL-RECEITA              PIC XX.
               10 ONL-TAMANHO              PIC X.
               10 ONL-NUM-INGR             PIC X.
               10 ONL-INGREDIENTES OCCURS 5 TIMES PIC XX.
               10 FILLER                   PIC X(85).
           05 ONL-DADOS-F REDEFINES ONL-DADOS.
               10 ONL-REF-FIM              PIC X(12).
               10 FILLER                   PIC X(87).
