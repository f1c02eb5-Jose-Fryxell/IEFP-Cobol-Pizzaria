      *          Reads PEDIDOS.DAT and writes every invoiced order of
      *          the chosen month (PED-NUM-FATURA not zero) to the
      *          structured file FATAAAAMM.TXT, one semicolon-
      *          separated line per IVA rate on each invoice: invoice
      *          number, date, NIF, net amount, IVA amount, IVA rate
      *          and total at that rate. Pizzas and delivery go at
      *          the food rate; drinks, desserts and sides at their
      *          own. An invoiced order later voided with a credit
      *          note also emits the reversing lines (credit-note
      *          number, negative amounts) right after its invoice.
      *          Run BEFORE the month-end close (TAREFA12)
      *          moves the month's orders into the archive.
       77 EXP-TOTAL                        PIC 9(3).99 VALUE SPACES.
       77 EXP-TAXA                         PIC 99.9    VALUE SPACES.
       77 EXPORTADAS                       PIC 9(5)    VALUE 0.
      ****** RESUMO POR TAXA DE IVA DE UMA FATURA **********************
       77 N-TAXAS                          PIC 9     VALUE 0.
       77 TAB-TAXA                         PIC 9V99  OCCURS 7 TIMES.
       77 TAB-TAXA-BASE                    PIC 999V99 OCCURS 7 TIMES.
       77 TAB-TAXA-IVA                     PIC 999V99 OCCURS 7 TIMES.
       77 IDX-TX                           PIC 9     VALUE 0.
       77 IDX-TX-ACHADO                    PIC 9     VALUE 0.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 TAXA-PROCURADA                   PIC 9V99  VALUE 0.
       77 BASE-LINHA                       PIC 999V99 VALUE 0.
       77 IVA-LINHA                        PIC 999V99 VALUE 0.
       77 CONT-SAIDA                       PIC ZZZZ9   VALUE SPACES.
      ****** DATA ******************************************************
       01 DATA-ATUAL.
           DISPLAY CONT-SAIDA " faturas exportadas para "
                   NOME-FATURAS ".".
           STOP RUN.
      ****** LINHAS DA EXPORTACAO (uma por taxa de IVA) ****************
      * Formato: fatura;data;NIF;liquido;IVA;taxa;total
      * Nota de credito: mesmas linhas com o numero da nota e os
      * montantes em negativo.
       EXPORTAR-FATURA.
           PERFORM RESUMIR-TAXAS.
           PERFORM VARYING IDX-TX FROM 1 BY 1 UNTIL IDX-TX > N-TAXAS
               PERFORM PREPARAR-LINHA-TAXA
               MOVE SPACES TO LINHA-FATURA
               STRING PED-NUM-FATURA ";" PED-DATA ";" PED-NIF ";"
                   EXP-LIQUIDO ";" EXP-IVA ";" EXP-TAXA ";" EXP-TOTAL
                   DELIMITED BY SIZE INTO LINHA-FATURA
               WRITE LINHA-FATURA
           END-PERFORM.
           ADD 1 TO EXPORTADAS.
           IF PED-NUM-NTCRED NOT = 0 THEN
               PERFORM VARYING IDX-TX FROM 1 BY 1
                       UNTIL IDX-TX > N-TAXAS
                   PERFORM PREPARAR-LINHA-TAXA
                   MOVE SPACES TO LINHA-FATURA
                   STRING PED-NUM-NTCRED ";" PED-DATA ";" PED-NIF ";-"
                       EXP-LIQUIDO ";-" EXP-IVA ";" EXP-TAXA ";-"
                       EXP-TOTAL DELIMITED BY SIZE INTO LINHA-FATURA
                   WRITE LINHA-FATURA
               END-PERFORM
               ADD 1 TO EXPORTADAS
           END-IF.
      * A parte de comida (pizzas e entrega) e o que sobra do subtotal
      * e do IVA depois de tiradas as linhas de outros produtos.
       RESUMIR-TAXAS.
           MOVE 0 TO N-TAXAS.
           MOVE PED-PRECO-SUBTOTAL TO BASE-LINHA.
           MOVE PED-PRECO-IVA TO IVA-LINHA.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > PED-NUM-EXTRAS
               SUBTRACT EX-SUBTOTAL(IDX-EX) FROM BASE-LINHA
               SUBTRACT EX-IVA(IDX-EX) FROM IVA-LINHA
           END-PERFORM.
           IF (BASE-LINHA NOT = 0) OR (PED-NUM-EXTRAS = 0) THEN
               MOVE PED-TAXA-IVA-PIZZAS TO TAXA-PROCURADA
               PERFORM SOMAR-TAXA
           END-IF.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > PED-NUM-EXTRAS
               MOVE EX-TAXA-IVA(IDX-EX) TO TAXA-PROCURADA
               MOVE EX-SUBTOTAL(IDX-EX) TO BASE-LINHA
               MOVE EX-IVA(IDX-EX) TO IVA-LINHA
               PERFORM SOMAR-TAXA
           END-PERFORM.
       SOMAR-TAXA.
           MOVE 0 TO IDX-TX-ACHADO.
           PERFORM VARYING IDX-TX FROM 1 BY 1 UNTIL IDX-TX > N-TAXAS
               IF TAB-TAXA(IDX-TX) = TAXA-PROCURADA THEN
                   MOVE IDX-TX TO IDX-TX-ACHADO
               END-IF
           END-PERFORM.
           IF IDX-TX-ACHADO = 0 THEN
               ADD 1 TO N-TAXAS
               MOVE N-TAXAS TO IDX-TX-ACHADO
               MOVE TAXA-PROCURADA TO TAB-TAXA(IDX-TX-ACHADO)
               MOVE 0 TO TAB-TAXA-BASE(IDX-TX-ACHADO)
               MOVE 0 TO TAB-TAXA-IVA(IDX-TX-ACHADO)
           END-IF.
           ADD BASE-LINHA TO TAB-TAXA-BASE(IDX-TX-ACHADO).
           ADD IVA-LINHA TO TAB-TAXA-IVA(IDX-TX-ACHADO).
       PREPARAR-LINHA-TAXA.
           MOVE TAB-TAXA-BASE(IDX-TX) TO EXP-LIQUIDO.
           MOVE TAB-TAXA-IVA(IDX-TX) TO EXP-IVA.
           COMPUTE EXP-TOTAL = TAB-TAXA-BASE(IDX-TX) +
                   TAB-TAXA-IVA(IDX-TX).
           IF TAB-TAXA(IDX-TX) NOT = 0 THEN
               COMPUTE EXP-TAXA = TAB-TAXA(IDX-TX) * 100
           ELSE
               IF TAB-TAXA-BASE(IDX-TX) NOT = 0 THEN
                   COMPUTE EXP-TAXA ROUNDED = TAB-TAXA-IVA(IDX-TX) *
                           100 / TAB-TAXA-BASE(IDX-TX)
               ELSE
                   MOVE 0 TO EXP-TAXA
               END-IF
           END-IF.
       END PROGRAM TAREFA14.
