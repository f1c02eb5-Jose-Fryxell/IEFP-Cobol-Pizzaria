      *          (ARQAAAAMM.DAT), removes it from the live file so
      *          the nightly TAREFA07 stops re-reading history, and
      *          prints the monthly sales report (RESUMO_MENSAL.TXT)
      *          broken down by day, by PED-MODO and by category of
      *          the non-pizza products sold. A checkpoint in
      *          CONTROLO.DAT ("ARQUIVO") makes the job restart-safe:
      *          rerunning after a crash neither loses nor doubles an
      *          order - the archive WRITE tolerates a duplicate from
       77 TOT-ENTREGA                      PIC 9(7)V99 VALUE 0.
       77 TOT-MES                          PIC 9(7)V99 VALUE 0.
       77 CONT-MES                         PIC 9(5)    VALUE 0.
       77 CONT-BEBIDAS                     PIC 9(5)    VALUE 0.
       77 CONT-SOBREMESAS                  PIC 9(5)    VALUE 0.
       77 CONT-ACOMPANHAM                  PIC 9(5)    VALUE 0.
       77 TOT-BEBIDAS                      PIC 9(7)V99 VALUE 0.
       77 TOT-SOBREMESAS                   PIC 9(7)V99 VALUE 0.
       77 TOT-ACOMPANHAM                   PIC 9(7)V99 VALUE 0.
      ****** INDICES / SAIDAS EDITADAS *********************************
       77 IDX                              PIC 99    VALUE 0.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 DIA-SAIDA                        PIC Z9    VALUE SPACES.
       77 CONT-SAIDA                       PIC ZZZZ9 VALUE SPACES.
       77 VALOR-SAIDA                      PIC ZZZZZ9.99 VALUE SPACES.
       ARQUIVAR-CAIXA-FIM.
           EXIT.
      ****** SANGRIAS DO MES (movimentos de caixa sem pedido) **********
      * As sangrias e as vendas de vales de oferta entram na caixa sob
      * o pedido 0000 e nao saem com nenhum pedido - passam ao arquivo
      * aqui, pelo mes da data.
       ARQUIVAR-SANGRIAS.
           IF FS-CAIXA NOT = "00" THEN
               GO ARQUIVAR-SANGRIAS-FIM
                   ADD 1 TO CONT-ENTREGA
                   ADD ARQ-PRECO-TOTAL TO TOT-ENTREGA
           END-EVALUATE.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > ARQ-NUM-EXTRAS
               EVALUATE AQX-CATEGORIA(IDX-EX)
                   WHEN "B"
                       ADD AQX-QUANTIDADE(IDX-EX) TO CONT-BEBIDAS
                       ADD AQX-SUBTOTAL(IDX-EX) TO TOT-BEBIDAS
                   WHEN "S"
                       ADD AQX-QUANTIDADE(IDX-EX) TO CONT-SOBREMESAS
                       ADD AQX-SUBTOTAL(IDX-EX) TO TOT-SOBREMESAS
                   WHEN OTHER
                       ADD AQX-QUANTIDADE(IDX-EX) TO CONT-ACOMPANHAM
                       ADD AQX-SUBTOTAL(IDX-EX) TO TOT-ACOMPANHAM
               END-EVALUATE
           END-PERFORM.
      ****** IMPRESSAO DO RESUMO MENSAL ********************************
       IMPRIMIR-RESUMO-MENSAL.
           MOVE "=============================================" TO
           STRING "  Entrega      : " CONT-SAIDA " pedidos  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           PERFORM ESCREVER-LINHA.
           MOVE "Outros produtos (sem IVA):" TO LINHA-RESUMO.
           PERFORM ESCREVER-LINHA.
           MOVE CONT-BEBIDAS TO CONT-SAIDA.
           MOVE TOT-BEBIDAS TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  Bebidas         : " CONT-SAIDA " unid.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           PERFORM ESCREVER-LINHA.
           MOVE CONT-SOBREMESAS TO CONT-SAIDA.
           MOVE TOT-SOBREMESAS TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  Sobremesas      : " CONT-SAIDA " unid.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           PERFORM ESCREVER-LINHA.
           MOVE CONT-ACOMPANHAM TO CONT-SAIDA.
           MOVE TOT-ACOMPANHAM TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  Acompanhamentos : " CONT-SAIDA " unid.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           PERFORM ESCREVER-LINHA.
           MOVE CONT-MES TO CONT-SAIDA.
           MOVE TOT-MES TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
