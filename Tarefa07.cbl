      *          written by TAREFA06 to PEDIDOS.DAT and prints the
      *          count/revenue per pizza size, an ingredient
      *          popularity ranking and the grand total for the day.
      *          Drinks, desserts and sides sold on the same tickets
      *          are summed per category (units and value before IVA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 REC-PEQUENA                      PIC 9(7)V99 VALUE 0.
       77 REC-MEDIA                        PIC 9(7)V99 VALUE 0.
       77 REC-GRANDE                       PIC 9(7)V99 VALUE 0.
      ****** OUTROS PRODUTOS POR CATEGORIA *****************************
       77 CONT-BEBIDAS                     PIC 9(5)   VALUE 0.
       77 CONT-SOBREMESAS                  PIC 9(5)   VALUE 0.
       77 CONT-ACOMPANHAM                  PIC 9(5)   VALUE 0.
       77 REC-BEBIDAS                      PIC 9(7)V99 VALUE 0.
       77 REC-SOBREMESAS                   PIC 9(7)V99 VALUE 0.
       77 REC-ACOMPANHAM                   PIC 9(7)V99 VALUE 0.
       77 TOTAL-PEDIDOS                    PIC 9(5)   VALUE 0.
       77 TOTAL-GERAL                      PIC 9(7)V99 VALUE 0.
      ****** POPULARIDADE DE INGREDIENTES ******************************
      ****** INDICES / AUXILIARES **************************************
       77 IDX-PZ                           PIC 9     VALUE 0.
       77 IDX-ING                          PIC 9     VALUE 0.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 IDX                              PIC 99    VALUE 0.
       77 COD-NUM                          PIC 99    VALUE 0.
       77 VALOR-SAIDA                      PIC ZZZZZ9.99 VALUE SPACES.
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING IDX-EX FROM 1 BY 1
                       UNTIL IDX-EX > PED-NUM-EXTRAS
                   EVALUATE EX-CATEGORIA(IDX-EX)
                       WHEN "B"
                           ADD EX-QUANTIDADE(IDX-EX) TO CONT-BEBIDAS
                           ADD EX-SUBTOTAL(IDX-EX) TO REC-BEBIDAS
                       WHEN "S"
                           ADD EX-QUANTIDADE(IDX-EX) TO CONT-SOBREMESAS
                           ADD EX-SUBTOTAL(IDX-EX) TO REC-SOBREMESAS
                       WHEN OTHER
                           ADD EX-QUANTIDADE(IDX-EX) TO CONT-ACOMPANHAM
                           ADD EX-SUBTOTAL(IDX-EX) TO REC-ACOMPANHAM
                   END-EVALUATE
               END-PERFORM
           END-IF.
      ****** NOMES DOS INGREDIENTES (005) ******************************
       CARREGAR-NOMES-INGR.
           PERFORM IMPRIMIR-LINHA-TAMANHO.
           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE "Outros produtos por categoria:" TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           DISPLAY LINHA-RESUMO.
           PERFORM IMPRIMIR-LINHA-CATEGORIA.
           MOVE SPACES TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           MOVE "Ranking de popularidade dos ingredientes:"
               TO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           DISPLAY LINHA-RESUMO.
       IMPRIMIR-LINHA-CATEGORIA.
           MOVE REC-BEBIDAS TO VALOR-SAIDA.
           MOVE CONT-BEBIDAS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  Bebidas         : " CONT-SAIDA " unid.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           DISPLAY LINHA-RESUMO.
           MOVE REC-SOBREMESAS TO VALOR-SAIDA.
           MOVE CONT-SOBREMESAS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  Sobremesas      : " CONT-SAIDA " unid.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           DISPLAY LINHA-RESUMO.
           MOVE REC-ACOMPANHAM TO VALOR-SAIDA.
           MOVE CONT-ACOMPANHAM TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  Acompanhamentos : " CONT-SAIDA " unid.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
           DISPLAY LINHA-RESUMO.
       IMPRIMIR-RANKING.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
               MOVE CONT-INGR(IDX) TO TEMP-CONT(IDX)
