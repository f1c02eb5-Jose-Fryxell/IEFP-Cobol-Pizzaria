      *          CONTROLO.DAT against the real maxima in PEDIDOS.DAT,
      *          recomputes each customer's order count, sanity-checks
      *          every order's stored totals (sum of PZ-SUBTOTAL minus
      *          PED-DESCONTO plus PED-PRECO-ENTREGA plus the other
      *          product lines, IVA as pizza part plus line IVA, and
      *          total)
      *          and compares STOCK.DAT against the consumption
      *          implied by the live orders (toppings, dough, sauce,
      *          cheese and boxes in the PORCOES.DAT portions for
      *          each size) plus the MOVSTOCK ledger.
      *          Prints the discrepancy report (VERIFICACAO.TXT) and,
      *          in repair mode, fixes the counters.
      *          Caveats: after a month-end close the live order file
               RECORD KEY IS MOV-NUMERO
               FILE STATUS IS FS-MOVSTOCK.

           SELECT PORCOES ASSIGN TO "PORCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS FS-PORCOES.

           SELECT RELATORIO ASSIGN TO "VERIFICACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
           LABEL RECORD STANDARD.
           COPY CPMOVSTK.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  RELATORIO
           LABEL RECORD STANDARD.
       01  LINHA-RELATORIO                 PIC X(70).
       77 FS-CLIENTES                      PIC XX VALUE "00".
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-MOVSTOCK                      PIC XX VALUE "00".
       77 FS-PORCOES                       PIC XX VALUE "00".
       77 FS-RELATORIO                     PIC XX VALUE "00".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
           88 FIM-PEDIDOS                             VALUE "S".
       77 TOT-ESPERADO                     PIC 999V99  VALUE 0.
       77 DIF-SUB                          PIC S999V99 VALUE 0.
       77 DIF-TOT                          PIC S999V99 VALUE 0.
       77 IVA-ESPERADO                     PIC 999V99  VALUE 0.
       77 DIF-IVA                          PIC S999V99 VALUE 0.
      ****** RECONTAGEM POR CLIENTE ************************************
       77 CONT-CLIENTE                     PIC 9(5)  VALUE 0.
       77 CONTACTO-ALVO                    PIC 9(9)  VALUE 0.
      ****** STOCK ESPERADO ********************************************
       77 USO-INGR                         PIC S9(7) OCCURS 99 TIMES
                                            VALUE 0.
       77 NET-MOV                          PIC S9(7) OCCURS 99 TIMES
                                            VALUE 0.
       77 STK-INICIAL                      PIC 9(3)  VALUE 0.
      ****** PORCOES POR TAMANHO (como no balcao) **********************
       77 TAMANHO-PORCAO                   PIC 9     VALUE 0.
       77 CHAVE-PORCAO                     PIC X(6)  VALUE SPACES.
       77 IDX-POR                          PIC 9     VALUE 0.
       77 PORCOES-ABERTO-FLAG              PIC X     VALUE "N".
           88 PORCOES-ABERTO                         VALUE "S".
       77 PORCAO-ACHADA-FLAG               PIC X     VALUE "N".
           88 PORCAO-ACHADA                          VALUE "S".
       77 STK-ESPERADO                     PIC S9(7) VALUE 0.
      ****** CONTADORES DO RELATORIO ***********************************
       77 DISCREPANCIAS                    PIC 9(5)  VALUE 0.
      ****** INDICES / SAIDAS EDITADAS *********************************
       77 IDX-PZ                           PIC 9     VALUE 0.
       77 IDX-ING                          PIC 9     VALUE 0.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 IDX                              PIC 99    VALUE 0.
       77 CONT-SAIDA                       PIC ZZZZ9 VALUE SPACES.
       77 CONT-SAIDA2                      PIC ZZZZ9 VALUE SPACES.
           SUBTRACT PED-DESCONTO FROM SUB-ESPERADO.
           SUBTRACT PED-PROMO-DESCONTO FROM SUB-ESPERADO.
           ADD PED-PRECO-ENTREGA TO SUB-ESPERADO.
           MOVE PED-IVA-PIZZAS TO IVA-ESPERADO.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > PED-NUM-EXTRAS
               ADD EX-SUBTOTAL(IDX-EX) TO SUB-ESPERADO
               ADD EX-IVA(IDX-EX) TO IVA-ESPERADO
           END-PERFORM.
           COMPUTE DIF-SUB = PED-PRECO-SUBTOTAL - SUB-ESPERADO.
           COMPUTE DIF-IVA = PED-PRECO-IVA - IVA-ESPERADO.
           COMPUTE TOT-ESPERADO = PED-PRECO-SUBTOTAL +
                                  PED-PRECO-IVA.
           COMPUTE DIF-TOT = PED-PRECO-TOTAL - TOT-ESPERADO.
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ERRO pedido " PED-NUMERO
                   ": subtotal gravado difere " VALOR-SAIDA
                   " das linhas" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA
           END-IF.
           IF (DIF-IVA > 0.01) OR (DIF-IVA < -0.01) THEN
               ADD 1 TO DISCREPANCIAS
               MOVE DIF-IVA TO VALOR-SAIDA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ERRO pedido " PED-NUMERO
                   ": IVA gravado difere " VALOR-SAIDA
                   " do IVA por taxa" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM ESCREVER-LINHA
           END-IF.
           END-IF.
      ****** CONSUMO DE INGREDIENTES ***********************************
      * Um pedido anulado fica de fora: a anulacao devolveu os
      * ingredientes ao stock. Cada pizza conta as porcoes do seu
      * tamanho: coberturas, base e a caixa se saiu da pizzaria.
           IF NOT PED-EST-ANULADO THEN
               PERFORM VARYING IDX-PZ FROM 1 BY 1
                       UNTIL IDX-PZ > PED-NUM-PIZZAS
                   MOVE PZ-TIPO(IDX-PZ) TO TAMANHO-PORCAO
                   PERFORM VARYING IDX-ING FROM 1 BY 1
                           UNTIL IDX-ING > PZ-NUM-INGREDIENTES(IDX-PZ)
                       IF (PZ-INGREDIENTES(IDX-PZ IDX-ING) >= 1) AND
                          (PZ-INGREDIENTES(IDX-PZ IDX-ING) <= 10) THEN
                           MOVE "I" TO POR-ORIG-TIPO
                           MOVE PZ-INGREDIENTES(IDX-PZ IDX-ING) TO
                               POR-ORIG-NUM
                           PERFORM LER-PORCAO
                           PERFORM SOMAR-PORCAO
                       END-IF
                   END-PERFORM
                   MOVE "BAS" TO POR-ORIGEM
                   PERFORM LER-PORCAO
                   PERFORM SOMAR-PORCAO
                   IF PED-LEVANTAMENTO OR PED-ENTREGA THEN
                       MOVE "CXA" TO POR-ORIGEM
                       PERFORM LER-PORCAO
                       PERFORM SOMAR-PORCAO
                   END-IF
               END-PERFORM
               PERFORM VARYING IDX-EX FROM 1 BY 1
                       UNTIL IDX-EX > PED-NUM-EXTRAS
                   IF EX-STK-CODIGO(IDX-EX) NOT = 0 THEN
                       ADD EX-QUANTIDADE(IDX-EX) TO
                           USO-INGR(EX-STK-CODIGO(IDX-EX))
                   END-IF
               END-PERFORM
           END-IF.
      ****** PORCOES POR TAMANHO DE PIZZA (como no balcao) ************
       LER-PORCAO.
           MOVE "P0" TO POR-TAM-PREFIXO.
           MOVE TAMANHO-PORCAO TO POR-TAM-NUM.
           MOVE POR-CHAVE TO CHAVE-PORCAO.
           MOVE "N" TO PORCAO-ACHADA-FLAG.
           IF PORCOES-ABERTO THEN
               READ PORCOES
                   NOT INVALID KEY
                       MOVE "S" TO PORCAO-ACHADA-FLAG
               END-READ
           END-IF.
           IF NOT PORCAO-ACHADA THEN
               MOVE CHAVE-PORCAO TO POR-CHAVE
               MOVE 0 TO POR-NUM-ITENS
               IF POR-ORIG-TIPO = "I" THEN
                   MOVE 1 TO POR-NUM-ITENS
                   MOVE POR-ORIG-NUM TO POR-STK-CODIGO(1)
                   MOVE 1 TO POR-QUANTIDADE(1)
               END-IF
           END-IF.
       SOMAR-PORCAO.
           PERFORM VARYING IDX-POR FROM 1 BY 1
                   UNTIL IDX-POR > POR-NUM-ITENS
               IF POR-STK-CODIGO(IDX-POR) >= 1 THEN
                   ADD POR-QUANTIDADE(IDX-POR) TO
                       USO-INGR(POR-STK-CODIGO(IDX-POR))
               END-IF
           END-PERFORM.
      ****** CONTADORES DO FICHEIRO DE CONTROLO ************************
       VERIFICAR-CONTADORES.
           MOVE "PEDIDO" TO CTRL-CHAVE.
               PERFORM ESCREVER-LINHA
           END-IF.
      ****** STOCK FISICO VS CONSUMO IMPLICADO *************************
      * Esperado = existencia inicial de defeito (50 nos ingredientes
      * 1-10, a abertura da massa, molho, queijo e caixas 11-14, zero
      * nos artigos criados depois) + movimentos do diario
      * MOVSTOCK - consumo dos pedidos vivos. Indicativo: os pedidos
      * ja arquivados e acertos antigos distorcem a conta.
       VERIFICAR-STOCK-FISICO.
           MOVE "N" TO FIM-MOVSTOCK-FLAG.
           IF FS-MOVSTOCK = "00" THEN
                       AT END
                           SET FIM-MOVSTOCK TO TRUE
                       NOT AT END
                           IF MOV-STK-CODIGO >= 1 THEN
                               ADD MOV-QUANTIDADE TO
                                   NET-MOV(MOV-STK-CODIGO)
                           END-IF
               END-READ
           END-PERFORM.
       VERIFICAR-UM-STOCK.
           IF STK-CODIGO < 1 THEN
               GO VERIFICAR-UM-STOCK-FIM
           END-IF.
           EVALUATE STK-CODIGO
               WHEN 1 THRU 10
                   MOVE 50 TO STK-INICIAL
               WHEN 11
                   MOVE 400 TO STK-INICIAL
               WHEN 12
                   MOVE 100 TO STK-INICIAL
               WHEN 13
                   MOVE 300 TO STK-INICIAL
               WHEN 14
                   MOVE 100 TO STK-INICIAL
               WHEN OTHER
                   MOVE 0 TO STK-INICIAL
           END-EVALUATE.
           COMPUTE STK-ESPERADO = STK-INICIAL + NET-MOV(STK-CODIGO) -
                                  USO-INGR(STK-CODIGO).
           IF STK-ESPERADO NOT = STK-QUANTIDADE THEN
               ADD 1 TO AVISOS
               STOP RUN
           END-IF.
           OPEN INPUT MOVSTOCK.
           OPEN INPUT PORCOES.
           IF FS-PORCOES = "00" THEN
               MOVE "S" TO PORCOES-ABERTO-FLAG
           END-IF.
           OPEN OUTPUT RELATORIO.
       FECHAR-FICHEIROS.
           CLOSE PEDIDOS.
           IF FS-MOVSTOCK = "00" THEN
               CLOSE MOVSTOCK
           END-IF.
           IF PORCOES-ABERTO THEN
               CLOSE PORCOES
           END-IF.
           CLOSE RELATORIO.
       END PROGRAM TAREFA15.
