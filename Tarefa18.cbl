      * Purpose: Gross-margin batch report (MARGENS.TXT). Crosses the
      *          sold pizzas in PEDIDOS.DAT against the rolling
      *          supplier costs on STOCK.DAT to show revenue,
      *          cost and margin per pizza size, per specialty
      *          (RECEITAS) and per topping (at the current PRECOS
      *          price), plus drinks, desserts and sides per PRODUTOS
      *          item (counted items at the STOCK.DAT average cost,
      *          uncounted ones at zero cost). Annulled orders stay
      *          out. A pizza costs its base (dough, sauce, cheese),
      *          its toppings and, when it left the shop, its box,
      *          each at the PORCOES.DAT portion for its size.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PRC-CODIGO
               FILE STATUS IS FS-PRECOS.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT PORCOES ASSIGN TO "PORCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS FS-PORCOES.

           SELECT MARGENS ASSIGN TO "MARGENS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARGENS.
           LABEL RECORD STANDARD.
           COPY CPPRECO.

       FD  PRODUTOS
           LABEL RECORD STANDARD.
           COPY CPPRODUT.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  MARGENS
           LABEL RECORD STANDARD.
       01  LINHA-MARGEM                    PIC X(70).
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-RECEITAS                      PIC XX VALUE "00".
       77 FS-PRECOS                        PIC XX VALUE "00".
       77 FS-PRODUTOS                      PIC XX VALUE "00".
       77 FS-PORCOES                       PIC XX VALUE "00".
       77 FS-MARGENS                       PIC XX VALUE "00".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
           88 FIM-PEDIDOS                             VALUE "S".
       77 STOCK-ABERTO-FLAG                PIC X  VALUE "N".
           88 STOCK-ABERTO                            VALUE "S".
       77 RECEITAS-ABERTO-FLAG             PIC X  VALUE "N".
           88 RECEITAS-ABERTO                         VALUE "S".
       77 PRECOS-ABERTO-FLAG               PIC X  VALUE "N".
           88 PRECOS-ABERTO                           VALUE "S".
       77 PRODUTOS-ABERTO-FLAG             PIC X  VALUE "N".
           88 PRODUTOS-ABERTO                         VALUE "S".
       77 PORCOES-ABERTO-FLAG              PIC X  VALUE "N".
           88 PORCOES-ABERTO                          VALUE "S".
      ****** NOMES E PRECOS DOS INGREDIENTES ***************************
       77 TAB-NOME-INGR                    PIC X(20) OCCURS 10 TIMES
                                            VALUE SPACES.
       77 TAB-PRECO-INGR                   PIC 9V99 OCCURS 10 TIMES
                                            VALUE 0.
       77 PRECO-EFETIVO                    PIC 9V99 VALUE 0.
      ****** CUSTO DAS PORCOES POR TAMANHO *****************************
       01 TAB-CUSTO-PORCOES.
           05 CUSTO-TAMANHO OCCURS 3 TIMES.
               10 CUSTO-COBERTURA          PIC 9(3)V99 OCCURS 10 TIMES.
               10 CUSTO-BASE               PIC 9(3)V99.
               10 CUSTO-CAIXA              PIC 9(3)V99.
       77 TAMANHO-PORCAO                   PIC 9     VALUE 0.
       77 CHAVE-PORCAO                     PIC X(6)  VALUE SPACES.
       77 IDX-POR                          PIC 9     VALUE 0.
       77 CUSTO-PORCAO                     PIC 9(5)V99 VALUE 0.
       77 PORCAO-ACHADA-FLAG               PIC X     VALUE "N".
           88 PORCAO-ACHADA                          VALUE "S".
      ****** DATA DE HOJE PARA O PRECO EM VIGOR ************************
       01 DATA-ATUAL.
           05 DATA-HOJE                    PIC 9(8).
      ****** ACUMULADORES POR INGREDIENTE ******************************
       77 ING-UNIDADES                     PIC 9(6) OCCURS 10 TIMES
                                            VALUE 0.
       77 ING-CUSTO                        PIC 9(7)V99 OCCURS 10 TIMES
                                            VALUE 0.
      ****** ACUMULADORES POR PRODUTO (bebidas, sobremesas...) *********
       77 N-PRD                            PIC 99    VALUE 0.
       77 PRD-TAB-CODIGO                   PIC X(3) OCCURS 50 TIMES
                                            VALUE SPACES.
       77 PRD-TAB-STK                      PIC 99 OCCURS 50 TIMES
                                            VALUE 0.
       77 PRD-UNIDADES                     PIC 9(6) OCCURS 50 TIMES
                                            VALUE 0.
       77 PRD-RECEITA                      PIC 9(7)V99 OCCURS 50 TIMES
                                            VALUE 0.
       77 IDX-PRD                          PIC 99    VALUE 0.
       77 IDX-PRD-ACHADO                   PIC 99    VALUE 0.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 CUSTO-UNIT                       PIC 9(3)V99 VALUE 0.
      ****** CALCULO DE UMA PIZZA **************************************
       77 CUSTO-PIZZA                      PIC 9(5)V99 VALUE 0.
       77 MARGEM                           PIC S9(7)V99 VALUE 0.
      ****** INDICES / AUXILIARES **************************************
       77 IDX-PZ                           PIC 9     VALUE 0.
       77 IDX-ING                          PIC 9     VALUE 0.
       77 TAM                              PIC 9     VALUE 0.
       77 IDX                              PIC 99    VALUE 0.
       77 COD-NUM                          PIC 99    VALUE 0.
       77 COD-ING                          PIC 99    VALUE 0.
               STOP RUN
           END-IF.
           OPEN INPUT STOCK.
           IF FS-STOCK = "00" THEN
               MOVE "S" TO STOCK-ABERTO-FLAG
           END-IF.
           OPEN INPUT RECEITAS.
           IF FS-RECEITAS = "00" THEN
               MOVE "S" TO RECEITAS-ABERTO-FLAG
           END-IF.
           OPEN INPUT PRECOS.
           IF FS-PRECOS = "00" THEN
               MOVE "S" TO PRECOS-ABERTO-FLAG
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = "00" THEN
               MOVE "S" TO PRODUTOS-ABERTO-FLAG
           END-IF.
           OPEN INPUT PORCOES.
           IF FS-PORCOES = "00" THEN
               MOVE "S" TO PORCOES-ABERTO-FLAG
           END-IF.
           OPEN OUTPUT MARGENS.
           MOVE "Pequena" TO TAM-NOME(1).
           MOVE "Media" TO TAM-NOME(2).
           END-PERFORM.
           PERFORM IMPRIMIR-MARGENS.
           CLOSE PEDIDOS.
           IF STOCK-ABERTO THEN
               CLOSE STOCK
           END-IF.
           IF RECEITAS-ABERTO THEN
               CLOSE RECEITAS
           END-IF.
           IF PRECOS-ABERTO THEN
               CLOSE PRECOS
           END-IF.
           IF PRODUTOS-ABERTO THEN
               CLOSE PRODUTOS
           END-IF.
           IF PORCOES-ABERTO THEN
               CLOSE PORCOES
           END-IF.
           CLOSE MARGENS.
           STOP RUN.
      ****** CUSTOS MEDIOS, NOMES E PRECOS ATUAIS **********************
       CARREGAR-CUSTOS.
           IF STOCK-ABERTO THEN
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                   MOVE IDX TO STK-CODIGO
                   READ STOCK
                       NOT INVALID KEY
                           MOVE STK-DESCRICAO TO TAB-NOME-INGR(IDX)
                   END-READ
               END-PERFORM
           END-IF.
           INITIALIZE TAB-CUSTO-PORCOES.
           PERFORM VARYING TAMANHO-PORCAO FROM 1 BY 1
                   UNTIL TAMANHO-PORCAO > 3
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                   MOVE "I" TO POR-ORIG-TIPO
                   MOVE IDX TO POR-ORIG-NUM
                   PERFORM CUSTEAR-PORCAO
                   MOVE CUSTO-PORCAO TO
                       CUSTO-COBERTURA(TAMANHO-PORCAO IDX)
               END-PERFORM
               MOVE "BAS" TO POR-ORIGEM
               PERFORM CUSTEAR-PORCAO
               MOVE CUSTO-PORCAO TO CUSTO-BASE(TAMANHO-PORCAO)
               MOVE "CXA" TO POR-ORIGEM
               PERFORM CUSTEAR-PORCAO
               MOVE CUSTO-PORCAO TO CUSTO-CAIXA(TAMANHO-PORCAO)
           END-PERFORM.
           IF PRECOS-ABERTO THEN
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                   MOVE IDX TO COD-NUM
                   MOVE SPACES TO PRC-CODIGO
                   END-READ
               END-PERFORM
           END-IF.
      ****** CUSTO DE UMA PORCAO AO CUSTO MEDIO DO STOCK ***************
      * Sem registo em PORCOES.DAT uma cobertura e 1 unidade do seu
      * artigo e uma base ou caixa nao custa nada (como no balcao).
       CUSTEAR-PORCAO.
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
           MOVE 0 TO CUSTO-PORCAO.
           IF STOCK-ABERTO THEN
               PERFORM VARYING IDX-POR FROM 1 BY 1
                       UNTIL IDX-POR > POR-NUM-ITENS
                   MOVE POR-STK-CODIGO(IDX-POR) TO STK-CODIGO
                   READ STOCK
                       NOT INVALID KEY
                           COMPUTE CUSTO-PORCAO = CUSTO-PORCAO +
                               POR-QUANTIDADE(IDX-POR) * STK-CUSTO-MEDIO
                   END-READ
               END-PERFORM
           END-IF.
      ****** PRECO EM VIGOR NA DATA DE HOJE ****************************
       RESOLVER-PRECO.
           IF (PRC-DATA-NOVO NOT = 0) AND
           PERFORM VARYING IDX-PZ FROM 1 BY 1
                   UNTIL IDX-PZ > PED-NUM-PIZZAS
               MOVE 0 TO CUSTO-PIZZA
               MOVE PZ-TIPO(IDX-PZ) TO TAM
               IF (TAM >= 1) AND (TAM <= 3) THEN
                   ADD CUSTO-BASE(TAM) TO CUSTO-PIZZA
                   IF PED-LEVANTAMENTO OR PED-ENTREGA THEN
                       ADD CUSTO-CAIXA(TAM) TO CUSTO-PIZZA
                   END-IF
               END-IF
               PERFORM VARYING IDX-ING FROM 1 BY 1
                       UNTIL IDX-ING > PZ-NUM-INGREDIENTES(IDX-PZ)
                   MOVE PZ-INGREDIENTES(IDX-PZ IDX-ING) TO COD-ING
                   IF (COD-ING >= 1) AND (COD-ING <= 10) THEN
                       ADD 1 TO ING-UNIDADES(COD-ING)
                       IF (TAM >= 1) AND (TAM <= 3) THEN
                           ADD CUSTO-COBERTURA(TAM COD-ING) TO
                               CUSTO-PIZZA
                           ADD CUSTO-COBERTURA(TAM COD-ING) TO
                               ING-CUSTO(COD-ING)
                       END-IF
                   END-IF
               END-PERFORM
               IF (PZ-TIPO(IDX-PZ) >= 1) AND
                   ADD CUSTO-PIZZA TO ESP-CUSTO(PZ-RECEITA(IDX-PZ))
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > PED-NUM-EXTRAS
               PERFORM ACUMULAR-PRODUTO
           END-PERFORM.
       ACUMULAR-PRODUTO.
           MOVE 0 TO IDX-PRD-ACHADO.
           PERFORM VARYING IDX-PRD FROM 1 BY 1 UNTIL IDX-PRD > N-PRD
               IF PRD-TAB-CODIGO(IDX-PRD) = EX-CODIGO(IDX-EX) THEN
                   MOVE IDX-PRD TO IDX-PRD-ACHADO
               END-IF
           END-PERFORM.
           IF (IDX-PRD-ACHADO = 0) AND (N-PRD < 50) THEN
               ADD 1 TO N-PRD
               MOVE N-PRD TO IDX-PRD-ACHADO
               MOVE EX-CODIGO(IDX-EX) TO PRD-TAB-CODIGO(IDX-PRD-ACHADO)
           END-IF.
           IF IDX-PRD-ACHADO NOT = 0 THEN
               MOVE EX-STK-CODIGO(IDX-EX) TO PRD-TAB-STK(IDX-PRD-ACHADO)
               ADD EX-QUANTIDADE(IDX-EX) TO PRD-UNIDADES(IDX-PRD-ACHADO)
               ADD EX-SUBTOTAL(IDX-EX) TO PRD-RECEITA(IDX-PRD-ACHADO)
           END-IF.
      ****** IMPRESSAO DO RELATORIO ************************************
       IMPRIMIR-MARGENS.
           MOVE "=============================================" TO
           PERFORM ESCREVER-LINHA.
           MOVE "Margens brutas - Pizzaria Ramalho" TO LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
           MOVE "(custo = massa, molho, queijo, coberturas e caixa)" TO
               LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
           MOVE "(porcoes de PORCOES.DAT ao custo medio de compra)" TO
               LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
           MOVE "=============================================" TO
                   PERFORM IMPRIMIR-INGREDIENTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
           MOVE "Outros produtos (custo medio do stock):" TO
               LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX-PRD FROM 1 BY 1 UNTIL IDX-PRD > N-PRD
               PERFORM IMPRIMIR-PRODUTO
           END-PERFORM.
       IMPRIMIR-ESPECIALIDADE.
           MOVE IDX TO RCT-CODIGO.
           MOVE SPACES TO RCT-NOME.
           IF RECEITAS-ABERTO THEN
               READ RECEITAS
                   INVALID KEY
                       MOVE "(desconhecida)" TO RCT-NOME
           PERFORM ESCREVER-LINHA.
       IMPRIMIR-INGREDIENTE.
           COMPUTE REC-ING = ING-UNIDADES(IDX) * TAB-PRECO-INGR(IDX).
           MOVE ING-CUSTO(IDX) TO CST-ING.
           COMPUTE MARGEM = REC-ING - CST-ING.
           MOVE ING-UNIDADES(IDX) TO CONT-SAIDA.
           MOVE REC-ING TO VALOR-SAIDA.
               " margem " MARGEM-SAIDA
               DELIMITED BY SIZE INTO LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
       IMPRIMIR-PRODUTO.
           MOVE PRD-TAB-CODIGO(IDX-PRD) TO PRD-CODIGO.
           MOVE PRD-TAB-CODIGO(IDX-PRD) TO PRD-DESCRICAO.
           IF PRODUTOS-ABERTO THEN
               READ PRODUTOS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           MOVE 0 TO CUSTO-UNIT.
           IF (PRD-TAB-STK(IDX-PRD) NOT = 0) AND STOCK-ABERTO THEN
               MOVE PRD-TAB-STK(IDX-PRD) TO STK-CODIGO
               READ STOCK
                   NOT INVALID KEY
                       MOVE STK-CUSTO-MEDIO TO CUSTO-UNIT
               END-READ
           END-IF.
           COMPUTE CST-ING = PRD-UNIDADES(IDX-PRD) * CUSTO-UNIT.
           COMPUTE MARGEM = PRD-RECEITA(IDX-PRD) - CST-ING.
           MOVE PRD-UNIDADES(IDX-PRD) TO CONT-SAIDA.
           MOVE PRD-RECEITA(IDX-PRD) TO VALOR-SAIDA.
           MOVE CST-ING TO VALOR-SAIDA2.
           MOVE MARGEM TO MARGEM-SAIDA.
           MOVE SPACES TO LINHA-MARGEM.
           STRING "  " PRD-DESCRICAO(1:14) " " CONT-SAIDA
               " un  receita " VALOR-SAIDA " custo " VALOR-SAIDA2
               " margem " MARGEM-SAIDA
               DELIMITED BY SIZE INTO LINHA-MARGEM.
           PERFORM ESCREVER-LINHA.
       ESCREVER-LINHA.
           WRITE LINHA-MARGEM.
           DISPLAY LINHA-MARGEM.
