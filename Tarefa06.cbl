               RECORD KEY IS ZON-CODPOSTAL
               FILE STATUS IS FS-ZONAS.

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

           SELECT SESSOES ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-CHAVE
               FILE STATUS IS FS-CAIXA.

           SELECT CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-CHAVE
               FILE STATUS IS FS-CONTAS.

           SELECT VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLE-NUMERO
               FILE STATUS IS FS-VALES.

           SELECT HISTARQ ASSIGN TO NOME-HISTARQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT RECIBOS ASSIGN TO "RECIBOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPZONA.

       FD  PRODUTOS
           LABEL RECORD STANDARD.
           COPY CPPRODUT.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  SESSOES
           LABEL RECORD STANDARD.
           COPY CPSESSAO.
           LABEL RECORD STANDARD.
           COPY CPCAIXA.

       FD  CONTAS
           LABEL RECORD STANDARD.
           COPY CPCORREN.

       FD  VALES
           LABEL RECORD STANDARD.
           COPY CPVALE.

       FD  HISTARQ
           LABEL RECORD STANDARD.
           COPY CPPEDARQ.
       FD  RECIBOS
           LABEL RECORD STANDARD.
       01  LINHA-RECIBO                    PIC X(60).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
      ****** FILE STATUS ***************************************(000)**
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FS-FIDELIZ                       PIC XX VALUE "00".
       77 FS-PROMOS                        PIC XX VALUE "00".
       77 FS-ZONAS                         PIC XX VALUE "00".
       77 FS-PRODUTOS                      PIC XX VALUE "00".
       77 FS-PORCOES                       PIC XX VALUE "00".
       77 FS-SESSOES                       PIC XX VALUE "00".
       77 FS-CAIXA                         PIC XX VALUE "00".
       77 FS-CONTAS                        PIC XX VALUE "00".
       77 FS-VALES                         PIC XX VALUE "00".
       77 FS-HISTARQ                       PIC XX VALUE "00".
       77 FS-RECIBOS                       PIC XX VALUE "00".
      ****** PEDIDO EM CURSO (ACUMULADOR) *************************(000)
           88 CLIENTE-EXISTE                         VALUE "S".
       77 TEMP-CONFIRMA                    PIC X  VALUE SPACES.
           88 CONFIRMA-SIM                           VALUES "S", "s".
      * Resposta do cliente, neste pedido, a guardar os seus dados
      * (espaco = nao foi perguntado).
       77 CONSENTIMENTO-FLAG               PIC X  VALUE SPACE.
           88 CONSENTIMENTO-DADO                     VALUE "S".
           88 CONSENTIMENTO-RECUSADO                 VALUE "N".
      ****** MODO DE ENTREGA (006) *************************************
       77 TEMP-MODO                        PIC X  VALUE SPACES.
      ****** CONTA DE MESA (consumo no local) **************************
       77 PRECO-PIZZA                      PIC 99V99 VALUE 0.

       77 PRECO-SAIDA                      PIC ZZ9.99 VALUE SPACES.
      ****** OUTROS PRODUTOS (bebidas, sobremesas, acompanhamentos) ****
       77 TEMP-PRODUTO                     PIC X(3)  VALUE SPACES.
       77 TEMP-QTD-PRODUTO                 PIC XX    VALUE SPACES.
       77 QTD-PRODUTO                      PIC 99    VALUE 0.
       77 QTD-PRODUTO-SAIDA                PIC Z9    VALUE SPACES.
       77 QTD-STOCK-SAIDA                  PIC ZZZZ9 VALUE SPACES.
       77 PRECO-PRD-SAIDA                  PIC Z9.99 VALUE SPACES.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 EXTRAS-JA-GRAVADOS               PIC 9     VALUE 0.
       77 EXTRAS-OFERECIDOS-FLAG           PIC X     VALUE "N".
           88 EXTRAS-OFERECIDOS                      VALUE "S".
       77 SUB-EXTRAS                       PIC 999V99 VALUE 0.
       77 VALOR-LINHA-PRD                  PIC 9(5)V99 VALUE 0.
       77 IVA-LINHA-PRD                    PIC 9(5)V99 VALUE 0.
       77 TOTAL-PREVISTO                   PIC 9(5)V99 VALUE 0.
       77 NT-PRD                           PIC 99    VALUE 11.
       77 FIM-PRODUTOS-FLAG                PIC X     VALUE "N".
           88 FIM-PRODUTOS                           VALUE "S".
       77 PRODUTO-OK-FLAG                  PIC X     VALUE "N".
           88 PRODUTO-DISPONIVEL                     VALUE "S".
      ****** PORCOES POR TAMANHO (coberturas, base e caixa) ***********
       77 TAMANHO-PORCAO                   PIC 9     VALUE 0.
       77 CHAVE-PORCAO                     PIC X(6)  VALUE SPACES.
       77 IDX-POR                          PIC 9     VALUE 0.
       77 IDX-BASE                         PIC 9     VALUE 0.
       77 PORCAO-OK-FLAG                   PIC X     VALUE "S".
           88 PORCAO-DISPONIVEL                      VALUE "S".
      ****** IVA POR TAXA (pizzas a taxa "IVA", produtos a sua taxa) ***
       77 BASE-PIZZAS                      PIC 999V99 VALUE 0.
       77 N-TAXAS                          PIC 9     VALUE 0.
       77 TAB-TAXA                         PIC 9V99  OCCURS 7 TIMES.
       77 TAB-TAXA-BASE                    PIC 999V99 OCCURS 7 TIMES.
       77 TAB-TAXA-IVA                     PIC 999V99 OCCURS 7 TIMES.
       77 IDX-TX                           PIC 9     VALUE 0.
       77 IDX-TX-ACHADO                    PIC 9     VALUE 0.
       77 TAXA-PROCURADA                   PIC 9V99  VALUE 0.
       77 BASE-LINHA                       PIC 999V99 VALUE 0.
       77 IVA-LINHA                        PIC 999V99 VALUE 0.
       77 TAXA-PERCENT                     PIC 99    VALUE 0.
       77 TAXA-PERCENT-SAIDA               PIC Z9    VALUE SPACES.
       77 IVA-TAXA-SAIDA                   PIC ZZ9.99 VALUE SPACES.
      ****** LINHA TABELA **********************************************
       77 NT                               PIC 99    VALUE 12.
      ****** REPETIR PROGRAMA ******************************************
       77 TEMP-VALOR                       PIC X(7)  VALUE SPACES.
       77 VALOR-ENTREGUE                   PIC 999V99 VALUE 0.
       77 TROCO-PEDIDO                     PIC 999V99 VALUE 0.
      ****** VENDA A CREDITO (CONTA CORRENTE) **************************
       77 SALDO-CONTA                      PIC S9(6)V99 VALUE 0.
       77 SALDO-SAIDA                      PIC -ZZZZZ9.99 VALUE SPACES.
       77 LIMITE-SAIDA                     PIC ZZZZ9.99 VALUE SPACES.
       77 CREDITO-FLAG                     PIC X     VALUE "N".
           88 CREDITO-ACEITE                         VALUE "S".
       77 FIM-CONTAS-FLAG                  PIC X     VALUE "N".
           88 FIM-CONTAS                             VALUE "S".
       77 NUMERO-MOVIMENTO                 PIC 9(6)  VALUE 0.
      ****** PAGAMENTO COM VALE DE OFERTA ******************************
       77 TEMP-VALE                        PIC X(6)  VALUE SPACES.
       77 VALE-FLAG                        PIC X     VALUE "N".
           88 VALE-ACEITE                            VALUE "S".
       77 VALOR-A-PAGAR                    PIC 999V99 VALUE 0.
       77 SALDO-VALE                       PIC 999V99 VALUE 0.
      ****** DATA E HORA PARA O ESTADO DO PEDIDO (010) *****************
       01 MOMENTO-ATUAL.
           05 MOM-DATA                     PIC 9(8).
           05 MOM-HORA                     PIC 9(6).
      ****** JORNAL DE TRANSACOES **************************************
       77 FS-JORNAL                        PIC XX VALUE "00".
       77 TRANSACAO-FLAG                   PIC X  VALUE "N".
           88 TRANSACAO-ABERTA                        VALUE "S".
       01 TRANSACAO-ATUAL.
           05 TRN-DATA                     PIC 9(8).
           05 TRN-HORA                     PIC 9(8).
           COPY CPJORNAL.
      ******************************************************************
       SCREEN SECTION.
       01 CLS BLANK SCREEN.
           05 LINE 05 COL 52 FOREGROUND-COLOR 3 HIGHLIGHT VALUE
           "-------+----------+---------------+".
           05 LINE 06 COL 01 FOREGROUND-COLOR 3 HIGHLIGHT VALUE
           "| Tipo de Pizza:   (1/2/3 4=Especialidade 5=Outros)".
           05 LINE 06 COL 52 FOREGROUND-COLOR 3 HIGHLIGHT VALUE
           "       |     Tabela de Precos     |".
           05 LINE 07 COL 01 FOREGROUND-COLOR 3 HIGHLIGHT VALUE
           "                                                     ".
           05 LINE 24 COL 01 VALUE
           "                                                     ".
      ******************************************************************
       01 LIMPAR-LINHA23.
           05 LINE 23 COL 01 VALUE
           "                                        ".
           05 LINE 23 COL 41 VALUE
           "                                       ".
      ******************************************************************
       01 LIMPAR-LINHA24.
           05 LINE 24 COL 01 VALUE
           MOVE 0 TO ATZ-NUM-INGREDIENTES(INDICE-PIZZA-ATUAL).
           MOVE 0 TO ATZ-RECEITA(INDICE-PIZZA-ATUAL).
           MOVE SPACES TO NOME-ESPECIAL(INDICE-PIZZA-ATUAL).
           DISPLAY "  (1-5)  " AT 0618 FOREGROUND-COLOR 3 HIGHLIGHT.
       VAL-PIZZA.
           ACCEPT TEMP-PIZZA AT 0618 HIGHLIGHT.
           IF (TEMP-PIZZA = "V") OR (TEMP-PIZZA = "v") THEN
               DISPLAY LIMPAR-JANELINHA
               GO ESCOLHER-ESPECIALIDADE
           END-IF.
      * 5 = sem mais pizzas: so bebidas, sobremesas ou acompanhamentos.
           IF PIZZA = 5 THEN
               DISPLAY LIMPAR-JANELINHA
               DISPLAY "Outros   " AT 0618 HIGHLIGHT
               MOVE "S" TO EXTRAS-OFERECIDOS-FLAG
               PERFORM PEDIR-PRODUTOS THRU PEDIR-PRODUTOS-FIM
               DISPLAY LIMPAR-JANELINHA
               DISPLAY LIMPAR-RODAPE
               IF SAIR-CANCELAR THEN
                   MOVE "N" TO SAIR-CANCELAR-FLAG
                   GO CANCELAR-PEDIDO
               END-IF
               GO FINALIZAR-PEDIDO
           END-IF.
           IF (NOT VALIDAR-PIZZA) THEN
               DISPLAY "Por favor digite um"
               AT 1034 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "valor entre 1 e 5."
               AT 1134 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "Digite 1 para PEQUENA."
               AT 1334 FOREGROUND-COLOR 4 HIGHLIGHT
               AT 1534 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "Digite 4 para ESPECIALIDADE."
               AT 1634 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "Digite 5 para OUTROS."
               AT 1734 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-PIZZA
           ELSE
               DISPLAY LIMPAR-JANELINHA
           END-IF.
           MOVE PIZZA TO TAMANHO-PORCAO.
           PERFORM VERIFICAR-BASE.
           IF NOT PORCAO-DISPONIVEL THEN
               DISPLAY "Sem massa ou queijo"
               AT 1034 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "para esse tamanho."
               AT 1134 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-PIZZA
           END-IF.

           EVALUATE PIZZA
               WHEN 1
               END-IF

               IF (INGREDIENTES >= 1) AND (INGREDIENTES <= 10) THEN
                   MOVE ATZ-TIPO(INDICE-PIZZA-ATUAL) TO TAMANHO-PORCAO
                   PERFORM VERIFICAR-STOCK
                   IF NOT PORCAO-DISPONIVEL THEN
                       DISPLAY "Esse ingrediente esta esgotado."
                       AT 1034 FOREGROUND-COLOR 4 HIGHLIGHT
                       DISPLAY "Escolha outro ingrediente."
           END-IF.
           DISPLAY LIMPAR-RODAPE.
           IF (SIM) THEN
               COMPUTE INDICE-PIZZA-ATUAL = ATU-NUM-PIZZAS + 1
               DISPLAY LIMPAR-TABELA
               GO RESET-PEDIDO
           END-IF.
       FINALIZAR-PEDIDO.
      ****** BEBIDAS, SOBREMESAS E ACOMPANHAMENTOS *********************
           IF NOT EXTRAS-OFERECIDOS THEN
               MOVE "S" TO EXTRAS-OFERECIDOS-FLAG
               DISPLAY LIMPAR-LINHA24
               DISPLAY "Bebidas/sobremesas/acompanhamentos? (S/N)"
               AT LINE 24 COL 01 FOREGROUND-COLOR 2 HIGHLIGHT
               ACCEPT TEMP-CONFIRMA AT LINE 24 COL 43 HIGHLIGHT
               DISPLAY LIMPAR-RODAPE
               IF CONFIRMA-SIM THEN
                   PERFORM PEDIR-PRODUTOS THRU PEDIR-PRODUTOS-FIM
                   DISPLAY LIMPAR-JANELINHA
                   DISPLAY LIMPAR-RODAPE
                   IF SAIR-CANCELAR THEN
                       MOVE "N" TO SAIR-CANCELAR-FLAG
                       GO CANCELAR-PEDIDO
                   END-IF
               END-IF
           END-IF.
           IF (ATU-NUM-PIZZAS = 0) AND (ATU-NUM-EXTRAS = 0) THEN
               MOVE "N" TO EXTRAS-OFERECIDOS-FLAG
               DISPLAY "Pedido sem artigos - escolha uma pizza."
               AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO RESET-PEDIDO
           END-IF.
           PERFORM CALCULAR-TOTAIS-PEDIDO.
      ****** PEDIDO MINIMO DA ZONA DE ENTREGA **************************
           IF (ATU-ENTREGA) AND (MINIMO-ZONA NOT = 0) AND
              (SUB-PIZZAS + SUB-EXTRAS < MINIMO-ZONA) AND
              (NOT MINIMO-AVISADO) AND (ATU-NUM-PIZZAS < 5) THEN
               MOVE "S" TO AVISO-MINIMO-FLAG
               MOVE MINIMO-ZONA TO PRECO-SAIDA
               DISPLAY FUNCTION CONCATENATE("-",PRECO-SAIDA)
               AT 1725 HIGHLIGHT
           END-IF.
           IF ATU-NUM-EXTRAS NOT = 0 THEN
               DISPLAY "Outros produtos" AT 1603 HIGHLIGHT
               MOVE SUB-EXTRAS TO PRECO-SAIDA
               DISPLAY FUNCTION CONCATENATE(PRECO-SAIDA)
               AT 1626 HIGHLIGHT
           END-IF.
           DISPLAY "Subtotal Pedido" AT 1903 HIGHLIGHT.
           MOVE ATU-PRECO-SUBTOTAL TO PRECO-SAIDA.
           DISPLAY FUNCTION CONCATENATE(PRECO-SAIDA)
           AT 1926 HIGHLIGHT.

           IF N-TAXAS > 1 THEN
               DISPLAY "IVA (varias)" AT 2003 HIGHLIGHT
           ELSE
               DISPLAY FUNCTION CONCATENATE("IVA (",TAXA-PERCENT-SAIDA,
               "%)") AT 2003 HIGHLIGHT
           END-IF.
           MOVE ATU-PRECO-IVA TO PRECO-SAIDA.
           DISPLAY FUNCTION CONCATENATE(PRECO-SAIDA) AT 2026 HIGHLIGHT.

           END-IF.
      ****** PAGAMENTO NA CAIXA (011) **********************************
       PAGAMENTO-PEDIDO.
           DISPLAY "Pagamento: (1)Dinheiro (2)Multibanco (3)MBWay "
           AT LINE 23 COL 01 HIGHLIGHT.
           DISPLAY "(4)A credito (5)Vale >" AT LINE 23 COL 48
           HIGHLIGHT.
       VAL-PAGAMENTO.
           MOVE 0 TO ATU-VALE-NUMERO.
           MOVE 0 TO ATU-VALE-VALOR.
           ACCEPT TEMP-PAGAMENTO AT LINE 23 COL 71 HIGHLIGHT.
           IF (TEMP-PAGAMENTO = "X") OR (TEMP-PAGAMENTO = "x") THEN
               GO CANCELAR-PEDIDO
           END-IF.
           IF (TEMP-PAGAMENTO NOT = "1") AND
              (TEMP-PAGAMENTO NOT = "2") AND
              (TEMP-PAGAMENTO NOT = "3") AND
              (TEMP-PAGAMENTO NOT = "4") AND
              (TEMP-PAGAMENTO NOT = "5") THEN
               DISPLAY "Por favor escolha de 1 a 5."
               AT LINE 24 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-PAGAMENTO
           END-IF.
                   MOVE "M" TO ATU-PAG-MODO
               WHEN "3"
                   MOVE "W" TO ATU-PAG-MODO
               WHEN "4"
                   PERFORM VERIFICAR-CREDITO THRU VERIFICAR-CREDITO-FIM
                   IF NOT CREDITO-ACEITE THEN
                       GO VAL-PAGAMENTO
                   END-IF
                   MOVE "C" TO ATU-PAG-MODO
      * Vale de oferta: se o saldo nao cobre o total, o resto paga-se
      * por outro meio (PAGAMENTO-RESTO).
               WHEN "5"
                   PERFORM PEDIR-VALE THRU PEDIR-VALE-FIM
                   IF NOT VALE-ACEITE THEN
                       GO VAL-PAGAMENTO
                   END-IF
                   IF ATU-VALE-VALOR < ATU-PRECO-TOTAL THEN
                       GO PAGAMENTO-RESTO
                   END-IF
                   MOVE "V" TO ATU-PAG-MODO
           END-EVALUATE.
           IF NOT ATU-PAG-DINHEIRO THEN
               MOVE ATU-PRECO-TOTAL TO ATU-PAG-ENTREGUE
               MOVE 0 TO ATU-PAG-TROCO
               GO REGISTAR-PEDIDO
           END-IF.
           GO VAL-VALOR-ENTREGUE.
      ****** RESTO DE UM PAGAMENTO PARCIAL COM VALE ********************
       PAGAMENTO-RESTO.
           COMPUTE VALOR-A-PAGAR = ATU-PRECO-TOTAL - ATU-VALE-VALOR.
           MOVE VALOR-A-PAGAR TO PRECO-SAIDA.
           DISPLAY LIMPAR-LINHA23.
           DISPLAY FUNCTION CONCATENATE("Falta pagar ",PRECO-SAIDA,
               ": (1)Dinheiro (2)Multibanco (3)MBWay >")
           AT LINE 23 COL 01 HIGHLIGHT.
       VAL-PAGAMENTO-RESTO.
           ACCEPT TEMP-PAGAMENTO AT LINE 23 COL 59 HIGHLIGHT.
           IF (TEMP-PAGAMENTO = "X") OR (TEMP-PAGAMENTO = "x") THEN
               GO CANCELAR-PEDIDO
           END-IF.
           EVALUATE TEMP-PAGAMENTO
               WHEN "1"
                   MOVE "D" TO ATU-PAG-MODO
               WHEN "2"
                   MOVE "M" TO ATU-PAG-MODO
               WHEN "3"
                   MOVE "W" TO ATU-PAG-MODO
               WHEN OTHER
                   DISPLAY "Por favor escolha 1, 2 ou 3."
                   AT LINE 24 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
                   GO VAL-PAGAMENTO-RESTO
           END-EVALUATE.
           DISPLAY LIMPAR-LINHA24.
           IF NOT ATU-PAG-DINHEIRO THEN
               MOVE VALOR-A-PAGAR TO ATU-PAG-ENTREGUE
               MOVE 0 TO ATU-PAG-TROCO
               GO REGISTAR-PEDIDO
           END-IF.
       VAL-VALOR-ENTREGUE.
           DISPLAY "Valor entregue:" AT LINE 24 COL 01 HIGHLIGHT.
           ACCEPT TEMP-VALOR AT LINE 24 COL 17 HIGHLIGHT.
               GO CANCELAR-PEDIDO
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-VALOR) TO VALOR-ENTREGUE.
           COMPUTE VALOR-A-PAGAR = ATU-PRECO-TOTAL - ATU-VALE-VALOR.
           IF VALOR-ENTREGUE < VALOR-A-PAGAR THEN
               DISPLAY "Valor insuficiente."
               AT LINE 24 COL 26 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-VALOR-ENTREGUE
           END-IF.
           COMPUTE TROCO-PEDIDO = VALOR-ENTREGUE - VALOR-A-PAGAR.
           MOVE VALOR-ENTREGUE TO ATU-PAG-ENTREGUE.
           MOVE TROCO-PEDIDO TO ATU-PAG-TROCO.
           MOVE TROCO-PEDIDO TO PRECO-SAIDA.
               PERFORM OBTER-NUMERO-FATURA
               MOVE NUMERO-FATURA TO ATU-NUM-FATURA
           END-IF.
           PERFORM TIRAR-BASES-PEDIDO.
           PERFORM GRAVAR-PEDIDO.
           PERFORM ATUALIZAR-CLIENTE.
           IF ATU-VALE-NUMERO NOT = 0 THEN
               PERFORM DEBITAR-VALE
           END-IF.
      * A credito o valor fica na conta do cliente e nao entra em caixa.
           IF ATU-PAG-CREDITO THEN
               PERFORM GRAVAR-DEBITO-CONTA
           ELSE
               PERFORM GRAVAR-CAIXA
           END-IF.
           PERFORM IMPRIMIR-RECIBO.
           DISPLAY LIMPAR-RODAPE.
      ****** REPETIR ***************************************************
       PERGUNTAR-NOVO.
           PERFORM FECHAR-TRANSACAO.
           DISPLAY "Deseja registar um novo"
           AT 1034 FOREGROUND-COLOR 2 HIGHLIGHT.
           DISPLAY "pedido?   (S/N)"
               MOVE 0 TO ATU-HORA-PREPARACAO
               MOVE 0 TO ATU-HORA-PRONTO
           END-IF.
           PERFORM TIRAR-BASES-PEDIDO.
           PERFORM GRAVAR-PEDIDO.
           DISPLAY LIMPAR-RODAPE.
           DISPLAY FUNCTION CONCATENATE("Conta da mesa ", ATU-MESA,
      ****** CANCELAR PEDIDO (007) *************************************
       CANCELAR-PEDIDO.
           PERFORM REPOR-STOCK-PEDIDO.
           PERFORM FECHAR-TRANSACAO.
           DISPLAY LIMPAR-TABELA.
           DISPLAY LIMPAR-JANELINHA.
           DISPLAY "Pedido cancelado - nao foi registado."
           END-READ.
      ****** TODOS OS INGREDIENTES DISPONIVEIS? ************************
           MOVE "S" TO ESP-OK-FLAG.
           MOVE RCT-TIPO TO TAMANHO-PORCAO.
           PERFORM VERIFICAR-BASE.
           IF NOT PORCAO-DISPONIVEL THEN
               MOVE "N" TO ESP-OK-FLAG
           END-IF.
           PERFORM VARYING IDX-ESP FROM 1 BY 1
                   UNTIL IDX-ESP > RCT-NUM-INGREDIENTES
               MOVE RCT-INGREDIENTES(IDX-ESP) TO INGREDIENTES
               PERFORM VERIFICAR-STOCK
               IF NOT PORCAO-DISPONIVEL THEN
                   MOVE "N" TO ESP-OK-FLAG
               END-IF
           END-PERFORM.
           IF NOT ESPECIALIDADE-OK THEN
               DISPLAY "Sem stock para essa especialidade."
               AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-ESPECIALIDADE
           END-IF.
                       END-IF
               END-READ
           END-PERFORM.
      ****** OUTROS PRODUTOS: BEBIDAS, SOBREMESAS, ACOMPANHAMENTOS *****
      * Cada linha fica com o preco e a taxa de IVA do catalogo nesse
      * momento; os produtos contados em stock saem logo do STOCK.DAT,
      * tal como os ingredientes das pizzas.
       PEDIR-PRODUTOS.
           PERFORM LISTAR-PRODUTOS.
       VAL-PRODUTO.
           IF ATU-NUM-EXTRAS >= 6 THEN
               DISPLAY "Limite de 6 linhas de produtos atingido."
               AT LINE 23 COL 01 FOREGROUND-COLOR 2 HIGHLIGHT
               GO PEDIR-PRODUTOS-FIM
           END-IF.
           DISPLAY LIMPAR-LINHA24.
           DISPLAY "Produto (codigo, ENTER = terminar): "
           AT LINE 24 COL 01 HIGHLIGHT.
           MOVE SPACES TO TEMP-PRODUTO.
           ACCEPT TEMP-PRODUTO AT LINE 24 COL 38 HIGHLIGHT.
           IF TEMP-PRODUTO = SPACES THEN
               GO PEDIR-PRODUTOS-FIM
           END-IF.
           IF (TEMP-PRODUTO = "X") OR (TEMP-PRODUTO = "x") THEN
               MOVE "S" TO SAIR-CANCELAR-FLAG
               GO PEDIR-PRODUTOS-FIM
           END-IF.
           MOVE FUNCTION UPPER-CASE(TEMP-PRODUTO) TO PRD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "Produto desconhecido - veja a lista.       "
                   AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
                   GO VAL-PRODUTO
           END-READ.
           IF NOT PRD-ESTA-ATIVO THEN
               DISPLAY "Produto fora de venda.                     "
               AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-PRODUTO
           END-IF.
       VAL-QTD-PRODUTO.
           DISPLAY LIMPAR-LINHA24.
           DISPLAY FUNCTION CONCATENATE(PRD-DESCRICAO, " Quantidade: ")
           AT LINE 24 COL 01 HIGHLIGHT.
           MOVE SPACES TO TEMP-QTD-PRODUTO.
           ACCEPT TEMP-QTD-PRODUTO AT LINE 24 COL 34 HIGHLIGHT.
           IF TEMP-QTD-PRODUTO = SPACES THEN
               MOVE 1 TO QTD-PRODUTO
           ELSE
               MOVE FUNCTION NUMVAL(TEMP-QTD-PRODUTO) TO QTD-PRODUTO
           END-IF.
           IF QTD-PRODUTO = 0 THEN
               GO VAL-PRODUTO
           END-IF.
           PERFORM PREVER-TOTAL-PEDIDO.
           IF (VALOR-LINHA-PRD > 999.99) OR (IVA-LINHA-PRD > 99.99)
              OR (TOTAL-PREVISTO > 999.99) THEN
               DISPLAY "Quantidade excede o limite do pedido.      "
               AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-QTD-PRODUTO
           END-IF.
           PERFORM RESERVAR-STOCK-PRODUTO.
           IF NOT PRODUTO-DISPONIVEL THEN
               MOVE STK-QUANTIDADE TO QTD-STOCK-SAIDA
               DISPLAY FUNCTION CONCATENATE(
               "Stock insuficiente - restam ", QTD-STOCK-SAIDA,
               ".          ")
               AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VAL-PRODUTO
           END-IF.
           ADD 1 TO ATU-NUM-EXTRAS.
           MOVE ATU-NUM-EXTRAS TO IDX-EX.
           PERFORM GUARDAR-LINHA-PRODUTO.
           MOVE QTD-PRODUTO TO QTD-PRODUTO-SAIDA.
           MOVE ATX-SUBTOTAL(IDX-EX) TO PRECO-SAIDA.
           DISPLAY FUNCTION CONCATENATE("Adicionado: ",
           QTD-PRODUTO-SAIDA, " x ", PRD-DESCRICAO, PRECO-SAIDA)
           AT LINE 23 COL 01 FOREGROUND-COLOR 2 HIGHLIGHT.
           GO VAL-PRODUTO.
       PEDIR-PRODUTOS-FIM.
           EXIT.
      ****** LINHA DE PRODUTO NO ACUMULADOR (PRODUTO-REC lido) *********
       GUARDAR-LINHA-PRODUTO.
           MOVE PRD-CODIGO TO ATX-CODIGO(IDX-EX).
           MOVE PRD-CATEGORIA TO ATX-CATEGORIA(IDX-EX).
           MOVE QTD-PRODUTO TO ATX-QUANTIDADE(IDX-EX).
           MOVE PRD-PRECO TO ATX-PRECO-UNIT(IDX-EX).
           MOVE PRD-TAXA-IVA TO ATX-TAXA-IVA(IDX-EX).
           COMPUTE ATX-SUBTOTAL(IDX-EX) = PRD-PRECO * QTD-PRODUTO.
           MOVE 0 TO ATX-IVA(IDX-EX).
           IF PRD-COM-STOCK THEN
               MOVE PRD-STK-CODIGO TO ATX-STK-CODIGO(IDX-EX)
           ELSE
               MOVE 0 TO ATX-STK-CODIGO(IDX-EX)
           END-IF.
      ****** TOTAL PREVISTO COM MAIS UMA LINHA DE PRODUTO **************
      * A linha tem de caber em EX-SUBTOTAL e EX-IVA e o pedido em
      * PED-PRECO-TOTAL. As pizzas entram sem descontos nem promocoes,
      * pelo que o total previsto nunca fica abaixo do verdadeiro.
       PREVER-TOTAL-PEDIDO.
           COMPUTE VALOR-LINHA-PRD = PRD-PRECO * QTD-PRODUTO.
           COMPUTE IVA-LINHA-PRD = VALOR-LINHA-PRD * PRD-TAXA-IVA.
           MOVE 0 TO TOTAL-PREVISTO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ATU-NUM-PIZZAS
               ADD ATZ-SUBTOTAL(IDX) TO TOTAL-PREVISTO
           END-PERFORM.
           IF ATU-ENTREGA THEN
               IF ATU-ZONA NOT = SPACES THEN
                   ADD TAXA-ZONA TO TOTAL-PREVISTO
               ELSE
                   ADD PRECO-ENTREGA TO TOTAL-PREVISTO
               END-IF
           END-IF.
           COMPUTE TOTAL-PREVISTO = TOTAL-PREVISTO * (1 + TAXA-IVA).
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ATU-NUM-EXTRAS
               COMPUTE TOTAL-PREVISTO = TOTAL-PREVISTO +
                   ATX-SUBTOTAL(IDX) * (1 + ATX-TAXA-IVA(IDX))
           END-PERFORM.
           ADD VALOR-LINHA-PRD IVA-LINHA-PRD TO TOTAL-PREVISTO.
      ****** STOCK DE UM PRODUTO CONTADO (QTD-PRODUTO unidades) ********
       RESERVAR-STOCK-PRODUTO.
           MOVE "S" TO PRODUTO-OK-FLAG.
           IF PRD-COM-STOCK THEN
               MOVE PRD-STK-CODIGO TO STK-CODIGO
               READ STOCK
                   INVALID KEY
                       MOVE 0 TO STK-QUANTIDADE
               END-READ
               IF STK-QUANTIDADE < QTD-PRODUTO THEN
                   MOVE "N" TO PRODUTO-OK-FLAG
               ELSE
                   SUBTRACT QTD-PRODUTO FROM STK-QUANTIDADE
                   PERFORM JORNAL-STOCK
                   REWRITE STOCK-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
      ****** LISTAGEM DOS PRODUTOS NO ECRA *****************************
       LISTAR-PRODUTOS.
           DISPLAY "Outros produtos:" AT 1034 HIGHLIGHT.
           MOVE 11 TO NT-PRD.
           MOVE "N" TO FIM-PRODUTOS-FLAG.
           MOVE SPACES TO PRD-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   SET FIM-PRODUTOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-PRODUTOS
               READ PRODUTOS NEXT RECORD
                   AT END
                       SET FIM-PRODUTOS TO TRUE
                   NOT AT END
                       IF (PRD-ESTA-ATIVO) AND (NT-PRD <= 21) THEN
                           MOVE PRD-PRECO TO PRECO-PRD-SAIDA
                           DISPLAY FUNCTION CONCATENATE("(",
                           PRD-CODIGO, ") ", PRD-DESCRICAO(1:12), " ",
                           PRECO-PRD-SAIDA)
                           AT LINE NT-PRD COL 34 HIGHLIGHT
                           ADD 1 TO NT-PRD
                       END-IF
               END-READ
           END-PERFORM.
      ****** CLIENTE CONHECIDO (003) ***********************************
       PROCURAR-CLIENTE.
           MOVE "N" TO CLIENTE-ENCONTRADO.
               NOT INVALID KEY
                   MOVE "S" TO CLIENTE-ENCONTRADO
           END-READ.
           MOVE SPACE TO CONSENTIMENTO-FLAG.
           IF NOT CLIENTE-EXISTE THEN
               PERFORM PEDIR-CONSENTIMENTO
           ELSE
               IF CLI-SEM-RESPOSTA THEN
                   PERFORM PEDIR-CONSENTIMENTO
               END-IF
           END-IF.
           IF CLIENTE-EXISTE THEN
               IF CLI-NOME NOT = SPACES THEN
                   DISPLAY FUNCTION CONCATENATE("Cliente conhecido: ",
                   CLI-NOME) AT LINE 23 COL 01 FOREGROUND-COLOR 2
                   HIGHLIGHT
                   DISPLAY "Usar este nome? (S/N) "
                   AT LINE 24 COL 01 FOREGROUND-COLOR 2 HIGHLIGHT
                   ACCEPT TEMP-CONFIRMA AT LINE 24 COL 24 HIGHLIGHT
                   IF CONFIRMA-SIM THEN
                       MOVE CLI-NOME TO CLIENTE
                       MOVE CLI-NOME TO ATU-CLIENTE
                       DISPLAY CLIENTE AT 0412 HIGHLIGHT
                   END-IF
               END-IF
               DISPLAY LIMPAR-RODAPE
               DISPLAY RODAPE-AJUDA
               PERFORM OFERECER-HISTORICO THRU
                       OFERECER-HISTORICO-FIM
           END-IF.
      ****** CONSENTIMENTO PARA GUARDAR OS DADOS ***********************
      * Perguntado ao cliente novo e ao antigo que ainda nao respondeu;
      * a resposta e a data ficam na ficha em ATUALIZAR-CLIENTE. Quem
      * recusa nao fica em CLIENTES.DAT (o pedido segue na mesma) e,
      * se ja la estava, a ficha e apagada - menos a dos clientes de
      * conta corrente, que a conta precisa (extratos, limite).
       PEDIR-CONSENTIMENTO.
           DISPLAY "Autoriza guardar nome e contacto? (S/N)"
           AT LINE 24 COL 01 FOREGROUND-COLOR 2 HIGHLIGHT.
           ACCEPT TEMP-CONFIRMA AT LINE 24 COL 41 HIGHLIGHT.
           DISPLAY LIMPAR-LINHA24.
           IF CONFIRMA-SIM THEN
               MOVE "S" TO CONSENTIMENTO-FLAG
           ELSE
               MOVE "N" TO CONSENTIMENTO-FLAG
           END-IF.
      ****** DIREITO A DESCONTO DE FIDELIZACAO (013) *******************
       VERIFICAR-FIDELIZACAO.
           IF REGRA-CADA-N NOT = 0 THEN
           MOVE CONTACTO TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   IF NOT CONSENTIMENTO-RECUSADO THEN
                       MOVE CONTACTO TO CLI-CONTACTO
                       MOVE CLIENTE TO CLI-NOME
                       MOVE 1 TO CLI-NUM-PEDIDOS
                       MOVE ATU-NIF TO CLI-NIF
                       MOVE "N" TO CLI-CONTA
                       MOVE 0 TO CLI-LIMITE
                       MOVE CONSENTIMENTO-FLAG TO CLI-CONSENTIMENTO
                       MOVE 0 TO CLI-DATA-CONSENTIMENTO
                       IF CONSENTIMENTO-DADO THEN
                           MOVE DATA-ATUAL TO CLI-DATA-CONSENTIMENTO
                       END-IF
                       MOVE ATU-DATA TO CLI-DATA-ULTIMO-PEDIDO
                       PERFORM JORNAL-CLIENTES
                       WRITE CLIENTE-REC
                   END-IF
               NOT INVALID KEY
                   IF (CONSENTIMENTO-RECUSADO) AND
                      (NOT CLI-TEM-CONTA) THEN
                       PERFORM JORNAL-APAGAR-CLIENTE
                       DELETE CLIENTES RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       PERFORM REGRAVAR-CLIENTE
                   END-IF
           END-READ.
       REGRAVAR-CLIENTE.
           MOVE CLIENTE TO CLI-NOME.
           ADD 1 TO CLI-NUM-PEDIDOS.
           IF ATU-NIF NOT = 0 THEN
               MOVE ATU-NIF TO CLI-NIF
           END-IF.
           IF CONSENTIMENTO-FLAG NOT = SPACE THEN
               MOVE CONSENTIMENTO-FLAG TO CLI-CONSENTIMENTO
               MOVE DATA-ATUAL TO CLI-DATA-CONSENTIMENTO
           END-IF.
           MOVE ATU-DATA TO CLI-DATA-ULTIMO-PEDIDO.
           PERFORM JORNAL-CLIENTES.
           REWRITE CLIENTE-REC.
      ****** MORADA DE ENTREGA (006) ***********************************
       PEDIR-MORADA.
           DISPLAY "Morada de entrega:" AT LINE 23 COL 01 HIGHLIGHT.
               MOVE NIF-GUARDADO TO ATU-NIF
           END-IF.
           MOVE ATU-NUM-PIZZAS TO PIZZAS-JA-GRAVADAS.
           MOVE ATU-NUM-EXTRAS TO EXTRAS-JA-GRAVADOS.
           IF ATU-NUM-PIZZAS < 5 THEN
               COMPUTE INDICE-PIZZA-ATUAL = ATU-NUM-PIZZAS + 1
           ELSE
               MOVE ARQUIVO-REC TO PEDIDO-REC
           END-IF.
           PERFORM MONTAR-PEDIDO-MODELO.
           IF (ATU-NUM-PIZZAS NOT = 0) OR (ATU-NUM-EXTRAS NOT = 0) THEN
               MOVE "S" TO MODELO-OK-FLAG
           END-IF.
           IF ATU-NUM-PIZZAS NOT = 0 THEN
               MOVE ATU-NUM-PIZZAS TO INDICE-PIZZA-ATUAL
           END-IF.
       CARREGAR-PEDIDO-MODELO-FIM.
                   UNTIL IDX-MH > PED-NUM-PIZZAS
               PERFORM MONTAR-UMA-PIZZA
           END-PERFORM.
           MOVE 0 TO ATU-NUM-EXTRAS.
           PERFORM VARYING IDX-MH FROM 1 BY 1
                   UNTIL IDX-MH > PED-NUM-EXTRAS
               PERFORM MONTAR-UM-PRODUTO
           END-PERFORM.
       MONTAR-UMA-PIZZA.
           IF PZ-RECEITA(IDX-MH) NOT = 0 THEN
               MOVE PZ-RECEITA(IDX-MH) TO RCT-CODIGO
      ****** PIZZA DE ESPECIALIDADE, A RECEITA DE HOJE *****************
       MONTAR-PIZZA-RECEITA.
           MOVE "S" TO ESP-OK-FLAG.
           MOVE RCT-TIPO TO TAMANHO-PORCAO.
           PERFORM VERIFICAR-BASE.
           IF NOT PORCAO-DISPONIVEL THEN
               MOVE "N" TO ESP-OK-FLAG
           END-IF.
           PERFORM VARYING IDX-MI FROM 1 BY 1
                   UNTIL IDX-MI > RCT-NUM-INGREDIENTES
               MOVE RCT-INGREDIENTES(IDX-MI) TO INGREDIENTES
               PERFORM VERIFICAR-STOCK
               IF NOT PORCAO-DISPONIVEL THEN
                   MOVE "N" TO ESP-OK-FLAG
               END-IF
           END-PERFORM.
           END-IF.
      ****** PIZZA MONTADA A MEDIDA, A PRECOS DE HOJE ******************
       MONTAR-PIZZA-LIVRE.
           MOVE PZ-TIPO(IDX-MH) TO TAMANHO-PORCAO.
           PERFORM VERIFICAR-BASE.
           IF (PZ-TIPO(IDX-MH) < 1) OR (PZ-TIPO(IDX-MH) > 3) OR
              (NOT PORCAO-DISPONIVEL) THEN
               ADD 1 TO AVISOS-REPETICAO
           ELSE
               ADD 1 TO ATU-NUM-PIZZAS
                   IF (INGREDIENTES >= 1) AND (INGREDIENTES <= 10)
                           THEN
                       PERFORM VERIFICAR-STOCK
                       IF NOT PORCAO-DISPONIVEL THEN
                           ADD 1 TO AVISOS-REPETICAO
                       ELSE
                           PERFORM DECREMENTAR-STOCK
                   ATZ-PRECO-INGREDIENTES(IDX-MA)
               MOVE SPACES TO NOME-ESPECIAL(IDX-MA)
           END-IF.
      ****** OUTRO PRODUTO DO MODELO, AO PRECO E TAXA DE HOJE **********
       MONTAR-UM-PRODUTO.
           MOVE EX-CODIGO(IDX-MH) TO PRD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   ADD 1 TO AVISOS-REPETICAO
               NOT INVALID KEY
                   PERFORM MONTAR-PRODUTO-HOJE
           END-READ.
       MONTAR-PRODUTO-HOJE.
           MOVE EX-QUANTIDADE(IDX-MH) TO QTD-PRODUTO.
           IF NOT PRD-ESTA-ATIVO THEN
               ADD 1 TO AVISOS-REPETICAO
           ELSE
               PERFORM RESERVAR-STOCK-PRODUTO
               IF NOT PRODUTO-DISPONIVEL THEN
                   ADD 1 TO AVISOS-REPETICAO
               ELSE
                   ADD 1 TO ATU-NUM-EXTRAS
                   MOVE ATU-NUM-EXTRAS TO IDX-EX
                   PERFORM GUARDAR-LINHA-PRODUTO
               END-IF
           END-IF.
      ****** NUMERO DE PEDIDO PERSISTENTE (002) ************************
       OBTER-NOVO-NUMERO.
           MOVE "PEDIDO" TO CTRL-CHAVE.
           END-READ.
           ADD 1 TO CTRL-ULTIMO-PEDIDO.
           MOVE CTRL-ULTIMO-PEDIDO TO NUMERO-PEDIDO.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-READ.
           ADD 1 TO CTRL-ULTIMA-FATURA.
           MOVE CTRL-ULTIMA-FATURA TO NUMERO-FATURA.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           MOVE 0 TO ATU-NIF.
           MOVE 0 TO ATU-NUM-FATURA.
           MOVE 0 TO ATU-NUM-NTCRED.
           MOVE 0 TO ATU-TAXA-IVA-PIZZAS.
           MOVE 0 TO ATU-IVA-PIZZAS.
           MOVE 0 TO ATU-NUM-EXTRAS.
           MOVE SPACES TO ATU-REF-ONLINE.
           MOVE 0 TO ATU-VALE-NUMERO.
           MOVE 0 TO ATU-VALE-VALOR.
           MOVE 0 TO EXTRAS-JA-GRAVADOS.
           MOVE "N" TO EXTRAS-OFERECIDOS-FLAG.
           PERFORM VARYING IDX-EX FROM 1 BY 1 UNTIL IDX-EX > 6
               MOVE SPACES TO ATX-CODIGO(IDX-EX)
               MOVE SPACE TO ATX-CATEGORIA(IDX-EX)
               MOVE 0 TO ATX-QUANTIDADE(IDX-EX)
               MOVE 0 TO ATX-PRECO-UNIT(IDX-EX)
               MOVE 0 TO ATX-TAXA-IVA(IDX-EX)
               MOVE 0 TO ATX-SUBTOTAL(IDX-EX)
               MOVE 0 TO ATX-IVA(IDX-EX)
               MOVE 0 TO ATX-STK-CODIGO(IDX-EX)
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
               MOVE 0 TO ATZ-TIPO(IDX)
               MOVE 0 TO ATZ-RECEITA(IDX)
           MOVE DESC-MELHOR TO ATU-PROMO-DESCONTO.
           MOVE COD-MELHOR TO ATU-PROMO-CODIGO.
           SUBTRACT ATU-PROMO-DESCONTO FROM ATU-PRECO-SUBTOTAL.
      * Ate aqui o subtotal e so comida (pizzas e entrega), a taxa
      * "IVA"; os outros produtos entram depois, cada um a sua taxa -
      * descontos e promocoes nao se aplicam a eles.
           MOVE ATU-PRECO-SUBTOTAL TO BASE-PIZZAS.
           MOVE TAXA-IVA TO ATU-TAXA-IVA-PIZZAS.
           COMPUTE ATU-IVA-PIZZAS = ATU-PRECO-SUBTOTAL * TAXA-IVA.
           MOVE ATU-IVA-PIZZAS TO ATU-PRECO-IVA.
           MOVE 0 TO SUB-EXTRAS.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > ATU-NUM-EXTRAS
               COMPUTE ATX-IVA(IDX-EX) =
                   ATX-SUBTOTAL(IDX-EX) * ATX-TAXA-IVA(IDX-EX)
                   ON SIZE ERROR
                       DISPLAY "ERRO: IVA da linha de produto excede "
                               "o campo!"
                       AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               END-COMPUTE
               ADD ATX-SUBTOTAL(IDX-EX) TO SUB-EXTRAS
               ADD ATX-IVA(IDX-EX) TO ATU-PRECO-IVA
           END-PERFORM.
           ADD SUB-EXTRAS TO ATU-PRECO-SUBTOTAL.
           COMPUTE ATU-PRECO-TOTAL = ATU-PRECO-SUBTOTAL +
                                     ATU-PRECO-IVA.
           PERFORM RESUMIR-IVA-POR-TAXA.
      ****** RESUMO DO IVA POR TAXA (ecra e recibo) ********************
       RESUMIR-IVA-POR-TAXA.
           MOVE 0 TO N-TAXAS.
           IF (BASE-PIZZAS NOT = 0) OR (ATU-IVA-PIZZAS NOT = 0) THEN
               MOVE ATU-TAXA-IVA-PIZZAS TO TAXA-PROCURADA
               MOVE BASE-PIZZAS TO BASE-LINHA
               MOVE ATU-IVA-PIZZAS TO IVA-LINHA
               PERFORM SOMAR-TAXA-IVA
           END-IF.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > ATU-NUM-EXTRAS
               MOVE ATX-TAXA-IVA(IDX-EX) TO TAXA-PROCURADA
               MOVE ATX-SUBTOTAL(IDX-EX) TO BASE-LINHA
               MOVE ATX-IVA(IDX-EX) TO IVA-LINHA
               PERFORM SOMAR-TAXA-IVA
           END-PERFORM.
           IF N-TAXAS = 1 THEN
               COMPUTE TAXA-PERCENT = TAB-TAXA(1) * 100
           ELSE
               MOVE IVA-PERCENT TO TAXA-PERCENT
           END-IF.
           MOVE TAXA-PERCENT TO TAXA-PERCENT-SAIDA.
       SOMAR-TAXA-IVA.
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
      ****** PERSISTIR O PEDIDO (000) **********************************
       GRAVAR-PEDIDO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           END-IF.
           MOVE PEDIDO-ATUAL TO PEDIDO-REC.
           IF PEDIDO-CARREGADO THEN
               PERFORM JORNAL-PEDIDOS
               REWRITE PEDIDO-REC
                   INVALID KEY
                       DISPLAY "ERRO: pedido NAO foi gravado em disco!"
                       AT LINE 24 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               END-REWRITE
           ELSE
               PERFORM JORNAL-PEDIDOS
               WRITE PEDIDO-REC
                   INVALID KEY
                       DISPLAY "ERRO: pedido NAO foi gravado em disco!"
      * de mesa pode fechar num dia (e num Z) posterior ao da entrada.
           MOVE ATU-PAG-DATA TO CXA-DATA.
           MOVE MOM-HORA TO CXA-HORA.
           MOVE SESSAO-ATUAL TO CXA-SESSAO.
           MOVE OPERADOR-ATUAL TO CXA-OPERADOR.
      * A parte paga com vale vai na sequencia 1; o resto (se houver)
      * na seguinte, com o meio de pagamento escolhido.
           IF ATU-VALE-VALOR NOT = 0 THEN
               MOVE "V" TO CXA-MODO
               MOVE ATU-VALE-VALOR TO CXA-VALOR
               MOVE ATU-VALE-VALOR TO CXA-ENTREGUE
               MOVE 0 TO CXA-TROCO
               PERFORM ESCREVER-CAIXA
               ADD 1 TO CXA-SEQ
           END-IF.
           IF NOT ATU-PAG-VALE THEN
               MOVE ATU-PAG-MODO TO CXA-MODO
               COMPUTE CXA-VALOR = ATU-PRECO-TOTAL - ATU-VALE-VALOR
               MOVE ATU-PAG-ENTREGUE TO CXA-ENTREGUE
               MOVE ATU-PAG-TROCO TO CXA-TROCO
               PERFORM ESCREVER-CAIXA
           END-IF.
       ESCREVER-CAIXA.
           PERFORM JORNAL-CAIXA.
           WRITE CAIXA-REC
               INVALID KEY
                   DISPLAY "ERRO: movimento de caixa NAO gravado!"
                   AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
           END-WRITE.
      ****** VALE DE OFERTA COMO PAGAMENTO *****************************
      * O vale tem de existir, estar dentro da validade e ter saldo.
      * Abate o que houver ate ao total do pedido; o saldo so e
      * descontado no vale ao registar o pedido (DEBITAR-VALE).
       PEDIR-VALE.
           MOVE "N" TO VALE-FLAG.
           DISPLAY LIMPAR-LINHA24.
           DISPLAY "Numero do vale:" AT LINE 24 COL 01 HIGHLIGHT.
           MOVE SPACES TO TEMP-VALE.
           ACCEPT TEMP-VALE AT LINE 24 COL 17 HIGHLIGHT.
           IF (TEMP-VALE(1:1) = "X") OR (TEMP-VALE(1:1) = "x") OR
              (TEMP-VALE = SPACES) THEN
               DISPLAY LIMPAR-LINHA24
               GO PEDIR-VALE-FIM
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-VALE) TO VLE-NUMERO.
           READ VALES
               INVALID KEY
                   DISPLAY "Vale inexistente."
                   AT LINE 24 COL 26 FOREGROUND-COLOR 4 HIGHLIGHT
                   GO PEDIR-VALE-FIM
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           IF VLE-DATA-VALIDADE < MOM-DATA THEN
               DISPLAY "Vale expirado - nao pode ser usado."
               AT LINE 24 COL 26 FOREGROUND-COLOR 4 HIGHLIGHT
               GO PEDIR-VALE-FIM
           END-IF.
           IF VLE-SALDO = 0 THEN
               DISPLAY "Vale ja usado por inteiro."
               AT LINE 24 COL 26 FOREGROUND-COLOR 4 HIGHLIGHT
               GO PEDIR-VALE-FIM
           END-IF.
           MOVE VLE-NUMERO TO ATU-VALE-NUMERO.
           IF VLE-SALDO < ATU-PRECO-TOTAL THEN
               MOVE VLE-SALDO TO ATU-VALE-VALOR
           ELSE
               MOVE ATU-PRECO-TOTAL TO ATU-VALE-VALOR
           END-IF.
           MOVE VLE-SALDO TO PRECO-SAIDA.
           DISPLAY FUNCTION CONCATENATE("Saldo do vale: ",PRECO-SAIDA)
           AT LINE 24 COL 26 HIGHLIGHT.
           SET VALE-ACEITE TO TRUE.
       PEDIR-VALE-FIM.
           EXIT.
      ****** ABATER NO VALE A PARTE QUE PAGOU **************************
       DEBITAR-VALE.
           MOVE 0 TO SALDO-VALE.
           MOVE ATU-VALE-NUMERO TO VLE-NUMERO.
           READ VALES
               INVALID KEY
                   DISPLAY "ERRO: vale NAO encontrado para abater!"
                   AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
           END-READ.
           IF FS-VALES = "00" THEN
               SUBTRACT ATU-VALE-VALOR FROM VLE-SALDO
               MOVE ATU-PAG-DATA TO VLE-DATA-USO
               MOVE VLE-SALDO TO SALDO-VALE
               PERFORM JORNAL-VALES
               REWRITE VALE-REC
                   INVALID KEY
                       DISPLAY "ERRO: saldo do vale NAO gravado!"
                       AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               END-REWRITE
           END-IF.
      ****** VENDA A CREDITO: CLIENTE DE CONTA E LIMITE ****************
      * So para clientes com conta aberta (TAREFA27). O saldo em divida
      * e o que falta pagar dos pedidos a credito menos as
      * transferencias ainda nao abatidas; com este pedido nao pode
      * passar o limite de credito do cliente.
       VERIFICAR-CREDITO.
           MOVE "N" TO CREDITO-FLAG.
           MOVE ATU-CONTACTO TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO CLI-CONTA
           END-READ.
           IF NOT CLI-TEM-CONTA THEN
               DISPLAY "Este cliente nao tem conta corrente."
               AT LINE 24 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VERIFICAR-CREDITO-FIM
           END-IF.
           MOVE 0 TO SALDO-CONTA.
           MOVE ATU-CONTACTO TO CCR-CONTACTO.
           MOVE 0 TO CCR-NUMERO.
           MOVE "N" TO FIM-CONTAS-FLAG.
           START CONTAS KEY IS NOT LESS THAN CCR-CHAVE
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS NEXT
                   AT END
                       SET FIM-CONTAS TO TRUE
                   NOT AT END
                       IF CCR-CONTACTO NOT = ATU-CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           IF CCR-DEBITO THEN
                               ADD CCR-EM-ABERTO TO SALDO-CONTA
                           ELSE
                               SUBTRACT CCR-EM-ABERTO FROM SALDO-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SALDO-CONTA + ATU-PRECO-TOTAL > CLI-LIMITE THEN
               MOVE SALDO-CONTA TO SALDO-SAIDA
               MOVE CLI-LIMITE TO LIMITE-SAIDA
               DISPLAY FUNCTION CONCATENATE("Limite excedido - em "
                   "divida: ",SALDO-SAIDA," limite: ",LIMITE-SAIDA)
               AT LINE 24 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               GO VERIFICAR-CREDITO-FIM
           END-IF.
           SET CREDITO-ACEITE TO TRUE.
       VERIFICAR-CREDITO-FIM.
           EXIT.
      ****** DEBITO NA CONTA CORRENTE DO CLIENTE ***********************
       GRAVAR-DEBITO-CONTA.
           PERFORM OBTER-NUMERO-MOVIMENTO.
           MOVE ATU-CONTACTO TO CCR-CONTACTO.
           MOVE NUMERO-MOVIMENTO TO CCR-NUMERO.
           MOVE "D" TO CCR-TIPO.
           MOVE ATU-PAG-DATA TO CCR-DATA.
           MOVE ATU-NUMERO TO CCR-PEDIDO.
           MOVE ATU-NUM-FATURA TO CCR-NUM-FATURA.
           MOVE ATU-PRECO-TOTAL TO CCR-VALOR.
           MOVE ATU-PRECO-TOTAL TO CCR-EM-ABERTO.
           MOVE SPACES TO CCR-REFERENCIA.
           MOVE 0 TO CCR-DATA-LIQUIDACAO.
           PERFORM JORNAL-CONTAS.
           WRITE CONTA-CORRENTE-REC
               INVALID KEY
                   DISPLAY "ERRO: debito na conta corrente NAO gravado!"
                   AT LINE 23 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
           END-WRITE.
       OBTER-NUMERO-MOVIMENTO.
           MOVE "CORRENTE" TO CTRL-CHAVE.
           READ CONTROLO
               INVALID KEY
                   MOVE 0 TO CTRL-ULTIMO-PEDIDO
                   MOVE 0 TO CTRL-ULTIMA-FATURA
                   MOVE 0 TO CTRL-DATA
           END-READ.
           ADD 1 TO CTRL-ULTIMA-FATURA.
           MOVE CTRL-ULTIMA-FATURA TO NUMERO-MOVIMENTO.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
      ****** SESSAO DE CAIXA ABERTA NO MOMENTO *************************
      * A sessao corrente vem do contador "SESSAO" em CONTROLO; o
      * movimento fica com sessao/operador 0 se nenhuma estiver
       OBTER-SESSAO-ATUAL-FIM.
           EXIT.
      ****** STOCK DE INGREDIENTES (008) *******************************
      * Cada cobertura gasta a porcao do PORCOES.DAT para o tamanho
      * TAMANHO-PORCAO da pizza.
       VERIFICAR-STOCK.
           MOVE "I" TO POR-ORIG-TIPO.
           MOVE INGREDIENTES TO POR-ORIG-NUM.
           PERFORM LER-PORCAO.
           PERFORM VERIFICAR-PORCAO.
       DECREMENTAR-STOCK.
           MOVE "I" TO POR-ORIG-TIPO.
           MOVE INGREDIENTES TO POR-ORIG-NUM.
           PERFORM LER-PORCAO.
           PERFORM TIRAR-PORCAO.
       REPOR-STOCK-PIZZA.
           MOVE ATZ-TIPO(INDICE-PIZZA-ATUAL) TO TAMANHO-PORCAO.
           PERFORM VARYING IDX-REPOR FROM 1 BY 1
               UNTIL IDX-REPOR >
                            ATZ-NUM-INGREDIENTES(INDICE-PIZZA-ATUAL)
               MOVE "I" TO POR-ORIG-TIPO
               MOVE ATZ-INGREDIENTES(INDICE-PIZZA-ATUAL IDX-REPOR)
                   TO POR-ORIG-NUM
               PERFORM LER-PORCAO
               PERFORM REPOR-PORCAO
           END-PERFORM.
           MOVE 0 TO ATZ-NUM-INGREDIENTES(INDICE-PIZZA-ATUAL).
      * Numa conta de mesa carregada so se repoe o stock das pizzas
           COMPUTE IDX-INICIO = PIZZAS-JA-GRAVADAS + 1.
           PERFORM VARYING IDX-REPOR2 FROM IDX-INICIO BY 1
               UNTIL IDX-REPOR2 > INDICE-PIZZA-ATUAL
               MOVE ATZ-TIPO(IDX-REPOR2) TO TAMANHO-PORCAO
               PERFORM VARYING IDX-REPOR FROM 1 BY 1
                   UNTIL IDX-REPOR >
                                 ATZ-NUM-INGREDIENTES(IDX-REPOR2)
                   MOVE "I" TO POR-ORIG-TIPO
                   MOVE ATZ-INGREDIENTES(IDX-REPOR2 IDX-REPOR)
                       TO POR-ORIG-NUM
                   PERFORM LER-PORCAO
                   PERFORM REPOR-PORCAO
               END-PERFORM
           END-PERFORM.
           COMPUTE IDX-INICIO = EXTRAS-JA-GRAVADOS + 1.
           PERFORM VARYING IDX-EX FROM IDX-INICIO BY 1
               UNTIL IDX-EX > ATU-NUM-EXTRAS
               IF ATX-STK-CODIGO(IDX-EX) NOT = 0 THEN
                   MOVE ATX-STK-CODIGO(IDX-EX) TO STK-CODIGO
                   READ STOCK
                       NOT INVALID KEY
                           ADD ATX-QUANTIDADE(IDX-EX) TO STK-QUANTIDADE
                           PERFORM JORNAL-STOCK
                           REWRITE STOCK-REC
                   END-READ
               END-IF
           END-PERFORM.
      ****** PORCOES POR TAMANHO DE PIZZA ******************************
      * POR-ORIGEM e TAMANHO-PORCAO dizem que porcao ler. Sem registo,
      * uma cobertura gasta 1 unidade do seu artigo (como sempre foi)
      * e uma base ou caixa nao gasta nada.
       LER-PORCAO.
           MOVE "P0" TO POR-TAM-PREFIXO.
           MOVE TAMANHO-PORCAO TO POR-TAM-NUM.
           MOVE POR-CHAVE TO CHAVE-PORCAO.
           READ PORCOES
               INVALID KEY
                   MOVE CHAVE-PORCAO TO POR-CHAVE
                   MOVE 0 TO POR-NUM-ITENS
                   IF POR-ORIG-TIPO = "I" THEN
                       MOVE 1 TO POR-NUM-ITENS
                       MOVE POR-ORIG-NUM TO POR-STK-CODIGO(1)
                       MOVE 1 TO POR-QUANTIDADE(1)
                   END-IF
           END-READ.
       VERIFICAR-PORCAO.
           MOVE "S" TO PORCAO-OK-FLAG.
           PERFORM VARYING IDX-POR FROM 1 BY 1
                   UNTIL IDX-POR > POR-NUM-ITENS
               MOVE POR-STK-CODIGO(IDX-POR) TO STK-CODIGO
               READ STOCK
                   INVALID KEY
                       MOVE 0 TO STK-QUANTIDADE
               END-READ
               IF STK-QUANTIDADE < POR-QUANTIDADE(IDX-POR) THEN
                   MOVE "N" TO PORCAO-OK-FLAG
               END-IF
           END-PERFORM.
      * O stock nao fica negativo: o que faltar fica a zero e aparece
      * na diferenca do fecho do mes.
       TIRAR-PORCAO.
           PERFORM VARYING IDX-POR FROM 1 BY 1
                   UNTIL IDX-POR > POR-NUM-ITENS
               MOVE POR-STK-CODIGO(IDX-POR) TO STK-CODIGO
               READ STOCK
                   NOT INVALID KEY
                       IF STK-QUANTIDADE > POR-QUANTIDADE(IDX-POR) THEN
                           SUBTRACT POR-QUANTIDADE(IDX-POR)
                               FROM STK-QUANTIDADE
                       ELSE
                           MOVE 0 TO STK-QUANTIDADE
                       END-IF
                       PERFORM JORNAL-STOCK
                       REWRITE STOCK-REC
               END-READ
           END-PERFORM.
       REPOR-PORCAO.
           PERFORM VARYING IDX-POR FROM 1 BY 1
                   UNTIL IDX-POR > POR-NUM-ITENS
               MOVE POR-STK-CODIGO(IDX-POR) TO STK-CODIGO
               READ STOCK
                   NOT INVALID KEY
                       ADD POR-QUANTIDADE(IDX-POR) TO STK-QUANTIDADE
                       PERFORM JORNAL-STOCK
                       REWRITE STOCK-REC
               END-READ
           END-PERFORM.
       VERIFICAR-BASE.
           MOVE "BAS" TO POR-ORIGEM.
           PERFORM LER-PORCAO.
           PERFORM VERIFICAR-PORCAO.
      * A massa, o molho e o queijo (e a caixa, se a pizza sai da
      * pizzaria) so saem do stock quando o pedido e gravado; numa
      * conta de mesa, so as pizzas desta ronda.
       TIRAR-BASES-PEDIDO.
           COMPUTE IDX-INICIO = PIZZAS-JA-GRAVADAS + 1.
           PERFORM VARYING IDX-BASE FROM IDX-INICIO BY 1
                   UNTIL IDX-BASE > ATU-NUM-PIZZAS
               MOVE ATZ-TIPO(IDX-BASE) TO TAMANHO-PORCAO
               MOVE "BAS" TO POR-ORIGEM
               PERFORM LER-PORCAO
               PERFORM TIRAR-PORCAO
               IF ATU-LEVANTAMENTO OR ATU-ENTREGA THEN
                   MOVE "CXA" TO POR-ORIGEM
                   PERFORM LER-PORCAO
                   PERFORM TIRAR-PORCAO
               END-IF
           END-PERFORM.
      ****** RECIBO (009) ******************************************(009
       IMPRIMIR-RECIBO.
                   DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-PERFORM.
           PERFORM VARYING IDX-EX FROM 1 BY 1
               UNTIL IDX-EX > ATU-NUM-EXTRAS
               MOVE ATX-CODIGO(IDX-EX) TO PRD-CODIGO
               READ PRODUTOS
                   INVALID KEY
                       MOVE ATX-CODIGO(IDX-EX) TO PRD-DESCRICAO
               END-READ
               MOVE ATX-QUANTIDADE(IDX-EX) TO QTD-PRODUTO-SAIDA
               MOVE ATX-SUBTOTAL(IDX-EX) TO PRECO-SAIDA
               COMPUTE TAXA-PERCENT = ATX-TAXA-IVA(IDX-EX) * 100
               MOVE TAXA-PERCENT TO TAXA-PERCENT-SAIDA
               MOVE SPACES TO LINHA-RECIBO
               STRING QTD-PRODUTO-SAIDA " x " PRD-DESCRICAO " "
                   PRECO-SAIDA " (IVA " TAXA-PERCENT-SAIDA "%)"
                   DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-PERFORM.
           IF ATU-DESCONTO NOT = 0 THEN
               MOVE ATU-DESCONTO TO PRECO-SAIDA
               MOVE SPACES TO LINHA-RECIBO
           STRING "Subtotal: " PRECO-SAIDA DELIMITED BY SIZE
               INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
      * Com mais de uma taxa no pedido, uma linha por taxa com a
      * base tributavel, como a fatura exige.
           IF N-TAXAS > 1 THEN
               PERFORM VARYING IDX-TX FROM 1 BY 1
                   UNTIL IDX-TX > N-TAXAS
                   COMPUTE TAXA-PERCENT = TAB-TAXA(IDX-TX) * 100
                   MOVE TAXA-PERCENT TO TAXA-PERCENT-SAIDA
                   MOVE TAB-TAXA-BASE(IDX-TX) TO PRECO-SAIDA
                   MOVE TAB-TAXA-IVA(IDX-TX) TO IVA-TAXA-SAIDA
                   MOVE SPACES TO LINHA-RECIBO
                   STRING "IVA " TAXA-PERCENT-SAIDA "% s/ " PRECO-SAIDA
                       ": " IVA-TAXA-SAIDA
                       DELIMITED BY SIZE INTO LINHA-RECIBO
                   WRITE LINHA-RECIBO
               END-PERFORM
               MOVE ATU-PRECO-IVA TO PRECO-SAIDA
               MOVE SPACES TO LINHA-RECIBO
               STRING "IVA total: " PRECO-SAIDA
                   DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           ELSE
               IF N-TAXAS = 1 THEN
                   COMPUTE TAXA-PERCENT = TAB-TAXA(1) * 100
               ELSE
                   MOVE IVA-PERCENT TO TAXA-PERCENT
               END-IF
               MOVE TAXA-PERCENT TO TAXA-PERCENT-SAIDA
               MOVE ATU-PRECO-IVA TO PRECO-SAIDA
               MOVE SPACES TO LINHA-RECIBO
               STRING "IVA (" TAXA-PERCENT-SAIDA "%): " PRECO-SAIDA
                   DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           MOVE ATU-PRECO-TOTAL TO PRECO-SAIDA.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "TOTAL: " PRECO-SAIDA DELIMITED BY SIZE
                       DELIMITED BY SIZE INTO LINHA-RECIBO
               WHEN ATU-PAG-MULTIBANCO
                   MOVE "Pagamento: Multibanco" TO LINHA-RECIBO
               WHEN ATU-PAG-CREDITO
                   MOVE "Pagamento: A credito (conta corrente)"
                       TO LINHA-RECIBO
               WHEN ATU-PAG-VALE
                   MOVE "Pagamento: Vale de oferta" TO LINHA-RECIBO
               WHEN OTHER
                   MOVE "Pagamento: MBWay" TO LINHA-RECIBO
           END-EVALUATE.
           WRITE LINHA-RECIBO.
           IF ATU-VALE-NUMERO NOT = 0 THEN
               MOVE ATU-VALE-VALOR TO PRECO-SAIDA
               MOVE SPACES TO LINHA-RECIBO
               STRING "Vale de oferta n. " ATU-VALE-NUMERO ": "
                   PRECO-SAIDA DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
               MOVE SALDO-VALE TO PRECO-SAIDA
               MOVE SPACES TO LINHA-RECIBO
               STRING "Saldo que fica no vale: " PRECO-SAIDA
                   DELIMITED BY SIZE INTO LINHA-RECIBO
               WRITE LINHA-RECIBO
           END-IF.
           MOVE "------------------------------------------------"
               TO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
               DISPLAY PRECO-TABELA-SAIDA
               AT LINE TAB-LINHA-INGR(IDX) COL 81 HIGHLIGHT
           END-PERFORM.
      ****** JORNAL DE TRANSACOES (JORNAL.LOG) *************************
      * Cada registo mestre vai para o jornal, como estava e como vai
      * ficar, antes de ser gravado. A primeira imagem abre a
      * transacao; FECHAR-TRANSACAO marca-a como completa, e so as
      * completas sao repostas pela recuperacao (TAREFA25).
       ABRIR-TRANSACAO.
           IF NOT TRANSACAO-ABERTA THEN
               MOVE FUNCTION CURRENT-DATE TO TRANSACAO-ATUAL
               MOVE "S" TO TRANSACAO-FLAG
               MOVE SPACES TO JORNAL-REC
               MOVE "I" TO JRN-TIPO
               PERFORM ESCREVER-JORNAL
           END-IF.
       FECHAR-TRANSACAO.
           IF TRANSACAO-ABERTA THEN
               MOVE SPACES TO JORNAL-REC
               MOVE "F" TO JRN-TIPO
               PERFORM ESCREVER-JORNAL
               MOVE "N" TO TRANSACAO-FLAG
           END-IF.
       GRAVAR-IMAGEM.
           MOVE "M" TO JRN-TIPO.
           IF JRN-ANTES = SPACES THEN
               MOVE "E" TO JRN-OPERACAO
           ELSE
               MOVE "R" TO JRN-OPERACAO
           END-IF.
           PERFORM ESCREVER-JORNAL.
       ESCREVER-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO JRN-MOMENTO.
           MOVE "TAREFA06" TO JRN-PROGRAMA.
           MOVE TRN-DATA TO JRN-TRN-DATA.
           MOVE TRN-HORA TO JRN-TRN-HORA.
           OPEN EXTEND JORNAL.
           IF FS-JORNAL NOT = "00" THEN
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           WRITE LINHA-JORNAL FROM JORNAL-REC.
           CLOSE JORNAL.
       JORNAL-PEDIDOS.
           PERFORM ABRIR-TRANSACAO.
           MOVE PEDIDO-REC TO JRN-DEPOIS.
           READ PEDIDOS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PEDIDO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PEDIDO-REC.
           MOVE "PEDIDOS" TO JRN-FICHEIRO.
           MOVE PED-NUMERO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-CONTROLO.
           PERFORM ABRIR-TRANSACAO.
           MOVE CONTROLO-REC TO JRN-DEPOIS.
           READ CONTROLO
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE CONTROLO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO CONTROLO-REC.
           MOVE "CONTROLO" TO JRN-FICHEIRO.
           MOVE CTRL-CHAVE TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-CLIENTES.
           PERFORM ABRIR-TRANSACAO.
           MOVE CLIENTE-REC TO JRN-DEPOIS.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE CLIENTE-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO CLIENTE-REC.
           MOVE "CLIENTES" TO JRN-FICHEIRO.
           MOVE CLI-CONTACTO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
      * A ficha apagada vai com a operacao "A": so a imagem de antes.
       JORNAL-APAGAR-CLIENTE.
           PERFORM ABRIR-TRANSACAO.
           MOVE CLIENTE-REC TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           MOVE "CLIENTES" TO JRN-FICHEIRO.
           MOVE CLI-CONTACTO TO JRN-CHAVE.
           MOVE "M" TO JRN-TIPO.
           MOVE "A" TO JRN-OPERACAO.
           PERFORM ESCREVER-JORNAL.
       JORNAL-STOCK.
           PERFORM ABRIR-TRANSACAO.
           MOVE STOCK-REC TO JRN-DEPOIS.
           READ STOCK
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE STOCK-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO STOCK-REC.
           MOVE "STOCK" TO JRN-FICHEIRO.
           MOVE STK-CODIGO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-CAIXA.
           PERFORM ABRIR-TRANSACAO.
           MOVE CAIXA-REC TO JRN-DEPOIS.
           READ CAIXA
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE CAIXA-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO CAIXA-REC.
           MOVE "CAIXA" TO JRN-FICHEIRO.
           MOVE CXA-CHAVE TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-CONTAS.
           PERFORM ABRIR-TRANSACAO.
           MOVE CONTA-CORRENTE-REC TO JRN-DEPOIS.
           READ CONTAS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE CONTA-CORRENTE-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO CONTA-CORRENTE-REC.
           MOVE "CONTAS" TO JRN-FICHEIRO.
           MOVE CCR-CHAVE TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-VALES.
           PERFORM ABRIR-TRANSACAO.
           MOVE VALE-REC TO JRN-DEPOIS.
           READ VALES
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE VALE-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO VALE-REC.
           MOVE "VALES" TO JRN-FICHEIRO.
           MOVE VLE-NUMERO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
      ****** ABERTURA / CRIACAO DE FICHEIROS *************************(0
       ABRIR-FICHEIROS.
           OPEN I-O PEDIDOS.
               OPEN I-O STOCK
           END-IF.

           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = "35" THEN
               OPEN OUTPUT PRODUTOS
               PERFORM CRIAR-PRODUTOS-DEFEITO
               CLOSE PRODUTOS
               OPEN INPUT PRODUTOS
           END-IF.
           IF FS-PRODUTOS = "00" THEN
               PERFORM GARANTIR-STOCK-PRODUTOS
           END-IF.

           OPEN INPUT PORCOES.
           IF FS-PORCOES = "35" THEN
               OPEN OUTPUT PORCOES
               PERFORM CRIAR-PORCOES-DEFEITO
               CLOSE PORCOES
               OPEN INPUT PORCOES
           END-IF.
           PERFORM GARANTIR-STOCK-BASES.

           OPEN INPUT RECEITAS.
           IF FS-RECEITAS = "35" THEN
               OPEN OUTPUT RECEITAS
               OPEN I-O CAIXA
           END-IF.

           OPEN I-O CONTAS.
           IF FS-CONTAS = "35" THEN
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF.

           OPEN I-O VALES.
           IF FS-VALES = "35" THEN
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.

           OPEN INPUT PROMOS.
           IF FS-PROMOS = "35" THEN
               OPEN OUTPUT PROMOS
           CLOSE CLIENTES.
           CLOSE PRECOS.
           CLOSE STOCK.
           CLOSE PRODUTOS.
           CLOSE PORCOES.
           CLOSE RECEITAS.
           CLOSE FIDELIZ.
           CLOSE PROMOS.
           CLOSE ZONAS.
           CLOSE SESSOES.
           CLOSE CAIXA.
           CLOSE CONTAS.
           CLOSE VALES.
           CLOSE RECIBOS.
       CRIAR-PRECOS-DEFEITO.
           MOVE "P01" TO PRC-CODIGO.
           MOVE 10 TO STK-MINIMO.
           MOVE 0 TO STK-CUSTO-MEDIO.
           WRITE STOCK-REC.
      * Cada produto contado em stock tem de ter o seu artigo no
      * STOCK.DAT; um artigo em falta e criado a zero, para que a
      * entrada de mercadoria o possa receber.
       GARANTIR-STOCK-PRODUTOS.
           MOVE "N" TO FIM-PRODUTOS-FLAG.
           MOVE SPACES TO PRD-CODIGO.
           START PRODUTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   SET FIM-PRODUTOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-PRODUTOS
               READ PRODUTOS NEXT RECORD
                   AT END
                       SET FIM-PRODUTOS TO TRUE
                   NOT AT END
                       IF PRD-COM-STOCK THEN
                           PERFORM GARANTIR-STOCK-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.
       GARANTIR-STOCK-PRODUTO.
           MOVE PRD-STK-CODIGO TO STK-CODIGO.
           READ STOCK
               INVALID KEY
                   MOVE PRD-STK-CODIGO TO STK-CODIGO
                   MOVE PRD-DESCRICAO TO STK-DESCRICAO
                   MOVE 0 TO STK-QUANTIDADE
                   MOVE 10 TO STK-MINIMO
                   MOVE 0 TO STK-CUSTO-MEDIO
                   WRITE STOCK-REC
           END-READ.
      * Massa, molho, queijo e caixas sao artigos de stock como os
      * outros (11 a 14); um STOCK.DAT anterior a eles recebe-os com a
      * quantidade de abertura, como os ingredientes no primeiro dia.
       GARANTIR-STOCK-BASES.
           MOVE 11 TO STK-CODIGO.
           READ STOCK
               INVALID KEY
                   MOVE 11 TO STK-CODIGO
                   MOVE "Massa (50g)" TO STK-DESCRICAO
                   MOVE 400 TO STK-QUANTIDADE
                   MOVE 80 TO STK-MINIMO
                   MOVE 0 TO STK-CUSTO-MEDIO
                   WRITE STOCK-REC
           END-READ.
           MOVE 12 TO STK-CODIGO.
           READ STOCK
               INVALID KEY
                   MOVE 12 TO STK-CODIGO
                   MOVE "Molho tomate (50g)" TO STK-DESCRICAO
                   MOVE 100 TO STK-QUANTIDADE
                   MOVE 20 TO STK-MINIMO
                   MOVE 0 TO STK-CUSTO-MEDIO
                   WRITE STOCK-REC
           END-READ.
           MOVE 13 TO STK-CODIGO.
           READ STOCK
               INVALID KEY
                   MOVE 13 TO STK-CODIGO
                   MOVE "Mozzarella (25g)" TO STK-DESCRICAO
                   MOVE 300 TO STK-QUANTIDADE
                   MOVE 60 TO STK-MINIMO
                   MOVE 0 TO STK-CUSTO-MEDIO
                   WRITE STOCK-REC
           END-READ.
           MOVE 14 TO STK-CODIGO.
           READ STOCK
               INVALID KEY
                   MOVE 14 TO STK-CODIGO
                   MOVE "Caixa pizza" TO STK-DESCRICAO
                   MOVE 100 TO STK-QUANTIDADE
                   MOVE 20 TO STK-MINIMO
                   MOVE 0 TO STK-CUSTO-MEDIO
                   WRITE STOCK-REC
           END-READ.
      * Porcoes de abertura: cada cobertura 1/2/3 unidades do seu
      * artigo para pequena/media/grande; a base em porcoes de massa
      * (50g), molho (50g) e mozzarella (25g); uma caixa por pizza.
       CRIAR-PORCOES-DEFEITO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
               PERFORM VARYING TAMANHO-PORCAO FROM 1 BY 1
                       UNTIL TAMANHO-PORCAO > 3
                   INITIALIZE PORCAO-REC
                   MOVE "I" TO POR-ORIG-TIPO
                   MOVE IDX TO POR-ORIG-NUM
                   MOVE "P0" TO POR-TAM-PREFIXO
                   MOVE TAMANHO-PORCAO TO POR-TAM-NUM
                   MOVE 1 TO POR-NUM-ITENS
                   MOVE IDX TO POR-STK-CODIGO(1)
                   MOVE TAMANHO-PORCAO TO POR-QUANTIDADE(1)
                   WRITE PORCAO-REC
               END-PERFORM
           END-PERFORM.
           MOVE "BAS" TO POR-ORIGEM.
           MOVE "P01" TO POR-TAMANHO.
           MOVE 3 TO POR-NUM-ITENS.
           MOVE 11 TO POR-STK-CODIGO(1).
           MOVE 4 TO POR-QUANTIDADE(1).
           MOVE 12 TO POR-STK-CODIGO(2).
           MOVE 1 TO POR-QUANTIDADE(2).
           MOVE 13 TO POR-STK-CODIGO(3).
           MOVE 3 TO POR-QUANTIDADE(3).
           WRITE PORCAO-REC.
           MOVE "P02" TO POR-TAMANHO.
           MOVE 5 TO POR-QUANTIDADE(1).
           MOVE 2 TO POR-QUANTIDADE(2).
           MOVE 4 TO POR-QUANTIDADE(3).
           WRITE PORCAO-REC.
           MOVE "P03" TO POR-TAMANHO.
           MOVE 7 TO POR-QUANTIDADE(1).
           MOVE 2 TO POR-QUANTIDADE(2).
           MOVE 6 TO POR-QUANTIDADE(3).
           WRITE PORCAO-REC.
           MOVE "CXA" TO POR-ORIGEM.
           MOVE 1 TO POR-NUM-ITENS.
           MOVE 14 TO POR-STK-CODIGO(1).
           MOVE 1 TO POR-QUANTIDADE(1).
           MOVE 0 TO POR-STK-CODIGO(2), POR-QUANTIDADE(2).
           MOVE 0 TO POR-STK-CODIGO(3), POR-QUANTIDADE(3).
           MOVE "P01" TO POR-TAMANHO.
           WRITE PORCAO-REC.
           MOVE "P02" TO POR-TAMANHO.
           WRITE PORCAO-REC.
           MOVE "P03" TO POR-TAMANHO.
           WRITE PORCAO-REC.
       CRIAR-PRODUTOS-DEFEITO.
           MOVE "B01" TO PRD-CODIGO.
           MOVE "Coca-Cola lata 33cl" TO PRD-DESCRICAO.
           MOVE "B" TO PRD-CATEGORIA.
           MOVE 1.20 TO PRD-PRECO.
           MOVE 0.23 TO PRD-TAXA-IVA.
           MOVE "S" TO PRD-CONTA-STOCK.
           MOVE 21 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
           MOVE "B02" TO PRD-CODIGO.
           MOVE "Agua 50cl" TO PRD-DESCRICAO.
           MOVE "B" TO PRD-CATEGORIA.
           MOVE 0.80 TO PRD-PRECO.
           MOVE 0.06 TO PRD-TAXA-IVA.
           MOVE "S" TO PRD-CONTA-STOCK.
           MOVE 22 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
           MOVE "B03" TO PRD-CODIGO.
           MOVE "Cerveja mini" TO PRD-DESCRICAO.
           MOVE "B" TO PRD-CATEGORIA.
           MOVE 1.00 TO PRD-PRECO.
           MOVE 0.23 TO PRD-TAXA-IVA.
           MOVE "S" TO PRD-CONTA-STOCK.
           MOVE 23 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
           MOVE "S01" TO PRD-CODIGO.
           MOVE "Tiramisu" TO PRD-DESCRICAO.
           MOVE "S" TO PRD-CATEGORIA.
           MOVE 2.50 TO PRD-PRECO.
           MOVE 0.13 TO PRD-TAXA-IVA.
           MOVE "S" TO PRD-CONTA-STOCK.
           MOVE 24 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
           MOVE "S02" TO PRD-CODIGO.
           MOVE "Gelado" TO PRD-DESCRICAO.
           MOVE "S" TO PRD-CATEGORIA.
           MOVE 2.00 TO PRD-PRECO.
           MOVE 0.13 TO PRD-TAXA-IVA.
           MOVE "S" TO PRD-CONTA-STOCK.
           MOVE 25 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
           MOVE "A01" TO PRD-CODIGO.
           MOVE "Pao de alho" TO PRD-DESCRICAO.
           MOVE "A" TO PRD-CATEGORIA.
           MOVE 2.20 TO PRD-PRECO.
           MOVE 0.13 TO PRD-TAXA-IVA.
           MOVE "N" TO PRD-CONTA-STOCK.
           MOVE 0 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
           MOVE "A02" TO PRD-CODIGO.
           MOVE "Batatas fritas" TO PRD-DESCRICAO.
           MOVE "A" TO PRD-CATEGORIA.
           MOVE 1.80 TO PRD-PRECO.
           MOVE 0.13 TO PRD-TAXA-IVA.
           MOVE "N" TO PRD-CONTA-STOCK.
           MOVE 0 TO PRD-STK-CODIGO.
           MOVE "S" TO PRD-ATIVO.
           WRITE PRODUTO-REC.
       END PROGRAM TAREFA06.
