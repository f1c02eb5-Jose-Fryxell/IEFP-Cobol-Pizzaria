      * Date: 21-08-2026
      * Purpose: End-of-day till closing (Z report). Companion to
      *          TAREFA07: totals today's movements from CAIXA.DAT
      *          per payment method (dinheiro / Multibanco / MBWay,
      *          and orders paid on the web site or delivery platform,
      *          which never touch a till session),
      *          sums today's PED-PRECO-TOTAL from PEDIDOS.DAT and
      *          prints the reconciliation, flagging any difference
      *          the manager must explain before locking the safe.
      *          Orders sold on credit to account customers go to the
      *          customer's account, not the till: they are left out
      *          of the reconciliation and shown on a line of their own.
      *          Gift vouchers sold at the till are money in the drawer
      *          but not food revenue: they are shown apart and left out
      *          of the reconciliation. Orders paid by voucher are food
      *          revenue settled without money: the redemptions are
      *          totalled on their own line, apart from the cash taken.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 CONT-DINHEIRO                    PIC 9(5)    VALUE 0.
       77 CONT-MULTIBANCO                  PIC 9(5)    VALUE 0.
       77 CONT-MBWAY                       PIC 9(5)    VALUE 0.
       77 CONT-ONLINE                      PIC 9(5)    VALUE 0.
       77 TOT-DINHEIRO                     PIC S9(7)V99 VALUE 0.
       77 TOT-MULTIBANCO                   PIC S9(7)V99 VALUE 0.
       77 TOT-MBWAY                        PIC S9(7)V99 VALUE 0.
       77 TOT-ONLINE                       PIC S9(7)V99 VALUE 0.
       77 TOT-CAIXA                        PIC S9(7)V99 VALUE 0.
      ****** ESTORNOS DE PEDIDOS ANULADOS ******************************
       77 CONT-ESTORNO                     PIC 9(5)     VALUE 0.
       77 TOT-ESTORNO                      PIC S9(7)V99 VALUE 0.
      ****** VALES DE OFERTA *******************************************
       77 CONT-VALES                       PIC 9(5)     VALUE 0.
       77 TOT-VALES                        PIC S9(7)V99 VALUE 0.
       77 CONT-VENDA-VALES                 PIC 9(5)     VALUE 0.
       77 TOT-VENDA-VALES                  PIC S9(7)V99 VALUE 0.
      ****** SANGRIAS PARA O COFRE *************************************
       77 CONT-SANGRIA                     PIC 9(5)     VALUE 0.
       77 TOT-SANGRIA                      PIC S9(7)V99 VALUE 0.
       77 VALOR-SAIDA3                     PIC -ZZZZ9.99 VALUE SPACES.
      ****** TOTAL SEGUNDO OS PEDIDOS **********************************
       77 TOT-PEDIDOS                      PIC 9(7)V99 VALUE 0.
       77 CONT-CREDITO                     PIC 9(5)    VALUE 0.
       77 TOT-CREDITO                      PIC 9(7)V99 VALUE 0.
       77 DIFERENCA                        PIC S9(7)V99 VALUE 0.
       77 DATA-HOJE-NUM                    PIC 9(8)  VALUE 0.
       77 DATA-PAG-NUM                     PIC 9(8)  VALUE 0.
               CLOSE PEDIDOS
           END-IF.
           COMPUTE TOT-CAIXA = TOT-DINHEIRO + TOT-MULTIBANCO +
                               TOT-MBWAY + TOT-ONLINE.
           COMPUTE DIFERENCA = TOT-CAIXA + TOT-VALES - TOT-PEDIDOS.
           PERFORM IMPRIMIR-FECHO.
           IF FS-SESSOES = "00" THEN
               CLOSE SESSOES
               ADD 1 TO CONT-SANGRIA
               ADD CXA-VALOR TO TOT-SANGRIA
           END-IF.
      * A venda de um vale tambem nao e receita: o pedido pago com o
      * vale e que o sera, no dia em que for usado.
           IF (CXA-ANO = ANO) AND (CXA-MES = MES) AND (CXA-DIA = DIA)
                   AND (CXA-VENDA-VALE) THEN
               ADD 1 TO CONT-VENDA-VALES
               ADD CXA-VALOR TO TOT-VENDA-VALES
           END-IF.
           IF (CXA-ANO = ANO) AND (CXA-MES = MES) AND (CXA-DIA = DIA)
                   AND (NOT CXA-SANGRIA) AND (NOT CXA-VENDA-VALE) THEN
               IF CXA-ESTORNO THEN
                   ADD 1 TO CONT-ESTORNO
                   ADD CXA-VALOR TO TOT-ESTORNO
                           ADD 1 TO CONT-MBWAY
                       END-IF
                       ADD CXA-VALOR TO TOT-MBWAY
                   WHEN CXA-ONLINE
                       IF NOT CXA-ESTORNO THEN
                           ADD 1 TO CONT-ONLINE
                       END-IF
                       ADD CXA-VALOR TO TOT-ONLINE
                   WHEN CXA-VALE
                       IF NOT CXA-ESTORNO THEN
                           ADD 1 TO CONT-VALES
                       END-IF
                       ADD CXA-VALOR TO TOT-VALES
               END-EVALUATE
           END-IF.
      ****** ACUMULAR O MOVIMENTO NA SUA SESSAO DE CAIXA ***************
                           ADD CXA-VALOR TO SES-T-SANG(SLOT-SESSAO)
                       WHEN CXA-DINHEIRO
                           ADD CXA-VALOR TO SES-T-DIN(SLOT-SESSAO)
                       WHEN CXA-VALE
                           CONTINUE
                       WHEN OTHER
                           ADD CXA-VALOR TO SES-T-OUTROS(SLOT-SESSAO)
                   END-EVALUATE
      * a data do pagamento contam pela data do pedido. Uma conta em
      * aberto (sem modo de pagamento) fica fora ate fechar; anulados
      * ficam fora: o estorno na caixa ja abate o pagamento original.
      * Vendas a credito ficam na conta do cliente, nao na caixa: sao
      * somadas a parte.
       ACUMULAR-PEDIDO.
           IF PED-PAG-DATA NOT = 0 THEN
               MOVE PED-PAG-DATA TO DATA-PAG-NUM
           IF (DATA-PAG-NUM = DATA-HOJE-NUM)
                   AND (PED-PAG-MODO NOT = SPACE)
                   AND (NOT PED-EST-ANULADO) THEN
               IF PED-PAG-CREDITO THEN
                   ADD 1 TO CONT-CREDITO
                   ADD PED-PRECO-TOTAL TO TOT-CREDITO
               ELSE
                   ADD PED-PRECO-TOTAL TO TOT-PEDIDOS
               END-IF
           END-IF.
      ****** IMPRESSAO DO FECHO ****************************************
       IMPRIMIR-FECHO.
           STRING "  MBWay      : " CONT-SAIDA " mov.  -  "
               VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-FECHO.
           PERFORM ESCREVER-LINHA.
      * Pagos no site / plataforma: entram na receita do dia mas nao
      * na gaveta de nenhuma sessao.
           IF CONT-ONLINE NOT = 0 THEN
               MOVE CONT-ONLINE TO CONT-SAIDA
               MOVE TOT-ONLINE TO VALOR-SAIDA
               MOVE SPACES TO LINHA-FECHO
               STRING "  Online     : " CONT-SAIDA " mov.  -  "
                   VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-FECHO
               PERFORM ESCREVER-LINHA
           END-IF.
      * Vales usados em pagamento: nao e dinheiro recebido hoje.
           IF CONT-VALES NOT = 0 OR TOT-VALES NOT = 0 THEN
               MOVE CONT-VALES TO CONT-SAIDA
               MOVE TOT-VALES TO VALOR-SAIDA
               MOVE SPACES TO LINHA-FECHO
               STRING "  Vales      : " CONT-SAIDA " mov.  -  "
                   VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-FECHO
               PERFORM ESCREVER-LINHA
           END-IF.
           IF CONT-ESTORNO NOT = 0 THEN
               MOVE CONT-ESTORNO TO CONT-SAIDA
               MOVE TOT-ESTORNO TO VALOR-SAIDA
           STRING "TOTAL EM CAIXA       : " VALOR-SAIDA
               DELIMITED BY SIZE INTO LINHA-FECHO.
           PERFORM ESCREVER-LINHA.
           IF CONT-VALES NOT = 0 OR TOT-VALES NOT = 0 THEN
               MOVE TOT-VALES TO VALOR-SAIDA
               MOVE SPACES TO LINHA-FECHO
               STRING "PAGO COM VALES       : " VALOR-SAIDA
                   DELIMITED BY SIZE INTO LINHA-FECHO
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE TOT-PEDIDOS TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-FECHO.
           STRING "TOTAL DOS PEDIDOS    : " VALOR-SAIDA
                   TO LINHA-FECHO
               PERFORM ESCREVER-LINHA
           END-IF.
      * Vendas a credito: receita do dia, mas a receber na conta
      * corrente do cliente (TAREFA27) - nao e falta de caixa.
           IF CONT-CREDITO NOT = 0 THEN
               MOVE SPACES TO LINHA-FECHO
               PERFORM ESCREVER-LINHA
               MOVE CONT-CREDITO TO CONT-SAIDA
               MOVE TOT-CREDITO TO VALOR-SAIDA
               MOVE SPACES TO LINHA-FECHO
               STRING "VENDAS A CREDITO     : " VALOR-SAIDA " ("
                   CONT-SAIDA " ped.)" DELIMITED BY SIZE
                   INTO LINHA-FECHO
               PERFORM ESCREVER-LINHA
               MOVE "  (a receber nas contas correntes, fora da caixa)"
                   TO LINHA-FECHO
               PERFORM ESCREVER-LINHA
           END-IF.
      * Vales vendidos: dinheiro na gaveta, mas ainda nao e receita -
      * e um valor a devolver em refeicoes (TAREFA28).
           IF CONT-VENDA-VALES NOT = 0 THEN
               MOVE SPACES TO LINHA-FECHO
               PERFORM ESCREVER-LINHA
               MOVE CONT-VENDA-VALES TO CONT-SAIDA
               MOVE TOT-VENDA-VALES TO VALOR-SAIDA
               MOVE SPACES TO LINHA-FECHO
               STRING "VENDAS DE VALES      : " VALOR-SAIDA " ("
                   CONT-SAIDA " vales)" DELIMITED BY SIZE
                   INTO LINHA-FECHO
               PERFORM ESCREVER-LINHA
               MOVE "  (recebido na caixa, fora da receita de comida)"
                   TO LINHA-FECHO
               PERFORM ESCREVER-LINHA
           END-IF.
           PERFORM IMPRIMIR-SESSOES.
      ****** DESDOBRAMENTO POR SESSAO / OPERADOR ***********************
      * O esperado na gaveta de cada turno e o fundo de abertura mais
