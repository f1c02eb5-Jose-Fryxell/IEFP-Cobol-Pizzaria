      *          the order ANULADO in PEDIDOS.DAT, writes the
      *          reversing till movement (estorno, negative value)
      *          under the next CXA-SEQ of the order, returns the
      *          pizzas' toppings, dough, sauce, cheese and boxes (in
      *          the PORCOES.DAT portions for each size) and the
      *          counted drinks/desserts to STOCK.DAT and, when the
      *          order
      *          carried a fatura, issues a credit note from the
      *          never-repeating "NOTACRED" sequence in CONTROLO.DAT,
      *          logged to NOTASCRED.TXT for the accountant. Every
      *          void asks for a reason and is authorised by a
      *          supervisor with staff code and PIN from the staff
      *          master (PESSOAL.DAT); the code goes on the credit
      *          note line. An order paid on the web site or delivery
      *          platform (method "O") is reversed outside any till
      *          session - the refund goes back through the platform.
      *          An order sold on credit (method "C") never went
      *          through the till: the void is posted to the customer's
      *          current account (CONTAS.DAT) instead, clearing what is
      *          still owed and turning any part already paid into
      *          credit on the account. The part of an order paid by
      *          gift voucher goes back on the voucher (VALES.DAT), not
      *          out of the drawer; its estorno is booked as method
      *          "V" so the Z report nets it against the redemption.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CODIGO
               FILE STATUS IS FS-STOCK.

           SELECT PORCOES ASSIGN TO "PORCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS FS-PORCOES.

           SELECT CONTROLO ASSIGN TO "CONTROLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS FS-SESSOES.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT NOTASCRED ASSIGN TO "NOTASCRED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTASCRED.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPCAIXA.

       FD  CONTAS
           LABEL RECORD STANDARD.
           COPY CPCORREN.

       FD  VALES
           LABEL RECORD STANDARD.
           COPY CPVALE.

       FD  STOCK
           LABEL RECORD STANDARD.
           COPY CPSTOCK.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  CONTROLO
           LABEL RECORD STANDARD.
           COPY CPCONTA.
           LABEL RECORD STANDARD.
           COPY CPSESSAO.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  NOTASCRED
           LABEL RECORD STANDARD.
       01  LINHA-NOTA                      PIC X(90).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FS-CAIXA                         PIC XX VALUE "00".
       77 FS-CONTAS                        PIC XX VALUE "00".
       77 FS-VALES                         PIC XX VALUE "00".
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-PORCOES                       PIC XX VALUE "00".
       77 FS-CONTROLO                      PIC XX VALUE "00".
       77 FS-SESSOES                       PIC XX VALUE "00".
       77 FS-NOTASCRED                     PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 PESSOAL-ABERTO-FLAG              PIC X  VALUE "N".
           88 PESSOAL-ABERTO                          VALUE "S".
      ****** SESSAO DE CAIXA EM CURSO **********************************
       77 SESSAO-ATUAL                     PIC 9(4)  VALUE 0.
       77 OPERADOR-ATUAL                   PIC 9(3)  VALUE 0.
      ****** ENTRADAS DO OPERADOR **************************************
       77 TEMP-PEDIDO                      PIC X(4)  VALUE SPACES.
       77 TEMP-CODIGO                      PIC X(3)  VALUE SPACES.
       77 TEMP-PIN                         PIC X(4)  VALUE SPACES.
       77 SUPERVISOR                       PIC 9(3)  VALUE 0.
       77 MOTIVO                           PIC X(20) VALUE SPACES.
       77 TEMP-CONFIRMA                    PIC X     VALUE SPACES.
           88 CONFIRMA-SIM                           VALUES "S", "s".
       77 SEQ-LIVRE                        PIC 99    VALUE 0.
       77 SEQ-ACHADA-FLAG                  PIC X     VALUE "N".
           88 SEQ-ACHADA                             VALUE "S".
      ****** ANULACAO NA CONTA CORRENTE ********************************
       77 NUMERO-MOVIMENTO                 PIC 9(6)  VALUE 0.
       77 NUMERO-DEBITO                    PIC 9(6)  VALUE 0.
       77 VALOR-PAGO                       PIC 9(5)V99 VALUE 0.
       77 FIM-CONTAS-FLAG                  PIC X     VALUE "N".
           88 FIM-CONTAS                             VALUE "S".
      ****** REPOSICAO NO VALE DE OFERTA *******************************
       77 VALE-SAIDA                       PIC ZZ9.99 VALUE SPACES.
      ****** NOTA DE CREDITO *******************************************
       77 NUMERO-NOTA                      PIC 9(6)  VALUE 0.
       77 EXP-LIQUIDO                      PIC 9(3).99 VALUE SPACES.
      ****** INDICES / SAIDAS ******************************************
       77 IDX-PZ                           PIC 9     VALUE 0.
       77 IDX-ING                          PIC 9     VALUE 0.
       77 IDX-EX                           PIC 9     VALUE 0.
       77 IDX-POR                          PIC 9     VALUE 0.
       77 TAMANHO-PORCAO                   PIC 9     VALUE 0.
       77 CHAVE-PORCAO                     PIC X(6)  VALUE SPACES.
       77 PORCOES-ABERTO-FLAG              PIC X     VALUE "N".
           88 PORCOES-ABERTO                         VALUE "S".
       77 PORCAO-ACHADA-FLAG               PIC X     VALUE "N".
           88 PORCAO-ACHADA                          VALUE "S".
       77 TOT-SAIDA                        PIC ZZZ9.99 VALUE SPACES.
      ****** DATA E HORA ***********************************************
       01 DATA-ATUAL.
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
       PROCEDURE DIVISION.
       INICIO.
               GO TERMINAR
           END-IF.
           PERFORM ANULAR-PEDIDO THRU ANULAR-PEDIDO-EXIT.
           PERFORM FECHAR-TRANSACAO.
           GO PEDIR-PEDIDO.
       TERMINAR.
           PERFORM FECHAR-FICHEIROS.
               DISPLAY "Conta ainda nao paga - anulacao sem "
                       "estorno de caixa."
           END-IF.
           IF PED-PAG-CREDITO THEN
               DISPLAY "Venda a credito - a anulacao e lancada na "
                       "conta corrente do cliente."
           END-IF.
           IF PED-VALE-NUMERO NOT = 0 THEN
               MOVE PED-VALE-VALOR TO VALE-SAIDA
               DISPLAY "Pago com o vale " PED-VALE-NUMERO " ("
                       VALE-SAIDA ") - esse valor volta ao vale."
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR THRU
                   AUTORIZAR-SUPERVISOR-FIM.
           IF SUPERVISOR = 0 THEN
               DISPLAY "Sem supervisor - anulacao cancelada."
               GO ANULAR-PEDIDO-EXIT
           END-IF.
               MOVE NUMERO-NOTA TO PED-NUM-NTCRED
           END-IF.
           MOVE 9 TO PED-ESTADO.
           PERFORM JORNAL-PEDIDOS.
           REWRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido NAO foi anulado em disco!"
                   GO ANULAR-PEDIDO-EXIT
           END-REWRITE.
           IF PED-PAG-CREDITO THEN
               PERFORM ANULAR-DEBITO-CONTA THRU ANULAR-DEBITO-CONTA-FIM
           ELSE
               IF PED-PAG-MODO NOT = SPACE THEN
                   PERFORM GRAVAR-ESTORNO THRU GRAVAR-ESTORNO-FIM
               END-IF
           END-IF.
           IF PED-VALE-NUMERO NOT = 0 THEN
               PERFORM REPOR-VALE THRU REPOR-VALE-FIM
           END-IF.
           PERFORM REPOR-STOCK-PEDIDO.
           IF NUMERO-NOTA NOT = 0 THEN
           EXIT.
      ****** MOVIMENTO DE ESTORNO NA CAIXA *****************************
      * O estorno entra com o proximo CXA-SEQ livre do pedido e o
      * valor em negativo, no modo de pagamento original. Um pedido
      * pago online e devolvido pela plataforma, fora da gaveta: o
      * estorno fica sem sessao, como o pagamento. A parte paga com
      * vale estorna-se no modo "V" (sem dinheiro), e o resto no modo
      * do pagamento, na sequencia seguinte.
       GRAVAR-ESTORNO.
           MOVE "N" TO SEQ-ACHADA-FLAG.
           PERFORM VARYING SEQ-LIVRE FROM 2 BY 1
           MOVE DATA-ATUAL TO CXA-DATA.
           MOVE MOM-HORA TO CXA-HORA.
           MOVE "E" TO CXA-TIPO.
           MOVE 0 TO CXA-ENTREGUE.
           MOVE 0 TO CXA-TROCO.
           IF PED-PAG-ONLINE THEN
               MOVE 0 TO SESSAO-ATUAL
               MOVE 0 TO OPERADOR-ATUAL
               DISPLAY "Pedido pago online - a devolucao e feita "
                       "pela plataforma."
           ELSE
               PERFORM OBTER-SESSAO-ATUAL THRU OBTER-SESSAO-ATUAL-FIM
           END-IF.
           MOVE SESSAO-ATUAL TO CXA-SESSAO.
           MOVE OPERADOR-ATUAL TO CXA-OPERADOR.
           IF PED-VALE-VALOR NOT = 0 THEN
               MOVE "V" TO CXA-MODO
               COMPUTE CXA-VALOR = 0 - PED-VALE-VALOR
               PERFORM ESCREVER-ESTORNO
               ADD 1 TO CXA-SEQ
           END-IF.
           IF NOT PED-PAG-VALE THEN
               MOVE PED-PAG-MODO TO CXA-MODO
               COMPUTE CXA-VALOR =
                   PED-VALE-VALOR - PED-PRECO-TOTAL
               PERFORM ESCREVER-ESTORNO
           END-IF.
       GRAVAR-ESTORNO-FIM.
           EXIT.
       ESCREVER-ESTORNO.
           PERFORM JORNAL-CAIXA.
           WRITE CAIXA-REC
               INVALID KEY
                   DISPLAY "ERRO: estorno NAO gravado na caixa!"
           END-WRITE.
      ****** REPOSICAO DO VALOR NO VALE DE OFERTA **********************
      * A parte do pedido paga com vale volta ao saldo do vale em vez
      * de sair em dinheiro da gaveta.
       REPOR-VALE.
           MOVE PED-VALE-NUMERO TO VLE-NUMERO.
           READ VALES
               INVALID KEY
                   DISPLAY "ERRO: vale " PED-VALE-NUMERO
                           " nao encontrado - valor NAO reposto!"
                   GO REPOR-VALE-FIM
           END-READ.
           ADD PED-VALE-VALOR TO VLE-SALDO.
           MOVE DATA-ATUAL TO VLE-DATA-USO.
           PERFORM JORNAL-VALES.
           REWRITE VALE-REC
               INVALID KEY
                   DISPLAY "ERRO: saldo do vale NAO gravado!"
                   GO REPOR-VALE-FIM
           END-REWRITE.
           MOVE VLE-SALDO TO VALE-SAIDA.
           DISPLAY "Vale " VLE-NUMERO " reposto - saldo " VALE-SAIDA.
           IF VLE-DATA-VALIDADE < DATA-ATUAL THEN
               DISPLAY "Atencao: este vale ja expirou."
           END-IF.
       REPOR-VALE-FIM.
           EXIT.
      ****** ANULACAO DE UMA VENDA A CREDITO ***************************
      * O debito do pedido na conta do cliente deixa de estar em
      * divida e entra um movimento "A" pelo mesmo valor; a parte do
      * pedido ja paga por transferencia fica em aberto nesse
      * movimento, como credito a abater nos pedidos seguintes.
       ANULAR-DEBITO-CONTA.
           MOVE 0 TO NUMERO-DEBITO.
           MOVE PED-CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = PED-CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           IF (CCR-DEBITO) AND
                              (CCR-PEDIDO = PED-NUMERO) AND
                              (CCR-NUM-FATURA = PED-NUM-FATURA) THEN
                               MOVE CCR-NUMERO TO NUMERO-DEBITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NUMERO-DEBITO = 0 THEN
               DISPLAY "ERRO: debito do pedido nao encontrado na "
                       "conta corrente!"
               GO ANULAR-DEBITO-CONTA-FIM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE PED-CONTACTO TO CCR-CONTACTO.
           MOVE NUMERO-DEBITO TO CCR-NUMERO.
           READ CONTAS
               INVALID KEY
                   GO ANULAR-DEBITO-CONTA-FIM
           END-READ.
           COMPUTE VALOR-PAGO = CCR-VALOR - CCR-EM-ABERTO.
           MOVE 0 TO CCR-EM-ABERTO.
           MOVE MOM-DATA TO CCR-DATA-LIQUIDACAO.
           PERFORM JORNAL-CONTAS.
           REWRITE CONTA-CORRENTE-REC
               INVALID KEY
                   DISPLAY "ERRO: debito NAO atualizado na conta!"
                   GO ANULAR-DEBITO-CONTA-FIM
           END-REWRITE.
           PERFORM OBTER-NUMERO-MOVIMENTO.
           MOVE PED-CONTACTO TO CCR-CONTACTO.
           MOVE NUMERO-MOVIMENTO TO CCR-NUMERO.
           MOVE "A" TO CCR-TIPO.
           MOVE MOM-DATA TO CCR-DATA.
           MOVE PED-NUMERO TO CCR-PEDIDO.
           MOVE PED-NUM-FATURA TO CCR-NUM-FATURA.
           MOVE PED-PRECO-TOTAL TO CCR-VALOR.
           MOVE VALOR-PAGO TO CCR-EM-ABERTO.
           MOVE MOTIVO TO CCR-REFERENCIA.
           IF VALOR-PAGO = 0 THEN
               MOVE MOM-DATA TO CCR-DATA-LIQUIDACAO
           ELSE
               MOVE 0 TO CCR-DATA-LIQUIDACAO
               MOVE VALOR-PAGO TO TOT-SAIDA
               DISPLAY "Ja pago " TOT-SAIDA
                       " - fica em credito na conta do cliente."
           END-IF.
           PERFORM JORNAL-CONTAS.
           WRITE CONTA-CORRENTE-REC
               INVALID KEY
                   DISPLAY "ERRO: anulacao NAO gravada na conta!"
           END-WRITE.
       ANULAR-DEBITO-CONTA-FIM.
           EXIT.
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
      ****** DEVOLVER OS INGREDIENTES AO STOCK *************************
      * Cada pizza devolve as porcoes do seu tamanho: coberturas, a
      * base e, se saiu da pizzaria, a caixa - o mesmo que o balcao
      * tirou quando o pedido foi gravado.
       REPOR-STOCK-PEDIDO.
           PERFORM VARYING IDX-PZ FROM 1 BY 1
                   UNTIL IDX-PZ > PED-NUM-PIZZAS
               MOVE PZ-TIPO(IDX-PZ) TO TAMANHO-PORCAO
               PERFORM VARYING IDX-ING FROM 1 BY 1
                       UNTIL IDX-ING > PZ-NUM-INGREDIENTES(IDX-PZ)
                   MOVE "I" TO POR-ORIG-TIPO
                   MOVE PZ-INGREDIENTES(IDX-PZ IDX-ING) TO POR-ORIG-NUM
                   PERFORM LER-PORCAO
                   PERFORM REPOR-PORCAO
               END-PERFORM
               MOVE "BAS" TO POR-ORIGEM
               PERFORM LER-PORCAO
               PERFORM REPOR-PORCAO
               IF PED-LEVANTAMENTO OR PED-ENTREGA THEN
                   MOVE "CXA" TO POR-ORIGEM
                   PERFORM LER-PORCAO
                   PERFORM REPOR-PORCAO
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-EX FROM 1 BY 1
                   UNTIL IDX-EX > PED-NUM-EXTRAS
               IF EX-STK-CODIGO(IDX-EX) NOT = 0 THEN
                   MOVE EX-STK-CODIGO(IDX-EX) TO STK-CODIGO
                   READ STOCK
                       NOT INVALID KEY
                           ADD EX-QUANTIDADE(IDX-EX) TO STK-QUANTIDADE
                           PERFORM JORNAL-STOCK
                           REWRITE STOCK-REC
                   END-READ
               END-IF
           END-PERFORM.
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
      ****** SESSAO DE CAIXA ABERTA NO MOMENTO *************************
       OBTER-SESSAO-ATUAL.
           END-READ.
           ADD 1 TO CTRL-ULTIMA-FATURA.
           MOVE CTRL-ULTIMA-FATURA TO NUMERO-NOTA.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
      ****** LINHA DA NOTA DE CREDITO **********************************
      * Formato: nota;data;fatura;NIF;-liquido;-IVA;-total;motivo;
      *          supervisor
       ESCREVER-NOTA-CREDITO.
           MOVE PED-PRECO-SUBTOTAL TO EXP-LIQUIDO.
           MOVE PED-PRECO-IVA TO EXP-IVA.
           MOVE SPACES TO LINHA-NOTA.
           STRING NUMERO-NOTA ";" MOM-DATA ";" PED-NUM-FATURA ";"
               PED-NIF ";-" EXP-LIQUIDO ";-" EXP-IVA ";-" EXP-TOTAL
               ";" MOTIVO ";" SUPERVISOR
               DELIMITED BY SIZE INTO LINHA-NOTA.
           WRITE LINHA-NOTA.
      ****** AUTORIZACAO DO SUPERVISOR *********************************
      * Codigo e PIN de um supervisor ativo do ficheiro de pessoal;
      * SUPERVISOR fica a zero se nao conferir.
       AUTORIZAR-SUPERVISOR.
           MOVE 0 TO SUPERVISOR.
           IF NOT PESSOAL-ABERTO THEN
               DISPLAY "Sem ficheiro de pessoal (PESSOAL.DAT)."
               GO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           DISPLAY "Codigo do supervisor: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO PES-CODIGO.
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-PIN.
           ACCEPT TEMP-PIN.
           READ PESSOAL
               INVALID KEY
                   DISPLAY "Codigo ou PIN errado."
                   GO AUTORIZAR-SUPERVISOR-FIM
           END-READ.
           IF (TEMP-PIN NOT NUMERIC) OR
              (FUNCTION NUMVAL(TEMP-PIN) NOT = PES-PIN) THEN
               DISPLAY "Codigo ou PIN errado."
               GO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           IF (NOT PES-ESTA-ATIVO) OR (NOT PES-SUPERVISOR) THEN
               DISPLAY PES-NOME " nao e supervisor ativo."
               GO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           MOVE PES-CODIGO TO SUPERVISOR.
       AUTORIZAR-SUPERVISOR-FIM.
           EXIT.
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
           MOVE "TAREFA16" TO JRN-PROGRAMA.
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
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
       ABRIR-FICHEIROS.
           OPEN I-O PEDIDOS.
               CLOSE CAIXA
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
           OPEN I-O STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "Nao foi possivel abrir STOCK.DAT."
               STOP RUN
           END-IF.
           OPEN INPUT PORCOES.
           IF FS-PORCOES = "00" THEN
               MOVE "S" TO PORCOES-ABERTO-FLAG
           END-IF.
           OPEN I-O CONTROLO.
           IF FS-CONTROLO = "35" THEN
               OPEN OUTPUT CONTROLO
               CLOSE NOTASCRED
               OPEN EXTEND NOTASCRED
           END-IF.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "S" TO PESSOAL-ABERTO-FLAG
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE PEDIDOS.
           CLOSE CAIXA.
           CLOSE CONTAS.
           CLOSE VALES.
           CLOSE STOCK.
           IF PORCOES-ABERTO THEN
               CLOSE PORCOES
           END-IF.
           CLOSE CONTROLO.
           CLOSE SESSOES.
           CLOSE NOTASCRED.
           IF PESSOAL-ABERTO THEN
               CLOSE PESSOAL
           END-IF.
       END PROGRAM TAREFA16.
