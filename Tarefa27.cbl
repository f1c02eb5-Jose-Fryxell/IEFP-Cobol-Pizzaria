      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Current accounts of the account customers (local
      *          companies, the fire station) who order during the
      *          month and pay by bank transfer at month end. A
      *          supervisor (code and PIN from PESSOAL.DAT) opens the
      *          account on the customer record in CLIENTES.DAT and
      *          sets its credit limit; the counter (TAREFA06) then
      *          sells "a credito" up to that limit, each order a debit
      *          in the ledger CONTAS.DAT. The transfers received are
      *          posted here and set against the customer's open
      *          orders, a named order first if given, then the oldest;
      *          what is left over stays as credit for the next orders.
      *          Prints the monthly statement of every account
      *          (EXTRATOS-AAAAMM.TXT) and the aged debtors report
      *          (ANTIGUIDADE.TXT: what is owed by age, 0-30, 31-60,
      *          61-90 and over 90 days).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTACTO
               FILE STATUS IS FS-CLIENTES.

           SELECT CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-CHAVE
               FILE STATUS IS FS-CONTAS.

           SELECT CONTROLO ASSIGN TO "CONTROLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-CHAVE
               FILE STATUS IS FS-CONTROLO.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT EXTRATOS ASSIGN TO NOME-EXTRATOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATOS.

           SELECT ANTIGUIDADE ASSIGN TO "ANTIGUIDADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTIGUIDADE.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           LABEL RECORD STANDARD.
           COPY CPCLIEN.

       FD  CONTAS
           LABEL RECORD STANDARD.
           COPY CPCORREN.

       FD  CONTROLO
           LABEL RECORD STANDARD.
           COPY CPCONTA.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  EXTRATOS
           LABEL RECORD STANDARD.
       01  LINHA-EXTRATO                   PIC X(80).

       FD  ANTIGUIDADE
           LABEL RECORD STANDARD.
       01  LINHA-ANTIGUIDADE               PIC X(100).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-CLIENTES                      PIC XX VALUE "00".
       77 FS-CONTAS                        PIC XX VALUE "00".
       77 FS-CONTROLO                      PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-EXTRATOS                      PIC XX VALUE "00".
       77 FS-ANTIGUIDADE                   PIC XX VALUE "00".
       77 PESSOAL-ABERTO-FLAG              PIC X  VALUE "N".
           88 PESSOAL-ABERTO                          VALUE "S".
       77 FIM-CLIENTES-FLAG                PIC X  VALUE "N".
           88 FIM-CLIENTES                            VALUE "S".
       77 FIM-CONTAS-FLAG                  PIC X  VALUE "N".
           88 FIM-CONTAS                              VALUE "S".
       77 NOME-EXTRATOS                    PIC X(20) VALUE SPACES.
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 OPCAO                            PIC X     VALUE SPACES.
       77 TEMP-CODIGO                      PIC X(3)  VALUE SPACES.
       77 TEMP-PIN                         PIC X(4)  VALUE SPACES.
       77 TEMP-CONTACTO                    PIC X(9)  VALUE SPACES.
       77 TEMP-NIF                         PIC X(9)  VALUE SPACES.
       77 TEMP-VALOR                       PIC X(9)  VALUE SPACES.
       77 TEMP-DATA                        PIC X(8)  VALUE SPACES.
       77 TEMP-PEDIDO                      PIC X(4)  VALUE SPACES.
       77 TEMP-MES                         PIC X(6)  VALUE SPACES.
       77 TEMP-CONFIRMA                    PIC X     VALUE SPACES.
           88 CONFIRMA-SIM                           VALUES "S", "s".
       77 CONTACTO                         PIC 9(9)  VALUE 0.
       77 CLIENTE-ENCONTRADO               PIC X     VALUE "N".
           88 CLIENTE-EXISTE                         VALUE "S".
      ****** AUTORIZACAO DO SUPERVISOR *********************************
       77 PIN-OK-FLAG                      PIC X     VALUE "N".
           88 PIN-OK                                 VALUE "S".
       77 SUPERVISOR                       PIC 9(3)  VALUE 0.
      ****** VALIDACAO DO NIF ******************************************
       77 NIF-VALIDO-FLAG                  PIC X     VALUE "N".
           88 NIF-VALIDO                             VALUE "S".
       77 NIF-IDX                          PIC 99    VALUE 0.
       77 NIF-DIG                          PIC 9     VALUE 0.
       77 NIF-SOMA                         PIC 9(4)  VALUE 0.
       77 NIF-QUOC                         PIC 9(4)  VALUE 0.
       77 NIF-RESTO                        PIC 99    VALUE 0.
       77 NIF-CONTROLO                     PIC 99    VALUE 0.
      ****** MOVIMENTOS DA CONTA ***************************************
       77 NUMERO-MOVIMENTO                 PIC 9(6)  VALUE 0.
       77 VALOR-TRANSFERENCIA              PIC 9(5)V99 VALUE 0.
       77 DATA-TRANSFERENCIA               PIC 9(8)  VALUE 0.
       77 PEDIDO-PRIMEIRO                  PIC 9(4)  VALUE 0.
       77 SALDO-CONTA                      PIC S9(6)V99 VALUE 0.
       77 TOT-DEBITOS                      PIC S9(6)V99 VALUE 0.
       77 TOT-CREDITOS                     PIC S9(6)V99 VALUE 0.
      ****** MOVIMENTOS EM ABERTO (ABATIMENTO DAS TRANSFERENCIAS) ******
      * Debitos por pagar e creditos por abater de um cliente, pela
      * ordem do numero do movimento (a mais antiga primeiro).
       77 MAX-ABERTOS                      PIC 999   VALUE 200.
       77 N-ABERTOS                        PIC 999   VALUE 0.
       77 IDX-D                            PIC 999   VALUE 0.
       77 IDX-C                            PIC 999   VALUE 0.
       77 AB-NUMERO                        PIC 9(6)  OCCURS 200 TIMES.
       77 AB-TIPO                          PIC X     OCCURS 200 TIMES.
       77 AB-PEDIDO                        PIC 9(4)  OCCURS 200 TIMES.
       77 AB-ABERTO                        PIC 9(5)V99 OCCURS 200
                                            TIMES.
       77 AB-MUDOU                         PIC X     OCCURS 200 TIMES.
       77 VALOR-ABATER                     PIC 9(5)V99 VALUE 0.
       77 CONT-LIQUIDADOS                  PIC 9(3)  VALUE 0.
      ****** EXTRATO MENSAL ********************************************
       01 MES-RELATORIO.
           05 MR-ANO                       PIC 9(4).
           05 MR-MES                       PIC 99.
       77 MES-RELATORIO-NUM                PIC 9(6)  VALUE 0.
       77 MES-MOVIMENTO                    PIC 9(6)  VALUE 0.
       77 SALDO-ANTERIOR                   PIC S9(6)V99 VALUE 0.
       77 SALDO-CORRENTE                   PIC S9(6)V99 VALUE 0.
       77 MOVIMENTOS-MES                   PIC 9(5)  VALUE 0.
       77 CONT-EXTRATOS                    PIC 9(5)  VALUE 0.
       77 DESCRICAO-MOV                    PIC X(16) VALUE SPACES.
      ****** ANTIGUIDADE DE SALDOS *************************************
       77 DIA-HOJE-INT                     PIC 9(7)  VALUE 0.
       77 DIAS-ATRASO                      PIC S9(7) VALUE 0.
       77 ESC-30                           PIC S9(7)V99 VALUE 0.
       77 ESC-60                           PIC S9(7)V99 VALUE 0.
       77 ESC-90                           PIC S9(7)V99 VALUE 0.
       77 ESC-MAIS                         PIC S9(7)V99 VALUE 0.
       77 ESC-CREDITO                      PIC S9(7)V99 VALUE 0.
       77 ESC-SALDO                        PIC S9(7)V99 VALUE 0.
       77 TOT-30                           PIC S9(7)V99 VALUE 0.
       77 TOT-60                           PIC S9(7)V99 VALUE 0.
       77 TOT-90                           PIC S9(7)V99 VALUE 0.
       77 TOT-MAIS                         PIC S9(7)V99 VALUE 0.
       77 TOT-CREDITO                      PIC S9(7)V99 VALUE 0.
       77 TOT-SALDO                        PIC S9(7)V99 VALUE 0.
       77 CONT-DEVEDORES                   PIC 9(5)  VALUE 0.
      ****** SAIDAS EDITADAS *******************************************
       77 VALOR-SAIDA                      PIC ZZZZ9.99 VALUE SPACES.
       77 VALOR-SAIDA2                     PIC ZZZZ9.99 VALUE SPACES.
       77 SALDO-SAIDA                      PIC -ZZZZZ9.99 VALUE SPACES.
       77 CONT-SAIDA                       PIC ZZZZ9    VALUE SPACES.
       77 E-30                             PIC -ZZZZ9.99 VALUE SPACES.
       77 E-60                             PIC -ZZZZ9.99 VALUE SPACES.
       77 E-90                             PIC -ZZZZ9.99 VALUE SPACES.
       77 E-MAIS                           PIC -ZZZZ9.99 VALUE SPACES.
       77 E-CREDITO                        PIC -ZZZZ9.99 VALUE SPACES.
       77 E-SALDO                          PIC -ZZZZ9.99 VALUE SPACES.
       01 DATA-EDITADA.
           05 DED-DIA                      PIC 99.
           05 FILLER                       PIC X     VALUE "-".
           05 DED-MES                      PIC 99.
           05 FILLER                       PIC X     VALUE "-".
           05 DED-ANO                      PIC 9(4).
       01 DATA-TRABALHO.
           05 DT-ANO                       PIC 9(4).
           05 DT-MES                       PIC 99.
           05 DT-DIA                       PIC 99.
       01 DATA-TRABALHO-NUM REDEFINES DATA-TRABALHO PIC 9(8).
      ****** DATA E HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO PIC 9(4).
           05 MES PIC 99.
           05 DIA PIC 99.
       01 DATA-ATUAL-NUM REDEFINES DATA-ATUAL PIC 9(8).
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
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           PERFORM ABRIR-FICHEIROS.
      ****** MENU PRINCIPAL ********************************************
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "=========== CONTAS CORRENTES ===========".
           DISPLAY "(1) Abrir / alterar conta (supervisor)".
           DISPLAY "(2) Registar transferencia recebida".
           DISPLAY "(3) Consultar conta de um cliente".
           DISPLAY "(4) Extratos mensais".
           DISPLAY "(5) Antiguidade de saldos".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM ALTERAR-CONTA THRU ALTERAR-CONTA-EXIT
               WHEN "2"
                   PERFORM REGISTAR-TRANSFERENCIA THRU
                           REGISTAR-TRANSFERENCIA-EXIT
               WHEN "3"
                   PERFORM CONSULTAR-CONTA THRU CONSULTAR-CONTA-EXIT
               WHEN "4"
                   PERFORM EXTRATOS-MENSAIS THRU EXTRATOS-MENSAIS-EXIT
               WHEN "5"
                   PERFORM RELATORIO-ANTIGUIDADE
               WHEN "0"
                   GO TERMINAR
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           PERFORM FECHAR-TRANSACAO.
           GO MENU-PRINCIPAL.
       TERMINAR.
           PERFORM FECHAR-FICHEIROS.
           STOP RUN.
      ****** AUTORIZACAO DO SUPERVISOR *********************************
       AUTORIZAR-SUPERVISOR.
           MOVE "N" TO PIN-OK-FLAG.
           MOVE 0 TO SUPERVISOR.
           IF NOT PESSOAL-ABERTO THEN
               DISPLAY "Sem ficheiro de pessoal (PESSOAL.DAT) - "
                       "corra primeiro o TAREFA23."
               GO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           DISPLAY "Autorizacao do supervisor.".
           DISPLAY "Codigo: " WITH NO ADVANCING.
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
           IF NOT PES-ESTA-ATIVO THEN
               DISPLAY PES-NOME " nao esta ativo."
               GO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           IF NOT PES-SUPERVISOR THEN
               DISPLAY PES-NOME " nao e supervisor."
               GO AUTORIZAR-SUPERVISOR-FIM
           END-IF.
           MOVE "S" TO PIN-OK-FLAG.
           MOVE PES-CODIGO TO SUPERVISOR.
       AUTORIZAR-SUPERVISOR-FIM.
           EXIT.
      ****** CONTACTO DO CLIENTE ***************************************
      * Deixa a ficha lida em CLIENTE-REC e CLIENTE-EXISTE ligado
      * quando o contacto esta em CLIENTES.DAT.
       PEDIR-CONTACTO.
           MOVE "N" TO CLIENTE-ENCONTRADO.
           DISPLAY "Contacto do cliente (9 digitos): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CONTACTO.
           ACCEPT TEMP-CONTACTO.
           MOVE FUNCTION NUMVAL(TEMP-CONTACTO) TO CONTACTO.
           IF CONTACTO = 0 THEN
               DISPLAY "Contacto invalido."
               GO PEDIR-CONTACTO-FIM
           END-IF.
           MOVE CONTACTO TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   GO PEDIR-CONTACTO-FIM
           END-READ.
           MOVE "S" TO CLIENTE-ENCONTRADO.
       PEDIR-CONTACTO-FIM.
           EXIT.
      ****** ABRIR OU ALTERAR A CONTA DE UM CLIENTE ********************
      * O cliente que ainda nao esteja em CLIENTES.DAT e criado aqui;
      * o NIF e pedido porque as vendas a credito levam fatura.
       ALTERAR-CONTA.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT PIN-OK THEN
               GO ALTERAR-CONTA-EXIT
           END-IF.
           PERFORM PEDIR-CONTACTO THRU PEDIR-CONTACTO-FIM.
           IF CONTACTO = 0 THEN
               GO ALTERAR-CONTA-EXIT
           END-IF.
           IF CLIENTE-EXISTE THEN
               PERFORM CALCULAR-SALDO
               PERFORM MOSTRAR-CLIENTE
           ELSE
               MOVE 0 TO SALDO-CONTA
               INITIALIZE CLIENTE-REC
               MOVE CONTACTO TO CLI-CONTACTO
               MOVE "N" TO CLI-CONTA
               DISPLAY "Cliente novo."
               DISPLAY "Nome: " WITH NO ADVANCING
               ACCEPT CLI-NOME
           END-IF.
           DISPLAY "NIF (vazio = manter): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-NIF.
           ACCEPT TEMP-NIF.
           IF TEMP-NIF NOT = SPACES THEN
               PERFORM VALIDAR-NIF THRU VALIDAR-NIF-FIM
               IF NOT NIF-VALIDO THEN
                   DISPLAY "NIF invalido - conta NAO gravada."
                   GO ALTERAR-CONTA-EXIT
               END-IF
               MOVE TEMP-NIF TO CLI-NIF
           END-IF.
           DISPLAY "Conta corrente? (S/N): " WITH NO ADVANCING.
           ACCEPT CLI-CONTA.
           MOVE FUNCTION UPPER-CASE(CLI-CONTA) TO CLI-CONTA.
           IF CLI-CONTA NOT = "S" THEN
               MOVE "N" TO CLI-CONTA
           END-IF.
           IF CLI-TEM-CONTA THEN
               DISPLAY "Limite de credito (euros): " WITH NO ADVANCING
               MOVE SPACES TO TEMP-VALOR
               ACCEPT TEMP-VALOR
               IF FUNCTION NUMVAL(TEMP-VALOR) NOT > 0 THEN
                   DISPLAY "Limite invalido - conta NAO gravada."
                   GO ALTERAR-CONTA-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(TEMP-VALOR) TO CLI-LIMITE
           ELSE
               MOVE 0 TO CLI-LIMITE
               IF SALDO-CONTA NOT = 0 THEN
                   MOVE SALDO-CONTA TO SALDO-SAIDA
                   DISPLAY "Aviso: a conta fica fechada a novas "
                           "vendas com saldo " SALDO-SAIDA "."
               END-IF
           END-IF.
           IF CLIENTE-EXISTE THEN
               PERFORM JORNAL-CLIENTES
               REWRITE CLIENTE-REC
                   INVALID KEY
                       DISPLAY "ERRO: cliente NAO foi gravado!"
                       GO ALTERAR-CONTA-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-CLIENTES
               WRITE CLIENTE-REC
                   INVALID KEY
                       DISPLAY "ERRO: cliente NAO foi gravado!"
                       GO ALTERAR-CONTA-EXIT
               END-WRITE
           END-IF.
           IF CLI-TEM-CONTA THEN
               MOVE CLI-LIMITE TO VALOR-SAIDA
               DISPLAY "Conta de " CLI-NOME " aberta, limite "
                       VALOR-SAIDA "."
           ELSE
               DISPLAY "Conta de " CLI-NOME " fechada."
           END-IF.
       ALTERAR-CONTA-EXIT.
           EXIT.
      ****** VALIDACAO DO DIGITO DE CONTROLO DO NIF ********************
       VALIDAR-NIF.
           MOVE "N" TO NIF-VALIDO-FLAG.
           IF TEMP-NIF NOT NUMERIC THEN
               GO VALIDAR-NIF-FIM
           END-IF.
           IF TEMP-NIF(1:1) = "0" THEN
               GO VALIDAR-NIF-FIM
           END-IF.
           MOVE 0 TO NIF-SOMA.
           PERFORM VARYING NIF-IDX FROM 1 BY 1 UNTIL NIF-IDX > 8
               MOVE TEMP-NIF(NIF-IDX:1) TO NIF-DIG
               COMPUTE NIF-SOMA = NIF-SOMA +
                       NIF-DIG * (10 - NIF-IDX)
           END-PERFORM.
           DIVIDE NIF-SOMA BY 11 GIVING NIF-QUOC
               REMAINDER NIF-RESTO.
           COMPUTE NIF-CONTROLO = 11 - NIF-RESTO.
           IF NIF-CONTROLO >= 10 THEN
               MOVE 0 TO NIF-CONTROLO
           END-IF.
           MOVE TEMP-NIF(9:1) TO NIF-DIG.
           IF NIF-DIG = NIF-CONTROLO THEN
               MOVE "S" TO NIF-VALIDO-FLAG
           END-IF.
       VALIDAR-NIF-FIM.
           EXIT.
      ****** TRANSFERENCIA RECEBIDA ************************************
       REGISTAR-TRANSFERENCIA.
           PERFORM PEDIR-CONTACTO THRU PEDIR-CONTACTO-FIM.
           IF CONTACTO = 0 THEN
               GO REGISTAR-TRANSFERENCIA-EXIT
           END-IF.
           IF NOT CLIENTE-EXISTE THEN
               DISPLAY "Cliente desconhecido."
               GO REGISTAR-TRANSFERENCIA-EXIT
           END-IF.
           PERFORM CALCULAR-SALDO.
           PERFORM MOSTRAR-CLIENTE.
           DISPLAY "Valor recebido (euros): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-VALOR.
           ACCEPT TEMP-VALOR.
           IF FUNCTION NUMVAL(TEMP-VALOR) NOT > 0 THEN
               DISPLAY "Valor invalido."
               GO REGISTAR-TRANSFERENCIA-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-VALOR) TO VALOR-TRANSFERENCIA.
           DISPLAY "Data da transferencia (AAAAMMDD, vazio = hoje): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-DATA.
           ACCEPT TEMP-DATA.
           IF TEMP-DATA = SPACES THEN
               MOVE DATA-ATUAL-NUM TO DATA-TRANSFERENCIA
           ELSE
               IF TEMP-DATA NOT NUMERIC THEN
                   DISPLAY "Data invalida."
                   GO REGISTAR-TRANSFERENCIA-EXIT
               END-IF
               MOVE TEMP-DATA TO DATA-TRANSFERENCIA
               MOVE DATA-TRANSFERENCIA TO DATA-TRABALHO-NUM
               IF (DT-MES < 1) OR (DT-MES > 12) OR (DT-DIA < 1)
                       OR (DT-DIA > 31)
                       OR (DATA-TRANSFERENCIA > DATA-ATUAL-NUM) THEN
                   DISPLAY "Data invalida."
                   GO REGISTAR-TRANSFERENCIA-EXIT
               END-IF
           END-IF.
           DISPLAY "Referencia da transferencia: " WITH NO ADVANCING.
           MOVE SPACES TO CCR-REFERENCIA.
           ACCEPT CCR-REFERENCIA.
           DISPLAY "Pedido a liquidar primeiro (vazio = os mais "
                   "antigos): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-PEDIDO.
           ACCEPT TEMP-PEDIDO.
           MOVE 0 TO PEDIDO-PRIMEIRO.
           IF TEMP-PEDIDO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP-PEDIDO) TO PEDIDO-PRIMEIRO
           END-IF.
           MOVE VALOR-TRANSFERENCIA TO VALOR-SAIDA.
           DISPLAY "Registar transferencia de " VALOR-SAIDA
                   "? (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CONFIRMA.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               DISPLAY "Transferencia NAO registada."
               GO REGISTAR-TRANSFERENCIA-EXIT
           END-IF.
           PERFORM OBTER-NUMERO-MOVIMENTO.
           MOVE CONTACTO TO CCR-CONTACTO.
           MOVE NUMERO-MOVIMENTO TO CCR-NUMERO.
           MOVE "P" TO CCR-TIPO.
           MOVE DATA-TRANSFERENCIA TO CCR-DATA.
           MOVE 0 TO CCR-PEDIDO.
           MOVE 0 TO CCR-NUM-FATURA.
           MOVE VALOR-TRANSFERENCIA TO CCR-VALOR.
           MOVE VALOR-TRANSFERENCIA TO CCR-EM-ABERTO.
           MOVE 0 TO CCR-DATA-LIQUIDACAO.
           PERFORM JORNAL-CONTAS.
           WRITE CONTA-CORRENTE-REC
               INVALID KEY
                   DISPLAY "ERRO: transferencia NAO foi gravada!"
                   GO REGISTAR-TRANSFERENCIA-EXIT
           END-WRITE.
           PERFORM ABATER-CREDITOS.
           PERFORM CALCULAR-SALDO.
           MOVE SALDO-CONTA TO SALDO-SAIDA.
           DISPLAY "Transferencia registada. Saldo em divida: "
                   SALDO-SAIDA.
       REGISTAR-TRANSFERENCIA-EXIT.
           EXIT.
      ****** ABATER OS CREDITOS AOS PEDIDOS EM ABERTO ******************
      * Os creditos por abater (transferencias e anulacoes) pagam
      * primeiro o pedido indicado, depois os pedidos mais antigos.
      * So os movimentos alterados sao regravados.
       ABATER-CREDITOS.
           PERFORM CARREGAR-ABERTOS.
           IF PEDIDO-PRIMEIRO NOT = 0 THEN
               PERFORM VARYING IDX-D FROM 1 BY 1
                       UNTIL IDX-D > N-ABERTOS
                   IF (AB-TIPO(IDX-D) = "D") AND
                      (AB-PEDIDO(IDX-D) = PEDIDO-PRIMEIRO) THEN
                       PERFORM ABATER-DEBITO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING IDX-D FROM 1 BY 1 UNTIL IDX-D > N-ABERTOS
               IF AB-TIPO(IDX-D) = "D" THEN
                   PERFORM ABATER-DEBITO
               END-IF
           END-PERFORM.
           MOVE 0 TO CONT-LIQUIDADOS.
           PERFORM VARYING IDX-D FROM 1 BY 1 UNTIL IDX-D > N-ABERTOS
               IF AB-MUDOU(IDX-D) = "S" THEN
                   PERFORM REGRAVAR-ABERTO
               END-IF
           END-PERFORM.
           IF CONT-LIQUIDADOS = 0 THEN
               DISPLAY "Nenhum pedido ficou liquidado."
           END-IF.
       CARREGAR-ABERTOS.
           MOVE 0 TO N-ABERTOS.
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           IF (CCR-EM-ABERTO > 0) AND
                              (N-ABERTOS < MAX-ABERTOS) THEN
                               ADD 1 TO N-ABERTOS
                               MOVE CCR-NUMERO TO AB-NUMERO(N-ABERTOS)
                               MOVE CCR-TIPO TO AB-TIPO(N-ABERTOS)
                               MOVE CCR-PEDIDO TO AB-PEDIDO(N-ABERTOS)
                               MOVE CCR-EM-ABERTO
                                   TO AB-ABERTO(N-ABERTOS)
                               MOVE "N" TO AB-MUDOU(N-ABERTOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ABATER-DEBITO.
           PERFORM VARYING IDX-C FROM 1 BY 1
                   UNTIL (IDX-C > N-ABERTOS) OR (AB-ABERTO(IDX-D) = 0)
               IF (AB-TIPO(IDX-C) NOT = "D") AND
                  (AB-ABERTO(IDX-C) > 0) THEN
                   IF AB-ABERTO(IDX-C) < AB-ABERTO(IDX-D) THEN
                       MOVE AB-ABERTO(IDX-C) TO VALOR-ABATER
                   ELSE
                       MOVE AB-ABERTO(IDX-D) TO VALOR-ABATER
                   END-IF
                   SUBTRACT VALOR-ABATER FROM AB-ABERTO(IDX-C)
                   SUBTRACT VALOR-ABATER FROM AB-ABERTO(IDX-D)
                   MOVE "S" TO AB-MUDOU(IDX-C)
                   MOVE "S" TO AB-MUDOU(IDX-D)
               END-IF
           END-PERFORM.
       REGRAVAR-ABERTO.
           MOVE CONTACTO TO CCR-CONTACTO.
           MOVE AB-NUMERO(IDX-D) TO CCR-NUMERO.
           READ CONTAS
               INVALID KEY
                   DISPLAY "ERRO: movimento " AB-NUMERO(IDX-D)
                           " desapareceu da conta!"
           END-READ.
           IF FS-CONTAS = "00" THEN
               MOVE AB-ABERTO(IDX-D) TO CCR-EM-ABERTO
               IF CCR-EM-ABERTO = 0 THEN
                   MOVE DATA-ATUAL-NUM TO CCR-DATA-LIQUIDACAO
               END-IF
               PERFORM JORNAL-CONTAS
               REWRITE CONTA-CORRENTE-REC
                   INVALID KEY
                       DISPLAY "ERRO: movimento " CCR-NUMERO
                               " NAO foi atualizado!"
               END-REWRITE
               IF CCR-DEBITO AND (CCR-EM-ABERTO = 0) THEN
                   ADD 1 TO CONT-LIQUIDADOS
                   MOVE CCR-VALOR TO VALOR-SAIDA
                   MOVE CCR-DATA TO DATA-TRABALHO-NUM
                   PERFORM EDITAR-DATA
                   DISPLAY "Pedido " CCR-PEDIDO " de " DATA-EDITADA
                           " (" VALOR-SAIDA ") liquidado."
               END-IF
           END-IF.
      ****** NUMERO DO MOVIMENTO NA CONTA CORRENTE *********************
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
      ****** SALDO EM DIVIDA DE UM CLIENTE *****************************
      * Debitos ainda por pagar menos creditos ainda por abater.
       CALCULAR-SALDO.
           MOVE 0 TO SALDO-CONTA.
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
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
       MOSTRAR-CLIENTE.
           DISPLAY "Cliente: " CLI-NOME " NIF " CLI-NIF.
           MOVE SALDO-CONTA TO SALDO-SAIDA.
           IF CLI-TEM-CONTA THEN
               MOVE CLI-LIMITE TO VALOR-SAIDA
               DISPLAY "Conta corrente aberta, limite " VALOR-SAIDA
                       " - saldo em divida " SALDO-SAIDA
           ELSE
               DISPLAY "Sem conta corrente - saldo em divida "
                       SALDO-SAIDA
           END-IF.
      ****** CONSULTA DA CONTA *****************************************
       CONSULTAR-CONTA.
           PERFORM PEDIR-CONTACTO THRU PEDIR-CONTACTO-FIM.
           IF CONTACTO = 0 THEN
               GO CONSULTAR-CONTA-EXIT
           END-IF.
           IF NOT CLIENTE-EXISTE THEN
               DISPLAY "Cliente desconhecido."
               GO CONSULTAR-CONTA-EXIT
           END-IF.
           PERFORM CALCULAR-SALDO.
           PERFORM MOSTRAR-CLIENTE.
           DISPLAY " ".
           DISPLAY "Em aberto:".
           DISPLAY "Data       Movimento        Pedido    Valor"
                   " Em aberto".
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           IF CCR-EM-ABERTO > 0 THEN
                               PERFORM DESCREVER-MOVIMENTO
                               MOVE CCR-DATA TO DATA-TRABALHO-NUM
                               PERFORM EDITAR-DATA
                               MOVE CCR-VALOR TO VALOR-SAIDA
                               MOVE CCR-EM-ABERTO TO VALOR-SAIDA2
                               DISPLAY DATA-EDITADA " " DESCRICAO-MOV
                                       " " CCR-PEDIDO "  "
                                       VALOR-SAIDA " " VALOR-SAIDA2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CONSULTAR-CONTA-EXIT.
           EXIT.
       DESCREVER-MOVIMENTO.
           EVALUATE TRUE
               WHEN CCR-DEBITO
                   MOVE "Pedido a credito" TO DESCRICAO-MOV
               WHEN CCR-PAGAMENTO
                   MOVE "Transferencia" TO DESCRICAO-MOV
               WHEN CCR-ANULACAO
                   MOVE "Anulacao pedido" TO DESCRICAO-MOV
               WHEN OTHER
                   MOVE "?" TO DESCRICAO-MOV
           END-EVALUATE.
      ****** EXTRATOS MENSAIS (EXTRATOS-AAAAMM.TXT) ********************
      * Um extrato por cliente com conta aberta ou com saldo ou
      * movimentos no mes: saldo anterior, os movimentos do mes com o
      * saldo corrido, o saldo no fim do mes e os pedidos que ainda
      * estao por pagar.
       EXTRATOS-MENSAIS.
           DISPLAY "Mes (AAAAMM, vazio = mes atual): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-MES.
           ACCEPT TEMP-MES.
           IF TEMP-MES = SPACES THEN
               MOVE ANO TO MR-ANO
               MOVE MES TO MR-MES
           ELSE
               IF TEMP-MES NOT NUMERIC THEN
                   DISPLAY "Mes invalido."
                   GO EXTRATOS-MENSAIS-EXIT
               END-IF
               MOVE TEMP-MES TO MES-RELATORIO
           END-IF.
           IF (MR-MES < 1) OR (MR-MES > 12) THEN
               DISPLAY "Mes invalido."
               GO EXTRATOS-MENSAIS-EXIT
           END-IF.
           MOVE MES-RELATORIO TO MES-RELATORIO-NUM.
           MOVE SPACES TO NOME-EXTRATOS.
           STRING "EXTRATOS-" MES-RELATORIO ".TXT" DELIMITED BY SIZE
               INTO NOME-EXTRATOS.
           OPEN OUTPUT EXTRATOS.
           MOVE 0 TO CONT-EXTRATOS.
           MOVE "N" TO FIM-CLIENTES-FLAG.
           MOVE 0 TO CLI-CONTACTO.
           START CLIENTES KEY IS NOT LESS THAN CLI-CONTACTO
               INVALID KEY
                   SET FIM-CLIENTES TO TRUE
           END-START.
           PERFORM UNTIL FIM-CLIENTES
               READ CLIENTES NEXT RECORD
                   AT END
                       SET FIM-CLIENTES TO TRUE
                   NOT AT END
                       PERFORM EXTRATO-CLIENTE THRU EXTRATO-CLIENTE-FIM
               END-READ
           END-PERFORM.
           CLOSE EXTRATOS.
           MOVE CONT-EXTRATOS TO CONT-SAIDA.
           DISPLAY CONT-SAIDA " extrato(s) em " NOME-EXTRATOS.
       EXTRATOS-MENSAIS-EXIT.
           EXIT.
       EXTRATO-CLIENTE.
           MOVE CLI-CONTACTO TO CONTACTO.
           MOVE 0 TO SALDO-ANTERIOR.
           MOVE 0 TO SALDO-CONTA.
           MOVE 0 TO MOVIMENTOS-MES.
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           DIVIDE CCR-DATA BY 100
                               GIVING MES-MOVIMENTO
                           IF MES-MOVIMENTO < MES-RELATORIO-NUM THEN
                               PERFORM SOMAR-SALDO-ANTERIOR
                           END-IF
                           IF MES-MOVIMENTO = MES-RELATORIO-NUM THEN
                               ADD 1 TO MOVIMENTOS-MES
                           END-IF
                           IF (CCR-DEBITO) AND (CCR-EM-ABERTO > 0) THEN
                               ADD CCR-EM-ABERTO TO SALDO-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF (NOT CLI-TEM-CONTA) AND (SALDO-ANTERIOR = 0) AND
              (MOVIMENTOS-MES = 0) THEN
               GO EXTRATO-CLIENTE-FIM
           END-IF.
           ADD 1 TO CONT-EXTRATOS.
           PERFORM CABECALHO-EXTRATO.
           MOVE SALDO-ANTERIOR TO SALDO-CORRENTE.
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           DIVIDE CCR-DATA BY 100
                               GIVING MES-MOVIMENTO
                           IF MES-MOVIMENTO = MES-RELATORIO-NUM THEN
                               PERFORM LINHA-MOVIMENTO-EXTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SALDO-CORRENTE TO SALDO-SAIDA.
           MOVE "           Saldo no fim do mes" TO LINHA-EXTRATO.
           MOVE SALDO-SAIDA TO LINHA-EXTRATO(62:10).
           WRITE LINHA-EXTRATO.
           PERFORM PEDIDOS-POR-PAGAR-EXTRATO THRU PEDIDOS-POR-PAGAR-FIM.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
       EXTRATO-CLIENTE-FIM.
           EXIT.
       SOMAR-SALDO-ANTERIOR.
           IF CCR-DEBITO THEN
               ADD CCR-VALOR TO SALDO-ANTERIOR
           ELSE
               SUBTRACT CCR-VALOR FROM SALDO-ANTERIOR
           END-IF.
       CABECALHO-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "================================================"
               "================================"
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Extrato de conta corrente " MR-MES "/" MR-ANO
               " - Pizzaria Ramalho" DELIMITED BY SIZE
               INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Cliente: " CLI-NOME " Contacto: " CLI-CONTACTO
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE CLI-LIMITE TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "NIF: " CLI-NIF "   Limite de credito: " VALOR-SAIDA
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "------------------------------------------------"
               "--------------------------------"
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Data       Movimento        Pedido Fatura   Debito"
               "   Credito      Saldo"
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SALDO-ANTERIOR TO SALDO-SAIDA.
           MOVE "           Saldo anterior" TO LINHA-EXTRATO.
           MOVE SALDO-SAIDA TO LINHA-EXTRATO(62:10).
           WRITE LINHA-EXTRATO.
       LINHA-MOVIMENTO-EXTRATO.
           PERFORM DESCREVER-MOVIMENTO.
           MOVE CCR-DATA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING DATA-EDITADA " " DESCRICAO-MOV " " CCR-PEDIDO "   "
               CCR-NUM-FATURA DELIMITED BY SIZE INTO LINHA-EXTRATO.
           MOVE CCR-VALOR TO VALOR-SAIDA.
           IF CCR-DEBITO THEN
               ADD CCR-VALOR TO SALDO-CORRENTE
               MOVE VALOR-SAIDA TO LINHA-EXTRATO(43:8)
           ELSE
               SUBTRACT CCR-VALOR FROM SALDO-CORRENTE
               MOVE VALOR-SAIDA TO LINHA-EXTRATO(53:8)
           END-IF.
           MOVE SALDO-CORRENTE TO SALDO-SAIDA.
           MOVE SALDO-SAIDA TO LINHA-EXTRATO(62:10).
           IF CCR-PAGAMENTO THEN
               WRITE LINHA-EXTRATO
               MOVE SPACES TO LINHA-EXTRATO
               STRING "           Ref. " CCR-REFERENCIA
                   DELIMITED BY SIZE INTO LINHA-EXTRATO
           END-IF.
           WRITE LINHA-EXTRATO.
      * Pedidos por pagar a data de hoje (nao a do fim do mes).
       PEDIDOS-POR-PAGAR-EXTRATO.
           IF SALDO-CONTA = 0 THEN
               GO PEDIDOS-POR-PAGAR-FIM
           END-IF.
           MOVE "Pedidos por pagar hoje:" TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           IF (CCR-DEBITO) AND (CCR-EM-ABERTO > 0) THEN
                               MOVE CCR-DATA TO DATA-TRABALHO-NUM
                               PERFORM EDITAR-DATA
                               MOVE CCR-EM-ABERTO TO VALOR-SAIDA
                               MOVE SPACES TO LINHA-EXTRATO
                               STRING "  Pedido " CCR-PEDIDO " de "
                                   DATA-EDITADA " fatura "
                                   CCR-NUM-FATURA " - em divida "
                                   VALOR-SAIDA DELIMITED BY SIZE
                                   INTO LINHA-EXTRATO
                               WRITE LINHA-EXTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       PEDIDOS-POR-PAGAR-FIM.
           EXIT.
      ****** ANTIGUIDADE DE SALDOS (ANTIGUIDADE.TXT) *******************
      * O que cada cliente deve hoje, por idade do pedido em dias;
      * os creditos ainda por abater aparecem a parte e sao
      * descontados no saldo.
       RELATORIO-ANTIGUIDADE.
           COMPUTE DIA-HOJE-INT = FUNCTION INTEGER-OF-DATE(
               DATA-ATUAL-NUM).
           MOVE 0 TO TOT-30.
           MOVE 0 TO TOT-60.
           MOVE 0 TO TOT-90.
           MOVE 0 TO TOT-MAIS.
           MOVE 0 TO TOT-CREDITO.
           MOVE 0 TO TOT-SALDO.
           MOVE 0 TO CONT-DEVEDORES.
           OPEN OUTPUT ANTIGUIDADE.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           STRING "================================================"
               "=================================================="
               DELIMITED BY SIZE INTO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
           MOVE DATA-ATUAL-NUM TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           STRING "Antiguidade de saldos a " DATA-EDITADA
               " - Pizzaria Ramalho" DELIMITED BY SIZE
               INTO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           STRING "================================================"
               "=================================================="
               DELIMITED BY SIZE INTO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           STRING "Contacto  Nome                  0-30 dias 31-60 dias"
               " 61-90 dias   +90 dias    Credito      Saldo"
               DELIMITED BY SIZE INTO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
           MOVE "N" TO FIM-CLIENTES-FLAG.
           MOVE 0 TO CLI-CONTACTO.
           START CLIENTES KEY IS NOT LESS THAN CLI-CONTACTO
               INVALID KEY
                   SET FIM-CLIENTES TO TRUE
           END-START.
           PERFORM UNTIL FIM-CLIENTES
               READ CLIENTES NEXT RECORD
                   AT END
                       SET FIM-CLIENTES TO TRUE
                   NOT AT END
                       PERFORM ANTIGUIDADE-CLIENTE THRU
                               ANTIGUIDADE-CLIENTE-FIM
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
           MOVE TOT-30 TO E-30.
           MOVE TOT-60 TO E-60.
           MOVE TOT-90 TO E-90.
           MOVE TOT-MAIS TO E-MAIS.
           MOVE TOT-CREDITO TO E-CREDITO.
           MOVE TOT-SALDO TO E-SALDO.
           MOVE CONT-DEVEDORES TO CONT-SAIDA.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           STRING "Total (" CONT-SAIDA " clientes)          "
               E-30 "  " E-60 "  " E-90 "  " E-MAIS "  " E-CREDITO
               "  " E-SALDO DELIMITED BY SIZE
               INTO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
           CLOSE ANTIGUIDADE.
       ANTIGUIDADE-CLIENTE.
           MOVE CLI-CONTACTO TO CONTACTO.
           MOVE 0 TO ESC-30.
           MOVE 0 TO ESC-60.
           MOVE 0 TO ESC-90.
           MOVE 0 TO ESC-MAIS.
           MOVE 0 TO ESC-CREDITO.
           MOVE CONTACTO TO CCR-CONTACTO.
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
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           IF CCR-EM-ABERTO > 0 THEN
                               PERFORM CLASSIFICAR-ANTIGUIDADE THRU
                                   CLASSIFICAR-ANTIGUIDADE-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE ESC-SALDO = ESC-30 + ESC-60 + ESC-90 + ESC-MAIS
                             - ESC-CREDITO.
           IF (ESC-SALDO = 0) AND (ESC-CREDITO = 0) THEN
               GO ANTIGUIDADE-CLIENTE-FIM
           END-IF.
           ADD 1 TO CONT-DEVEDORES.
           ADD ESC-30 TO TOT-30.
           ADD ESC-60 TO TOT-60.
           ADD ESC-90 TO TOT-90.
           ADD ESC-MAIS TO TOT-MAIS.
           ADD ESC-CREDITO TO TOT-CREDITO.
           ADD ESC-SALDO TO TOT-SALDO.
           MOVE ESC-30 TO E-30.
           MOVE ESC-60 TO E-60.
           MOVE ESC-90 TO E-90.
           MOVE ESC-MAIS TO E-MAIS.
           MOVE ESC-CREDITO TO E-CREDITO.
           MOVE ESC-SALDO TO E-SALDO.
           MOVE SPACES TO LINHA-ANTIGUIDADE.
           STRING CLI-CONTACTO " " CLI-NOME(1:20) "  " E-30 "  " E-60
               "  " E-90 "  " E-MAIS "  " E-CREDITO "  " E-SALDO
               DELIMITED BY SIZE INTO LINHA-ANTIGUIDADE.
           PERFORM ESCREVER-ANTIGUIDADE.
       ANTIGUIDADE-CLIENTE-FIM.
           EXIT.
       CLASSIFICAR-ANTIGUIDADE.
           IF CCR-CREDITO THEN
               ADD CCR-EM-ABERTO TO ESC-CREDITO
               GO CLASSIFICAR-ANTIGUIDADE-FIM
           END-IF.
           COMPUTE DIAS-ATRASO = DIA-HOJE-INT -
               FUNCTION INTEGER-OF-DATE(CCR-DATA).
           EVALUATE TRUE
               WHEN DIAS-ATRASO <= 30
                   ADD CCR-EM-ABERTO TO ESC-30
               WHEN DIAS-ATRASO <= 60
                   ADD CCR-EM-ABERTO TO ESC-60
               WHEN DIAS-ATRASO <= 90
                   ADD CCR-EM-ABERTO TO ESC-90
               WHEN OTHER
                   ADD CCR-EM-ABERTO TO ESC-MAIS
           END-EVALUATE.
       CLASSIFICAR-ANTIGUIDADE-FIM.
           EXIT.
       ESCREVER-ANTIGUIDADE.
           WRITE LINHA-ANTIGUIDADE.
           DISPLAY LINHA-ANTIGUIDADE.
      ****** EDICAO DE DATAS *******************************************
       EDITAR-DATA.
           MOVE DT-DIA TO DED-DIA.
           MOVE DT-MES TO DED-MES.
           MOVE DT-ANO TO DED-ANO.
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
           MOVE "TAREFA27" TO JRN-PROGRAMA.
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
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
       ABRIR-FICHEIROS.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES = "35" THEN
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS = "35" THEN
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF.
           OPEN I-O CONTROLO.
           IF FS-CONTROLO = "35" THEN
               OPEN OUTPUT CONTROLO
               CLOSE CONTROLO
               OPEN I-O CONTROLO
           END-IF.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "S" TO PESSOAL-ABERTO-FLAG
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE CLIENTES.
           CLOSE CONTAS.
           CLOSE CONTROLO.
           IF PESSOAL-ABERTO THEN
               CLOSE PESSOAL
           END-IF.
       END PROGRAM TAREFA27.
