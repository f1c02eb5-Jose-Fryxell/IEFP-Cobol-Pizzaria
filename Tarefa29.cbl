      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Customer personal data (data protection). A supervisor
      *          (code and PIN from PESSOAL.DAT) can:
      *          - print everything held on one contact number in
      *            DADOS-<contact>.TXT: the customer record with the
      *            consent given at the counter (TAREFA06), the current
      *            account movements (CONTAS.DAT), every order in
      *            PEDIDOS.DAT and in every month-end archive
      *            ARQAAAAMM.DAT, and the receipts in RECIBOS.TXT;
      *          - erase a customer who asks to be forgotten: name,
      *            contact and delivery address are overwritten with
      *            "ANONIMIZADO" in PEDIDOS, in every archive and in
      *            RECIBOS.TXT, the customer record is deleted and
      *            the current account movements are moved to contact
      *            0. The NIF, amounts and invoice numbers stay, as the
      *            tax authority requires;
      *          - run the retention job: the same erasure for every
      *            customer with no order in the last ANOS-RETENCAO
      *            years, whether or not there is a customer record
      *            (customers with a current account are kept);
      *          - after a recovery (TAREFA25), erase again the
      *            contacts it lists in APAGAR.TXT: the archives come
      *            back from the backup as they were.
      *          Every action goes to PROTECAO-DADOS.LOG, with the
      *          contact masked. Erasures are journaled (JORNAL.LOG) for
      *          the recovery (TAREFA25). Run with the counter closed:
      *          RECIBOS.TXT is rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTACTO
               FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.

           SELECT ARQUIVO ASSIGN TO NOME-ARQUIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQ-NUMERO
               FILE STATUS IS FS-ARQUIVO.

           SELECT CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-CHAVE
               FILE STATUS IS FS-CONTAS.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT RECIBOS ASSIGN TO "RECIBOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

           SELECT RECIBOS-NOVO ASSIGN TO "RECIBOS.NOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS-NOVO.

           SELECT RELATORIO ASSIGN TO NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT APAGAR ASSIGN TO "APAGAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APAGAR.

           SELECT APAGAR-NOVO ASSIGN TO "APAGAR.NOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APAGAR-NOVO.

           SELECT REGISTO ASSIGN TO "PROTECAO-DADOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTO.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           LABEL RECORD STANDARD.
           COPY CPCLIEN.

       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.

       FD  ARQUIVO
           LABEL RECORD STANDARD.
           COPY CPPEDARQ.

       FD  CONTAS
           LABEL RECORD STANDARD.
           COPY CPCORREN.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  RECIBOS
           LABEL RECORD STANDARD.
       01  LINHA-RECIBO                    PIC X(60).

       FD  RECIBOS-NOVO
           LABEL RECORD STANDARD.
       01  LINHA-RECIBO-NOVO               PIC X(60).

       FD  RELATORIO
           LABEL RECORD STANDARD.
       01  LINHA-RELATORIO                 PIC X(140).

       FD  APAGAR
           LABEL RECORD STANDARD.
       01  LINHA-APAGAR                    PIC X(9).

       FD  APAGAR-NOVO
           LABEL RECORD STANDARD.
       01  LINHA-APAGAR-NOVO               PIC X(9).

       FD  REGISTO
           LABEL RECORD STANDARD.
       01  LINHA-REGISTO                   PIC X(160).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-CLIENTES                      PIC XX VALUE "00".
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FS-ARQUIVO                       PIC XX VALUE "00".
       77 FS-CONTAS                        PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-RECIBOS                       PIC XX VALUE "00".
       77 FS-RECIBOS-NOVO                  PIC XX VALUE "00".
       77 FS-RELATORIO                     PIC XX VALUE "00".
       77 FS-REGISTO                       PIC XX VALUE "00".
       77 FS-APAGAR                        PIC XX VALUE "00".
       77 FS-APAGAR-NOVO                   PIC XX VALUE "00".
       77 PESSOAL-ABERTO-FLAG              PIC X  VALUE "N".
           88 PESSOAL-ABERTO                          VALUE "S".
       77 CONTAS-ABERTO-FLAG               PIC X  VALUE "N".
           88 CONTAS-ABERTO                           VALUE "S".
       77 FIM-CLIENTES-FLAG                PIC X  VALUE "N".
           88 FIM-CLIENTES                            VALUE "S".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
           88 FIM-PEDIDOS                             VALUE "S".
       77 FIM-ARQUIVO-FLAG                 PIC X  VALUE "N".
           88 FIM-ARQUIVO                             VALUE "S".
       77 FIM-CONTAS-FLAG                  PIC X  VALUE "N".
           88 FIM-CONTAS                              VALUE "S".
       77 FIM-RECIBOS-FLAG                 PIC X  VALUE "N".
           88 FIM-RECIBOS                             VALUE "S".
       77 FIM-APAGAR-FLAG                  PIC X  VALUE "N".
           88 FIM-APAGAR                              VALUE "S".
       77 FIM-MOVIMENTOS-FLAG              PIC X  VALUE "N".
           88 FIM-MOVIMENTOS                          VALUE "S".
       77 NOME-ARQUIVO                     PIC X(13) VALUE SPACES.
       77 NOME-RELATORIO                   PIC X(20) VALUE SPACES.
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 OPCAO                            PIC X     VALUE SPACES.
       77 TEMP-CODIGO                      PIC X(3)  VALUE SPACES.
       77 TEMP-PIN                         PIC X(4)  VALUE SPACES.
       77 TEMP-CONTACTO                    PIC X(9)  VALUE SPACES.
       77 TEMP-CONFIRMA                    PIC X     VALUE SPACES.
           88 CONFIRMA-SIM                           VALUES "S", "s".
       77 CONTACTO                         PIC 9(9)  VALUE 0.
       77 CONTACTO-TEXTO                   PIC X(9)  VALUE SPACES.
       77 CLIENTE-ENCONTRADO               PIC X     VALUE "N".
           88 CLIENTE-EXISTE                         VALUE "S".
      ****** AUTORIZACAO DO SUPERVISOR *********************************
       77 PIN-OK-FLAG                      PIC X     VALUE "N".
           88 PIN-OK                                 VALUE "S".
       77 SUPERVISOR                       PIC 9(3)  VALUE 0.
      ****** PRAZO DE CONSERVACAO DOS DADOS ****************************
      * Clientes sem pedidos ha mais de ANOS-RETENCAO anos sao
      * anonimizados pela opcao 3. Os arquivos mensais sao procurados
      * a partir de Janeiro de PRIMEIRO-ANO-ARQUIVO.
       77 ANOS-RETENCAO                    PIC 99    VALUE 5.
       77 PRIMEIRO-ANO-ARQUIVO             PIC 9(4)  VALUE 2000.
       77 DATA-LIMITE                      PIC 9(8)  VALUE 0.
       77 ANONIMO                          PIC X(11) VALUE
                                            "ANONIMIZADO".
      ****** PERCURSO DOS PEDIDOS E DOS ARQUIVOS ***********************
       77 MODO-PERCURSO                    PIC X     VALUE SPACE.
           88 MODO-LISTAR                            VALUE "L".
           88 MODO-EM-CURSO                          VALUE "C".
           88 MODO-VERIFICAR                         VALUE "V".
           88 MODO-ANONIMIZAR                        VALUE "A".
           88 MODO-RECOLHER                          VALUE "R".
       01 MES-CORRENTE.
           05 COR-ANO                      PIC 9(4).
           05 COR-MES                      PIC 99.
       77 MES-COR-NUM                      PIC 9(6)  VALUE 0.
       77 MES-FIM-NUM                      PIC 9(6)  VALUE 0.
       77 DATA-PEDIDO                      PIC 9(8)  VALUE 0.
      ****** CLIENTES A ANONIMIZAR *************************************
      * Um so na opcao 2; nas opcoes 3 e 4 ate MAX-CANDIDATOS por
      * execucao (os restantes ficam para a execucao seguinte).
      * CAND-FICHA diz, ao recolher, se o contacto veio de uma ficha
      * (S) ou so dos pedidos (N) e, ao anonimizar, se a ficha foi
      * apagada.
       77 MAX-CANDIDATOS                   PIC 999   VALUE 500.
       77 N-CAND                           PIC 999   VALUE 0.
       77 IDX-CAND                         PIC 999   VALUE 0.
       77 IDX-LIVRE                        PIC 999   VALUE 0.
       77 IDX-PROCURA                      PIC 9(4)  VALUE 0.
       77 POS-CAND                         PIC 999   VALUE 0.
       77 CONTACTO-ALVO                    PIC 9(9)  VALUE 0.
       77 CAND-CONTACTO                    PIC 9(9)  OCCURS 500 TIMES.
       77 CAND-ULTIMO                      PIC 9(8)  OCCURS 500 TIMES.
       77 CAND-PEDIDOS                     PIC 9(5)  OCCURS 500 TIMES.
       77 CAND-RECIBOS                     PIC 9(5)  OCCURS 500 TIMES.
       77 CAND-MOVIMENTOS                  PIC 9(5)  OCCURS 500 TIMES.
       77 CAND-FICHA                       PIC X     OCCURS 500 TIMES.
       77 CAND-MANTER                      PIC X     OCCURS 500 TIMES.
      ****** CONTADORES ************************************************
       77 CONT-PEDIDOS                     PIC 9(5)  VALUE 0.
       77 CONT-ARQUIVOS                    PIC 9(4)  VALUE 0.
       77 CONT-RECIBOS                     PIC 9(5)  VALUE 0.
       77 CONT-MOVIMENTOS                  PIC 9(5)  VALUE 0.
       77 CONT-EM-CURSO                    PIC 9(3)  VALUE 0.
       77 CONT-MANTIDOS                    PIC 9(5)  VALUE 0.
       77 CONT-CONTA-ABERTA                PIC 9(5)  VALUE 0.
       77 CONT-COM-SALDO                   PIC 9(5)  VALUE 0.
       77 CONT-ADIADOS                     PIC 9(5)  VALUE 0.
       77 CONT-FICHAS                      PIC 9(5)  VALUE 0.
       77 CONT-SO-PEDIDOS                  PIC 9(5)  VALUE 0.
       77 LISTA-CHEIA-FLAG                 PIC X     VALUE "N".
           88 LISTA-CHEIA                            VALUE "S".
       77 TOT-PEDIDOS                      PIC 9(7)  VALUE 0.
       77 TOT-RECIBOS                      PIC 9(7)  VALUE 0.
       77 TOT-MOVIMENTOS                   PIC 9(7)  VALUE 0.
       77 SALDO-CONTA                      PIC S9(6)V99 VALUE 0.
      ****** COPIA DO RECIBOS.TXT **************************************
       77 LINHA-LIDA                       PIC X(60) VALUE SPACES.
       77 LINHA-ANTERIOR                   PIC X(60) VALUE SPACES.
       77 HA-ANTERIOR-FLAG                 PIC X     VALUE "N".
           88 HA-ANTERIOR                            VALUE "S".
       77 APAGAR-MORADA-FLAG               PIC X     VALUE "N".
           88 APAGAR-MORADA                          VALUE "S".
       77 LINHAS-MUDADAS                   PIC 9(7)  VALUE 0.
      ****** COMANDOS DO SISTEMA ***************************************
       77 COMANDO                          PIC X(120) VALUE SPACES.
      ****** REGISTO DAS ACOES (PROTECAO-DADOS.LOG) ********************
       77 ACAO-REGISTO                     PIC X(10) VALUE SPACES.
       77 DETALHE-REGISTO                  PIC X(96) VALUE SPACES.
       77 CONTACTO-REGISTO                 PIC 9(9)  VALUE 0.
       77 CONTACTO-MASCARA                 PIC X(9)  VALUE SPACES.
      ****** SAIDAS EDITADAS *******************************************
       77 VALOR-SAIDA                      PIC ZZZZ9.99 VALUE SPACES.
       77 SALDO-SAIDA                      PIC -ZZZZZ9.99 VALUE SPACES.
       77 CONT-SAIDA                       PIC ZZZZ9    VALUE SPACES.
       77 CONT-SAIDA2                      PIC ZZZZ9    VALUE SPACES.
       77 CONT-SAIDA3                      PIC ZZZZ9    VALUE SPACES.
       77 CONT-SAIDA4                      PIC ZZZZ9    VALUE SPACES.
       77 ANOS-SAIDA                       PIC Z9       VALUE SPACES.
       77 DESCRICAO-MOV                    PIC X(16) VALUE SPACES.
       77 FICHA-SAIDA                      PIC X(3)  VALUE SPACES.
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
       01 MOMENTO-ATUAL.
           05 MA-DATA                      PIC 9(8).
           05 MA-HH                        PIC 99.
           05 MA-MM                        PIC 99.
           05 FILLER                       PIC X(17).
       01 HORA-EDITADA.
           05 HE-HH                        PIC 99.
           05 FILLER                       PIC X     VALUE ":".
           05 HE-MM                        PIC 99.
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
           COMPUTE MES-FIM-NUM = ANO * 100 + MES.
           PERFORM ABRIR-FICHEIROS.
      ****** MENU PRINCIPAL ********************************************
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "======= PROTECAO DE DADOS DOS CLIENTES =======".
           DISPLAY "(1) Relatorio dos dados de um contacto".
           DISPLAY "(2) Anonimizar um cliente (direito ao apagamento)".
           MOVE ANOS-RETENCAO TO ANOS-SAIDA.
           DISPLAY "(3) Prazo de conservacao - anonimizar clientes "
                   "sem pedidos ha " ANOS-SAIDA " anos".
           DISPLAY "(4) Repetir os apagamentos depois de uma "
                   "recuperacao (APAGAR.TXT)".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM RELATORIO-DADOS THRU RELATORIO-DADOS-EXIT
               WHEN "2"
                   PERFORM APAGAR-CLIENTE THRU APAGAR-CLIENTE-EXIT
               WHEN "3"
                   PERFORM RETENCAO-DADOS THRU RETENCAO-DADOS-EXIT
               WHEN "4"
                   PERFORM REPETIR-APAGAMENTOS
                       THRU REPETIR-APAGAMENTOS-EXIT
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
           MOVE CONTACTO TO CONTACTO-TEXTO.
           MOVE CONTACTO TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   GO PEDIR-CONTACTO-FIM
           END-READ.
           MOVE "S" TO CLIENTE-ENCONTRADO.
       PEDIR-CONTACTO-FIM.
           EXIT.
      ****** RELATORIO DOS DADOS DE UM CONTACTO ************************
      * Tudo o que esta guardado sobre o contacto, para responder ao
      * cliente que pede os seus dados: DADOS-<contacto>.TXT.
       RELATORIO-DADOS.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT PIN-OK THEN
               GO RELATORIO-DADOS-EXIT
           END-IF.
           PERFORM PEDIR-CONTACTO THRU PEDIR-CONTACTO-FIM.
           IF CONTACTO = 0 THEN
               GO RELATORIO-DADOS-EXIT
           END-IF.
           MOVE SPACES TO NOME-RELATORIO.
           STRING "DADOS-" CONTACTO ".TXT" DELIMITED BY SIZE
               INTO NOME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT = "00" THEN
               DISPLAY "ERRO: nao foi possivel criar " NOME-RELATORIO
               GO RELATORIO-DADOS-EXIT
           END-IF.
           MOVE DATA-ATUAL-NUM TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DADOS PESSOAIS GUARDADOS SOBRE O CONTACTO " CONTACTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Pizzaria Ramalho - emitido em " DATA-EDITADA
               " (supervisor " SUPERVISOR ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           PERFORM RELATORIO-FICHA THRU RELATORIO-FICHA-FIM.
           PERFORM RELATORIO-CONTA.
           PERFORM RELATORIO-PEDIDOS.
           PERFORM RELATORIO-RECIBOS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE CONT-PEDIDOS TO CONT-SAIDA.
           MOVE CONT-RECIBOS TO CONT-SAIDA2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Fim do relatorio - " CONT-SAIDA " pedido(s), "
               CONT-SAIDA2 " talao(oes)."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio em " NOME-RELATORIO " (" CONT-SAIDA
                   " pedidos, " CONT-SAIDA2 " taloes).".
           MOVE "RELATORIO" TO ACAO-REGISTO.
           MOVE CONTACTO TO CONTACTO-REGISTO.
           MOVE SPACES TO DETALHE-REGISTO.
           STRING "relatorio dos dados: " CONT-SAIDA " pedidos, "
               CONT-SAIDA2 " taloes"
               DELIMITED BY SIZE INTO DETALHE-REGISTO.
           PERFORM REGISTAR-ACAO.
       RELATORIO-DADOS-EXIT.
           EXIT.
       RELATORIO-FICHA.
           MOVE "1. FICHA DE CLIENTE (CLIENTES.DAT)" TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           IF NOT CLIENTE-EXISTE THEN
               MOVE "   (sem ficha de cliente)" TO LINHA-RELATORIO
               PERFORM ESCREVER-RELATORIO
               GO RELATORIO-FICHA-FIM
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   Nome ...............: " CLI-NOME
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   Contacto ...........: " CLI-CONTACTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CLI-NIF = 0 THEN
               MOVE "   NIF ................: (nenhum)"
                   TO LINHA-RELATORIO
           ELSE
               STRING "   NIF ................: " CLI-NIF
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           PERFORM ESCREVER-RELATORIO.
           MOVE CLI-NUM-PEDIDOS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   Pedidos feitos .....: " CONT-SAIDA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CLI-TEM-CONTA THEN
               MOVE CLI-LIMITE TO VALOR-SAIDA
               STRING "   Conta corrente .....: aberta, limite "
                   VALOR-SAIDA DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE "   Conta corrente .....: nao" TO LINHA-RELATORIO
           END-IF.
           PERFORM ESCREVER-RELATORIO.
           MOVE CLI-DATA-CONSENTIMENTO TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN CLI-CONSENTIU
                   STRING "   Consentimento ......: autorizou em "
                       DATA-EDITADA
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN CLI-RECUSOU
                   STRING "   Consentimento ......: recusou em "
                       DATA-EDITADA
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN OTHER
                   MOVE "   Consentimento ......: nao perguntado"
                       TO LINHA-RELATORIO
           END-EVALUATE.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CLI-DATA-ULTIMO-PEDIDO = 0 THEN
               MOVE "   Ultimo pedido ......: (sem data na ficha)"
                   TO LINHA-RELATORIO
           ELSE
               MOVE CLI-DATA-ULTIMO-PEDIDO TO DATA-TRABALHO-NUM
               PERFORM EDITAR-DATA
               STRING "   Ultimo pedido ......: " DATA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           PERFORM ESCREVER-RELATORIO.
       RELATORIO-FICHA-FIM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       RELATORIO-CONTA.
           MOVE "2. CONTA CORRENTE (CONTAS.DAT)" TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE 0 TO CONT-MOVIMENTOS.
           MOVE "S" TO FIM-CONTAS-FLAG.
           IF CONTAS-ABERTO THEN
               MOVE CONTACTO TO CCR-CONTACTO
               MOVE 0 TO CCR-NUMERO
               MOVE "N" TO FIM-CONTAS-FLAG
               START CONTAS KEY IS NOT LESS THAN CCR-CHAVE
                   INVALID KEY
                       SET FIM-CONTAS TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS NEXT
                   AT END
                       SET FIM-CONTAS TO TRUE
                   NOT AT END
                       IF CCR-CONTACTO NOT = CONTACTO THEN
                           SET FIM-CONTAS TO TRUE
                       ELSE
                           PERFORM LINHA-MOVIMENTO-RELATORIO
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-MOVIMENTOS = 0 THEN
               MOVE "   (sem movimentos)" TO LINHA-RELATORIO
               PERFORM ESCREVER-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       LINHA-MOVIMENTO-RELATORIO.
           IF CONT-MOVIMENTOS = 0 THEN
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   Data       Movimento        Pedido Fatura"
                   "      Valor Referencia"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM ESCREVER-RELATORIO
           END-IF.
           ADD 1 TO CONT-MOVIMENTOS.
           PERFORM DESCREVER-MOVIMENTO.
           MOVE CCR-DATA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE CCR-VALOR TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   " DATA-EDITADA " " DESCRICAO-MOV " " CCR-PEDIDO
               "   " CCR-NUM-FATURA " " VALOR-SAIDA " " CCR-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
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
       RELATORIO-PEDIDOS.
           MOVE "3. PEDIDOS (PEDIDOS.DAT e arquivos ARQAAAAMM.DAT)"
               TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   Ficheiro      Pedido Data       Nome"
               "                                Morada"
               "                                      Total NIF"
               "       Fatura"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE 0 TO CONT-PEDIDOS.
           MOVE 0 TO CONT-ARQUIVOS.
           MOVE "L" TO MODO-PERCURSO.
           MOVE PRIMEIRO-ANO-ARQUIVO TO COR-ANO.
           MOVE 1 TO COR-MES.
           PERFORM PERCORRER-ARQUIVOS THRU PERCORRER-ARQUIVOS-FIM.
           PERFORM PERCORRER-PEDIDOS.
           IF CONT-PEDIDOS = 0 THEN
               MOVE "   (sem pedidos)" TO LINHA-RELATORIO
               PERFORM ESCREVER-RELATORIO
           END-IF.
           MOVE CONT-ARQUIVOS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   (" CONT-SAIDA " arquivos mensais consultados)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
      * Linha de um pedido, lido para a area do arquivo.
       LINHA-PEDIDO-RELATORIO.
           ADD 1 TO CONT-PEDIDOS.
           MOVE ARQ-DATA TO DATA-TRABALHO.
           PERFORM EDITAR-DATA.
           MOVE ARQ-PRECO-TOTAL TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   " NOME-ARQUIVO " " ARQ-NUMERO "   " DATA-EDITADA
               " " ARQ-CLIENTE " " ARQ-MORADA " " VALOR-SAIDA " "
               ARQ-NIF " " ARQ-NUM-FATURA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       RELATORIO-RECIBOS.
           MOVE "4. TALOES (RECIBOS.TXT)" TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE 0 TO CONT-RECIBOS.
           OPEN INPUT RECIBOS.
           IF FS-RECIBOS = "00" THEN
               MOVE "N" TO FIM-RECIBOS-FLAG
               PERFORM UNTIL FIM-RECIBOS
                   READ RECIBOS
                       AT END
                           SET FIM-RECIBOS TO TRUE
                       NOT AT END
                           IF (LINHA-RECIBO(1:10) = "Contacto: ") AND
                              (LINHA-RECIBO(11:9) = CONTACTO-TEXTO)
                           THEN
                               ADD 1 TO CONT-RECIBOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           MOVE CONT-RECIBOS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   " CONT-SAIDA " talao(oes) impresso(s) com este"
               " contacto, nome e morada de entrega"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       ESCREVER-RELATORIO.
           WRITE LINHA-RELATORIO.
      ****** ANONIMIZAR UM CLIENTE (DIREITO AO APAGAMENTO) *************
      * Nao se apaga o cliente com conta corrente aberta ou com saldo
      * (feche-a primeiro no TAREFA27) nem com um pedido ainda por
      * entregar. Os movimentos da conta corrente ficam (contabilidade).
       APAGAR-CLIENTE.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT PIN-OK THEN
               GO APAGAR-CLIENTE-EXIT
           END-IF.
           PERFORM PEDIR-CONTACTO THRU PEDIR-CONTACTO-FIM.
           IF CONTACTO = 0 THEN
               GO APAGAR-CLIENTE-EXIT
           END-IF.
           IF CLIENTE-EXISTE THEN
               DISPLAY "Cliente: " CLI-NOME " NIF " CLI-NIF
               IF CLI-TEM-CONTA THEN
                   DISPLAY "Cliente com conta corrente aberta - feche "
                           "primeiro a conta (TAREFA27)."
                   GO APAGAR-CLIENTE-EXIT
               END-IF
           ELSE
               DISPLAY "Sem ficha de cliente - procura-se o contacto "
                       "nos pedidos e nos taloes."
           END-IF.
           PERFORM CALCULAR-SALDO THRU CALCULAR-SALDO-FIM.
           IF SALDO-CONTA NOT = 0 THEN
               MOVE SALDO-CONTA TO SALDO-SAIDA
               DISPLAY "Conta corrente com saldo " SALDO-SAIDA
                       " - acerte primeiro a conta (TAREFA27)."
               GO APAGAR-CLIENTE-EXIT
           END-IF.
           MOVE 0 TO CONT-EM-CURSO.
           MOVE "C" TO MODO-PERCURSO.
           PERFORM PERCORRER-PEDIDOS.
           IF CONT-EM-CURSO > 0 THEN
               DISPLAY "O cliente tem um pedido por entregar - "
                       "anonimize depois da entrega."
               GO APAGAR-CLIENTE-EXIT
           END-IF.
           DISPLAY "Nome, contacto e morada vao ser substituidos por "
                   ANONIMO " em todos os pedidos e taloes.".
           DISPLAY "Os movimentos da conta corrente passam para o "
                   "contacto 0.".
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CONFIRMA.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               DISPLAY "Nada foi alterado."
               GO APAGAR-CLIENTE-EXIT
           END-IF.
           MOVE 1 TO N-CAND.
           MOVE CONTACTO TO CAND-CONTACTO(1).
           MOVE 0 TO CAND-ULTIMO(1).
           PERFORM ANONIMIZAR-CANDIDATOS.
           MOVE CAND-PEDIDOS(1) TO CONT-SAIDA.
           MOVE CAND-RECIBOS(1) TO CONT-SAIDA2.
           MOVE CAND-MOVIMENTOS(1) TO CONT-SAIDA3.
           IF CAND-FICHA(1) = "S" THEN
               MOVE "sim" TO FICHA-SAIDA
           ELSE
               MOVE "nao" TO FICHA-SAIDA
           END-IF.
           DISPLAY "Anonimizados " CONT-SAIDA " pedidos, " CONT-SAIDA2
                   " taloes e " CONT-SAIDA3 " movimentos de conta;"
                   " ficha de cliente apagada: " FICHA-SAIDA.
           MOVE "APAGAMENTO" TO ACAO-REGISTO.
           MOVE CONTACTO TO CONTACTO-REGISTO.
           MOVE SPACES TO DETALHE-REGISTO.
           STRING "a pedido do cliente: " CONT-SAIDA " pedidos, "
               CONT-SAIDA2 " taloes, " CONT-SAIDA3 " movimentos "
               "anonimizados, ficha apagada " FICHA-SAIDA
               DELIMITED BY SIZE INTO DETALHE-REGISTO.
           PERFORM REGISTAR-ACAO.
       APAGAR-CLIENTE-EXIT.
           EXIT.
       CALCULAR-SALDO.
           MOVE 0 TO SALDO-CONTA.
           IF NOT CONTAS-ABERTO THEN
               GO CALCULAR-SALDO-FIM
           END-IF.
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
       CALCULAR-SALDO-FIM.
           EXIT.
      ****** PRAZO DE CONSERVACAO **************************************
      * Candidatos: as fichas sem pedido desde a data limite (ou sem
      * data de ultimo pedido, fichas anteriores a esse campo), sem
      * conta corrente aberta e sem saldo, e os contactos sem ficha
      * (quem recusou guardar os dados ao balcao, clientes online)
      * que aparecem em pedidos anteriores a data limite e nao tem
      * saldo em conta. Antes de anonimizar, os pedidos do periodo
      * (PEDIDOS.DAT e os arquivos desde o mes da data limite) sao
      * relidos: quem afinal tem um pedido recente fica, e a data do
      * ultimo pedido e acertada na ficha.
       RETENCAO-DADOS.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT PIN-OK THEN
               GO RETENCAO-DADOS-EXIT
           END-IF.
           MOVE DATA-ATUAL-NUM TO DATA-TRABALHO-NUM.
           SUBTRACT ANOS-RETENCAO FROM DT-ANO.
           IF (DT-MES = 2) AND (DT-DIA = 29) THEN
               MOVE 28 TO DT-DIA
           END-IF.
           MOVE DATA-TRABALHO-NUM TO DATA-LIMITE.
           PERFORM EDITAR-DATA.
           DISPLAY "Clientes sem pedidos desde " DATA-EDITADA ":".
           PERFORM RECOLHER-CANDIDATOS.
           PERFORM RECOLHER-DOS-PEDIDOS.
           MOVE "V" TO MODO-PERCURSO.
           MOVE DT-ANO TO COR-ANO.
           MOVE DT-MES TO COR-MES.
           IF N-CAND > 0 THEN
               PERFORM PERCORRER-ARQUIVOS THRU PERCORRER-ARQUIVOS-FIM
               PERFORM PERCORRER-PEDIDOS
               PERFORM MANTER-RECENTES
           END-IF.
           MOVE N-CAND TO CONT-SAIDA.
           MOVE CONT-MANTIDOS TO CONT-SAIDA2.
           MOVE CONT-CONTA-ABERTA TO CONT-SAIDA3.
           MOVE CONT-COM-SALDO TO CONT-SAIDA4.
           DISPLAY "  a anonimizar ..............: " CONT-SAIDA.
           DISPLAY "  com pedido recente (ficam) : " CONT-SAIDA2.
           DISPLAY "  com conta corrente (ficam) : " CONT-SAIDA3.
           DISPLAY "  com saldo em conta (ficam) : " CONT-SAIDA4.
           MOVE CONT-SO-PEDIDOS TO CONT-SAIDA.
           DISPLAY "  sem ficha (so nos pedidos) : " CONT-SAIDA.
           IF CONT-ADIADOS > 0 THEN
               MOVE CONT-ADIADOS TO CONT-SAIDA
               DISPLAY "  para a proxima execucao ...: " CONT-SAIDA
           END-IF.
           IF LISTA-CHEIA THEN
               DISPLAY "  (ha mais contactos so nos pedidos - ficam "
                       "para a proxima execucao)"
           END-IF.
           IF N-CAND = 0 THEN
               DISPLAY "Nenhum cliente a anonimizar."
               MOVE "RETENCAO" TO ACAO-REGISTO
               MOVE 0 TO CONTACTO-REGISTO
               MOVE SPACES TO DETALHE-REGISTO
               STRING "limite " DATA-EDITADA
                   ": nenhum cliente fora do prazo"
                   DELIMITED BY SIZE INTO DETALHE-REGISTO
               PERFORM REGISTAR-ACAO
               GO RETENCAO-DADOS-EXIT
           END-IF.
           DISPLAY "Anonimizar estes clientes? (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CONFIRMA.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               DISPLAY "Nada foi anonimizado."
               GO RETENCAO-DADOS-EXIT
           END-IF.
           PERFORM ANONIMIZAR-CANDIDATOS.
           PERFORM VARYING IDX-CAND FROM 1 BY 1 UNTIL IDX-CAND > N-CAND
               PERFORM REGISTAR-CANDIDATO
           END-PERFORM.
           MOVE N-CAND TO CONT-SAIDA.
           MOVE TOT-PEDIDOS TO CONT-SAIDA2.
           MOVE TOT-RECIBOS TO CONT-SAIDA3.
           MOVE TOT-MOVIMENTOS TO CONT-SAIDA4.
           MOVE DATA-LIMITE TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           DISPLAY "Anonimizados " CONT-SAIDA " clientes ("
                   CONT-SAIDA2 " pedidos, " CONT-SAIDA3 " taloes, "
                   CONT-SAIDA4 " movimentos de conta).".
           MOVE "RETENCAO" TO ACAO-REGISTO.
           MOVE 0 TO CONTACTO-REGISTO.
           MOVE SPACES TO DETALHE-REGISTO.
           STRING "limite " DATA-EDITADA ": " CONT-SAIDA
               " clientes, " CONT-SAIDA2 " pedidos, " CONT-SAIDA3
               " taloes, " CONT-SAIDA4 " movimentos anonimizados"
               DELIMITED BY SIZE INTO DETALHE-REGISTO.
           PERFORM REGISTAR-ACAO.
       RETENCAO-DADOS-EXIT.
           EXIT.
       RECOLHER-CANDIDATOS.
           MOVE 0 TO N-CAND.
           MOVE 0 TO CONT-MANTIDOS.
           MOVE 0 TO CONT-CONTA-ABERTA.
           MOVE 0 TO CONT-COM-SALDO.
           MOVE 0 TO CONT-ADIADOS.
           MOVE 0 TO CONT-SO-PEDIDOS.
           MOVE "N" TO LISTA-CHEIA-FLAG.
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
                       IF CLI-DATA-ULTIMO-PEDIDO < DATA-LIMITE THEN
                           PERFORM ESCOLHER-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.
       ESCOLHER-CANDIDATO.
           IF CLI-TEM-CONTA THEN
               ADD 1 TO CONT-CONTA-ABERTA
           ELSE
               MOVE CLI-CONTACTO TO CONTACTO
               PERFORM CALCULAR-SALDO THRU CALCULAR-SALDO-FIM
               IF SALDO-CONTA NOT = 0 THEN
                   ADD 1 TO CONT-COM-SALDO
               ELSE
                   IF N-CAND < MAX-CANDIDATOS THEN
                       ADD 1 TO N-CAND
                       MOVE CLI-CONTACTO TO CAND-CONTACTO(N-CAND)
                       MOVE CLI-DATA-ULTIMO-PEDIDO TO
                           CAND-ULTIMO(N-CAND)
                       MOVE "S" TO CAND-FICHA(N-CAND)
                       MOVE "N" TO CAND-MANTER(N-CAND)
                   ELSE
                       ADD 1 TO CONT-ADIADOS
                   END-IF
               END-IF
           END-IF.
      * Os contactos sem ficha que aparecem em pedidos anteriores a
      * data limite: ARQAAAAMM.DAT desde PRIMEIRO-ANO-ARQUIVO ate ao
      * mes da data limite, e PEDIDOS.DAT.
       RECOLHER-DOS-PEDIDOS.
           MOVE "R" TO MODO-PERCURSO.
           COMPUTE MES-FIM-NUM = DT-ANO * 100 + DT-MES.
           MOVE PRIMEIRO-ANO-ARQUIVO TO COR-ANO.
           MOVE 1 TO COR-MES.
           PERFORM PERCORRER-ARQUIVOS THRU PERCORRER-ARQUIVOS-FIM.
           COMPUTE MES-FIM-NUM = ANO * 100 + MES.
           PERFORM PERCORRER-PEDIDOS.
      * Um pedido antigo de um contacto que nao esta na lista: se nao
      * tem ficha (as fichas ja foram vistas) entra na lista; o saldo
      * da conta e visto em MANTER-RECENTES, uma vez por contacto.
       RECOLHER-CONTACTO.
           MOVE ARQ-DATA TO DATA-PEDIDO.
           IF (ARQ-CONTACTO NOT = 0) AND (DATA-PEDIDO < DATA-LIMITE)
                   THEN
               MOVE ARQ-CONTACTO TO CONTACTO-ALVO
               PERFORM PROCURAR-CANDIDATO
               IF POS-CAND = 0 THEN
                   MOVE ARQ-CONTACTO TO CLI-CONTACTO
                   READ CLIENTES
                       INVALID KEY
                           PERFORM JUNTAR-CONTACTO
                   END-READ
               END-IF
           END-IF.
       JUNTAR-CONTACTO.
           IF N-CAND < MAX-CANDIDATOS THEN
               ADD 1 TO N-CAND
               MOVE ARQ-CONTACTO TO CAND-CONTACTO(N-CAND)
               MOVE DATA-PEDIDO TO CAND-ULTIMO(N-CAND)
               MOVE "N" TO CAND-FICHA(N-CAND)
               MOVE "N" TO CAND-MANTER(N-CAND)
           ELSE
               MOVE "S" TO LISTA-CHEIA-FLAG
           END-IF.
      * Tira da lista quem tem um pedido desde a data limite (e acerta
      * a data do ultimo pedido na ficha desse cliente) e quem, sem
      * ficha, ainda tem saldo na conta corrente.
       MANTER-RECENTES.
           MOVE 0 TO IDX-LIVRE.
           PERFORM VARYING IDX-CAND FROM 1 BY 1 UNTIL IDX-CAND > N-CAND
               MOVE 0 TO SALDO-CONTA
               IF CAND-FICHA(IDX-CAND) = "N" THEN
                   MOVE CAND-CONTACTO(IDX-CAND) TO CONTACTO
                   PERFORM CALCULAR-SALDO THRU CALCULAR-SALDO-FIM
               END-IF
               EVALUATE TRUE
                   WHEN CAND-ULTIMO(IDX-CAND) NOT < DATA-LIMITE
                       ADD 1 TO CONT-MANTIDOS
                       PERFORM ACERTAR-ULTIMO-PEDIDO
                   WHEN SALDO-CONTA NOT = 0
                       ADD 1 TO CONT-COM-SALDO
                   WHEN OTHER
                       ADD 1 TO IDX-LIVRE
                       MOVE CAND-CONTACTO(IDX-CAND) TO
                           CAND-CONTACTO(IDX-LIVRE)
                       MOVE CAND-ULTIMO(IDX-CAND) TO
                           CAND-ULTIMO(IDX-LIVRE)
                       MOVE CAND-FICHA(IDX-CAND) TO
                           CAND-FICHA(IDX-LIVRE)
                       MOVE "N" TO CAND-MANTER(IDX-LIVRE)
                       IF CAND-FICHA(IDX-LIVRE) = "N" THEN
                           ADD 1 TO CONT-SO-PEDIDOS
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE IDX-LIVRE TO N-CAND.
       ACERTAR-ULTIMO-PEDIDO.
           MOVE CAND-CONTACTO(IDX-CAND) TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAND-ULTIMO(IDX-CAND) TO CLI-DATA-ULTIMO-PEDIDO
                   PERFORM JORNAL-CLIENTES
                   REWRITE CLIENTE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       REGISTAR-CANDIDATO.
           MOVE CAND-PEDIDOS(IDX-CAND) TO CONT-SAIDA.
           MOVE CAND-RECIBOS(IDX-CAND) TO CONT-SAIDA2.
           MOVE CAND-MOVIMENTOS(IDX-CAND) TO CONT-SAIDA3.
           IF CAND-FICHA(IDX-CAND) = "S" THEN
               MOVE "sim" TO FICHA-SAIDA
           ELSE
               MOVE "nao" TO FICHA-SAIDA
           END-IF.
           MOVE "RETENCAO" TO ACAO-REGISTO.
           MOVE CAND-CONTACTO(IDX-CAND) TO CONTACTO-REGISTO.
           MOVE SPACES TO DETALHE-REGISTO.
           IF CAND-ULTIMO(IDX-CAND) = 0 THEN
               STRING "sem pedidos no prazo: " CONT-SAIDA " pedidos, "
                   CONT-SAIDA2 " taloes, " CONT-SAIDA3 " movimentos "
                   "anonimizados, ficha apagada " FICHA-SAIDA
                   DELIMITED BY SIZE INTO DETALHE-REGISTO
           ELSE
               MOVE CAND-ULTIMO(IDX-CAND) TO DATA-TRABALHO-NUM
               PERFORM EDITAR-DATA
               STRING "ultimo pedido " DATA-EDITADA ": " CONT-SAIDA
                   " pedidos, " CONT-SAIDA2 " taloes, " CONT-SAIDA3
                   " movimentos anonimizados, ficha apagada "
                   FICHA-SAIDA
                   DELIMITED BY SIZE INTO DETALHE-REGISTO
           END-IF.
           PERFORM REGISTAR-ACAO.
      ****** APAGAMENTOS A REPETIR DEPOIS DE UMA RECUPERACAO ***********
      * O TAREFA25 deixa em APAGAR.TXT os contactos anonimizados
      * depois da copia que repos. CLIENTES, PEDIDOS e CONTAS ja vem
      * certos do jornal; os arquivos mensais voltaram a ter os dados
      * e sao anonimizados outra vez. O ficheiro e apagado no fim.
       REPETIR-APAGAMENTOS.
           OPEN INPUT APAGAR.
           IF FS-APAGAR NOT = "00" THEN
               DISPLAY "Nao ha APAGAR.TXT - nada a repetir."
               GO REPETIR-APAGAMENTOS-EXIT
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR THRU AUTORIZAR-SUPERVISOR-FIM.
           IF NOT PIN-OK THEN
               CLOSE APAGAR
               GO REPETIR-APAGAMENTOS-EXIT
           END-IF.
           MOVE 0 TO N-CAND.
           MOVE 0 TO CONT-ADIADOS.
           MOVE "N" TO FIM-APAGAR-FLAG.
           PERFORM UNTIL FIM-APAGAR
               READ APAGAR
                   AT END
                       SET FIM-APAGAR TO TRUE
                   NOT AT END
                       PERFORM LER-CONTACTO-APAGAR
               END-READ
           END-PERFORM.
           CLOSE APAGAR.
           MOVE N-CAND TO CONT-SAIDA.
           DISPLAY "Contactos a anonimizar de novo: " CONT-SAIDA.
           IF CONT-ADIADOS > 0 THEN
               MOVE CONT-ADIADOS TO CONT-SAIDA
               DISPLAY "ATENCAO: mais de " MAX-CANDIDATOS
                       " contactos - " CONT-SAIDA
                       " ficam em APAGAR.TXT para a proxima vez."
           END-IF.
           IF N-CAND = 0 THEN
               GO REPETIR-APAGAMENTOS-EXIT
           END-IF.
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CONFIRMA.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               DISPLAY "Nada foi anonimizado."
               GO REPETIR-APAGAMENTOS-EXIT
           END-IF.
           PERFORM VARYING IDX-CAND FROM 1 BY 1 UNTIL IDX-CAND > N-CAND
               MOVE 0 TO CAND-ULTIMO(IDX-CAND)
           END-PERFORM.
           PERFORM ANONIMIZAR-CANDIDATOS.
           MOVE N-CAND TO CONT-SAIDA.
           MOVE TOT-PEDIDOS TO CONT-SAIDA2.
           MOVE TOT-RECIBOS TO CONT-SAIDA3.
           MOVE TOT-MOVIMENTOS TO CONT-SAIDA4.
           DISPLAY "Anonimizados de novo " CONT-SAIDA " contactos ("
                   CONT-SAIDA2 " pedidos, " CONT-SAIDA3 " taloes, "
                   CONT-SAIDA4 " movimentos de conta).".
           MOVE "REPETICAO" TO ACAO-REGISTO.
           MOVE 0 TO CONTACTO-REGISTO.
           MOVE SPACES TO DETALHE-REGISTO.
           STRING "depois da recuperacao: " CONT-SAIDA " contactos, "
               CONT-SAIDA2 " pedidos, " CONT-SAIDA3 " taloes, "
               CONT-SAIDA4 " movimentos anonimizados"
               DELIMITED BY SIZE INTO DETALHE-REGISTO.
           PERFORM REGISTAR-ACAO.
           IF CONT-ADIADOS = 0 THEN
               MOVE "rm -f APAGAR.TXT" TO COMANDO
           ELSE
               PERFORM GUARDAR-ADIADOS
               MOVE "mv APAGAR.NOVO APAGAR.TXT" TO COMANDO
           END-IF.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "ERRO: APAGAR.TXT NAO foi atualizado."
               MOVE 0 TO RETURN-CODE
           END-IF.
       REPETIR-APAGAMENTOS-EXIT.
           EXIT.
      * Os contactos que nao couberam na lista ficam num APAGAR.NOVO
      * que passa a ser o APAGAR.TXT.
       GUARDAR-ADIADOS.
           OPEN INPUT APAGAR.
           OPEN OUTPUT APAGAR-NOVO.
           MOVE "N" TO FIM-APAGAR-FLAG.
           PERFORM UNTIL FIM-APAGAR
               READ APAGAR
                   AT END
                       SET FIM-APAGAR TO TRUE
                   NOT AT END
                       MOVE 0 TO POS-CAND
                       IF LINHA-APAGAR IS NUMERIC THEN
                           MOVE LINHA-APAGAR TO CONTACTO-ALVO
                           PERFORM PROCURAR-CANDIDATO
                       END-IF
                       IF POS-CAND = 0 THEN
                           WRITE LINHA-APAGAR-NOVO FROM LINHA-APAGAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APAGAR.
           CLOSE APAGAR-NOVO.
       LER-CONTACTO-APAGAR.
           IF LINHA-APAGAR IS NUMERIC THEN
               MOVE LINHA-APAGAR TO CONTACTO-ALVO
               PERFORM PROCURAR-CANDIDATO
               IF (POS-CAND = 0) AND (CONTACTO-ALVO NOT = 0) THEN
                   IF N-CAND < MAX-CANDIDATOS THEN
                       ADD 1 TO N-CAND
                       MOVE CONTACTO-ALVO TO CAND-CONTACTO(N-CAND)
                   ELSE
                       ADD 1 TO CONT-ADIADOS
                   END-IF
               END-IF
           END-IF.
      ****** ANONIMIZACAO DOS CLIENTES DA LISTA ************************
      * Uma passagem por ficheiro para todos os clientes da lista:
      * PEDIDOS.DAT, cada arquivo mensal, CLIENTES.DAT, CONTAS.DAT e
      * RECIBOS.TXT. Ficam o NIF, os valores e os numeros de fatura.
      * Cada contacto vai tambem para o jornal (ficheiro "APAGADOS"):
      * os arquivos mensais nao sao mestres e, se uma recuperacao
      * repuser uma copia anterior, o TAREFA25 lista estes contactos
      * em APAGAR.TXT para a opcao 4.
       ANONIMIZAR-CANDIDATOS.
           MOVE 0 TO TOT-PEDIDOS.
           MOVE 0 TO TOT-RECIBOS.
           MOVE 0 TO TOT-MOVIMENTOS.
           PERFORM VARYING IDX-CAND FROM 1 BY 1 UNTIL IDX-CAND > N-CAND
               MOVE 0 TO CAND-PEDIDOS(IDX-CAND)
               MOVE 0 TO CAND-RECIBOS(IDX-CAND)
               MOVE 0 TO CAND-MOVIMENTOS(IDX-CAND)
               MOVE "N" TO CAND-FICHA(IDX-CAND)
               PERFORM JORNAL-APAGADOS
           END-PERFORM.
           MOVE "A" TO MODO-PERCURSO.
           PERFORM PERCORRER-PEDIDOS.
           MOVE PRIMEIRO-ANO-ARQUIVO TO COR-ANO.
           MOVE 1 TO COR-MES.
           PERFORM PERCORRER-ARQUIVOS THRU PERCORRER-ARQUIVOS-FIM.
           PERFORM VARYING IDX-CAND FROM 1 BY 1 UNTIL IDX-CAND > N-CAND
               PERFORM APAGAR-FICHA
               PERFORM MUDAR-MOVIMENTOS THRU MUDAR-MOVIMENTOS-FIM
           END-PERFORM.
           PERFORM ANONIMIZAR-RECIBOS THRU ANONIMIZAR-RECIBOS-FIM.
       APAGAR-FICHA.
           MOVE CAND-CONTACTO(IDX-CAND) TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM JORNAL-APAGAR-CLIENTE
                   DELETE CLIENTES RECORD
                       INVALID KEY
                           DISPLAY "ERRO: ficha " CLI-CONTACTO
                                   " NAO foi apagada!"
                       NOT INVALID KEY
                           MOVE "S" TO CAND-FICHA(IDX-CAND)
                   END-DELETE
           END-READ.
      * Os movimentos da conta corrente passam para o contacto 0:
      * apaga-se cada um e grava-se de novo com a chave (0, numero).
      * O numero do movimento vem do contador global "CORRENTE" do
      * CONTROLO.DAT, por isso a nova chave nunca se repete. Ficam a
      * data, os valores, o pedido e o numero da fatura.
       MUDAR-MOVIMENTOS.
           IF NOT CONTAS-ABERTO THEN
               GO MUDAR-MOVIMENTOS-FIM
           END-IF.
           MOVE "N" TO FIM-MOVIMENTOS-FLAG.
           PERFORM MUDAR-UM-MOVIMENTO UNTIL FIM-MOVIMENTOS.
       MUDAR-MOVIMENTOS-FIM.
           EXIT.
      * Depois de cada DELETE volta-se ao inicio do contacto.
       MUDAR-UM-MOVIMENTO.
           MOVE CAND-CONTACTO(IDX-CAND) TO CCR-CONTACTO.
           MOVE 0 TO CCR-NUMERO.
           START CONTAS KEY IS NOT LESS THAN CCR-CHAVE
               INVALID KEY
                   SET FIM-MOVIMENTOS TO TRUE
           END-START.
           IF NOT FIM-MOVIMENTOS THEN
               READ CONTAS NEXT
                   AT END
                       SET FIM-MOVIMENTOS TO TRUE
                   NOT AT END
                       IF CCR-CONTACTO NOT = CAND-CONTACTO(IDX-CAND)
                               THEN
                           SET FIM-MOVIMENTOS TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT FIM-MOVIMENTOS THEN
               PERFORM JORNAL-APAGAR-CONTA
               DELETE CONTAS RECORD
                   INVALID KEY
                       DISPLAY "ERRO: movimento " CCR-NUMERO
                               " NAO foi apagado!"
                       SET FIM-MOVIMENTOS TO TRUE
               END-DELETE
           END-IF.
           IF NOT FIM-MOVIMENTOS THEN
               MOVE 0 TO CCR-CONTACTO
               PERFORM JORNAL-CONTAS
               WRITE CONTA-CORRENTE-REC
                   INVALID KEY
                       DISPLAY "ERRO: movimento " CCR-NUMERO
                               " NAO foi regravado com o contacto 0!"
                   NOT INVALID KEY
                       ADD 1 TO CAND-MOVIMENTOS(IDX-CAND)
                       ADD 1 TO TOT-MOVIMENTOS
               END-WRITE
           END-IF.
      * Posicao do CONTACTO-ALVO na lista (0 = nao esta).
       PROCURAR-CANDIDATO.
           MOVE 0 TO POS-CAND.
           IF CONTACTO-ALVO NOT = 0 THEN
               PERFORM VARYING IDX-PROCURA FROM 1 BY 1
                       UNTIL (IDX-PROCURA > N-CAND) OR (POS-CAND > 0)
                   IF CAND-CONTACTO(IDX-PROCURA) = CONTACTO-ALVO THEN
                       MOVE IDX-PROCURA TO POS-CAND
                   END-IF
               END-PERFORM
           END-IF.
      ****** PERCURSO DE PEDIDOS.DAT ***********************************
       PERCORRER-PEDIDOS.
           MOVE "PEDIDOS.DAT" TO NOME-ARQUIVO.
           MOVE "N" TO FIM-PEDIDOS-FLAG.
           MOVE 0 TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-PEDIDOS
               READ PEDIDOS NEXT RECORD
                   AT END
                       SET FIM-PEDIDOS TO TRUE
                   NOT AT END
                       IF MODO-ANONIMIZAR THEN
                           PERFORM ANONIMIZAR-PEDIDO
                       ELSE
                           MOVE PEDIDO-REC TO ARQUIVO-REC
                           PERFORM TRATAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
       ANONIMIZAR-PEDIDO.
           MOVE PED-CONTACTO TO CONTACTO-ALVO.
           PERFORM PROCURAR-CANDIDATO.
           IF POS-CAND > 0 THEN
               MOVE ANONIMO TO PED-CLIENTE
               MOVE 0 TO PED-CONTACTO
               IF PED-MORADA NOT = SPACES THEN
                   MOVE ANONIMO TO PED-MORADA
               END-IF
               PERFORM JORNAL-PEDIDOS
               REWRITE PEDIDO-REC
                   INVALID KEY
                       DISPLAY "ERRO: pedido " PED-NUMERO
                               " NAO foi regravado!"
                   NOT INVALID KEY
                       ADD 1 TO CAND-PEDIDOS(POS-CAND)
                       ADD 1 TO TOT-PEDIDOS
               END-REWRITE
           END-IF.
      ****** PERCURSO DOS ARQUIVOS MENSAIS (ARQAAAAMM.DAT) *************
      * De MES-CORRENTE ate ao mes atual; os meses sem arquivo saltam.
       PERCORRER-ARQUIVOS.
           MOVE MES-CORRENTE TO MES-COR-NUM.
           IF MES-COR-NUM > MES-FIM-NUM THEN
               GO PERCORRER-ARQUIVOS-FIM
           END-IF.
           PERFORM TRATAR-ARQUIVO-MES.
           ADD 1 TO COR-MES.
           IF COR-MES > 12 THEN
               MOVE 1 TO COR-MES
               ADD 1 TO COR-ANO
           END-IF.
           GO PERCORRER-ARQUIVOS.
       PERCORRER-ARQUIVOS-FIM.
           EXIT.
       TRATAR-ARQUIVO-MES.
           MOVE SPACES TO NOME-ARQUIVO.
           STRING "ARQ" MES-CORRENTE ".DAT" DELIMITED BY SIZE
               INTO NOME-ARQUIVO.
           IF MODO-ANONIMIZAR THEN
               OPEN I-O ARQUIVO
           ELSE
               OPEN INPUT ARQUIVO
           END-IF.
           IF FS-ARQUIVO = "00" THEN
               ADD 1 TO CONT-ARQUIVOS
               MOVE "N" TO FIM-ARQUIVO-FLAG
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM TRATAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO
           END-IF.
      * Um pedido na area do arquivo (de um ARQAAAAMM.DAT ou copiado
      * de PEDIDOS.DAT), conforme o MODO-PERCURSO.
       TRATAR-PEDIDO.
           EVALUATE TRUE
               WHEN MODO-LISTAR
                   IF ARQ-CONTACTO = CONTACTO THEN
                       PERFORM LINHA-PEDIDO-RELATORIO
                   END-IF
               WHEN MODO-EM-CURSO
                   IF (ARQ-CONTACTO = CONTACTO) AND
                      (ARQ-EST-RECEBIDO OR ARQ-EST-PREPARACAO OR
                       ARQ-EST-PRONTO) THEN
                       ADD 1 TO CONT-EM-CURSO
                   END-IF
               WHEN MODO-VERIFICAR
                   MOVE ARQ-CONTACTO TO CONTACTO-ALVO
                   PERFORM PROCURAR-CANDIDATO
                   IF POS-CAND > 0 THEN
                       MOVE ARQ-DATA TO DATA-PEDIDO
                       IF DATA-PEDIDO > CAND-ULTIMO(POS-CAND) THEN
                           MOVE DATA-PEDIDO TO CAND-ULTIMO(POS-CAND)
                       END-IF
                   END-IF
               WHEN MODO-RECOLHER
                   PERFORM RECOLHER-CONTACTO
               WHEN MODO-ANONIMIZAR
                   PERFORM ANONIMIZAR-ARQUIVADO
           END-EVALUATE.
       ANONIMIZAR-ARQUIVADO.
           MOVE ARQ-CONTACTO TO CONTACTO-ALVO.
           PERFORM PROCURAR-CANDIDATO.
           IF POS-CAND > 0 THEN
               MOVE ANONIMO TO ARQ-CLIENTE
               MOVE 0 TO ARQ-CONTACTO
               IF ARQ-MORADA NOT = SPACES THEN
                   MOVE ANONIMO TO ARQ-MORADA
               END-IF
               REWRITE ARQUIVO-REC
                   INVALID KEY
                       DISPLAY "ERRO: pedido " ARQ-NUMERO " de "
                               NOME-ARQUIVO " NAO foi regravado!"
                   NOT INVALID KEY
                       ADD 1 TO CAND-PEDIDOS(POS-CAND)
                       ADD 1 TO TOT-PEDIDOS
               END-REWRITE
           END-IF.
      ****** TALOES (RECIBOS.TXT) **************************************
      * O talao traz "Cliente: ", "Contacto: " e, na entrega, "Entrega
      * em: " em linhas seguidas. Copia-se o ficheiro para RECIBOS.NOVO
      * com essas tres linhas anonimizadas nos taloes dos clientes da
      * lista e a copia passa a ser o RECIBOS.TXT.
       ANONIMIZAR-RECIBOS.
           MOVE 0 TO LINHAS-MUDADAS.
           OPEN INPUT RECIBOS.
           IF FS-RECIBOS NOT = "00" THEN
               GO ANONIMIZAR-RECIBOS-FIM
           END-IF.
           OPEN OUTPUT RECIBOS-NOVO.
           IF FS-RECIBOS-NOVO NOT = "00" THEN
               DISPLAY "ERRO: nao foi possivel criar RECIBOS.NOVO - "
                       "taloes NAO anonimizados."
               CLOSE RECIBOS
               GO ANONIMIZAR-RECIBOS-FIM
           END-IF.
           MOVE "N" TO HA-ANTERIOR-FLAG.
           MOVE "N" TO APAGAR-MORADA-FLAG.
           MOVE "N" TO FIM-RECIBOS-FLAG.
           PERFORM UNTIL FIM-RECIBOS
               READ RECIBOS
                   AT END
                       SET FIM-RECIBOS TO TRUE
                   NOT AT END
                       PERFORM COPIAR-LINHA-RECIBO
               END-READ
           END-PERFORM.
           IF HA-ANTERIOR THEN
               WRITE LINHA-RECIBO-NOVO FROM LINHA-ANTERIOR
           END-IF.
           CLOSE RECIBOS.
           CLOSE RECIBOS-NOVO.
           MOVE SPACES TO COMANDO.
           IF LINHAS-MUDADAS > 0 THEN
               MOVE "mv RECIBOS.NOVO RECIBOS.TXT" TO COMANDO
           ELSE
               MOVE "rm -f RECIBOS.NOVO" TO COMANDO
           END-IF.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "ERRO: RECIBOS.TXT NAO foi substituido - veja "
                       "RECIBOS.NOVO."
               MOVE 0 TO RETURN-CODE
           END-IF.
       ANONIMIZAR-RECIBOS-FIM.
           EXIT.
       COPIAR-LINHA-RECIBO.
           MOVE LINHA-RECIBO TO LINHA-LIDA.
           IF APAGAR-MORADA THEN
               MOVE "N" TO APAGAR-MORADA-FLAG
               IF LINHA-LIDA(1:12) = "Entrega em: " THEN
                   MOVE SPACES TO LINHA-LIDA
                   STRING "Entrega em: " ANONIMO DELIMITED BY SIZE
                       INTO LINHA-LIDA
                   ADD 1 TO LINHAS-MUDADAS
               END-IF
           END-IF.
           MOVE 0 TO POS-CAND.
           IF (LINHA-LIDA(1:10) = "Contacto: ") AND
              (LINHA-LIDA(11:9) IS NUMERIC) THEN
               MOVE LINHA-LIDA(11:9) TO CONTACTO-ALVO
               PERFORM PROCURAR-CANDIDATO
           END-IF.
           IF POS-CAND > 0 THEN
               MOVE SPACES TO LINHA-LIDA
               STRING "Contacto: " ANONIMO DELIMITED BY SIZE
                   INTO LINHA-LIDA
               ADD 1 TO LINHAS-MUDADAS
               ADD 1 TO CAND-RECIBOS(POS-CAND)
               ADD 1 TO TOT-RECIBOS
               MOVE "S" TO APAGAR-MORADA-FLAG
               IF (HA-ANTERIOR) AND
                  (LINHA-ANTERIOR(1:9) = "Cliente: ") THEN
                   MOVE SPACES TO LINHA-ANTERIOR
                   STRING "Cliente: " ANONIMO DELIMITED BY SIZE
                       INTO LINHA-ANTERIOR
                   ADD 1 TO LINHAS-MUDADAS
               END-IF
           END-IF.
           IF HA-ANTERIOR THEN
               WRITE LINHA-RECIBO-NOVO FROM LINHA-ANTERIOR
           END-IF.
           MOVE LINHA-LIDA TO LINHA-ANTERIOR.
           MOVE "S" TO HA-ANTERIOR-FLAG.
      ****** REGISTO DAS ACOES (PROTECAO-DADOS.LOG) ********************
      * Data, hora, acao, supervisor e contacto so com os tres ultimos
      * digitos (o registo fica depois de o cliente ser esquecido).
       REGISTAR-ACAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE MA-DATA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE MA-HH TO HE-HH.
           MOVE MA-MM TO HE-MM.
           IF CONTACTO-REGISTO = 0 THEN
               MOVE "---------" TO CONTACTO-MASCARA
           ELSE
               MOVE CONTACTO-REGISTO TO CONTACTO-MASCARA
               MOVE "******" TO CONTACTO-MASCARA(1:6)
           END-IF.
           MOVE SPACES TO LINHA-REGISTO.
           STRING DATA-EDITADA " " HORA-EDITADA " " ACAO-REGISTO
               " supervisor " SUPERVISOR " contacto " CONTACTO-MASCARA
               " " DETALHE-REGISTO
               DELIMITED BY SIZE INTO LINHA-REGISTO.
           OPEN EXTEND REGISTO.
           IF FS-REGISTO NOT = "00" THEN
               OPEN OUTPUT REGISTO
               CLOSE REGISTO
               OPEN EXTEND REGISTO
           END-IF.
           WRITE LINHA-REGISTO.
           CLOSE REGISTO.
      ****** EDICAO DE DATAS *******************************************
       EDITAR-DATA.
           MOVE DT-DIA TO DED-DIA.
           MOVE DT-MES TO DED-MES.
           MOVE DT-ANO TO DED-ANO.
      ****** JORNAL DE TRANSACOES (JORNAL.LOG) *************************
      * Cada registo mestre vai para o jornal, como estava e como vai
      * ficar, antes de ser gravado. A primeira imagem abre a
      * transacao; FECHAR-TRANSACAO marca-a como completa, e so as
      * completas sao repostas pela recuperacao (TAREFA25). Os
      * arquivos mensais nao sao ficheiros mestre e nao vao ao jornal.
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
           MOVE "TAREFA29" TO JRN-PROGRAMA.
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
       JORNAL-APAGAR-CONTA.
           PERFORM ABRIR-TRANSACAO.
           MOVE CONTA-CORRENTE-REC TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           MOVE "CONTAS" TO JRN-FICHEIRO.
           MOVE CCR-CHAVE TO JRN-CHAVE.
           MOVE "M" TO JRN-TIPO.
           MOVE "A" TO JRN-OPERACAO.
           PERFORM ESCREVER-JORNAL.
      * O contacto anonimizado, so para a recuperacao (TAREFA25): nao
      * e um ficheiro mestre e nao leva imagens.
       JORNAL-APAGADOS.
           PERFORM ABRIR-TRANSACAO.
           MOVE SPACES TO JRN-ANTES.
           MOVE SPACES TO JRN-DEPOIS.
           MOVE "APAGADOS" TO JRN-FICHEIRO.
           MOVE CAND-CONTACTO(IDX-CAND) TO JRN-CHAVE.
           MOVE "M" TO JRN-TIPO.
           MOVE "A" TO JRN-OPERACAO.
           PERFORM ESCREVER-JORNAL.
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
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
       ABRIR-FICHEIROS.
           OPEN I-O CLIENTES.
           IF FS-CLIENTES = "35" THEN
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS = "35" THEN
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS = "00" THEN
               MOVE "S" TO CONTAS-ABERTO-FLAG
           END-IF.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "S" TO PESSOAL-ABERTO-FLAG
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE CLIENTES.
           CLOSE PEDIDOS.
           IF CONTAS-ABERTO THEN
               CLOSE CONTAS
           END-IF.
           IF PESSOAL-ABERTO THEN
               CLOSE PESSOAL
           END-IF.
       END PROGRAM TAREFA29.
