      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Import of the orders placed on the web site and on the
      *          delivery platforms. Polled every couple of minutes
      *          (run_online.sh from cron): reads ONLINE-ENTRADA.TXT,
      *          one order per H...F block (layout in CPONLINE), checks
      *          each one against PRECOS, RECEITAS, ZONAS (active zone,
      *          fee and minimum order) and STOCK, and registers the
      *          good ones exactly like an order taken on the phone -
      *          next order number, fatura number when there is a NIF,
      *          kitchen queue, CLIENTES history and a CAIXA movement.
      *          An order already paid on the platform goes into CAIXA
      *          with method "O" (online) and no till session; one to
      *          be paid on delivery carries the method the customer
      *          chose. A block that fails any check is written, with
      *          the reason and its lines, to ONLINE-REJEITADOS.TXT. A
      *          reference already in PEDIDOS is skipped, so feeding
      *          the same file twice does not double an order. The
      *          file read is moved to ONLINE/ENTRADA-<timestamp>.TXT
      *          and, on every run, ONLINE-ESTADO.TXT is rewritten
      *          with the state of each online order (ACEITE, PRONTO,
      *          ENTREGUE, ANULADO) and the day's rejections, for the
      *          platform to collect. Pricing is the day's price table
      *          plus the zone fee; counter promotions and the loyalty
      *          discount are not applied to online orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "ONLINE-ENTRADA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA.

           SELECT REJEITADOS ASSIGN TO "ONLINE-REJEITADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

           SELECT ESTADO ASSIGN TO "ONLINE-ESTADO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.

           SELECT CONTROLO ASSIGN TO "CONTROLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-CHAVE
               FILE STATUS IS FS-CONTROLO.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTACTO
               FILE STATUS IS FS-CLIENTES.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CODIGO
               FILE STATUS IS FS-PRECOS.

           SELECT STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CODIGO
               FILE STATUS IS FS-STOCK.

           SELECT RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               FILE STATUS IS FS-RECEITAS.

           SELECT ZONAS ASSIGN TO "ZONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CODPOSTAL
               FILE STATUS IS FS-ZONAS.

           SELECT PORCOES ASSIGN TO "PORCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS FS-PORCOES.

           SELECT SESSOES ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS FS-SESSOES.

           SELECT CAIXA ASSIGN TO "CAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-CHAVE
               FILE STATUS IS FS-CAIXA.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           LABEL RECORD STANDARD.
           COPY CPONLINE.

       FD  REJEITADOS
           LABEL RECORD STANDARD.
       01  LINHA-REJEITADOS                PIC X(132).

       FD  ESTADO
           LABEL RECORD STANDARD.
       01  LINHA-ESTADO                    PIC X(100).

       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.

       FD  CONTROLO
           LABEL RECORD STANDARD.
           COPY CPCONTA.

       FD  CLIENTES
           LABEL RECORD STANDARD.
           COPY CPCLIEN.

       FD  PRECOS
           LABEL RECORD STANDARD.
           COPY CPPRECO.

       FD  STOCK
           LABEL RECORD STANDARD.
           COPY CPSTOCK.

       FD  RECEITAS
           LABEL RECORD STANDARD.
           COPY CPRECEIT.

       FD  ZONAS
           LABEL RECORD STANDARD.
           COPY CPZONA.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  SESSOES
           LABEL RECORD STANDARD.
           COPY CPSESSAO.

       FD  CAIXA
           LABEL RECORD STANDARD.
           COPY CPCAIXA.

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
      ****** FILE STATUS ***********************************************
       77 FS-ENTRADA                       PIC XX VALUE "00".
       77 FS-REJEITADOS                    PIC XX VALUE "00".
       77 FS-ESTADO                        PIC XX VALUE "00".
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FS-CONTROLO                      PIC XX VALUE "00".
       77 FS-CLIENTES                      PIC XX VALUE "00".
       77 FS-PRECOS                        PIC XX VALUE "00".
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-RECEITAS                      PIC XX VALUE "00".
       77 FS-ZONAS                         PIC XX VALUE "00".
       77 FS-PORCOES                       PIC XX VALUE "00".
       77 FS-SESSOES                       PIC XX VALUE "00".
       77 FS-CAIXA                         PIC XX VALUE "00".
       77 FIM-ENTRADA-FLAG                 PIC X  VALUE "N".
           88 FIM-ENTRADA                             VALUE "S".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
           88 FIM-PEDIDOS                             VALUE "S".
       77 FIM-REJEITADOS-FLAG              PIC X  VALUE "N".
           88 FIM-REJEITADOS                          VALUE "S".
      ****** PEDIDO EM CURSO (ACUMULADOR) ******************************
           COPY CPPEDWK.
      ****** BLOCO H...F EM LEITURA ************************************
      * As linhas do bloco ficam guardadas para irem, tal como vieram,
      * para o ficheiro de rejeitados se o pedido nao passar.
       77 FIM-BLOCO-FLAG                   PIC X  VALUE "N".
           88 FIM-BLOCO                               VALUE "S".
       77 JA-IMPORTADO-FLAG                PIC X  VALUE "N".
           88 JA-IMPORTADO                            VALUE "S".
       77 MOTIVO                           PIC X(60) VALUE SPACES.
       77 REF-ONLINE                       PIC X(12) VALUE SPACES.
       77 N-BUF                            PIC 99    VALUE 0.
       77 MAX-BUF                          PIC 99    VALUE 12.
       77 BUF-LINHA                        PIC X(100) OCCURS 12 TIMES.
       77 IDX-BUF                          PIC 99    VALUE 0.
       77 N-PZ-BLOCO                       PIC 9     VALUE 0.
       77 BLK-PIZZA                        PIC X(14) OCCURS 5 TIMES.
       01 PIZZA-ONLINE.
           05 PZO-RECEITA                  PIC XX.
           05 PZO-TAMANHO                  PIC X.
           05 PZO-NUM-INGR                 PIC X.
           05 PZO-INGREDIENTES OCCURS 5 TIMES PIC XX.
      ****** CLIENTE E PEDIDO ******************************************
       77 CLIENTE                          PIC A(35) VALUE SPACES.
       77 TEMP-CONTACTO                    PIC X(9)  VALUE SPACES.
       77 CONTACTO                         PIC 9(9)  VALUE 0.
           88 VALIDAR-CONTACTO                       VALUES
                                           210000000 THROUGH 296999999,
                                           910000000 THROUGH 939999999,
                                           960000000 THROUGH 969999999.
       77 TEMP-MODO                        PIC X     VALUE SPACES.
       77 TEMP-PAGO                        PIC X     VALUE SPACES.
           88 PAGO-ONLINE                            VALUE "S".
           88 PAGAR-NA-ENTREGA                       VALUE "N".
       77 TEMP-PAGAMENTO                   PIC X     VALUE SPACES.
           88 PAGAMENTO-VALIDO                       VALUES "D", "M",
                                                            "W".
       77 VALOR-PAGO                       PIC 9(4)V99 VALUE 0.
       77 TEMP-CODPOSTAL                   PIC X(4)  VALUE SPACES.
       77 NUMERO-PEDIDO                    PIC 9(4)  VALUE 0.
       77 PROM-DATA-NUM                    PIC 9(8)  VALUE 0.
       01 PROM-HORA-DET.
           05 PROM-HH                      PIC 99.
           05 PROM-MM                      PIC 99.
       01 PROM-HORA-NUM REDEFINES PROM-HORA-DET PIC 9(4).
      ****** PIZZAS ****************************************************
       77 PIZZA                            PIC 9     VALUE 0.
       77 INGREDIENTES                     PIC 99    VALUE 0.
       77 NUM-INGR                         PIC 9     VALUE 0.
       77 IDX-PZ                           PIC 9     VALUE 0.
       77 IDX-IN                           PIC 9     VALUE 0.
       77 IDX-REPOR                        PIC 9     VALUE 0.
       77 IDX-REPOR2                       PIC 9     VALUE 0.
       77 PIZZAS-RESERVADAS                PIC 9     VALUE 0.
       77 PIZZA-OK-FLAG                    PIC X     VALUE "S".
           88 PIZZA-DISPONIVEL                       VALUE "S".
      ****** TABELA DE PRECOS ******************************************
       77 TAB-PRECO-PIZZA                  PIC 9V99 OCCURS 3 TIMES.
       77 TAB-PRECO-INGR                   PIC 9V99 OCCURS 10 TIMES.
       77 DATA-HOJE                        PIC 9(8) VALUE 0.
       77 PRECO-EFETIVO                    PIC 9V99 VALUE 0.
       77 TAXA-IVA                         PIC 9V99 VALUE 0.23.
       77 COD-NUM                          PIC 99    VALUE 0.
       77 IDX                              PIC 99    VALUE 0.
       77 SUB-PIZZAS                       PIC 999V99 VALUE 0.
       77 VALOR-SAIDA                      PIC ZZZ9.99 VALUE SPACES.
       77 TOTAL-SAIDA                      PIC ZZZ9.99 VALUE SPACES.
      ****** PORCOES POR TAMANHO (coberturas, base e caixa) ***********
       77 TAMANHO-PORCAO                   PIC 9     VALUE 0.
       77 CHAVE-PORCAO                     PIC X(6)  VALUE SPACES.
       77 IDX-POR                          PIC 9     VALUE 0.
       77 IDX-BASE                         PIC 9     VALUE 0.
       77 PORCAO-OK-FLAG                   PIC X     VALUE "S".
           88 PORCAO-DISPONIVEL                      VALUE "S".
      ****** ZONA DE ENTREGA *******************************************
       77 TAXA-ZONA                        PIC 9V99  VALUE 0.
       77 MINIMO-ZONA                      PIC 99V99 VALUE 0.
      ****** NIF E FATURA **********************************************
       77 TEMP-NIF                         PIC X(9)  VALUE SPACES.
       77 NIF-DIG                          PIC 9     VALUE 0.
       77 NIF-SOMA                         PIC 9(3)  VALUE 0.
       77 NIF-QUOC                         PIC 9(3)  VALUE 0.
       77 NIF-RESTO                        PIC 99    VALUE 0.
       77 NIF-CONTROLO                     PIC 99    VALUE 0.
       77 NIF-IDX                          PIC 9     VALUE 0.
       77 NIF-VALIDO-FLAG                  PIC X     VALUE "N".
           88 NIF-VALIDO                             VALUE "S".
       77 NUMERO-FATURA                    PIC 9(6)  VALUE 0.
      ****** SESSAO DE CAIXA EM CURSO **********************************
       77 SESSAO-ATUAL                     PIC 9(4)  VALUE 0.
       77 OPERADOR-ATUAL                   PIC 9(3)  VALUE 0.
      ****** CONTADORES ************************************************
       77 CONT-BLOCOS                      PIC 9(4)  VALUE 0.
       77 CONT-ACEITES                     PIC 9(4)  VALUE 0.
       77 CONT-REJEITADOS                  PIC 9(4)  VALUE 0.
       77 CONT-REPETIDOS                   PIC 9(4)  VALUE 0.
       77 CONT-ESTADO                      PIC 9(5)  VALUE 0.
      ****** ARQUIVO DO FICHEIRO LIDO **********************************
       77 COMANDO                          PIC X(120) VALUE SPACES.
       77 NOME-LIDO                        PIC X(40)  VALUE SPACES.
      ****** DATA E HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO                          PIC 9(4).
           05 MES                          PIC 99.
           05 DIA                          PIC 99.
       01 MOMENTO-ATUAL.
           05 MOM-DATA                     PIC 9(8).
           05 MOM-HORA                     PIC 9(6).
      ****** LINHAS DOS REJEITADOS *************************************
      * Cabecalho de cada rejeicao (data e hora, referencia, motivo),
      * seguido das linhas do bloco tal como chegaram.
       01 REJEICAO-CAB.
           05 REJ-DATA                     PIC 9(8).
           05 FILLER                       PIC X     VALUE SPACE.
           05 REJ-HORA                     PIC 9(6).
           05 FILLER                       PIC X     VALUE SPACE.
           05 REJ-REFERENCIA               PIC X(12).
           05 FILLER                       PIC X     VALUE SPACE.
           05 REJ-MOTIVO                   PIC X(60).
           05 FILLER                       PIC X(43) VALUE SPACES.
       01 REJEICAO-DET REDEFINES REJEICAO-CAB.
           05 REJ-MARGEM                   PIC X(4).
           05 REJ-LINHA                    PIC X(100).
           05 FILLER                       PIC X(28).
      ****** LINHA DO ESTADO PARA A PLATAFORMA *************************
      * Uma linha por pedido online: referencia, numero do pedido na
      * pizzaria, estado, data e hora da ultima mudanca e, numa
      * rejeicao, o motivo (numero do pedido a zeros).
       01 ESTADO-ONLINE.
           05 EST-REFERENCIA               PIC X(12).
           05 FILLER                       PIC X     VALUE SPACE.
           05 EST-PEDIDO                   PIC 9(4).
           05 FILLER                       PIC X     VALUE SPACE.
           05 EST-ESTADO                   PIC X(9).
           05 FILLER                       PIC X     VALUE SPACE.
           05 EST-DATA                     PIC 9(8).
           05 FILLER                       PIC X     VALUE SPACE.
           05 EST-HORA                     PIC 9(6).
           05 FILLER                       PIC X     VALUE SPACE.
           05 EST-MOTIVO                   PIC X(56).
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
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           PERFORM ABRIR-FICHEIROS.
           PERFORM CARREGAR-PRECOS.
           OPEN INPUT ENTRADA.
           IF FS-ENTRADA = "00" THEN
               PERFORM ABRIR-REJEITADOS
               MOVE "N" TO FIM-ENTRADA-FLAG
               PERFORM LER-LINHA
               PERFORM UNTIL FIM-ENTRADA
                   IF ONL-CABECALHO THEN
                       PERFORM PROCESSAR-BLOCO THRU
                               PROCESSAR-BLOCO-FIM
                   ELSE
                       PERFORM REJEITAR-LINHA-SOLTA
                       PERFORM LER-LINHA
                   END-IF
               END-PERFORM
               CLOSE ENTRADA
               CLOSE REJEITADOS
               PERFORM ARQUIVAR-ENTRADA
               DISPLAY "Pedidos online: " CONT-BLOCOS " lidos, "
                       CONT-ACEITES " aceites, " CONT-REJEITADOS
                       " rejeitados, " CONT-REPETIDOS " ja importados."
           END-IF.
           PERFORM ESCREVER-ESTADO THRU ESCREVER-ESTADO-FIM.
           PERFORM FECHAR-FICHEIROS.
           STOP RUN.
      ****** LEITURA DO FICHEIRO DE ENTRADA ****************************
       LER-LINHA.
           READ ENTRADA
               AT END
                   SET FIM-ENTRADA TO TRUE
           END-READ.
      * Linha que nao pertence a nenhum bloco (antes do primeiro H ou
      * entre um F e o H seguinte) - vai sozinha para os rejeitados.
       REJEITAR-LINHA-SOLTA.
           MOVE SPACES TO REF-ONLINE.
           MOVE "Linha fora de um bloco H...F" TO MOTIVO.
           MOVE 1 TO N-BUF.
           MOVE ONLINE-REC TO BUF-LINHA(1).
           ADD 1 TO CONT-REJEITADOS.
           PERFORM ESCREVER-REJEICAO.
      ****** UM PEDIDO: BLOCO H, M, P..., F ****************************
       PROCESSAR-BLOCO.
           ADD 1 TO CONT-BLOCOS.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           PERFORM INICIALIZAR-PEDIDO-ATUAL.
           MOVE SPACES TO MOTIVO.
           MOVE "N" TO JA-IMPORTADO-FLAG.
           MOVE "N" TO FIM-BLOCO-FLAG.
           MOVE 0 TO N-BUF.
           MOVE 0 TO N-PZ-BLOCO.
           MOVE SPACES TO TEMP-CODPOSTAL.
           PERFORM GUARDAR-CABECALHO.
           PERFORM GUARDAR-LINHA-BLOCO.
           PERFORM LER-LINHA.
           PERFORM UNTIL FIM-BLOCO OR FIM-ENTRADA OR ONL-CABECALHO
               EVALUATE TRUE
                   WHEN ONL-MORADA
                       MOVE ONL-MORADA-TXT TO ATU-MORADA
                       MOVE ONL-CODPOSTAL TO TEMP-CODPOSTAL
                   WHEN ONL-PIZZA
                       IF N-PZ-BLOCO < 5 THEN
                           ADD 1 TO N-PZ-BLOCO
                           MOVE ONL-DADOS(1:14) TO
                               BLK-PIZZA(N-PZ-BLOCO)
                       ELSE
                           IF MOTIVO = SPACES THEN
                               MOVE "Mais de 5 pizzas no pedido"
                                   TO MOTIVO
                           END-IF
                       END-IF
                   WHEN ONL-FIM
                       SET FIM-BLOCO TO TRUE
                       IF (ONL-REF-FIM NOT = REF-ONLINE) AND
                          (MOTIVO = SPACES) THEN
                           MOVE "Referencia da linha F nao confere"
                               TO MOTIVO
                       END-IF
                   WHEN OTHER
                       IF MOTIVO = SPACES THEN
                           MOVE "Linha de tipo desconhecido no bloco"
                               TO MOTIVO
                       END-IF
               END-EVALUATE
               PERFORM GUARDAR-LINHA-BLOCO
               PERFORM LER-LINHA
           END-PERFORM.
           IF (NOT FIM-BLOCO) AND (MOTIVO = SPACES) THEN
               MOVE "Bloco incompleto - falta a linha F" TO MOTIVO
           END-IF.
           IF MOTIVO = SPACES THEN
               PERFORM VALIDAR-PEDIDO THRU VALIDAR-PEDIDO-FIM
           END-IF.
           IF JA-IMPORTADO THEN
               ADD 1 TO CONT-REPETIDOS
               GO PROCESSAR-BLOCO-FIM
           END-IF.
           IF MOTIVO NOT = SPACES THEN
               ADD 1 TO CONT-REJEITADOS
               PERFORM ESCREVER-REJEICAO
               GO PROCESSAR-BLOCO-FIM
           END-IF.
           PERFORM REGISTAR-PEDIDO.
           ADD 1 TO CONT-ACEITES.
       PROCESSAR-BLOCO-FIM.
           EXIT.
      * O cabecalho fica copiado antes de se ler a linha seguinte; os
      * campos numericos sao validados aqui, enquanto ainda estao no
      * registo.
       GUARDAR-CABECALHO.
           MOVE ONL-REFERENCIA TO REF-ONLINE.
           MOVE ONL-CLIENTE TO CLIENTE.
           MOVE ONL-CONTACTO TO TEMP-CONTACTO.
           MOVE ONL-NIF TO TEMP-NIF.
           MOVE ONL-MODO TO TEMP-MODO.
           MOVE ONL-PAGO TO TEMP-PAGO.
           MOVE ONL-PAG-MODO TO TEMP-PAGAMENTO.
           MOVE 0 TO VALOR-PAGO.
           MOVE 0 TO PROM-DATA-NUM.
           MOVE 0 TO PROM-HORA-NUM.
           IF ONL-VALOR-PAGO NUMERIC THEN
               MOVE ONL-VALOR-PAGO TO VALOR-PAGO
           ELSE
               IF PAGO-ONLINE THEN
                   MOVE "Valor pago invalido" TO MOTIVO
               END-IF
           END-IF.
           IF (ONL-PROM-DATA NUMERIC) AND (ONL-PROM-HORA NUMERIC)
                   THEN
               MOVE ONL-PROM-DATA TO PROM-DATA-NUM
               MOVE ONL-PROM-HORA TO PROM-HORA-NUM
           ELSE
               IF (ONL-PROM-DATA NOT = SPACES) OR
                  (ONL-PROM-HORA NOT = SPACES) THEN
                   IF MOTIVO = SPACES THEN
                       MOVE "Data/hora prometida invalida" TO MOTIVO
                   END-IF
               END-IF
           END-IF.
       GUARDAR-LINHA-BLOCO.
           IF N-BUF < MAX-BUF THEN
               ADD 1 TO N-BUF
               MOVE ONLINE-REC TO BUF-LINHA(N-BUF)
           END-IF.
      ****** VALIDACAO DO PEDIDO ***************************************
      * Para no primeiro problema; MOTIVO fica com a razao. O stock so
      * e reservado no fim, quando tudo o resto ja passou.
       VALIDAR-PEDIDO.
           IF REF-ONLINE = SPACES THEN
               MOVE "Referencia em falta" TO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM PROCURAR-REFERENCIA.
           IF JA-IMPORTADO THEN
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           IF CLIENTE = SPACES THEN
               MOVE "Nome do cliente em falta" TO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           IF TEMP-CONTACTO NOT NUMERIC THEN
               MOVE "Contacto invalido" TO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           MOVE TEMP-CONTACTO TO CONTACTO.
           IF NOT VALIDAR-CONTACTO THEN
               MOVE "Contacto invalido" TO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           IF (TEMP-NIF NOT = SPACES) AND (TEMP-NIF NOT = "000000000")
                   THEN
               PERFORM VALIDAR-NIF THRU VALIDAR-NIF-FIM
               IF NOT NIF-VALIDO THEN
                   MOVE "NIF invalido" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE TEMP-NIF TO ATU-NIF
           END-IF.
      ****** MODO E ZONA DE ENTREGA ************************************
           EVALUATE TEMP-MODO
               WHEN "L"
                   MOVE "L" TO ATU-MODO
                   MOVE SPACES TO ATU-MORADA
               WHEN "E"
                   MOVE "E" TO ATU-MODO
               WHEN OTHER
                   MOVE "Modo invalido (L ou E)" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
           END-EVALUATE.
           IF ATU-ENTREGA THEN
               IF ATU-MORADA = SPACES THEN
                   MOVE "Morada de entrega em falta" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
               END-IF
               IF TEMP-CODPOSTAL NOT NUMERIC THEN
                   MOVE "Codigo postal invalido" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE TEMP-CODPOSTAL TO ZON-CODPOSTAL
               READ ZONAS
                   INVALID KEY
                       MOVE "Codigo postal fora da zona de entregas"
                           TO MOTIVO
                       GO VALIDAR-PEDIDO-FIM
               END-READ
               IF NOT ZON-ESTA-ATIVA THEN
                   MOVE "Zona sem entregas de momento" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE ZON-CODPOSTAL TO ATU-ZONA
               MOVE ZON-TAXA TO TAXA-ZONA
               MOVE ZON-MINIMO TO MINIMO-ZONA
           END-IF.
      ****** PAGAMENTO *************************************************
           EVALUATE TRUE
               WHEN PAGO-ONLINE
                   MOVE "O" TO ATU-PAG-MODO
               WHEN PAGAR-NA-ENTREGA
                   IF NOT PAGAMENTO-VALIDO THEN
                       MOVE "Modo de pagamento invalido (D/M/W)"
                           TO MOTIVO
                       GO VALIDAR-PEDIDO-FIM
                   END-IF
                   MOVE TEMP-PAGAMENTO TO ATU-PAG-MODO
               WHEN OTHER
                   MOVE "Indicacao de pago invalida (S ou N)" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
           END-EVALUATE.
      ****** HORA PROMETIDA (zeros = para ja) **************************
           IF PROM-DATA-NUM NOT = 0 THEN
               IF (PROM-HH > 23) OR (PROM-MM > 59) THEN
                   MOVE "Hora prometida invalida" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL
               IF (PROM-DATA-NUM < DATA-HOJE) OR
                  ((PROM-DATA-NUM = DATA-HOJE) AND
                   (PROM-HORA-NUM * 100 <= MOM-HORA)) THEN
                   MOVE "Hora prometida ja passou" TO MOTIVO
                   GO VALIDAR-PEDIDO-FIM
               END-IF
               MOVE PROM-DATA-NUM TO ATU-PROM-DATA
               MOVE PROM-HORA-NUM TO ATU-PROM-HORA
           END-IF.
      ****** PIZZAS ****************************************************
           IF N-PZ-BLOCO = 0 THEN
               MOVE "Pedido sem pizzas" TO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM VARYING IDX-PZ FROM 1 BY 1
                   UNTIL (IDX-PZ > N-PZ-BLOCO) OR (MOTIVO NOT = SPACES)
               PERFORM MONTAR-PIZZA-ONLINE THRU MONTAR-PIZZA-ONLINE-FIM
           END-PERFORM.
           IF MOTIVO NOT = SPACES THEN
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM CALCULAR-TOTAIS-PEDIDO.
           IF (ATU-ENTREGA) AND (MINIMO-ZONA NOT = 0) AND
              (SUB-PIZZAS < MINIMO-ZONA) THEN
               MOVE MINIMO-ZONA TO VALOR-SAIDA
               STRING "Abaixo do pedido minimo da zona ("
                   VALOR-SAIDA ")" DELIMITED BY SIZE INTO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           IF (PAGO-ONLINE) AND (VALOR-PAGO NOT = ATU-PRECO-TOTAL) THEN
               MOVE VALOR-PAGO TO VALOR-SAIDA
               MOVE ATU-PRECO-TOTAL TO TOTAL-SAIDA
               STRING "Valor pago " VALOR-SAIDA " difere do total "
                   TOTAL-SAIDA DELIMITED BY SIZE INTO MOTIVO
               GO VALIDAR-PEDIDO-FIM
           END-IF.
           PERFORM RESERVAR-STOCK-PEDIDO.
       VALIDAR-PEDIDO-FIM.
           EXIT.
      ****** REFERENCIA JA IMPORTADA? **********************************
       PROCURAR-REFERENCIA.
           MOVE "N" TO FIM-PEDIDOS-FLAG.
           MOVE 0 TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY
                   SET FIM-PEDIDOS TO TRUE
           END-START.
           PERFORM UNTIL FIM-PEDIDOS OR JA-IMPORTADO
               READ PEDIDOS NEXT RECORD
                   AT END
                       SET FIM-PEDIDOS TO TRUE
                   NOT AT END
                       IF PED-REF-ONLINE = REF-ONLINE THEN
                           MOVE "S" TO JA-IMPORTADO-FLAG
                       END-IF
               END-READ
           END-PERFORM.
      ****** UMA PIZZA: RECEITA DA CASA OU MONTADA A MEDIDA ************
       MONTAR-PIZZA-ONLINE.
           MOVE BLK-PIZZA(IDX-PZ) TO PIZZA-ONLINE.
           MOVE IDX-PZ TO ATU-NUM-PIZZAS.
           IF (PZO-RECEITA NOT = SPACES) AND (PZO-RECEITA NOT = "00")
                   THEN
               IF PZO-RECEITA NOT NUMERIC THEN
                   MOVE "Codigo de receita invalido" TO MOTIVO
                   GO MONTAR-PIZZA-ONLINE-FIM
               END-IF
               MOVE PZO-RECEITA TO RCT-CODIGO
               READ RECEITAS
                   INVALID KEY
                       STRING "Receita " PZO-RECEITA " nao existe"
                           DELIMITED BY SIZE INTO MOTIVO
                       GO MONTAR-PIZZA-ONLINE-FIM
               END-READ
               MOVE RCT-TIPO TO ATZ-TIPO(IDX-PZ)
               MOVE RCT-CODIGO TO ATZ-RECEITA(IDX-PZ)
               MOVE RCT-PRECO TO ATZ-PRECO-BASE(IDX-PZ)
               MOVE RCT-NUM-INGREDIENTES TO
                   ATZ-NUM-INGREDIENTES(IDX-PZ)
               PERFORM VARYING IDX-IN FROM 1 BY 1
                       UNTIL IDX-IN > RCT-NUM-INGREDIENTES
                   MOVE RCT-INGREDIENTES(IDX-IN) TO
                       ATZ-INGREDIENTES(IDX-PZ IDX-IN)
               END-PERFORM
               MOVE 0 TO ATZ-PRECO-INGREDIENTES(IDX-PZ)
               MOVE RCT-PRECO TO ATZ-SUBTOTAL(IDX-PZ)
               GO MONTAR-PIZZA-ONLINE-FIM
           END-IF.
           IF PZO-TAMANHO NOT NUMERIC THEN
               MOVE "Tamanho de pizza invalido" TO MOTIVO
               GO MONTAR-PIZZA-ONLINE-FIM
           END-IF.
           MOVE PZO-TAMANHO TO PIZZA.
           IF (PIZZA < 1) OR (PIZZA > 3) THEN
               MOVE "Tamanho de pizza invalido" TO MOTIVO
               GO MONTAR-PIZZA-ONLINE-FIM
           END-IF.
           IF PZO-NUM-INGR NOT NUMERIC THEN
               MOVE "Numero de coberturas invalido" TO MOTIVO
               GO MONTAR-PIZZA-ONLINE-FIM
           END-IF.
           MOVE PZO-NUM-INGR TO NUM-INGR.
           IF NUM-INGR > 5 THEN
               MOVE "Mais de 5 coberturas numa pizza" TO MOTIVO
               GO MONTAR-PIZZA-ONLINE-FIM
           END-IF.
           MOVE PIZZA TO ATZ-TIPO(IDX-PZ).
           MOVE 0 TO ATZ-RECEITA(IDX-PZ).
           MOVE TAB-PRECO-PIZZA(PIZZA) TO ATZ-PRECO-BASE(IDX-PZ).
           MOVE NUM-INGR TO ATZ-NUM-INGREDIENTES(IDX-PZ).
           MOVE 0 TO ATZ-PRECO-INGREDIENTES(IDX-PZ).
           PERFORM VARYING IDX-IN FROM 1 BY 1
                   UNTIL (IDX-IN > NUM-INGR) OR (MOTIVO NOT = SPACES)
               IF PZO-INGREDIENTES(IDX-IN) NOT NUMERIC THEN
                   MOVE "Cobertura invalida" TO MOTIVO
               ELSE
                   MOVE PZO-INGREDIENTES(IDX-IN) TO INGREDIENTES
                   IF (INGREDIENTES < 1) OR (INGREDIENTES > 10) THEN
                       MOVE "Cobertura invalida" TO MOTIVO
                   ELSE
                       MOVE INGREDIENTES TO
                           ATZ-INGREDIENTES(IDX-PZ IDX-IN)
                       ADD TAB-PRECO-INGR(INGREDIENTES) TO
                           ATZ-PRECO-INGREDIENTES(IDX-PZ)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE ATZ-SUBTOTAL(IDX-PZ) =
               ATZ-PRECO-BASE(IDX-PZ) + ATZ-PRECO-INGREDIENTES(IDX-PZ).
       MONTAR-PIZZA-ONLINE-FIM.
           EXIT.
      ****** TOTAIS DO PEDIDO ******************************************
      * Como no balcao, mas sem desconto de fidelizacao nem promocoes:
      * o site mostra os precos da tabela e a taxa da zona.
       CALCULAR-TOTAIS-PEDIDO.
           MOVE 0 TO SUB-PIZZAS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ATU-NUM-PIZZAS
               ADD ATZ-SUBTOTAL(IDX) TO SUB-PIZZAS
           END-PERFORM.
           MOVE SUB-PIZZAS TO ATU-PRECO-SUBTOTAL.
           IF ATU-ENTREGA THEN
               MOVE TAXA-ZONA TO ATU-PRECO-ENTREGA
               ADD ATU-PRECO-ENTREGA TO ATU-PRECO-SUBTOTAL
           END-IF.
           MOVE TAXA-IVA TO ATU-TAXA-IVA-PIZZAS.
           COMPUTE ATU-IVA-PIZZAS = ATU-PRECO-SUBTOTAL * TAXA-IVA.
           MOVE ATU-IVA-PIZZAS TO ATU-PRECO-IVA.
           COMPUTE ATU-PRECO-TOTAL = ATU-PRECO-SUBTOTAL +
                                     ATU-PRECO-IVA.
      ****** RESERVA DO STOCK ******************************************
      * Pizza a pizza: se faltar a base ou uma cobertura, o que ja foi
      * tirado para as pizzas anteriores volta ao stock e o pedido e
      * rejeitado.
       RESERVAR-STOCK-PEDIDO.
           MOVE 0 TO PIZZAS-RESERVADAS.
           PERFORM VARYING IDX-PZ FROM 1 BY 1
                   UNTIL (IDX-PZ > ATU-NUM-PIZZAS) OR
                         (MOTIVO NOT = SPACES)
               PERFORM VERIFICAR-STOCK-PIZZA
               IF PIZZA-DISPONIVEL THEN
                   PERFORM TIRAR-STOCK-PIZZA
                   ADD 1 TO PIZZAS-RESERVADAS
               ELSE
                   STRING "Sem stock para a pizza " IDX-PZ
                       DELIMITED BY SIZE INTO MOTIVO
               END-IF
           END-PERFORM.
           IF MOTIVO NOT = SPACES THEN
               PERFORM REPOR-STOCK-PEDIDO
           END-IF.
       VERIFICAR-STOCK-PIZZA.
           MOVE "S" TO PIZZA-OK-FLAG.
           MOVE ATZ-TIPO(IDX-PZ) TO TAMANHO-PORCAO.
           PERFORM VERIFICAR-BASE.
           IF NOT PORCAO-DISPONIVEL THEN
               MOVE "N" TO PIZZA-OK-FLAG
           END-IF.
           PERFORM VARYING IDX-IN FROM 1 BY 1
                   UNTIL IDX-IN > ATZ-NUM-INGREDIENTES(IDX-PZ)
               MOVE ATZ-INGREDIENTES(IDX-PZ IDX-IN) TO INGREDIENTES
               PERFORM VERIFICAR-STOCK
               IF NOT PORCAO-DISPONIVEL THEN
                   MOVE "N" TO PIZZA-OK-FLAG
               END-IF
           END-PERFORM.
       TIRAR-STOCK-PIZZA.
           MOVE ATZ-TIPO(IDX-PZ) TO TAMANHO-PORCAO.
           PERFORM VARYING IDX-IN FROM 1 BY 1
                   UNTIL IDX-IN > ATZ-NUM-INGREDIENTES(IDX-PZ)
               MOVE ATZ-INGREDIENTES(IDX-PZ IDX-IN) TO INGREDIENTES
               PERFORM DECREMENTAR-STOCK
           END-PERFORM.
       REPOR-STOCK-PEDIDO.
           PERFORM VARYING IDX-REPOR2 FROM 1 BY 1
                   UNTIL IDX-REPOR2 > PIZZAS-RESERVADAS
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
           PERFORM FECHAR-TRANSACAO.
      ****** REGISTO DO PEDIDO ACEITE **********************************
       REGISTAR-PEDIDO.
           PERFORM OBTER-NOVO-NUMERO.
           MOVE NUMERO-PEDIDO TO ATU-NUMERO.
           IF ATU-NIF NOT = 0 THEN
               PERFORM OBTER-NUMERO-FATURA
               MOVE NUMERO-FATURA TO ATU-NUM-FATURA
           END-IF.
           MOVE CLIENTE TO ATU-CLIENTE.
           MOVE CONTACTO TO ATU-CONTACTO.
           MOVE REF-ONLINE TO ATU-REF-ONLINE.
           MOVE ATU-PRECO-TOTAL TO ATU-PAG-ENTREGUE.
           MOVE 0 TO ATU-PAG-TROCO.
           PERFORM TIRAR-BASES-PEDIDO.
           PERFORM GRAVAR-PEDIDO.
           PERFORM ATUALIZAR-CLIENTE.
           PERFORM GRAVAR-CAIXA.
           PERFORM FECHAR-TRANSACAO.
           DISPLAY "Pedido " NUMERO-PEDIDO " <- " REF-ONLINE " "
                   ATU-CLIENTE.
      ****** NUMERO DE PEDIDO PERSISTENTE ******************************
       OBTER-NOVO-NUMERO.
           MOVE "PEDIDO" TO CTRL-CHAVE.
           READ CONTROLO
               INVALID KEY
                   MOVE 0 TO CTRL-ULTIMO-PEDIDO
                   MOVE 0 TO CTRL-ULTIMA-FATURA
                   MOVE 0 TO CTRL-DATA
           END-READ.
           ADD 1 TO CTRL-ULTIMO-PEDIDO.
           MOVE CTRL-ULTIMO-PEDIDO TO NUMERO-PEDIDO.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
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
      ****** NUMERO DE FATURA PERSISTENTE ******************************
       OBTER-NUMERO-FATURA.
           MOVE "FATURA" TO CTRL-CHAVE.
           READ CONTROLO
               INVALID KEY
                   MOVE 0 TO CTRL-ULTIMO-PEDIDO
                   MOVE 0 TO CTRL-ULTIMA-FATURA
                   MOVE 0 TO CTRL-DATA
           END-READ.
           ADD 1 TO CTRL-ULTIMA-FATURA.
           MOVE CTRL-ULTIMA-FATURA TO NUMERO-FATURA.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
       INICIALIZAR-PEDIDO-ATUAL.
           MOVE 0 TO ATU-NUMERO.
           MOVE DATA-ATUAL TO ATU-DATA.
           MOVE SPACES TO ATU-CLIENTE.
           MOVE 0 TO ATU-CONTACTO.
           MOVE SPACES TO ATU-MORADA.
           MOVE "L" TO ATU-MODO.
           MOVE 0 TO ATU-MESA.
           MOVE SPACES TO ATU-ZONA.
           MOVE 0 TO TAXA-ZONA.
           MOVE 0 TO MINIMO-ZONA.
           MOVE 0 TO ATU-NUM-PIZZAS.
           MOVE 0 TO ATU-PRECO-ENTREGA.
           MOVE 0 TO ATU-PRECO-SUBTOTAL.
           MOVE 0 TO ATU-PRECO-IVA.
           MOVE 0 TO ATU-PRECO-TOTAL.
           MOVE 1 TO ATU-ESTADO.
           MOVE 0 TO ATU-HORA-RECEBIDO.
           MOVE 0 TO ATU-PROM-DATA.
           MOVE 0 TO ATU-PROM-HORA.
           MOVE 0 TO ATU-HORA-PREPARACAO.
           MOVE 0 TO ATU-HORA-PRONTO.
           MOVE 0 TO ATU-HORA-ENTREGUE.
           MOVE SPACES TO ATU-PAG-MODO.
           MOVE 0 TO ATU-PAG-DATA.
           MOVE 0 TO ATU-PAG-ENTREGUE.
           MOVE 0 TO ATU-PAG-TROCO.
           MOVE 0 TO ATU-ENTREGADOR.
           MOVE 0 TO ATU-HORA-SAIDA.
           MOVE 0 TO ATU-HORA-REGRESSO.
           MOVE 0 TO ATU-DESCONTO.
           MOVE SPACES TO ATU-PROMO-CODIGO.
           MOVE 0 TO ATU-PROMO-DESCONTO.
           MOVE 0 TO ATU-NIF.
           MOVE 0 TO ATU-NUM-FATURA.
           MOVE 0 TO ATU-NUM-NTCRED.
           MOVE 0 TO ATU-TAXA-IVA-PIZZAS.
           MOVE 0 TO ATU-IVA-PIZZAS.
           MOVE 0 TO ATU-NUM-EXTRAS.
           MOVE SPACES TO ATU-REF-ONLINE.
           MOVE 0 TO ATU-VALE-NUMERO.
           MOVE 0 TO ATU-VALE-VALOR.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
               MOVE SPACES TO ATX-CODIGO(IDX)
               MOVE SPACE TO ATX-CATEGORIA(IDX)
               MOVE 0 TO ATX-QUANTIDADE(IDX)
               MOVE 0 TO ATX-PRECO-UNIT(IDX)
               MOVE 0 TO ATX-TAXA-IVA(IDX)
               MOVE 0 TO ATX-SUBTOTAL(IDX)
               MOVE 0 TO ATX-IVA(IDX)
               MOVE 0 TO ATX-STK-CODIGO(IDX)
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
               MOVE 0 TO ATZ-TIPO(IDX)
               MOVE 0 TO ATZ-RECEITA(IDX)
               MOVE 0 TO ATZ-PRECO-BASE(IDX)
               MOVE 0 TO ATZ-NUM-INGREDIENTES(IDX)
               MOVE 0 TO ATZ-PRECO-INGREDIENTES(IDX)
               MOVE 0 TO ATZ-SUBTOTAL(IDX)
               PERFORM VARYING IDX-REPOR FROM 1 BY 1
                       UNTIL IDX-REPOR > 5
                   MOVE 0 TO ATZ-INGREDIENTES(IDX IDX-REPOR)
               END-PERFORM
           END-PERFORM.
      ****** PERSISTIR O PEDIDO ****************************************
       GRAVAR-PEDIDO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE MOM-HORA TO ATU-HORA-RECEBIDO.
           MOVE MOM-DATA TO ATU-PAG-DATA.
           MOVE PEDIDO-ATUAL TO PEDIDO-REC.
           PERFORM JORNAL-PEDIDOS.
           WRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido " NUMERO-PEDIDO " ("
                           REF-ONLINE ") NAO foi gravado em disco!"
                   MOVE 1 TO RETURN-CODE
           END-WRITE.
       ATUALIZAR-CLIENTE.
           MOVE CONTACTO TO CLI-CONTACTO.
           READ CLIENTES
               INVALID KEY
                   MOVE CONTACTO TO CLI-CONTACTO
                   MOVE CLIENTE TO CLI-NOME
                   MOVE 1 TO CLI-NUM-PEDIDOS
                   MOVE ATU-NIF TO CLI-NIF
                   MOVE "N" TO CLI-CONTA
                   MOVE 0 TO CLI-LIMITE
                   MOVE SPACE TO CLI-CONSENTIMENTO
                   MOVE 0 TO CLI-DATA-CONSENTIMENTO
                   MOVE ATU-DATA TO CLI-DATA-ULTIMO-PEDIDO
                   PERFORM JORNAL-CLIENTES
                   WRITE CLIENTE-REC
               NOT INVALID KEY
                   MOVE CLIENTE TO CLI-NOME
                   ADD 1 TO CLI-NUM-PEDIDOS
                   IF ATU-NIF NOT = 0 THEN
                       MOVE ATU-NIF TO CLI-NIF
                   END-IF
                   MOVE ATU-DATA TO CLI-DATA-ULTIMO-PEDIDO
                   PERFORM JORNAL-CLIENTES
                   REWRITE CLIENTE-REC
           END-READ.
      ****** MOVIMENTO DE CAIXA ****************************************
      * Pago na plataforma: modo "O", fora de qualquer sessao de caixa
      * (o dinheiro nao passa pela gaveta). A pagar na entrega: o modo
      * escolhido pelo cliente, na sessao aberta, como no telefone.
       GRAVAR-CAIXA.
           IF ATU-PAG-ONLINE THEN
               MOVE 0 TO SESSAO-ATUAL
               MOVE 0 TO OPERADOR-ATUAL
           ELSE
               PERFORM OBTER-SESSAO-ATUAL THRU OBTER-SESSAO-ATUAL-FIM
           END-IF.
           MOVE ATU-NUMERO TO CXA-PEDIDO.
           MOVE 1 TO CXA-SEQ.
           MOVE "P" TO CXA-TIPO.
           MOVE ATU-PAG-DATA TO CXA-DATA.
           MOVE MOM-HORA TO CXA-HORA.
           MOVE ATU-PAG-MODO TO CXA-MODO.
           MOVE ATU-PRECO-TOTAL TO CXA-VALOR.
           MOVE ATU-PAG-ENTREGUE TO CXA-ENTREGUE.
           MOVE ATU-PAG-TROCO TO CXA-TROCO.
           MOVE SESSAO-ATUAL TO CXA-SESSAO.
           MOVE OPERADOR-ATUAL TO CXA-OPERADOR.
           PERFORM JORNAL-CAIXA.
           WRITE CAIXA-REC
               INVALID KEY
                   DISPLAY "ERRO: movimento de caixa do pedido "
                           NUMERO-PEDIDO " NAO gravado!"
                   MOVE 1 TO RETURN-CODE
           END-WRITE.
      ****** SESSAO DE CAIXA ABERTA NO MOMENTO *************************
       OBTER-SESSAO-ATUAL.
           MOVE 0 TO SESSAO-ATUAL.
           MOVE 0 TO OPERADOR-ATUAL.
           IF FS-SESSOES NOT = "00" THEN
               GO OBTER-SESSAO-ATUAL-FIM
           END-IF.
           MOVE "SESSAO" TO CTRL-CHAVE.
           READ CONTROLO
               INVALID KEY
                   GO OBTER-SESSAO-ATUAL-FIM
           END-READ.
           IF CTRL-ULTIMO-PEDIDO = 0 THEN
               GO OBTER-SESSAO-ATUAL-FIM
           END-IF.
           MOVE CTRL-ULTIMO-PEDIDO TO SES-NUMERO.
           READ SESSOES
               INVALID KEY
                   GO OBTER-SESSAO-ATUAL-FIM
           END-READ.
           IF SES-ABERTA THEN
               MOVE SES-NUMERO TO SESSAO-ATUAL
               MOVE SES-OPERADOR TO OPERADOR-ATUAL
           END-IF.
       OBTER-SESSAO-ATUAL-FIM.
           EXIT.
      ****** STOCK DE INGREDIENTES *************************************
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
      ****** PORCOES POR TAMANHO DE PIZZA ******************************
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
      * Massa, molho e queijo, e a caixa - um pedido online sai sempre
      * da pizzaria.
       TIRAR-BASES-PEDIDO.
           PERFORM VARYING IDX-BASE FROM 1 BY 1
                   UNTIL IDX-BASE > ATU-NUM-PIZZAS
               MOVE ATZ-TIPO(IDX-BASE) TO TAMANHO-PORCAO
               MOVE "BAS" TO POR-ORIGEM
               PERFORM LER-PORCAO
               PERFORM TIRAR-PORCAO
               MOVE "CXA" TO POR-ORIGEM
               PERFORM LER-PORCAO
               PERFORM TIRAR-PORCAO
           END-PERFORM.
      ****** CARREGAR TABELA DE PRECOS *********************************
       CARREGAR-PRECOS.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE DATA-ATUAL TO DATA-HOJE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 3
               MOVE IDX TO COD-NUM
               MOVE SPACES TO PRC-CODIGO
               STRING "P" COD-NUM DELIMITED BY SIZE INTO PRC-CODIGO
               READ PRECOS
                   INVALID KEY
                       MOVE 0 TO TAB-PRECO-PIZZA(IDX)
                   NOT INVALID KEY
                       PERFORM RESOLVER-PRECO
                       MOVE PRECO-EFETIVO TO TAB-PRECO-PIZZA(IDX)
               END-READ
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
               MOVE IDX TO COD-NUM
               MOVE SPACES TO PRC-CODIGO
               STRING "I" COD-NUM DELIMITED BY SIZE INTO PRC-CODIGO
               READ PRECOS
                   INVALID KEY
                       MOVE 0 TO TAB-PRECO-INGR(IDX)
                   NOT INVALID KEY
                       PERFORM RESOLVER-PRECO
                       MOVE PRECO-EFETIVO TO TAB-PRECO-INGR(IDX)
               END-READ
           END-PERFORM.
           MOVE "IVA" TO PRC-CODIGO.
           READ PRECOS
               INVALID KEY
                   MOVE 0.23 TO TAXA-IVA
               NOT INVALID KEY
                   PERFORM RESOLVER-PRECO
                   MOVE PRECO-EFETIVO TO TAXA-IVA
           END-READ.
      ****** PRECO EM VIGOR NA DATA DE HOJE ****************************
       RESOLVER-PRECO.
           IF (PRC-DATA-NOVO NOT = 0) AND
              (PRC-DATA-NOVO <= DATA-HOJE) THEN
               MOVE PRC-VALOR-NOVO TO PRECO-EFETIVO
           ELSE
               MOVE PRC-VALOR TO PRECO-EFETIVO
           END-IF.
      ****** FICHEIRO DE REJEITADOS ************************************
       ABRIR-REJEITADOS.
           OPEN EXTEND REJEITADOS.
           IF FS-REJEITADOS NOT = "00" THEN
               OPEN OUTPUT REJEITADOS
               CLOSE REJEITADOS
               OPEN EXTEND REJEITADOS
           END-IF.
       ESCREVER-REJEICAO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE SPACES TO REJEICAO-CAB.
           MOVE MOM-DATA TO REJ-DATA.
           MOVE MOM-HORA TO REJ-HORA.
           MOVE REF-ONLINE TO REJ-REFERENCIA.
           MOVE MOTIVO TO REJ-MOTIVO.
           WRITE LINHA-REJEITADOS FROM REJEICAO-CAB.
           PERFORM VARYING IDX-BUF FROM 1 BY 1 UNTIL IDX-BUF > N-BUF
               MOVE SPACES TO REJEICAO-DET
               MOVE "  | " TO REJ-MARGEM
               MOVE BUF-LINHA(IDX-BUF) TO REJ-LINHA
               WRITE LINHA-REJEITADOS FROM REJEICAO-DET
           END-PERFORM.
           DISPLAY "Rejeitado " REF-ONLINE ": " MOTIVO.
      ****** O FICHEIRO LIDO SAI DA ENTRADA ****************************
      * Fica guardado em ONLINE/ com a data e hora da importacao; a
      * plataforma pode deixar o ficheiro seguinte.
       ARQUIVAR-ENTRADA.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE SPACES TO NOME-LIDO.
           STRING "ONLINE/ENTRADA-" MOM-DATA MOM-HORA ".TXT"
               DELIMITED BY SIZE INTO NOME-LIDO.
           MOVE SPACES TO COMANDO.
           STRING "mkdir -p ONLINE && mv ONLINE-ENTRADA.TXT "
               NOME-LIDO DELIMITED BY SIZE INTO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "ERRO: ONLINE-ENTRADA.TXT nao foi arquivado - "
                       "a proxima passagem volta a le-lo."
               MOVE 1 TO RETURN-CODE
           END-IF.
      ****** ESTADO DOS PEDIDOS ONLINE PARA A PLATAFORMA ***************
      * Reescrito em cada passagem: todos os pedidos online do
      * PEDIDOS.DAT com o estado atual, e as rejeicoes do dia.
       ESCREVER-ESTADO.
           OPEN OUTPUT ESTADO.
           IF FS-ESTADO NOT = "00" THEN
               DISPLAY "ERRO: nao foi possivel escrever "
                       "ONLINE-ESTADO.TXT."
               MOVE 1 TO RETURN-CODE
               GO ESCREVER-ESTADO-FIM
           END-IF.
           MOVE 0 TO CONT-ESTADO.
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
                       IF PED-REF-ONLINE NOT = SPACES THEN
                           PERFORM ESTADO-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ESTADO-REJEICOES THRU ESTADO-REJEICOES-FIM.
           CLOSE ESTADO.
       ESCREVER-ESTADO-FIM.
           EXIT.
       ESTADO-PEDIDO.
           MOVE SPACES TO ESTADO-ONLINE.
           MOVE PED-REF-ONLINE TO EST-REFERENCIA.
           MOVE PED-NUMERO TO EST-PEDIDO.
           MOVE PED-DATA TO EST-DATA.
           EVALUATE TRUE
               WHEN PED-EST-PRONTO
                   MOVE "PRONTO" TO EST-ESTADO
                   MOVE PED-HORA-PRONTO TO EST-HORA
               WHEN PED-EST-ENTREGUE
                   MOVE "ENTREGUE" TO EST-ESTADO
                   MOVE PED-HORA-ENTREGUE TO EST-HORA
               WHEN PED-EST-ANULADO
                   MOVE "ANULADO" TO EST-ESTADO
                   MOVE PED-HORA-RECEBIDO TO EST-HORA
               WHEN OTHER
                   MOVE "ACEITE" TO EST-ESTADO
                   MOVE PED-HORA-RECEBIDO TO EST-HORA
           END-EVALUATE.
           WRITE LINHA-ESTADO FROM ESTADO-ONLINE.
           ADD 1 TO CONT-ESTADO.
       ESTADO-REJEICOES.
           OPEN INPUT REJEITADOS.
           IF FS-REJEITADOS NOT = "00" THEN
               GO ESTADO-REJEICOES-FIM
           END-IF.
           MOVE "N" TO FIM-REJEITADOS-FLAG.
           PERFORM UNTIL FIM-REJEITADOS
               READ REJEITADOS INTO REJEICAO-CAB
                   AT END
                       SET FIM-REJEITADOS TO TRUE
                   NOT AT END
                       IF (REJ-DATA NUMERIC) AND
                          (REJ-DATA = DATA-HOJE) AND
                          (REJ-REFERENCIA NOT = SPACES) THEN
                           MOVE SPACES TO ESTADO-ONLINE
                           MOVE REJ-REFERENCIA TO EST-REFERENCIA
                           MOVE 0 TO EST-PEDIDO
                           MOVE "REJEITADO" TO EST-ESTADO
                           MOVE REJ-DATA TO EST-DATA
                           MOVE REJ-HORA TO EST-HORA
                           MOVE REJ-MOTIVO TO EST-MOTIVO
                           WRITE LINHA-ESTADO FROM ESTADO-ONLINE
                           ADD 1 TO CONT-ESTADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJEITADOS.
       ESTADO-REJEICOES-FIM.
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
           MOVE "TAREFA26" TO JRN-PROGRAMA.
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
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
      * As tabelas (precos, receitas, zonas, porcoes, stock) sao
      * criadas pelo TAREFA06; sem elas nao se importa nada.
       ABRIR-FICHEIROS.
           OPEN INPUT PRECOS.
           OPEN INPUT RECEITAS.
           OPEN INPUT ZONAS.
           OPEN INPUT PORCOES.
           OPEN I-O STOCK.
           IF (FS-PRECOS NOT = "00") OR (FS-RECEITAS NOT = "00") OR
              (FS-ZONAS NOT = "00") OR (FS-PORCOES NOT = "00") OR
              (FS-STOCK NOT = "00") THEN
               DISPLAY "ERRO: faltam as tabelas da pizzaria (PRECOS, "
                       "RECEITAS, ZONAS, PORCOES, STOCK)."
               DISPLAY "Corra primeiro o TAREFA06."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS = "35" THEN
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.

           OPEN I-O CONTROLO.
           IF FS-CONTROLO = "35" THEN
               OPEN OUTPUT CONTROLO
               MOVE "PEDIDO" TO CTRL-CHAVE
               MOVE 0 TO CTRL-ULTIMO-PEDIDO
               MOVE 0 TO CTRL-ULTIMA-FATURA
               MOVE 0 TO CTRL-DATA
               WRITE CONTROLO-REC
               CLOSE CONTROLO
               OPEN I-O CONTROLO
           END-IF.

           OPEN I-O CLIENTES.
           IF FS-CLIENTES = "35" THEN
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.

           OPEN I-O CAIXA.
           IF FS-CAIXA = "35" THEN
               OPEN OUTPUT CAIXA
               CLOSE CAIXA
               OPEN I-O CAIXA
           END-IF.

           OPEN INPUT SESSOES.
       FECHAR-FICHEIROS.
           CLOSE PEDIDOS.
           CLOSE CONTROLO.
           CLOSE CLIENTES.
           CLOSE PRECOS.
           CLOSE STOCK.
           CLOSE RECEITAS.
           CLOSE ZONAS.
           CLOSE PORCOES.
           CLOSE SESSOES.
           CLOSE CAIXA.
       END PROGRAM TAREFA26.
