      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Suppliers and purchase orders. Maintains the supplier
      *          master (FORNECED.DAT: name, NIF, contact, lead time
      *          and the STOCK.DAT items each one delivers at an
      *          agreed cost) and turns the reorder list - every item
      *          at or below STK-MINIMO, less what is already on
      *          order - into numbered purchase orders, one per
      *          supplier (ENCOMEND.DAT, "ENCOMENDA" counter in
      *          CONTROLO.DAT), each printed as an order sheet
      *          ENCnnnn.TXT to phone or mail through. Items are
      *          ordered back up to twice their minimum from the
      *          cheapest active supplier. Goods receipts against the
      *          orders are booked in the stock screen (TAREFA10).
      *          Also prints the outstanding-orders report
      *          (PENDENTES.TXT) and cancels an order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECED ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECED.

           SELECT ENCOMEND ASSIGN TO "ENCOMEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS FS-ENCOMEND.

           SELECT STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CODIGO
               FILE STATUS IS FS-STOCK.

           SELECT CONTROLO ASSIGN TO "CONTROLO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTRL-CHAVE
               FILE STATUS IS FS-CONTROLO.

           SELECT NOTA-ENCOMENDA ASSIGN TO NOME-NOTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTA.

           SELECT PENDENTES ASSIGN TO "PENDENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDENTES.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECED
           LABEL RECORD STANDARD.
           COPY CPFORNEC.

       FD  ENCOMEND
           LABEL RECORD STANDARD.
           COPY CPENCOM.

       FD  STOCK
           LABEL RECORD STANDARD.
           COPY CPSTOCK.

       FD  CONTROLO
           LABEL RECORD STANDARD.
           COPY CPCONTA.

       FD  NOTA-ENCOMENDA
           LABEL RECORD STANDARD.
       01  LINHA-NOTA                      PIC X(70).

       FD  PENDENTES
           LABEL RECORD STANDARD.
       01  LINHA-PENDENTE                  PIC X(70).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-FORNECED                      PIC XX VALUE "00".
       77 FS-ENCOMEND                      PIC XX VALUE "00".
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-CONTROLO                      PIC XX VALUE "00".
       77 FS-NOTA                          PIC XX VALUE "00".
       77 FS-PENDENTES                     PIC XX VALUE "00".
       77 FIM-FORNECED-FLAG                PIC X  VALUE "N".
           88 FIM-FORNECED                            VALUE "S".
       77 FIM-ENCOMEND-FLAG                PIC X  VALUE "N".
           88 FIM-ENCOMEND                            VALUE "S".
       77 FIM-STOCK-FLAG                   PIC X  VALUE "N".
           88 FIM-STOCK                               VALUE "S".
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 OPCAO                            PIC X     VALUE SPACES.
       77 TEMP-CODIGO                      PIC X(3)  VALUE SPACES.
       77 TEMP-NUMERO                      PIC X(4)  VALUE SPACES.
       77 TEMP-NIF                         PIC X(9)  VALUE SPACES.
       77 TEMP-TELEFONE                    PIC X(9)  VALUE SPACES.
       77 TEMP-PRAZO                       PIC XX    VALUE SPACES.
       77 TEMP-NUM                         PIC XX    VALUE SPACES.
       77 TEMP-STK                         PIC XX    VALUE SPACES.
       77 TEMP-CUSTO                       PIC X(7)  VALUE SPACES.
       77 TEMP-CONFIRMA                    PIC X     VALUE SPACES.
           88 CONFIRMA-SIM                           VALUES "S", "s".
       77 FORNECEDOR-ENCONTRADO            PIC X     VALUE "N".
           88 FORNECEDOR-EXISTE                      VALUE "S".
       77 NUM-ARTIGOS                      PIC 99    VALUE 0.
      ****** VALIDACAO DO NIF (como no balcao) *************************
       77 NIF-DIG                          PIC 9     VALUE 0.
       77 NIF-SOMA                         PIC 9(3)  VALUE 0.
       77 NIF-QUOC                         PIC 9(3)  VALUE 0.
       77 NIF-RESTO                        PIC 99    VALUE 0.
       77 NIF-CONTROLO                     PIC 99    VALUE 0.
       77 NIF-IDX                          PIC 9     VALUE 0.
       77 NIF-VALIDO-FLAG                  PIC X     VALUE "N".
           88 NIF-VALIDO                             VALUE "S".
      ****** QUANTIDADES JA ENCOMENDADAS POR ARTIGO ********************
       77 PENDENTE-STK                     PIC 9(6) OCCURS 99 TIMES
                                            VALUE 0.
      ****** ARTIGOS A ENCOMENDAR NESTA GERACAO ************************
       77 N-GER                            PIC 99    VALUE 0.
       77 GER-STK                          PIC 99 OCCURS 99 TIMES
                                            VALUE 0.
       77 GER-FORN                         PIC 9(3) OCCURS 99 TIMES
                                            VALUE 0.
       77 GER-QTD                          PIC 9(5) OCCURS 99 TIMES
                                            VALUE 0.
       77 GER-CUSTO                        PIC 9(3)V99 OCCURS 99 TIMES
                                            VALUE 0.
       77 GER-FEITO                        PIC X OCCURS 99 TIMES
                                            VALUE "N".
       77 MELHOR-FORN                      PIC 9(3)  VALUE 0.
       77 MELHOR-CUSTO                     PIC 9(3)V99 VALUE 0.
       77 QTD-ENCOMENDAR                   PIC S9(6) VALUE 0.
       77 FORN-ATUAL                       PIC 9(3)  VALUE 0.
       77 SEM-FORNECEDOR                   PIC 99    VALUE 0.
       77 ENCOMENDAS-CRIADAS               PIC 99    VALUE 0.
      ****** NUMERACAO E DATAS *****************************************
       77 NUMERO-ENCOMENDA                 PIC 9(4)  VALUE 0.
       77 NOME-NOTA                        PIC X(12) VALUE SPACES.
       77 DATA-HOJE                        PIC 9(8)  VALUE 0.
      ****** INDICES ***************************************************
       77 IDX                              PIC 99    VALUE 0.
       77 IDX2                             PIC 99    VALUE 0.
       77 IDX-LIN                          PIC 99    VALUE 0.
       77 LINHAS-PENDENTES                 PIC 9(3)  VALUE 0.
       77 ENCOMENDAS-PENDENTES             PIC 9(3)  VALUE 0.
      ****** SAIDAS EDITADAS *******************************************
       77 QTD-SAIDA                        PIC ZZZZ9 VALUE SPACES.
       77 QTD-SAIDA2                       PIC ZZZZ9 VALUE SPACES.
       77 QTD-SAIDA3                       PIC ZZZZ9 VALUE SPACES.
       77 CUSTO-SAIDA                      PIC ZZ9.99 VALUE SPACES.
       77 VALOR-LINHA                      PIC 9(6)V99 VALUE 0.
       77 VALOR-TOTAL                      PIC 9(7)V99 VALUE 0.
       77 VALOR-SAIDA                      PIC ZZZZZ9.99 VALUE SPACES.
       77 PRAZO-SAIDA                      PIC Z9    VALUE SPACES.
       77 ESTADO-SAIDA                     PIC X(9)  VALUE SPACES.
      ****** DATA ******************************************************
       01 DATA-ATUAL.
           05 ANO PIC 9(4).
           05 MES PIC 99.
           05 DIA PIC 99.
       01 DATA-EDITADA.
           05 DE-DIA                       PIC 99.
           05 FILLER                       PIC X     VALUE "-".
           05 DE-MES                       PIC 99.
           05 FILLER                       PIC X     VALUE "-".
           05 DE-ANO                       PIC 9(4).
       01 DATA-TRABALHO.
           05 DT-ANO                       PIC 9(4).
           05 DT-MES                       PIC 99.
           05 DT-DIA                       PIC 99.
       01 DATA-TRABALHO-NUM REDEFINES DATA-TRABALHO PIC 9(8).
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
           MOVE DATA-ATUAL TO DATA-HOJE.
           PERFORM ABRIR-FICHEIROS.
      ****** MENU PRINCIPAL ********************************************
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "======= FORNECEDORES E ENCOMENDAS =======".
           DISPLAY "(1) Listar fornecedores".
           DISPLAY "(2) Criar / alterar fornecedor".
           DISPLAY "(3) Gerar encomendas da reposicao".
           DISPLAY "(4) Reimprimir nota de encomenda".
           DISPLAY "(5) Relatorio de encomendas pendentes".
           DISPLAY "(6) Cancelar encomenda".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM LISTAR-FORNECEDORES
               WHEN "2"
                   PERFORM ALTERAR-FORNECEDOR THRU
                           ALTERAR-FORNECEDOR-EXIT
               WHEN "3"
                   PERFORM GERAR-ENCOMENDAS
               WHEN "4"
                   PERFORM REIMPRIMIR-NOTA THRU REIMPRIMIR-NOTA-EXIT
               WHEN "5"
                   PERFORM RELATORIO-PENDENTES
               WHEN "6"
                   PERFORM CANCELAR-ENCOMENDA THRU
                           CANCELAR-ENCOMENDA-EXIT
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
      ****** LISTAGEM DOS FORNECEDORES *********************************
       LISTAR-FORNECEDORES.
           DISPLAY " ".
           DISPLAY "Cod Nome                           Prazo Ativo".
           DISPLAY "--- ------------------------------ ----- -----".
           MOVE "N" TO FIM-FORNECED-FLAG.
           MOVE 0 TO FOR-CODIGO.
           START FORNECED KEY IS NOT LESS THAN FOR-CODIGO
               INVALID KEY
                   SET FIM-FORNECED TO TRUE
           END-START.
           PERFORM UNTIL FIM-FORNECED
               READ FORNECED NEXT RECORD
                   AT END
                       SET FIM-FORNECED TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-FORNECEDOR
               END-READ
           END-PERFORM.
       MOSTRAR-FORNECEDOR.
           MOVE FOR-PRAZO-DIAS TO PRAZO-SAIDA.
           DISPLAY FOR-CODIGO " " FOR-NOME "    " PRAZO-SAIDA
                   "     " FOR-ATIVO.
           DISPLAY "    NIF " FOR-NIF "  " FOR-PESSOA " "
                   FOR-TELEFONE " " FOR-EMAIL.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > FOR-NUM-ARTIGOS
               MOVE FOR-STK-CODIGO(IDX) TO STK-CODIGO
               MOVE SPACES TO STK-DESCRICAO
               READ STOCK
                   INVALID KEY
                       MOVE "(artigo desconhecido)" TO STK-DESCRICAO
               END-READ
               MOVE FOR-CUSTO-ACORDADO(IDX) TO CUSTO-SAIDA
               DISPLAY "    " FOR-STK-CODIGO(IDX) " " STK-DESCRICAO
                       " a " CUSTO-SAIDA
           END-PERFORM.
      ****** CRIAR OU ALTERAR UM FORNECEDOR ****************************
       ALTERAR-FORNECEDOR.
           DISPLAY "Codigo do fornecedor (1-999): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO FOR-CODIGO.
           IF FOR-CODIGO = 0 THEN
               DISPLAY "Codigo invalido."
               GO ALTERAR-FORNECEDOR-EXIT
           END-IF.
           MOVE "N" TO FORNECEDOR-ENCONTRADO.
           READ FORNECED
               INVALID KEY
                   DISPLAY "Fornecedor novo."
               NOT INVALID KEY
                   MOVE "S" TO FORNECEDOR-ENCONTRADO
                   PERFORM MOSTRAR-FORNECEDOR
           END-READ.
           DISPLAY "Nome: " WITH NO ADVANCING.
           ACCEPT FOR-NOME.
           DISPLAY "NIF: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-NIF.
           ACCEPT TEMP-NIF.
           PERFORM VALIDAR-NIF THRU VALIDAR-NIF-FIM.
           IF NOT NIF-VALIDO THEN
               DISPLAY "NIF invalido - alteracao cancelada."
               GO ALTERAR-FORNECEDOR-EXIT
           END-IF.
           MOVE TEMP-NIF TO FOR-NIF.
           DISPLAY "Pessoa de contacto: " WITH NO ADVANCING.
           ACCEPT FOR-PESSOA.
           DISPLAY "Telefone: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-TELEFONE.
           ACCEPT TEMP-TELEFONE.
           MOVE FUNCTION NUMVAL(TEMP-TELEFONE) TO FOR-TELEFONE.
           DISPLAY "Email: " WITH NO ADVANCING.
           ACCEPT FOR-EMAIL.
           DISPLAY "Prazo de entrega em dias: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-PRAZO.
           ACCEPT TEMP-PRAZO.
           MOVE FUNCTION NUMVAL(TEMP-PRAZO) TO FOR-PRAZO-DIAS.
           DISPLAY "Ativo? (S/N): " WITH NO ADVANCING.
           ACCEPT FOR-ATIVO.
           MOVE FUNCTION UPPER-CASE(FOR-ATIVO) TO FOR-ATIVO.
           IF FOR-ATIVO NOT = "S" THEN
               MOVE "N" TO FOR-ATIVO
           END-IF.
           DISPLAY "Quantos artigos fornece (0-10): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-NUM.
           ACCEPT TEMP-NUM.
           MOVE FUNCTION NUMVAL(TEMP-NUM) TO NUM-ARTIGOS.
           IF NUM-ARTIGOS > 10 THEN
               DISPLAY "No maximo 10 artigos - alteracao cancelada."
               GO ALTERAR-FORNECEDOR-EXIT
           END-IF.
           MOVE NUM-ARTIGOS TO FOR-NUM-ARTIGOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
               MOVE 0 TO FOR-STK-CODIGO(IDX)
               MOVE 0 TO FOR-CUSTO-ACORDADO(IDX)
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > NUM-ARTIGOS
               DISPLAY "Artigo do stock: " WITH NO ADVANCING
               MOVE SPACES TO TEMP-STK
               ACCEPT TEMP-STK
               MOVE FUNCTION NUMVAL(TEMP-STK) TO STK-CODIGO
               READ STOCK
                   INVALID KEY
                       DISPLAY "Artigo desconhecido - alteracao "
                               "cancelada."
                       GO ALTERAR-FORNECEDOR-EXIT
               END-READ
               MOVE STK-CODIGO TO FOR-STK-CODIGO(IDX)
               DISPLAY "  " STK-DESCRICAO " - custo acordado: "
                       WITH NO ADVANCING
               MOVE SPACES TO TEMP-CUSTO
               ACCEPT TEMP-CUSTO
               MOVE FUNCTION NUMVAL(TEMP-CUSTO) TO
                   FOR-CUSTO-ACORDADO(IDX)
           END-PERFORM.
           IF FORNECEDOR-EXISTE THEN
               PERFORM JORNAL-FORNECED
               REWRITE FORNECEDOR-REC
                   INVALID KEY
                       DISPLAY "ERRO: fornecedor NAO foi gravado!"
                       GO ALTERAR-FORNECEDOR-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-FORNECED
               WRITE FORNECEDOR-REC
                   INVALID KEY
                       DISPLAY "ERRO: fornecedor NAO foi gravado!"
                       GO ALTERAR-FORNECEDOR-EXIT
               END-WRITE
           END-IF.
           DISPLAY "Fornecedor " FOR-CODIGO " gravado.".
       ALTERAR-FORNECEDOR-EXIT.
           EXIT.
      ****** VALIDACAO DO NIF (digito de controlo, como no balcao) *****
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
      ****** GERAR ENCOMENDAS A PARTIR DA REPOSICAO ********************
      * Cada artigo na existencia minima ou abaixo, descontado o que
      * ja esta encomendado e por receber, e pedido ate ao dobro do
      * minimo ao fornecedor ativo mais barato; os artigos do mesmo
      * fornecedor ficam na mesma encomenda (10 linhas no maximo).
       GERAR-ENCOMENDAS.
           PERFORM SOMAR-PENDENTES.
           MOVE 0 TO N-GER.
           MOVE 0 TO SEM-FORNECEDOR.
           MOVE 0 TO ENCOMENDAS-CRIADAS.
           MOVE "N" TO FIM-STOCK-FLAG.
           MOVE 0 TO STK-CODIGO.
           START STOCK KEY IS NOT LESS THAN STK-CODIGO
               INVALID KEY
                   SET FIM-STOCK TO TRUE
           END-START.
           PERFORM UNTIL FIM-STOCK
               READ STOCK NEXT RECORD
                   AT END
                       SET FIM-STOCK TO TRUE
                   NOT AT END
                       PERFORM AVALIAR-ARTIGO THRU AVALIAR-ARTIGO-FIM
               END-READ
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > N-GER
               IF GER-FEITO(IDX) = "N" THEN
                   PERFORM CRIAR-ENCOMENDA
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Encomendas criadas: " ENCOMENDAS-CRIADAS.
           IF SEM-FORNECEDOR NOT = 0 THEN
               DISPLAY "Artigos a repor sem fornecedor: "
                       SEM-FORNECEDOR
           END-IF.
       AVALIAR-ARTIGO.
           IF STK-CODIGO < 1 THEN
               GO AVALIAR-ARTIGO-FIM
           END-IF.
           IF STK-QUANTIDADE + PENDENTE-STK(STK-CODIGO) > STK-MINIMO
                   THEN
               GO AVALIAR-ARTIGO-FIM
           END-IF.
           COMPUTE QTD-ENCOMENDAR = 2 * STK-MINIMO - STK-QUANTIDADE -
                                    PENDENTE-STK(STK-CODIGO).
           IF QTD-ENCOMENDAR < 1 THEN
               GO AVALIAR-ARTIGO-FIM
           END-IF.
           PERFORM ESCOLHER-FORNECEDOR.
           IF MELHOR-FORN = 0 THEN
               ADD 1 TO SEM-FORNECEDOR
               MOVE QTD-ENCOMENDAR TO QTD-SAIDA
               DISPLAY "Sem fornecedor: " STK-CODIGO " " STK-DESCRICAO
                       " (faltam " QTD-SAIDA ")"
               GO AVALIAR-ARTIGO-FIM
           END-IF.
           IF N-GER < 99 THEN
               ADD 1 TO N-GER
               MOVE STK-CODIGO TO GER-STK(N-GER)
               MOVE MELHOR-FORN TO GER-FORN(N-GER)
               MOVE QTD-ENCOMENDAR TO GER-QTD(N-GER)
               MOVE MELHOR-CUSTO TO GER-CUSTO(N-GER)
               MOVE "N" TO GER-FEITO(N-GER)
           END-IF.
       AVALIAR-ARTIGO-FIM.
           EXIT.
       ESCOLHER-FORNECEDOR.
           MOVE 0 TO MELHOR-FORN.
           MOVE 0 TO MELHOR-CUSTO.
           MOVE "N" TO FIM-FORNECED-FLAG.
           MOVE 0 TO FOR-CODIGO.
           START FORNECED KEY IS NOT LESS THAN FOR-CODIGO
               INVALID KEY
                   SET FIM-FORNECED TO TRUE
           END-START.
           PERFORM UNTIL FIM-FORNECED
               READ FORNECED NEXT RECORD
                   AT END
                       SET FIM-FORNECED TO TRUE
                   NOT AT END
                       IF FOR-ESTA-ATIVO THEN
                           PERFORM COMPARAR-FORNECEDOR
                       END-IF
               END-READ
           END-PERFORM.
       COMPARAR-FORNECEDOR.
           PERFORM VARYING IDX2 FROM 1 BY 1
                   UNTIL IDX2 > FOR-NUM-ARTIGOS
               IF FOR-STK-CODIGO(IDX2) = STK-CODIGO THEN
                   IF (MELHOR-FORN = 0) OR
                      (FOR-CUSTO-ACORDADO(IDX2) < MELHOR-CUSTO) THEN
                       MOVE FOR-CODIGO TO MELHOR-FORN
                       MOVE FOR-CUSTO-ACORDADO(IDX2) TO MELHOR-CUSTO
                   END-IF
               END-IF
           END-PERFORM.
      ****** UMA ENCOMENDA POR FORNECEDOR ******************************
       CRIAR-ENCOMENDA.
           MOVE GER-FORN(IDX) TO FORN-ATUAL.
           MOVE FORN-ATUAL TO FOR-CODIGO.
           READ FORNECED
               INVALID KEY
                   MOVE 0 TO FOR-PRAZO-DIAS
           END-READ.
           PERFORM OBTER-NUMERO-ENCOMENDA.
           INITIALIZE ENCOMENDA-REC.
           MOVE NUMERO-ENCOMENDA TO ENC-NUMERO.
           MOVE FORN-ATUAL TO ENC-FORNECEDOR.
           MOVE DATA-HOJE TO ENC-DATA.
           COMPUTE ENC-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-HOJE) + FOR-PRAZO-DIAS).
           MOVE "A" TO ENC-ESTADO.
           MOVE 0 TO ENC-NUM-LINHAS.
           PERFORM VARYING IDX2 FROM IDX BY 1 UNTIL IDX2 > N-GER
               IF (GER-FEITO(IDX2) = "N") AND
                  (GER-FORN(IDX2) = FORN-ATUAL) AND
                  (ENC-NUM-LINHAS < 10) THEN
                   ADD 1 TO ENC-NUM-LINHAS
                   MOVE ENC-NUM-LINHAS TO IDX-LIN
                   MOVE GER-STK(IDX2) TO ENL-STK-CODIGO(IDX-LIN)
                   MOVE GER-QTD(IDX2) TO ENL-QTD-PEDIDA(IDX-LIN)
                   MOVE 0 TO ENL-QTD-RECEBIDA(IDX-LIN)
                   MOVE GER-CUSTO(IDX2) TO ENL-CUSTO-ACORDADO(IDX-LIN)
                   MOVE "A" TO ENL-ESTADO(IDX-LIN)
                   MOVE "S" TO GER-FEITO(IDX2)
               END-IF
           END-PERFORM.
           PERFORM JORNAL-ENCOMEND.
           WRITE ENCOMENDA-REC
               INVALID KEY
                   DISPLAY "ERRO: encomenda " NUMERO-ENCOMENDA
                           " NAO foi gravada!"
               NOT INVALID KEY
                   ADD 1 TO ENCOMENDAS-CRIADAS
                   PERFORM IMPRIMIR-NOTA
                   DISPLAY "Encomenda " ENC-NUMERO " a "
                           FOR-NOME " - nota " NOME-NOTA
           END-WRITE.
      ****** QUANTIDADES JA ENCOMENDADAS E POR RECEBER *****************
       SOMAR-PENDENTES.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 99
               MOVE 0 TO PENDENTE-STK(IDX)
           END-PERFORM.
           MOVE "N" TO FIM-ENCOMEND-FLAG.
           MOVE 0 TO ENC-NUMERO.
           START ENCOMEND KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY
                   SET FIM-ENCOMEND TO TRUE
           END-START.
           PERFORM UNTIL FIM-ENCOMEND
               READ ENCOMEND NEXT RECORD
                   AT END
                       SET FIM-ENCOMEND TO TRUE
                   NOT AT END
                       IF ENC-PENDENTE THEN
                           PERFORM SOMAR-PENDENTES-ENCOMENDA
                       END-IF
               END-READ
           END-PERFORM.
       SOMAR-PENDENTES-ENCOMENDA.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > ENC-NUM-LINHAS
               IF ENL-ABERTA(IDX-LIN) AND
                  (ENL-STK-CODIGO(IDX-LIN) >= 1) AND
                  (ENL-QTD-PEDIDA(IDX-LIN) >
                   ENL-QTD-RECEBIDA(IDX-LIN)) THEN
                   COMPUTE PENDENTE-STK(ENL-STK-CODIGO(IDX-LIN)) =
                       PENDENTE-STK(ENL-STK-CODIGO(IDX-LIN)) +
                       ENL-QTD-PEDIDA(IDX-LIN) -
                       ENL-QTD-RECEBIDA(IDX-LIN)
               END-IF
           END-PERFORM.
      ****** NUMERO DE ENCOMENDA PERSISTENTE ***************************
       OBTER-NUMERO-ENCOMENDA.
           MOVE "ENCOMENDA" TO CTRL-CHAVE.
           READ CONTROLO
               INVALID KEY
                   MOVE 0 TO CTRL-ULTIMO-PEDIDO
                   MOVE 0 TO CTRL-ULTIMA-FATURA
                   MOVE 0 TO CTRL-DATA
           END-READ.
           ADD 1 TO CTRL-ULTIMO-PEDIDO.
           MOVE CTRL-ULTIMO-PEDIDO TO NUMERO-ENCOMENDA.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
      ****** NOTA DE ENCOMENDA (ENCnnnn.TXT) ***************************
      * ENCOMENDA-REC e FORNECEDOR-REC ja lidos.
       IMPRIMIR-NOTA.
           MOVE SPACES TO NOME-NOTA.
           STRING "ENC" ENC-NUMERO ".TXT" DELIMITED BY SIZE
               INTO NOME-NOTA.
           OPEN OUTPUT NOTA-ENCOMENDA.
           MOVE "=============================================" TO
               LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "Pizzaria Ramalho - Nota de encomenda" TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "=============================================" TO
               LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE ENC-DATA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-NOTA.
           STRING "Encomenda No " ENC-NUMERO "   de " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE SPACES TO LINHA-NOTA.
           STRING "Fornecedor: " FOR-CODIGO " " FOR-NOME
               DELIMITED BY SIZE INTO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE SPACES TO LINHA-NOTA.
           STRING "NIF " FOR-NIF "   Contacto: " FOR-PESSOA " "
               FOR-TELEFONE DELIMITED BY SIZE INTO LINHA-NOTA.
           WRITE LINHA-NOTA.
           IF FOR-EMAIL NOT = SPACES THEN
               MOVE SPACES TO LINHA-NOTA
               STRING "Email: " FOR-EMAIL DELIMITED BY SIZE
                   INTO LINHA-NOTA
               WRITE LINHA-NOTA
           END-IF.
           MOVE ENC-DATA-PREVISTA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-NOTA.
           STRING "Entrega prevista: " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE SPACES TO LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "Cod Artigo                 Quant.  Custo   Valor" TO
               LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE "--- -------------------- -------- ------ --------" TO
               LINHA-NOTA.
           WRITE LINHA-NOTA.
           MOVE 0 TO VALOR-TOTAL.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > ENC-NUM-LINHAS
               MOVE ENL-STK-CODIGO(IDX-LIN) TO STK-CODIGO
               MOVE SPACES TO STK-DESCRICAO
               READ STOCK
                   INVALID KEY
                       MOVE "(artigo desconhecido)" TO STK-DESCRICAO
               END-READ
               COMPUTE VALOR-LINHA = ENL-QTD-PEDIDA(IDX-LIN) *
                                     ENL-CUSTO-ACORDADO(IDX-LIN)
               ADD VALOR-LINHA TO VALOR-TOTAL
               MOVE ENL-QTD-PEDIDA(IDX-LIN) TO QTD-SAIDA
               MOVE ENL-CUSTO-ACORDADO(IDX-LIN) TO CUSTO-SAIDA
               MOVE VALOR-LINHA TO VALOR-SAIDA
               MOVE SPACES TO LINHA-NOTA
               STRING ENL-STK-CODIGO(IDX-LIN) "  " STK-DESCRICAO
                   "   " QTD-SAIDA " " CUSTO-SAIDA VALOR-SAIDA
                   DELIMITED BY SIZE INTO LINHA-NOTA
               WRITE LINHA-NOTA
           END-PERFORM.
           MOVE VALOR-TOTAL TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-NOTA.
           STRING "                                  Total "
               VALOR-SAIDA " (sem IVA)" DELIMITED BY SIZE
               INTO LINHA-NOTA.
           WRITE LINHA-NOTA.
           CLOSE NOTA-ENCOMENDA.
       EDITAR-DATA.
           MOVE DT-DIA TO DE-DIA.
           MOVE DT-MES TO DE-MES.
           MOVE DT-ANO TO DE-ANO.
      ****** REIMPRIMIR A NOTA DE UMA ENCOMENDA ************************
       REIMPRIMIR-NOTA.
           PERFORM PEDIR-ENCOMENDA.
           IF ENC-NUMERO = 0 THEN
               GO REIMPRIMIR-NOTA-EXIT
           END-IF.
           MOVE ENC-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED
               INVALID KEY
                   MOVE "(fornecedor desconhecido)" TO FOR-NOME
           END-READ.
           PERFORM IMPRIMIR-NOTA.
           DISPLAY "Nota impressa em " NOME-NOTA.
       REIMPRIMIR-NOTA-EXIT.
           EXIT.
       PEDIR-ENCOMENDA.
           DISPLAY "Numero da encomenda: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-NUMERO.
           ACCEPT TEMP-NUMERO.
           MOVE FUNCTION NUMVAL(TEMP-NUMERO) TO ENC-NUMERO.
           IF ENC-NUMERO NOT = 0 THEN
               READ ENCOMEND
                   INVALID KEY
                       DISPLAY "Encomenda desconhecida."
                       MOVE 0 TO ENC-NUMERO
               END-READ
           END-IF.
      ****** CANCELAR UMA ENCOMENDA ************************************
      * O que ja foi recebido fica no stock; o resto deixa de contar
      * como pendente.
       CANCELAR-ENCOMENDA.
           PERFORM PEDIR-ENCOMENDA.
           IF ENC-NUMERO = 0 THEN
               GO CANCELAR-ENCOMENDA-EXIT
           END-IF.
           IF NOT ENC-PENDENTE THEN
               DISPLAY "A encomenda ja nao esta pendente."
               GO CANCELAR-ENCOMENDA-EXIT
           END-IF.
           DISPLAY "Cancelar a encomenda " ENC-NUMERO "? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               GO CANCELAR-ENCOMENDA-EXIT
           END-IF.
           MOVE "C" TO ENC-ESTADO.
           PERFORM JORNAL-ENCOMEND.
           REWRITE ENCOMENDA-REC
               INVALID KEY
                   DISPLAY "ERRO: encomenda NAO foi cancelada!"
                   GO CANCELAR-ENCOMENDA-EXIT
           END-REWRITE.
           DISPLAY "Encomenda " ENC-NUMERO " cancelada.".
       CANCELAR-ENCOMENDA-EXIT.
           EXIT.
      ****** RELATORIO DE ENCOMENDAS PENDENTES *************************
       RELATORIO-PENDENTES.
           OPEN OUTPUT PENDENTES.
           MOVE 0 TO ENCOMENDAS-PENDENTES.
           MOVE 0 TO LINHAS-PENDENTES.
           MOVE "=============================================" TO
               LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           MOVE "Encomendas pendentes - Pizzaria Ramalho" TO
               LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           MOVE DATA-HOJE TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-PENDENTE.
           STRING "Situacao em " DATA-EDITADA DELIMITED BY SIZE
               INTO LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           MOVE "=============================================" TO
               LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           MOVE "N" TO FIM-ENCOMEND-FLAG.
           MOVE 0 TO ENC-NUMERO.
           START ENCOMEND KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY
                   SET FIM-ENCOMEND TO TRUE
           END-START.
           PERFORM UNTIL FIM-ENCOMEND
               READ ENCOMEND NEXT RECORD
                   AT END
                       SET FIM-ENCOMEND TO TRUE
                   NOT AT END
                       IF ENC-PENDENTE THEN
                           PERFORM LISTAR-ENCOMENDA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           IF ENCOMENDAS-PENDENTES = 0 THEN
               MOVE "  (nada por receber)" TO LINHA-PENDENTE
           ELSE
               MOVE SPACES TO LINHA-PENDENTE
               STRING "Encomendas pendentes: " ENCOMENDAS-PENDENTES
                   "   linhas por receber: " LINHAS-PENDENTES
                   DELIMITED BY SIZE INTO LINHA-PENDENTE
           END-IF.
           PERFORM ESCREVER-PENDENTE.
           CLOSE PENDENTES.
       LISTAR-ENCOMENDA-PENDENTE.
           ADD 1 TO ENCOMENDAS-PENDENTES.
           MOVE ENC-FORNECEDOR TO FOR-CODIGO.
           READ FORNECED
               INVALID KEY
                   MOVE "(fornecedor desconhecido)" TO FOR-NOME
           END-READ.
           IF ENC-DATA-PREVISTA < DATA-HOJE THEN
               MOVE "ATRASADA" TO ESTADO-SAIDA
           ELSE
               MOVE SPACES TO ESTADO-SAIDA
           END-IF.
           MOVE ENC-DATA-PREVISTA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           STRING "Encomenda " ENC-NUMERO " " FOR-NOME(1:24)
               " prev. " DATA-EDITADA " " ESTADO-SAIDA
               DELIMITED BY SIZE INTO LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > ENC-NUM-LINHAS
               IF ENL-ABERTA(IDX-LIN) THEN
                   PERFORM LISTAR-LINHA-PENDENTE
               END-IF
           END-PERFORM.
       LISTAR-LINHA-PENDENTE.
           ADD 1 TO LINHAS-PENDENTES.
           MOVE ENL-STK-CODIGO(IDX-LIN) TO STK-CODIGO.
           MOVE SPACES TO STK-DESCRICAO.
           READ STOCK
               INVALID KEY
                   MOVE "(artigo desconhecido)" TO STK-DESCRICAO
           END-READ.
           MOVE ENL-QTD-PEDIDA(IDX-LIN) TO QTD-SAIDA.
           MOVE ENL-QTD-RECEBIDA(IDX-LIN) TO QTD-SAIDA2.
           COMPUTE QTD-SAIDA3 = ENL-QTD-PEDIDA(IDX-LIN) -
                                ENL-QTD-RECEBIDA(IDX-LIN).
           MOVE SPACES TO LINHA-PENDENTE.
           STRING "  " ENL-STK-CODIGO(IDX-LIN) " " STK-DESCRICAO
               " pedido " QTD-SAIDA " recebido " QTD-SAIDA2
               " falta " QTD-SAIDA3
               DELIMITED BY SIZE INTO LINHA-PENDENTE.
           PERFORM ESCREVER-PENDENTE.
       ESCREVER-PENDENTE.
           WRITE LINHA-PENDENTE.
           DISPLAY LINHA-PENDENTE.
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
           MOVE "TAREFA21" TO JRN-PROGRAMA.
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
       JORNAL-FORNECED.
           PERFORM ABRIR-TRANSACAO.
           MOVE FORNECEDOR-REC TO JRN-DEPOIS.
           READ FORNECED
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE FORNECEDOR-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO FORNECEDOR-REC.
           MOVE "FORNECED" TO JRN-FICHEIRO.
           MOVE FOR-CODIGO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-ENCOMEND.
           PERFORM ABRIR-TRANSACAO.
           MOVE ENCOMENDA-REC TO JRN-DEPOIS.
           READ ENCOMEND
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE ENCOMENDA-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO ENCOMENDA-REC.
           MOVE "ENCOMEND" TO JRN-FICHEIRO.
           MOVE ENC-NUMERO TO JRN-CHAVE.
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
           OPEN I-O FORNECED.
           IF FS-FORNECED = "35" THEN
               OPEN OUTPUT FORNECED
               CLOSE FORNECED
               OPEN I-O FORNECED
           END-IF.

           OPEN I-O ENCOMEND.
           IF FS-ENCOMEND = "35" THEN
               OPEN OUTPUT ENCOMEND
               CLOSE ENCOMEND
               OPEN I-O ENCOMEND
           END-IF.

           OPEN INPUT STOCK.
           IF FS-STOCK NOT = "00" THEN
               DISPLAY "Nao foi possivel abrir STOCK.DAT."
               STOP RUN
           END-IF.

           OPEN I-O CONTROLO.
           IF FS-CONTROLO = "35" THEN
               OPEN OUTPUT CONTROLO
               MOVE "ENCOMENDA" TO CTRL-CHAVE
               MOVE 0 TO CTRL-ULTIMO-PEDIDO
               MOVE 0 TO CTRL-ULTIMA-FATURA
               MOVE 0 TO CTRL-DATA
               WRITE CONTROLO-REC
               CLOSE CONTROLO
               OPEN I-O CONTROLO
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE FORNECED.
           CLOSE ENCOMEND.
           CLOSE STOCK.
           CLOSE CONTROLO.
       END PROGRAM TAREFA21.
