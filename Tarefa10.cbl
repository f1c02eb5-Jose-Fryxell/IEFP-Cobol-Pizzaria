      *          a rolling average on the stock record),
      *          maintains the per-ingredient reorder level and
      *          prints the reorder report (REPOSICAO.TXT) of every
      *          ingredient at or below its minimum. Counted drinks
      *          and desserts sold from PRODUTOS.DAT are STOCK items
      *          like any ingredient and go through the same screens,
      *          and so are the dough, sauce, cheese and pizza boxes.
      *          Also maintains PORCOES.DAT, the quantity of each
      *          STOCK item used per topping, per base and per box
      *          for each pizza size.
      *          A goods receipt may be booked against an open line
      *          of a purchase order from ENCOMEND.DAT (TAREFA21):
      *          the agreed cost is offered as the default, the
      *          received quantity is added to the line, and short
      *          deliveries, excess quantities and price differences
      *          are shown and logged to RECECOES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CTRL-CHAVE
               FILE STATUS IS FS-CONTROLO.

           SELECT PORCOES ASSIGN TO "PORCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-CHAVE
               FILE STATUS IS FS-PORCOES.

           SELECT ENCOMEND ASSIGN TO "ENCOMEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS FS-ENCOMEND.

           SELECT REPOSICAO ASSIGN TO "REPOSICAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPOSICAO.

           SELECT RECECOES ASSIGN TO "RECECOES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECECOES.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK
           LABEL RECORD STANDARD.
           COPY CPCONTA.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  ENCOMEND
           LABEL RECORD STANDARD.
           COPY CPENCOM.

       FD  REPOSICAO
           LABEL RECORD STANDARD.
       01  LINHA-REPOSICAO                 PIC X(60).

       FD  RECECOES
           LABEL RECORD STANDARD.
       01  LINHA-RECECAO                   PIC X(80).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-MOVSTOCK                      PIC XX VALUE "00".
       77 FS-CONTROLO                      PIC XX VALUE "00".
       77 FS-REPOSICAO                     PIC XX VALUE "00".
       77 FS-PORCOES                       PIC XX VALUE "00".
       77 FS-ENCOMEND                      PIC XX VALUE "00".
       77 FS-RECECOES                      PIC XX VALUE "00".
       77 FIM-STOCK-FLAG                   PIC X  VALUE "N".
           88 FIM-STOCK                               VALUE "S".
       77 FIM-PORCOES-FLAG                 PIC X  VALUE "N".
           88 FIM-PORCOES                             VALUE "S".
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 OPCAO                            PIC X     VALUE SPACES.
       77 TEMP-CODIGO                      PIC XX    VALUE SPACES.
       77 CUSTO-UNIT                       PIC 9(3)V99 VALUE 0.
       77 TOTAL-QTD                        PIC 9(6)  VALUE 0.
       77 CUSTO-SAIDA                      PIC ZZ9.99 VALUE SPACES.
      ****** RECECAO CONTRA ENCOMENDA A FORNECEDOR *********************
       77 TEMP-ENCOMENDA                   PIC X(4)  VALUE SPACES.
       77 NUMERO-ENCOMENDA                 PIC 9(4)  VALUE 0.
       77 LINHA-ENC                        PIC 99    VALUE 0.
       77 FALTA-RECEBER                    PIC 9(5)  VALUE 0.
       77 DIFERENCA-QTD                    PIC 9(5)  VALUE 0.
       77 ENCOMENDA-OK-FLAG                PIC X     VALUE "S".
           88 ENCOMENDA-OK                           VALUE "S".
       77 TEMP-FECHAR                      PIC X     VALUE SPACES.
           88 FECHAR-LINHA                           VALUES "S", "s".
       77 DIFERENCA-RECECAO                PIC X(40) VALUE SPACES.
       77 PEDIDO-SAIDA                     PIC ZZZZ9 VALUE SPACES.
       77 RECEBIDO-SAIDA                   PIC ZZZZ9 VALUE SPACES.
       77 FALTA-SAIDA                      PIC ZZZZ9 VALUE SPACES.
       77 ACORDADO-SAIDA                   PIC ZZ9.99 VALUE SPACES.
      ****** NUMERACAO DOS MOVIMENTOS **********************************
       77 NUMERO-MOV                       PIC 9(4)  VALUE 0.
      ****** RELATORIO DE REPOSICAO ************************************
       77 A-REPOR                          PIC 9(3)  VALUE 0.
       77 QTD-SAIDA                        PIC ZZZZ9 VALUE SPACES.
       77 MIN-SAIDA                        PIC ZZZZ9 VALUE SPACES.
      ****** PORCOES POR TAMANHO DE PIZZA ******************************
       77 TEMP-ORIGEM                      PIC X(3)  VALUE SPACES.
       77 TEMP-TAMANHO                     PIC X     VALUE SPACES.
       77 TAMANHO-PORCAO                   PIC 9     VALUE 0.
           88 TAMANHO-VALIDO                         VALUES 1 THRU 3.
       77 TEMP-NUM-ITENS                   PIC X     VALUE SPACES.
       77 NUM-ITENS                        PIC 9     VALUE 0.
       77 IDX-POR                          PIC 99    VALUE 0.
       77 ITEM-POR                         PIC 9     VALUE 0.
       77 PORCAO-EXISTE-FLAG               PIC X     VALUE "N".
           88 PORCAO-EXISTE                          VALUE "S".
       77 PORCAO-SAIDA                     PIC ZZ9   VALUE SPACES.
       01 LINHA-PORCAO.
           05 LP-ORIGEM                    PIC X(3).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 LP-TAMANHO                   PIC X(3).
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 LP-ITENS OCCURS 5 TIMES.
               10 LP-STK-CODIGO            PIC 99.
               10 FILLER                   PIC X     VALUE "x".
               10 LP-QUANTIDADE            PIC ZZ9.
               10 FILLER                   PIC X(2)  VALUE SPACES.
      ****** DATA ******************************************************
       01 DATA-ATUAL.
           05 ANO PIC 9(4).
           05 MES PIC 99.
           05 DIA PIC 99.
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
           DISPLAY "(4) Definir minimo de reposicao".
           DISPLAY "(5) Listar stock".
           DISPLAY "(6) Relatorio de reposicao".
           DISPLAY "(7) Listar porcoes por tamanho".
           DISPLAY "(8) Definir porcao".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
                   PERFORM LISTAR-STOCK
               WHEN "6"
                   PERFORM RELATORIO-REPOSICAO
               WHEN "7"
                   PERFORM LISTAR-PORCOES
               WHEN "8"
                   PERFORM DEFINIR-PORCAO THRU DEFINIR-PORCAO-EXIT
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
      ****** ENTRADA OU QUEBRA *****************************************
       REGISTAR-MOVIMENTO.
           MOVE 0 TO NUMERO-ENCOMENDA.
           PERFORM PEDIR-CODIGO.
           IF NOT CODIGO-EXISTE THEN
               GO REGISTAR-MOVIMENTO-EXIT
           END-IF.
           IF TIPO-MOV = "E" THEN
               PERFORM PEDIR-ENCOMENDA THRU PEDIR-ENCOMENDA-EXIT
               IF NOT ENCOMENDA-OK THEN
                   GO REGISTAR-MOVIMENTO-EXIT
               END-IF
           END-IF.
           DISPLAY "Quantidade: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD.
           ACCEPT MOTIVO.
           MOVE 0 TO CUSTO-UNIT.
           IF TIPO-MOV = "E" THEN
               IF NUMERO-ENCOMENDA NOT = 0 THEN
                   DISPLAY "Custo unitario (Enter = acordado "
                           ACORDADO-SAIDA "): " WITH NO ADVANCING
               ELSE
                   DISPLAY "Custo unitario ao fornecedor: "
                           WITH NO ADVANCING
               END-IF
               MOVE SPACES TO TEMP-CUSTO
               ACCEPT TEMP-CUSTO
               IF (TEMP-CUSTO = SPACES) AND
                  (NUMERO-ENCOMENDA NOT = 0) THEN
                   MOVE ENL-CUSTO-ACORDADO(LINHA-ENC) TO CUSTO-UNIT
               ELSE
                   MOVE FUNCTION NUMVAL(TEMP-CUSTO) TO CUSTO-UNIT
               END-IF
               PERFORM ATUALIZAR-CUSTO-MEDIO
               ADD QTD TO STK-QUANTIDADE
               MOVE QTD TO QTD-MOVIMENTO
               SUBTRACT QTD FROM STK-QUANTIDADE
               COMPUTE QTD-MOVIMENTO = 0 - QTD
           END-IF.
           PERFORM JORNAL-STOCK.
           REWRITE STOCK-REC
               INVALID KEY
                   DISPLAY "ERRO: stock NAO foi atualizado!"
           MOVE STK-QUANTIDADE TO QTD-SAIDA.
           DISPLAY "Registado. " STK-DESCRICAO " passa a "
                   QTD-SAIDA " unidades.".
           IF NUMERO-ENCOMENDA NOT = 0 THEN
               PERFORM RECEBER-ENCOMENDA
           END-IF.
       REGISTAR-MOVIMENTO-EXIT.
           EXIT.
      ****** ACERTO DE CONTAGEM ****************************************
               GO ACERTO-CONTAGEM-EXIT
           END-IF.
           MOVE 0 TO CUSTO-UNIT.
           MOVE 0 TO NUMERO-ENCOMENDA.
           MOVE STK-QUANTIDADE TO QTD-SAIDA.
           DISPLAY "Existencia atual: " QTD-SAIDA.
           DISPLAY "Quantidade contada: " WITH NO ADVANCING.
           COMPUTE QTD-MOVIMENTO = QTD - STK-QUANTIDADE.
           MOVE QTD TO STK-QUANTIDADE.
           MOVE "A" TO TIPO-MOV.
           PERFORM JORNAL-STOCK.
           REWRITE STOCK-REC
               INVALID KEY
                   DISPLAY "ERRO: stock NAO foi atualizado!"
           MOVE SPACES TO TEMP-QTD.
           ACCEPT TEMP-QTD.
           MOVE FUNCTION NUMVAL(TEMP-QTD) TO STK-MINIMO.
           PERFORM JORNAL-STOCK.
           REWRITE STOCK-REC
               INVALID KEY
                   DISPLAY "ERRO: stock NAO foi atualizado!"
           DISPLAY "Minimo de " STK-DESCRICAO " atualizado.".
       DEFINIR-MINIMO-EXIT.
           EXIT.
      ****** PORCOES: QUANTO DE CADA ARTIGO LEVA UMA PIZZA *************
      * Inn = cobertura nn, BAS = base (massa, molho, queijo), CXA =
      * caixa (so levantamento e entrega). Quantidades na unidade do
      * artigo no stock. Zero artigos = nao gasta nada.
       LISTAR-PORCOES.
           DISPLAY " ".
           DISPLAY "Orig Tam  Artigo x quantidade".
           DISPLAY "---- ---  -------------------------------------".
           MOVE "N" TO FIM-PORCOES-FLAG.
           MOVE LOW-VALUES TO POR-CHAVE.
           START PORCOES KEY IS NOT LESS THAN POR-CHAVE
               INVALID KEY
                   SET FIM-PORCOES TO TRUE
           END-START.
           PERFORM UNTIL FIM-PORCOES
               READ PORCOES NEXT RECORD
                   AT END
                       SET FIM-PORCOES TO TRUE
                   NOT AT END
                       PERFORM MOSTRAR-PORCAO
               END-READ
           END-PERFORM.
       MOSTRAR-PORCAO.
           MOVE POR-ORIGEM TO LP-ORIGEM.
           MOVE POR-TAMANHO TO LP-TAMANHO.
           PERFORM VARYING IDX-POR FROM 1 BY 1 UNTIL IDX-POR > 5
               IF IDX-POR > POR-NUM-ITENS THEN
                   MOVE SPACES TO LP-ITENS(IDX-POR)
               ELSE
                   MOVE POR-STK-CODIGO(IDX-POR) TO
                       LP-STK-CODIGO(IDX-POR)
                   MOVE "x" TO LP-ITENS(IDX-POR)(3:1)
                   MOVE POR-QUANTIDADE(IDX-POR) TO
                       LP-QUANTIDADE(IDX-POR)
               END-IF
           END-PERFORM.
           DISPLAY LINHA-PORCAO.
       DEFINIR-PORCAO.
           DISPLAY "Origem (I01-I10 cobertura, BAS base, CXA caixa): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-ORIGEM.
           ACCEPT TEMP-ORIGEM.
           MOVE FUNCTION UPPER-CASE(TEMP-ORIGEM) TO POR-ORIGEM.
           IF (POR-ORIGEM NOT = "BAS") AND (POR-ORIGEM NOT = "CXA")
                   THEN
               IF (POR-ORIG-TIPO NOT = "I") OR
                  (POR-ORIG-NUM IS NOT NUMERIC) THEN
                   DISPLAY "Origem invalida."
                   GO DEFINIR-PORCAO-EXIT
               END-IF
               IF (POR-ORIG-NUM < 1) OR (POR-ORIG-NUM > 10) THEN
                   DISPLAY "Origem invalida."
                   GO DEFINIR-PORCAO-EXIT
               END-IF
           END-IF.
           DISPLAY "Tamanho (1 Pequena, 2 Media, 3 Grande): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-TAMANHO.
           ACCEPT TEMP-TAMANHO.
           MOVE FUNCTION NUMVAL(TEMP-TAMANHO) TO TAMANHO-PORCAO.
           IF NOT TAMANHO-VALIDO THEN
               DISPLAY "Tamanho invalido."
               GO DEFINIR-PORCAO-EXIT
           END-IF.
           MOVE "P0" TO POR-TAM-PREFIXO.
           MOVE TAMANHO-PORCAO TO POR-TAM-NUM.
           MOVE "N" TO PORCAO-EXISTE-FLAG.
           READ PORCOES
               NOT INVALID KEY
                   MOVE "S" TO PORCAO-EXISTE-FLAG
                   PERFORM MOSTRAR-PORCAO
           END-READ.
           DISPLAY "Quantos artigos (0-5): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-NUM-ITENS.
           ACCEPT TEMP-NUM-ITENS.
           MOVE FUNCTION NUMVAL(TEMP-NUM-ITENS) TO NUM-ITENS.
           IF NUM-ITENS > 5 THEN
               DISPLAY "No maximo 5 artigos."
               GO DEFINIR-PORCAO-EXIT
           END-IF.
           MOVE NUM-ITENS TO POR-NUM-ITENS.
           PERFORM VARYING ITEM-POR FROM 1 BY 1 UNTIL ITEM-POR > 5
               MOVE 0 TO POR-STK-CODIGO(ITEM-POR)
               MOVE 0 TO POR-QUANTIDADE(ITEM-POR)
           END-PERFORM.
           PERFORM VARYING ITEM-POR FROM 1 BY 1
                   UNTIL ITEM-POR > NUM-ITENS
               PERFORM PEDIR-CODIGO
               IF NOT CODIGO-EXISTE THEN
                   GO DEFINIR-PORCAO-EXIT
               END-IF
               MOVE CODIGO TO POR-STK-CODIGO(ITEM-POR)
               DISPLAY "Quantidade por pizza: " WITH NO ADVANCING
               MOVE SPACES TO TEMP-QTD
               ACCEPT TEMP-QTD
               MOVE FUNCTION NUMVAL(TEMP-QTD) TO
                   POR-QUANTIDADE(ITEM-POR)
           END-PERFORM.
           IF PORCAO-EXISTE THEN
               PERFORM JORNAL-PORCOES
               REWRITE PORCAO-REC
                   INVALID KEY
                       DISPLAY "ERRO: porcao NAO foi gravada!"
                       GO DEFINIR-PORCAO-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-PORCOES
               WRITE PORCAO-REC
                   INVALID KEY
                       DISPLAY "ERRO: porcao NAO foi gravada!"
                       GO DEFINIR-PORCAO-EXIT
               END-WRITE
           END-IF.
           PERFORM MOSTRAR-PORCAO.
           DISPLAY "Porcao gravada.".
       DEFINIR-PORCAO-EXIT.
           EXIT.
      ****** PEDIR E LER UM CODIGO DE ARTIGO DO STOCK ******************
       PEDIR-CODIGO.
           MOVE "N" TO CODIGO-ENCONTRADO.
           DISPLAY "Codigo do artigo (ver listagem): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
                   DISPLAY "Codigo desconhecido."
               NOT INVALID KEY
                   MOVE "S" TO CODIGO-ENCONTRADO
                   DISPLAY "Artigo: " STK-DESCRICAO
           END-READ.
      ****** GRAVAR UM MOVIMENTO NO DIARIO *****************************
       GRAVAR-MOVIMENTO.
           MOVE QTD-MOVIMENTO TO MOV-QUANTIDADE.
           MOVE MOTIVO TO MOV-MOTIVO.
           MOVE CUSTO-UNIT TO MOV-CUSTO-UNIT.
           MOVE NUMERO-ENCOMENDA TO MOV-ENCOMENDA.
           PERFORM JORNAL-MOVSTOCK.
           WRITE MOVSTOCK-REC
               INVALID KEY
                   DISPLAY "ERRO: movimento NAO gravado no diario!"
           END-WRITE.
      ****** ENCOMENDA A QUE A ENTRADA SE REFERE ***********************
      * Zero = entrada sem encomenda. Com encomenda, tem de estar
      * pendente e ter uma linha por receber para o artigo.
       PEDIR-ENCOMENDA.
           MOVE "S" TO ENCOMENDA-OK-FLAG.
           MOVE 0 TO NUMERO-ENCOMENDA.
           MOVE 0 TO LINHA-ENC.
           DISPLAY "Encomenda No (0 = sem encomenda): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-ENCOMENDA.
           ACCEPT TEMP-ENCOMENDA.
           MOVE FUNCTION NUMVAL(TEMP-ENCOMENDA) TO ENC-NUMERO.
           IF ENC-NUMERO = 0 THEN
               GO PEDIR-ENCOMENDA-EXIT
           END-IF.
           MOVE "N" TO ENCOMENDA-OK-FLAG.
           READ ENCOMEND
               INVALID KEY
                   DISPLAY "Encomenda desconhecida."
                   GO PEDIR-ENCOMENDA-EXIT
           END-READ.
           IF NOT ENC-PENDENTE THEN
               DISPLAY "Essa encomenda ja esta fechada ou cancelada."
               GO PEDIR-ENCOMENDA-EXIT
           END-IF.
           PERFORM VARYING IDX-POR FROM 1 BY 1
                   UNTIL IDX-POR > ENC-NUM-LINHAS
               IF (ENL-STK-CODIGO(IDX-POR) = CODIGO) AND
                  ENL-ABERTA(IDX-POR) AND (LINHA-ENC = 0) THEN
                   MOVE IDX-POR TO LINHA-ENC
               END-IF
           END-PERFORM.
           IF LINHA-ENC = 0 THEN
               DISPLAY "Esse artigo nao esta por receber nessa "
                       "encomenda."
               GO PEDIR-ENCOMENDA-EXIT
           END-IF.
           MOVE ENC-NUMERO TO NUMERO-ENCOMENDA.
           IF ENL-QTD-RECEBIDA(LINHA-ENC) < ENL-QTD-PEDIDA(LINHA-ENC)
                   THEN
               COMPUTE FALTA-RECEBER = ENL-QTD-PEDIDA(LINHA-ENC) -
                                       ENL-QTD-RECEBIDA(LINHA-ENC)
           ELSE
               MOVE 0 TO FALTA-RECEBER
           END-IF.
           MOVE ENL-QTD-PEDIDA(LINHA-ENC) TO PEDIDO-SAIDA.
           MOVE ENL-QTD-RECEBIDA(LINHA-ENC) TO RECEBIDO-SAIDA.
           MOVE FALTA-RECEBER TO FALTA-SAIDA.
           MOVE ENL-CUSTO-ACORDADO(LINHA-ENC) TO ACORDADO-SAIDA.
           DISPLAY "Pedido " PEDIDO-SAIDA "  recebido " RECEBIDO-SAIDA
                   "  falta " FALTA-SAIDA "  custo " ACORDADO-SAIDA.
           MOVE "S" TO ENCOMENDA-OK-FLAG.
       PEDIR-ENCOMENDA-EXIT.
           EXIT.
      ****** ABATER A ENTRADA NA LINHA DA ENCOMENDA ********************
      * Entrega curta, a mais ou a preco diferente do acordado fica
      * registada em RECECOES.TXT. Numa entrega curta a linha fica
      * aberta para o resto, a menos que o fornecedor ja nao o envie.
       RECEBER-ENCOMENDA.
           IF QTD < FALTA-RECEBER THEN
               COMPUTE DIFERENCA-QTD = FALTA-RECEBER - QTD
               MOVE DIFERENCA-QTD TO FALTA-SAIDA
               MOVE SPACES TO DIFERENCA-RECECAO
               STRING "ENTREGA CURTA - faltam " FALTA-SAIDA
                   DELIMITED BY SIZE INTO DIFERENCA-RECECAO
               PERFORM REGISTAR-DIFERENCA
           END-IF.
           IF QTD > FALTA-RECEBER THEN
               COMPUTE DIFERENCA-QTD = QTD - FALTA-RECEBER
               MOVE DIFERENCA-QTD TO FALTA-SAIDA
               MOVE SPACES TO DIFERENCA-RECECAO
               STRING "EXCESSO - mais " FALTA-SAIDA " que o pedido"
                   DELIMITED BY SIZE INTO DIFERENCA-RECECAO
               PERFORM REGISTAR-DIFERENCA
           END-IF.
           IF CUSTO-UNIT NOT = ENL-CUSTO-ACORDADO(LINHA-ENC) THEN
               MOVE CUSTO-UNIT TO CUSTO-SAIDA
               MOVE SPACES TO DIFERENCA-RECECAO
               STRING "PRECO " CUSTO-SAIDA " em vez de "
                   ACORDADO-SAIDA DELIMITED BY SIZE
                   INTO DIFERENCA-RECECAO
               PERFORM REGISTAR-DIFERENCA
           END-IF.
           ADD QTD TO ENL-QTD-RECEBIDA(LINHA-ENC).
           IF ENL-QTD-RECEBIDA(LINHA-ENC) >= ENL-QTD-PEDIDA(LINHA-ENC)
                   THEN
               MOVE "F" TO ENL-ESTADO(LINHA-ENC)
           ELSE
               DISPLAY "Fechar a linha (o resto ja nao vem)? (S/N): "
                       WITH NO ADVANCING
               MOVE SPACES TO TEMP-FECHAR
               ACCEPT TEMP-FECHAR
               IF FECHAR-LINHA THEN
                   MOVE "F" TO ENL-ESTADO(LINHA-ENC)
               END-IF
           END-IF.
           MOVE "F" TO ENC-ESTADO.
           PERFORM VARYING IDX-POR FROM 1 BY 1
                   UNTIL IDX-POR > ENC-NUM-LINHAS
               IF ENL-ABERTA(IDX-POR) THEN
                   MOVE "P" TO ENC-ESTADO
               END-IF
           END-PERFORM.
           PERFORM JORNAL-ENCOMEND.
           REWRITE ENCOMENDA-REC
               INVALID KEY
                   DISPLAY "ERRO: encomenda NAO foi atualizada!"
           END-REWRITE.
           IF ENC-FECHADA THEN
               DISPLAY "Encomenda " ENC-NUMERO " totalmente recebida."
           ELSE
               DISPLAY "Encomenda " ENC-NUMERO " parcialmente recebida."
           END-IF.
       REGISTAR-DIFERENCA.
           DISPLAY "ATENCAO: " DIFERENCA-RECECAO.
           MOVE SPACES TO LINHA-RECECAO.
           STRING DIA "-" MES "-" ANO " Enc " ENC-NUMERO " art "
               CODIGO " " STK-DESCRICAO " " DIFERENCA-RECECAO
               DELIMITED BY SIZE INTO LINHA-RECECAO.
           WRITE LINHA-RECECAO.
      ****** CUSTO MEDIO PONDERADO *************************************
      * Media pesada da existencia ao custo antigo com a entrada ao
      * custo novo, fixada ANTES de somar a quantidade recebida.
           END-READ.
           ADD 1 TO CTRL-ULTIMO-PEDIDO.
           MOVE CTRL-ULTIMO-PEDIDO TO NUMERO-MOV.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
      ****** LISTAGEM DO STOCK *****************************************
       LISTAR-STOCK.
           DISPLAY " ".
           DISPLAY "Cod  Artigo                Existe  Minimo  Custo".
           DISPLAY "---  --------------------  ------  ------  -----".
           MOVE "N" TO FIM-STOCK-FLAG.
           MOVE 0 TO STK-CODIGO.
           MOVE "Relatorio de reposicao - Pizzaria Ramalho" TO
               LINHA-REPOSICAO.
           PERFORM ESCREVER-REPOSICAO.
           MOVE "Artigos na existencia minima ou abaixo:" TO
               LINHA-REPOSICAO.
           PERFORM ESCREVER-REPOSICAO.
           MOVE "=============================================" TO
       ESCREVER-REPOSICAO.
           WRITE LINHA-REPOSICAO.
           DISPLAY LINHA-REPOSICAO.
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
           MOVE "TAREFA10" TO JRN-PROGRAMA.
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
       JORNAL-PORCOES.
           PERFORM ABRIR-TRANSACAO.
           MOVE PORCAO-REC TO JRN-DEPOIS.
           READ PORCOES
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PORCAO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PORCAO-REC.
           MOVE "PORCOES" TO JRN-FICHEIRO.
           MOVE POR-CHAVE TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-MOVSTOCK.
           PERFORM ABRIR-TRANSACAO.
           MOVE MOVSTOCK-REC TO JRN-DEPOIS.
           READ MOVSTOCK
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE MOVSTOCK-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO MOVSTOCK-REC.
           MOVE "MOVSTOCK" TO JRN-FICHEIRO.
           MOVE MOV-NUMERO TO JRN-CHAVE.
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
           OPEN I-O STOCK.
               DISPLAY "Nao foi possivel abrir STOCK.DAT."
               STOP RUN
           END-IF.
           PERFORM GARANTIR-STOCK-BASES.

           OPEN I-O PORCOES.
           IF FS-PORCOES = "35" THEN
               OPEN OUTPUT PORCOES
               PERFORM CRIAR-PORCOES-DEFEITO
               CLOSE PORCOES
               OPEN I-O PORCOES
           END-IF.

           OPEN I-O MOVSTOCK.
           IF FS-MOVSTOCK = "35" THEN
               CLOSE CONTROLO
               OPEN I-O CONTROLO
           END-IF.

           OPEN I-O ENCOMEND.
           IF FS-ENCOMEND = "35" THEN
               OPEN OUTPUT ENCOMEND
               CLOSE ENCOMEND
               OPEN I-O ENCOMEND
           END-IF.

           OPEN EXTEND RECECOES.
           IF FS-RECECOES NOT = "00" THEN
               OPEN OUTPUT RECECOES
               CLOSE RECECOES
               OPEN EXTEND RECECOES
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE STOCK.
           CLOSE PORCOES.
           CLOSE MOVSTOCK.
           CLOSE CONTROLO.
           CLOSE ENCOMEND.
           CLOSE RECECOES.
      ****** STOCK INICIAL DE DEFEITO (como no balcao) *****************
       CRIAR-STOCK-DEFEITO.
           MOVE 1 TO STK-CODIGO.
           MOVE 10 TO STK-MINIMO.
           MOVE 0 TO STK-CUSTO-MEDIO.
           WRITE STOCK-REC.
      ****** ARTIGOS E PORCOES DA BASE (como no balcao) ****************
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
           PERFORM VARYING IDX-POR FROM 1 BY 1 UNTIL IDX-POR > 10
               PERFORM VARYING TAMANHO-PORCAO FROM 1 BY 1
                       UNTIL TAMANHO-PORCAO > 3
                   INITIALIZE PORCAO-REC
                   MOVE "I" TO POR-ORIG-TIPO
                   MOVE IDX-POR TO POR-ORIG-NUM
                   MOVE "P0" TO POR-TAM-PREFIXO
                   MOVE TAMANHO-PORCAO TO POR-TAM-NUM
                   MOVE 1 TO POR-NUM-ITENS
                   MOVE IDX-POR TO POR-STK-CODIGO(1)
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
       END PROGRAM TAREFA10.
