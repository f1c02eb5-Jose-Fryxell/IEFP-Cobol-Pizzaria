      *          the machine at opening time. Also maintains the
      *          loyalty rule, the specialty recipes and the
      *          promotions file (PROMOS.DAT) applied automatically
      *          at order total, and the catalogue of drinks, desserts
      *          and sides (PRODUTOS.DAT) with their price, IVA rate
      *          and the STOCK.DAT item each counted product is taken
      *          from. Every change is logged to
      *          PRECLOG.TXT with old value, new value, dates and
      *          the operator's initials.
      * Tectonics: cobc
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS FS-PROMOS.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CODIGO
               FILE STATUS IS FS-STOCK.

           SELECT PRECLOG ASSIGN TO "PRECLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECLOG.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECOS
           LABEL RECORD STANDARD.
           COPY CPPROMO.

       FD  PRODUTOS
           LABEL RECORD STANDARD.
           COPY CPPRODUT.

       FD  STOCK
           LABEL RECORD STANDARD.
           COPY CPSTOCK.

       FD  PRECLOG
           LABEL RECORD STANDARD.
       01  LINHA-PRECLOG                   PIC X(70).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-PRECOS                        PIC XX VALUE "00".
       77 FS-FIDELIZ                       PIC XX VALUE "00".
       77 FS-RECEITAS                      PIC XX VALUE "00".
       77 FS-PROMOS                        PIC XX VALUE "00".
       77 FS-PRODUTOS                      PIC XX VALUE "00".
       77 FS-STOCK                         PIC XX VALUE "00".
       77 FS-PRECLOG                       PIC XX VALUE "00".
       77 FIM-PRECOS-FLAG                  PIC X  VALUE "N".
           88 FIM-PRECOS                              VALUE "S".
           88 FIM-RECEITAS                            VALUE "S".
       77 FIM-PROMOS-FLAG                  PIC X  VALUE "N".
           88 FIM-PROMOS                              VALUE "S".
       77 FIM-PRODUTOS-FLAG                PIC X  VALUE "N".
           88 FIM-PRODUTOS                            VALUE "S".
       77 STOCK-ABERTO-FLAG                PIC X  VALUE "N".
           88 STOCK-ABERTO                            VALUE "S".
      ****** PROMOCOES *************************************************
       77 TEMP-PROMO                       PIC X(3)  VALUE SPACES.
       77 PROMO-ENCONTRADA                 PIC X     VALUE "N".
       77 TEMP-ING                         PIC XX    VALUE SPACES.
       77 ING                              PIC 99    VALUE 0.
       77 IDX-RCT                          PIC 9     VALUE 0.
      ****** OUTROS PRODUTOS *******************************************
       77 PRODUTO-ENCONTRADO               PIC X     VALUE "N".
           88 PRODUTO-EXISTE                          VALUE "S".
       77 PRECO-PRD-NOVO                   PIC 99V99 VALUE 0.
       77 PRECO-PRD-SAIDA                  PIC Z9.99 VALUE SPACES.
       77 TEMP-TAXA                        PIC X(3)  VALUE SPACES.
       77 TAXA-NOVA                        PIC 99    VALUE 0.
       77 TAXA-SAIDA                       PIC Z9    VALUE SPACES.
       77 TEMP-STK                         PIC XX    VALUE SPACES.
      ****** SAIDAS EDITADAS *******************************************
       77 VALOR-SAIDA                      PIC 9.99  VALUE ZERO.
       77 VALOR-SAIDA2                     PIC 9.99  VALUE ZERO.
           05 MES PIC 99.
           05 DIA PIC 99.
       77 DATA-HOJE                        PIC 9(8)  VALUE 0.
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
           DISPLAY "(5) Criar / alterar especialidade".
           DISPLAY "(6) Listar promocoes".
           DISPLAY "(7) Criar / alterar promocao".
           DISPLAY "(8) Listar outros produtos".
           DISPLAY "(9) Criar / alterar outro produto".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
                   PERFORM LISTAR-PROMOS
               WHEN "7"
                   PERFORM ALTERAR-PROMO THRU ALTERAR-PROMO-EXIT
               WHEN "8"
                   PERFORM LISTAR-PRODUTOS
               WHEN "9"
                   PERFORM ALTERAR-PRODUTO THRU ALTERAR-PRODUTO-EXIT
               WHEN "0"
                   GO TERMINAR
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           PERFORM FECHAR-TRANSACAO.
           GO MENU-PRINCIPAL.
       TERMINAR.
           PERFORM FECHAR-FICHEIROS.
               MOVE PRC-VALOR-NOVO TO PRC-VALOR
               MOVE 0 TO PRC-VALOR-NOVO
               MOVE 0 TO PRC-DATA-NOVO
               PERFORM JORNAL-PRECOS
               REWRITE PRECO-REC
                   INVALID KEY
                       CONTINUE
               MOVE VALOR-NOVO TO PRC-VALOR-NOVO
               MOVE DATA-EFETIVA TO PRC-DATA-NOVO
           END-IF.
           PERFORM JORNAL-PRECOS.
           REWRITE PRECO-REC
               INVALID KEY
                   DISPLAY "ERRO: preco NAO foi gravado!"
                   DISPLAY "Regra inexistente - sera criada."
                   MOVE 10 TO FID-CADA-N
                   MOVE 10.00 TO FID-PERCENT
                   PERFORM JORNAL-FIDELIZ
                   WRITE FIDELIZ-REC
           END-READ.
           MOVE FID-PERCENT TO PERCENT-SAIDA.
           ACCEPT INICIAIS.
           MOVE CADA-N-NOVO TO FID-CADA-N.
           MOVE PERCENT-NOVO TO FID-PERCENT.
           PERFORM JORNAL-FIDELIZ.
           REWRITE FIDELIZ-REC
               INVALID KEY
                   DISPLAY "ERRO: regra NAO foi gravada!"
           MOVE SPACES TO INICIAIS.
           ACCEPT INICIAIS.
           IF RECEITA-EXISTE THEN
               PERFORM JORNAL-RECEITAS
               REWRITE RECEITA-REC
                   INVALID KEY
                       DISPLAY "ERRO: especialidade NAO gravada!"
                       GO ALTERAR-RECEITA-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-RECEITAS
               WRITE RECEITA-REC
                   INVALID KEY
                       DISPLAY "ERRO: especialidade NAO gravada!"
           MOVE SPACES TO INICIAIS.
           ACCEPT INICIAIS.
           IF PROMO-EXISTE THEN
               PERFORM JORNAL-PROMOS
               REWRITE PROMO-REC
                   INVALID KEY
                       DISPLAY "ERRO: promocao NAO gravada!"
                       GO ALTERAR-PROMO-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-PROMOS
               WRITE PROMO-REC
                   INVALID KEY
                       DISPLAY "ERRO: promocao NAO gravada!"
           DISPLAY "Promocao gravada.".
       ALTERAR-PROMO-EXIT.
           EXIT.
      ****** LISTAGEM DOS OUTROS PRODUTOS ******************************
       LISTAR-PRODUTOS.
           DISPLAY " ".
           DISPLAY "Cod  Descricao             C  Preco  IVA  Stock  "
                   "Ativo".
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
                       MOVE PRD-PRECO TO PRECO-PRD-SAIDA
                       COMPUTE TAXA-NOVA = PRD-TAXA-IVA * 100
                       MOVE TAXA-NOVA TO TAXA-SAIDA
                       IF PRD-COM-STOCK THEN
                           DISPLAY PRD-CODIGO "  " PRD-DESCRICAO "  "
                                   PRD-CATEGORIA "  " PRECO-PRD-SAIDA
                                   "  " TAXA-SAIDA "%  " PRD-STK-CODIGO
                                   "     " PRD-ATIVO
                       ELSE
                           DISPLAY PRD-CODIGO "  " PRD-DESCRICAO "  "
                                   PRD-CATEGORIA "  " PRECO-PRD-SAIDA
                                   "  " TAXA-SAIDA "%  --     "
                                   PRD-ATIVO
                       END-IF
               END-READ
           END-PERFORM.
      ****** CRIAR OU ALTERAR UM OUTRO PRODUTO *************************
      * Um produto contado em stock fica ligado a um artigo do
      * STOCK.DAT (15-99; 1-10 sao os ingredientes das pizzas e 11-14
      * a massa, o molho, o queijo e as caixas); se o
      * artigo ainda nao existe e criado a zero, para a entrada de
      * mercadoria no ecra de stock.
       ALTERAR-PRODUTO.
           DISPLAY "Codigo do produto (ex. B01, S01, A01): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           IF TEMP-CODIGO = SPACES THEN
               DISPLAY "Codigo invalido."
               GO ALTERAR-PRODUTO-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(TEMP-CODIGO) TO PRD-CODIGO.
           MOVE "N" TO PRODUTO-ENCONTRADO.
           READ PRODUTOS
               INVALID KEY
                   DISPLAY "Produto novo."
               NOT INVALID KEY
                   MOVE "S" TO PRODUTO-ENCONTRADO
                   DISPLAY "Produto existente: " PRD-DESCRICAO
           END-READ.
           DISPLAY "Descricao: " WITH NO ADVANCING.
           ACCEPT PRD-DESCRICAO.
           DISPLAY "Categoria (B=bebida S=sobremesa A=acompanhamento): "
                   WITH NO ADVANCING.
           ACCEPT PRD-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(PRD-CATEGORIA) TO PRD-CATEGORIA.
           IF (NOT PRD-BEBIDA) AND (NOT PRD-SOBREMESA) AND
              (NOT PRD-ACOMPANHAMENTO) THEN
               DISPLAY "Categoria invalida - alteracao cancelada."
               GO ALTERAR-PRODUTO-EXIT
           END-IF.
           DISPLAY "Preco sem IVA: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-VALOR.
           ACCEPT TEMP-VALOR.
           MOVE FUNCTION NUMVAL(TEMP-VALOR) TO PRECO-PRD-NOVO.
           IF PRECO-PRD-NOVO = 0 THEN
               DISPLAY "Valor invalido - alteracao cancelada."
               GO ALTERAR-PRODUTO-EXIT
           END-IF.
           MOVE PRECO-PRD-NOVO TO PRD-PRECO.
           DISPLAY "Taxa de IVA em % (ex. 23, 13, 6): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-TAXA.
           ACCEPT TEMP-TAXA.
           MOVE FUNCTION NUMVAL(TEMP-TAXA) TO TAXA-NOVA.
           COMPUTE PRD-TAXA-IVA = TAXA-NOVA / 100.
           DISPLAY "Conta stock? (S/N): " WITH NO ADVANCING.
           ACCEPT PRD-CONTA-STOCK.
           MOVE FUNCTION UPPER-CASE(PRD-CONTA-STOCK)
               TO PRD-CONTA-STOCK.
           MOVE 0 TO PRD-STK-CODIGO.
           IF PRD-COM-STOCK THEN
               DISPLAY "Artigo do stock (15-99): " WITH NO ADVANCING
               MOVE SPACES TO TEMP-STK
               ACCEPT TEMP-STK
               MOVE FUNCTION NUMVAL(TEMP-STK) TO PRD-STK-CODIGO
               IF PRD-STK-CODIGO < 15 THEN
                   DISPLAY "Artigo invalido - alteracao cancelada."
                   GO ALTERAR-PRODUTO-EXIT
               END-IF
           ELSE
               MOVE "N" TO PRD-CONTA-STOCK
           END-IF.
           DISPLAY "Ativo? (S/N): " WITH NO ADVANCING.
           ACCEPT PRD-ATIVO.
           MOVE FUNCTION UPPER-CASE(PRD-ATIVO) TO PRD-ATIVO.
           DISPLAY "Iniciais do operador: " WITH NO ADVANCING.
           MOVE SPACES TO INICIAIS.
           ACCEPT INICIAIS.
           IF PRODUTO-EXISTE THEN
               PERFORM JORNAL-PRODUTOS
               REWRITE PRODUTO-REC
                   INVALID KEY
                       DISPLAY "ERRO: produto NAO gravado!"
                       GO ALTERAR-PRODUTO-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-PRODUTOS
               WRITE PRODUTO-REC
                   INVALID KEY
                       DISPLAY "ERRO: produto NAO gravado!"
                       GO ALTERAR-PRODUTO-EXIT
               END-WRITE
           END-IF.
           IF (PRD-COM-STOCK) AND (STOCK-ABERTO) THEN
               MOVE PRD-STK-CODIGO TO STK-CODIGO
               READ STOCK
                   INVALID KEY
                       MOVE PRD-STK-CODIGO TO STK-CODIGO
                       MOVE PRD-DESCRICAO TO STK-DESCRICAO
                       MOVE 0 TO STK-QUANTIDADE
                       MOVE 10 TO STK-MINIMO
                       MOVE 0 TO STK-CUSTO-MEDIO
                       PERFORM JORNAL-STOCK
                       WRITE STOCK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       DISPLAY "Artigo " STK-CODIGO
                               " criado no stock (existencia 0)."
               END-READ
           END-IF.
           MOVE PRD-PRECO TO PRECO-PRD-SAIDA.
           MOVE TAXA-NOVA TO TAXA-SAIDA.
           MOVE SPACES TO LINHA-PRECLOG.
           STRING DATA-HOJE " PRD " PRD-CODIGO " " PRD-DESCRICAO " "
               PRECO-PRD-SAIDA " IVA" TAXA-SAIDA "% " PRD-ATIVO
               " por " INICIAIS
               DELIMITED BY SIZE INTO LINHA-PRECLOG.
           WRITE LINHA-PRECLOG.
           DISPLAY "Produto gravado.".
       ALTERAR-PRODUTO-EXIT.
           EXIT.
      ****** LINHA NO FICHEIRO DE AUDITORIA ****************************
       GRAVAR-LOG.
           MOVE VALOR-ANTIGO TO VALOR-SAIDA.
               VALOR-SAIDA2 " efetivo " DATA-EFETIVA " por "
               INICIAIS DELIMITED BY SIZE INTO LINHA-PRECLOG.
           WRITE LINHA-PRECLOG.
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
           MOVE "TAREFA11" TO JRN-PROGRAMA.
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
       JORNAL-PRECOS.
           PERFORM ABRIR-TRANSACAO.
           MOVE PRECO-REC TO JRN-DEPOIS.
           READ PRECOS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PRECO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PRECO-REC.
           MOVE "PRECOS" TO JRN-FICHEIRO.
           MOVE PRC-CODIGO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-FIDELIZ.
           PERFORM ABRIR-TRANSACAO.
           MOVE FIDELIZ-REC TO JRN-DEPOIS.
           READ FIDELIZ
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE FIDELIZ-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO FIDELIZ-REC.
           MOVE "FIDELIZ" TO JRN-FICHEIRO.
           MOVE FID-CHAVE TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-RECEITAS.
           PERFORM ABRIR-TRANSACAO.
           MOVE RECEITA-REC TO JRN-DEPOIS.
           READ RECEITAS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE RECEITA-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO RECEITA-REC.
           MOVE "RECEITAS" TO JRN-FICHEIRO.
           MOVE RCT-CODIGO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-PROMOS.
           PERFORM ABRIR-TRANSACAO.
           MOVE PROMO-REC TO JRN-DEPOIS.
           READ PROMOS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PROMO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PROMO-REC.
           MOVE "PROMOS" TO JRN-FICHEIRO.
           MOVE PRM-CODIGO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-PRODUTOS.
           PERFORM ABRIR-TRANSACAO.
           MOVE PRODUTO-REC TO JRN-DEPOIS.
           READ PRODUTOS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PRODUTO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PRODUTO-REC.
           MOVE "PRODUTOS" TO JRN-FICHEIRO.
           MOVE PRD-CODIGO TO JRN-CHAVE.
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
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
       ABRIR-FICHEIROS.
           OPEN I-O PRECOS.
               CLOSE PROMOS
               OPEN I-O PROMOS
           END-IF.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS = "35" THEN
               OPEN OUTPUT PRODUTOS
               PERFORM CRIAR-PRODUTOS-DEFEITO
               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF.
           OPEN I-O STOCK.
           IF FS-STOCK = "00" THEN
               MOVE "S" TO STOCK-ABERTO-FLAG
           END-IF.
           OPEN EXTEND PRECLOG.
           IF FS-PRECLOG NOT = "00" THEN
               OPEN OUTPUT PRECLOG
           CLOSE FIDELIZ.
           CLOSE RECEITAS.
           CLOSE PROMOS.
           CLOSE PRODUTOS.
           IF STOCK-ABERTO THEN
               CLOSE STOCK
           END-IF.
           CLOSE PRECLOG.
      ****** ESPECIALIDADES DE DEFEITO (como no balcao) ****************
       CRIAR-RECEITAS-DEFEITO.
           MOVE 0 TO RCT-INGREDIENTES(3).
           MOVE 0 TO RCT-INGREDIENTES(4).
           MOVE 0 TO RCT-INGREDIENTES(5).
      ****** OUTROS PRODUTOS DE DEFEITO (como no balcao) ***************
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
       END PROGRAM TAREFA11.
