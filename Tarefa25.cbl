      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Forward recovery after a power cut or a crash. Takes
      *          the last generation marked "OK" in COPIAS.TXT (see
      *          TAREFA24), sets the damaged .DAT files aside in
      *          COPIAS/ANTES-<date and time>, copies the generation
      *          back and replays on top of it the after images that
      *          JORNAL.LOG recorded since that copy started - but only
      *          for the transactions that reached their "F" line.
      *          Transactions cut short (an order half written, a void
      *          half done) are left out and listed, with the customer
      *          and total of any order they touched, so the counter
      *          can re-enter them. The report goes to RECUPERACAO.TXT.
      *          Customers erased (TAREFA29) after the copy are listed
      *          in APAGAR.TXT: the monthly archives come back as they
      *          were in the copy and must be erased again (TAREFA29,
      *          option 4).
      *          Run the integrity audit (TAREFA15) before opening.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPIAS ASSIGN TO "COPIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIAS.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

           SELECT RELATORIO ASSIGN TO "RECUPERACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

           SELECT APAGAR ASSIGN TO "APAGAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APAGAR.

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

           SELECT STOCK ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-CODIGO
               FILE STATUS IS FS-STOCK.

           SELECT CAIXA ASSIGN TO "CAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-CHAVE
               FILE STATUS IS FS-CAIXA.

           SELECT MOVSTOCK ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-NUMERO
               FILE STATUS IS FS-MOVSTOCK.

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

           SELECT FORNECED ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECED.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CODIGO
               FILE STATUS IS FS-PRECOS.

           SELECT FIDELIZ ASSIGN TO "FIDELIZ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-CHAVE
               FILE STATUS IS FS-FIDELIZ.

           SELECT RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               FILE STATUS IS FS-RECEITAS.

           SELECT PROMOS ASSIGN TO "PROMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS FS-PROMOS.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODUTOS.

           SELECT ZONAS ASSIGN TO "ZONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CODPOSTAL
               FILE STATUS IS FS-ZONAS.

           SELECT SESSOES ASSIGN TO "SESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-NUMERO
               FILE STATUS IS FS-SESSOES.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PON-CHAVE
               FILE STATUS IS FS-PONTO.

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
       DATA DIVISION.
       FILE SECTION.
       FD  COPIAS
           LABEL RECORD STANDARD.
           COPY CPCOPIA.

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).

       FD  RELATORIO
           LABEL RECORD STANDARD.
       01  LINHA-RECUP                     PIC X(80).

       FD  APAGAR
           LABEL RECORD STANDARD.
       01  LINHA-APAGAR                    PIC X(9).

       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.

       FD  CONTROLO
           LABEL RECORD STANDARD.
           COPY CPCONTA.

       FD  CLIENTES
           LABEL RECORD STANDARD.
           COPY CPCLIEN.

       FD  STOCK
           LABEL RECORD STANDARD.
           COPY CPSTOCK.

       FD  CAIXA
           LABEL RECORD STANDARD.
           COPY CPCAIXA.

       FD  MOVSTOCK
           LABEL RECORD STANDARD.
           COPY CPMOVSTK.

       FD  PORCOES
           LABEL RECORD STANDARD.
           COPY CPPORCAO.

       FD  ENCOMEND
           LABEL RECORD STANDARD.
           COPY CPENCOM.

       FD  FORNECED
           LABEL RECORD STANDARD.
           COPY CPFORNEC.

       FD  PRECOS
           LABEL RECORD STANDARD.
           COPY CPPRECO.

       FD  FIDELIZ
           LABEL RECORD STANDARD.
           COPY CPFIDEL.

       FD  RECEITAS
           LABEL RECORD STANDARD.
           COPY CPRECEIT.

       FD  PROMOS
           LABEL RECORD STANDARD.
           COPY CPPROMO.

       FD  PRODUTOS
           LABEL RECORD STANDARD.
           COPY CPPRODUT.

       FD  ZONAS
           LABEL RECORD STANDARD.
           COPY CPZONA.

       FD  SESSOES
           LABEL RECORD STANDARD.
           COPY CPSESSAO.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  PONTO
           LABEL RECORD STANDARD.
           COPY CPPONTO.

       FD  CONTAS
           LABEL RECORD STANDARD.
           COPY CPCORREN.

       FD  VALES
           LABEL RECORD STANDARD.
           COPY CPVALE.
       WORKING-STORAGE SECTION.
       77 FS-COPIAS                        PIC XX VALUE "00".
       77 FS-JORNAL                        PIC XX VALUE "00".
       77 FS-RELATORIO                     PIC XX VALUE "00".
       77 FS-APAGAR                        PIC XX VALUE "00".
       77 FS-PEDIDOS                        PIC XX VALUE "00".
       77 FS-CONTROLO                       PIC XX VALUE "00".
       77 FS-CLIENTES                       PIC XX VALUE "00".
       77 FS-STOCK                          PIC XX VALUE "00".
       77 FS-CAIXA                          PIC XX VALUE "00".
       77 FS-MOVSTOCK                       PIC XX VALUE "00".
       77 FS-PORCOES                        PIC XX VALUE "00".
       77 FS-ENCOMEND                       PIC XX VALUE "00".
       77 FS-FORNECED                       PIC XX VALUE "00".
       77 FS-PRECOS                         PIC XX VALUE "00".
       77 FS-FIDELIZ                        PIC XX VALUE "00".
       77 FS-RECEITAS                       PIC XX VALUE "00".
       77 FS-PROMOS                         PIC XX VALUE "00".
       77 FS-PRODUTOS                       PIC XX VALUE "00".
       77 FS-ZONAS                          PIC XX VALUE "00".
       77 FS-SESSOES                        PIC XX VALUE "00".
       77 FS-PESSOAL                        PIC XX VALUE "00".
       77 FS-PONTO                          PIC XX VALUE "00".
       77 FS-CONTAS                         PIC XX VALUE "00".
       77 FS-VALES                          PIC XX VALUE "00".
       77 FIM-COPIAS-FLAG                  PIC X  VALUE "N".
           88 FIM-COPIAS                              VALUE "S".
       77 FIM-JORNAL-FLAG                  PIC X  VALUE "N".
           88 FIM-JORNAL                              VALUE "S".
       77 JORNAL-FLAG                      PIC X  VALUE "N".
           88 HA-JORNAL                               VALUE "S".
      ****** GERACAO A REPOR *******************************************
       77 GERACAO-BOA                      PIC 9(4)  VALUE 0.
       77 MOMENTO-COPIA                    PIC X(14) VALUE SPACES.
       77 DIRETORIO-COPIA                  PIC X(12) VALUE SPACES.
       77 DIRETORIO-ANTES                  PIC X(30) VALUE SPACES.
       77 COMANDO                          PIC X(200) VALUE SPACES.
      ****** TRANSACOES SEM LINHA "F" (maximo 100 em simultaneo) *******
       77 N-ABERTAS                        PIC 999   VALUE 0.
       77 ABERTA-TRN                       PIC X(24) OCCURS 100 TIMES.
       77 IDX-T                            PIC 999   VALUE 0.
       77 SLOT                             PIC 999   VALUE 0.
       77 TRN-ENCONTRADA-FLAG              PIC X     VALUE "N".
           88 TRN-ENCONTRADA                          VALUE "S".
       77 TRN-EXCESSO-FLAG                 PIC X     VALUE "N".
           88 TRN-EXCESSO                             VALUE "S".
       77 TRN-COMPLETAS                    PIC 9(5)  VALUE 0.
       77 TRN-INCOMPLETAS                  PIC 9(5)  VALUE 0.
      ****** FICHEIROS MESTRES REPOSTOS PELO JORNAL ********************
       77 N-FICHEIROS                      PIC 99    VALUE 20.
       77 FICH-NOME                        PIC X(8)  OCCURS 20 TIMES.
       77 FICH-ABERTO                      PIC X     OCCURS 20 TIMES.
       77 FICH-REPOSTOS                    PIC 9(5)  OCCURS 20 TIMES.
       77 FICH-ERROS                       PIC 9(5)  OCCURS 20 TIMES.
       77 IDX-F                            PIC 99    VALUE 0.
       77 IMAGEM-OK-FLAG                   PIC X     VALUE "S".
           88 IMAGEM-OK                               VALUE "S".
       77 IMAGENS-FORA                     PIC 9(6)  VALUE 0.
       77 IMAGENS-DESCONHECIDAS            PIC 9(6)  VALUE 0.
      ****** CLIENTES ANONIMIZADOS DEPOIS DA COPIA (TAREFA29) **********
       77 APAGAR-ABERTO-FLAG               PIC X     VALUE "N".
           88 APAGAR-ABERTO                           VALUE "S".
       77 CONT-APAGADOS                    PIC 9(5)  VALUE 0.
      ****** CONFIRMACAO ***********************************************
       77 TEMP-CONFIRMA                    PIC X     VALUE SPACE.
           88 CONFIRMA-SIM                            VALUE "S" "s".
      ****** SAIDAS EDITADAS *******************************************
       77 CONT-SAIDA                       PIC ZZZZ9  VALUE SPACES.
       77 ERROS-SAIDA                      PIC ZZZZ9  VALUE SPACES.
       77 VALOR-SAIDA                      PIC ZZ9.99 VALUE SPACES.
       77 MOMENTO-TEXTO                    PIC X(14) VALUE SPACES.
       77 MOMENTO-ED                       PIC X(19) VALUE SPACES.
       77 OPERACAO-ED                      PIC X(8)  VALUE SPACES.
      ****** LINHA DO JORNAL *******************************************
           COPY CPJORNAL.
      ****** PEDIDO DE UMA TRANSACAO INCOMPLETA (so para listar) *******
           COPY CPPEDWK.
      ****** DATA E HORA ***********************************************
       01 MOMENTO-ATUAL.
           05 MOM-DATA                     PIC 9(8).
           05 MOM-HORA                     PIC 9(6).
      ******************************************************************
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           PERFORM PREPARAR-FICHEIROS.
           DISPLAY "========== RECUPERACAO APOS FALHA ==========".
           PERFORM LER-CATALOGO THRU LER-CATALOGO-FIM.
           IF GERACAO-BOA = 0 THEN
               DISPLAY "Nao ha nenhuma copia completa em COPIAS.TXT "
                       "- nada a repor."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE MOMENTO-COPIA TO MOMENTO-TEXTO.
           PERFORM FORMATAR-MOMENTO.
           DISPLAY "Ultima copia completa: geracao " GERACAO-BOA
                   " (" DIRETORIO-COPIA ") de " MOMENTO-ED.
           PERFORM ANALISAR-JORNAL THRU ANALISAR-JORNAL-FIM.
           IF NOT HA-JORNAL THEN
               DISPLAY "Sem JORNAL.LOG - so a copia sera reposta."
           ELSE
               MOVE TRN-COMPLETAS TO CONT-SAIDA
               DISPLAY "Transacoes completas a repor      : "
                       CONT-SAIDA
               MOVE TRN-INCOMPLETAS TO CONT-SAIDA
               DISPLAY "Transacoes incompletas (ficam fora): "
                       CONT-SAIDA
           END-IF.
           IF TRN-EXCESSO THEN
               DISPLAY "ATENCAO: mais de 100 transacoes em aberto ao "
                       "mesmo tempo - o jornal parece danificado."
           END-IF.
           MOVE SPACES TO DIRETORIO-ANTES.
           STRING "COPIAS/ANTES-" MOMENTO-ATUAL DELIMITED BY SIZE
               INTO DIRETORIO-ANTES.
           DISPLAY "Os ficheiros .DAT atuais ficam em "
                   DIRETORIO-ANTES ".".
           DISPLAY "Repor a copia e o jornal? (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACE TO TEMP-CONFIRMA.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               DISPLAY "Recuperacao cancelada - nada foi alterado."
               STOP RUN
           END-IF.
           PERFORM REPOR-COPIA.
           IF HA-JORNAL THEN
               PERFORM REPOR-JORNAL
           END-IF.
           PERFORM FECHAR-MESTRES.
           PERFORM IMPRIMIR-RELATORIO.
           STOP RUN.
      ****** NOMES DOS FICHEIROS MESTRES *******************************
       PREPARAR-FICHEIROS.
           MOVE "PEDIDOS" TO FICH-NOME(1).
           MOVE "CONTROLO" TO FICH-NOME(2).
           MOVE "CLIENTES" TO FICH-NOME(3).
           MOVE "STOCK" TO FICH-NOME(4).
           MOVE "CAIXA" TO FICH-NOME(5).
           MOVE "MOVSTOCK" TO FICH-NOME(6).
           MOVE "PORCOES" TO FICH-NOME(7).
           MOVE "ENCOMEND" TO FICH-NOME(8).
           MOVE "FORNECED" TO FICH-NOME(9).
           MOVE "PRECOS" TO FICH-NOME(10).
           MOVE "FIDELIZ" TO FICH-NOME(11).
           MOVE "RECEITAS" TO FICH-NOME(12).
           MOVE "PROMOS" TO FICH-NOME(13).
           MOVE "PRODUTOS" TO FICH-NOME(14).
           MOVE "ZONAS" TO FICH-NOME(15).
           MOVE "SESSOES" TO FICH-NOME(16).
           MOVE "PESSOAL" TO FICH-NOME(17).
           MOVE "PONTO" TO FICH-NOME(18).
           MOVE "CONTAS" TO FICH-NOME(19).
           MOVE "VALES" TO FICH-NOME(20).
           PERFORM VARYING IDX-F FROM 1 BY 1 UNTIL IDX-F > N-FICHEIROS
               MOVE "N" TO FICH-ABERTO(IDX-F)
               MOVE 0 TO FICH-REPOSTOS(IDX-F)
               MOVE 0 TO FICH-ERROS(IDX-F)
           END-PERFORM.
      ****** ULTIMA GERACAO COM LINHA "OK" *****************************
       LER-CATALOGO.
           OPEN INPUT COPIAS.
           IF FS-COPIAS NOT = "00" THEN
               GO LER-CATALOGO-FIM
           END-IF.
           MOVE "N" TO FIM-COPIAS-FLAG.
           PERFORM UNTIL FIM-COPIAS
               READ COPIAS
                   AT END
                       SET FIM-COPIAS TO TRUE
                   NOT AT END
                       IF (COP-OK) AND (COP-GERACAO > GERACAO-BOA) THEN
                           MOVE COP-GERACAO TO GERACAO-BOA
                           MOVE COP-MOMENTO TO MOMENTO-COPIA
                           MOVE COP-DIRETORIO TO DIRETORIO-COPIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPIAS.
       LER-CATALOGO-FIM.
           EXIT.
      ****** 1A PASSAGEM: QUE TRANSACOES FICARAM SEM FIM ***************
      * So contam as linhas escritas depois do inicio da copia; tudo o
      * que e anterior ja esta dentro da geracao.
       ANALISAR-JORNAL.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT = "00" THEN
               GO ANALISAR-JORNAL-FIM
           END-IF.
           MOVE "S" TO JORNAL-FLAG.
           MOVE "N" TO FIM-JORNAL-FLAG.
           PERFORM UNTIL FIM-JORNAL
               READ JORNAL INTO JORNAL-REC
                   AT END
                       SET FIM-JORNAL TO TRUE
                   NOT AT END
                       IF JRN-MOMENTO(1:14) NOT < MOMENTO-COPIA THEN
                           EVALUATE TRUE
                               WHEN JRN-INICIO
                                   PERFORM REGISTAR-INICIO
                               WHEN JRN-FIM
                                   PERFORM REGISTAR-FIM
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JORNAL.
           MOVE 0 TO TRN-INCOMPLETAS.
           PERFORM VARYING IDX-T FROM 1 BY 1 UNTIL IDX-T > N-ABERTAS
               IF ABERTA-TRN(IDX-T) NOT = SPACES THEN
                   ADD 1 TO TRN-INCOMPLETAS
               END-IF
           END-PERFORM.
       ANALISAR-JORNAL-FIM.
           EXIT.
       REGISTAR-INICIO.
           MOVE 0 TO SLOT.
           PERFORM VARYING IDX-T FROM 1 BY 1 UNTIL IDX-T > N-ABERTAS
               IF (SLOT = 0) AND (ABERTA-TRN(IDX-T) = SPACES) THEN
                   MOVE IDX-T TO SLOT
               END-IF
           END-PERFORM.
           IF (SLOT = 0) AND (N-ABERTAS < 100) THEN
               ADD 1 TO N-ABERTAS
               MOVE N-ABERTAS TO SLOT
           END-IF.
           IF SLOT = 0 THEN
               MOVE "S" TO TRN-EXCESSO-FLAG
           ELSE
               MOVE JRN-TRANSACAO TO ABERTA-TRN(SLOT)
           END-IF.
       REGISTAR-FIM.
           PERFORM PROCURAR-TRANSACAO.
           IF TRN-ENCONTRADA THEN
               MOVE SPACES TO ABERTA-TRN(SLOT)
               ADD 1 TO TRN-COMPLETAS
           END-IF.
       PROCURAR-TRANSACAO.
           MOVE "N" TO TRN-ENCONTRADA-FLAG.
           MOVE 0 TO SLOT.
           PERFORM VARYING IDX-T FROM 1 BY 1 UNTIL IDX-T > N-ABERTAS
               IF (SLOT = 0) AND
                  (ABERTA-TRN(IDX-T) = JRN-TRANSACAO) THEN
                   MOVE IDX-T TO SLOT
                   MOVE "S" TO TRN-ENCONTRADA-FLAG
               END-IF
           END-PERFORM.
      ****** REPOR A GERACAO (os ficheiros atuais ficam de lado) *******
       REPOR-COPIA.
           MOVE SPACES TO COMANDO.
           STRING "mkdir -p " DIRETORIO-ANTES
               " && (mv *.DAT* " DIRETORIO-ANTES "/ 2>/dev/null; true)"
               " && cp -p " DIRETORIO-COPIA "/*.DAT* ."
               DELIMITED BY SIZE INTO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "ERRO: a geracao " GERACAO-BOA " NAO foi "
                       "reposta. Os ficheiros que havia estao em "
               DISPLAY DIRETORIO-ANTES "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Geracao " GERACAO-BOA " reposta.".
      ****** 2A PASSAGEM: REPOR AS IMAGENS DAS TRANSACOES COMPLETAS ****
      * A imagem "depois" e o registo inteiro: grava-se por cima do
      * que estiver no ficheiro, pela ordem do jornal.
       REPOR-JORNAL.
           OPEN INPUT JORNAL.
           MOVE "N" TO FIM-JORNAL-FLAG.
           PERFORM UNTIL FIM-JORNAL
               READ JORNAL INTO JORNAL-REC
                   AT END
                       SET FIM-JORNAL TO TRUE
                   NOT AT END
                       IF (JRN-IMAGEM) AND
                          (JRN-MOMENTO(1:14) NOT < MOMENTO-COPIA) THEN
                           PERFORM PROCURAR-TRANSACAO
                           IF TRN-ENCONTRADA THEN
                               ADD 1 TO IMAGENS-FORA
                           ELSE
                               PERFORM REPOR-IMAGEM
                                   THRU REPOR-IMAGEM-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JORNAL.
           IF APAGAR-ABERTO THEN
               CLOSE APAGAR
           END-IF.
       REPOR-IMAGEM.
           IF JRN-FICHEIRO = "APAGADOS" THEN
               PERFORM GUARDAR-APAGADO
               GO REPOR-IMAGEM-FIM
           END-IF.
           MOVE 0 TO IDX-F.
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > N-FICHEIROS
               IF FICH-NOME(SLOT) = JRN-FICHEIRO THEN
                   MOVE SLOT TO IDX-F
               END-IF
           END-PERFORM.
           IF IDX-F = 0 THEN
               ADD 1 TO IMAGENS-DESCONHECIDAS
           ELSE
               MOVE "S" TO IMAGEM-OK-FLAG
               EVALUATE IDX-F
               WHEN 1
                   PERFORM REPOR-PEDIDOS
               WHEN 2
                   PERFORM REPOR-CONTROLO
               WHEN 3
                   PERFORM REPOR-CLIENTES
               WHEN 4
                   PERFORM REPOR-STOCK
               WHEN 5
                   PERFORM REPOR-CAIXA
               WHEN 6
                   PERFORM REPOR-MOVSTOCK
               WHEN 7
                   PERFORM REPOR-PORCOES
               WHEN 8
                   PERFORM REPOR-ENCOMEND
               WHEN 9
                   PERFORM REPOR-FORNECED
               WHEN 10
                   PERFORM REPOR-PRECOS
               WHEN 11
                   PERFORM REPOR-FIDELIZ
               WHEN 12
                   PERFORM REPOR-RECEITAS
               WHEN 13
                   PERFORM REPOR-PROMOS
               WHEN 14
                   PERFORM REPOR-PRODUTOS
               WHEN 15
                   PERFORM REPOR-ZONAS
               WHEN 16
                   PERFORM REPOR-SESSOES
               WHEN 17
                   PERFORM REPOR-PESSOAL
               WHEN 18
                   PERFORM REPOR-PONTO
               WHEN 19
                   PERFORM REPOR-CONTAS
               WHEN 20
                   PERFORM REPOR-VALES
               END-EVALUATE
               IF IMAGEM-OK THEN
                   ADD 1 TO FICH-REPOSTOS(IDX-F)
               ELSE
                   ADD 1 TO FICH-ERROS(IDX-F)
               END-IF
           END-IF.
       REPOR-IMAGEM-FIM.
           EXIT.
      * Um cliente anonimizado pelo TAREFA29: o contacto vai para o
      * APAGAR.TXT (acrescenta-se, se ja la estiver um de outra vez).
       GUARDAR-APAGADO.
           IF NOT APAGAR-ABERTO THEN
               OPEN EXTEND APAGAR
               IF FS-APAGAR NOT = "00" THEN
                   OPEN OUTPUT APAGAR
               END-IF
               MOVE "S" TO APAGAR-ABERTO-FLAG
           END-IF.
           MOVE JRN-CHAVE(1:9) TO LINHA-APAGAR.
           WRITE LINHA-APAGAR.
           ADD 1 TO CONT-APAGADOS.
      ****** UM PARAGRAFO POR FICHEIRO MESTRE **************************
      * O ficheiro so e aberto quando aparece a primeira imagem dele,
      * para nao criar vazio um mestre que a copia nao trazia.
       REPOR-PEDIDOS.
           IF FICH-ABERTO(1) = "N" THEN
               OPEN I-O PEDIDOS
               IF FS-PEDIDOS = "35" THEN
                   OPEN OUTPUT PEDIDOS
                   CLOSE PEDIDOS
                   OPEN I-O PEDIDOS
               END-IF
               IF FS-PEDIDOS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(1)
               ELSE
                   MOVE "E" TO FICH-ABERTO(1)
               END-IF
           END-IF.
           IF FICH-ABERTO(1) = "S" THEN
               MOVE JRN-DEPOIS TO PEDIDO-REC
               WRITE PEDIDO-REC
                   INVALID KEY
                       REWRITE PEDIDO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-CONTROLO.
           IF FICH-ABERTO(2) = "N" THEN
               OPEN I-O CONTROLO
               IF FS-CONTROLO = "35" THEN
                   OPEN OUTPUT CONTROLO
                   CLOSE CONTROLO
                   OPEN I-O CONTROLO
               END-IF
               IF FS-CONTROLO = "00" THEN
                   MOVE "S" TO FICH-ABERTO(2)
               ELSE
                   MOVE "E" TO FICH-ABERTO(2)
               END-IF
           END-IF.
           IF FICH-ABERTO(2) = "S" THEN
               MOVE JRN-DEPOIS TO CONTROLO-REC
               WRITE CONTROLO-REC
                   INVALID KEY
                       REWRITE CONTROLO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-CLIENTES.
           IF FICH-ABERTO(3) = "N" THEN
               OPEN I-O CLIENTES
               IF FS-CLIENTES = "35" THEN
                   OPEN OUTPUT CLIENTES
                   CLOSE CLIENTES
                   OPEN I-O CLIENTES
               END-IF
               IF FS-CLIENTES = "00" THEN
                   MOVE "S" TO FICH-ABERTO(3)
               ELSE
                   MOVE "E" TO FICH-ABERTO(3)
               END-IF
           END-IF.
           IF (FICH-ABERTO(3) = "S") AND (JRN-APAGADO) THEN
               MOVE JRN-ANTES TO CLIENTE-REC
               DELETE CLIENTES RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF (FICH-ABERTO(3) = "S") AND (NOT JRN-APAGADO) THEN
               MOVE JRN-DEPOIS TO CLIENTE-REC
               WRITE CLIENTE-REC
                   INVALID KEY
                       REWRITE CLIENTE-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           END-IF.
           IF FICH-ABERTO(3) NOT = "S" THEN
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-STOCK.
           IF FICH-ABERTO(4) = "N" THEN
               OPEN I-O STOCK
               IF FS-STOCK = "35" THEN
                   OPEN OUTPUT STOCK
                   CLOSE STOCK
                   OPEN I-O STOCK
               END-IF
               IF FS-STOCK = "00" THEN
                   MOVE "S" TO FICH-ABERTO(4)
               ELSE
                   MOVE "E" TO FICH-ABERTO(4)
               END-IF
           END-IF.
           IF FICH-ABERTO(4) = "S" THEN
               MOVE JRN-DEPOIS TO STOCK-REC
               WRITE STOCK-REC
                   INVALID KEY
                       REWRITE STOCK-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-CAIXA.
           IF FICH-ABERTO(5) = "N" THEN
               OPEN I-O CAIXA
               IF FS-CAIXA = "35" THEN
                   OPEN OUTPUT CAIXA
                   CLOSE CAIXA
                   OPEN I-O CAIXA
               END-IF
               IF FS-CAIXA = "00" THEN
                   MOVE "S" TO FICH-ABERTO(5)
               ELSE
                   MOVE "E" TO FICH-ABERTO(5)
               END-IF
           END-IF.
           IF FICH-ABERTO(5) = "S" THEN
               MOVE JRN-DEPOIS TO CAIXA-REC
               WRITE CAIXA-REC
                   INVALID KEY
                       REWRITE CAIXA-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-MOVSTOCK.
           IF FICH-ABERTO(6) = "N" THEN
               OPEN I-O MOVSTOCK
               IF FS-MOVSTOCK = "35" THEN
                   OPEN OUTPUT MOVSTOCK
                   CLOSE MOVSTOCK
                   OPEN I-O MOVSTOCK
               END-IF
               IF FS-MOVSTOCK = "00" THEN
                   MOVE "S" TO FICH-ABERTO(6)
               ELSE
                   MOVE "E" TO FICH-ABERTO(6)
               END-IF
           END-IF.
           IF FICH-ABERTO(6) = "S" THEN
               MOVE JRN-DEPOIS TO MOVSTOCK-REC
               WRITE MOVSTOCK-REC
                   INVALID KEY
                       REWRITE MOVSTOCK-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-PORCOES.
           IF FICH-ABERTO(7) = "N" THEN
               OPEN I-O PORCOES
               IF FS-PORCOES = "35" THEN
                   OPEN OUTPUT PORCOES
                   CLOSE PORCOES
                   OPEN I-O PORCOES
               END-IF
               IF FS-PORCOES = "00" THEN
                   MOVE "S" TO FICH-ABERTO(7)
               ELSE
                   MOVE "E" TO FICH-ABERTO(7)
               END-IF
           END-IF.
           IF FICH-ABERTO(7) = "S" THEN
               MOVE JRN-DEPOIS TO PORCAO-REC
               WRITE PORCAO-REC
                   INVALID KEY
                       REWRITE PORCAO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-ENCOMEND.
           IF FICH-ABERTO(8) = "N" THEN
               OPEN I-O ENCOMEND
               IF FS-ENCOMEND = "35" THEN
                   OPEN OUTPUT ENCOMEND
                   CLOSE ENCOMEND
                   OPEN I-O ENCOMEND
               END-IF
               IF FS-ENCOMEND = "00" THEN
                   MOVE "S" TO FICH-ABERTO(8)
               ELSE
                   MOVE "E" TO FICH-ABERTO(8)
               END-IF
           END-IF.
           IF FICH-ABERTO(8) = "S" THEN
               MOVE JRN-DEPOIS TO ENCOMENDA-REC
               WRITE ENCOMENDA-REC
                   INVALID KEY
                       REWRITE ENCOMENDA-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-FORNECED.
           IF FICH-ABERTO(9) = "N" THEN
               OPEN I-O FORNECED
               IF FS-FORNECED = "35" THEN
                   OPEN OUTPUT FORNECED
                   CLOSE FORNECED
                   OPEN I-O FORNECED
               END-IF
               IF FS-FORNECED = "00" THEN
                   MOVE "S" TO FICH-ABERTO(9)
               ELSE
                   MOVE "E" TO FICH-ABERTO(9)
               END-IF
           END-IF.
           IF FICH-ABERTO(9) = "S" THEN
               MOVE JRN-DEPOIS TO FORNECEDOR-REC
               WRITE FORNECEDOR-REC
                   INVALID KEY
                       REWRITE FORNECEDOR-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-PRECOS.
           IF FICH-ABERTO(10) = "N" THEN
               OPEN I-O PRECOS
               IF FS-PRECOS = "35" THEN
                   OPEN OUTPUT PRECOS
                   CLOSE PRECOS
                   OPEN I-O PRECOS
               END-IF
               IF FS-PRECOS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(10)
               ELSE
                   MOVE "E" TO FICH-ABERTO(10)
               END-IF
           END-IF.
           IF FICH-ABERTO(10) = "S" THEN
               MOVE JRN-DEPOIS TO PRECO-REC
               WRITE PRECO-REC
                   INVALID KEY
                       REWRITE PRECO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-FIDELIZ.
           IF FICH-ABERTO(11) = "N" THEN
               OPEN I-O FIDELIZ
               IF FS-FIDELIZ = "35" THEN
                   OPEN OUTPUT FIDELIZ
                   CLOSE FIDELIZ
                   OPEN I-O FIDELIZ
               END-IF
               IF FS-FIDELIZ = "00" THEN
                   MOVE "S" TO FICH-ABERTO(11)
               ELSE
                   MOVE "E" TO FICH-ABERTO(11)
               END-IF
           END-IF.
           IF FICH-ABERTO(11) = "S" THEN
               MOVE JRN-DEPOIS TO FIDELIZ-REC
               WRITE FIDELIZ-REC
                   INVALID KEY
                       REWRITE FIDELIZ-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-RECEITAS.
           IF FICH-ABERTO(12) = "N" THEN
               OPEN I-O RECEITAS
               IF FS-RECEITAS = "35" THEN
                   OPEN OUTPUT RECEITAS
                   CLOSE RECEITAS
                   OPEN I-O RECEITAS
               END-IF
               IF FS-RECEITAS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(12)
               ELSE
                   MOVE "E" TO FICH-ABERTO(12)
               END-IF
           END-IF.
           IF FICH-ABERTO(12) = "S" THEN
               MOVE JRN-DEPOIS TO RECEITA-REC
               WRITE RECEITA-REC
                   INVALID KEY
                       REWRITE RECEITA-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-PROMOS.
           IF FICH-ABERTO(13) = "N" THEN
               OPEN I-O PROMOS
               IF FS-PROMOS = "35" THEN
                   OPEN OUTPUT PROMOS
                   CLOSE PROMOS
                   OPEN I-O PROMOS
               END-IF
               IF FS-PROMOS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(13)
               ELSE
                   MOVE "E" TO FICH-ABERTO(13)
               END-IF
           END-IF.
           IF FICH-ABERTO(13) = "S" THEN
               MOVE JRN-DEPOIS TO PROMO-REC
               WRITE PROMO-REC
                   INVALID KEY
                       REWRITE PROMO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-PRODUTOS.
           IF FICH-ABERTO(14) = "N" THEN
               OPEN I-O PRODUTOS
               IF FS-PRODUTOS = "35" THEN
                   OPEN OUTPUT PRODUTOS
                   CLOSE PRODUTOS
                   OPEN I-O PRODUTOS
               END-IF
               IF FS-PRODUTOS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(14)
               ELSE
                   MOVE "E" TO FICH-ABERTO(14)
               END-IF
           END-IF.
           IF FICH-ABERTO(14) = "S" THEN
               MOVE JRN-DEPOIS TO PRODUTO-REC
               WRITE PRODUTO-REC
                   INVALID KEY
                       REWRITE PRODUTO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-ZONAS.
           IF FICH-ABERTO(15) = "N" THEN
               OPEN I-O ZONAS
               IF FS-ZONAS = "35" THEN
                   OPEN OUTPUT ZONAS
                   CLOSE ZONAS
                   OPEN I-O ZONAS
               END-IF
               IF FS-ZONAS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(15)
               ELSE
                   MOVE "E" TO FICH-ABERTO(15)
               END-IF
           END-IF.
           IF FICH-ABERTO(15) = "S" THEN
               MOVE JRN-DEPOIS TO ZONA-REC
               WRITE ZONA-REC
                   INVALID KEY
                       REWRITE ZONA-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-SESSOES.
           IF FICH-ABERTO(16) = "N" THEN
               OPEN I-O SESSOES
               IF FS-SESSOES = "35" THEN
                   OPEN OUTPUT SESSOES
                   CLOSE SESSOES
                   OPEN I-O SESSOES
               END-IF
               IF FS-SESSOES = "00" THEN
                   MOVE "S" TO FICH-ABERTO(16)
               ELSE
                   MOVE "E" TO FICH-ABERTO(16)
               END-IF
           END-IF.
           IF FICH-ABERTO(16) = "S" THEN
               MOVE JRN-DEPOIS TO SESSAO-REC
               WRITE SESSAO-REC
                   INVALID KEY
                       REWRITE SESSAO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-PESSOAL.
           IF FICH-ABERTO(17) = "N" THEN
               OPEN I-O PESSOAL
               IF FS-PESSOAL = "35" THEN
                   OPEN OUTPUT PESSOAL
                   CLOSE PESSOAL
                   OPEN I-O PESSOAL
               END-IF
               IF FS-PESSOAL = "00" THEN
                   MOVE "S" TO FICH-ABERTO(17)
               ELSE
                   MOVE "E" TO FICH-ABERTO(17)
               END-IF
           END-IF.
           IF FICH-ABERTO(17) = "S" THEN
               MOVE JRN-DEPOIS TO PESSOA-REC
               WRITE PESSOA-REC
                   INVALID KEY
                       REWRITE PESSOA-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-PONTO.
           IF FICH-ABERTO(18) = "N" THEN
               OPEN I-O PONTO
               IF FS-PONTO = "35" THEN
                   OPEN OUTPUT PONTO
                   CLOSE PONTO
                   OPEN I-O PONTO
               END-IF
               IF FS-PONTO = "00" THEN
                   MOVE "S" TO FICH-ABERTO(18)
               ELSE
                   MOVE "E" TO FICH-ABERTO(18)
               END-IF
           END-IF.
           IF FICH-ABERTO(18) = "S" THEN
               MOVE JRN-DEPOIS TO PONTO-REC
               WRITE PONTO-REC
                   INVALID KEY
                       REWRITE PONTO-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-CONTAS.
           IF FICH-ABERTO(19) = "N" THEN
               OPEN I-O CONTAS
               IF FS-CONTAS = "35" THEN
                   OPEN OUTPUT CONTAS
                   CLOSE CONTAS
                   OPEN I-O CONTAS
               END-IF
               IF FS-CONTAS = "00" THEN
                   MOVE "S" TO FICH-ABERTO(19)
               ELSE
                   MOVE "E" TO FICH-ABERTO(19)
               END-IF
           END-IF.
           IF (FICH-ABERTO(19) = "S") AND (JRN-APAGADO) THEN
               MOVE JRN-ANTES TO CONTA-CORRENTE-REC
               DELETE CONTAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF (FICH-ABERTO(19) = "S") AND (NOT JRN-APAGADO) THEN
               MOVE JRN-DEPOIS TO CONTA-CORRENTE-REC
               WRITE CONTA-CORRENTE-REC
                   INVALID KEY
                       REWRITE CONTA-CORRENTE-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           END-IF.
           IF FICH-ABERTO(19) NOT = "S" THEN
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       REPOR-VALES.
           IF FICH-ABERTO(20) = "N" THEN
               OPEN I-O VALES
               IF FS-VALES = "35" THEN
                   OPEN OUTPUT VALES
                   CLOSE VALES
                   OPEN I-O VALES
               END-IF
               IF FS-VALES = "00" THEN
                   MOVE "S" TO FICH-ABERTO(20)
               ELSE
                   MOVE "E" TO FICH-ABERTO(20)
               END-IF
           END-IF.
           IF FICH-ABERTO(20) = "S" THEN
               MOVE JRN-DEPOIS TO VALE-REC
               WRITE VALE-REC
                   INVALID KEY
                       REWRITE VALE-REC
                           INVALID KEY
                               MOVE "N" TO IMAGEM-OK-FLAG
                       END-REWRITE
               END-WRITE
           ELSE
               MOVE "N" TO IMAGEM-OK-FLAG
           END-IF.
       FECHAR-MESTRES.
           IF FICH-ABERTO(1) = "S" THEN
               CLOSE PEDIDOS
           END-IF.
           IF FICH-ABERTO(2) = "S" THEN
               CLOSE CONTROLO
           END-IF.
           IF FICH-ABERTO(3) = "S" THEN
               CLOSE CLIENTES
           END-IF.
           IF FICH-ABERTO(4) = "S" THEN
               CLOSE STOCK
           END-IF.
           IF FICH-ABERTO(5) = "S" THEN
               CLOSE CAIXA
           END-IF.
           IF FICH-ABERTO(6) = "S" THEN
               CLOSE MOVSTOCK
           END-IF.
           IF FICH-ABERTO(7) = "S" THEN
               CLOSE PORCOES
           END-IF.
           IF FICH-ABERTO(8) = "S" THEN
               CLOSE ENCOMEND
           END-IF.
           IF FICH-ABERTO(9) = "S" THEN
               CLOSE FORNECED
           END-IF.
           IF FICH-ABERTO(10) = "S" THEN
               CLOSE PRECOS
           END-IF.
           IF FICH-ABERTO(11) = "S" THEN
               CLOSE FIDELIZ
           END-IF.
           IF FICH-ABERTO(12) = "S" THEN
               CLOSE RECEITAS
           END-IF.
           IF FICH-ABERTO(13) = "S" THEN
               CLOSE PROMOS
           END-IF.
           IF FICH-ABERTO(14) = "S" THEN
               CLOSE PRODUTOS
           END-IF.
           IF FICH-ABERTO(15) = "S" THEN
               CLOSE ZONAS
           END-IF.
           IF FICH-ABERTO(16) = "S" THEN
               CLOSE SESSOES
           END-IF.
           IF FICH-ABERTO(17) = "S" THEN
               CLOSE PESSOAL
           END-IF.
           IF FICH-ABERTO(18) = "S" THEN
               CLOSE PONTO
           END-IF.
           IF FICH-ABERTO(19) = "S" THEN
               CLOSE CONTAS
           END-IF.
           IF FICH-ABERTO(20) = "S" THEN
               CLOSE VALES
           END-IF.
      ****** RELATORIO RECUPERACAO.TXT *********************************
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE "=============== RECUPERACAO APOS FALHA ==============="
               TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE MOMENTO-ATUAL TO MOMENTO-TEXTO.
           PERFORM FORMATAR-MOMENTO.
           MOVE SPACES TO LINHA-RECUP.
           STRING "Recuperacao feita em " MOMENTO-ED
               DELIMITED BY SIZE INTO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE MOMENTO-COPIA TO MOMENTO-TEXTO.
           PERFORM FORMATAR-MOMENTO.
           MOVE SPACES TO LINHA-RECUP.
           STRING "Geracao reposta     : " GERACAO-BOA " ("
               DIRETORIO-COPIA ") de " MOMENTO-ED
               DELIMITED BY SIZE INTO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RECUP.
           STRING "Ficheiros anteriores: " DIRETORIO-ANTES
               DELIMITED BY SIZE INTO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE TRN-COMPLETAS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RECUP.
           STRING "Transacoes completas repostas : " CONT-SAIDA
               DELIMITED BY SIZE INTO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE "Registos repostos por ficheiro:" TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           PERFORM VARYING IDX-F FROM 1 BY 1 UNTIL IDX-F > N-FICHEIROS
               IF (FICH-REPOSTOS(IDX-F) NOT = 0) OR
                  (FICH-ERROS(IDX-F) NOT = 0) THEN
                   MOVE FICH-REPOSTOS(IDX-F) TO CONT-SAIDA
                   MOVE FICH-ERROS(IDX-F) TO ERROS-SAIDA
                   MOVE SPACES TO LINHA-RECUP
                   STRING "    " FICH-NOME(IDX-F) "  " CONT-SAIDA
                       "   erros " ERROS-SAIDA
                       DELIMITED BY SIZE INTO LINHA-RECUP
                   PERFORM ESCREVER-RELATORIO
               END-IF
           END-PERFORM.
           IF IMAGENS-DESCONHECIDAS NOT = 0 THEN
               MOVE IMAGENS-DESCONHECIDAS TO CONT-SAIDA
               MOVE SPACES TO LINHA-RECUP
               STRING "    Imagens de ficheiro desconhecido: "
                   CONT-SAIDA DELIMITED BY SIZE INTO LINHA-RECUP
               PERFORM ESCREVER-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE TRN-INCOMPLETAS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-RECUP.
           STRING "Transacoes incompletas NAO repostas: " CONT-SAIDA
               DELIMITED BY SIZE INTO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           PERFORM VARYING IDX-T FROM 1 BY 1 UNTIL IDX-T > N-ABERTAS
               IF ABERTA-TRN(IDX-T) NOT = SPACES THEN
                   PERFORM LISTAR-INCOMPLETA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE "Antes de abrir: correr a verificacao (TAREFA15) e "
               TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE "voltar a registar os pedidos incompletos acima."
               TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE "Se o fecho do mes (TAREFA12) correu depois da copia,"
               TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           MOVE "corra-o de novo para o mesmo mes." TO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           IF CONT-APAGADOS > 0 THEN
               MOVE SPACES TO LINHA-RECUP
               PERFORM ESCREVER-RELATORIO
               MOVE CONT-APAGADOS TO CONT-SAIDA
               MOVE SPACES TO LINHA-RECUP
               STRING "ATENCAO: " CONT-SAIDA " clientes anonimizados "
                   "depois da copia (APAGAR.TXT)."
                   DELIMITED BY SIZE INTO LINHA-RECUP
               PERFORM ESCREVER-RELATORIO
               MOVE "Os arquivos mensais voltaram a ter os dados deles:"
                   TO LINHA-RECUP
               PERFORM ESCREVER-RELATORIO
               MOVE "corra ja o TAREFA29, opcao 4, para os anonimizar."
                   TO LINHA-RECUP
               PERFORM ESCREVER-RELATORIO
           END-IF.
           CLOSE RELATORIO.
      ****** UMA TRANSACAO INCOMPLETA E OS REGISTOS QUE TOCOU **********
       LISTAR-INCOMPLETA.
           MOVE ABERTA-TRN(IDX-T) TO JRN-TRANSACAO.
           MOVE JRN-TRANSACAO(9:14) TO MOMENTO-TEXTO.
           PERFORM FORMATAR-MOMENTO.
           MOVE SPACES TO LINHA-RECUP.
           STRING "  " JRN-PROGRAMA " iniciada em " MOMENTO-ED
               DELIMITED BY SIZE INTO LINHA-RECUP.
           PERFORM ESCREVER-RELATORIO.
           OPEN INPUT JORNAL.
           MOVE "N" TO FIM-JORNAL-FLAG.
           PERFORM UNTIL FIM-JORNAL
               READ JORNAL INTO JORNAL-REC
                   AT END
                       SET FIM-JORNAL TO TRUE
                   NOT AT END
                       IF (JRN-IMAGEM) AND
                          (JRN-TRANSACAO = ABERTA-TRN(IDX-T)) THEN
                           PERFORM LINHA-INCOMPLETA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JORNAL.
       LINHA-INCOMPLETA.
           EVALUATE TRUE
               WHEN JRN-NOVO
                   MOVE "novo" TO OPERACAO-ED
               WHEN JRN-APAGADO
                   MOVE "apagado" TO OPERACAO-ED
               WHEN OTHER
                   MOVE "alterado" TO OPERACAO-ED
           END-EVALUATE.
           MOVE SPACES TO LINHA-RECUP.
           IF JRN-FICHEIRO = "PEDIDOS" THEN
               MOVE JRN-DEPOIS TO PEDIDO-ATUAL
               MOVE ATU-PRECO-TOTAL TO VALOR-SAIDA
               STRING "      PEDIDOS  " ATU-NUMERO "  " OPERACAO-ED
                   "  " ATU-CLIENTE(1:20) " " ATU-CONTACTO
                   " " VALOR-SAIDA
                   DELIMITED BY SIZE INTO LINHA-RECUP
           ELSE
               STRING "      " JRN-FICHEIRO " " JRN-CHAVE " "
                   OPERACAO-ED DELIMITED BY SIZE INTO LINHA-RECUP
           END-IF.
           PERFORM ESCREVER-RELATORIO.
       ESCREVER-RELATORIO.
           WRITE LINHA-RECUP.
           DISPLAY LINHA-RECUP.
      ****** AAAAMMDDHHMMSS -> DD-MM-AAAA HH:MM:SS *********************
       FORMATAR-MOMENTO.
           MOVE SPACES TO MOMENTO-ED.
           STRING MOMENTO-TEXTO(7:2) "-" MOMENTO-TEXTO(5:2) "-"
               MOMENTO-TEXTO(1:4) " " MOMENTO-TEXTO(9:2) ":"
               MOMENTO-TEXTO(11:2) ":" MOMENTO-TEXTO(13:2)
               DELIMITED BY SIZE INTO MOMENTO-ED.
       END PROGRAM TAREFA25.
