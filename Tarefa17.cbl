      *          to SANGRIAS.TXT with the reason), prints the mid-
      *          shift X report of the open session (RELATORIO_X.TXT)
      *          with the expected cash in the drawer, and closes the
      *          session at handover. Also sells gift vouchers: the
      *          voucher goes to VALES.DAT (numbered from the "VALE"
      *          counter) and the money taken to CAIXA as a voucher
      *          sale movement of the session, kept apart from food
      *          revenue. TAREFA06 stamps every payment
      *          with the session open at the time. The operator signs
      *          on with staff code and PIN from the staff master
      *          (PESSOAL.DAT); only active counter staff and
      *          supervisors can open the till.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SANGRIAS ASSIGN TO "SANGRIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SANGRIAS.

           SELECT VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLE-NUMERO
               FILE STATUS IS FS-VALES.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSOES
       FD  SANGRIAS
           LABEL RECORD STANDARD.
       01  LINHA-SANGRIA                   PIC X(72).

       FD  VALES
           LABEL RECORD STANDARD.
           COPY CPVALE.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-SESSOES                       PIC XX VALUE "00".
       77 FS-CONTROLO                      PIC XX VALUE "00".
       77 FS-CAIXA                         PIC XX VALUE "00".
       77 FS-RELX                          PIC XX VALUE "00".
       77 FS-SANGRIAS                      PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-VALES                         PIC XX VALUE "00".
       77 PESSOAL-ABERTO-FLAG              PIC X  VALUE "N".
           88 PESSOAL-ABERTO                          VALUE "S".
       77 FIM-CAIXA-FLAG                   PIC X  VALUE "N".
           88 FIM-CAIXA                               VALUE "S".
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 TEMP-CODIGO                      PIC X(3)  VALUE SPACES.
       77 TEMP-VALOR                       PIC X(7)  VALUE SPACES.
       77 MOTIVO                           PIC X(20) VALUE SPACES.
       77 TEMP-PIN                         PIC X(4)  VALUE SPACES.
      ****** SESSAO ABERTA *********************************************
       77 SESSAO-ABERTA-FLAG               PIC X     VALUE "N".
           88 HA-SESSAO-ABERTA                        VALUE "S".
       77 SESSAO-CORRENTE                  PIC 9(4)  VALUE 0.
      ****** SANGRIA ***************************************************
       77 VALOR-SANGRIA                    PIC 999V99 VALUE 0.
       77 SEQ-LIVRE                        PIC 9(5)  VALUE 0.
       77 SEQ-ACHADA-FLAG                  PIC X     VALUE "N".
           88 SEQ-ACHADA                             VALUE "S".
      ****** VENDA DE VALES DE OFERTA **********************************
      * O vale e valido ate ao mesmo dia, ANOS-VALIDADE-VALE depois;
      * um vale de 29 de fevereiro vale ate 28 se esse ano nao for
      * bissexto.
       77 ANOS-VALIDADE-VALE               PIC 9     VALUE 1.
       01 VALIDADE-VALE.
           05 VV-ANO                       PIC 9(4).
           05 VV-MES                       PIC 99.
           05 VV-DIA                       PIC 99.
       01 VALIDADE-VALE-NUM REDEFINES VALIDADE-VALE PIC 9(8).
       77 VALOR-VALE                       PIC 999V99 VALUE 0.
       77 VALOR-ENTREGUE                   PIC 999V99 VALUE 0.
       77 MODO-VALE                        PIC X     VALUE SPACE.
       77 DATA-VALIDADE-SAIDA              PIC 99/99/9999.
      ****** TOTAIS DO RELATORIO X *************************************
       77 X-DINHEIRO                       PIC S9(7)V99 VALUE 0.
       77 X-MULTIBANCO                     PIC S9(7)V99 VALUE 0.
       77 X-MBWAY                          PIC S9(7)V99 VALUE 0.
       77 X-SANGRIAS                       PIC S9(7)V99 VALUE 0.
       77 X-ESTORNOS                       PIC S9(7)V99 VALUE 0.
       77 X-VENDAS-VALES                   PIC S9(7)V99 VALUE 0.
       77 X-MOVIMENTOS                     PIC 9(5)     VALUE 0.
       77 X-ESPERADO                       PIC S9(7)V99 VALUE 0.
      ****** SAIDAS EDITADAS *******************************************
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
           DISPLAY "(2) Sangria para o cofre".
           DISPLAY "(3) Relatorio X da sessao".
           DISPLAY "(4) Fechar sessao".
           DISPLAY "(5) Venda de vale de oferta".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
                   PERFORM RELATORIO-X THRU RELATORIO-X-EXIT
               WHEN "4"
                   PERFORM FECHAR-SESSAO THRU FECHAR-SESSAO-EXIT
               WHEN "5"
                   PERFORM VENDER-VALE THRU VENDER-VALE-EXIT
               WHEN "0"
                   GO TERMINAR
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           PERFORM FECHAR-TRANSACAO.
           GO MENU-PRINCIPAL.
       TERMINAR.
           PERFORM FECHAR-FICHEIROS.
               DISPLAY "Feche primeiro a sessao " SES-NUMERO "."
               GO ABRIR-SESSAO-EXIT
           END-IF.
           IF NOT PESSOAL-ABERTO THEN
               DISPLAY "Sem ficheiro de pessoal (PESSOAL.DAT) - "
                       "registe primeiro o pessoal."
               GO ABRIR-SESSAO-EXIT
           END-IF.
           DISPLAY "Codigo do operador (1-999): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO PES-CODIGO.
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-PIN.
           ACCEPT TEMP-PIN.
           READ PESSOAL
               INVALID KEY
                   DISPLAY "Codigo ou PIN errado."
                   GO ABRIR-SESSAO-EXIT
           END-READ.
           IF (TEMP-PIN NOT NUMERIC) OR
              (FUNCTION NUMVAL(TEMP-PIN) NOT = PES-PIN) THEN
               DISPLAY "Codigo ou PIN errado."
               GO ABRIR-SESSAO-EXIT
           END-IF.
           IF NOT PES-ESTA-ATIVO THEN
               DISPLAY PES-NOME " nao esta ativo."
               GO ABRIR-SESSAO-EXIT
           END-IF.
           IF NOT PES-PODE-ABRIR-CAIXA THEN
               DISPLAY PES-NOME " nao trabalha na caixa."
               GO ABRIR-SESSAO-EXIT
           END-IF.
           MOVE PES-CODIGO TO SES-OPERADOR.
           MOVE PES-NOME TO SES-NOME-OPERADOR.
           DISPLAY "Operador: " SES-NOME-OPERADOR.
           DISPLAY "Fundo de caixa contado: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-VALOR.
           ACCEPT TEMP-VALOR.
           MOVE 0 TO SES-DATA-FECHO.
           MOVE 0 TO SES-HORA-FECHO.
           MOVE "A" TO SES-ESTADO.
           PERFORM JORNAL-SESSOES.
           WRITE SESSAO-REC
               INVALID KEY
                   DISPLAY "ERRO: sessao NAO foi gravada!"
           DISPLAY "Motivo: " WITH NO ADVANCING.
           MOVE SPACES TO MOTIVO.
           ACCEPT MOTIVO.
           PERFORM PROCURAR-SEQ-LIVRE.
           IF NOT SEQ-ACHADA THEN
               DISPLAY "ERRO: sem sequencia livre na caixa!"
               GO REGISTAR-SANGRIA-EXIT
           MOVE 0 TO CXA-TROCO.
           MOVE SESSAO-CORRENTE TO CXA-SESSAO.
           MOVE SES-OPERADOR TO CXA-OPERADOR.
           PERFORM JORNAL-CAIXA.
           WRITE CAIXA-REC
               INVALID KEY
                   DISPLAY "ERRO: sangria NAO gravada na caixa!"
           DISPLAY "Sangria registada.".
       REGISTAR-SANGRIA-EXIT.
           EXIT.
      ****** PRIMEIRA SEQUENCIA LIVRE DO PEDIDO 0000 *******************
      * Os movimentos sem pedido (sangrias e vendas de vales) ficam
      * todos sob o pedido 0000; o fecho do mes arquiva-os por mes.
       PROCURAR-SEQ-LIVRE.
           MOVE "N" TO SEQ-ACHADA-FLAG.
           PERFORM VARYING SEQ-LIVRE FROM 1 BY 1
                   UNTIL (SEQ-LIVRE > 9999) OR (SEQ-ACHADA)
               MOVE 0 TO CXA-PEDIDO
               MOVE SEQ-LIVRE TO CXA-SEQ
               READ CAIXA
                   INVALID KEY
                       MOVE "S" TO SEQ-ACHADA-FLAG
               END-READ
           END-PERFORM.
      ****** VENDA DE UM VALE DE OFERTA ********************************
      * O vale fica em VALES.DAT com o saldo por gastar; o dinheiro
      * entra na caixa da sessao como venda de vale (pedido 0000),
      * que o fecho do dia separa da receita de comida.
       VENDER-VALE.
           IF NOT HA-SESSAO-ABERTA THEN
               DISPLAY "Nao ha sessao aberta."
               GO VENDER-VALE-EXIT
           END-IF.
           DISPLAY "Valor do vale: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-VALOR.
           ACCEPT TEMP-VALOR.
           IF FUNCTION NUMVAL(TEMP-VALOR) NOT > 0 OR
              FUNCTION NUMVAL(TEMP-VALOR) > 999.99 THEN
               DISPLAY "Valor invalido."
               GO VENDER-VALE-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(TEMP-VALOR) TO VALOR-VALE.
           DISPLAY "Pagamento: (1)Dinheiro (2)Multibanco (3)MBWay > "
                   WITH NO ADVANCING.
           MOVE SPACE TO OPCAO.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   MOVE "D" TO MODO-VALE
               WHEN "2"
                   MOVE "M" TO MODO-VALE
               WHEN "3"
                   MOVE "W" TO MODO-VALE
               WHEN OTHER
                   DISPLAY "Opcao invalida."
                   GO VENDER-VALE-EXIT
           END-EVALUATE.
           MOVE VALOR-VALE TO VALOR-ENTREGUE.
           IF OPCAO = "1" THEN
               DISPLAY "Valor entregue: " WITH NO ADVANCING
               MOVE SPACES TO TEMP-VALOR
               ACCEPT TEMP-VALOR
               IF FUNCTION NUMVAL(TEMP-VALOR) < VALOR-VALE OR
                  FUNCTION NUMVAL(TEMP-VALOR) > 999.99 THEN
                   DISPLAY "Valor entregue insuficiente."
                   GO VENDER-VALE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(TEMP-VALOR) TO VALOR-ENTREGUE
           END-IF.
           PERFORM PROCURAR-SEQ-LIVRE.
           IF NOT SEQ-ACHADA THEN
               DISPLAY "ERRO: sem sequencia livre na caixa!"
               GO VENDER-VALE-EXIT
           END-IF.
           PERFORM OBTER-NUMERO-VALE.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE VALOR-VALE TO VLE-VALOR.
           MOVE VALOR-VALE TO VLE-SALDO.
           MOVE MOM-DATA TO VLE-DATA-EMISSAO.
           COMPUTE VALIDADE-VALE-NUM =
               MOM-DATA + ANOS-VALIDADE-VALE * 10000.
           IF (VV-MES = 2) AND (VV-DIA = 29) AND
              ((FUNCTION MOD(VV-ANO 4) NOT = 0) OR
               ((FUNCTION MOD(VV-ANO 100) = 0) AND
                (FUNCTION MOD(VV-ANO 400) NOT = 0))) THEN
               MOVE 28 TO VV-DIA
           END-IF.
           MOVE VALIDADE-VALE-NUM TO VLE-DATA-VALIDADE.
           MOVE 0 TO VLE-DATA-USO.
           MOVE SESSAO-CORRENTE TO VLE-SESSAO.
           MOVE SES-OPERADOR TO VLE-OPERADOR.
           PERFORM JORNAL-VALES.
           WRITE VALE-REC
               INVALID KEY
                   DISPLAY "ERRO: vale NAO foi gravado!"
                   GO VENDER-VALE-EXIT
           END-WRITE.
           MOVE 0 TO CXA-PEDIDO.
           MOVE SEQ-LIVRE TO CXA-SEQ.
           MOVE MOM-DATA TO CXA-DATA.
           MOVE MOM-HORA TO CXA-HORA.
           MOVE "V" TO CXA-TIPO.
           MOVE MODO-VALE TO CXA-MODO.
           MOVE VALOR-VALE TO CXA-VALOR.
           MOVE VALOR-ENTREGUE TO CXA-ENTREGUE.
           COMPUTE CXA-TROCO = VALOR-ENTREGUE - VALOR-VALE.
           MOVE SESSAO-CORRENTE TO CXA-SESSAO.
           MOVE SES-OPERADOR TO CXA-OPERADOR.
           PERFORM JORNAL-CAIXA.
           WRITE CAIXA-REC
               INVALID KEY
                   DISPLAY "ERRO: venda do vale NAO gravada na caixa!"
                   GO VENDER-VALE-EXIT
           END-WRITE.
           IF CXA-TROCO NOT = 0 THEN
               MOVE CXA-TROCO TO VALOR-SAIDA
               DISPLAY "Troco: " VALOR-SAIDA
           END-IF.
           MOVE VLE-VALOR TO VALOR-SAIDA.
           MOVE VLE-DATA-VALIDADE(7:2) TO DATA-VALIDADE-SAIDA(1:2).
           MOVE VLE-DATA-VALIDADE(5:2) TO DATA-VALIDADE-SAIDA(4:2).
           MOVE VLE-DATA-VALIDADE(1:4) TO DATA-VALIDADE-SAIDA(7:4).
           DISPLAY "Vale n. " VLE-NUMERO " de " VALOR-SAIDA
                   " - valido ate " DATA-VALIDADE-SAIDA.
       VENDER-VALE-EXIT.
           EXIT.
      ****** RELATORIO X DA SESSAO ABERTA ******************************
       RELATORIO-X.
           IF NOT HA-SESSAO-ABERTA THEN
           MOVE MOM-DATA TO SES-DATA-FECHO.
           MOVE MOM-HORA TO SES-HORA-FECHO.
           MOVE "F" TO SES-ESTADO.
           PERFORM JORNAL-SESSOES.
           REWRITE SESSAO-REC
               INVALID KEY
                   DISPLAY "ERRO: sessao NAO foi fechada em disco!"
           MOVE 0 TO X-MBWAY.
           MOVE 0 TO X-SANGRIAS.
           MOVE 0 TO X-ESTORNOS.
           MOVE 0 TO X-VENDAS-VALES.
           MOVE 0 TO X-MOVIMENTOS.
           MOVE "N" TO FIM-CAIXA-FLAG.
           MOVE 0 TO CXA-PEDIDO.
               IF CXA-ESTORNO THEN
                   ADD CXA-VALOR TO X-ESTORNOS
               END-IF
               IF CXA-VENDA-VALE THEN
                   ADD CXA-VALOR TO X-VENDAS-VALES
               END-IF
      * Pagamentos com vale (CXA-VALE) nao trazem dinheiro a gaveta.
               EVALUATE TRUE
                   WHEN CXA-DINHEIRO
                       ADD CXA-VALOR TO X-DINHEIRO
                   DELIMITED BY SIZE INTO LINHA-RELX
               PERFORM ESCREVER-X
           END-IF.
           IF X-VENDAS-VALES NOT = 0 THEN
               MOVE X-VENDAS-VALES TO VALOR-SAIDA
               MOVE SPACES TO LINHA-RELX
               STRING "  (inclui vales      : " VALOR-SAIDA " )"
                   DELIMITED BY SIZE INTO LINHA-RELX
               PERFORM ESCREVER-X
           END-IF.
           MOVE X-SANGRIAS TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-RELX.
           STRING "Sangrias para o cofre: " VALOR-SAIDA
           END-READ.
           ADD 1 TO CTRL-ULTIMO-PEDIDO.
           MOVE CTRL-ULTIMO-PEDIDO TO SES-NUMERO.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
      ****** NUMERO DE VALE PERSISTENTE ********************************
       OBTER-NUMERO-VALE.
           MOVE "VALE" TO CTRL-CHAVE.
           READ CONTROLO
               INVALID KEY
                   MOVE 0 TO CTRL-ULTIMO-PEDIDO
                   MOVE 0 TO CTRL-ULTIMA-FATURA
                   MOVE 0 TO CTRL-DATA
           END-READ.
           ADD 1 TO CTRL-ULTIMA-FATURA.
           MOVE CTRL-ULTIMA-FATURA TO VLE-NUMERO.
           PERFORM JORNAL-CONTROLO.
           REWRITE CONTROLO-REC
               INVALID KEY
                   WRITE CONTROLO-REC
           END-REWRITE.
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
           MOVE "TAREFA17" TO JRN-PROGRAMA.
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
       JORNAL-SESSOES.
           PERFORM ABRIR-TRANSACAO.
           MOVE SESSAO-REC TO JRN-DEPOIS.
           READ SESSOES
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE SESSAO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO SESSAO-REC.
           MOVE "SESSOES" TO JRN-FICHEIRO.
           MOVE SES-NUMERO TO JRN-CHAVE.
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
           OPEN I-O SESSOES.
               CLOSE CAIXA
               OPEN I-O CAIXA
           END-IF.
           OPEN I-O VALES.
           IF FS-VALES = "35" THEN
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
           OPEN EXTEND RELX.
           IF FS-RELX NOT = "00" THEN
               OPEN OUTPUT RELX
               CLOSE SANGRIAS
               OPEN EXTEND SANGRIAS
           END-IF.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "S" TO PESSOAL-ABERTO-FLAG
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE SESSOES.
           CLOSE CONTROLO.
           CLOSE CAIXA.
           CLOSE VALES.
           CLOSE RELX.
           IF PESSOAL-ABERTO THEN
               CLOSE PESSOAL
           END-IF.
           CLOSE SANGRIAS.
       END PROGRAM TAREFA17.
