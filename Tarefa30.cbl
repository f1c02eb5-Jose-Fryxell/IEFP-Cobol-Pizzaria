      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: One-off conversion of the data files to the current
      *          record layouts. Run it once, with the tills shut and
      *          right after a backup (TAREFA24). The files in the old
      *          layout are moved into CONVERSAO/ and written back
      *          here in the new one:
      *          - PEDIDOS.DAT and every ARQAAAAMM.DAT: the fields
      *            added at the end of the order (other products, IVA
      *            of the pizza part, online reference, gift voucher)
      *            start at zero or spaces; the whole IVA of an old
      *            order is the pizza part, at the rate it was sold;
      *          - CLIENTES.DAT: no current account, consent not yet
      *            asked, last order date unknown;
      *          - MOVSTOCK.DAT: no purchase order;
      *          - CAIXA.DAT and every CXAAAAAMM.DAT: CXA-SEQ goes from
      *            two to four digits;
      *          - the delivery drivers of ENTREGAD.DAT become staff
      *            records in PESSOAL.DAT (role "E", same code, first
      *            PIN = last four digits of their contact), so the
      *            driver codes on the orders still match.
      *          PESSOAL.DAT must already have a supervisor (TAREFA23)
      *          when there are drivers to load. The report goes to
      *          CONVERSAO.TXT. Take a new backup afterwards: the older
      *          generations and their journals are in the old layout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-ANTIGO ASSIGN TO NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-PED-NUMERO
               FILE STATUS IS FS-ANTIGO.

           SELECT CLIENTE-ANTIGO ASSIGN TO NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CLI-CONTACTO
               FILE STATUS IS FS-ANTIGO.

           SELECT MOVSTOCK-ANTIGO ASSIGN TO NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-MOV-NUMERO
               FILE STATUS IS FS-ANTIGO.

           SELECT CAIXA-ANTIGA ASSIGN TO NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CXA-CHAVE
               FILE STATUS IS FS-ANTIGO.

           SELECT ENTREGAD ASSIGN TO NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETR-CODIGO
               FILE STATUS IS FS-ANTIGO.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-NOVO.

           SELECT ARQUIVO ASSIGN TO NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQ-NUMERO
               FILE STATUS IS FS-NOVO.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTACTO
               FILE STATUS IS FS-NOVO.

           SELECT MOVSTOCK ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-NUMERO
               FILE STATUS IS FS-NOVO.

           SELECT CAIXA ASSIGN TO "CAIXA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-CHAVE
               FILE STATUS IS FS-NOVO.

           SELECT CXARQUIVO ASSIGN TO NOME-NOVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXQ-CHAVE
               FILE STATUS IS FS-NOVO.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT RELATORIO ASSIGN TO "CONVERSAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
      ****** REGISTOS ANTIGOS ******************************************
      * O pedido, a ficha de cliente e o movimento de stock antigos sao
      * os atuais sem os campos acrescentados no fim. A caixa antiga
      * tinha CXA-SEQ com dois digitos.
       FD  PEDIDO-ANTIGO
           LABEL RECORD STANDARD.
       01  PEDIDO-ANTIGO-REC.
           05 ANT-PED-NUMERO               PIC 9(4).
           05 FILLER                       PIC X(346).

       FD  CLIENTE-ANTIGO
           LABEL RECORD STANDARD.
       01  CLIENTE-ANTIGO-REC.
           05 ANT-CLI-CONTACTO             PIC 9(9).
           05 FILLER                       PIC X(49).

       FD  MOVSTOCK-ANTIGO
           LABEL RECORD STANDARD.
       01  MOVSTOCK-ANTIGO-REC.
           05 ANT-MOV-NUMERO               PIC 9(4).
           05 FILLER                       PIC X(41).

       FD  CAIXA-ANTIGA
           LABEL RECORD STANDARD.
       01  CAIXA-ANTIGA-REC.
           05 ANT-CXA-CHAVE.
               10 ANT-CXA-PEDIDO           PIC 9(4).
               10 ANT-CXA-SEQ              PIC 99.
           05 ANT-CXA-RESTO                PIC X(38).

      * Ficheiro de entregadores, substituido pelo PESSOAL.DAT.
       FD  ENTREGAD
           LABEL RECORD STANDARD.
       01  ENTREGADOR-REC.
           05 ETR-CODIGO                   PIC 9(3).
           05 ETR-NOME                     PIC A(35).
           05 ETR-CONTACTO                 PIC 9(9).
           05 ETR-ATIVO                    PIC X.
               88 ETR-ESTA-ATIVO                    VALUE "S".
      ****** REGISTOS ATUAIS *******************************************
       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.

       FD  ARQUIVO
           LABEL RECORD STANDARD.
           COPY CPPEDARQ.

       FD  CLIENTES
           LABEL RECORD STANDARD.
           COPY CPCLIEN.

       FD  MOVSTOCK
           LABEL RECORD STANDARD.
           COPY CPMOVSTK.

       FD  CAIXA
           LABEL RECORD STANDARD.
           COPY CPCAIXA.

       FD  CXARQUIVO
           LABEL RECORD STANDARD.
           COPY CPCXARQ.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  RELATORIO
           LABEL RECORD STANDARD.
       01  LINHA-CONVERSAO                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 FS-ANTIGO                        PIC XX VALUE "00".
       77 FS-NOVO                          PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-RELATORIO                     PIC XX VALUE "00".
       77 FIM-ANTIGO-FLAG                  PIC X  VALUE "N".
           88 FIM-ANTIGO                              VALUE "S".
       77 FIM-PESSOAL-FLAG                 PIC X  VALUE "N".
           88 FIM-PESSOAL                             VALUE "S".
       77 NOME-ANTIGO                      PIC X(24) VALUE SPACES.
       77 NOME-NOVO                        PIC X(13) VALUE SPACES.
      ****** DIRETORIO DOS FICHEIROS ANTIGOS ***************************
       77 DIRETORIO-ANTIGO                 PIC X(9)  VALUE "CONVERSAO".
       77 COMANDO                          PIC X(200) VALUE SPACES.
      ****** ENTREGADORES E SUPERVISORES *******************************
       77 HA-ENTREGADORES-FLAG             PIC X  VALUE "N".
           88 HA-ENTREGADORES                         VALUE "S".
       77 HA-SUPERVISOR-FLAG               PIC X  VALUE "N".
           88 HA-SUPERVISOR                           VALUE "S".
      ****** ARQUIVOS MENSAIS ******************************************
      * De Janeiro de PRIMEIRO-ANO-ARQUIVO ate ao mes atual; os meses
      * sem arquivo saltam.
       77 PRIMEIRO-ANO-ARQUIVO             PIC 9(4)  VALUE 2000.
       01 MES-CORRENTE.
           05 COR-ANO                      PIC 9(4).
           05 COR-MES                      PIC 99.
       77 MES-COR-NUM                      PIC 9(6)  VALUE 0.
       77 MES-FIM-NUM                      PIC 9(6)  VALUE 0.
      ****** CONTADORES ************************************************
       77 CONT-REGISTOS                    PIC 9(7)  VALUE 0.
       77 CONT-ERROS                       PIC 9(5)  VALUE 0.
       77 CONT-ARQ-PEDIDOS                 PIC 9(4)  VALUE 0.
       77 CONT-ARQ-CAIXA                   PIC 9(4)  VALUE 0.
       77 TOT-ARQ-PEDIDOS                  PIC 9(7)  VALUE 0.
       77 TOT-ARQ-CAIXA                    PIC 9(7)  VALUE 0.
       77 CONT-JA-EXISTIAM                 PIC 9(4)  VALUE 0.
      ****** CONFIRMACAO ***********************************************
       77 TEMP-CONFIRMA                    PIC X     VALUE SPACE.
           88 CONFIRMA-SIM                            VALUE "S" "s".
      ****** SAIDAS EDITADAS *******************************************
       77 FICHEIRO-SAIDA                   PIC X(14) VALUE SPACES.
       77 CONT-SAIDA                       PIC Z(6)9 VALUE SPACES.
       77 ERROS-SAIDA                      PIC ZZZZ9 VALUE SPACES.
       77 ARQ-SAIDA                        PIC ZZZ9  VALUE SPACES.
       77 CODIGO-SAIDA                     PIC 999   VALUE 0.
       77 PIN-SAIDA                        PIC 9(4)  VALUE 0.
      ****** DATA E HORA ***********************************************
       01 DATA-ATUAL.
           05 ANO PIC 9(4).
           05 MES PIC 99.
           05 DIA PIC 99.
      ******************************************************************
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE MES-FIM-NUM = ANO * 100 + MES.
           DISPLAY "====== CONVERSAO DOS FICHEIROS DE DADOS ======".
           PERFORM VERIFICAR-CONDICOES THRU VERIFICAR-CONDICOES-FIM.
           DISPLAY "PEDIDOS, ARQ*, CLIENTES, MOVSTOCK, CAIXA, CXA* e "
                   "ENTREGAD vao para " DIRETORIO-ANTIGO "/".
           DISPLAY "Tirou uma copia (TAREFA24) e as caixas estao "
                   "fechadas? (S/N): " WITH NO ADVANCING.
           MOVE SPACE TO TEMP-CONFIRMA.
           ACCEPT TEMP-CONFIRMA.
           IF NOT CONFIRMA-SIM THEN
               DISPLAY "Conversao cancelada - nada foi alterado."
               STOP RUN
           END-IF.
           PERFORM GUARDAR-ANTIGOS.
           OPEN OUTPUT RELATORIO.
           MOVE "========== CONVERSAO DOS FICHEIROS DE DADOS =========="
               TO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-CONVERSAO.
           STRING "Ficheiros antigos em " DIRETORIO-ANTIGO "/"
               DELIMITED BY SIZE INTO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           PERFORM CONVERTER-PEDIDOS THRU CONVERTER-PEDIDOS-FIM.
           PERFORM CONVERTER-CLIENTES THRU CONVERTER-CLIENTES-FIM.
           PERFORM CONVERTER-MOVSTOCK THRU CONVERTER-MOVSTOCK-FIM.
           PERFORM CONVERTER-CAIXA THRU CONVERTER-CAIXA-FIM.
           MOVE PRIMEIRO-ANO-ARQUIVO TO COR-ANO.
           MOVE 1 TO COR-MES.
           PERFORM PERCORRER-ARQUIVOS THRU PERCORRER-ARQUIVOS-FIM.
           MOVE CONT-ARQ-PEDIDOS TO ARQ-SAIDA.
           MOVE TOT-ARQ-PEDIDOS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-CONVERSAO.
           STRING "ARQAAAAMM.DAT   " CONT-SAIDA " pedidos em "
               ARQ-SAIDA " arquivos"
               DELIMITED BY SIZE INTO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           MOVE CONT-ARQ-CAIXA TO ARQ-SAIDA.
           MOVE TOT-ARQ-CAIXA TO CONT-SAIDA.
           MOVE SPACES TO LINHA-CONVERSAO.
           STRING "CXAAAAAMM.DAT   " CONT-SAIDA " movimentos em "
               ARQ-SAIDA " arquivos"
               DELIMITED BY SIZE INTO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           PERFORM CARREGAR-ENTREGADORES
               THRU CARREGAR-ENTREGADORES-FIM.
           MOVE SPACES TO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           IF CONT-ERROS NOT = 0 THEN
               MOVE CONT-ERROS TO ERROS-SAIDA
               MOVE SPACES TO LINHA-CONVERSAO
               STRING "ATENCAO: " ERROS-SAIDA " registos NAO foram "
                   "gravados - veja as mensagens acima."
                   DELIMITED BY SIZE INTO LINHA-CONVERSAO
               PERFORM ESCREVER-RELATORIO
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE "Tire ja uma copia nova (TAREFA24): as geracoes e os"
               TO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           MOVE "jornais anteriores estao no formato antigo e a"
               TO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           MOVE "recuperacao (TAREFA25) nao os pode repor."
               TO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
           CLOSE RELATORIO.
           STOP RUN.
      ****** ANTES DE MEXER EM QUALQUER FICHEIRO ***********************
      * A conversao so se faz uma vez (o diretorio CONVERSAO/ fica) e,
      * havendo entregadores a passar para o PESSOAL.DAT, tem de la
      * haver um supervisor ativo para os poder gerir no TAREFA23.
       VERIFICAR-CONDICOES.
           MOVE SPACES TO COMANDO.
           STRING "test ! -e " DIRETORIO-ANTIGO
               DELIMITED BY SIZE INTO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "Ja existe " DIRETORIO-ANTIGO "/ - a conversao "
                       "ja foi feita. Nada foi alterado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "ENTREGAD.DAT" TO NOME-ANTIGO.
           OPEN INPUT ENTREGAD.
           IF FS-ANTIGO = "00" THEN
               MOVE "S" TO HA-ENTREGADORES-FLAG
               CLOSE ENTREGAD
           END-IF.
           IF NOT HA-ENTREGADORES THEN
               GO VERIFICAR-CONDICOES-FIM
           END-IF.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "N" TO FIM-PESSOAL-FLAG
               PERFORM UNTIL FIM-PESSOAL
                   READ PESSOAL NEXT RECORD
                       AT END
                           SET FIM-PESSOAL TO TRUE
                       NOT AT END
                           IF PES-SUPERVISOR AND PES-ESTA-ATIVO THEN
                               MOVE "S" TO HA-SUPERVISOR-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESSOAL
           END-IF.
           IF NOT HA-SUPERVISOR THEN
               DISPLAY "Nao ha nenhum supervisor ativo em PESSOAL.DAT "
                       "- crie-o primeiro no TAREFA23."
               DISPLAY "Nada foi alterado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       VERIFICAR-CONDICOES-FIM.
           EXIT.
      ****** OS FICHEIROS ANTIGOS FICAM EM CONVERSAO/ ******************
       GUARDAR-ANTIGOS.
           MOVE SPACES TO COMANDO.
           STRING "mkdir -p " DIRETORIO-ANTIGO " && for f in "
               "PEDIDOS.DAT* CLIENTES.DAT* MOVSTOCK.DAT* CAIXA.DAT* "
               "ENTREGAD.DAT* ARQ*.DAT* CXA*.DAT*; do "
               "if [ -e $f ]; then mv $f " DIRETORIO-ANTIGO "/; fi; "
               "done"
               DELIMITED BY SIZE INTO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "ERRO: nem todos os ficheiros foram movidos "
                       "para " DIRETORIO-ANTIGO "/ - veja o diretorio "
                       "antes de continuar."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      ****** PEDIDOS.DAT ***********************************************
       CONVERTER-PEDIDOS.
           MOVE 0 TO CONT-REGISTOS.
           MOVE "PEDIDOS.DAT" TO FICHEIRO-SAIDA.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/PEDIDOS.DAT" DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT PEDIDO-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               PERFORM LINHA-SEM-FICHEIRO
               GO CONVERTER-PEDIDOS-FIM
           END-IF.
           OPEN OUTPUT PEDIDOS.
           MOVE "N" TO FIM-ANTIGO-FLAG.
           PERFORM UNTIL FIM-ANTIGO
               READ PEDIDO-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ANTIGO TO TRUE
                   NOT AT END
                       PERFORM CONVERTER-PEDIDO
               END-READ
           END-PERFORM.
           CLOSE PEDIDO-ANTIGO.
           CLOSE PEDIDOS.
           PERFORM LINHA-CONVERTIDOS.
       CONVERTER-PEDIDOS-FIM.
           EXIT.
      * Os campos novos ficam a zero/espacos; o IVA do pedido antigo e
      * todo da parte de comida, a taxa com que foi vendido.
       CONVERTER-PEDIDO.
           INITIALIZE PEDIDO-REC.
           MOVE PEDIDO-ANTIGO-REC TO PEDIDO-REC(1:350).
           MOVE PED-PRECO-IVA TO PED-IVA-PIZZAS.
           IF PED-PRECO-SUBTOTAL NOT = 0 THEN
               COMPUTE PED-TAXA-IVA-PIZZAS ROUNDED =
                   PED-PRECO-IVA / PED-PRECO-SUBTOTAL
           END-IF.
           WRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido " PED-NUMERO
                           " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTOS
           END-WRITE.
      ****** CLIENTES.DAT **********************************************
       CONVERTER-CLIENTES.
           MOVE 0 TO CONT-REGISTOS.
           MOVE "CLIENTES.DAT" TO FICHEIRO-SAIDA.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/CLIENTES.DAT" DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT CLIENTE-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               PERFORM LINHA-SEM-FICHEIRO
               GO CONVERTER-CLIENTES-FIM
           END-IF.
           OPEN OUTPUT CLIENTES.
           MOVE "N" TO FIM-ANTIGO-FLAG.
           PERFORM UNTIL FIM-ANTIGO
               READ CLIENTE-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ANTIGO TO TRUE
                   NOT AT END
                       PERFORM CONVERTER-CLIENTE
               END-READ
           END-PERFORM.
           CLOSE CLIENTE-ANTIGO.
           CLOSE CLIENTES.
           PERFORM LINHA-CONVERTIDOS.
       CONVERTER-CLIENTES-FIM.
           EXIT.
      * Sem conta corrente, consentimento por perguntar (espaco) e data
      * do ultimo pedido desconhecida (0).
       CONVERTER-CLIENTE.
           INITIALIZE CLIENTE-REC.
           MOVE CLIENTE-ANTIGO-REC TO CLIENTE-REC(1:58).
           MOVE "N" TO CLI-CONTA.
           MOVE SPACE TO CLI-CONSENTIMENTO.
           WRITE CLIENTE-REC
               INVALID KEY
                   DISPLAY "ERRO: cliente " CLI-CONTACTO
                           " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTOS
           END-WRITE.
      ****** MOVSTOCK.DAT **********************************************
       CONVERTER-MOVSTOCK.
           MOVE 0 TO CONT-REGISTOS.
           MOVE "MOVSTOCK.DAT" TO FICHEIRO-SAIDA.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/MOVSTOCK.DAT" DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT MOVSTOCK-ANTIGO.
           IF FS-ANTIGO NOT = "00" THEN
               PERFORM LINHA-SEM-FICHEIRO
               GO CONVERTER-MOVSTOCK-FIM
           END-IF.
           OPEN OUTPUT MOVSTOCK.
           MOVE "N" TO FIM-ANTIGO-FLAG.
           PERFORM UNTIL FIM-ANTIGO
               READ MOVSTOCK-ANTIGO NEXT RECORD
                   AT END
                       SET FIM-ANTIGO TO TRUE
                   NOT AT END
                       PERFORM CONVERTER-MOVIMENTO
               END-READ
           END-PERFORM.
           CLOSE MOVSTOCK-ANTIGO.
           CLOSE MOVSTOCK.
           PERFORM LINHA-CONVERTIDOS.
       CONVERTER-MOVSTOCK-FIM.
           EXIT.
       CONVERTER-MOVIMENTO.
           INITIALIZE MOVSTOCK-REC.
           MOVE MOVSTOCK-ANTIGO-REC TO MOVSTOCK-REC(1:45).
           MOVE 0 TO MOV-ENCOMENDA.
           WRITE MOVSTOCK-REC
               INVALID KEY
                   DISPLAY "ERRO: movimento " MOV-NUMERO
                           " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTOS
           END-WRITE.
      ****** CAIXA.DAT *************************************************
       CONVERTER-CAIXA.
           MOVE 0 TO CONT-REGISTOS.
           MOVE "CAIXA.DAT" TO FICHEIRO-SAIDA.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/CAIXA.DAT" DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT CAIXA-ANTIGA.
           IF FS-ANTIGO NOT = "00" THEN
               PERFORM LINHA-SEM-FICHEIRO
               GO CONVERTER-CAIXA-FIM
           END-IF.
           OPEN OUTPUT CAIXA.
           MOVE "N" TO FIM-ANTIGO-FLAG.
           PERFORM UNTIL FIM-ANTIGO
               READ CAIXA-ANTIGA NEXT RECORD
                   AT END
                       SET FIM-ANTIGO TO TRUE
                   NOT AT END
                       PERFORM CONVERTER-MOV-CAIXA
               END-READ
           END-PERFORM.
           CLOSE CAIXA-ANTIGA.
           CLOSE CAIXA.
           PERFORM LINHA-CONVERTIDOS.
       CONVERTER-CAIXA-FIM.
           EXIT.
      * A chave passa de pedido + 2 digitos a pedido + 4 digitos; o
      * resto do registo e igual.
       CONVERTER-MOV-CAIXA.
           MOVE ANT-CXA-PEDIDO TO CXA-PEDIDO.
           MOVE ANT-CXA-SEQ TO CXA-SEQ.
           MOVE ANT-CXA-RESTO TO CAIXA-REC(9:38).
           WRITE CAIXA-REC
               INVALID KEY
                   DISPLAY "ERRO: caixa " CXA-PEDIDO "/" CXA-SEQ
                           " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTOS
           END-WRITE.
      ****** ARQUIVOS MENSAIS (ARQAAAAMM.DAT e CXAAAAAMM.DAT) **********
       PERCORRER-ARQUIVOS.
           MOVE MES-CORRENTE TO MES-COR-NUM.
           IF MES-COR-NUM > MES-FIM-NUM THEN
               GO PERCORRER-ARQUIVOS-FIM
           END-IF.
           PERFORM CONVERTER-ARQ-PEDIDOS.
           PERFORM CONVERTER-ARQ-CAIXA.
           ADD 1 TO COR-MES.
           IF COR-MES > 12 THEN
               MOVE 1 TO COR-MES
               ADD 1 TO COR-ANO
           END-IF.
           GO PERCORRER-ARQUIVOS.
       PERCORRER-ARQUIVOS-FIM.
           EXIT.
       CONVERTER-ARQ-PEDIDOS.
           MOVE SPACES TO NOME-NOVO.
           STRING "ARQ" MES-CORRENTE ".DAT" DELIMITED BY SIZE
               INTO NOME-NOVO.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/" NOME-NOVO DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT PEDIDO-ANTIGO.
           IF FS-ANTIGO = "00" THEN
               ADD 1 TO CONT-ARQ-PEDIDOS
               OPEN OUTPUT ARQUIVO
               MOVE "N" TO FIM-ANTIGO-FLAG
               PERFORM UNTIL FIM-ANTIGO
                   READ PEDIDO-ANTIGO NEXT RECORD
                       AT END
                           SET FIM-ANTIGO TO TRUE
                       NOT AT END
                           PERFORM CONVERTER-ARQUIVADO
                   END-READ
               END-PERFORM
               CLOSE PEDIDO-ANTIGO
               CLOSE ARQUIVO
           END-IF.
       CONVERTER-ARQUIVADO.
           INITIALIZE ARQUIVO-REC.
           MOVE PEDIDO-ANTIGO-REC TO ARQUIVO-REC(1:350).
           MOVE ARQ-PRECO-IVA TO ARQ-IVA-PIZZAS.
           IF ARQ-PRECO-SUBTOTAL NOT = 0 THEN
               COMPUTE ARQ-TAXA-IVA-PIZZAS ROUNDED =
                   ARQ-PRECO-IVA / ARQ-PRECO-SUBTOTAL
           END-IF.
           WRITE ARQUIVO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido " ARQ-NUMERO " de "
                           NOME-NOVO " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO TOT-ARQ-PEDIDOS
           END-WRITE.
       CONVERTER-ARQ-CAIXA.
           MOVE SPACES TO NOME-NOVO.
           STRING "CXA" MES-CORRENTE ".DAT" DELIMITED BY SIZE
               INTO NOME-NOVO.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/" NOME-NOVO DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT CAIXA-ANTIGA.
           IF FS-ANTIGO = "00" THEN
               ADD 1 TO CONT-ARQ-CAIXA
               OPEN OUTPUT CXARQUIVO
               MOVE "N" TO FIM-ANTIGO-FLAG
               PERFORM UNTIL FIM-ANTIGO
                   READ CAIXA-ANTIGA NEXT RECORD
                       AT END
                           SET FIM-ANTIGO TO TRUE
                       NOT AT END
                           PERFORM CONVERTER-CXA-ARQUIVADO
                   END-READ
               END-PERFORM
               CLOSE CAIXA-ANTIGA
               CLOSE CXARQUIVO
           END-IF.
       CONVERTER-CXA-ARQUIVADO.
           MOVE ANT-CXA-PEDIDO TO CXQ-PEDIDO.
           MOVE ANT-CXA-SEQ TO CXQ-SEQ.
           MOVE ANT-CXA-RESTO TO CXARQUIVO-REC(9:38).
           WRITE CXARQUIVO-REC
               INVALID KEY
                   DISPLAY "ERRO: caixa " CXQ-PEDIDO "/" CXQ-SEQ
                           " de " NOME-NOVO " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO TOT-ARQ-CAIXA
           END-WRITE.
      ****** ENTREGADORES -> PESSOAL.DAT *******************************
      * Mesmo codigo (o de PED-ENTREGADOR), funcao "E", o estado ativo
      * do ENTREGAD e o primeiro PIN igual aos quatro ultimos digitos
      * do contacto - o entregador muda-o com o supervisor no TAREFA23.
      * Um codigo que ja exista no PESSOAL.DAT fica como esta.
       CARREGAR-ENTREGADORES.
           MOVE 0 TO CONT-REGISTOS.
           MOVE 0 TO CONT-JA-EXISTIAM.
           MOVE "PESSOAL.DAT" TO FICHEIRO-SAIDA.
           MOVE SPACES TO NOME-ANTIGO.
           STRING DIRETORIO-ANTIGO "/ENTREGAD.DAT" DELIMITED BY SPACE
               INTO NOME-ANTIGO.
           OPEN INPUT ENTREGAD.
           IF FS-ANTIGO NOT = "00" THEN
               PERFORM LINHA-SEM-FICHEIRO
               GO CARREGAR-ENTREGADORES-FIM
           END-IF.
           OPEN I-O PESSOAL.
           IF FS-PESSOAL = "35" THEN
               OPEN OUTPUT PESSOAL
               CLOSE PESSOAL
               OPEN I-O PESSOAL
           END-IF.
           MOVE "N" TO FIM-ANTIGO-FLAG.
           PERFORM UNTIL FIM-ANTIGO
               READ ENTREGAD NEXT RECORD
                   AT END
                       SET FIM-ANTIGO TO TRUE
                   NOT AT END
                       PERFORM CARREGAR-ENTREGADOR
               END-READ
           END-PERFORM.
           CLOSE ENTREGAD.
           CLOSE PESSOAL.
           PERFORM LINHA-CONVERTIDOS.
           IF CONT-JA-EXISTIAM NOT = 0 THEN
               MOVE CONT-JA-EXISTIAM TO ERROS-SAIDA
               MOVE SPACES TO LINHA-CONVERSAO
               STRING "                " ERROS-SAIDA
                   " codigos ja existiam no PESSOAL (ficaram)"
                   DELIMITED BY SIZE INTO LINHA-CONVERSAO
               PERFORM ESCREVER-RELATORIO
           END-IF.
       CARREGAR-ENTREGADORES-FIM.
           EXIT.
       CARREGAR-ENTREGADOR.
           MOVE ETR-CODIGO TO PES-CODIGO.
           READ PESSOAL
               INVALID KEY
                   PERFORM GRAVAR-ENTREGADOR
               NOT INVALID KEY
                   ADD 1 TO CONT-JA-EXISTIAM
           END-READ.
       GRAVAR-ENTREGADOR.
           INITIALIZE PESSOA-REC.
           MOVE ETR-CODIGO TO PES-CODIGO.
           MOVE ETR-NOME TO PES-NOME.
           MOVE "E" TO PES-FUNCAO.
           MOVE ETR-CONTACTO(6:4) TO PES-PIN.
           MOVE ETR-CONTACTO TO PES-CONTACTO.
           IF ETR-ESTA-ATIVO THEN
               MOVE "S" TO PES-ATIVO
           ELSE
               MOVE "N" TO PES-ATIVO
           END-IF.
           MOVE "N" TO PES-DE-SERVICO.
           WRITE PESSOA-REC
               INVALID KEY
                   DISPLAY "ERRO: entregador " ETR-CODIGO
                           " NAO foi gravado!"
                   ADD 1 TO CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO CONT-REGISTOS
                   MOVE PES-CODIGO TO CODIGO-SAIDA
                   MOVE PES-PIN TO PIN-SAIDA
                   MOVE SPACES TO LINHA-CONVERSAO
                   STRING "    entregador " CODIGO-SAIDA " "
                       PES-NOME " PIN " PIN-SAIDA
                       DELIMITED BY SIZE INTO LINHA-CONVERSAO
                   PERFORM ESCREVER-RELATORIO
           END-WRITE.
      ****** RELATORIO CONVERSAO.TXT ***********************************
       LINHA-CONVERTIDOS.
           MOVE CONT-REGISTOS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-CONVERSAO.
           STRING FICHEIRO-SAIDA "  " CONT-SAIDA " registos convertidos"
               DELIMITED BY SIZE INTO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
       LINHA-SEM-FICHEIRO.
           MOVE SPACES TO LINHA-CONVERSAO.
           STRING FICHEIRO-SAIDA "  nao havia ficheiro - nada a "
               "converter" DELIMITED BY SIZE INTO LINHA-CONVERSAO.
           PERFORM ESCREVER-RELATORIO.
       ESCREVER-RELATORIO.
           WRITE LINHA-CONVERSAO.
           DISPLAY LINHA-CONVERSAO.
       END PROGRAM TAREFA30.
