      ******************************************************************
      * Author: JOSE SERRA
      * Date: 21-08-2026
      * Purpose: Delivery dispatch and driver settlement. Assigns
      *          each delivery order (PED-MODO "E") from PEDIDOS.DAT
      *          to a driver when it leaves the shop - the driver
      *          signs with code and PIN and must be an active staff
      *          member with the driver role in the staff master
      *          (PESSOAL.DAT, kept by TAREFA23) - records departure and
      *          return times, lists the deliveries on the road (who
      *          has pedido 0051 and when they left), and prints the
      *          end-of-shift settlement per driver: orders carried,
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT ZONAS ASSIGN TO "ZONAS.DAT"
               ORGANIZATION IS INDEXED
           SELECT TURNO ASSIGN TO "FECHO_TURNO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURNO.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  ZONAS
           LABEL RECORD STANDARD.
       FD  TURNO
           LABEL RECORD STANDARD.
       01  LINHA-TURNO                     PIC X(60).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-ZONAS                         PIC XX VALUE "00".
       77 FS-TURNO                         PIC XX VALUE "00".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
           88 FIM-PEDIDOS                             VALUE "S".
       77 FIM-PESSOAL-FLAG                 PIC X  VALUE "N".
           88 FIM-PESSOAL                             VALUE "S".
       77 PESSOAL-ABERTO-FLAG              PIC X  VALUE "N".
           88 PESSOAL-ABERTO                          VALUE "S".
       77 FIM-ZONAS-FLAG                   PIC X  VALUE "N".
           88 FIM-ZONAS                               VALUE "S".
      ****** ZONAS DE ENTREGA ******************************************
       77 CODIGO                           PIC 9(3)  VALUE 0.
       77 TEMP-PEDIDO                      PIC X(4)  VALUE SPACES.
       77 PEDIDO-ESCOLHIDO                 PIC 9(4)  VALUE 0.
       77 TEMP-PIN                         PIC X(4)  VALUE SPACES.
      ****** FECHO DE TURNO ********************************************
       77 ENTREGAS-TURNO                   PIC 9(5)    VALUE 0.
       77 TOTAL-ENTREGAR                   PIC 9(7)V99 VALUE 0.
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
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "=========== ENTREGAS AO DOMICILIO ===========".
           DISPLAY "(2) Listar entregadores".
           DISPLAY "(3) Atribuir pedido a entregador (saida)".
           DISPLAY "(4) Registar regresso".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "2"
                   PERFORM LISTAR-ENTREGADORES
               WHEN "3"
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           PERFORM FECHAR-TRANSACAO.
           GO MENU-PRINCIPAL.
       TERMINAR.
           PERFORM FECHAR-FICHEIROS.
           STOP RUN.
      ****** LISTAGEM DE ENTREGADORES **********************************
       LISTAR-ENTREGADORES.
           DISPLAY " ".
           IF NOT PESSOAL-ABERTO THEN
               DISPLAY "Sem ficheiro de pessoal (PESSOAL.DAT)."
           ELSE
               DISPLAY "Cod  Nome                            Ativo"
               MOVE "N" TO FIM-PESSOAL-FLAG
               MOVE 0 TO PES-CODIGO
               START PESSOAL KEY IS NOT LESS THAN PES-CODIGO
                   INVALID KEY
                       SET FIM-PESSOAL TO TRUE
               END-START
               PERFORM UNTIL FIM-PESSOAL
                   READ PESSOAL NEXT RECORD
                       AT END
                           SET FIM-PESSOAL TO TRUE
                       NOT AT END
                           IF PES-ENTREGADOR THEN
                               DISPLAY PES-CODIGO "  " PES-NOME "  "
                                       PES-ATIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      ****** SAIDA PARA ENTREGA ****************************************
       ATRIBUIR-PEDIDO.
           PERFORM PEDIR-PEDIDO.
                       "entregador " PED-ENTREGADOR "."
               GO ATRIBUIR-PEDIDO-EXIT
           END-IF.
           IF NOT PESSOAL-ABERTO THEN
               DISPLAY "Sem ficheiro de pessoal (PESSOAL.DAT)."
               GO ATRIBUIR-PEDIDO-EXIT
           END-IF.
           DISPLAY "Codigo do entregador: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO CODIGO.
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-PIN.
           ACCEPT TEMP-PIN.
           MOVE CODIGO TO PES-CODIGO.
           READ PESSOAL
               INVALID KEY
                   DISPLAY "Codigo ou PIN errado."
                   GO ATRIBUIR-PEDIDO-EXIT
           END-READ.
           IF (TEMP-PIN NOT NUMERIC) OR
              (FUNCTION NUMVAL(TEMP-PIN) NOT = PES-PIN) THEN
               DISPLAY "Codigo ou PIN errado."
               GO ATRIBUIR-PEDIDO-EXIT
           END-IF.
           IF NOT PES-ENTREGADOR THEN
               DISPLAY PES-NOME " nao e entregador."
               GO ATRIBUIR-PEDIDO-EXIT
           END-IF.
           IF NOT PES-ESTA-ATIVO THEN
               DISPLAY PES-NOME " nao esta ativo."
               GO ATRIBUIR-PEDIDO-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE CODIGO TO PED-ENTREGADOR.
           MOVE MOM-HORA TO PED-HORA-SAIDA.
           MOVE 0 TO PED-HORA-REGRESSO.
           PERFORM JORNAL-PEDIDOS.
           REWRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido NAO foi atualizado!"
           END-REWRITE.
           MOVE MOM-HORA TO HORA-ESTADO.
           PERFORM FORMATAR-HORA.
           DISPLAY "Pedido " PED-NUMERO " saiu com " PES-NOME
                   " as " HORA-SAIDA-ED ".".
       ATRIBUIR-PEDIDO-EXIT.
           EXIT.
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE MOM-HORA TO PED-HORA-REGRESSO.
           PERFORM JORNAL-PEDIDOS.
           REWRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido NAO foi atualizado!"
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO CODIGO.
           IF NOT PESSOAL-ABERTO THEN
               DISPLAY "Sem ficheiro de pessoal (PESSOAL.DAT)."
               GO FECHO-TURNO-EXIT
           END-IF.
           MOVE CODIGO TO PES-CODIGO.
           READ PESSOAL
               INVALID KEY
                   DISPLAY "Entregador desconhecido."
                   GO FECHO-TURNO-EXIT
               LINHA-TURNO.
           PERFORM ESCREVER-TURNO.
           MOVE SPACES TO LINHA-TURNO.
           STRING "Fecho de turno - " PES-NOME
               DELIMITED BY SIZE INTO LINHA-TURNO.
           PERFORM ESCREVER-TURNO.
           MOVE "=============================================" TO
           MOVE FUNCTION UPPER-CASE(ZON-ATIVA) TO ZON-ATIVA.
           MOVE TEMP-ZONA TO ZON-CODPOSTAL.
           IF ZONA-EXISTE THEN
               PERFORM JORNAL-ZONAS
               REWRITE ZONA-REC
                   INVALID KEY
                       DISPLAY "ERRO: zona NAO foi gravada!"
                       GO ALTERAR-ZONA-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-ZONAS
               WRITE ZONA-REC
                   INVALID KEY
                       DISPLAY "ERRO: zona NAO foi gravada!"
           MOVE SPACES TO HORA-SAIDA-ED.
           STRING HORA-ESTADO(1:2) ":" HORA-ESTADO(3:2) ":"
               HORA-ESTADO(5:2) DELIMITED BY SIZE INTO HORA-SAIDA-ED.
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
           MOVE "TAREFA13" TO JRN-PROGRAMA.
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
       JORNAL-ZONAS.
           PERFORM ABRIR-TRANSACAO.
           MOVE ZONA-REC TO JRN-DEPOIS.
           READ ZONAS
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE ZONA-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO ZONA-REC.
           MOVE "ZONAS" TO JRN-FICHEIRO.
           MOVE ZON-CODPOSTAL TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
       ABRIR-FICHEIROS.
           OPEN I-O PEDIDOS.
               DISPLAY "Nao foi possivel abrir PEDIDOS.DAT."
               STOP RUN
           END-IF.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "S" TO PESSOAL-ABERTO-FLAG
           END-IF.
           OPEN I-O ZONAS.
           IF FS-ZONAS = "35" THEN
           WRITE ZONA-REC.
       FECHAR-FICHEIROS.
           CLOSE PEDIDOS.
           IF PESSOAL-ABERTO THEN
               CLOSE PESSOAL
           END-IF.
           CLOSE ZONAS.
       END PROGRAM TAREFA13.
