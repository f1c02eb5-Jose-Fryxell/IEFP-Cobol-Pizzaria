               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.
           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.
       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
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
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM LISTAR-PROGRAMADOS THRU LISTAR-PROGRAMADOS-EXIT.
           IF ABERTOS = 0 THEN
               DISPLAY "  (nenhum pedido em aberto)"
           END-IF.
               GO TERMINAR
           END-IF.
           PERFORM AVANCAR-ESTADO THRU AVANCAR-ESTADO-EXIT.
           PERFORM FECHAR-TRANSACAO.
           GO LISTAR-PEDIDOS.
       TERMINAR.
           CLOSE PEDIDOS.
                   MOVE MOM-HORA TO PED-HORA-ENTREGUE
                   MOVE "ENTREGUE" TO NOME-ESTADO
           END-EVALUATE.
           PERFORM JORNAL-PEDIDOS.
           REWRITE PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO: pedido NAO foi atualizado em disco!"
           DISPLAY "Pedido " PED-NUMERO " passou a " NOME-ESTADO ".".
       AVANCAR-ESTADO-EXIT.
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
           MOVE "TAREFA08" TO JRN-PROGRAMA.
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
      ****** HHMMSS -> HH:MM:SS ****************************************
       FORMATAR-HORA.
           MOVE SPACES TO HORA-SAIDA.
