      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Staff master and time clock. Keeps PESSOAL.DAT, the
      *          one list of people allowed to work the till, the
      *          kitchen and the deliveries (code, name, role, PIN,
      *          active) - the till sign-on (TAREFA17), the void
      *          supervisor (TAREFA16) and the driver dispatch
      *          (TAREFA13) all check code and PIN against it. Staff
      *          clock in and out here with code and PIN (PONTO.DAT,
      *          one record per shift); a supervisor can set a
      *          forgotten clock-out. The month-end report
      *          (HORAS.TXT) gives the worked hours per person for
      *          payroll, split into normal, night (22:00-07:00) and
      *          Sunday hours; a minute on a Sunday counts as Sunday
      *          even at night. Changing a staff record needs a
      *          supervisor's code and PIN, except for the very first
      *          record, which must be a supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT HORAS ASSIGN TO "HORAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORAS.

           SELECT JORNAL ASSIGN TO "JORNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  PONTO
           LABEL RECORD STANDARD.
           COPY CPPONTO.

       FD  HORAS
           LABEL RECORD STANDARD.
       01  LINHA-HORAS                     PIC X(70).

       FD  JORNAL
           LABEL RECORD STANDARD.
       01  LINHA-JORNAL                    PIC X(1670).
       WORKING-STORAGE SECTION.
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-PONTO                         PIC XX VALUE "00".
       77 FS-HORAS                         PIC XX VALUE "00".
       77 FIM-PESSOAL-FLAG                 PIC X  VALUE "N".
           88 FIM-PESSOAL                             VALUE "S".
       77 FIM-PONTO-FLAG                   PIC X  VALUE "N".
           88 FIM-PONTO                               VALUE "S".
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 OPCAO                            PIC X     VALUE SPACES.
       77 TEMP-CODIGO                      PIC X(3)  VALUE SPACES.
       77 TEMP-PIN                         PIC X(4)  VALUE SPACES.
       77 TEMP-CONTACTO                    PIC X(9)  VALUE SPACES.
       77 TEMP-DATA                        PIC X(8)  VALUE SPACES.
       77 TEMP-HORA                        PIC X(4)  VALUE SPACES.
       77 TEMP-MES                         PIC X(6)  VALUE SPACES.
       77 CODIGO                           PIC 9(3)  VALUE 0.
       77 PESSOA-ENCONTRADA                PIC X     VALUE "N".
           88 PESSOA-EXISTE                          VALUE "S".
       77 NOVO-PIN                         PIC 9(4)  VALUE 0.
      ****** IDENTIFICACAO POR CODIGO E PIN ****************************
       77 PIN-OK-FLAG                      PIC X     VALUE "N".
           88 PIN-OK                                 VALUE "S".
       77 SUPERVISOR                       PIC 9(3)  VALUE 0.
       77 FICHEIRO-VAZIO-FLAG              PIC X     VALUE "N".
           88 FICHEIRO-VAZIO                         VALUE "S".
      ****** PICAGEM ***************************************************
       77 DATA-SAIDA                       PIC 9(8)  VALUE 0.
       77 HORA-SAIDA                       PIC 9(6)  VALUE 0.
       77 HORA-HHMM                        PIC 9(4)  VALUE 0.
      ****** CONTAGEM DE MINUTOS DE UM TURNO ***************************
       77 DIA-INT                          PIC 9(7)  VALUE 0.
       77 DIA-INT-FIM                      PIC 9(7)  VALUE 0.
       77 MIN-DIA                          PIC 9(4)  VALUE 0.
       77 MIN-DIA-FIM                      PIC 9(4)  VALUE 0.
       77 MIN-TURNO                        PIC S9(6) VALUE 0.
       77 DIA-SEMANA                       PIC 9     VALUE 0.
       01 HORA-CALC.
           05 HC-HH                        PIC 99.
           05 HC-MM                        PIC 99.
           05 HC-SS                        PIC 99.
      ****** RELATORIO MENSAL ******************************************
       01 MES-RELATORIO.
           05 MR-ANO                       PIC 9(4).
           05 MR-MES                       PIC 99.
       77 MES-RELATORIO-NUM                PIC 9(6)  VALUE 0.
       77 MES-TURNO                        PIC 9(6)  VALUE 0.
       77 MIN-NORMAL                       PIC 9(6)  VALUE 0.
       77 MIN-NOITE                        PIC 9(6)  VALUE 0.
       77 MIN-DOMINGO                      PIC 9(6)  VALUE 0.
       77 MIN-TOTAL                        PIC 9(6)  VALUE 0.
       77 TURNOS                           PIC 9(3)  VALUE 0.
       77 TURNOS-ABERTOS                   PIC 9(3)  VALUE 0.
       77 TOT-NORMAL                       PIC 9(7)  VALUE 0.
       77 TOT-NOITE                        PIC 9(7)  VALUE 0.
       77 TOT-DOMINGO                      PIC 9(7)  VALUE 0.
       77 TOT-TOTAL                        PIC 9(7)  VALUE 0.
       77 MINUTOS-ED                       PIC 9(7)  VALUE 0.
       77 HORAS-ED                         PIC 9(5)  VALUE 0.
       77 RESTO-ED                         PIC 99    VALUE 0.
       01 HM-SAIDA.
           05 HM-HORAS                     PIC ZZZ9.
           05 FILLER                       PIC X     VALUE ":".
           05 HM-MINUTOS                   PIC 99.
       77 HM-NORMAL                        PIC X(7)  VALUE SPACES.
       77 HM-NOITE                         PIC X(7)  VALUE SPACES.
       77 HM-DOMINGO                       PIC X(7)  VALUE SPACES.
       77 HM-TOTAL                         PIC X(7)  VALUE SPACES.
       77 TURNOS-SAIDA                     PIC ZZ9   VALUE SPACES.
       77 FUNCAO-SAIDA                     PIC X(10) VALUE SPACES.
       01 HORA-EDITADA.
           05 HE-HH                        PIC 99.
           05 FILLER                       PIC X     VALUE ":".
           05 HE-MM                        PIC 99.
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
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           PERFORM ABRIR-FICHEIROS.
      ****** MENU PRINCIPAL ********************************************
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "============ PESSOAL E PONTO ============".
           DISPLAY "(1) Entrada ao servico".
           DISPLAY "(2) Saida do servico".
           DISPLAY "(3) Quem esta de servico".
           DISPLAY "(4) Listar pessoal".
           DISPLAY "(5) Criar / alterar ficha (supervisor)".
           DISPLAY "(6) Corrigir saida esquecida (supervisor)".
           DISPLAY "(7) Relatorio mensal de horas".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM PICAR-ENTRADA THRU PICAR-ENTRADA-EXIT
               WHEN "2"
                   PERFORM PICAR-SAIDA THRU PICAR-SAIDA-EXIT
               WHEN "3"
                   PERFORM LISTAR-DE-SERVICO
               WHEN "4"
                   PERFORM LISTAR-PESSOAL
               WHEN "5"
                   PERFORM ALTERAR-FICHA THRU ALTERAR-FICHA-EXIT
               WHEN "6"
                   PERFORM CORRIGIR-SAIDA THRU CORRIGIR-SAIDA-EXIT
               WHEN "7"
                   PERFORM RELATORIO-HORAS THRU RELATORIO-HORAS-EXIT
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
      ****** CODIGO E PIN **********************************************
      * Deixa a ficha lida em PESSOA-REC e PIN-OK ligado quando o
      * codigo existe, esta ativo e o PIN confere.
       PEDIR-CODIGO-PIN.
           MOVE "N" TO PIN-OK-FLAG.
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
                   GO PEDIR-CODIGO-PIN-FIM
           END-READ.
           IF (TEMP-PIN NOT NUMERIC) OR
              (FUNCTION NUMVAL(TEMP-PIN) NOT = PES-PIN) THEN
               DISPLAY "Codigo ou PIN errado."
               GO PEDIR-CODIGO-PIN-FIM
           END-IF.
           IF NOT PES-ESTA-ATIVO THEN
               DISPLAY PES-NOME " nao esta ativo."
               GO PEDIR-CODIGO-PIN-FIM
           END-IF.
           MOVE "S" TO PIN-OK-FLAG.
       PEDIR-CODIGO-PIN-FIM.
           EXIT.
       AUTORIZAR-SUPERVISOR.
           DISPLAY "Autorizacao do supervisor.".
           PERFORM PEDIR-CODIGO-PIN THRU PEDIR-CODIGO-PIN-FIM.
           IF PIN-OK AND NOT PES-SUPERVISOR THEN
               DISPLAY PES-NOME " nao e supervisor."
               MOVE "N" TO PIN-OK-FLAG
           END-IF.
           IF PIN-OK THEN
               MOVE PES-CODIGO TO SUPERVISOR
           END-IF.
      ****** ENTRADA AO SERVICO ****************************************
       PICAR-ENTRADA.
           PERFORM PEDIR-CODIGO-PIN THRU PEDIR-CODIGO-PIN-FIM.
           IF NOT PIN-OK THEN
               GO PICAR-ENTRADA-EXIT
           END-IF.
           IF PES-ESTA-DE-SERVICO THEN
               MOVE PES-ENTRADA-DATA TO DATA-TRABALHO-NUM
               PERFORM EDITAR-DATA
               MOVE PES-ENTRADA-HORA TO HORA-CALC
               PERFORM EDITAR-HORA
               DISPLAY PES-NOME " ja entrou a " DATA-EDITADA " as "
                       HORA-EDITADA " - pique primeiro a saida."
               GO PICAR-ENTRADA-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE PES-CODIGO TO PON-PESSOA.
           MOVE MOM-DATA TO PON-DATA-ENTRADA.
           MOVE MOM-HORA TO PON-HORA-ENTRADA.
           MOVE 0 TO PON-DATA-SAIDA.
           MOVE 0 TO PON-HORA-SAIDA.
           MOVE "N" TO PON-CORRIGIDO.
           MOVE 0 TO PON-SUPERVISOR.
           PERFORM JORNAL-PONTO.
           WRITE PONTO-REC
               INVALID KEY
                   DISPLAY "ERRO: entrada NAO foi registada!"
                   GO PICAR-ENTRADA-EXIT
           END-WRITE.
           MOVE "S" TO PES-DE-SERVICO.
           MOVE MOM-DATA TO PES-ENTRADA-DATA.
           MOVE MOM-HORA TO PES-ENTRADA-HORA.
           PERFORM JORNAL-PESSOAL.
           REWRITE PESSOA-REC
               INVALID KEY
                   DISPLAY "ERRO: ficha NAO foi atualizada!"
                   GO PICAR-ENTRADA-EXIT
           END-REWRITE.
           MOVE MOM-HORA TO HORA-CALC.
           PERFORM EDITAR-HORA.
           DISPLAY "Entrada de " PES-NOME " as " HORA-EDITADA ".".
       PICAR-ENTRADA-EXIT.
           EXIT.
      ****** SAIDA DO SERVICO ******************************************
       PICAR-SAIDA.
           PERFORM PEDIR-CODIGO-PIN THRU PEDIR-CODIGO-PIN-FIM.
           IF NOT PIN-OK THEN
               GO PICAR-SAIDA-EXIT
           END-IF.
           IF NOT PES-ESTA-DE-SERVICO THEN
               DISPLAY PES-NOME " nao tem entrada registada."
               GO PICAR-SAIDA-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           MOVE MOM-DATA TO DATA-SAIDA.
           MOVE MOM-HORA TO HORA-SAIDA.
           MOVE 0 TO SUPERVISOR.
           PERFORM FECHAR-TURNO THRU FECHAR-TURNO-FIM.
       PICAR-SAIDA-EXIT.
           EXIT.
      ****** FECHAR O TURNO EM CURSO DA PESSOA EM PESSOA-REC ***********
       FECHAR-TURNO.
           MOVE PES-CODIGO TO PON-PESSOA.
           MOVE PES-ENTRADA-DATA TO PON-DATA-ENTRADA.
           MOVE PES-ENTRADA-HORA TO PON-HORA-ENTRADA.
           READ PONTO
               INVALID KEY
                   DISPLAY "ERRO: entrada de " PES-NOME
                           " nao encontrada no ponto!"
                   GO FECHAR-TURNO-FIM
           END-READ.
           MOVE DATA-SAIDA TO PON-DATA-SAIDA.
           MOVE HORA-SAIDA TO PON-HORA-SAIDA.
           IF SUPERVISOR NOT = 0 THEN
               MOVE "S" TO PON-CORRIGIDO
               MOVE SUPERVISOR TO PON-SUPERVISOR
           END-IF.
           PERFORM JORNAL-PONTO.
           REWRITE PONTO-REC
               INVALID KEY
                   DISPLAY "ERRO: saida NAO foi registada!"
                   GO FECHAR-TURNO-FIM
           END-REWRITE.
           MOVE "N" TO PES-DE-SERVICO.
           MOVE 0 TO PES-ENTRADA-DATA.
           MOVE 0 TO PES-ENTRADA-HORA.
           PERFORM JORNAL-PESSOAL.
           REWRITE PESSOA-REC
               INVALID KEY
                   DISPLAY "ERRO: ficha NAO foi atualizada!"
                   GO FECHAR-TURNO-FIM
           END-REWRITE.
           PERFORM CONTAR-MINUTOS-TURNO.
           MOVE MIN-TURNO TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HORA-SAIDA TO HORA-CALC.
           PERFORM EDITAR-HORA.
           DISPLAY "Saida de " PES-NOME " as " HORA-EDITADA
                   " - turno de " HM-SAIDA " horas.".
       FECHAR-TURNO-FIM.
           EXIT.
      ****** SAIDA ESQUECIDA (supervisor) ******************************
       CORRIGIR-SAIDA.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT PIN-OK THEN
               GO CORRIGIR-SAIDA-EXIT
           END-IF.
           DISPLAY "Codigo da pessoa sem saida: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO PES-CODIGO.
           READ PESSOAL
               INVALID KEY
                   DISPLAY "Codigo desconhecido."
                   GO CORRIGIR-SAIDA-EXIT
           END-READ.
           IF NOT PES-ESTA-DE-SERVICO THEN
               DISPLAY PES-NOME " nao tem entrada em aberto."
               GO CORRIGIR-SAIDA-EXIT
           END-IF.
           MOVE PES-ENTRADA-DATA TO DATA-TRABALHO-NUM.
           PERFORM EDITAR-DATA.
           MOVE PES-ENTRADA-HORA TO HORA-CALC.
           PERFORM EDITAR-HORA.
           DISPLAY "Entrada a " DATA-EDITADA " as " HORA-EDITADA.
           DISPLAY "Data da saida (AAAAMMDD, vazio = dia da entrada): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-DATA.
           ACCEPT TEMP-DATA.
           IF TEMP-DATA = SPACES THEN
               MOVE PES-ENTRADA-DATA TO DATA-SAIDA
           ELSE
               IF TEMP-DATA NOT NUMERIC THEN
                   DISPLAY "Data invalida."
                   GO CORRIGIR-SAIDA-EXIT
               END-IF
               MOVE TEMP-DATA TO DATA-SAIDA
           END-IF.
           DISPLAY "Hora da saida (HHMM): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-HORA.
           ACCEPT TEMP-HORA.
           IF TEMP-HORA NOT NUMERIC THEN
               DISPLAY "Hora invalida."
               GO CORRIGIR-SAIDA-EXIT
           END-IF.
           MOVE TEMP-HORA TO HORA-HHMM.
           COMPUTE HORA-SAIDA = HORA-HHMM * 100.
           MOVE HORA-SAIDA TO HORA-CALC.
           IF (HC-HH > 23) OR (HC-MM > 59) THEN
               DISPLAY "Hora invalida."
               GO CORRIGIR-SAIDA-EXIT
           END-IF.
           IF (DATA-SAIDA < PES-ENTRADA-DATA) OR
              ((DATA-SAIDA = PES-ENTRADA-DATA) AND
               (HORA-SAIDA <= PES-ENTRADA-HORA)) THEN
               DISPLAY "A saida tem de ser depois da entrada."
               GO CORRIGIR-SAIDA-EXIT
           END-IF.
           PERFORM FECHAR-TURNO THRU FECHAR-TURNO-FIM.
       CORRIGIR-SAIDA-EXIT.
           EXIT.
      ****** QUEM ESTA DE SERVICO **************************************
       LISTAR-DE-SERVICO.
           DISPLAY " ".
           DISPLAY "De servico agora:".
           MOVE "N" TO FIM-PESSOAL-FLAG.
           MOVE 0 TO PES-CODIGO.
           START PESSOAL KEY IS NOT LESS THAN PES-CODIGO
               INVALID KEY
                   SET FIM-PESSOAL TO TRUE
           END-START.
           PERFORM UNTIL FIM-PESSOAL
               READ PESSOAL NEXT RECORD
                   AT END
                       SET FIM-PESSOAL TO TRUE
                   NOT AT END
                       IF PES-ESTA-DE-SERVICO THEN
                           MOVE PES-ENTRADA-DATA TO DATA-TRABALHO-NUM
                           PERFORM EDITAR-DATA
                           MOVE PES-ENTRADA-HORA TO HORA-CALC
                           PERFORM EDITAR-HORA
                           PERFORM EDITAR-FUNCAO
                           DISPLAY PES-CODIGO " " PES-NOME " "
                                   FUNCAO-SAIDA " desde "
                                   DATA-EDITADA " " HORA-EDITADA
                       END-IF
               END-READ
           END-PERFORM.
      ****** LISTAGEM DO PESSOAL ***************************************
       LISTAR-PESSOAL.
           DISPLAY " ".
           DISPLAY "Cod Nome                           Funcao"
                   "     Ativo".
           DISPLAY "--- ------------------------------ ----------"
                   " -----".
           MOVE "N" TO FIM-PESSOAL-FLAG.
           MOVE 0 TO PES-CODIGO.
           START PESSOAL KEY IS NOT LESS THAN PES-CODIGO
               INVALID KEY
                   SET FIM-PESSOAL TO TRUE
           END-START.
           PERFORM UNTIL FIM-PESSOAL
               READ PESSOAL NEXT RECORD
                   AT END
                       SET FIM-PESSOAL TO TRUE
                   NOT AT END
                       PERFORM EDITAR-FUNCAO
                       DISPLAY PES-CODIGO " " PES-NOME " "
                               FUNCAO-SAIDA " " PES-ATIVO
               END-READ
           END-PERFORM.
       EDITAR-FUNCAO.
           EVALUATE TRUE
               WHEN PES-BALCAO
                   MOVE "Balcao" TO FUNCAO-SAIDA
               WHEN PES-COZINHA
                   MOVE "Cozinha" TO FUNCAO-SAIDA
               WHEN PES-ENTREGADOR
                   MOVE "Entregador" TO FUNCAO-SAIDA
               WHEN PES-SUPERVISOR
                   MOVE "Supervisor" TO FUNCAO-SAIDA
               WHEN OTHER
                   MOVE "?" TO FUNCAO-SAIDA
           END-EVALUATE.
      ****** CRIAR OU ALTERAR UMA FICHA ********************************
       ALTERAR-FICHA.
           PERFORM VERIFICAR-FICHEIRO-VAZIO.
           IF FICHEIRO-VAZIO THEN
               DISPLAY "Ficheiro de pessoal vazio - a primeira ficha "
                       "tem de ser de um supervisor."
           ELSE
               PERFORM AUTORIZAR-SUPERVISOR
               IF NOT PIN-OK THEN
                   GO ALTERAR-FICHA-EXIT
               END-IF
           END-IF.
           DISPLAY "Codigo da pessoa (1-999): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CODIGO.
           ACCEPT TEMP-CODIGO.
           MOVE FUNCTION NUMVAL(TEMP-CODIGO) TO CODIGO.
           IF CODIGO = 0 THEN
               DISPLAY "Codigo invalido."
               GO ALTERAR-FICHA-EXIT
           END-IF.
           MOVE CODIGO TO PES-CODIGO.
           MOVE "N" TO PESSOA-ENCONTRADA.
           READ PESSOAL
               INVALID KEY
                   INITIALIZE PESSOA-REC
                   MOVE CODIGO TO PES-CODIGO
                   MOVE "S" TO PES-ATIVO
                   MOVE "N" TO PES-DE-SERVICO
                   DISPLAY "Ficha nova."
               NOT INVALID KEY
                   MOVE "S" TO PESSOA-ENCONTRADA
                   PERFORM EDITAR-FUNCAO
                   DISPLAY "Ficha existente: " PES-NOME " "
                           FUNCAO-SAIDA
           END-READ.
           DISPLAY "Nome: " WITH NO ADVANCING.
           ACCEPT PES-NOME.
           DISPLAY "Funcao (B=balcao C=cozinha E=entregador "
                   "S=supervisor): " WITH NO ADVANCING.
           ACCEPT PES-FUNCAO.
           MOVE FUNCTION UPPER-CASE(PES-FUNCAO) TO PES-FUNCAO.
           IF NOT PES-FUNCAO-VALIDA THEN
               DISPLAY "Funcao invalida - ficha NAO gravada."
               GO ALTERAR-FICHA-EXIT
           END-IF.
           IF FICHEIRO-VAZIO AND NOT PES-SUPERVISOR THEN
               DISPLAY "A primeira ficha tem de ser de um supervisor."
               GO ALTERAR-FICHA-EXIT
           END-IF.
           DISPLAY "PIN de 4 digitos (vazio = manter): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-PIN.
           ACCEPT TEMP-PIN.
           IF (TEMP-PIN = SPACES) AND PESSOA-EXISTE THEN
               CONTINUE
           ELSE
               IF TEMP-PIN NOT NUMERIC THEN
                   DISPLAY "O PIN tem de ter 4 digitos - ficha NAO "
                           "gravada."
                   GO ALTERAR-FICHA-EXIT
               END-IF
               MOVE TEMP-PIN TO NOVO-PIN
               MOVE NOVO-PIN TO PES-PIN
           END-IF.
           DISPLAY "Contacto (9 digitos): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-CONTACTO.
           ACCEPT TEMP-CONTACTO.
           IF TEMP-CONTACTO NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(TEMP-CONTACTO) TO PES-CONTACTO
           END-IF.
           DISPLAY "Ativo? (S/N): " WITH NO ADVANCING.
           ACCEPT PES-ATIVO.
           MOVE FUNCTION UPPER-CASE(PES-ATIVO) TO PES-ATIVO.
           IF PES-ATIVO NOT = "S" THEN
               MOVE "N" TO PES-ATIVO
           END-IF.
           IF PESSOA-EXISTE THEN
               PERFORM JORNAL-PESSOAL
               REWRITE PESSOA-REC
                   INVALID KEY
                       DISPLAY "ERRO: ficha NAO foi gravada!"
                       GO ALTERAR-FICHA-EXIT
               END-REWRITE
           ELSE
               PERFORM JORNAL-PESSOAL
               WRITE PESSOA-REC
                   INVALID KEY
                       DISPLAY "ERRO: ficha NAO foi gravada!"
                       GO ALTERAR-FICHA-EXIT
               END-WRITE
           END-IF.
           DISPLAY "Ficha " PES-CODIGO " gravada.".
       ALTERAR-FICHA-EXIT.
           EXIT.
       VERIFICAR-FICHEIRO-VAZIO.
           MOVE "S" TO FICHEIRO-VAZIO-FLAG.
           MOVE 0 TO PES-CODIGO.
           START PESSOAL KEY IS NOT LESS THAN PES-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PESSOAL NEXT RECORD
                       NOT AT END
                           MOVE "N" TO FICHEIRO-VAZIO-FLAG
                   END-READ
           END-START.
      ****** RELATORIO MENSAL DE HORAS (HORAS.TXT) *********************
      * Turnos contados no mes da entrada. Noite = 22:00 as 07:00;
      * qualquer minuto de domingo conta como domingo. Turnos ainda
      * sem saida ficam de fora e sao assinalados.
       RELATORIO-HORAS.
           DISPLAY "Mes (AAAAMM, vazio = mes atual): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-MES.
           ACCEPT TEMP-MES.
           IF TEMP-MES = SPACES THEN
               MOVE ANO TO MR-ANO
               MOVE MES TO MR-MES
           ELSE
               IF TEMP-MES NOT NUMERIC THEN
                   DISPLAY "Mes invalido."
                   GO RELATORIO-HORAS-EXIT
               END-IF
               MOVE TEMP-MES TO MES-RELATORIO
           END-IF.
           IF (MR-MES < 1) OR (MR-MES > 12) THEN
               DISPLAY "Mes invalido."
               GO RELATORIO-HORAS-EXIT
           END-IF.
           MOVE MES-RELATORIO TO MES-RELATORIO-NUM.
           MOVE 0 TO TOT-NORMAL.
           MOVE 0 TO TOT-NOITE.
           MOVE 0 TO TOT-DOMINGO.
           MOVE 0 TO TOT-TOTAL.
           OPEN OUTPUT HORAS.
           MOVE "=================================================="
               TO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           MOVE SPACES TO LINHA-HORAS.
           STRING "Horas trabalhadas " MR-MES "/" MR-ANO
               " - Pizzaria Ramalho" DELIMITED BY SIZE
               INTO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           MOVE "=================================================="
               TO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           MOVE SPACES TO LINHA-HORAS.
           STRING "Cod Nome                 Turnos  Normal   Noite "
               "Domingo   Total" DELIMITED BY SIZE INTO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           MOVE "N" TO FIM-PESSOAL-FLAG.
           MOVE 0 TO PES-CODIGO.
           START PESSOAL KEY IS NOT LESS THAN PES-CODIGO
               INVALID KEY
                   SET FIM-PESSOAL TO TRUE
           END-START.
           PERFORM UNTIL FIM-PESSOAL
               READ PESSOAL NEXT RECORD
                   AT END
                       SET FIM-PESSOAL TO TRUE
                   NOT AT END
                       PERFORM HORAS-PESSOA THRU HORAS-PESSOA-FIM
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           MOVE TOT-NORMAL TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-NORMAL.
           MOVE TOT-NOITE TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-NOITE.
           MOVE TOT-DOMINGO TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-DOMINGO.
           MOVE TOT-TOTAL TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-TOTAL.
           MOVE SPACES TO LINHA-HORAS.
           STRING "    Total                       " HM-NORMAL " "
               HM-NOITE " " HM-DOMINGO " " HM-TOTAL
               DELIMITED BY SIZE INTO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           CLOSE HORAS.
       RELATORIO-HORAS-EXIT.
           EXIT.
      ****** TURNOS DE UMA PESSOA NO MES *******************************
       HORAS-PESSOA.
           MOVE 0 TO MIN-NORMAL.
           MOVE 0 TO MIN-NOITE.
           MOVE 0 TO MIN-DOMINGO.
           MOVE 0 TO TURNOS.
           MOVE 0 TO TURNOS-ABERTOS.
           MOVE PES-CODIGO TO PON-PESSOA.
           COMPUTE PON-DATA-ENTRADA = MES-RELATORIO-NUM * 100 + 1.
           MOVE 0 TO PON-HORA-ENTRADA.
           MOVE "N" TO FIM-PONTO-FLAG.
           START PONTO KEY IS NOT LESS THAN PON-CHAVE
               INVALID KEY
                   SET FIM-PONTO TO TRUE
           END-START.
           PERFORM UNTIL FIM-PONTO
               READ PONTO NEXT RECORD
                   AT END
                       SET FIM-PONTO TO TRUE
                   NOT AT END
                       DIVIDE PON-DATA-ENTRADA BY 100
                           GIVING MES-TURNO
                       IF (PON-PESSOA NOT = PES-CODIGO) OR
                          (MES-TURNO NOT = MES-RELATORIO-NUM) THEN
                           SET FIM-PONTO TO TRUE
                       ELSE
                           PERFORM SOMAR-TURNO
                       END-IF
               END-READ
           END-PERFORM.
           IF (TURNOS = 0) AND (TURNOS-ABERTOS = 0) THEN
               GO HORAS-PESSOA-FIM
           END-IF.
           COMPUTE MIN-TOTAL = MIN-NORMAL + MIN-NOITE + MIN-DOMINGO.
           ADD MIN-NORMAL TO TOT-NORMAL.
           ADD MIN-NOITE TO TOT-NOITE.
           ADD MIN-DOMINGO TO TOT-DOMINGO.
           ADD MIN-TOTAL TO TOT-TOTAL.
           MOVE MIN-NORMAL TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-NORMAL.
           MOVE MIN-NOITE TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-NOITE.
           MOVE MIN-DOMINGO TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-DOMINGO.
           MOVE MIN-TOTAL TO MINUTOS-ED.
           PERFORM EDITAR-HORAS-MINUTOS.
           MOVE HM-SAIDA TO HM-TOTAL.
           MOVE TURNOS TO TURNOS-SAIDA.
           MOVE SPACES TO LINHA-HORAS.
           STRING PES-CODIGO " " PES-NOME(1:20) "   " TURNOS-SAIDA
               "  " HM-NORMAL " " HM-NOITE " " HM-DOMINGO " "
               HM-TOTAL DELIMITED BY SIZE INTO LINHA-HORAS.
           PERFORM ESCREVER-HORAS.
           IF TURNOS-ABERTOS NOT = 0 THEN
               MOVE TURNOS-ABERTOS TO TURNOS-SAIDA
               MOVE SPACES TO LINHA-HORAS
               STRING "    ATENCAO: " TURNOS-SAIDA
                   " turno(s) sem saida - nao contados"
                   DELIMITED BY SIZE INTO LINHA-HORAS
               PERFORM ESCREVER-HORAS
           END-IF.
       HORAS-PESSOA-FIM.
           EXIT.
       SOMAR-TURNO.
           IF PON-DATA-SAIDA = 0 THEN
               ADD 1 TO TURNOS-ABERTOS
           ELSE
               ADD 1 TO TURNOS
               MOVE PON-DATA-SAIDA TO DATA-SAIDA
               MOVE PON-HORA-SAIDA TO HORA-SAIDA
               PERFORM CONTAR-MINUTOS-TURNO
               IF MIN-TURNO > 0 THEN
                   PERFORM CLASSIFICAR-MINUTO MIN-TURNO TIMES
               END-IF
           END-IF.
      ****** MINUTOS DE UM TURNO ***************************************
      * Da entrada do turno em PONTO-REC ate DATA-SAIDA/HORA-SAIDA;
      * deixa o primeiro minuto em DIA-INT/MIN-DIA.
       CONTAR-MINUTOS-TURNO.
           COMPUTE DIA-INT =
               FUNCTION INTEGER-OF-DATE(PON-DATA-ENTRADA).
           COMPUTE DIA-INT-FIM = FUNCTION INTEGER-OF-DATE(DATA-SAIDA).
           MOVE PON-HORA-ENTRADA TO HORA-CALC.
           COMPUTE MIN-DIA = HC-HH * 60 + HC-MM.
           MOVE HORA-SAIDA TO HORA-CALC.
           COMPUTE MIN-DIA-FIM = HC-HH * 60 + HC-MM.
           COMPUTE MIN-TURNO = (DIA-INT-FIM - DIA-INT) * 1440 +
                               MIN-DIA-FIM - MIN-DIA.
           IF MIN-TURNO < 0 THEN
               MOVE 0 TO MIN-TURNO
           END-IF.
       CLASSIFICAR-MINUTO.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-INT 7).
           EVALUATE TRUE
               WHEN DIA-SEMANA = 0
                   ADD 1 TO MIN-DOMINGO
               WHEN (MIN-DIA < 420) OR (MIN-DIA >= 1320)
                   ADD 1 TO MIN-NOITE
               WHEN OTHER
                   ADD 1 TO MIN-NORMAL
           END-EVALUATE.
           ADD 1 TO MIN-DIA.
           IF MIN-DIA >= 1440 THEN
               MOVE 0 TO MIN-DIA
               ADD 1 TO DIA-INT
           END-IF.
      ****** EDICAO DE DATAS E HORAS ***********************************
       EDITAR-DATA.
           MOVE DT-DIA TO DED-DIA.
           MOVE DT-MES TO DED-MES.
           MOVE DT-ANO TO DED-ANO.
       EDITAR-HORA.
           MOVE HC-HH TO HE-HH.
           MOVE HC-MM TO HE-MM.
       EDITAR-HORAS-MINUTOS.
           DIVIDE MINUTOS-ED BY 60 GIVING HORAS-ED
               REMAINDER RESTO-ED.
           MOVE HORAS-ED TO HM-HORAS.
           MOVE RESTO-ED TO HM-MINUTOS.
       ESCREVER-HORAS.
           WRITE LINHA-HORAS.
           DISPLAY LINHA-HORAS.
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
           MOVE "TAREFA23" TO JRN-PROGRAMA.
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
       JORNAL-PESSOAL.
           PERFORM ABRIR-TRANSACAO.
           MOVE PESSOA-REC TO JRN-DEPOIS.
           READ PESSOAL
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PESSOA-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PESSOA-REC.
           MOVE "PESSOAL" TO JRN-FICHEIRO.
           MOVE PES-CODIGO TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
       JORNAL-PONTO.
           PERFORM ABRIR-TRANSACAO.
           MOVE PONTO-REC TO JRN-DEPOIS.
           READ PONTO
               INVALID KEY
                   MOVE SPACES TO JRN-ANTES
               NOT INVALID KEY
                   MOVE PONTO-REC TO JRN-ANTES
           END-READ.
           MOVE JRN-DEPOIS TO PONTO-REC.
           MOVE "PONTO" TO JRN-FICHEIRO.
           MOVE PON-CHAVE TO JRN-CHAVE.
           PERFORM GRAVAR-IMAGEM.
      ****** ABERTURA / FECHO DE FICHEIROS *****************************
       ABRIR-FICHEIROS.
           OPEN I-O PESSOAL.
           IF FS-PESSOAL = "35" THEN
               OPEN OUTPUT PESSOAL
               CLOSE PESSOAL
               OPEN I-O PESSOAL
           END-IF.
           OPEN I-O PONTO.
           IF FS-PONTO = "35" THEN
               OPEN OUTPUT PONTO
               CLOSE PONTO
               OPEN I-O PONTO
           END-IF.
       FECHAR-FICHEIROS.
           CLOSE PESSOAL.
           CLOSE PONTO.
       END PROGRAM TAREFA23.
