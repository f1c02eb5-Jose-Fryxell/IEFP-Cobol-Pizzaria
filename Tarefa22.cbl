      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Service-time batch report (TEMPOS.TXT). Takes a from/
      *          to date, walks the dated archives (ARQAAAAMM.DAT) of
      *          the months in the range plus the live PEDIDOS.DAT,
      *          and reads back the times stamped on each order by
      *          the kitchen queue and the dispatch screen:
      *          - wait (received -> into preparation), oven
      *            (preparation -> ready) and handover (ready ->
      *            handed over, or out of the door for deliveries),
      *            averaged per two-hour band of the time received
      *            and per weekday; pre-orders are held back on
      *            purpose, so they stay out of the wait figure;
      *          - delivery round trip (departure -> return) per
      *            driver and per zone, and per zone the estimated
      *            time from order to door (received -> departure
      *            plus half the round trip) against the ZON-TEMPO-
      *            MIN quoted to the customer;
      *          - the pre-orders that were ready after their
      *            promised time.
      *          Annulled orders and stages with a missing time stay
      *          out; a stage longer than 12 hours is taken as a
      *          forgotten status change and left out too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN TO NOME-ARQUIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARQ-NUMERO
               FILE STATUS IS FS-ARQUIVO.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS FS-PEDIDOS.

           SELECT PESSOAL ASSIGN TO "PESSOAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PES-CODIGO
               FILE STATUS IS FS-PESSOAL.

           SELECT ZONAS ASSIGN TO "ZONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZON-CODPOSTAL
               FILE STATUS IS FS-ZONAS.

           SELECT TEMPOS ASSIGN TO "TEMPOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMPOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO
           LABEL RECORD STANDARD.
           COPY CPPEDARQ.

       FD  PEDIDOS
           LABEL RECORD STANDARD.
           COPY CPPEDID.

       FD  PESSOAL
           LABEL RECORD STANDARD.
           COPY CPPESSOA.

       FD  ZONAS
           LABEL RECORD STANDARD.
           COPY CPZONA.

       FD  TEMPOS
           LABEL RECORD STANDARD.
       01  LINHA-TEMPOS                    PIC X(70).
       WORKING-STORAGE SECTION.
       77 FS-ARQUIVO                       PIC XX VALUE "00".
       77 FS-PEDIDOS                       PIC XX VALUE "00".
       77 FS-PESSOAL                       PIC XX VALUE "00".
       77 FS-ZONAS                         PIC XX VALUE "00".
       77 FS-TEMPOS                        PIC XX VALUE "00".
       77 FIM-ARQUIVO-FLAG                 PIC X  VALUE "N".
           88 FIM-ARQUIVO                             VALUE "S".
       77 FIM-PEDIDOS-FLAG                 PIC X  VALUE "N".
           88 FIM-PEDIDOS                             VALUE "S".
      ****** INTERVALO DE DATAS ****************************************
       77 TEMP-DATA                        PIC X(8)  VALUE SPACES.
       01 DATA-DE.
           05 DDE-ANO                      PIC 9(4).
           05 DDE-MES                      PIC 99.
           05 DDE-DIA                      PIC 99.
       01 DATA-ATE.
           05 DATE-ANO                     PIC 9(4).
           05 DATE-MES                     PIC 99.
           05 DATE-DIA                     PIC 99.
       77 DATA-DE-NUM                      PIC 9(8)  VALUE 0.
       77 DATA-ATE-NUM                     PIC 9(8)  VALUE 0.
       01 MES-CORRENTE.
           05 COR-ANO                      PIC 9(4).
           05 COR-MES                      PIC 99.
       77 MES-COR-NUM                      PIC 9(6)  VALUE 0.
       77 MES-ATE-NUM                      PIC 9(6)  VALUE 0.
       77 NOME-ARQUIVO                     PIC X(13) VALUE SPACES.
       77 MESES-PROCESSADOS                PIC 99    VALUE 0.
      ****** ETAPAS: 1 espera, 2 forno, 3 entrega ao cliente ***********
      * Minutos somados e pedidos contados, por faixa de 2 horas da
      * hora de rececao e por dia da semana.
       01 TAB-FAIXAS.
           05 FX-LINHA OCCURS 12 TIMES.
               10 FX-PEDIDOS               PIC 9(5).
               10 FX-ETAPA OCCURS 3 TIMES.
                   15 FX-CONT              PIC 9(5).
                   15 FX-SOMA              PIC 9(7)V9.
       01 TAB-SEMANA.
           05 SM-LINHA OCCURS 7 TIMES.
               10 SM-PEDIDOS               PIC 9(5).
               10 SM-ETAPA OCCURS 3 TIMES.
                   15 SM-CONT              PIC 9(5).
                   15 SM-SOMA              PIC 9(7)V9.
       01 TAB-TOTAL.
           05 TT-PEDIDOS                   PIC 9(5).
           05 TT-ETAPA OCCURS 3 TIMES.
               10 TT-CONT                  PIC 9(5).
               10 TT-SOMA                  PIC 9(7)V9.
       77 SEM-NOME                         PIC X(3) OCCURS 7 TIMES
                                            VALUE SPACES.
       77 ETAPA                            PIC 9     VALUE 0.
      ****** VOLTAS DE ENTREGA POR ENTREGADOR (maximo 50) **************
       77 N-ENTREGADORES                   PIC 99    VALUE 0.
       01 TAB-ENTREGADORES.
           05 EN-LINHA OCCURS 50 TIMES.
               10 EN-CODIGO                PIC 9(3).
               10 EN-CONT                  PIC 9(5).
               10 EN-SOMA                  PIC 9(7)V9.
               10 EN-MAXIMO                PIC 9(4)V9.
      ****** VOLTAS DE ENTREGA POR ZONA (maximo 60) ********************
       77 N-ZONAS                          PIC 99    VALUE 0.
       01 TAB-ZONAS.
           05 ZN-LINHA OCCURS 60 TIMES.
               10 ZN-CODIGO                PIC X(4).
               10 ZN-CONT                  PIC 9(5).
               10 ZN-SOMA-VOLTA            PIC 9(7)V9.
               10 ZN-CONT-PORTA            PIC 9(5).
               10 ZN-SOMA-PORTA            PIC 9(7)V9.
               10 ZN-ACIMA                 PIC 9(5).
      ****** PRE-ENCOMENDAS PRONTAS DEPOIS DA HORA (maximo 200) ********
       77 N-ATRASADAS                      PIC 9(3)  VALUE 0.
       77 TOTAL-ATRASADAS                  PIC 9(5)  VALUE 0.
       77 TOTAL-PRE-ENCOMENDAS             PIC 9(5)  VALUE 0.
       01 TAB-ATRASADAS.
           05 AT-LINHA OCCURS 200 TIMES.
               10 AT-NUMERO                PIC 9(4).
               10 AT-DATA                  PIC 9(8).
               10 AT-CLIENTE               PIC X(20).
               10 AT-PROM-HORA             PIC 9(4).
               10 AT-HORA-PRONTO           PIC 9(6).
               10 AT-MINUTOS               PIC 9(4)V9.
      ****** CALCULO DE INTERVALOS *************************************
       77 HORA-INICIO                      PIC 9(6)  VALUE 0.
       77 HORA-FIM                         PIC 9(6)  VALUE 0.
       01 HORA-CALC.
           05 HC-HH                        PIC 99.
           05 HC-MM                        PIC 99.
           05 HC-SS                        PIC 99.
       77 SEG-INICIO                       PIC 9(5)  VALUE 0.
       77 SEG-FIM                          PIC 9(5)  VALUE 0.
       77 MINUTOS                          PIC 9(4)V9 VALUE 0.
       77 MINUTOS-OK-FLAG                  PIC X     VALUE "N".
           88 MINUTOS-OK                             VALUE "S".
       77 MINUTOS-VOLTA                    PIC 9(4)V9 VALUE 0.
       77 MINUTOS-PORTA                    PIC 9(4)V9 VALUE 0.
      ****** CAMPOS DO PEDIDO EM ANALISE *******************************
       77 DIA-SEMANA                       PIC 9     VALUE 0.
       77 HORA-PEDIDO                      PIC 99    VALUE 0.
       77 FAIXA                            PIC 99    VALUE 0.
       77 DATA-PEDIDO                      PIC 9(8)  VALUE 0.
       77 HORA-PRONTO-HHMM                 PIC 9(4)  VALUE 0.
       77 SLOT                             PIC 99    VALUE 0.
      ****** INDICES / SAIDAS ******************************************
       77 IDX                              PIC 999   VALUE 0.
       77 HORA-DE-ED                       PIC 99    VALUE 0.
       77 HORA-ATE-ED                      PIC 99    VALUE 0.
       77 MEDIA                            PIC 9(4)V9 VALUE 0.
       77 CONT-SAIDA                       PIC ZZZZ9 VALUE SPACES.
       77 CONT-SAIDA2                      PIC ZZZZ9 VALUE SPACES.
       77 MEDIA-SAIDA                      PIC ZZZ9.9 OCCURS 3 TIMES
                                            VALUE SPACES.
       77 MAXIMO-SAIDA                     PIC ZZZ9.9 VALUE SPACES.
       77 PROMETIDO-SAIDA                  PIC ZZ9   VALUE SPACES.
       77 NOME-SAIDA                       PIC X(20) VALUE SPACES.
       77 AVISO-SAIDA                      PIC X(10) VALUE SPACES.
       77 PROM-SAIDA                       PIC X(5)  VALUE SPACES.
       77 PRONTO-SAIDA                     PIC X(5)  VALUE SPACES.
       77 PESSOAL-ABERTO-FLAG              PIC X     VALUE "N".
           88 PESSOAL-ABERTO                         VALUE "S".
       77 ZONAS-ABERTO-FLAG                PIC X     VALUE "N".
           88 ZONAS-ABERTO                           VALUE "S".
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
      ****** DATA ******************************************************
       01 DATA-ATUAL.
           05 ANO PIC 9(4).
           05 MES PIC 99.
           05 DIA PIC 99.
      ******************************************************************
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-DATA.
           ACCEPT TEMP-DATA.
           IF TEMP-DATA NOT NUMERIC THEN
               DISPLAY "Data invalida."
               STOP RUN
           END-IF.
           MOVE TEMP-DATA TO DATA-DE.
           DISPLAY "Data final (AAAAMMDD, vazio = hoje): "
                   WITH NO ADVANCING.
           MOVE SPACES TO TEMP-DATA.
           ACCEPT TEMP-DATA.
           IF TEMP-DATA = SPACES THEN
               MOVE DATA-ATUAL TO DATA-ATE
           ELSE
               IF TEMP-DATA IS NUMERIC THEN
                   MOVE TEMP-DATA TO DATA-ATE
               ELSE
                   MOVE ZEROS TO DATA-ATE
               END-IF
           END-IF.
           MOVE DATA-DE TO DATA-DE-NUM.
           MOVE DATA-ATE TO DATA-ATE-NUM.
           IF (DDE-MES < 1) OR (DDE-MES > 12) OR
              (DDE-DIA < 1) OR (DDE-DIA > 31) OR
              (DATE-MES < 1) OR (DATE-MES > 12) OR
              (DATE-DIA < 1) OR (DATE-DIA > 31) OR
              (DATA-DE-NUM > DATA-ATE-NUM) THEN
               DISPLAY "Intervalo de datas invalido."
               STOP RUN
           END-IF.
           PERFORM PREPARAR-TABELAS.
           OPEN INPUT PESSOAL.
           IF FS-PESSOAL = "00" THEN
               MOVE "S" TO PESSOAL-ABERTO-FLAG
           END-IF.
           OPEN INPUT ZONAS.
           IF FS-ZONAS = "00" THEN
               MOVE "S" TO ZONAS-ABERTO-FLAG
           END-IF.
           OPEN OUTPUT TEMPOS.
           MOVE DDE-ANO TO COR-ANO.
           MOVE DDE-MES TO COR-MES.
           COMPUTE MES-ATE-NUM = DATE-ANO * 100 + DATE-MES.
      ****** UM ARQUIVO POR MES DO INTERVALO ***************************
       CICLO-MESES.
           MOVE MES-CORRENTE TO MES-COR-NUM.
           IF (MES-COR-NUM > MES-ATE-NUM) OR
              (MESES-PROCESSADOS >= 36) THEN
               GO LER-FICHEIRO-VIVO
           END-IF.
           ADD 1 TO MESES-PROCESSADOS.
           PERFORM LER-ARQUIVO-MES.
           ADD 1 TO COR-MES.
           IF COR-MES > 12 THEN
               MOVE 1 TO COR-MES
               ADD 1 TO COR-ANO
           END-IF.
           GO CICLO-MESES.
      ****** PEDIDOS AINDA NO FICHEIRO VIVO ****************************
       LER-FICHEIRO-VIVO.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = "00" THEN
               GO IMPRIMIR
           END-IF.
           MOVE "N" TO FIM-PEDIDOS-FLAG.
           PERFORM UNTIL FIM-PEDIDOS
               READ PEDIDOS NEXT RECORD
                   AT END
                       SET FIM-PEDIDOS TO TRUE
                   NOT AT END
                       MOVE PEDIDO-REC TO ARQUIVO-REC
                       PERFORM ACUMULAR-PEDIDO THRU
                               ACUMULAR-PEDIDO-FIM
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS.
       IMPRIMIR.
           PERFORM IMPRIMIR-TEMPOS.
           CLOSE TEMPOS.
           IF PESSOAL-ABERTO THEN
               CLOSE PESSOAL
           END-IF.
           IF ZONAS-ABERTO THEN
               CLOSE ZONAS
           END-IF.
           STOP RUN.
      ****** LER O ARQUIVO DE UM MES ***********************************
       LER-ARQUIVO-MES.
           MOVE SPACES TO NOME-ARQUIVO.
           STRING "ARQ" MES-CORRENTE ".DAT" DELIMITED BY SIZE
               INTO NOME-ARQUIVO.
           OPEN INPUT ARQUIVO.
           IF FS-ARQUIVO NOT = "00" THEN
               DISPLAY "  (sem arquivo " NOME-ARQUIVO ")"
           ELSE
               MOVE "N" TO FIM-ARQUIVO-FLAG
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQUIVO NEXT RECORD
                       AT END
                           SET FIM-ARQUIVO TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-PEDIDO THRU
                                   ACUMULAR-PEDIDO-FIM
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO
           END-IF.
      ****** ACUMULAR UM PEDIDO (na area do arquivo) *******************
       ACUMULAR-PEDIDO.
           IF ARQ-EST-ANULADO THEN
               GO ACUMULAR-PEDIDO-FIM
           END-IF.
           MOVE ARQ-DATA TO DATA-PEDIDO.
           IF (DATA-PEDIDO < DATA-DE-NUM) OR
              (DATA-PEDIDO > DATA-ATE-NUM) THEN
               GO ACUMULAR-PEDIDO-FIM
           END-IF.
           COMPUTE DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(DATA-PEDIDO) 7).
           IF DIA-SEMANA = 0 THEN
               MOVE 7 TO DIA-SEMANA
           END-IF.
           DIVIDE ARQ-HORA-RECEBIDO BY 10000 GIVING HORA-PEDIDO.
           IF HORA-PEDIDO > 23 THEN
               MOVE 23 TO HORA-PEDIDO
           END-IF.
           COMPUTE FAIXA = HORA-PEDIDO / 2 + 1.
           IF FAIXA > 12 THEN
               MOVE 12 TO FAIXA
           END-IF.
           ADD 1 TO TT-PEDIDOS.
           ADD 1 TO FX-PEDIDOS(FAIXA).
           ADD 1 TO SM-PEDIDOS(DIA-SEMANA).
      * Espera: so para pedidos para ja.
           IF ARQ-PROM-DATA = 0 THEN
               MOVE ARQ-HORA-RECEBIDO TO HORA-INICIO
               MOVE ARQ-HORA-PREPARACAO TO HORA-FIM
               MOVE 1 TO ETAPA
               PERFORM ACUMULAR-ETAPA
           END-IF.
           MOVE ARQ-HORA-PREPARACAO TO HORA-INICIO.
           MOVE ARQ-HORA-PRONTO TO HORA-FIM.
           MOVE 2 TO ETAPA.
           PERFORM ACUMULAR-ETAPA.
      * Entrega ao cliente: ao balcao / a mesa, ou saida do estafeta.
           MOVE ARQ-HORA-PRONTO TO HORA-INICIO.
           MOVE ARQ-HORA-ENTREGUE TO HORA-FIM.
           IF ARQ-ENTREGA AND (ARQ-HORA-SAIDA NOT = 0) THEN
               MOVE ARQ-HORA-SAIDA TO HORA-FIM
           END-IF.
           MOVE 3 TO ETAPA.
           PERFORM ACUMULAR-ETAPA.
           IF ARQ-ENTREGA THEN
               PERFORM ACUMULAR-VOLTA THRU ACUMULAR-VOLTA-FIM
           END-IF.
           IF ARQ-PROM-DATA NOT = 0 THEN
               PERFORM VERIFICAR-PRE-ENCOMENDA THRU
                       VERIFICAR-PRE-ENCOMENDA-FIM
           END-IF.
       ACUMULAR-PEDIDO-FIM.
           EXIT.
       ACUMULAR-ETAPA.
           PERFORM CALCULAR-MINUTOS THRU CALCULAR-MINUTOS-FIM.
           IF MINUTOS-OK THEN
               ADD 1 TO FX-CONT(FAIXA ETAPA)
               ADD MINUTOS TO FX-SOMA(FAIXA ETAPA)
               ADD 1 TO SM-CONT(DIA-SEMANA ETAPA)
               ADD MINUTOS TO SM-SOMA(DIA-SEMANA ETAPA)
               ADD 1 TO TT-CONT(ETAPA)
               ADD MINUTOS TO TT-SOMA(ETAPA)
           END-IF.
      ****** VOLTA DO ESTAFETA: POR ENTREGADOR E POR ZONA **************
       ACUMULAR-VOLTA.
           MOVE ARQ-HORA-SAIDA TO HORA-INICIO.
           MOVE ARQ-HORA-REGRESSO TO HORA-FIM.
           PERFORM CALCULAR-MINUTOS THRU CALCULAR-MINUTOS-FIM.
           IF NOT MINUTOS-OK THEN
               GO ACUMULAR-VOLTA-FIM
           END-IF.
           MOVE MINUTOS TO MINUTOS-VOLTA.
           MOVE 0 TO SLOT.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > N-ENTREGADORES
               IF EN-CODIGO(IDX) = ARQ-ENTREGADOR THEN
                   MOVE IDX TO SLOT
               END-IF
           END-PERFORM.
           IF (SLOT = 0) AND (N-ENTREGADORES < 50) THEN
               ADD 1 TO N-ENTREGADORES
               MOVE N-ENTREGADORES TO SLOT
               MOVE ARQ-ENTREGADOR TO EN-CODIGO(SLOT)
           END-IF.
           IF SLOT NOT = 0 THEN
               ADD 1 TO EN-CONT(SLOT)
               ADD MINUTOS-VOLTA TO EN-SOMA(SLOT)
               IF MINUTOS-VOLTA > EN-MAXIMO(SLOT) THEN
                   MOVE MINUTOS-VOLTA TO EN-MAXIMO(SLOT)
               END-IF
           END-IF.
           MOVE 0 TO SLOT.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > N-ZONAS
               IF ZN-CODIGO(IDX) = ARQ-ZONA THEN
                   MOVE IDX TO SLOT
               END-IF
           END-PERFORM.
           IF (SLOT = 0) AND (N-ZONAS < 60) THEN
               ADD 1 TO N-ZONAS
               MOVE N-ZONAS TO SLOT
               MOVE ARQ-ZONA TO ZN-CODIGO(SLOT)
           END-IF.
           IF SLOT = 0 THEN
               GO ACUMULAR-VOLTA-FIM
           END-IF.
           ADD 1 TO ZN-CONT(SLOT).
           ADD MINUTOS-VOLTA TO ZN-SOMA-VOLTA(SLOT).
      * Da encomenda a porta do cliente: so para pedidos para ja.
           IF ARQ-PROM-DATA NOT = 0 THEN
               GO ACUMULAR-VOLTA-FIM
           END-IF.
           MOVE ARQ-HORA-RECEBIDO TO HORA-INICIO.
           MOVE ARQ-HORA-SAIDA TO HORA-FIM.
           PERFORM CALCULAR-MINUTOS THRU CALCULAR-MINUTOS-FIM.
           IF NOT MINUTOS-OK THEN
               GO ACUMULAR-VOLTA-FIM
           END-IF.
           COMPUTE MINUTOS-PORTA = MINUTOS + MINUTOS-VOLTA / 2.
           ADD 1 TO ZN-CONT-PORTA(SLOT).
           ADD MINUTOS-PORTA TO ZN-SOMA-PORTA(SLOT).
           PERFORM LER-ZONA.
           IF (ZON-TEMPO-MIN NOT = 0) AND
              (MINUTOS-PORTA > ZON-TEMPO-MIN) THEN
               ADD 1 TO ZN-ACIMA(SLOT)
           END-IF.
       ACUMULAR-VOLTA-FIM.
           EXIT.
      ****** PRE-ENCOMENDA PRONTA DEPOIS DA HORA PROMETIDA *************
      * A cozinha so comeca a pre-encomenda no dia prometido, por isso
      * a hora de pronto compara-se com a hora prometida desse dia.
       VERIFICAR-PRE-ENCOMENDA.
           ADD 1 TO TOTAL-PRE-ENCOMENDAS.
           IF ARQ-HORA-PRONTO = 0 THEN
               GO VERIFICAR-PRE-ENCOMENDA-FIM
           END-IF.
           DIVIDE ARQ-HORA-PRONTO BY 100 GIVING HORA-PRONTO-HHMM.
           IF HORA-PRONTO-HHMM <= ARQ-PROM-HORA THEN
               GO VERIFICAR-PRE-ENCOMENDA-FIM
           END-IF.
           ADD 1 TO TOTAL-ATRASADAS.
           COMPUTE HORA-INICIO = ARQ-PROM-HORA * 100.
           MOVE ARQ-HORA-PRONTO TO HORA-FIM.
           PERFORM CALCULAR-MINUTOS THRU CALCULAR-MINUTOS-FIM.
           IF N-ATRASADAS < 200 THEN
               ADD 1 TO N-ATRASADAS
               MOVE ARQ-NUMERO TO AT-NUMERO(N-ATRASADAS)
               MOVE ARQ-PROM-DATA TO AT-DATA(N-ATRASADAS)
               MOVE ARQ-CLIENTE TO AT-CLIENTE(N-ATRASADAS)
               MOVE ARQ-PROM-HORA TO AT-PROM-HORA(N-ATRASADAS)
               MOVE ARQ-HORA-PRONTO TO AT-HORA-PRONTO(N-ATRASADAS)
               MOVE MINUTOS TO AT-MINUTOS(N-ATRASADAS)
           END-IF.
       VERIFICAR-PRE-ENCOMENDA-FIM.
           EXIT.
      ****** MINUTOS ENTRE HORA-INICIO E HORA-FIM (HHMMSS) *************
      * Passando a meia-noite soma-se um dia. Sem uma das horas, ou
      * com mais de 12 horas, o intervalo nao conta.
       CALCULAR-MINUTOS.
           MOVE "N" TO MINUTOS-OK-FLAG.
           MOVE 0 TO MINUTOS.
           IF (HORA-INICIO = 0) OR (HORA-FIM = 0) THEN
               GO CALCULAR-MINUTOS-FIM
           END-IF.
           MOVE HORA-INICIO TO HORA-CALC.
           COMPUTE SEG-INICIO = HC-HH * 3600 + HC-MM * 60 + HC-SS.
           MOVE HORA-FIM TO HORA-CALC.
           COMPUTE SEG-FIM = HC-HH * 3600 + HC-MM * 60 + HC-SS.
           IF SEG-FIM < SEG-INICIO THEN
               ADD 86400 TO SEG-FIM
           END-IF.
           COMPUTE MINUTOS ROUNDED = (SEG-FIM - SEG-INICIO) / 60.
           IF MINUTOS > 720 THEN
               MOVE 0 TO MINUTOS
               GO CALCULAR-MINUTOS-FIM
           END-IF.
           MOVE "S" TO MINUTOS-OK-FLAG.
       CALCULAR-MINUTOS-FIM.
           EXIT.
      ****** LEITURA DOS FICHEIROS DE APOIO ****************************
       LER-ZONA.
           MOVE 0 TO ZON-TEMPO-MIN.
           MOVE SPACES TO ZON-NOME.
           IF ZONAS-ABERTO THEN
               MOVE ZN-CODIGO(SLOT) TO ZON-CODPOSTAL
               READ ZONAS
                   INVALID KEY
                       MOVE 0 TO ZON-TEMPO-MIN
                       MOVE SPACES TO ZON-NOME
               END-READ
           END-IF.
       LER-ENTREGADOR.
           MOVE SPACES TO NOME-SAIDA.
           IF PESSOAL-ABERTO THEN
               MOVE EN-CODIGO(IDX) TO PES-CODIGO
               READ PESSOAL
                   INVALID KEY
                       MOVE SPACES TO PES-NOME
                   NOT INVALID KEY
                       MOVE PES-NOME TO NOME-SAIDA
               END-READ
           END-IF.
      ****** NOMES FIXOS E TABELAS A ZERO ******************************
       PREPARAR-TABELAS.
           INITIALIZE TAB-FAIXAS.
           INITIALIZE TAB-SEMANA.
           INITIALIZE TAB-TOTAL.
           INITIALIZE TAB-ENTREGADORES.
           INITIALIZE TAB-ZONAS.
           INITIALIZE TAB-ATRASADAS.
           MOVE "Seg" TO SEM-NOME(1).
           MOVE "Ter" TO SEM-NOME(2).
           MOVE "Qua" TO SEM-NOME(3).
           MOVE "Qui" TO SEM-NOME(4).
           MOVE "Sex" TO SEM-NOME(5).
           MOVE "Sab" TO SEM-NOME(6).
           MOVE "Dom" TO SEM-NOME(7).
      ****** IMPRESSAO DO RELATORIO ************************************
       IMPRIMIR-TEMPOS.
           MOVE "=================================================="
               TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "Tempos de servico " DATA-DE-NUM " a " DATA-ATE-NUM
               " - Pizzaria Ramalho"
               DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "=================================================="
               TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "Minutos em media: espera = recebido ate ao forno,"
               TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "forno = ate pronto, entrega = pronto ate ao cliente"
               TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "(ou ate a saida do estafeta)." TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "Por faixa horaria (hora de rececao):" TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "  Faixa    Pedidos  Espera   Forno Entrega" TO
               LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 12
               IF FX-PEDIDOS(IDX) NOT = 0 THEN
                   PERFORM IMPRIMIR-FAIXA
               END-IF
           END-PERFORM.
           MOVE "Por dia da semana:" TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "  Dia      Pedidos  Espera   Forno Entrega" TO
               LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 7
               PERFORM IMPRIMIR-DIA-SEMANA
           END-PERFORM.
           PERFORM VARYING ETAPA FROM 1 BY 1 UNTIL ETAPA > 3
               MOVE 0 TO MEDIA
               IF TT-CONT(ETAPA) NOT = 0 THEN
                   COMPUTE MEDIA ROUNDED =
                       TT-SOMA(ETAPA) / TT-CONT(ETAPA)
               END-IF
               MOVE MEDIA TO MEDIA-SAIDA(ETAPA)
           END-PERFORM.
           MOVE TT-PEDIDOS TO CONT-SAIDA.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  Total    " CONT-SAIDA "  " MEDIA-SAIDA(1) "  "
               MEDIA-SAIDA(2) "  " MEDIA-SAIDA(3)
               DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           PERFORM IMPRIMIR-ENTREGADORES.
           PERFORM IMPRIMIR-ZONAS.
           PERFORM IMPRIMIR-ATRASADAS.
       IMPRIMIR-FAIXA.
           PERFORM VARYING ETAPA FROM 1 BY 1 UNTIL ETAPA > 3
               MOVE 0 TO MEDIA
               IF FX-CONT(IDX ETAPA) NOT = 0 THEN
                   COMPUTE MEDIA ROUNDED =
                       FX-SOMA(IDX ETAPA) / FX-CONT(IDX ETAPA)
               END-IF
               MOVE MEDIA TO MEDIA-SAIDA(ETAPA)
           END-PERFORM.
           COMPUTE HORA-DE-ED = (IDX - 1) * 2.
           COMPUTE HORA-ATE-ED = HORA-DE-ED + 2.
           MOVE FX-PEDIDOS(IDX) TO CONT-SAIDA.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  " HORA-DE-ED "h-" HORA-ATE-ED "h  " CONT-SAIDA
               "  " MEDIA-SAIDA(1) "  " MEDIA-SAIDA(2) "  "
               MEDIA-SAIDA(3)
               DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
       IMPRIMIR-DIA-SEMANA.
           PERFORM VARYING ETAPA FROM 1 BY 1 UNTIL ETAPA > 3
               MOVE 0 TO MEDIA
               IF SM-CONT(IDX ETAPA) NOT = 0 THEN
                   COMPUTE MEDIA ROUNDED =
                       SM-SOMA(IDX ETAPA) / SM-CONT(IDX ETAPA)
               END-IF
               MOVE MEDIA TO MEDIA-SAIDA(ETAPA)
           END-PERFORM.
           MOVE SM-PEDIDOS(IDX) TO CONT-SAIDA.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  " SEM-NOME(IDX) "      " CONT-SAIDA "  "
               MEDIA-SAIDA(1) "  " MEDIA-SAIDA(2) "  "
               MEDIA-SAIDA(3)
               DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
       IMPRIMIR-ENTREGADORES.
           MOVE "Volta de entrega por entregador (saida ate regresso):"
               TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE "  Cod Nome                 Voltas   Media  Maximo" TO
               LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > N-ENTREGADORES
               PERFORM LER-ENTREGADOR
               COMPUTE MEDIA ROUNDED = EN-SOMA(IDX) / EN-CONT(IDX)
               MOVE MEDIA TO MEDIA-SAIDA(1)
               MOVE EN-MAXIMO(IDX) TO MAXIMO-SAIDA
               MOVE EN-CONT(IDX) TO CONT-SAIDA
               MOVE SPACES TO LINHA-TEMPOS
               STRING "  " EN-CODIGO(IDX) " " NOME-SAIDA " "
                   CONT-SAIDA "  " MEDIA-SAIDA(1) "  " MAXIMO-SAIDA
                   DELIMITED BY SIZE INTO LINHA-TEMPOS
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           IF N-ENTREGADORES = 0 THEN
               MOVE "  (sem voltas registadas)" TO LINHA-TEMPOS
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE SPACES TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
      * Porta = do pedido ate a saida mais metade da volta, comparada
      * com o tempo prometido da zona; "Acima" conta as entregas que
      * passaram do prometido.
       IMPRIMIR-ZONAS.
           MOVE "Entregas por zona (minutos):" TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  Zona Nome                 Voltas  Volta  Porta "
               "Prom Acima" DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > N-ZONAS
               PERFORM IMPRIMIR-ZONA
           END-PERFORM.
           IF N-ZONAS = 0 THEN
               MOVE "  (sem voltas registadas)" TO LINHA-TEMPOS
               PERFORM ESCREVER-LINHA
           END-IF.
           MOVE SPACES TO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
       IMPRIMIR-ZONA.
           PERFORM LER-ZONA.
           MOVE ZON-NOME TO NOME-SAIDA.
           COMPUTE MEDIA ROUNDED = ZN-SOMA-VOLTA(SLOT) / ZN-CONT(SLOT).
           MOVE MEDIA TO MEDIA-SAIDA(1).
           MOVE 0 TO MEDIA.
           IF ZN-CONT-PORTA(SLOT) NOT = 0 THEN
               COMPUTE MEDIA ROUNDED =
                   ZN-SOMA-PORTA(SLOT) / ZN-CONT-PORTA(SLOT)
           END-IF.
           MOVE MEDIA TO MEDIA-SAIDA(2).
           MOVE ZON-TEMPO-MIN TO PROMETIDO-SAIDA.
           MOVE ZN-CONT(SLOT) TO CONT-SAIDA.
           MOVE ZN-ACIMA(SLOT) TO CONT-SAIDA2.
           MOVE SPACES TO AVISO-SAIDA.
           IF (ZON-TEMPO-MIN NOT = 0) AND (MEDIA > ZON-TEMPO-MIN) THEN
               MOVE "<== acima" TO AVISO-SAIDA
           END-IF.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  " ZN-CODIGO(SLOT) " " NOME-SAIDA " " CONT-SAIDA
               " " MEDIA-SAIDA(1) " " MEDIA-SAIDA(2) "  "
               PROMETIDO-SAIDA CONT-SAIDA2 " " AVISO-SAIDA
               DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
       IMPRIMIR-ATRASADAS.
           MOVE "Pre-encomendas prontas depois da hora prometida:" TO
               LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  Pedido Data       Cliente              "
               "Prom. Pronto  Atraso" DELIMITED BY SIZE
               INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > N-ATRASADAS
               MOVE AT-DATA(IDX) TO DATA-TRABALHO-NUM
               MOVE DT-DIA TO DED-DIA
               MOVE DT-MES TO DED-MES
               MOVE DT-ANO TO DED-ANO
               MOVE SPACES TO PROM-SAIDA
               STRING AT-PROM-HORA(IDX)(1:2) ":"
                   AT-PROM-HORA(IDX)(3:2)
                   DELIMITED BY SIZE INTO PROM-SAIDA
               MOVE SPACES TO PRONTO-SAIDA
               STRING AT-HORA-PRONTO(IDX)(1:2) ":"
                   AT-HORA-PRONTO(IDX)(3:2)
                   DELIMITED BY SIZE INTO PRONTO-SAIDA
               MOVE AT-MINUTOS(IDX) TO MEDIA-SAIDA(1)
               MOVE SPACES TO LINHA-TEMPOS
               STRING "  " AT-NUMERO(IDX) "   " DATA-EDITADA " "
                   AT-CLIENTE(IDX) " " PROM-SAIDA " " PRONTO-SAIDA
                   "  " MEDIA-SAIDA(1)
                   DELIMITED BY SIZE INTO LINHA-TEMPOS
               PERFORM ESCREVER-LINHA
           END-PERFORM.
           MOVE TOTAL-ATRASADAS TO CONT-SAIDA.
           MOVE TOTAL-PRE-ENCOMENDAS TO CONT-SAIDA2.
           MOVE SPACES TO LINHA-TEMPOS.
           STRING "  Atrasadas: " CONT-SAIDA " de " CONT-SAIDA2
               " pre-encomendas"
               DELIMITED BY SIZE INTO LINHA-TEMPOS.
           PERFORM ESCREVER-LINHA.
           IF TOTAL-ATRASADAS > N-ATRASADAS THEN
               MOVE "  (listadas so as primeiras 200)" TO LINHA-TEMPOS
               PERFORM ESCREVER-LINHA
           END-IF.
       ESCREVER-LINHA.
           WRITE LINHA-TEMPOS.
           DISPLAY LINHA-TEMPOS.
       END PROGRAM TAREFA22.
