      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Gift vouchers. The vouchers are sold at the till
      *          (TAREFA17) and spent as a payment at the counter
      *          (TAREFA06); this program looks up one voucher (value,
      *          balance left, validity) and prints the monthly
      *          liability report for the accountant
      *          (VALES-AAAAMM.TXT): every voucher still valid at the
      *          end of the month with balance to spend (what the shop
      *          still owes in meals) and every voucher expired with
      *          value unused, those expired in the month apart. The
      *          balances are the ones on file when the report runs,
      *          so it is run at the month close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLE-NUMERO
               FILE STATUS IS FS-VALES.

           SELECT RELATORIO ASSIGN TO NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
       FD  VALES
           LABEL RECORD STANDARD.
           COPY CPVALE.

       FD  RELATORIO
           LABEL RECORD STANDARD.
       01  LINHA-RELATORIO                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 FS-VALES                         PIC XX VALUE "00".
       77 FS-RELATORIO                     PIC XX VALUE "00".
       77 VALES-ABERTO-FLAG                PIC X  VALUE "N".
           88 VALES-ABERTO                            VALUE "S".
       77 FIM-VALES-FLAG                   PIC X  VALUE "N".
           88 FIM-VALES                               VALUE "S".
       77 NOME-RELATORIO                   PIC X(20) VALUE SPACES.
      ****** MENU E ENTRADAS DO OPERADOR *******************************
       77 OPCAO                            PIC X     VALUE SPACES.
       77 TEMP-VALE                        PIC X(6)  VALUE SPACES.
       77 TEMP-MES                         PIC X(6)  VALUE SPACES.
      ****** MES DO RELATORIO ******************************************
       01 MES-RELATORIO.
           05 MR-ANO                       PIC 9(4).
           05 MR-MES                       PIC 99.
       77 INICIO-MES                       PIC 9(8)  VALUE 0.
       77 FIM-MES                          PIC 9(8)  VALUE 0.
      ****** TOTAIS DO RELATORIO ***************************************
       77 CONT-VENDIDOS                    PIC 9(5)  VALUE 0.
       77 TOT-VENDIDOS                     PIC 9(7)V99 VALUE 0.
       77 CONT-CIRCULACAO                  PIC 9(5)  VALUE 0.
       77 TOT-CIRCULACAO                   PIC 9(7)V99 VALUE 0.
       77 CONT-EXPIRADOS-MES               PIC 9(5)  VALUE 0.
       77 TOT-EXPIRADOS-MES                PIC 9(7)V99 VALUE 0.
       77 CONT-EXPIRADOS                   PIC 9(5)  VALUE 0.
       77 TOT-EXPIRADOS                    PIC 9(7)V99 VALUE 0.
       77 MARCA-MES                        PIC X(9)  VALUE SPACES.
      ****** SAIDAS EDITADAS *******************************************
       77 VALOR-SAIDA                      PIC ZZZZ9.99 VALUE SPACES.
       77 VALOR-SAIDA2                     PIC ZZZZ9.99 VALUE SPACES.
       77 TOTAL-SAIDA                      PIC ZZZZZZ9.99 VALUE SPACES.
       77 CONT-SAIDA                       PIC ZZZZ9    VALUE SPACES.
       01 DATA-EDITADA.
           05 DED-DIA                      PIC 99.
           05 FILLER                       PIC X     VALUE "-".
           05 DED-MES                      PIC 99.
           05 FILLER                       PIC X     VALUE "-".
           05 DED-ANO                      PIC 9(4).
       77 EMISSAO-SAIDA                    PIC X(10) VALUE SPACES.
       77 VALIDADE-SAIDA                   PIC X(10) VALUE SPACES.
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
       01 DATA-ATUAL-NUM REDEFINES DATA-ATUAL PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           OPEN INPUT VALES.
           IF FS-VALES = "00" THEN
               MOVE "S" TO VALES-ABERTO-FLAG
           END-IF.
      ****** MENU PRINCIPAL ********************************************
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "=========== VALES DE OFERTA ===========".
           DISPLAY "(1) Consultar um vale".
           DISPLAY "(2) Relatorio mensal de responsabilidades".
           DISPLAY "(0) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM CONSULTAR-VALE THRU CONSULTAR-VALE-EXIT
               WHEN "2"
                   PERFORM RELATORIO-MENSAL THRU RELATORIO-MENSAL-EXIT
               WHEN "0"
                   GO TERMINAR
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           GO MENU-PRINCIPAL.
       TERMINAR.
           IF VALES-ABERTO THEN
               CLOSE VALES
           END-IF.
           STOP RUN.
      ****** CONSULTA DE UM VALE ***************************************
       CONSULTAR-VALE.
           IF NOT VALES-ABERTO THEN
               DISPLAY "Ainda nao ha vales vendidos (VALES.DAT)."
               GO CONSULTAR-VALE-EXIT
           END-IF.
           DISPLAY "Numero do vale: " WITH NO ADVANCING.
           MOVE SPACES TO TEMP-VALE.
           ACCEPT TEMP-VALE.
           MOVE FUNCTION NUMVAL(TEMP-VALE) TO VLE-NUMERO.
           READ VALES
               INVALID KEY
                   DISPLAY "Vale inexistente."
                   GO CONSULTAR-VALE-EXIT
           END-READ.
           PERFORM EDITAR-DATAS-VALE.
           MOVE VLE-VALOR TO VALOR-SAIDA.
           MOVE VLE-SALDO TO VALOR-SAIDA2.
           DISPLAY "Vale " VLE-NUMERO "  valor " VALOR-SAIDA
                   "  saldo " VALOR-SAIDA2.
           DISPLAY "Emitido em " EMISSAO-SAIDA "  valido ate "
                   VALIDADE-SAIDA.
           IF VLE-DATA-USO NOT = 0 THEN
               MOVE VLE-DATA-USO TO DATA-TRABALHO-NUM
               MOVE DT-DIA TO DED-DIA
               MOVE DT-MES TO DED-MES
               MOVE DT-ANO TO DED-ANO
               DISPLAY "Ultimo uso em " DATA-EDITADA
           END-IF.
           EVALUATE TRUE
               WHEN VLE-SALDO = 0
                   DISPLAY "Vale usado por inteiro."
               WHEN VLE-DATA-VALIDADE < DATA-ATUAL-NUM
                   DISPLAY "Vale expirado - ja nao pode ser usado."
               WHEN OTHER
                   DISPLAY "Vale valido."
           END-EVALUATE.
       CONSULTAR-VALE-EXIT.
           EXIT.
      ****** RELATORIO MENSAL DE RESPONSABILIDADES *********************
      * Em circulacao: vales emitidos ate ao fim do mes, ainda validos
      * nesse dia e com saldo - o que a casa deve em refeicoes.
      * Expirados: vales que perderam a validade ate ao fim do mes com
      * saldo por usar; os que expiraram no proprio mes sao marcados,
      * para o contabilista os levar a proveitos nesse mes.
       RELATORIO-MENSAL.
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
                   GO RELATORIO-MENSAL-EXIT
               END-IF
               MOVE TEMP-MES TO MES-RELATORIO
           END-IF.
           IF (MR-MES < 1) OR (MR-MES > 12) THEN
               DISPLAY "Mes invalido."
               GO RELATORIO-MENSAL-EXIT
           END-IF.
      * Ultimo dia do mes = vespera do dia 1 do mes seguinte.
           COMPUTE INICIO-MES = MR-ANO * 10000 + MR-MES * 100 + 1.
           IF MR-MES = 12 THEN
               COMPUTE DATA-TRABALHO-NUM = (MR-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-TRABALHO-NUM = INICIO-MES + 100
           END-IF.
           COMPUTE FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-TRABALHO-NUM) - 1).
           MOVE 0 TO CONT-VENDIDOS.
           MOVE 0 TO TOT-VENDIDOS.
           MOVE 0 TO CONT-CIRCULACAO.
           MOVE 0 TO TOT-CIRCULACAO.
           MOVE 0 TO CONT-EXPIRADOS-MES.
           MOVE 0 TO TOT-EXPIRADOS-MES.
           MOVE 0 TO CONT-EXPIRADOS.
           MOVE 0 TO TOT-EXPIRADOS.
           MOVE SPACES TO NOME-RELATORIO.
           STRING "VALES-" MES-RELATORIO ".TXT" DELIMITED BY SIZE
               INTO NOME-RELATORIO.
           OPEN OUTPUT RELATORIO.
           IF FS-RELATORIO NOT = "00" THEN
               DISPLAY "Nao foi possivel criar " NOME-RELATORIO "."
               GO RELATORIO-MENSAL-EXIT
           END-IF.
           PERFORM CABECALHO-RELATORIO.
           MOVE "VALES EM CIRCULACAO NO FIM DO MES" TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           PERFORM TITULOS-COLUNAS.
           PERFORM INICIAR-LEITURA.
           PERFORM UNTIL FIM-VALES
               READ VALES NEXT RECORD
                   AT END
                       SET FIM-VALES TO TRUE
                   NOT AT END
                       PERFORM VALE-EM-CIRCULACAO
               END-READ
           END-PERFORM.
           MOVE CONT-CIRCULACAO TO CONT-SAIDA.
           MOVE TOT-CIRCULACAO TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Total em circulacao: " CONT-SAIDA " vale(s)"
               "          " TOTAL-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE "VALES EXPIRADOS COM SALDO POR USAR" TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           PERFORM TITULOS-COLUNAS.
           PERFORM INICIAR-LEITURA.
           PERFORM UNTIL FIM-VALES
               READ VALES NEXT RECORD
                   AT END
                       SET FIM-VALES TO TRUE
                   NOT AT END
                       PERFORM VALE-EXPIRADO
               END-READ
           END-PERFORM.
           MOVE CONT-EXPIRADOS-MES TO CONT-SAIDA.
           MOVE TOT-EXPIRADOS-MES TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Expirados no mes   : " CONT-SAIDA " vale(s)"
               "          " TOTAL-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE CONT-EXPIRADOS TO CONT-SAIDA.
           MOVE TOT-EXPIRADOS TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Expirados (total)  : " CONT-SAIDA " vale(s)"
               "          " TOTAL-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE CONT-VENDIDOS TO CONT-SAIDA.
           MOVE TOT-VENDIDOS TO TOTAL-SAIDA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Vendidos no mes    : " CONT-SAIDA " vale(s)"
               "          " TOTAL-SAIDA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio em " NOME-RELATORIO.
       RELATORIO-MENSAL-EXIT.
           EXIT.
       INICIAR-LEITURA.
           MOVE "N" TO FIM-VALES-FLAG.
           IF NOT VALES-ABERTO THEN
               SET FIM-VALES TO TRUE
           ELSE
               MOVE 0 TO VLE-NUMERO
               START VALES KEY IS NOT LESS THAN VLE-NUMERO
                   INVALID KEY
                       SET FIM-VALES TO TRUE
               END-START
           END-IF.
       VALE-EM-CIRCULACAO.
           IF (VLE-DATA-EMISSAO >= INICIO-MES) AND
              (VLE-DATA-EMISSAO <= FIM-MES) THEN
               ADD 1 TO CONT-VENDIDOS
               ADD VLE-VALOR TO TOT-VENDIDOS
           END-IF.
           IF (VLE-DATA-EMISSAO <= FIM-MES) AND
              (VLE-DATA-VALIDADE >= FIM-MES) AND
              (VLE-SALDO > 0) THEN
               ADD 1 TO CONT-CIRCULACAO
               ADD VLE-SALDO TO TOT-CIRCULACAO
               MOVE SPACES TO MARCA-MES
               PERFORM LINHA-VALE
           END-IF.
       VALE-EXPIRADO.
           IF (VLE-DATA-VALIDADE < FIM-MES) AND (VLE-SALDO > 0) THEN
               ADD 1 TO CONT-EXPIRADOS
               ADD VLE-SALDO TO TOT-EXPIRADOS
               MOVE SPACES TO MARCA-MES
               IF VLE-DATA-VALIDADE >= INICIO-MES THEN
                   ADD 1 TO CONT-EXPIRADOS-MES
                   ADD VLE-SALDO TO TOT-EXPIRADOS-MES
                   MOVE "* no mes" TO MARCA-MES
               END-IF
               PERFORM LINHA-VALE
           END-IF.
      ****** LINHAS DO RELATORIO ***************************************
       CABECALHO-RELATORIO.
           MOVE "=============================================" TO
               LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE FIM-MES TO DATA-TRABALHO-NUM.
           MOVE DT-DIA TO DED-DIA.
           MOVE DT-MES TO DED-MES.
           MOVE DT-ANO TO DED-ANO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Vales de oferta - responsabilidades em "
               DATA-EDITADA DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE DIA TO DED-DIA.
           MOVE MES TO DED-MES.
           MOVE ANO TO DED-ANO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Pizzaria Ramalho - saldos a " DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE "=============================================" TO
               LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       TITULOS-COLUNAS.
           MOVE "Vale    Emissao    Validade       Valor     Saldo"
               TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
           MOVE "------  ---------- ---------- --------  --------"
               TO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       LINHA-VALE.
           PERFORM EDITAR-DATAS-VALE.
           MOVE VLE-VALOR TO VALOR-SAIDA.
           MOVE VLE-SALDO TO VALOR-SAIDA2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING VLE-NUMERO "  " EMISSAO-SAIDA " " VALIDADE-SAIDA
               " " VALOR-SAIDA "  " VALOR-SAIDA2 "  " MARCA-MES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM ESCREVER-RELATORIO.
       EDITAR-DATAS-VALE.
           MOVE VLE-DATA-EMISSAO TO DATA-TRABALHO-NUM.
           MOVE DT-DIA TO DED-DIA.
           MOVE DT-MES TO DED-MES.
           MOVE DT-ANO TO DED-ANO.
           MOVE DATA-EDITADA TO EMISSAO-SAIDA.
           MOVE VLE-DATA-VALIDADE TO DATA-TRABALHO-NUM.
           MOVE DT-DIA TO DED-DIA.
           MOVE DT-MES TO DED-MES.
           MOVE DT-ANO TO DED-ANO.
           MOVE DATA-EDITADA TO VALIDADE-SAIDA.
       ESCREVER-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
       END PROGRAM TAREFA28.
