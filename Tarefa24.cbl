      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Purpose: Nightly backup. Copies every .DAT file of the shop
      *          (masters, CONTROLO.DAT and the ARQAAAAMM.DAT archives)
      *          into a new numbered generation, COPIAS/Gnnnn, and
      *          keeps the last seven generations. The generation is
      *          entered in the catalogue COPIAS.TXT with an "INICIO"
      *          line before copying and an "OK" line only once the
      *          copy has finished, so a copy cut short is never taken
      *          for a good one. The day's transaction journal
      *          (JORNAL.LOG) is then moved into the new generation and
      *          a fresh journal starts with the next update: the
      *          recovery program (TAREFA25) restores the last good
      *          generation and replays the live journal on top.
      *          Run it after the day's close, with the tills shut.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPIAS ASSIGN TO "COPIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  COPIAS
           LABEL RECORD STANDARD.
           COPY CPCOPIA.
       WORKING-STORAGE SECTION.
       77 FS-COPIAS                        PIC XX VALUE "00".
       77 FIM-COPIAS-FLAG                  PIC X  VALUE "N".
           88 FIM-COPIAS                              VALUE "S".
      ****** GERACOES **************************************************
       77 GERACOES-GUARDADAS               PIC 99    VALUE 7.
       77 ULTIMA-GERACAO                   PIC 9(4)  VALUE 0.
       77 GERACAO                          PIC 9(4)  VALUE 0.
       77 GERACAO-APAGAR                   PIC 9(4)  VALUE 0.
       77 ESTADO-COPIA                     PIC X(6)  VALUE SPACES.
       77 DIRETORIO                        PIC X(12) VALUE SPACES.
       77 DIRETORIO-APAGAR                 PIC X(12) VALUE SPACES.
      ****** COMANDOS DO SISTEMA ***************************************
       77 COMANDO                          PIC X(120) VALUE SPACES.
      ****** DATA E HORA ***********************************************
       01 MOMENTO-ATUAL.
           05 MOM-DATA                     PIC 9(8).
           05 MOM-HORA                     PIC 9(6).
      ******************************************************************
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO MOMENTO-ATUAL.
           PERFORM LER-CATALOGO THRU LER-CATALOGO-FIM.
           COMPUTE GERACAO = ULTIMA-GERACAO + 1.
           MOVE SPACES TO DIRETORIO.
           STRING "COPIAS/G" GERACAO DELIMITED BY SIZE INTO DIRETORIO.
           DISPLAY "Copia de seguranca - geracao " GERACAO " ("
                   DIRETORIO ")".
           MOVE "INICIO" TO ESTADO-COPIA.
           PERFORM GRAVAR-CATALOGO.
      ****** COPIA DOS FICHEIROS .DAT **********************************
           MOVE SPACES TO COMANDO.
           STRING "mkdir -p " DIRETORIO " && cp -p *.DAT* "
               DIRETORIO "/" DELIMITED BY SIZE INTO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               MOVE "ERRO" TO ESTADO-COPIA
               PERFORM GRAVAR-CATALOGO
               DISPLAY "ERRO: a copia falhou - a geracao " GERACAO
                       " NAO ficou valida."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "OK" TO ESTADO-COPIA.
           PERFORM GRAVAR-CATALOGO.
      ****** O JORNAL DO PERIODO FICA GUARDADO COM A GERACAO ***********
      * Se o programa parar antes disto, o jornal antigo continua em
      * JORNAL.LOG; a recuperacao so repoe as linhas posteriores ao
      * inicio da copia, por isso nada e reposto duas vezes.
           MOVE SPACES TO COMANDO.
           STRING "if [ -f JORNAL.LOG ]; then mv JORNAL.LOG "
               DIRETORIO "/; fi" DELIMITED BY SIZE INTO COMANDO.
           CALL "SYSTEM" USING COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "Aviso: JORNAL.LOG nao foi arquivado com a "
                       "geracao."
               MOVE 0 TO RETURN-CODE
           END-IF.
      ****** SO FICAM AS ULTIMAS GERACOES ******************************
           IF GERACAO > GERACOES-GUARDADAS THEN
               COMPUTE GERACAO-APAGAR = GERACAO - GERACOES-GUARDADAS
               MOVE SPACES TO DIRETORIO-APAGAR
               STRING "COPIAS/G" GERACAO-APAGAR DELIMITED BY SIZE
                   INTO DIRETORIO-APAGAR
               MOVE SPACES TO COMANDO
               STRING "rm -rf " DIRETORIO-APAGAR DELIMITED BY SIZE
                   INTO COMANDO
               CALL "SYSTEM" USING COMANDO
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "Geracao " GERACAO " concluida.".
           STOP RUN.
      ****** ULTIMA GERACAO DO CATALOGO ********************************
       LER-CATALOGO.
           MOVE 0 TO ULTIMA-GERACAO.
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
                       IF COP-GERACAO > ULTIMA-GERACAO THEN
                           MOVE COP-GERACAO TO ULTIMA-GERACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPIAS.
       LER-CATALOGO-FIM.
           EXIT.
      ****** LINHA NO CATALOGO *****************************************
       GRAVAR-CATALOGO.
           OPEN EXTEND COPIAS.
           IF FS-COPIAS NOT = "00" THEN
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN EXTEND COPIAS
           END-IF.
           MOVE SPACES TO COPIA-REC.
           MOVE GERACAO TO COP-GERACAO.
           MOVE MOM-DATA TO COP-DATA.
           MOVE MOM-HORA TO COP-HORA.
           MOVE ESTADO-COPIA TO COP-ESTADO.
           MOVE DIRETORIO TO COP-DIRETORIO.
           WRITE COPIA-REC.
           CLOSE COPIAS.
       END PROGRAM TAREFA24.
