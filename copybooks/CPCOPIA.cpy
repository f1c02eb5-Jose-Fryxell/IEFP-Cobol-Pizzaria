      ****************************************************************
      * Copybook: CPCOPIA
      * Purpose : COPIAS.TXT - catalogue of the backup generations
      *           taken by TAREFA24. Each run appends an "INICIO" line
      *           before copying the .DAT files into COPIAS/Gnnnn and
      *           an "OK" line (same generation and start time) once
      *           every file is copied; a generation without its "OK"
      *           line did not finish and is never restored. COP-DATA
      *           and COP-HORA are the moment the copy started - the
      *           journal lines from then on are what TAREFA25 replays
      *           on top of it.
      ****************************************************************
       01  COPIA-REC.
           05 COP-GERACAO                  PIC 9(4).
           05 FILLER                       PIC X.
           05 COP-MOMENTO.
               10 COP-DATA                 PIC 9(8).
               10 COP-HORA                 PIC 9(6).
           05 FILLER                       PIC X.
           05 COP-ESTADO                   PIC X(6).
               88 COP-INICIO                        VALUE "INICIO".
               88 COP-OK                            VALUE "OK".
               88 COP-ERRO                          VALUE "ERRO".
           05 FILLER                       PIC X.
           05 COP-DIRETORIO                PIC X(12).
