      ****************************************************************
      * Copybook: CPENCOM
      * Purpose : ENCOMEND file - purchase orders to suppliers, keyed
      *           on ENC-NUMERO from the "ENCOMENDA" counter in
      *           CONTROLO.DAT. Raised from the reorder list, one
      *           order per supplier, each line at the cost agreed
      *           on FORNECED.DAT. Goods receipts in the stock screen
      *           add to ENL-QTD-RECEBIDA; a line is closed when it
      *           is fully received and the order when every line is.
      *           ENC-DATA-PREVISTA = order date + supplier lead time.
      ****************************************************************
       01  ENCOMENDA-REC.
           05 ENC-NUMERO                   PIC 9(4).
           05 ENC-FORNECEDOR               PIC 9(3).
           05 ENC-DATA                     PIC 9(8).
           05 ENC-DATA-PREVISTA            PIC 9(8).
           05 ENC-ESTADO                   PIC X.
               88 ENC-ABERTA                        VALUE "A".
               88 ENC-PARCIAL                       VALUE "P".
               88 ENC-FECHADA                       VALUE "F".
               88 ENC-CANCELADA                     VALUE "C".
               88 ENC-PENDENTE                      VALUES "A", "P".
           05 ENC-NUM-LINHAS               PIC 99.
           05 ENC-LINHAS OCCURS 10 TIMES.
               10 ENL-STK-CODIGO           PIC 99.
               10 ENL-QTD-PEDIDA           PIC 9(5).
               10 ENL-QTD-RECEBIDA         PIC 9(5).
               10 ENL-CUSTO-ACORDADO       PIC 9(3)V99.
               10 ENL-ESTADO               PIC X.
                   88 ENL-ABERTA                    VALUE "A".
                   88 ENL-FECHADA                   VALUE "F".
