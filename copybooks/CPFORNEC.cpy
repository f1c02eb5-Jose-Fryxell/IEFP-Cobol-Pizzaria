      ****************************************************************
      * Copybook: CPFORNEC
      * Purpose : FORNECED file - supplier master, keyed on
      *           FOR-CODIGO. Name, NIF, who to call and how, the
      *           lead time in days from order to delivery, and the
      *           STOCK.DAT items the supplier delivers with the cost
      *           per unit agreed with them. When several suppliers
      *           carry the same item the purchase-order run picks
      *           the active one with the lowest agreed cost.
      ****************************************************************
       01  FORNECEDOR-REC.
           05 FOR-CODIGO                   PIC 9(3).
           05 FOR-NOME                     PIC X(30).
           05 FOR-NIF                      PIC 9(9).
           05 FOR-PESSOA                   PIC X(20).
           05 FOR-TELEFONE                 PIC 9(9).
           05 FOR-EMAIL                    PIC X(30).
           05 FOR-PRAZO-DIAS               PIC 99.
           05 FOR-ATIVO                    PIC X.
               88 FOR-ESTA-ATIVO                    VALUE "S".
           05 FOR-NUM-ARTIGOS              PIC 99.
           05 FOR-ARTIGOS OCCURS 10 TIMES.
               10 FOR-STK-CODIGO           PIC 99.
               10 FOR-CUSTO-ACORDADO       PIC 9(3)V99.
