      ****************************************************************
      * Copybook: CPPRODUT
      * Purpose : PRODUTOS file - catalogue of the non-pizza items
      *           sold on the same ticket (drinks, desserts, sides),
      *           keyed on PRD-CODIGO. Each item carries its own
      *           price (before IVA) and IVA rate, because drinks and
      *           food are taxed differently. When PRD-CONTA-STOCK is
      *           "S" every unit sold is taken from the STOCK.DAT
      *           item PRD-STK-CODIGO (a can of Coke, a tiramisu);
      *           "N" is for items made fresh that are not counted.
      *
      * PRD-CODIGO values by convention:
      *   "Bnn" - bebidas          "Snn" - sobremesas
      *   "Ann" - acompanhamentos
      ****************************************************************
       01  PRODUTO-REC.
           05 PRD-CODIGO                   PIC X(3).
           05 PRD-DESCRICAO                PIC X(20).
           05 PRD-CATEGORIA                PIC X.
               88 PRD-BEBIDA                        VALUE "B".
               88 PRD-SOBREMESA                     VALUE "S".
               88 PRD-ACOMPANHAMENTO                VALUE "A".
           05 PRD-PRECO                    PIC 99V99.
           05 PRD-TAXA-IVA                 PIC 9V99.
           05 PRD-CONTA-STOCK              PIC X.
               88 PRD-COM-STOCK                     VALUE "S".
           05 PRD-STK-CODIGO               PIC 99.
           05 PRD-ATIVO                    PIC X.
               88 PRD-ESTA-ATIVO                    VALUE "S".
