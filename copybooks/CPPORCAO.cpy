      ****************************************************************
      * Copybook: CPPORCAO
      * Purpose : PORCOES file - how much of each STOCK.DAT item goes
      *           into one pizza, per size. Keyed on what is being
      *           portioned (POR-ORIGEM) and the size (POR-TAMANHO,
      *           the PRECOS code of the base: P01/P02/P03). Each
      *           record lists up to five STK-CODIGO items and the
      *           quantity of each, in the item's own stock unit.
      *           A topping not found here uses 1 unit of its own
      *           item for any size; a base or box not found here
      *           uses nothing.
      *
      * POR-ORIGEM values by convention:
      *   "Inn" - cobertura nn (ingredientes 01-10 de PRECOS)
      *   "BAS" - a base de cada pizza (massa, molho, queijo)
      *   "CXA" - a caixa, so para pizzas que saem da pizzaria
      *           (levantamento e entrega)
      ****************************************************************
       01  PORCAO-REC.
           05 POR-CHAVE.
               10 POR-ORIGEM               PIC X(3).
               10 POR-ORIGEM-DET REDEFINES POR-ORIGEM.
                   15 POR-ORIG-TIPO        PIC X.
                   15 POR-ORIG-NUM         PIC 99.
               10 POR-TAMANHO              PIC X(3).
               10 POR-TAMANHO-DET REDEFINES POR-TAMANHO.
                   15 POR-TAM-PREFIXO      PIC XX.
                   15 POR-TAM-NUM          PIC 9.
           05 POR-NUM-ITENS                PIC 9.
           05 POR-ITENS OCCURS 5 TIMES.
               10 POR-STK-CODIGO           PIC 99.
               10 POR-QUANTIDADE           PIC 9(3).
