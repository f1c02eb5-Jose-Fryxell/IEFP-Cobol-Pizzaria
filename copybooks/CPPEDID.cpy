      *           date/time for phoned-in pre-orders (zero = for
      *           right now); the kitchen queue holds the order back
      *           until preparation should start.
      *           Drinks, desserts and sides from PRODUTOS.DAT ride in
      *           PED-EXTRAS next to the pizzas, each line with its
      *           own IVA rate and amount; the IVA on the order is
      *           the pizza part plus the sum of the line amounts.
      ****************************************************************
       01  PEDIDO-REC.
           05 PED-NUMERO                   PIC 9(4).
               88 PED-PAG-DINHEIRO                  VALUE "D".
               88 PED-PAG-MULTIBANCO                VALUE "M".
               88 PED-PAG-MBWAY                     VALUE "W".
               88 PED-PAG-ONLINE                    VALUE "O".
               88 PED-PAG-CREDITO                   VALUE "C".
               88 PED-PAG-VALE                      VALUE "V".
      * Data em que o pagamento foi recebido (AAAAMMDD, 0 = ainda nao
      * pago) - numa conta de mesa pode ser depois de PED-DATA.
           05 PED-PAG-DATA                 PIC 9(8).
           05 PED-NIF                      PIC 9(9).
           05 PED-NUM-FATURA               PIC 9(6).
           05 PED-NUM-NTCRED               PIC 9(6).
      * Parte de comida (pizzas e taxa de entrega) tributada a taxa
      * "IVA" de PRECOS em vigor no dia; cada linha de outros produtos
      * (bebidas, sobremesas, acompanhamentos do PRODUTOS.DAT) leva a
      * sua propria taxa. PED-PRECO-IVA = PED-IVA-PIZZAS + soma de
      * EX-IVA. EX-STK-CODIGO = 0 quando o produto nao conta stock.
           05 PED-TAXA-IVA-PIZZAS          PIC 9V99.
           05 PED-IVA-PIZZAS               PIC 999V99.
           05 PED-NUM-EXTRAS               PIC 9.
           05 PED-EXTRAS OCCURS 6 TIMES.
               10 EX-CODIGO                PIC X(3).
               10 EX-CATEGORIA             PIC X.
               10 EX-QUANTIDADE            PIC 99.
               10 EX-PRECO-UNIT            PIC 99V99.
               10 EX-TAXA-IVA              PIC 9V99.
               10 EX-SUBTOTAL              PIC 999V99.
               10 EX-IVA                   PIC 99V99.
               10 EX-STK-CODIGO            PIC 99.
      * Pedido vindo do site ou de uma plataforma de entregas: a
      * referencia da encomenda na plataforma (espacos = balcao).
           05 PED-REF-ONLINE               PIC X(12).
      * Vale de oferta (VALES.DAT) usado no pagamento: numero (0 =
      * nenhum) e a parte do total que abateu. Se nao cobriu o
      * total, o resto foi pago pelo PED-PAG-MODO.
           05 PED-VALE-NUMERO              PIC 9(6).
           05 PED-VALE-VALOR               PIC 999V99.
