               88 ATU-PAG-DINHEIRO                  VALUE "D".
               88 ATU-PAG-MULTIBANCO                VALUE "M".
               88 ATU-PAG-MBWAY                     VALUE "W".
               88 ATU-PAG-ONLINE                    VALUE "O".
               88 ATU-PAG-CREDITO                   VALUE "C".
               88 ATU-PAG-VALE                      VALUE "V".
           05 ATU-PAG-DATA                 PIC 9(8).
           05 ATU-PAG-ENTREGUE             PIC 999V99.
           05 ATU-PAG-TROCO                PIC 999V99.
           05 ATU-NIF                      PIC 9(9).
           05 ATU-NUM-FATURA               PIC 9(6).
           05 ATU-NUM-NTCRED               PIC 9(6).
      * Parte de comida (pizzas e taxa de entrega) tributada a taxa
      * "IVA" de PRECOS em vigor no dia; cada linha de outros produtos
      * (bebidas, sobremesas, acompanhamentos do PRODUTOS.DAT) leva a
      * sua propria taxa. ATU-PRECO-IVA = ATU-IVA-PIZZAS + soma de
      * ATX-IVA. ATX-STK-CODIGO = 0 quando o produto nao conta stock.
           05 ATU-TAXA-IVA-PIZZAS          PIC 9V99.
           05 ATU-IVA-PIZZAS               PIC 999V99.
           05 ATU-NUM-EXTRAS               PIC 9.
           05 ATU-EXTRAS OCCURS 6 TIMES.
               10 ATX-CODIGO               PIC X(3).
               10 ATX-CATEGORIA            PIC X.
               10 ATX-QUANTIDADE           PIC 99.
               10 ATX-PRECO-UNIT           PIC 99V99.
               10 ATX-TAXA-IVA             PIC 9V99.
               10 ATX-SUBTOTAL             PIC 999V99.
               10 ATX-IVA                  PIC 99V99.
               10 ATX-STK-CODIGO           PIC 99.
      * Pedido vindo do site ou de uma plataforma de entregas: a
      * referencia da encomenda na plataforma (espacos = balcao).
           05 ATU-REF-ONLINE               PIC X(12).
      * Vale de oferta (VALES.DAT) usado no pagamento: numero (0 =
      * nenhum) e a parte do total que abateu. Se nao cobriu o
      * total, o resto foi pago pelo ATU-PAG-MODO.
           05 ATU-VALE-NUMERO              PIC 9(6).
           05 ATU-VALE-VALOR               PIC 999V99.
