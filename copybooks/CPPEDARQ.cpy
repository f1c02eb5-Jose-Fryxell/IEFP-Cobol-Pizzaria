               88 ARQ-PAG-DINHEIRO                  VALUE "D".
               88 ARQ-PAG-MULTIBANCO                VALUE "M".
               88 ARQ-PAG-MBWAY                     VALUE "W".
               88 ARQ-PAG-ONLINE                    VALUE "O".
               88 ARQ-PAG-CREDITO                   VALUE "C".
               88 ARQ-PAG-VALE                      VALUE "V".
           05 ARQ-PAG-DATA                 PIC 9(8).
           05 ARQ-PAG-ENTREGUE             PIC 999V99.
           05 ARQ-PAG-TROCO                PIC 999V99.
           05 ARQ-NIF                      PIC 9(9).
           05 ARQ-NUM-FATURA               PIC 9(6).
           05 ARQ-NUM-NTCRED               PIC 9(6).
      * Parte de comida (pizzas e taxa de entrega) tributada a taxa
      * "IVA" de PRECOS em vigor no dia; cada linha de outros produtos
      * (bebidas, sobremesas, acompanhamentos do PRODUTOS.DAT) leva a
      * sua propria taxa. ARQ-PRECO-IVA = ARQ-IVA-PIZZAS + soma de
      * AQX-IVA. AQX-STK-CODIGO = 0 quando o produto nao conta stock.
           05 ARQ-TAXA-IVA-PIZZAS          PIC 9V99.
           05 ARQ-IVA-PIZZAS               PIC 999V99.
           05 ARQ-NUM-EXTRAS               PIC 9.
           05 ARQ-EXTRAS OCCURS 6 TIMES.
               10 AQX-CODIGO               PIC X(3).
               10 AQX-CATEGORIA            PIC X.
               10 AQX-QUANTIDADE           PIC 99.
               10 AQX-PRECO-UNIT           PIC 99V99.
               10 AQX-TAXA-IVA             PIC 9V99.
               10 AQX-SUBTOTAL             PIC 999V99.
               10 AQX-IVA                  PIC 99V99.
               10 AQX-STK-CODIGO           PIC 99.
      * Pedido vindo do site ou de uma plataforma de entregas: a
      * referencia da encomenda na plataforma (espacos = balcao).
           05 ARQ-REF-ONLINE               PIC X(12).
      * Vale de oferta (VALES.DAT) usado no pagamento: numero (0 =
      * nenhum) e a parte do total que abateu. Se nao cobriu o
      * total, o resto foi pago pelo ARQ-PAG-MODO.
           05 ARQ-VALE-NUMERO              PIC 9(6).
           05 ARQ-VALE-VALOR               PIC 999V99.
