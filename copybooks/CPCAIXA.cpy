      *           movement (CXA-ESTORNO, negative CXA-VALOR) under
      *           the next CXA-SEQ of the same order. Totalled per
      *           payment method and reconciled against PEDIDOS by
      *           the end-of-day Z report. An order paid partly by
      *           gift voucher has the voucher part (CXA-VALE) under
      *           CXA-SEQ 1 and the rest under CXA-SEQ 2. Movements
      *           not tied to an order (cash drops, gift voucher
      *           sales - CXA-VENDA-VALE) go under order 0000, one
      *           CXA-SEQ each, until the month-end run archives them.
      ****************************************************************
       01  CAIXA-REC.
           05 CXA-CHAVE.
               10 CXA-PEDIDO               PIC 9(4).
               10 CXA-SEQ                  PIC 9(4).
           05 CXA-DATA.
               10 CXA-ANO                  PIC 9(4).
               10 CXA-MES                  PIC 99.
               88 CXA-PAGAMENTO                     VALUE "P".
               88 CXA-ESTORNO                       VALUE "E".
               88 CXA-SANGRIA                       VALUE "S".
               88 CXA-VENDA-VALE                    VALUE "V".
           05 CXA-MODO                     PIC X.
               88 CXA-DINHEIRO                      VALUE "D".
               88 CXA-MULTIBANCO                    VALUE "M".
               88 CXA-MBWAY                         VALUE "W".
               88 CXA-ONLINE                        VALUE "O".
               88 CXA-VALE                          VALUE "V".
           05 CXA-VALOR                    PIC S999V99.
           05 CXA-ENTREGUE                 PIC 999V99.
           05 CXA-TROCO                    PIC 999V99.
