       01  CXARQUIVO-REC.
           05 CXQ-CHAVE.
               10 CXQ-PEDIDO               PIC 9(4).
               10 CXQ-SEQ                  PIC 9(4).
           05 CXQ-DATA.
               10 CXQ-ANO                  PIC 9(4).
               10 CXQ-MES                  PIC 99.
               88 CXQ-PAGAMENTO                     VALUE "P".
               88 CXQ-ESTORNO                       VALUE "E".
               88 CXQ-SANGRIA                       VALUE "S".
               88 CXQ-VENDA-VALE                    VALUE "V".
           05 CXQ-MODO                     PIC X.
               88 CXQ-DINHEIRO                      VALUE "D".
               88 CXQ-MULTIBANCO                    VALUE "M".
               88 CXQ-MBWAY                         VALUE "W".
               88 CXQ-ONLINE                        VALUE "O".
               88 CXQ-VALE                          VALUE "V".
           05 CXQ-VALOR                    PIC S999V99.
           05 CXQ-ENTREGUE                 PIC 999V99.
           05 CXQ-TROCO                    PIC 999V99.
