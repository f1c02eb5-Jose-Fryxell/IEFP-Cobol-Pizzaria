           05 CLI-NOME                     PIC A(35).
           05 CLI-NUM-PEDIDOS              PIC 9(5).
           05 CLI-NIF                      PIC 9(9).
      * Conta corrente: clientes de conta (empresas, bombeiros) pagam
      * por transferencia no fim do mes, ate ao limite de credito.
           05 CLI-CONTA                    PIC X.
               88 CLI-TEM-CONTA                     VALUE "S".
           05 CLI-LIMITE                   PIC 9(5)V99.
      * Protecao de dados: se o cliente autorizou guardar o nome e o
      * contacto (perguntado ao balcao na primeira vez) e quando.
      * Espaco = ainda nao respondeu (clientes antigos, pedidos online).
           05 CLI-CONSENTIMENTO            PIC X.
               88 CLI-CONSENTIU                     VALUE "S".
               88 CLI-RECUSOU                       VALUE "N".
               88 CLI-SEM-RESPOSTA                  VALUE SPACE.
           05 CLI-DATA-CONSENTIMENTO       PIC 9(8).
      * Data do ultimo pedido (0 = desconhecida), para o prazo de
      * conservacao dos dados (TAREFA29).
           05 CLI-DATA-ULTIMO-PEDIDO       PIC 9(8).
