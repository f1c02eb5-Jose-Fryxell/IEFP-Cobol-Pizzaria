      ****************************************************************
      * Copybook: CPCORREN
      * Purpose : CONTAS file - current account ledger of the account
      *           customers, keyed on contact + movement number. One
      *           record per movement:
      *             D  order sold on credit (debit)
      *             P  bank transfer received (credit)
      *             A  credit order voided (credit)
      *           CCR-EM-ABERTO is, on a debit, the part still owed and,
      *           on a credit, the part not yet set against orders.
      ****************************************************************
       01  CONTA-CORRENTE-REC.
           05 CCR-CHAVE.
               10 CCR-CONTACTO             PIC 9(9).
               10 CCR-NUMERO               PIC 9(6).
           05 CCR-TIPO                     PIC X.
               88 CCR-DEBITO                        VALUE "D".
               88 CCR-PAGAMENTO                     VALUE "P".
               88 CCR-ANULACAO                      VALUE "A".
               88 CCR-CREDITO                       VALUE "P" "A".
           05 CCR-DATA                     PIC 9(8).
           05 CCR-PEDIDO                   PIC 9(4).
           05 CCR-NUM-FATURA               PIC 9(6).
           05 CCR-VALOR                    PIC 9(5)V99.
           05 CCR-EM-ABERTO                PIC 9(5)V99.
      * Referencia da transferencia (ou texto livre do movimento).
           05 CCR-REFERENCIA               PIC X(20).
      * Data em que o movimento ficou todo liquidado (0 = em aberto).
           05 CCR-DATA-LIQUIDACAO          PIC 9(8).
