      ****************************************************************
      * Copybook: CPVALE
      * Purpose : VALES file - gift vouchers, keyed on the voucher
      *           number (from the "VALE" counter in CONTROLO). Sold
      *           at the till (TAREFA17, a CXA-VENDA-VALE movement)
      *           and redeemed in full or in part as a payment in
      *           TAREFA06; VLE-SALDO is what is left to spend. A
      *           voided order paid by voucher puts its part back on
      *           the voucher (TAREFA16).
      ****************************************************************
       01  VALE-REC.
           05 VLE-NUMERO                   PIC 9(6).
           05 VLE-VALOR                    PIC 999V99.
           05 VLE-SALDO                    PIC 999V99.
           05 VLE-DATA-EMISSAO             PIC 9(8).
           05 VLE-DATA-VALIDADE            PIC 9(8).
      * Data do ultimo uso (ou reposicao) do saldo - 0 = nunca usado.
           05 VLE-DATA-USO                 PIC 9(8).
      * Sessao de caixa e operador que venderam o vale.
           05 VLE-SESSAO                   PIC 9(4).
           05 VLE-OPERADOR                 PIC 9(3).
