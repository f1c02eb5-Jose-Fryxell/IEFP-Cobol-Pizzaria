      *           (orders may wrap - the month-end archive handles
      *           that - faturas may not). The "NOTACRED" record
      *           carries the credit-note sequence the same way, in
      *           CTRL-ULTIMA-FATURA; so do the "CORRENTE" record
      *           (current account movements) and the "VALE"
      *           record (gift voucher numbers). Zero on every
      *           other record.
      *           CTRL-DATA carries the business date (AAAAMMDD) of
      *           the close-step checkpoints ("FDIA-..."/"FMES-...")
      *           written by the close runner; zero everywhere else.
