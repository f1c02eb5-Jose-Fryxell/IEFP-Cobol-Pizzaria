      *           screen, with date, signed quantity and reason.
      *           Numbered from the "MOVSTOCK" counter in CONTROLO.
      *           Goods receipts also carry the supplier cost per
      *           unit in MOV-CUSTO-UNIT (zero on Q/A movements) and,
      *           when booked against a purchase order, its number
      *           in MOV-ENCOMENDA (zero otherwise).
      ****************************************************************
       01  MOVSTOCK-REC.
           05 MOV-NUMERO                   PIC 9(4).
           05 MOV-QUANTIDADE               PIC S9(5).
           05 MOV-MOTIVO                   PIC X(20).
           05 MOV-CUSTO-UNIT               PIC 9(3)V99.
           05 MOV-ENCOMENDA                PIC 9(4).
