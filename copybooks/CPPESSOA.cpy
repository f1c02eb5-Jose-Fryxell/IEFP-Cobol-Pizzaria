      ****************************************************************
      * Copybook: CPPESSOA
      * Purpose : PESSOAL file - staff master, keyed on the staff
      *           code. One record per person with name, role and a
      *           4-digit PIN. The till sign-on accepts counter staff
      *           and supervisors, a void needs a supervisor and a
      *           delivery can only go out with a driver; the code
      *           is the one recorded in SES-OPERADOR and in
      *           PED-ENTREGADOR. PES-PONTO holds the clock-in of
      *           the shift in progress (PONTO.DAT) while the person
      *           is on duty.
      ****************************************************************
       01  PESSOA-REC.
           05 PES-CODIGO                   PIC 9(3).
           05 PES-NOME                     PIC X(30).
           05 PES-FUNCAO                   PIC X.
               88 PES-BALCAO                        VALUE "B".
               88 PES-COZINHA                       VALUE "C".
               88 PES-ENTREGADOR                    VALUE "E".
               88 PES-SUPERVISOR                    VALUE "S".
               88 PES-FUNCAO-VALIDA                 VALUES "B", "C",
                                                           "E", "S".
               88 PES-PODE-ABRIR-CAIXA              VALUES "B", "S".
           05 PES-PIN                      PIC 9(4).
           05 PES-CONTACTO                 PIC 9(9).
           05 PES-ATIVO                    PIC X.
               88 PES-ESTA-ATIVO                    VALUE "S".
           05 PES-PONTO.
               10 PES-DE-SERVICO           PIC X.
                   88 PES-ESTA-DE-SERVICO           VALUE "S".
               10 PES-ENTRADA-DATA         PIC 9(8).
               10 PES-ENTRADA-HORA         PIC 9(6).
