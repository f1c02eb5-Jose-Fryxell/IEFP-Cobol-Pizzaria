      ****************************************************************
      * Copybook: CPPONTO
      * Purpose : PONTO file - time sheet. One record per shift,
      *           keyed on the staff code and the clock-in date and
      *           time; the clock-out is filled in when the person
      *           leaves (zero while still on duty). A clock-out
      *           forgotten and set afterwards by a supervisor is
      *           marked in PON-CORRIGIDO with the supervisor's code.
      ****************************************************************
       01  PONTO-REC.
           05 PON-CHAVE.
               10 PON-PESSOA               PIC 9(3).
               10 PON-DATA-ENTRADA         PIC 9(8).
               10 PON-HORA-ENTRADA         PIC 9(6).
           05 PON-DATA-SAIDA               PIC 9(8).
           05 PON-HORA-SAIDA               PIC 9(6).
           05 PON-CORRIGIDO                PIC X.
               88 PON-FOI-CORRIGIDO                 VALUE "S".
           05 PON-SUPERVISOR               PIC 9(3).
