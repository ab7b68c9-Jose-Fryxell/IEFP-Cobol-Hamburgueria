      ****** PAGAMENTO A FORNECEDOR (FICHEIRO PAGFORN.DAT) ****************
      * Um registo por pagamento (total ou parcial) de uma fatura de
      * FATFORN.DAT, pelo numero de lancamento do TAREFA23. PF-MEIO:
      * T = transferencia, Q = cheque, N = numerario da gerencia
      * (nunca da gaveta da caixa).
      ******************************************************************
       01 REG-PAGAMENTO-FORN.
           05 PF-NUM-LANCAMENTO         PIC 9(5).
           05 PF-FOR-CODIGO             PIC 99.
           05 PF-DATA.
               10 PF-ANO                PIC 9999.
               10 PF-MES                PIC 99.
               10 PF-DIA                PIC 99.
           05 PF-VALOR                  PIC 9(6)V99.
           05 PF-MEIO                   PIC X.
           05 PF-REFERENCIA             PIC X(20).
