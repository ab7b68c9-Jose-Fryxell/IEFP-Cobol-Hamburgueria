      ****** MOVIMENTO DE CONTA CORRENTE (FICHEIRO CONTACORR.DAT) *********
      * Um registo por movimento na conta de um cliente aprovado
      * (CLI-CONTA = "S" em CLIENTES.DAT). CC-TIPO:
      *   D = pedido levado a conta (debito; TAREFA07, documento FS),
      *   A = anulacao de um pedido a conta (credito; TAREFA07, NC),
      *   C = pagamento recebido (credito; TAREFA22).
      * CC-MEIO do pagamento: T = transferencia, Q = cheque,
      * N = numerario entregue a gerencia (fora da gaveta da caixa).
      * O saldo nao e guardado: e sempre a soma dos D menos os A e os
      * C do cliente, recalculada a partir do ficheiro. Na anulacao,
      * CC-SERIE-ORIGEM/CC-NUM-DOC-ORIGEM apontam a fatura anulada.
      ******************************************************************
       01 REG-CONTA.
           05 CC-NIF                    PIC 9(9).
           05 CC-DATA.
               10 CC-ANO                PIC 9999.
               10 CC-MES                PIC 99.
               10 CC-DIA                PIC 99.
           05 CC-TIPO                   PIC X.
           05 CC-VALOR                  PIC 9(5)V99.
           05 CC-SERIE                  PIC XX.
           05 CC-NUM-DOCUMENTO          PIC 9(6).
           05 CC-SERIE-ORIGEM           PIC XX.
           05 CC-NUM-DOC-ORIGEM         PIC 9(6).
           05 CC-NUM-PEDIDO             PIC 99.
           05 CC-TERMINAL               PIC 99.
           05 CC-MEIO                   PIC X.
           05 CC-REFERENCIA             PIC X(20).
