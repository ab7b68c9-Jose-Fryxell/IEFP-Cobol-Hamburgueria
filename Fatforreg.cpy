      ****** FATURA DE FORNECEDOR (FICHEIRO FATFORN.DAT) ******************
      * Uma linha por fatura lancada no TAREFA23 contra linhas de
      * ENCOMENDAS.DAT ja recebidas (ENC-ESTADO "F") do mesmo
      * fornecedor, ate 10 por fatura (encomenda + ingrediente); cada
      * linha recebida so pode estar numa fatura. FF-VALOR e o total
      * do documento do fornecedor; FF-VALOR-CONFERIDO a soma de
      * ENC-QTD-RECEBIDA x ENC-CUSTO-FATURADO das linhas, e
      * FF-DIVERGENTE = "S" quando os dois diferem. O vencimento e a
      * data da fatura mais o FOR-PRAZO-PAGAMENTO do fornecedor. Os
      * pagamentos estao em PAGFORN.DAT (Pagforreg.cpy): o que falta
      * pagar e FF-VALOR menos os pagamentos, nunca guardado.
      ******************************************************************
       01 REG-FATURA-FORN.
           05 FF-NUM-LANCAMENTO         PIC 9(5).
           05 FF-FOR-CODIGO             PIC 99.
           05 FF-NUM-FATURA             PIC X(15).
           05 FF-DATA-FATURA.
               10 FF-ANO                PIC 9999.
               10 FF-MES                PIC 99.
               10 FF-DIA                PIC 99.
           05 FF-DATA-VENCIMENTO.
               10 FF-ANO-VENC           PIC 9999.
               10 FF-MES-VENC           PIC 99.
               10 FF-DIA-VENC           PIC 99.
           05 FF-VALOR                  PIC 9(6)V99.
           05 FF-VALOR-CONFERIDO        PIC 9(6)V99.
           05 FF-DIVERGENTE             PIC X.
           05 FF-TOTAL-LINHAS           PIC 99.
           05 FF-LINHA OCCURS 10 TIMES.
               10 FF-ENC-NUMERO         PIC 9(4).
               10 FF-ENC-ING            PIC 99.
