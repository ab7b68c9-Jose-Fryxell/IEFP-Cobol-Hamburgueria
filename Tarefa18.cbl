      * As emissoes de vales (registo "E") entram no dinheiro/cartao
      * mas nao nas vendas, e a parte paga com vale e abatida ao
      * dinheiro/cartao, como no fecho do TAREFA08.
      * Mod: 15-10-2026 JS - Registo do historico e dos arquivos
      *      mensais alargado (HIS-PEDIDO com 250 posicoes) para a
      *      cauda do Pedidoreg.cpy com o numero do documento fiscal.
      * Mod: 15-10-2026 JS - Coluna propria para as vendas a prazo
      *      (metodo "P", conta corrente do cliente), que deixam de
      *      cair no cartao; a linha de exportacao passa a 110.
      * Mod: 15-10-2026 JS - Coluna propria para as vendas a cobrar
      *      na entrega (metodo "E", cobradas pelo estafeta e
      *      acertadas no TAREFA16), fora do dinheiro e do cartao da
      *      caixa; a linha de exportacao passa a 120.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA18.
       FD  HISTORICO.
           COPY "Historeg.cpy".
       FD  EXPORTACAO.
       01 REG-EXPORTACAO               PIC X(120).
       FD  ARQMENSAL.
       01 REG-ARQMENSAL                PIC X(262).
       FD  HISTRESTO.
       01 REG-HISTRESTO                PIC X(262).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-HISTORICO-STATUS          PIC XX      VALUE "00".
       77 DIA-LIQUIDO                  PIC S9(7)V99 VALUE 0.
       77 DIA-DINHEIRO                 PIC S9(7)V99 VALUE 0.
       77 DIA-CARTAO                   PIC S9(7)V99 VALUE 0.
       77 DIA-PRAZO                    PIC S9(7)V99 VALUE 0.
       77 DIA-COBRAR                   PIC S9(7)V99 VALUE 0.
      ****** TOTAIS DE CONTROLO ********************************************
       77 TOTAL-LINHAS                 PIC 9(5)    VALUE 0.
       77 TOTAL-REGISTOS               PIC 9(7)    VALUE 0.
       77 CTL-LIQUIDO                  PIC S9(9)V99 VALUE 0.
       77 CTL-DINHEIRO                 PIC S9(9)V99 VALUE 0.
       77 CTL-CARTAO                   PIC S9(9)V99 VALUE 0.
       77 CTL-PRAZO                    PIC S9(9)V99 VALUE 0.
       77 CTL-COBRAR                   PIC S9(9)V99 VALUE 0.
      ****** ROLAGEM DO MES PARA O ARQUIVO MENSAL **************************
       77 TOTAL-ROLADOS                PIC 9(7)    VALUE 0.
       77 TOTAL-RESTANTES              PIC 9(7)    VALUE 0.
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(120)  VALUE SPACES.
       77 QTD-SAIDA                    PIC ZZZZZZ9.
       77 VALOR-SAIDA                  PIC -(7)9.99.
       PROCEDURE DIVISION.
               MOVE HIS-MES-FECHO TO GRUPO-MES
               MOVE HIS-DIA-FECHO TO GRUPO-DIA
               MOVE 0 TO DIA-BRUTO, DIA-DESCONTOS, DIA-ANULADO,
                   DIA-LIQUIDO, DIA-DINHEIRO, DIA-CARTAO, DIA-PRAZO,
                   DIA-COBRAR
           END-IF.
           ADD 1 TO TOTAL-REGISTOS.
           MOVE HIS-PEDIDO TO REG-PEDIDO.
               THEN
               ADD REG-PRECO-TOTAL TO DIA-DINHEIRO
           ELSE
               IF (REG-METODO-PAGAMENTO = "P" OR
                   REG-METODO-PAGAMENTO = "p") THEN
                   ADD REG-PRECO-TOTAL TO DIA-PRAZO
               ELSE
                   IF (REG-METODO-PAGAMENTO = "E" OR
                       REG-METODO-PAGAMENTO = "e") THEN
                       ADD REG-PRECO-TOTAL TO DIA-COBRAR
                   ELSE
                       IF (REG-METODO-PAGAMENTO NOT = "V" AND
                           REG-METODO-PAGAMENTO NOT = "v") THEN
                           ADD REG-PRECO-TOTAL TO DIA-CARTAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0) THEN
               THEN
               SUBTRACT REG-PRECO-TOTAL FROM DIA-DINHEIRO
           ELSE
               IF (REG-METODO-PAGAMENTO = "P" OR
                   REG-METODO-PAGAMENTO = "p") THEN
                   SUBTRACT REG-PRECO-TOTAL FROM DIA-PRAZO
               ELSE
                   IF (REG-METODO-PAGAMENTO = "E" OR
                       REG-METODO-PAGAMENTO = "e") THEN
                       SUBTRACT REG-PRECO-TOTAL FROM DIA-COBRAR
                   ELSE
                       IF (REG-METODO-PAGAMENTO NOT = "V" AND
                           REG-METODO-PAGAMENTO NOT = "v") THEN
                           SUBTRACT REG-PRECO-TOTAL FROM DIA-CARTAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0) THEN
           MOVE VALOR-SAIDA TO LINHA-SAIDA(69:11).
           MOVE DIA-CARTAO TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(82:11).
           MOVE DIA-PRAZO TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(95:11).
           MOVE DIA-COBRAR TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(108:11).
           WRITE REG-EXPORTACAO FROM LINHA-SAIDA.
           ADD 1 TO TOTAL-LINHAS.
           ADD DIA-BRUTO TO CTL-BRUTO.
           ADD DIA-LIQUIDO TO CTL-LIQUIDO.
           ADD DIA-DINHEIRO TO CTL-DINHEIRO.
           ADD DIA-CARTAO TO CTL-CARTAO.
           ADD DIA-PRAZO TO CTL-PRAZO.
           ADD DIA-COBRAR TO CTL-COBRAR.
           MOVE "N" TO SW-HA-GRUPO.
      ****** CABECALHO E TOTAIS DE CONTROLO ********************************
       IMPRIMIR-CABECALHO.
               INTO LINHA-SAIDA.
           WRITE REG-EXPORTACAO FROM LINHA-SAIDA.
           MOVE "DATA      Z         BRUTO  DESCONTOS   ANULACOES"
               & "     LIQUIDO    DINHEIRO      CARTAO     A PRAZO"
               & "    A COBRAR"
               TO LINHA-SAIDA.
           WRITE REG-EXPORTACAO FROM LINHA-SAIDA.
      ******************************************************************
           MOVE VALOR-SAIDA TO LINHA-SAIDA(69:11).
           MOVE CTL-CARTAO TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(82:11).
           MOVE CTL-PRAZO TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(95:11).
           MOVE CTL-COBRAR TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(108:11).
           WRITE REG-EXPORTACAO FROM LINHA-SAIDA.
      ****** ROLAR O MES FECHADO PARA O ARQUIVO MENSAL *********************
      * Passagem unica: o mes pedido vai para HISTAAAAMM.DAT (em
