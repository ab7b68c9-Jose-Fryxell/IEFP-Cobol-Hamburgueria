      *      para as vendas, a parte paga com vale e abatida ao
      *      dinheiro/cartao, e o passivo pendente e somado de
      *      VALES.DAT (estado "A").
      * Mod: 15-10-2026 JS - Duas caixas: resumo por terminal
      *      (REG-TERMINAL) com pedidos, vendas, dinheiro, cartao e
      *      gaveta esperada, e contagem da gaveta feita terminal a
      *      terminal contra as vendas de cada um; DIFCAIXA.DAT passa
      *      a levar o terminal. Registos sem terminal contam como 1.
      * Mod: 15-10-2026 JS - Vendas a prazo (metodo "P", conta
      *      corrente do cliente) fora do dinheiro e do cartao da
      *      gaveta, com linha propria no fecho; as anulacoes dessas
      *      vendas abatem ao mesmo total.
      * Mod: 15-10-2026 JS - Entregas a cobrar (metodo "E") fora do
      *      dinheiro e do cartao da caixa, com linha propria; os
      *      fundos de troco e acertos dos estafetas (ACERTOS.DAT,
      *      TAREFA16) entram na gaveta esperada da caixa que os deu
      *      ou recebeu e sao arquivados em HISTACERTOS.DAT no fecho.
      *      O fecho Z e recusado enquanto houver entregas a cobrar
      *      por acertar ou fundos de troco por devolver; a leitura X
      *      mostra-os.
      * Mod: 15-10-2026 JS - Anulacao de entrega a cobrar ja paga em
      *      dinheiro ao estafeta: o reembolso dado ao balcao
      *      (REG-VALOR-ENTREGUE da anulacao) sai da gaveta esperada
      *      da caixa e do dinheiro do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA08.
           SELECT VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-VALES-STATUS.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ENTREGAS-STATUS.
           SELECT ACERTOS ASSIGN TO "ACERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ACERTOS-STATUS.
           SELECT HISTACERTOS ASSIGN TO "HISTACERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-HISTACERTOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           05 DIF-CONTADO              PIC 9(7)V99.
           05 DIF-SINAL                PIC X.
           05 DIF-DIFERENCA            PIC 9(7)V99.
           05 DIF-TERMINAL             PIC 99.
       FD  ARTIGOS.
           COPY "Artigoreg.cpy".
       FD  TAXASIVA.
           05 XCT-NUM-X                PIC 9(4).
       FD  VALES.
           COPY "Valereg.cpy".
       FD  ENTREGAS.
           COPY "Entregreg.cpy".
       FD  ACERTOS.
           COPY "Acertoreg.cpy".
       FD  HISTACERTOS.
       01 REG-HISTACERTO               PIC X(67).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-FIM-FICHEIRO              PIC X       VALUE "N".
       77 TOT-LIQUIDO                  PIC S9(7)V99 VALUE 0.
       77 TOT-DINHEIRO                 PIC S9(7)V99 VALUE 0.
       77 TOT-CARTAO                   PIC S9(7)V99 VALUE 0.
       77 TOT-PRAZO                    PIC S9(7)V99 VALUE 0.
       77 TOT-COBRAR                   PIC S9(7)V99 VALUE 0.
       77 TOTAL-PEDIDOS                PIC 9(5)    VALUE 0.
       77 TOTAL-ANULADOS               PIC 9(5)    VALUE 0.
       77 NUM-PEDIDO-MIN               PIC 99      VALUE 0.
       77 TOT-VALES-VENDIDOS           PIC S9(7)V99 VALUE 0.
       77 TOT-VALES-RESGATADOS        PIC S9(7)V99 VALUE 0.
       77 VALES-PENDENTES              PIC 9(7)V99 VALUE 0.
      ****** ENTREGAS A COBRAR: FUNDOS E ACERTOS DOS ESTAFETAS *************
       77 SW-ENTREGAS-STATUS           PIC XX      VALUE "00".
       77 SW-FIM-ENTREGAS              PIC X       VALUE "N".
           88 FIM-ENTREGAS                              VALUE "S".
       77 SW-ACERTOS-STATUS            PIC XX      VALUE "00".
       77 SW-HISTACERTOS-STATUS        PIC XX      VALUE "00".
       77 SW-FIM-ACERTOS               PIC X       VALUE "N".
           88 FIM-ACERTOS                               VALUE "S".
       77 SW-HA-ACERTOS                PIC X       VALUE "N".
           88 HA-FICHEIRO-ACERTOS                       VALUE "S".
       77 TOT-EST-FUNDOS               PIC S9(7)V99 VALUE 0.
       77 TOT-EST-DINHEIRO             PIC S9(7)V99 VALUE 0.
       77 TOT-EST-CARTAO               PIC S9(7)V99 VALUE 0.
       77 TOT-EST-ENTREGUE             PIC S9(7)V99 VALUE 0.
       77 TOT-EST-DIFERENCA            PIC S9(7)V99 VALUE 0.
       77 QTD-EST-ACERTOS              PIC 9(5)    VALUE 0.
       77 PEND-ENTREGAS                PIC 9(5)    VALUE 0.
       77 PEND-VALOR                   PIC S9(7)V99 VALUE 0.
       77 PEND-FUNDOS                  PIC S9(7)V99 VALUE 0.
       77 VALOR-PEND-SAIDA             PIC ZZZ9.99 VALUE SPACES.
      ****** IVA POR BANDA (CLASSES DE ARTIGOS.DAT, TAXAS DO FICHEIRO) *****
       77 SW-ARTIGOS-STATUS            PIC XX      VALUE "00".
       77 SW-TAXAS-STATUS              PIC XX      VALUE "00".
               10 OPF-DESCONTOS         PIC S9(7)V99.
               10 OPF-ANULACOES         PIC S9(5).
               10 OPF-ANULADO           PIC S9(7)V99.
      ****** TOTAIS POR TERMINAL (CAIXA QUE GRAVOU O REGISTO) **************
       77 TOTAL-TRM                    PIC 99      VALUE 0.
       77 IND-TRM                      PIC 99      VALUE 0.
       77 IND-TRM-ACHADO               PIC 99      VALUE 0.
       77 TERMINAL-REG                 PIC 99      VALUE 0.
       77 ANT-PEDIDOS                  PIC 9(5)    VALUE 0.
       77 ANT-LIQUIDO                  PIC S9(7)V99 VALUE 0.
       77 ANT-DINHEIRO                 PIC S9(7)V99 VALUE 0.
       77 ANT-CARTAO                   PIC S9(7)V99 VALUE 0.
       77 ANT-ENTREGUE                 PIC S9(7)V99 VALUE 0.
       77 ANT-TROCO                    PIC S9(7)V99 VALUE 0.
       01 TABELA-TERMINAL-FECHO.
           05 TRM-ENT OCCURS 10 TIMES.
               10 TRM-CODIGO            PIC 99.
               10 TRM-PEDIDOS           PIC S9(5).
               10 TRM-VENDAS            PIC S9(7)V99.
               10 TRM-DINHEIRO          PIC S9(7)V99.
               10 TRM-CARTAO            PIC S9(7)V99.
               10 TRM-ENTREGUE          PIC S9(7)V99.
               10 TRM-TROCO             PIC S9(7)V99.
               10 TRM-ESTAFETAS         PIC S9(7)V99.
      ****** RECONCILIACAO DA GAVETA DE DINHEIRO ***************************
       77 TOT-ENTREGUE                 PIC S9(7)V99 VALUE 0.
       77 TOT-TROCO                    PIC S9(7)V99 VALUE 0.
               PERFORM LEITURA-X
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-ESTAFETAS.
           IF (PEND-ENTREGAS > 0 OR PEND-FUNDOS > 0) THEN
               DISPLAY "Fecho recusado: acertar primeiro os estafetas"
                   " (TAREFA16, opcao 6)."
               STOP RUN
           END-IF.
           PERFORM LER-ZCONTROL.
           OPEN INPUT PEDIDOS.
           OPEN OUTPUT FECHO.
               PERFORM LER-PEDIDO
               PERFORM PROCESSAR-PEDIDO UNTIL FIM-FICHEIRO
           END-IF.
           PERFORM CARREGAR-ACERTOS.
           IF (HA-FICHEIRO-PEDIDOS) THEN
               CLOSE PEDIDOS
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
           END-IF.
           IF (HA-FICHEIRO-ACERTOS) THEN
               OPEN OUTPUT ACERTOS
               CLOSE ACERTOS
           END-IF.
           CLOSE HISTORICO.
           PERFORM GRAVAR-ZCONTROL.
           PERFORM IMPRIMIR-FECHO.
           IF (HA-FICHEIRO-PEDIDOS) THEN
               CLOSE PEDIDOS
           END-IF.
           PERFORM VERIFICAR-ESTAFETAS.
           PERFORM CARREGAR-ACERTOS.
           PERFORM IMPRIMIR-FECHO.
           PERFORM GRAVAR-XCONTROL.
           CLOSE LEITURAX.
           WRITE REG-HISTORICO.
      ******************************************************************
       ACUMULAR-PEDIDO.
           MOVE TOTAL-PEDIDOS TO ANT-PEDIDOS.
           COMPUTE ANT-LIQUIDO = TOT-GERAL - TOT-ANULADO.
           MOVE TOT-DINHEIRO TO ANT-DINHEIRO.
           MOVE TOT-CARTAO   TO ANT-CARTAO.
           MOVE TOT-ENTREGUE TO ANT-ENTREGUE.
           MOVE TOT-TROCO    TO ANT-TROCO.
           EVALUATE REG-TIPO
               WHEN "A"
                   PERFORM ABATER-ANULACAO
               WHEN OTHER
                   PERFORM ACUMULAR-VENDA
           END-EVALUATE.
           PERFORM ACUMULAR-TERMINAL.
      ****** PASSAR PARA O TERMINAL O QUE O REGISTO MEXEU NOS TOTAIS *******
      * Os totais gerais sao fotografados antes do registo e a
      * diferenca vai para a entrada do terminal, para o resumo por
      * caixa seguir sempre as mesmas regras do fecho geral.
      ******************************************************************
       ACUMULAR-TERMINAL.
           IF (REG-TERMINAL IS NUMERIC AND REG-TERMINAL > 0) THEN
               MOVE REG-TERMINAL TO TERMINAL-REG
           ELSE
               MOVE 1 TO TERMINAL-REG
           END-IF.
           PERFORM PROCURAR-TERMINAL-FECHO.
           IF (IND-TRM-ACHADO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TRM-PEDIDOS(IND-TRM-ACHADO) =
               TRM-PEDIDOS(IND-TRM-ACHADO) + TOTAL-PEDIDOS
               - ANT-PEDIDOS.
           COMPUTE TRM-VENDAS(IND-TRM-ACHADO) =
               TRM-VENDAS(IND-TRM-ACHADO) + TOT-GERAL - TOT-ANULADO
               - ANT-LIQUIDO.
           COMPUTE TRM-DINHEIRO(IND-TRM-ACHADO) =
               TRM-DINHEIRO(IND-TRM-ACHADO) + TOT-DINHEIRO
               - ANT-DINHEIRO.
           COMPUTE TRM-CARTAO(IND-TRM-ACHADO) =
               TRM-CARTAO(IND-TRM-ACHADO) + TOT-CARTAO - ANT-CARTAO.
           COMPUTE TRM-ENTREGUE(IND-TRM-ACHADO) =
               TRM-ENTREGUE(IND-TRM-ACHADO) + TOT-ENTREGUE
               - ANT-ENTREGUE.
           COMPUTE TRM-TROCO(IND-TRM-ACHADO) =
               TRM-TROCO(IND-TRM-ACHADO) + TOT-TROCO - ANT-TROCO.
      ****** LOCALIZAR (OU ABRIR) A ENTRADA DO TERMINAL ********************
       PROCURAR-TERMINAL-FECHO.
           MOVE 0 TO IND-TRM-ACHADO.
           PERFORM COMPARAR-TERMINAL
               VARYING IND-TRM FROM 1 BY 1 UNTIL IND-TRM > TOTAL-TRM.
           IF (IND-TRM-ACHADO = 0) THEN
               IF (TOTAL-TRM = 10) THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-TRM
               MOVE TOTAL-TRM TO IND-TRM-ACHADO
               MOVE TERMINAL-REG TO TRM-CODIGO(IND-TRM-ACHADO)
               MOVE 0 TO TRM-PEDIDOS(IND-TRM-ACHADO)
               MOVE 0 TO TRM-VENDAS(IND-TRM-ACHADO)
               MOVE 0 TO TRM-DINHEIRO(IND-TRM-ACHADO)
               MOVE 0 TO TRM-CARTAO(IND-TRM-ACHADO)
               MOVE 0 TO TRM-ENTREGUE(IND-TRM-ACHADO)
               MOVE 0 TO TRM-TROCO(IND-TRM-ACHADO)
               MOVE 0 TO TRM-ESTAFETAS(IND-TRM-ACHADO)
           END-IF.
      ******************************************************************
       COMPARAR-TERMINAL.
           IF (TRM-CODIGO(IND-TRM) = TERMINAL-REG) THEN
               MOVE IND-TRM TO IND-TRM-ACHADO
           END-IF.
      ****** ENTREGAS A COBRAR POR ACERTAR E FUNDOS POR DEVOLVER ***********
      * Uma entrega a cobrar so sai das pendentes quando o TAREFA16 a
      * marca acertada; o fundo de um estafeta fica pendente ate ser
      * devolvido num acerto. Anulada antes de sair, deixa de ter
      * valor a cobrar (TAREFA07).
      ******************************************************************
       VERIFICAR-ESTAFETAS.
           MOVE 0 TO PEND-ENTREGAS, PEND-VALOR, PEND-FUNDOS.
           MOVE "N" TO SW-FIM-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF (SW-ENTREGAS-STATUS = "00") THEN
               PERFORM LER-ENTREGA-PENDENTE UNTIL FIM-ENTREGAS
               CLOSE ENTREGAS
           END-IF.
           MOVE "N" TO SW-FIM-ACERTOS.
           OPEN INPUT ACERTOS.
           IF (SW-ACERTOS-STATUS = "00") THEN
               PERFORM LER-FUNDO-PENDENTE UNTIL FIM-ACERTOS
               CLOSE ACERTOS
           END-IF.
           IF (PEND-FUNDOS > 0) THEN
               MOVE PEND-FUNDOS TO VALOR-PEND-SAIDA
               DISPLAY "Fundos de troco por devolver: " VALOR-PEND-SAIDA
           END-IF.
      ******************************************************************
       LER-ENTREGA-PENDENTE.
           READ ENTREGAS
               AT END
                   MOVE "S" TO SW-FIM-ENTREGAS
               NOT AT END
                   IF (ENT-COBRAR = "S" AND ENT-ACERTADO NOT = "S") THEN
                       ADD 1 TO PEND-ENTREGAS
                       IF (ENT-VALOR-COBRAR IS NUMERIC) THEN
                           ADD ENT-VALOR-COBRAR TO PEND-VALOR
                           MOVE ENT-VALOR-COBRAR TO VALOR-PEND-SAIDA
                       ELSE
                           MOVE 0 TO VALOR-PEND-SAIDA
                       END-IF
                       DISPLAY "Por acertar: pedido " ENT-NUM-PEDIDO
                           " estado " ENT-ESTADO " estafeta "
                           ENT-ESTAFETA " valor " VALOR-PEND-SAIDA
                   END-IF
           END-READ.
      ******************************************************************
       LER-FUNDO-PENDENTE.
           READ ACERTOS
               AT END
                   MOVE "S" TO SW-FIM-ACERTOS
               NOT AT END
                   IF (ACR-TIPO = "F") THEN
                       ADD ACR-FUNDO TO PEND-FUNDOS
                   ELSE
                       SUBTRACT ACR-FUNDO FROM PEND-FUNDOS
                   END-IF
           END-READ.
      ****** FUNDOS E ACERTOS DO PERIODO NA GAVETA DE CADA CAIXA ***********
      * O fundo entregue ao estafeta sai da gaveta da caixa indicada;
      * o valor que ele entrega no acerto entra nessa caixa (a falta
      * ou sobra fica registada contra o estafeta, nao contra a
      * caixa). No fecho Z os registos vao para HISTACERTOS.DAT com
      * o numero Z.
      ******************************************************************
       CARREGAR-ACERTOS.
           MOVE "N" TO SW-FIM-ACERTOS.
           MOVE "N" TO SW-HA-ACERTOS.
           OPEN INPUT ACERTOS.
           IF (SW-ACERTOS-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO SW-HA-ACERTOS.
           IF (NOT MODO-X) THEN
               OPEN EXTEND HISTACERTOS
               IF (SW-HISTACERTOS-STATUS = "35") THEN
                   OPEN OUTPUT HISTACERTOS
               END-IF
           END-IF.
           PERFORM LER-ACERTO UNTIL FIM-ACERTOS.
           CLOSE ACERTOS.
           IF (NOT MODO-X) THEN
               CLOSE HISTACERTOS
           END-IF.
      ******************************************************************
       LER-ACERTO.
           READ ACERTOS
               AT END
                   MOVE "S" TO SW-FIM-ACERTOS
               NOT AT END
                   PERFORM ACUMULAR-ACERTO
                   IF (NOT MODO-X) THEN
                       MOVE NUM-Z TO ACR-NUM-Z
                       WRITE REG-HISTACERTO FROM REG-ACERTO
                   END-IF
           END-READ.
      ******************************************************************
       ACUMULAR-ACERTO.
           IF (ACR-TERMINAL IS NUMERIC AND ACR-TERMINAL > 0) THEN
               MOVE ACR-TERMINAL TO TERMINAL-REG
           ELSE
               MOVE 1 TO TERMINAL-REG
           END-IF.
           PERFORM PROCURAR-TERMINAL-FECHO.
           IF (ACR-TIPO = "F") THEN
               ADD ACR-FUNDO TO TOT-EST-FUNDOS
               IF (IND-TRM-ACHADO > 0) THEN
                   SUBTRACT ACR-FUNDO FROM TRM-ESTAFETAS(IND-TRM-ACHADO)
               END-IF
           ELSE
               ADD 1 TO QTD-EST-ACERTOS
               ADD ACR-DINHEIRO TO TOT-EST-DINHEIRO
               ADD ACR-CARTAO TO TOT-EST-CARTAO
               ADD ACR-ENTREGUE TO TOT-EST-ENTREGUE
               IF (ACR-SINAL = "-") THEN
                   SUBTRACT ACR-DIFERENCA FROM TOT-EST-DIFERENCA
               ELSE
                   ADD ACR-DIFERENCA TO TOT-EST-DIFERENCA
               END-IF
               IF (IND-TRM-ACHADO > 0) THEN
                   ADD ACR-ENTREGUE TO TRM-ESTAFETAS(IND-TRM-ACHADO)
               END-IF
           END-IF.
      ****** EMISSAO DE VALE: DINHEIRO NA GAVETA, FORA DAS VENDAS **********
       ACUMULAR-VALE-VENDIDO.
           ADD 1 TO TOT-VALES-QTD.
               ADD REG-VALOR-ENTREGUE TO TOT-ENTREGUE
               ADD REG-VALOR-TROCO TO TOT-TROCO
           ELSE
               IF (REG-METODO-PAGAMENTO = "P" OR
                   REG-METODO-PAGAMENTO = "p") THEN
                   ADD REG-PRECO-TOTAL TO TOT-PRAZO
               ELSE
                   IF (REG-METODO-PAGAMENTO = "E" OR
                       REG-METODO-PAGAMENTO = "e") THEN
                       ADD REG-PRECO-TOTAL TO TOT-COBRAR
                   ELSE
                       IF (REG-METODO-PAGAMENTO NOT = "V" AND
                           REG-METODO-PAGAMENTO NOT = "v") THEN
                           ADD REG-PRECO-TOTAL TO TOT-CARTAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0) THEN
           MOVE +1 TO SINAL-IVA.
           PERFORM ACUMULAR-BANDAS-REG.
      ****** ABATER UM REGISTO DE ANULACAO AOS TOTAIS **********************
      * Na anulacao de uma entrega a cobrar ja paga ao estafeta em
      * dinheiro, REG-VALOR-ENTREGUE e o reembolso dado ao balcao
      * (TAREFA07) e sai da gaveta esperada da caixa que anulou.
      ******************************************************************
       ABATER-ANULACAO.
           ADD 1 TO TOTAL-ANULADOS.
           SUBTRACT REG-QTD-PEQUENO  FROM TOT-QTD-PEQUENO.
               SUBTRACT REG-VALOR-ENTREGUE FROM TOT-ENTREGUE
               SUBTRACT REG-VALOR-TROCO FROM TOT-TROCO
           ELSE
               IF (REG-METODO-PAGAMENTO = "P" OR
                   REG-METODO-PAGAMENTO = "p") THEN
                   SUBTRACT REG-PRECO-TOTAL FROM TOT-PRAZO
               ELSE
                   IF (REG-METODO-PAGAMENTO = "E" OR
                       REG-METODO-PAGAMENTO = "e") THEN
                       SUBTRACT REG-PRECO-TOTAL FROM TOT-COBRAR
                       IF (REG-VALOR-ENTREGUE IS NUMERIC) THEN
                           SUBTRACT REG-VALOR-ENTREGUE
                               FROM TOT-ENTREGUE
                       END-IF
                   ELSE
                       IF (REG-METODO-PAGAMENTO NOT = "V" AND
                           REG-METODO-PAGAMENTO NOT = "v") THEN
                           SUBTRACT REG-PRECO-TOTAL FROM TOT-CARTAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (REG-VALOR-VALE IS NUMERIC AND REG-VALOR-VALE > 0) THEN
                           TO OPF-DINHEIRO(IND-OPF-ACHADO)
                   END-IF
               END-IF
               IF ((REG-METODO-PAGAMENTO = "E" OR
                    REG-METODO-PAGAMENTO = "e") AND
                   REG-VALOR-ENTREGUE IS NUMERIC) THEN
                   SUBTRACT REG-VALOR-ENTREGUE
                       FROM OPF-DINHEIRO(IND-OPF-ACHADO)
               END-IF
           END-IF.
      ****** DINHEIRO DA EMISSAO DE UM VALE ATRIBUIDO AO OPERADOR **********
       ACUMULAR-OPERADOR-VALE.
           COMPUTE BANDA-BRUTO(IND-BANDA) = BANDA-BRUTO(IND-BANDA)
               + SINAL-IVA * VALOR-CLASSE.
      ****** RECONCILIACAO DA GAVETA: CONTAGEM CEGA E SOBRA/FALTA *********
      * Cada caixa tem a sua gaveta: a contagem e feita terminal a
      * terminal contra o dinheiro que esse terminal recebeu. Num dia
      * sem vendas conta-se na mesma a gaveta do terminal 1.
      ******************************************************************
       RECONCILIAR-CAIXA.
           IF (TOTAL-TRM = 0) THEN
               MOVE 1 TO TERMINAL-REG
               PERFORM PROCURAR-TERMINAL-FECHO
           END-IF.
           PERFORM RECONCILIAR-TERMINAL
               VARYING IND-TRM FROM 1 BY 1 UNTIL IND-TRM > TOTAL-TRM.
      ******************************************************************
       RECONCILIAR-TERMINAL.
           DISPLAY "RECONCILIACAO DA GAVETA - TERMINAL "
               TRM-CODIGO(IND-TRM).
           PERFORM SOLICITAR-OPERADOR.
           DISPLAY "Fundo de caixa inicial (ex. 50.00):".
           ACCEPT ENTRADA-VALOR.
           MOVE 0 TO DINHEIRO-CONTADO.
           PERFORM CONTAR-DENOMINACAO
               VARYING IDX-DENOM FROM 1 BY 1 UNTIL IDX-DENOM > 12.
           COMPUTE DINHEIRO-ESPERADO = FUNDO-CAIXA
               + TRM-ENTREGUE(IND-TRM) - TRM-TROCO(IND-TRM)
               + TRM-ESTAFETAS(IND-TRM).
           COMPUTE DIFERENCA-CAIXA =
               DINHEIRO-CONTADO - DINHEIRO-ESPERADO.
           PERFORM IMPRIMIR-RECONCILIACAO.
       IMPRIMIR-RECONCILIACAO.
           MOVE SPACES TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "CONTAGEM DE CAIXA - TERMINAL " DELIMITED BY SIZE
               TRM-CODIGO(IND-TRM) DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.

           MOVE FUNDO-CAIXA TO VALOR-SAIDA.
           MOVE DIA TO DIF-DIA.
           MOVE NUM-Z TO DIF-NUM-Z.
           MOVE OPERADOR TO DIF-OPERADOR.
           MOVE TRM-CODIGO(IND-TRM) TO DIF-TERMINAL.
           MOVE DINHEIRO-ESPERADO TO DIF-ESPERADO.
           MOVE DINHEIRO-CONTADO TO DIF-CONTADO.
           IF (DIFERENCA-CAIXA < 0) THEN
                   VALOR-SAIDA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               PERFORM GRAVAR-LINHA-REL

               MOVE TOT-PRAZO TO VALOR-SAIDA
               MOVE SPACES TO LINHA-SAIDA
               STRING "  - a prazo (c/corrente)  " DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               PERFORM GRAVAR-LINHA-REL

               MOVE TOT-COBRAR TO VALOR-SAIDA
               MOVE SPACES TO LINHA-SAIDA
               STRING "  - a cobrar na entrega . " DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               PERFORM GRAVAR-LINHA-REL
               IF (MODO-X) THEN
                   COMPUTE DINHEIRO-ESPERADO =
                       TOT-ENTREGUE - TOT-TROCO + TOT-EST-ENTREGUE
                       - TOT-EST-FUNDOS
                   MOVE DINHEIRO-ESPERADO TO VALOR-SAIDA
                   MOVE SPACES TO LINHA-SAIDA
                   STRING "Gaveta esperada (s/fundo)  " DELIMITED BY
               END-IF
               PERFORM IMPRIMIR-BANDAS-IVA
               PERFORM IMPRIMIR-OPERADORES
               PERFORM IMPRIMIR-TERMINAIS
           END-IF.
           PERFORM IMPRIMIR-ESTAFETAS.
           PERFORM IMPRIMIR-VALES.
      ****** ENTREGAS A COBRAR E ACERTOS DOS ESTAFETAS *********************
       IMPRIMIR-ESTAFETAS.
           IF (TOT-EST-FUNDOS = 0 AND QTD-EST-ACERTOS = 0 AND
               PEND-ENTREGAS = 0 AND PEND-FUNDOS = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE "ESTAFETAS (ENTREGAS A COBRAR)" TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE TOT-EST-FUNDOS TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Fundos de troco saidos ... " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE TOT-EST-DINHEIRO TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Cobrado em dinheiro ...... " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE TOT-EST-CARTAO TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Cobrado em cartao ........ " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE QTD-EST-ACERTOS TO QTD-SAIDA.
           MOVE TOT-EST-ENTREGUE TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Entregue (" DELIMITED BY SIZE
               QTD-SAIDA DELIMITED BY SIZE
               " acertos)   " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE TOT-EST-DIFERENCA TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Sobras/faltas estafetas .. " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           IF (PEND-ENTREGAS > 0) THEN
               MOVE PEND-ENTREGAS TO QTD-SAIDA
               MOVE PEND-VALOR TO VALOR-SAIDA
               MOVE SPACES TO LINHA-SAIDA
               STRING "POR ACERTAR (" DELIMITED BY SIZE
                   QTD-SAIDA DELIMITED BY SIZE
                   " ent.) . " DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               PERFORM GRAVAR-LINHA-REL
               DISPLAY LINHA-SAIDA
           END-IF.
           IF (PEND-FUNDOS > 0) THEN
               MOVE PEND-FUNDOS TO VALOR-SAIDA
               MOVE SPACES TO LINHA-SAIDA
               STRING "FUNDOS POR DEVOLVER ...... " DELIMITED BY SIZE
                   VALOR-SAIDA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               PERFORM GRAVAR-LINHA-REL
           END-IF.
      ****** VALES-OFERTA: VENDIDOS, RESGATADOS E PASSIVO PENDENTE *********
       IMPRIMIR-VALES.
           PERFORM CARREGAR-VALES-PENDENTES.
           MOVE OPF-ANULADO(IND-OPF) TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(51:10).
           PERFORM GRAVAR-LINHA-REL.
      ****** RESUMO POR TERMINAL (GAVETA ESPERADA SEM O FUNDO) *************
       IMPRIMIR-TERMINAIS.
           IF (TOTAL-TRM = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE "RESUMO POR TERMINAL" TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           MOVE "TERM PEDID     VENDAS   DINHEIRO     CARTAO  ESTAFETAS"
               & "     GAVETA" TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-REL.
           PERFORM IMPRIMIR-LINHA-TERMINAL
               VARYING IND-TRM FROM 1 BY 1 UNTIL IND-TRM > TOTAL-TRM.
      ******************************************************************
       IMPRIMIR-LINHA-TERMINAL.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE TRM-CODIGO(IND-TRM) TO LINHA-SAIDA(2:2).
           MOVE TRM-PEDIDOS(IND-TRM) TO QTD-SAIDA.
           MOVE QTD-SAIDA TO LINHA-SAIDA(6:5).
           MOVE TRM-VENDAS(IND-TRM) TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(12:10).
           MOVE TRM-DINHEIRO(IND-TRM) TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(23:10).
           MOVE TRM-CARTAO(IND-TRM) TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(34:10).
           MOVE TRM-ESTAFETAS(IND-TRM) TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(45:10).
           COMPUTE DINHEIRO-ESPERADO =
               TRM-ENTREGUE(IND-TRM) - TRM-TROCO(IND-TRM)
               + TRM-ESTAFETAS(IND-TRM).
           MOVE DINHEIRO-ESPERADO TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(56:10).
           PERFORM GRAVAR-LINHA-REL.
       END PROGRAM TAREFA08.
