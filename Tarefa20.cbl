      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Engenharia de menu: custo teorico do prato de cada artigo pela
      * ficha tecnica (FICHATEC.DAT) ao custo unitario dos
      * ingredientes, preco sem IVA (ARTIGOS.DAT, IVATAXAS.DAT),
      * margem unitaria e food-cost %, unidades vendidas no periodo
      * (HISTAAAAMM.DAT e HISTORICO.DAT, como no TAREFA10), margem
      * total e o quadrante popularidade x rentabilidade:
      *   ESTRELA = popular e rentavel, CAVALO = popular e pouco
      *   rentavel, ENIGMA = pouco popular e rentavel, CAO = nenhum.
      * Popular: quota de vendas >= 70% da quota media (1 / numero de
      * artigos). Rentavel: margem unitaria >= margem media ponderada
      * pelas vendas. Os combos de PROMOCOES.DAT sao custeados pelos
      * tres componentes contra o preco do combo.
      * Custo de um ingrediente: o ultimo ENC-CUSTO-FATURADO de uma
      * encomenda recebida ate a data final (ENCOMENDAS.DAT); sem
      * rececao, o custo mais barato de FORNECEDORES.DAT. Um artigo
      * com um ingrediente sem custo e assinalado e fica fora da
      * margem media e da classificacao. Relatorio em RELMENU.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-HISTORICO-STATUS.
           SELECT ARQMENSAL ASSIGN TO NOME-ARQMENSAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ARQMENSAL-STATUS.
           SELECT ARTIGOS ASSIGN TO "ARTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ARTIGOS-STATUS.
           SELECT INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-INGRED-STATUS.
           SELECT FICHATEC ASSIGN TO "FICHATEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-FICHA-STATUS.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-FORNEC-STATUS.
           SELECT ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ENCOMENDAS-STATUS.
           SELECT PROMOCOES ASSIGN TO "PROMOCOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-PROMOCOES-STATUS.
           SELECT TAXASIVA ASSIGN TO "IVATAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-TAXAS-STATUS.
           SELECT RELATORIO ASSIGN TO "RELMENU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           COPY "Historeg.cpy".
       FD  ARQMENSAL.
       01 REG-ARQMENSAL                PIC X(262).
       FD  ARTIGOS.
           COPY "Artigoreg.cpy".
       FD  INGREDIENTES.
           COPY "Ingredreg.cpy".
       FD  FICHATEC.
           COPY "Fichatec.cpy".
       FD  FORNECEDORES.
           COPY "Fornreg.cpy".
       FD  ENCOMENDAS.
           COPY "Encreg.cpy".
       FD  PROMOCOES.
           COPY "Promoreg.cpy".
       FD  TAXASIVA.
           COPY "Ivareg.cpy".
       FD  RELATORIO.
       01 REG-RELATORIO                PIC X(80).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-HISTORICO-STATUS          PIC XX      VALUE "00".
       77 SW-ARTIGOS-STATUS            PIC XX      VALUE "00".
       77 SW-INGRED-STATUS             PIC XX      VALUE "00".
       77 SW-FICHA-STATUS              PIC XX      VALUE "00".
       77 SW-FORNEC-STATUS             PIC XX      VALUE "00".
       77 SW-ENCOMENDAS-STATUS         PIC XX      VALUE "00".
       77 SW-PROMOCOES-STATUS          PIC XX      VALUE "00".
       77 SW-TAXAS-STATUS              PIC XX      VALUE "00".
       77 SW-FIM-HISTORICO             PIC X       VALUE "N".
           88 FIM-HISTORICO                             VALUE "S".
       77 SW-FIM-ARTIGOS               PIC X       VALUE "N".
           88 FIM-ARTIGOS                               VALUE "S".
       77 SW-FIM-INGRED                PIC X       VALUE "N".
           88 FIM-INGRED                                VALUE "S".
       77 SW-FIM-FICHA                 PIC X       VALUE "N".
           88 FIM-FICHA                                 VALUE "S".
       77 SW-FIM-FORNEC                PIC X       VALUE "N".
           88 FIM-FORNEC                                VALUE "S".
       77 SW-FIM-ENCOMENDAS            PIC X       VALUE "N".
           88 FIM-ENCOMENDAS                            VALUE "S".
       77 SW-FIM-PROMOCOES             PIC X       VALUE "N".
           88 FIM-PROMOCOES                             VALUE "S".
       77 SW-FIM-TAXAS                 PIC X       VALUE "N".
           88 FIM-TAXAS                                 VALUE "S".
      ****** ARQUIVOS MENSAIS DO HISTORICO (TAREFA18) **********************
       77 SW-ARQMENSAL-STATUS          PIC XX      VALUE "00".
       77 SW-FIM-ARQMENSAL             PIC X       VALUE "N".
           88 FIM-ARQMENSAL                             VALUE "S".
       77 NOME-ARQMENSAL               PIC X(14)   VALUE SPACES.
       77 ANOMES-ARQ                   PIC 9(6)    VALUE 0.
       77 ANOMES-FIM                   PIC 9(6)    VALUE 0.
       77 MESES-LIDOS                  PIC 9(3)    VALUE 0.
       77 ARQUIVOS-LIDOS               PIC 9(3)    VALUE 0.
       77 ANOMES-CORRENTE              PIC 9(6)    VALUE 0.
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
      ****** REGISTO DE PEDIDO DESEMPACOTADO DO HISTORICO ******************
           COPY "Pedidoreg.cpy".
      ****** INTERVALO DE DATAS ********************************************
       77 DATA-INICIO-NUM              PIC 9(8)    VALUE 0.
       77 DATA-FIM-NUM                 PIC 9(8)    VALUE 0.
       77 DATA-PEDIDO-NUM              PIC 9(8)    VALUE 0.
       77 DATA-ENCOMENDA-NUM           PIC 9(8)    VALUE 0.
       77 SINAL                        PIC S9      VALUE +1.
      ****** TAXAS DE IVA (RECURSO, SUBSTITUIDAS PELO FICHEIRO) ************
       01 TABELA-TAXAS-IVA.
           05 FILLER                   PIC X(5)    VALUE "N2300".
           05 FILLER                   PIC X(5)    VALUE "I1300".
           05 FILLER                   PIC X(5)    VALUE "R0600".
       01 TABELA-TAXAS-IVA-R REDEFINES TABELA-TAXAS-IVA.
           05 TXA-ENT OCCURS 3 TIMES.
               10 TXA-CLASSE            PIC X.
               10 TXA-PERCENT           PIC 99V99.
       77 IND-TXA                      PIC 9       VALUE 0.
       77 TAXA-ARTIGO                  PIC 99V99   VALUE 0.
      ****** INGREDIENTES E CUSTO UNITARIO *********************************
       77 TOTAL-INGREDIENTES           PIC 99      VALUE 0.
       77 IND-ING                      PIC 99      VALUE 0.
       77 IND-ING-ACHADO               PIC 99      VALUE 0.
       77 ING-PROCURADO                PIC 99      VALUE 0.
       01 TABELA-INGREDIENTES.
           05 ING-TAB OCCURS 30 TIMES.
               10 TAB-ING-CODIGO        PIC 99.
               10 TAB-ING-DESCRICAO     PIC X(20).
               10 TAB-ING-CUSTO-TABELA  PIC 999V99.
               10 TAB-ING-CUSTO-FATURADO PIC 999V99.
               10 TAB-ING-DATA-FATURADO PIC 9(8).
               10 TAB-ING-CUSTO         PIC 999V99.
               10 TAB-ING-ORIGEM        PIC X(10).
      ****** FICHA TECNICA *************************************************
       77 TOTAL-FICHAS                 PIC 99      VALUE 0.
       77 IND-FT                       PIC 99      VALUE 0.
       01 TABELA-FICHA-TECNICA.
           05 FT-TAB OCCURS 60 TIMES.
               10 TAB-FT-ARTIGO         PIC 99.
               10 TAB-FT-INGRED         PIC 99.
               10 TAB-FT-QTD            PIC 99.
      ****** ARTIGOS (1-8, 9 = CODIGO 10, 10 = CODIGO 11) ******************
       77 IND-ART                      PIC 99      VALUE 0.
       77 COD-CONSULTA                 PIC 99      VALUE 0.
       77 TOTAL-ARTIGOS-MENU           PIC 99      VALUE 0.
       01 TABELA-ARTIGOS.
           05 ART-TAB OCCURS 10 TIMES.
               10 TAB-ART-CODIGO        PIC 99.
               10 TAB-ART-DESCRICAO     PIC X(22).
               10 TAB-ART-PRECO         PIC 999V99.
               10 TAB-ART-IVA           PIC X.
               10 TAB-ART-PRESENTE      PIC X       VALUE "N".
               10 TAB-ART-CUSTO         PIC 9(5)V99 VALUE 0.
               10 TAB-ART-SEM-CUSTO     PIC X.
               10 TAB-ART-SEM-FICHA     PIC X.
               10 TAB-ART-LIQUIDO       PIC 9(5)V99 VALUE 0.
               10 TAB-ART-MARGEM        PIC S9(5)V99 VALUE 0.
               10 TAB-ART-FOOD-COST     PIC 9(3)V9  VALUE 0.
               10 TAB-ART-VENDIDOS      PIC S9(7)   VALUE 0.
               10 TAB-ART-MARGEM-TOTAL  PIC S9(9)V99 VALUE 0.
               10 TAB-ART-CLASSE        PIC X(8).
      ****** COMBOS (PROMOCOES.DAT, TIPO "C") ******************************
       77 TOTAL-COMBOS                 PIC 99      VALUE 0.
       77 IND-CMB                      PIC 99      VALUE 0.
       01 TABELA-COMBOS.
           05 CMB-TAB OCCURS 20 TIMES.
               10 TAB-CMB-DESCRICAO     PIC X(20).
               10 TAB-CMB-ART           PIC 99 OCCURS 3 TIMES.
               10 TAB-CMB-PRECO         PIC 999V99.
       77 IND-CMP                      PIC 9       VALUE 0.
       77 CMB-CUSTO                    PIC 9(5)V99 VALUE 0.
       77 CMB-LISTA-BRUTO              PIC 9(5)V99 VALUE 0.
       77 CMB-LISTA-LIQUIDO            PIC 9(5)V99 VALUE 0.
       77 CMB-LIQUIDO                  PIC 9(5)V99 VALUE 0.
       77 CMB-MARGEM                   PIC S9(5)V99 VALUE 0.
       77 CMB-FOOD-COST                PIC 9(3)V9  VALUE 0.
       77 SW-CMB-SEM-CUSTO             PIC X       VALUE "N".
           88 CMB-SEM-CUSTO                             VALUE "S".
       77 CMB-ARTIGOS-SAIDA            PIC X(8)    VALUE SPACES.
       77 CMB-AVISO                    PIC X(10)   VALUE SPACES.
      ****** TOTAIS E LIMIARES DO QUADRANTE ********************************
       77 TOTAL-VENDIDOS               PIC S9(7)   VALUE 0.
       77 TOTAL-VENDIDOS-CUSTEADOS     PIC S9(7)   VALUE 0.
       77 TOTAL-MARGEM                 PIC S9(9)V99 VALUE 0.
       77 TOTAL-MARGEM-CUSTEADA        PIC S9(9)V99 VALUE 0.
       77 MARGEM-MEDIA                 PIC S9(5)V99 VALUE 0.
       77 QUOTA-ARTIGO                 PIC 9(3)V99 VALUE 0.
       77 QUOTA-MINIMA                 PIC 9(3)V99 VALUE 0.
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(80)   VALUE SPACES.
       77 DESC-SAIDA                   PIC X(18)   VALUE SPACES.
       77 CUSTO-SAIDA                  PIC ZZ9.99  VALUE SPACES.
       77 LIQUIDO-SAIDA                PIC ZZ9.99  VALUE SPACES.
       77 MARGEM-SAIDA                 PIC ---9.99.
       77 FOOD-COST-SAIDA              PIC ZZ9.9   VALUE SPACES.
       77 QTD-SAIDA                    PIC ----9.
       77 VALOR-SAIDA                  PIC -(6)9.99.
       77 QUOTA-SAIDA                  PIC ZZ9.99.
       77 COD-SAIDA                    PIC 99      VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA20 - ENGENHARIA DE MENU".
           DISPLAY "Data inicial (AAAAMMDD):".
           ACCEPT DATA-INICIO-NUM.
           DISPLAY "Data final (AAAAMMDD):".
           ACCEPT DATA-FIM-NUM.
           IF (DATA-FIM-NUM = 0) THEN
               MOVE 99999999 TO DATA-FIM-NUM
           END-IF.
           IF (DATA-FIM-NUM < DATA-INICIO-NUM) THEN
               DISPLAY "Intervalo de datas invalido."
               STOP RUN
           END-IF.
           PERFORM CARREGAR-TAXAS-IVA.
           PERFORM CARREGAR-ARTIGOS.
           PERFORM CARREGAR-INGREDIENTES.
           PERFORM CARREGAR-CUSTOS.
           PERFORM CARREGAR-CUSTOS-FATURADOS.
           PERFORM ESCOLHER-CUSTO
               VARYING IND-ING FROM 1 BY 1
               UNTIL IND-ING > TOTAL-INGREDIENTES.
           PERFORM CARREGAR-FICHA-TECNICA.
           PERFORM CARREGAR-COMBOS.
           IF (DATA-INICIO-NUM > 0) THEN
               PERFORM LER-ARQUIVOS-MENSAIS
           ELSE
               DISPLAY "Aviso: sem data inicial, os meses ja"
                   " arquivados pelo TAREFA18 ficam de fora."
           END-IF.
           OPEN INPUT HISTORICO.
           IF (SW-HISTORICO-STATUS = "00") THEN
               PERFORM LER-HISTORICO UNTIL FIM-HISTORICO
               CLOSE HISTORICO
           END-IF.
           PERFORM CUSTEAR-ARTIGO
               VARYING IND-ART FROM 1 BY 1 UNTIL IND-ART > 10.
           PERFORM CLASSIFICAR-ARTIGOS.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIMIR-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em RELMENU.DAT.".
           STOP RUN.
      ****** TAXAS DE IVA DO FICHEIRO (VER TAREFA09) ***********************
       CARREGAR-TAXAS-IVA.
           OPEN INPUT TAXASIVA.
           IF (SW-TAXAS-STATUS = "00") THEN
               PERFORM LER-TAXA-IVA UNTIL FIM-TAXAS
               CLOSE TAXASIVA
           END-IF.
      ******************************************************************
       LER-TAXA-IVA.
           READ TAXASIVA
               AT END
                   MOVE "S" TO SW-FIM-TAXAS
               NOT AT END
                   PERFORM ATUALIZAR-TAXA-IVA
                       VARYING IND-TXA FROM 1 BY 1 UNTIL IND-TXA > 3
           END-READ.
      ******************************************************************
       ATUALIZAR-TAXA-IVA.
           IF (TXA-CLASSE(IND-TXA) = TXI-CLASSE) THEN
               MOVE TXI-PERCENT TO TXA-PERCENT(IND-TXA)
           END-IF.
      ****** TAXA DA CLASSE DO ARTIGO IND-ART (I SE DESCONHECIDA) **********
       OBTER-TAXA-ARTIGO.
           EVALUATE TAB-ART-IVA(IND-ART)
               WHEN "N"
                   MOVE TXA-PERCENT(1) TO TAXA-ARTIGO
               WHEN "R"
                   MOVE TXA-PERCENT(3) TO TAXA-ARTIGO
               WHEN OTHER
                   MOVE TXA-PERCENT(2) TO TAXA-ARTIGO
           END-EVALUATE.
      ****** ARTIGOS DO FICHEIRO MESTRE ************************************
       CARREGAR-ARTIGOS.
           OPEN INPUT ARTIGOS.
           IF (SW-ARTIGOS-STATUS = "00") THEN
               PERFORM LER-ARTIGO UNTIL FIM-ARTIGOS
               CLOSE ARTIGOS
           END-IF.
      ******************************************************************
       LER-ARTIGO.
           READ ARTIGOS
               AT END
                   MOVE "S" TO SW-FIM-ARTIGOS
               NOT AT END
                   MOVE ART-CODIGO TO COD-CONSULTA
                   PERFORM INDICE-ARTIGO
                   IF (IND-ART > 0) THEN
                       MOVE ART-CODIGO    TO TAB-ART-CODIGO(IND-ART)
                       MOVE ART-DESCRICAO TO TAB-ART-DESCRICAO(IND-ART)
                       MOVE ART-PRECO     TO TAB-ART-PRECO(IND-ART)
                       MOVE ART-IVA       TO TAB-ART-IVA(IND-ART)
                       MOVE "S"           TO TAB-ART-PRESENTE(IND-ART)
                       ADD 1 TO TOTAL-ARTIGOS-MENU
                   END-IF
           END-READ.
      ****** POSICAO NA TABELA DO CODIGO EM COD-CONSULTA (0 = NENHUMA) *****
       INDICE-ARTIGO.
           EVALUATE COD-CONSULTA
               WHEN 1 THRU 8
                   MOVE COD-CONSULTA TO IND-ART
               WHEN 10
                   MOVE 9 TO IND-ART
               WHEN 11
                   MOVE 10 TO IND-ART
               WHEN OTHER
                   MOVE 0 TO IND-ART
           END-EVALUATE.
      ****** INGREDIENTES ***************************************************
       CARREGAR-INGREDIENTES.
           OPEN INPUT INGREDIENTES.
           IF (SW-INGRED-STATUS = "00") THEN
               PERFORM LER-INGREDIENTE UNTIL FIM-INGRED
               CLOSE INGREDIENTES
           END-IF.
      ******************************************************************
       LER-INGREDIENTE.
           READ INGREDIENTES
               AT END
                   MOVE "S" TO SW-FIM-INGRED
               NOT AT END
                   IF (TOTAL-INGREDIENTES < 30) THEN
                       ADD 1 TO TOTAL-INGREDIENTES
                       MOVE ING-CODIGO
                           TO TAB-ING-CODIGO(TOTAL-INGREDIENTES)
                       MOVE ING-DESCRICAO
                           TO TAB-ING-DESCRICAO(TOTAL-INGREDIENTES)
                       MOVE 0
                         TO TAB-ING-CUSTO-TABELA(TOTAL-INGREDIENTES)
                       MOVE 0
                         TO TAB-ING-CUSTO-FATURADO(TOTAL-INGREDIENTES)
                       MOVE 0
                         TO TAB-ING-DATA-FATURADO(TOTAL-INGREDIENTES)
                   END-IF
           END-READ.
      ******************************************************************
       PROCURAR-INGREDIENTE.
           MOVE 0 TO IND-ING-ACHADO.
           PERFORM COMPARAR-INGREDIENTE
               VARYING IND-ING FROM 1 BY 1
               UNTIL IND-ING > TOTAL-INGREDIENTES.
      ******************************************************************
       COMPARAR-INGREDIENTE.
           IF (TAB-ING-CODIGO(IND-ING) = ING-PROCURADO) THEN
               MOVE IND-ING TO IND-ING-ACHADO
           END-IF.
      ****** CUSTO MAIS BARATO DE CADA INGREDIENTE (COMO NO TAREFA11) ******
       CARREGAR-CUSTOS.
           OPEN INPUT FORNECEDORES.
           IF (SW-FORNEC-STATUS = "00") THEN
               PERFORM LER-FORNECEDOR UNTIL FIM-FORNEC
               CLOSE FORNECEDORES
           END-IF.
      ******************************************************************
       LER-FORNECEDOR.
           READ FORNECEDORES
               AT END
                   MOVE "S" TO SW-FIM-FORNEC
               NOT AT END
                   MOVE FOR-ING-CODIGO TO ING-PROCURADO
                   PERFORM PROCURAR-INGREDIENTE
                   IF (IND-ING-ACHADO > 0 AND FOR-CUSTO > 0) THEN
                       IF (TAB-ING-CUSTO-TABELA(IND-ING-ACHADO) = 0 OR
                           FOR-CUSTO <
                           TAB-ING-CUSTO-TABELA(IND-ING-ACHADO)) THEN
                           MOVE FOR-CUSTO
                             TO TAB-ING-CUSTO-TABELA(IND-ING-ACHADO)
                       END-IF
                   END-IF
           END-READ.
      ****** ULTIMO CUSTO FATURADO NUMA RECECAO ATE A DATA FINAL ***********
       CARREGAR-CUSTOS-FATURADOS.
           OPEN INPUT ENCOMENDAS.
           IF (SW-ENCOMENDAS-STATUS = "00") THEN
               PERFORM LER-ENCOMENDA UNTIL FIM-ENCOMENDAS
               CLOSE ENCOMENDAS
           END-IF.
      ******************************************************************
       LER-ENCOMENDA.
           READ ENCOMENDAS
               AT END
                   MOVE "S" TO SW-FIM-ENCOMENDAS
               NOT AT END
                   PERFORM TRATAR-ENCOMENDA
           END-READ.
      ******************************************************************
       TRATAR-ENCOMENDA.
           IF (ENC-ESTADO NOT = "F" OR ENC-QTD-RECEBIDA = 0 OR
               ENC-CUSTO-FATURADO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DATA-ENCOMENDA-NUM =
               ENC-ANO * 10000 + ENC-MES * 100 + ENC-DIA.
           IF (DATA-ENCOMENDA-NUM > DATA-FIM-NUM) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ENC-ING-CODIGO TO ING-PROCURADO.
           PERFORM PROCURAR-INGREDIENTE.
           IF (IND-ING-ACHADO > 0) THEN
               IF (DATA-ENCOMENDA-NUM >=
                   TAB-ING-DATA-FATURADO(IND-ING-ACHADO)) THEN
                   MOVE ENC-CUSTO-FATURADO
                       TO TAB-ING-CUSTO-FATURADO(IND-ING-ACHADO)
                   MOVE DATA-ENCOMENDA-NUM
                       TO TAB-ING-DATA-FATURADO(IND-ING-ACHADO)
               END-IF
           END-IF.
      ****** CUSTO USADO: FATURADO, SENAO O DE TABELA **********************
       ESCOLHER-CUSTO.
           IF (TAB-ING-CUSTO-FATURADO(IND-ING) > 0) THEN
               MOVE TAB-ING-CUSTO-FATURADO(IND-ING)
                   TO TAB-ING-CUSTO(IND-ING)
               MOVE "faturado" TO TAB-ING-ORIGEM(IND-ING)
           ELSE
               IF (TAB-ING-CUSTO-TABELA(IND-ING) > 0) THEN
                   MOVE TAB-ING-CUSTO-TABELA(IND-ING)
                       TO TAB-ING-CUSTO(IND-ING)
                   MOVE "fornecedor" TO TAB-ING-ORIGEM(IND-ING)
               ELSE
                   MOVE 0 TO TAB-ING-CUSTO(IND-ING)
                   MOVE "SEM CUSTO" TO TAB-ING-ORIGEM(IND-ING)
               END-IF
           END-IF.
      ****** FICHA TECNICA *************************************************
       CARREGAR-FICHA-TECNICA.
           OPEN INPUT FICHATEC.
           IF (SW-FICHA-STATUS = "00") THEN
               PERFORM LER-FICHA UNTIL FIM-FICHA
               CLOSE FICHATEC
           END-IF.
      ******************************************************************
       LER-FICHA.
           READ FICHATEC
               AT END
                   MOVE "S" TO SW-FIM-FICHA
               NOT AT END
                   IF (TOTAL-FICHAS < 60) THEN
                       ADD 1 TO TOTAL-FICHAS
                       MOVE REG-FICHA-TECNICA TO FT-TAB(TOTAL-FICHAS)
                   END-IF
           END-READ.
      ****** COMBOS DE PROMOCOES.DAT ***************************************
       CARREGAR-COMBOS.
           OPEN INPUT PROMOCOES.
           IF (SW-PROMOCOES-STATUS = "00") THEN
               PERFORM LER-PROMOCAO UNTIL FIM-PROMOCOES
               CLOSE PROMOCOES
           END-IF.
      ******************************************************************
       LER-PROMOCAO.
           READ PROMOCOES
               AT END
                   MOVE "S" TO SW-FIM-PROMOCOES
               NOT AT END
                   IF (PRM-TIPO = "C" AND TOTAL-COMBOS < 20) THEN
                       ADD 1 TO TOTAL-COMBOS
                       MOVE PRM-DESCRICAO
                           TO TAB-CMB-DESCRICAO(TOTAL-COMBOS)
                       MOVE PRM-ART-1 TO TAB-CMB-ART(TOTAL-COMBOS, 1)
                       MOVE PRM-ART-2 TO TAB-CMB-ART(TOTAL-COMBOS, 2)
                       MOVE PRM-ART-3 TO TAB-CMB-ART(TOTAL-COMBOS, 3)
                       MOVE PRM-PRECO-COMBO
                           TO TAB-CMB-PRECO(TOTAL-COMBOS)
                   END-IF
           END-READ.
      ****** LER OS ARQUIVOS MENSAIS DO INTERVALO PEDIDO *******************
       LER-ARQUIVOS-MENSAIS.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE ANOMES-CORRENTE = ANO-ATUAL * 100 + MES-ATUAL.
           COMPUTE ANOMES-ARQ = DATA-INICIO-NUM / 100.
           COMPUTE ANOMES-FIM = DATA-FIM-NUM / 100.
           IF (ANOMES-FIM > ANOMES-CORRENTE) THEN
               MOVE ANOMES-CORRENTE TO ANOMES-FIM
           END-IF.
           MOVE 0 TO MESES-LIDOS.
           PERFORM LER-UM-ARQUIVO-MENSAL
               UNTIL ANOMES-ARQ > ANOMES-FIM OR MESES-LIDOS > 120.
      ******************************************************************
       LER-UM-ARQUIVO-MENSAL.
           ADD 1 TO MESES-LIDOS.
           MOVE SPACES TO NOME-ARQMENSAL.
           STRING "HIST" DELIMITED BY SIZE
               ANOMES-ARQ DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO NOME-ARQMENSAL.
           MOVE "N" TO SW-FIM-ARQMENSAL.
           OPEN INPUT ARQMENSAL.
           IF (SW-ARQMENSAL-STATUS = "00") THEN
               ADD 1 TO ARQUIVOS-LIDOS
               PERFORM LER-REGISTO-ARQMENSAL UNTIL FIM-ARQMENSAL
               CLOSE ARQMENSAL
           END-IF.
           PERFORM AVANCAR-MES.
      ******************************************************************
       LER-REGISTO-ARQMENSAL.
           READ ARQMENSAL
               AT END
                   MOVE "S" TO SW-FIM-ARQMENSAL
               NOT AT END
                   MOVE REG-ARQMENSAL TO REG-HISTORICO
                   PERFORM TRATAR-PEDIDO
           END-READ.
      ******************************************************************
       AVANCAR-MES.
           IF (FUNCTION MOD(ANOMES-ARQ, 100) = 12) THEN
               COMPUTE ANOMES-ARQ = ANOMES-ARQ + 89
           ELSE
               ADD 1 TO ANOMES-ARQ
           END-IF.
      ****** PERCORRER O HISTORICO *****************************************
       LER-HISTORICO.
           READ HISTORICO
               AT END
                   MOVE "S" TO SW-FIM-HISTORICO
               NOT AT END
                   PERFORM TRATAR-PEDIDO
           END-READ.
      ******************************************************************
       TRATAR-PEDIDO.
           MOVE HIS-PEDIDO TO REG-PEDIDO.
           COMPUTE DATA-PEDIDO-NUM =
               REG-ANO * 10000 + REG-MES * 100 + REG-DIA.
           IF (DATA-PEDIDO-NUM >= DATA-INICIO-NUM AND
               DATA-PEDIDO-NUM <= DATA-FIM-NUM) THEN
               PERFORM ACUMULAR-PEDIDO
           END-IF.
      ****** UNIDADES VENDIDAS (ANULACOES ABATEM, VALES NAO CONTAM) ********
       ACUMULAR-PEDIDO.
           IF (REG-TIPO = "E") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (REG-TIPO = "A") THEN
               MOVE -1 TO SINAL
           ELSE
               MOVE +1 TO SINAL
           END-IF.
           COMPUTE TAB-ART-VENDIDOS(1) = TAB-ART-VENDIDOS(1) +
               SINAL * REG-QTD-PEQUENO.
           COMPUTE TAB-ART-VENDIDOS(2) = TAB-ART-VENDIDOS(2) +
               SINAL * REG-QTD-MEDIO.
           COMPUTE TAB-ART-VENDIDOS(3) = TAB-ART-VENDIDOS(3) +
               SINAL * REG-QTD-GRANDE.
           COMPUTE TAB-ART-VENDIDOS(4) = TAB-ART-VENDIDOS(4) +
               SINAL * REG-QTD-SUPER.
           COMPUTE TAB-ART-VENDIDOS(5) = TAB-ART-VENDIDOS(5) +
               SINAL * REG-QTD-BATATAS.
           COMPUTE TAB-ART-VENDIDOS(6) = TAB-ART-VENDIDOS(6) +
               SINAL * REG-QTD-SALADA.
           COMPUTE TAB-ART-VENDIDOS(7) = TAB-ART-VENDIDOS(7) +
               SINAL * REG-QTD-BEBIDA.
           COMPUTE TAB-ART-VENDIDOS(8) = TAB-ART-VENDIDOS(8) +
               SINAL * REG-QTD-SOBREMESA.
           COMPUTE TAB-ART-VENDIDOS(9) = TAB-ART-VENDIDOS(9) +
               SINAL * REG-QTD-QUEIJO.
           COMPUTE TAB-ART-VENDIDOS(10) = TAB-ART-VENDIDOS(10) +
               SINAL * REG-QTD-BACON.
      ****** CUSTO DO PRATO, PRECO SEM IVA E MARGEM DE UM ARTIGO ***********
       CUSTEAR-ARTIGO.
           IF (TAB-ART-PRESENTE(IND-ART) NOT = "S") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TAB-ART-CUSTO(IND-ART).
           MOVE "N" TO TAB-ART-SEM-CUSTO(IND-ART).
           MOVE "S" TO TAB-ART-SEM-FICHA(IND-ART).
           PERFORM SOMAR-COMPONENTE
               VARYING IND-FT FROM 1 BY 1 UNTIL IND-FT > TOTAL-FICHAS.
           PERFORM OBTER-TAXA-ARTIGO.
           COMPUTE TAB-ART-LIQUIDO(IND-ART) ROUNDED =
               TAB-ART-PRECO(IND-ART) / (1 + TAXA-ARTIGO / 100).
           COMPUTE TAB-ART-MARGEM(IND-ART) =
               TAB-ART-LIQUIDO(IND-ART) - TAB-ART-CUSTO(IND-ART).
           IF (TAB-ART-LIQUIDO(IND-ART) > 0) THEN
               COMPUTE TAB-ART-FOOD-COST(IND-ART) ROUNDED =
                   TAB-ART-CUSTO(IND-ART) * 100
                   / TAB-ART-LIQUIDO(IND-ART)
           ELSE
               MOVE 0 TO TAB-ART-FOOD-COST(IND-ART)
           END-IF.
           COMPUTE TAB-ART-MARGEM-TOTAL(IND-ART) =
               TAB-ART-VENDIDOS(IND-ART) * TAB-ART-MARGEM(IND-ART).
           ADD TAB-ART-VENDIDOS(IND-ART) TO TOTAL-VENDIDOS.
           ADD TAB-ART-MARGEM-TOTAL(IND-ART) TO TOTAL-MARGEM.
           IF (TAB-ART-SEM-CUSTO(IND-ART) = "N" AND
               TAB-ART-SEM-FICHA(IND-ART) = "N") THEN
               ADD TAB-ART-VENDIDOS(IND-ART)
                   TO TOTAL-VENDIDOS-CUSTEADOS
               ADD TAB-ART-MARGEM-TOTAL(IND-ART)
                   TO TOTAL-MARGEM-CUSTEADA
           END-IF.
      ******************************************************************
       SOMAR-COMPONENTE.
           IF (TAB-FT-ARTIGO(IND-FT) = TAB-ART-CODIGO(IND-ART)) THEN
               MOVE "N" TO TAB-ART-SEM-FICHA(IND-ART)
               MOVE TAB-FT-INGRED(IND-FT) TO ING-PROCURADO
               PERFORM PROCURAR-INGREDIENTE
               IF (IND-ING-ACHADO = 0) THEN
                   MOVE "S" TO TAB-ART-SEM-CUSTO(IND-ART)
               ELSE
                   IF (TAB-ING-CUSTO(IND-ING-ACHADO) = 0) THEN
                       MOVE "S" TO TAB-ART-SEM-CUSTO(IND-ART)
                   END-IF
                   COMPUTE TAB-ART-CUSTO(IND-ART) =
                       TAB-ART-CUSTO(IND-ART) + TAB-FT-QTD(IND-FT)
                       * TAB-ING-CUSTO(IND-ING-ACHADO)
               END-IF
           END-IF.
      ****** QUADRANTE POPULARIDADE X RENTABILIDADE ************************
       CLASSIFICAR-ARTIGOS.
           IF (TOTAL-ARTIGOS-MENU > 0) THEN
               COMPUTE QUOTA-MINIMA ROUNDED =
                   70 / TOTAL-ARTIGOS-MENU
           END-IF.
           IF (TOTAL-VENDIDOS-CUSTEADOS > 0) THEN
               COMPUTE MARGEM-MEDIA ROUNDED =
                   TOTAL-MARGEM-CUSTEADA / TOTAL-VENDIDOS-CUSTEADOS
           END-IF.
           PERFORM CLASSIFICAR-ARTIGO
               VARYING IND-ART FROM 1 BY 1 UNTIL IND-ART > 10.
      ******************************************************************
       CLASSIFICAR-ARTIGO.
           MOVE SPACES TO TAB-ART-CLASSE(IND-ART).
           IF (TAB-ART-PRESENTE(IND-ART) NOT = "S") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-ART-SEM-CUSTO(IND-ART) = "S" OR
               TAB-ART-SEM-FICHA(IND-ART) = "S") THEN
               MOVE "?" TO TAB-ART-CLASSE(IND-ART)
               EXIT PARAGRAPH
           END-IF.
           IF (TOTAL-VENDIDOS <= 0) THEN
               MOVE "-" TO TAB-ART-CLASSE(IND-ART)
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-ART-VENDIDOS(IND-ART) > 0) THEN
               COMPUTE QUOTA-ARTIGO ROUNDED =
                   TAB-ART-VENDIDOS(IND-ART) * 100 / TOTAL-VENDIDOS
           ELSE
               MOVE 0 TO QUOTA-ARTIGO
           END-IF.
           IF (QUOTA-ARTIGO >= QUOTA-MINIMA) THEN
               IF (TAB-ART-MARGEM(IND-ART) >= MARGEM-MEDIA) THEN
                   MOVE "ESTRELA" TO TAB-ART-CLASSE(IND-ART)
               ELSE
                   MOVE "CAVALO" TO TAB-ART-CLASSE(IND-ART)
               END-IF
           ELSE
               IF (TAB-ART-MARGEM(IND-ART) >= MARGEM-MEDIA) THEN
                   MOVE "ENIGMA" TO TAB-ART-CLASSE(IND-ART)
               ELSE
                   MOVE "CAO" TO TAB-ART-CLASSE(IND-ART)
               END-IF
           END-IF.
      ****** IMPRESSAO DO RELATORIO ****************************************
       IMPRIMIR-RELATORIO.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE "---------------- ENGENHARIA DE MENU - TAREFA20 -------"
               TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.

           MOVE SPACES TO LINHA-SAIDA.
           STRING "Periodo: " DELIMITED BY SIZE
               DATA-INICIO-NUM DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               DATA-FIM-NUM DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.

           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE "CUSTO UNITARIO DOS INGREDIENTES" TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE "CO DESCRICAO             CUSTO  ORIGEM" TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           PERFORM IMPRIMIR-LINHA-INGREDIENTE
               VARYING IND-ING FROM 1 BY 1
               UNTIL IND-ING > TOTAL-INGREDIENTES.

           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE "ARTIGOS (VALORES SEM IVA)" TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "AR DESCRICAO          CUSTO PR.LIQ  MARGEM"
               DELIMITED BY SIZE
               "   FC%  VEND. MARG.TOTAL CLASSE" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           PERFORM IMPRIMIR-LINHA-ARTIGO
               VARYING IND-ART FROM 1 BY 1 UNTIL IND-ART > 10.

           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE TOTAL-VENDIDOS TO QTD-SAIDA.
           MOVE TOTAL-MARGEM TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Unidades vendidas: " DELIMITED BY SIZE
               QTD-SAIDA DELIMITED BY SIZE
               "   Margem total: " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE MARGEM-MEDIA TO MARGEM-SAIDA.
           MOVE QUOTA-MINIMA TO QUOTA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Margem media ponderada: " DELIMITED BY SIZE
               MARGEM-SAIDA DELIMITED BY SIZE
               "   Quota minima popular: " DELIMITED BY SIZE
               QUOTA-SAIDA DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "ESTRELA=popular/rentavel  " DELIMITED BY SIZE
               "CAVALO=popular/pouco rentavel" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "ENIGMA=pouco popular/rentavel  CAO=nenhum  "
               DELIMITED BY SIZE
               "?=sem custo  -=sem vendas" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.

           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE "COMBOS (COMPONENTES CONTRA O PRECO DO COMBO, SEM IVA)"
               TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "COMBO                CUSTO PR.LIQ  MARGEM"
               DELIMITED BY SIZE
               "   FC%  ARTIGOS" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           IF (TOTAL-COMBOS = 0) THEN
               MOVE "(sem combos em PROMOCOES.DAT)" TO LINHA-SAIDA
               WRITE REG-RELATORIO FROM LINHA-SAIDA
           END-IF.
           PERFORM IMPRIMIR-LINHA-COMBO
               VARYING IND-CMB FROM 1 BY 1 UNTIL IND-CMB > TOTAL-COMBOS.
      ******************************************************************
       IMPRIMIR-LINHA-INGREDIENTE.
           MOVE TAB-ING-CUSTO(IND-ING) TO CUSTO-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING TAB-ING-CODIGO(IND-ING) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-ING-DESCRICAO(IND-ING) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CUSTO-SAIDA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TAB-ING-ORIGEM(IND-ING) DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ******************************************************************
       IMPRIMIR-LINHA-ARTIGO.
           IF (TAB-ART-PRESENTE(IND-ART) NOT = "S") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-ART-DESCRICAO(IND-ART) TO DESC-SAIDA.
           MOVE TAB-ART-CUSTO(IND-ART) TO CUSTO-SAIDA.
           MOVE TAB-ART-LIQUIDO(IND-ART) TO LIQUIDO-SAIDA.
           MOVE TAB-ART-MARGEM(IND-ART) TO MARGEM-SAIDA.
           MOVE TAB-ART-FOOD-COST(IND-ART) TO FOOD-COST-SAIDA.
           MOVE TAB-ART-VENDIDOS(IND-ART) TO QTD-SAIDA.
           MOVE TAB-ART-MARGEM-TOTAL(IND-ART) TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING TAB-ART-CODIGO(IND-ART) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DESC-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUSTO-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIQUIDO-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARGEM-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FOOD-COST-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QTD-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-ART-CLASSE(IND-ART) DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           IF (TAB-ART-SEM-FICHA(IND-ART) = "S") THEN
               MOVE "   ** sem ficha tecnica (FICHATEC.DAT)"
                   TO LINHA-SAIDA
               WRITE REG-RELATORIO FROM LINHA-SAIDA
           END-IF.
           IF (TAB-ART-SEM-CUSTO(IND-ART) = "S") THEN
               PERFORM IMPRIMIR-FALTA-CUSTO
                   VARYING IND-FT FROM 1 BY 1
                   UNTIL IND-FT > TOTAL-FICHAS
           END-IF.
      ****** INGREDIENTE DO ARTIGO SEM CUSTO DE FORNECEDOR *****************
       IMPRIMIR-FALTA-CUSTO.
           IF (TAB-FT-ARTIGO(IND-FT) = TAB-ART-CODIGO(IND-ART)) THEN
               MOVE TAB-FT-INGRED(IND-FT) TO ING-PROCURADO
               PERFORM PROCURAR-INGREDIENTE
               MOVE SPACES TO LINHA-SAIDA
               IF (IND-ING-ACHADO = 0) THEN
                   MOVE TAB-FT-INGRED(IND-FT) TO COD-SAIDA
                   STRING "   ** ingrediente " DELIMITED BY SIZE
                       COD-SAIDA DELIMITED BY SIZE
                       " nao existe em INGREDIENTES.DAT"
                       DELIMITED BY SIZE
                       INTO LINHA-SAIDA
                   WRITE REG-RELATORIO FROM LINHA-SAIDA
               ELSE
                   IF (TAB-ING-CUSTO(IND-ING-ACHADO) = 0) THEN
                       STRING "   ** sem custo de fornecedor: "
                           DELIMITED BY SIZE
                           TAB-ING-DESCRICAO(IND-ING-ACHADO)
                           DELIMITED BY SIZE
                           INTO LINHA-SAIDA
                       WRITE REG-RELATORIO FROM LINHA-SAIDA
                   END-IF
               END-IF
           END-IF.
      ****** COMBO: CUSTO DOS TRES COMPONENTES CONTRA O PRECO DO COMBO *****
      * O preco do combo e desdobrado pelos componentes na proporcao
      * do preco de tabela, como o desconto e rateado pelas bandas de
      * IVA no TAREFA07, e cada parte perde o IVA da sua classe.
      ******************************************************************
       IMPRIMIR-LINHA-COMBO.
           MOVE 0 TO CMB-CUSTO, CMB-LISTA-BRUTO, CMB-LISTA-LIQUIDO.
           MOVE "N" TO SW-CMB-SEM-CUSTO.
           PERFORM SOMAR-COMPONENTE-COMBO
               VARYING IND-CMP FROM 1 BY 1 UNTIL IND-CMP > 3.
           IF (CMB-LISTA-BRUTO > 0) THEN
               COMPUTE CMB-LIQUIDO ROUNDED = TAB-CMB-PRECO(IND-CMB)
                   * CMB-LISTA-LIQUIDO / CMB-LISTA-BRUTO
           ELSE
               MOVE 0 TO CMB-LIQUIDO
           END-IF.
           COMPUTE CMB-MARGEM = CMB-LIQUIDO - CMB-CUSTO.
           IF (CMB-LIQUIDO > 0) THEN
               COMPUTE CMB-FOOD-COST ROUNDED =
                   CMB-CUSTO * 100 / CMB-LIQUIDO
           ELSE
               MOVE 0 TO CMB-FOOD-COST
           END-IF.
           MOVE SPACES TO CMB-ARTIGOS-SAIDA.
           STRING TAB-CMB-ART(IND-CMB, 1) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               TAB-CMB-ART(IND-CMB, 2) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               TAB-CMB-ART(IND-CMB, 3) DELIMITED BY SIZE
               INTO CMB-ARTIGOS-SAIDA.
           MOVE SPACES TO CMB-AVISO.
           IF (CMB-SEM-CUSTO) THEN
               MOVE "SEM CUSTO" TO CMB-AVISO
           ELSE
               IF (CMB-MARGEM < 0) THEN
                   MOVE "PREJUIZO" TO CMB-AVISO
               END-IF
           END-IF.
           MOVE CMB-CUSTO TO CUSTO-SAIDA.
           MOVE CMB-LIQUIDO TO LIQUIDO-SAIDA.
           MOVE CMB-MARGEM TO MARGEM-SAIDA.
           MOVE CMB-FOOD-COST TO FOOD-COST-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING TAB-CMB-DESCRICAO(IND-CMB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUSTO-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIQUIDO-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARGEM-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FOOD-COST-SAIDA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CMB-ARTIGOS-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CMB-AVISO DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ******************************************************************
       SOMAR-COMPONENTE-COMBO.
           MOVE TAB-CMB-ART(IND-CMB, IND-CMP) TO COD-CONSULTA.
           PERFORM INDICE-ARTIGO.
           IF (IND-ART = 0) THEN
               MOVE "S" TO SW-CMB-SEM-CUSTO
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-ART-PRESENTE(IND-ART) NOT = "S") THEN
               MOVE "S" TO SW-CMB-SEM-CUSTO
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-ART-SEM-CUSTO(IND-ART) = "S" OR
               TAB-ART-SEM-FICHA(IND-ART) = "S") THEN
               MOVE "S" TO SW-CMB-SEM-CUSTO
           END-IF.
           ADD TAB-ART-CUSTO(IND-ART) TO CMB-CUSTO.
           ADD TAB-ART-PRECO(IND-ART) TO CMB-LISTA-BRUTO.
           ADD TAB-ART-LIQUIDO(IND-ART) TO CMB-LISTA-LIQUIDO.
       END PROGRAM TAREFA20.
