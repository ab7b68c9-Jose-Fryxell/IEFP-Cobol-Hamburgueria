      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Contas a pagar a fornecedores: continua o ciclo de compras do
      * TAREFA17 depois da rececao. A fatura do fornecedor e lancada
      * contra uma ou mais linhas ja recebidas de ENCOMENDAS.DAT e o
      * total do documento e conferido com a quantidade recebida x
      * custo faturado dessas linhas; as diferencas ficam assinaladas.
      * O vencimento vem das condicoes de pagamento do fornecedor em
      * FORNECEDORES.DAT. Os pagamentos, totais ou parciais, sao
      * registados contra a fatura. Gera a antiguidade da divida por
      * fornecedor (RELFORN.DAT) e a lista das faturas a pagar ate ao
      * fim da semana, vencidas incluidas (RELPAGAR.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-FORNEC-STATUS.
           SELECT ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ENCOMENDAS-STATUS.
           SELECT FATFORN ASSIGN TO "FATFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-FATFORN-STATUS.
           SELECT PAGFORN ASSIGN TO "PAGFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-PAGFORN-STATUS.
           SELECT RELFORN ASSIGN TO "RELFORN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELPAGAR ASSIGN TO "RELPAGAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
           COPY "Fornreg.cpy".
       FD  ENCOMENDAS.
           COPY "Encreg.cpy".
       FD  FATFORN.
           COPY "Fatforreg.cpy".
       FD  PAGFORN.
           COPY "Pagforreg.cpy".
       FD  RELFORN.
       01 REG-RELFORN                  PIC X(80).
       FD  RELPAGAR.
       01 REG-RELPAGAR                 PIC X(80).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-FORNEC-STATUS             PIC XX      VALUE "00".
       77 SW-ENCOMENDAS-STATUS         PIC XX      VALUE "00".
       77 SW-FATFORN-STATUS            PIC XX      VALUE "00".
       77 SW-PAGFORN-STATUS            PIC XX      VALUE "00".
       77 SW-FIM-FORNEC                PIC X       VALUE "N".
           88 FIM-FORNEC                                VALUE "S".
       77 SW-FIM-ENCOMENDAS            PIC X       VALUE "N".
           88 FIM-ENCOMENDAS                            VALUE "S".
       77 SW-FIM-FATFORN               PIC X       VALUE "N".
           88 FIM-FATFORN                               VALUE "S".
       77 SW-FIM-PAGFORN               PIC X       VALUE "N".
           88 FIM-PAGFORN                               VALUE "S".
      ****** DATA DO DIA ***************************************************
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
       01 DATA-ATUAL-NUM REDEFINES DATA-ATUAL PIC 9(8).
       77 DIA-JULIANO-HOJE             PIC 9(7)    VALUE 0.
       77 DIA-JULIANO-DOMINGO          PIC 9(7)    VALUE 0.
       77 DIA-SEMANA                   PIC 9       VALUE 0.
      ****** FORNECEDORES (UM POR CODIGO) **********************************
       77 TOTAL-FORNEC                 PIC 99      VALUE 0.
       77 IND-FOR                      PIC 99      VALUE 0.
       77 IND-FOR-ACHADO               PIC 99      VALUE 0.
       01 TABELA-FORNECEDORES.
           05 FOR-TAB OCCURS 50 TIMES.
               10 TAB-FOR-CODIGO        PIC 99.
               10 TAB-FOR-NOME          PIC X(25).
               10 TAB-FOR-PRAZO-PAG     PIC 999.
      ****** LINHAS DE ENCOMENDA RECEBIDAS *********************************
      * TAB-ENC-LANCAMENTO: fatura que ja inclui a linha (0 = por
      * faturar).
      ******************************************************************
       77 TOTAL-ENCOMENDAS             PIC 9(3)    VALUE 0.
       77 IND-ENC                      PIC 9(3)    VALUE 0.
       77 IND-ENC-ACHADO               PIC 9(3)    VALUE 0.
       01 TABELA-ENCOMENDAS.
           05 ENC-TAB OCCURS 500 TIMES.
               10 TAB-ENC-NUMERO        PIC 9(4).
               10 TAB-ENC-DATA          PIC 9(8).
               10 TAB-ENC-FOR           PIC 99.
               10 TAB-ENC-ING           PIC 99.
               10 TAB-ENC-RECEBIDA      PIC 9(5).
               10 TAB-ENC-FATURADO      PIC 999V99.
               10 TAB-ENC-LANCAMENTO    PIC 9(5).
      ****** FATURAS LANCADAS E O QUE JA FOI PAGO **************************
       77 TOTAL-FATURAS                PIC 9(3)    VALUE 0.
       77 IND-FAT                      PIC 9(3)    VALUE 0.
       77 IND-FAT-ACHADO               PIC 9(3)    VALUE 0.
       77 IND-LIN                      PIC 99      VALUE 0.
       77 MAIOR-LANCAMENTO             PIC 9(5)    VALUE 0.
       01 TABELA-FATURAS.
           05 FAT-TAB OCCURS 500 TIMES.
               10 TAB-FAT-LANCAMENTO    PIC 9(5).
               10 TAB-FAT-FOR           PIC 99.
               10 TAB-FAT-NUMERO        PIC X(15).
               10 TAB-FAT-DATA          PIC 9(8).
               10 TAB-FAT-VENCIMENTO    PIC 9(8).
               10 TAB-FAT-VALOR         PIC 9(6)V99.
               10 TAB-FAT-DIVERGENTE    PIC X.
               10 TAB-FAT-PAGO          PIC 9(6)V99.
       77 SW-FATURAS-CHEIO             PIC X       VALUE "N".
           88 FATURAS-CHEIO                             VALUE "S".
      ****** CAMPOS DE TRABALHO ********************************************
       77 OPCAO                        PIC 9       VALUE 0.
       77 COD-TRABALHO                 PIC 99      VALUE 0.
       77 NUM-TRABALHO                 PIC 9(4)    VALUE 0.
       77 ING-TRABALHO                 PIC 99      VALUE 0.
       77 LANCAMENTO-TRABALHO          PIC 9(5)    VALUE 0.
       77 NUM-FATURA-TRABALHO          PIC X(15)   VALUE SPACES.
       01 DATA-TRABALHO.
           05 ANO-TRABALHO             PIC 9999.
           05 MES-TRABALHO             PIC 99.
           05 DIA-TRABALHO             PIC 99.
       01 DATA-TRABALHO-NUM REDEFINES DATA-TRABALHO PIC 9(8).
       77 DIA-JULIANO                  PIC 9(7)    VALUE 0.
       77 PRAZO-EFETIVO                PIC 999     VALUE 0.
       77 ENTRADA-VALOR                PIC X(10)   VALUE SPACES.
       77 VALOR-TRABALHO               PIC 9(6)V99 VALUE 0.
       77 VALOR-LINHA                  PIC 9(6)V99 VALUE 0.
       77 VALOR-ABERTO                 PIC 9(6)V99 VALUE 0.
       77 DIFERENCA                    PIC S9(6)V99 VALUE 0.
       77 DIAS-ATRASO                  PIC S9(5)   VALUE 0.
       77 RESPOSTA                     PIC X       VALUE SPACE.
           88 RESPOSTA-SIM             VALUES "S","s".
           88 RESPOSTA-VALIDA          VALUES "S","s","N","n".
       77 MEIO-TRABALHO                PIC X       VALUE SPACE.
           88 MEIO-VALIDO              VALUES "T","Q","N".
       77 REFERENCIA-TRABALHO          PIC X(20)   VALUE SPACES.
       77 TOTAL-LISTADAS               PIC 9(3)    VALUE 0.
      ****** ANTIGUIDADE E FATURAS A PAGAR *********************************
       77 DIVIDA-A-VENCER              PIC 9(7)V99 VALUE 0.
       77 DIVIDA-30                    PIC 9(7)V99 VALUE 0.
       77 DIVIDA-60                    PIC 9(7)V99 VALUE 0.
       77 DIVIDA-90                    PIC 9(7)V99 VALUE 0.
       77 DIVIDA-MAIS-90               PIC 9(7)V99 VALUE 0.
       77 DIVIDA-TOTAL                 PIC 9(7)V99 VALUE 0.
       77 TOT-A-VENCER                 PIC 9(7)V99 VALUE 0.
       77 TOT-30                       PIC 9(7)V99 VALUE 0.
       77 TOT-60                       PIC 9(7)V99 VALUE 0.
       77 TOT-90                       PIC 9(7)V99 VALUE 0.
       77 TOT-MAIS-90                  PIC 9(7)V99 VALUE 0.
       77 TOT-DIVIDA                   PIC 9(7)V99 VALUE 0.
       77 TOT-A-PAGAR                  PIC 9(7)V99 VALUE 0.
       77 SW-FORNEC-DIVERGENTE         PIC X       VALUE "N".
           88 FORNEC-DIVERGENTE                         VALUE "S".
       77 SW-VENCIDAS                  PIC X       VALUE "N".
           88 LISTAR-VENCIDAS                           VALUE "S".
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(80)   VALUE SPACES.
       77 VALOR-SAIDA                  PIC ZZZZZ9.99.
       77 DIFERENCA-SAIDA              PIC -(6)9.99.
       77 CUSTO-SAIDA                  PIC ZZ9.99.
       77 QTD-SAIDA                    PIC ZZZZ9.
       77 DIAS-SAIDA                   PIC ZZZZ9.
       77 DATA-SAIDA                   PIC X(10)   VALUE SPACES.
       77 VENCIMENTO-SAIDA             PIC X(10)   VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA23 - FATURAS E PAGAMENTOS A FORNECEDORES".
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DIA-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(DATA-ATUAL-NUM).
      ****** DOMINGO DESTA SEMANA (1=SEGUNDA ... 7=DOMINGO) ****************
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-JULIANO-HOJE, 7).
           IF (DIA-SEMANA = 0) THEN
               MOVE 7 TO DIA-SEMANA
           END-IF.
           COMPUTE DIA-JULIANO-DOMINGO =
               DIA-JULIANO-HOJE + 7 - DIA-SEMANA.
      ******************************************************************
       MENU-PRINCIPAL.
           PERFORM CARREGAR-FORNECEDORES.
           PERFORM CARREGAR-ENCOMENDAS.
           PERFORM CARREGAR-FATURAS.
           PERFORM CARREGAR-PAGAMENTOS.
           DISPLAY " ".
           DISPLAY "1 - Lancar fatura de fornecedor".
           DISPLAY "2 - Listar faturas em aberto".
           DISPLAY "3 - Registar pagamento a fornecedor".
           DISPLAY "4 - Antiguidade por fornecedor (RELFORN.DAT)".
           DISPLAY "5 - Faturas a pagar esta semana (RELPAGAR.DAT)".
           DISPLAY "9 - Sair".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM LANCAR-FATURA
               WHEN 2
                   PERFORM LISTAR-FATURAS
               WHEN 3
                   PERFORM REGISTAR-PAGAMENTO
               WHEN 4
                   PERFORM GERAR-ANTIGUIDADE
               WHEN 5
                   PERFORM GERAR-FATURAS-A-PAGAR
               WHEN 9
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           GO MENU-PRINCIPAL.
      ****** CARREGAR OS FICHEIROS (DE NOVO A CADA OPCAO) ******************
       CARREGAR-FORNECEDORES.
           MOVE 0 TO TOTAL-FORNEC.
           MOVE "N" TO SW-FIM-FORNEC.
           OPEN INPUT FORNECEDORES.
           IF (SW-FORNEC-STATUS = "00") THEN
               PERFORM LER-FORNECEDOR UNTIL FIM-FORNEC
               CLOSE FORNECEDORES
           END-IF.
      ****** UMA ENTRADA POR CODIGO: NOME E PRAZO DA PRIMEIRA LINHA ********
       LER-FORNECEDOR.
           READ FORNECEDORES
               AT END
                   MOVE "S" TO SW-FIM-FORNEC
               NOT AT END
                   MOVE FOR-CODIGO TO COD-TRABALHO
                   PERFORM PROCURAR-FORNECEDOR
                   IF (IND-FOR-ACHADO = 0 AND TOTAL-FORNEC < 50) THEN
                       IF (FOR-PRAZO-PAGAMENTO IS NOT NUMERIC) THEN
                           MOVE 0 TO FOR-PRAZO-PAGAMENTO
                       END-IF
                       ADD 1 TO TOTAL-FORNEC
                       MOVE FOR-CODIGO TO TAB-FOR-CODIGO(TOTAL-FORNEC)
                       MOVE FOR-NOME TO TAB-FOR-NOME(TOTAL-FORNEC)
                       MOVE FOR-PRAZO-PAGAMENTO
                           TO TAB-FOR-PRAZO-PAG(TOTAL-FORNEC)
                   END-IF
           END-READ.
      ******************************************************************
       PROCURAR-FORNECEDOR.
           MOVE 0 TO IND-FOR-ACHADO.
           PERFORM COMPARAR-FORNECEDOR
               VARYING IND-FOR FROM 1 BY 1
               UNTIL IND-FOR > TOTAL-FORNEC.
      ******************************************************************
       COMPARAR-FORNECEDOR.
           IF (TAB-FOR-CODIGO(IND-FOR) = COD-TRABALHO) THEN
               MOVE IND-FOR TO IND-FOR-ACHADO
           END-IF.
      ****** SO AS LINHAS FECHADAS COM QUANTIDADE RECEBIDA *****************
       CARREGAR-ENCOMENDAS.
           MOVE 0 TO TOTAL-ENCOMENDAS.
           MOVE "N" TO SW-FIM-ENCOMENDAS.
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
                   IF (ENC-ESTADO = "F" AND ENC-QTD-RECEBIDA > 0 AND
                       TOTAL-ENCOMENDAS < 500) THEN
                       ADD 1 TO TOTAL-ENCOMENDAS
                       MOVE ENC-NUMERO
                           TO TAB-ENC-NUMERO(TOTAL-ENCOMENDAS)
                       COMPUTE TAB-ENC-DATA(TOTAL-ENCOMENDAS) =
                           ENC-ANO * 10000 + ENC-MES * 100 + ENC-DIA
                       MOVE ENC-FOR-CODIGO
                           TO TAB-ENC-FOR(TOTAL-ENCOMENDAS)
                       MOVE ENC-ING-CODIGO
                           TO TAB-ENC-ING(TOTAL-ENCOMENDAS)
                       MOVE ENC-QTD-RECEBIDA
                           TO TAB-ENC-RECEBIDA(TOTAL-ENCOMENDAS)
                       MOVE ENC-CUSTO-FATURADO
                           TO TAB-ENC-FATURADO(TOTAL-ENCOMENDAS)
                       MOVE 0 TO TAB-ENC-LANCAMENTO(TOTAL-ENCOMENDAS)
                   END-IF
           END-READ.
      ******************************************************************
       PROCURAR-LINHA-ENCOMENDA.
           MOVE 0 TO IND-ENC-ACHADO.
           PERFORM COMPARAR-LINHA-ENCOMENDA
               VARYING IND-ENC FROM 1 BY 1
               UNTIL IND-ENC > TOTAL-ENCOMENDAS.
      ******************************************************************
       COMPARAR-LINHA-ENCOMENDA.
           IF (TAB-ENC-NUMERO(IND-ENC) = NUM-TRABALHO AND
               TAB-ENC-ING(IND-ENC) = ING-TRABALHO) THEN
               MOVE IND-ENC TO IND-ENC-ACHADO
           END-IF.
      ****** FATURAS: TABELA E MARCA DAS LINHAS JA FATURADAS ***************
       CARREGAR-FATURAS.
           MOVE 0 TO TOTAL-FATURAS, MAIOR-LANCAMENTO.
           MOVE "N" TO SW-FIM-FATFORN, SW-FATURAS-CHEIO.
           OPEN INPUT FATFORN.
           IF (SW-FATFORN-STATUS = "00") THEN
               PERFORM LER-FATURA UNTIL FIM-FATFORN
               CLOSE FATFORN
           END-IF.
           IF (FATURAS-CHEIO) THEN
               DISPLAY "Aviso: FATFORN.DAT tem mais de 500 faturas;"
                   " as mais recentes ficam de fora."
           END-IF.
      ******************************************************************
       LER-FATURA.
           READ FATFORN
               AT END
                   MOVE "S" TO SW-FIM-FATFORN
               NOT AT END
                   IF (FF-NUM-LANCAMENTO > MAIOR-LANCAMENTO) THEN
                       MOVE FF-NUM-LANCAMENTO TO MAIOR-LANCAMENTO
                   END-IF
                   PERFORM MARCAR-LINHA-FATURADA
                       VARYING IND-LIN FROM 1 BY 1
                       UNTIL IND-LIN > FF-TOTAL-LINHAS
                          OR IND-LIN > 10
                   IF (TOTAL-FATURAS < 500) THEN
                       ADD 1 TO TOTAL-FATURAS
                       PERFORM GUARDAR-FATURA
                   ELSE
                       MOVE "S" TO SW-FATURAS-CHEIO
                   END-IF
           END-READ.
      ******************************************************************
       GUARDAR-FATURA.
           MOVE FF-NUM-LANCAMENTO TO TAB-FAT-LANCAMENTO(TOTAL-FATURAS).
           MOVE FF-FOR-CODIGO TO TAB-FAT-FOR(TOTAL-FATURAS).
           MOVE FF-NUM-FATURA TO TAB-FAT-NUMERO(TOTAL-FATURAS).
           MOVE FF-DATA-FATURA TO TAB-FAT-DATA(TOTAL-FATURAS).
           MOVE FF-DATA-VENCIMENTO TO TAB-FAT-VENCIMENTO(TOTAL-FATURAS).
           MOVE FF-VALOR TO TAB-FAT-VALOR(TOTAL-FATURAS).
           MOVE FF-DIVERGENTE TO TAB-FAT-DIVERGENTE(TOTAL-FATURAS).
           MOVE 0 TO TAB-FAT-PAGO(TOTAL-FATURAS).
      ******************************************************************
       MARCAR-LINHA-FATURADA.
           MOVE FF-ENC-NUMERO(IND-LIN) TO NUM-TRABALHO.
           MOVE FF-ENC-ING(IND-LIN) TO ING-TRABALHO.
           PERFORM PROCURAR-LINHA-ENCOMENDA.
           IF (IND-ENC-ACHADO > 0) THEN
               MOVE FF-NUM-LANCAMENTO
                   TO TAB-ENC-LANCAMENTO(IND-ENC-ACHADO)
           END-IF.
      ******************************************************************
       PROCURAR-FATURA.
           MOVE 0 TO IND-FAT-ACHADO.
           PERFORM COMPARAR-FATURA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
      ******************************************************************
       COMPARAR-FATURA.
           IF (TAB-FAT-LANCAMENTO(IND-FAT) = LANCAMENTO-TRABALHO) THEN
               MOVE IND-FAT TO IND-FAT-ACHADO
           END-IF.
      ****** PAGAMENTOS: SOMADOS A FATURA QUE PAGAM ************************
       CARREGAR-PAGAMENTOS.
           MOVE "N" TO SW-FIM-PAGFORN.
           OPEN INPUT PAGFORN.
           IF (SW-PAGFORN-STATUS = "00") THEN
               PERFORM LER-PAGAMENTO UNTIL FIM-PAGFORN
               CLOSE PAGFORN
           END-IF.
      ******************************************************************
       LER-PAGAMENTO.
           READ PAGFORN
               AT END
                   MOVE "S" TO SW-FIM-PAGFORN
               NOT AT END
                   MOVE PF-NUM-LANCAMENTO TO LANCAMENTO-TRABALHO
                   PERFORM PROCURAR-FATURA
                   IF (IND-FAT-ACHADO > 0) THEN
                       ADD PF-VALOR TO TAB-FAT-PAGO(IND-FAT-ACHADO)
                   END-IF
           END-READ.
      ****** EM ABERTO DA FATURA EM IND-FAT ********************************
       CALCULAR-ABERTO.
           IF (TAB-FAT-PAGO(IND-FAT) < TAB-FAT-VALOR(IND-FAT)) THEN
               COMPUTE VALOR-ABERTO =
                   TAB-FAT-VALOR(IND-FAT) - TAB-FAT-PAGO(IND-FAT)
           ELSE
               MOVE 0 TO VALOR-ABERTO
           END-IF.
      ****** 1 - LANCAR UMA FATURA CONTRA LINHAS RECEBIDAS *****************
       LANCAR-FATURA.
           DISPLAY "Codigo do fornecedor:".
           ACCEPT COD-TRABALHO.
           PERFORM PROCURAR-FORNECEDOR.
           IF (IND-FOR-ACHADO = 0) THEN
               DISPLAY "Fornecedor nao registado em FORNECEDORES.DAT."
               EXIT PARAGRAPH
           END-IF.
           IF (TOTAL-FATURAS = 500) THEN
               DISPLAY "Tabela de faturas cheia."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Linhas recebidas por faturar de "
               TAB-FOR-NOME(IND-FOR-ACHADO).
           DISPLAY "ENC  DATA       ING   QTD  CUSTO      VALOR".
           MOVE 0 TO TOTAL-LISTADAS.
           PERFORM LISTAR-LINHA-POR-FATURAR
               VARYING IND-ENC FROM 1 BY 1
               UNTIL IND-ENC > TOTAL-ENCOMENDAS.
           IF (TOTAL-LISTADAS = 0) THEN
               DISPLAY "Sem linhas recebidas por faturar."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero da fatura do fornecedor:".
           ACCEPT NUM-FATURA-TRABALHO.
           IF (NUM-FATURA-TRABALHO = SPACES) THEN
               DISPLAY "Lancamento cancelado."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO IND-FAT-ACHADO.
           PERFORM COMPARAR-NUMERO-FATURA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           IF (IND-FAT-ACHADO > 0) THEN
               DISPLAY "Fatura ja lancada (lancamento "
                   TAB-FAT-LANCAMENTO(IND-FAT-ACHADO) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SOLICITAR-DATA-FATURA.
           MOVE SPACES TO REG-FATURA-FORN.
           COMPUTE FF-NUM-LANCAMENTO = MAIOR-LANCAMENTO + 1.
           MOVE COD-TRABALHO TO FF-FOR-CODIGO.
           MOVE NUM-FATURA-TRABALHO TO FF-NUM-FATURA.
           MOVE DATA-TRABALHO TO FF-DATA-FATURA.
           MOVE 0 TO FF-VALOR-CONFERIDO, FF-TOTAL-LINHAS.
           PERFORM LIMPAR-LINHA-FATURA
               VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > 10.
           PERFORM SOLICITAR-LINHA-FATURA.
           IF (FF-TOTAL-LINHAS = 0) THEN
               DISPLAY "Fatura sem linhas. Lancamento cancelado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SOLICITAR-TOTAL-FATURA.
           IF (FF-DIVERGENTE = "S") THEN
               DISPLAY "Lancar mesmo assim? (S/N):"
               PERFORM CONFIRMAR-RESPOSTA
               IF (NOT RESPOSTA-SIM) THEN
                   DISPLAY "Lancamento cancelado."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      ****** VENCIMENTO = DATA DA FATURA + PRAZO DO FORNECEDOR *************
           IF (TAB-FOR-PRAZO-PAG(IND-FOR-ACHADO) = 0) THEN
               MOVE 30 TO PRAZO-EFETIVO
           ELSE
               MOVE TAB-FOR-PRAZO-PAG(IND-FOR-ACHADO) TO PRAZO-EFETIVO
           END-IF.
           COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(DATA-TRABALHO-NUM)
               + PRAZO-EFETIVO.
           COMPUTE DATA-TRABALHO-NUM =
               FUNCTION DATE-OF-INTEGER(DIA-JULIANO).
           MOVE DATA-TRABALHO TO FF-DATA-VENCIMENTO.
           OPEN EXTEND FATFORN.
           IF (SW-FATFORN-STATUS = "35") THEN
               OPEN OUTPUT FATFORN
           END-IF.
           WRITE REG-FATURA-FORN.
           CLOSE FATFORN.
           DISPLAY "Fatura lancada com o n. " FF-NUM-LANCAMENTO
               ", vence a " DIA-TRABALHO "-" MES-TRABALHO "-"
               ANO-TRABALHO ".".
      ******************************************************************
       LISTAR-LINHA-POR-FATURAR.
           IF (TAB-ENC-FOR(IND-ENC) = COD-TRABALHO AND
               TAB-ENC-LANCAMENTO(IND-ENC) = 0) THEN
               ADD 1 TO TOTAL-LISTADAS
               COMPUTE VALOR-LINHA = TAB-ENC-RECEBIDA(IND-ENC)
                   * TAB-ENC-FATURADO(IND-ENC)
               MOVE TAB-ENC-DATA(IND-ENC) TO DATA-TRABALHO-NUM
               PERFORM FORMATAR-DATA
               MOVE TAB-ENC-RECEBIDA(IND-ENC) TO QTD-SAIDA
               MOVE TAB-ENC-FATURADO(IND-ENC) TO CUSTO-SAIDA
               MOVE VALOR-LINHA TO VALOR-SAIDA
               DISPLAY TAB-ENC-NUMERO(IND-ENC) " " DATA-SAIDA "  "
                   TAB-ENC-ING(IND-ENC) " " QTD-SAIDA " " CUSTO-SAIDA
                   " " VALOR-SAIDA
           END-IF.
      ******************************************************************
       COMPARAR-NUMERO-FATURA.
           IF (TAB-FAT-FOR(IND-FAT) = COD-TRABALHO AND
               TAB-FAT-NUMERO(IND-FAT) = NUM-FATURA-TRABALHO) THEN
               MOVE IND-FAT TO IND-FAT-ACHADO
           END-IF.
      ******************************************************************
       LIMPAR-LINHA-FATURA.
           MOVE 0 TO FF-ENC-NUMERO(IND-LIN), FF-ENC-ING(IND-LIN).
      ****** DATA DA FATURA (AAAAMMDD, 0 = HOJE) ***************************
       SOLICITAR-DATA-FATURA.
           DISPLAY "Data da fatura (AAAAMMDD, 0 = hoje):".
           ACCEPT DATA-TRABALHO-NUM.
           IF (DATA-TRABALHO-NUM = 0) THEN
               MOVE DATA-ATUAL TO DATA-TRABALHO
           END-IF.
           IF (ANO-TRABALHO < 2000 OR MES-TRABALHO < 1 OR
               MES-TRABALHO > 12 OR DIA-TRABALHO < 1 OR
               DIA-TRABALHO > 31 OR
               FUNCTION TEST-DATE-YYYYMMDD(DATA-TRABALHO-NUM) NOT = 0 OR
               DATA-TRABALHO-NUM > DATA-ATUAL-NUM) THEN
               DISPLAY "Data invalida."
               GO SOLICITAR-DATA-FATURA
           END-IF.
      ****** LINHAS DA FATURA: ENCOMENDA + INGREDIENTE, 0 = FIM ************
       SOLICITAR-LINHA-FATURA.
           IF (FF-TOTAL-LINHAS = 10) THEN
               DISPLAY "Maximo de 10 linhas por fatura."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero da encomenda (0 = fim):".
           ACCEPT NUM-TRABALHO.
           IF (NUM-TRABALHO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo do ingrediente:".
           ACCEPT ING-TRABALHO.
           PERFORM PROCURAR-LINHA-ENCOMENDA.
           IF (IND-ENC-ACHADO = 0) THEN
               DISPLAY "Linha nao recebida ou inexistente."
               GO SOLICITAR-LINHA-FATURA
           END-IF.
           IF (TAB-ENC-FOR(IND-ENC-ACHADO) NOT = COD-TRABALHO) THEN
               DISPLAY "Linha de outro fornecedor."
               GO SOLICITAR-LINHA-FATURA
           END-IF.
           IF (TAB-ENC-LANCAMENTO(IND-ENC-ACHADO) > 0) THEN
               DISPLAY "Linha ja faturada (lancamento "
                   TAB-ENC-LANCAMENTO(IND-ENC-ACHADO) ")."
               GO SOLICITAR-LINHA-FATURA
           END-IF.
           ADD 1 TO FF-TOTAL-LINHAS.
           MOVE NUM-TRABALHO TO FF-ENC-NUMERO(FF-TOTAL-LINHAS).
           MOVE ING-TRABALHO TO FF-ENC-ING(FF-TOTAL-LINHAS).
           MOVE FF-NUM-LANCAMENTO
               TO TAB-ENC-LANCAMENTO(IND-ENC-ACHADO).
           COMPUTE VALOR-LINHA = TAB-ENC-RECEBIDA(IND-ENC-ACHADO)
               * TAB-ENC-FATURADO(IND-ENC-ACHADO).
           ADD VALOR-LINHA TO FF-VALOR-CONFERIDO.
           MOVE FF-VALOR-CONFERIDO TO VALOR-SAIDA.
           DISPLAY "Linha aceite. Conferido ate agora: " VALOR-SAIDA.
           GO SOLICITAR-LINHA-FATURA.
      ****** TOTAL DO DOCUMENTO E CONFERENCIA ******************************
       SOLICITAR-TOTAL-FATURA.
           MOVE FF-VALOR-CONFERIDO TO VALOR-SAIDA.
           DISPLAY "Valor conferido (qtd recebida x custo): "
               VALOR-SAIDA.
           DISPLAY "Total da fatura (0 = igual ao conferido):".
           ACCEPT ENTRADA-VALOR.
           COMPUTE FF-VALOR = FUNCTION NUMVAL(ENTRADA-VALOR).
           IF (FF-VALOR = 0) THEN
               MOVE FF-VALOR-CONFERIDO TO FF-VALOR
           END-IF.
           IF (FF-VALOR = FF-VALOR-CONFERIDO) THEN
               MOVE "N" TO FF-DIVERGENTE
           ELSE
               MOVE "S" TO FF-DIVERGENTE
               COMPUTE DIFERENCA = FF-VALOR - FF-VALOR-CONFERIDO
               MOVE DIFERENCA TO DIFERENCA-SAIDA
               DISPLAY "AVISO: a fatura difere do conferido em "
                   DIFERENCA-SAIDA
               DISPLAY "(fica assinalada com ! nas listagens)."
           END-IF.
      ******************************************************************
       CONFIRMAR-RESPOSTA.
           ACCEPT RESPOSTA.
           IF (NOT RESPOSTA-VALIDA) THEN
               GO CONFIRMAR-RESPOSTA
           END-IF.
      ****** 2 - FATURAS EM ABERTO (TODAS OU DE UM FORNECEDOR) *************
       LISTAR-FATURAS.
           DISPLAY "Codigo do fornecedor (0 = todos):".
           ACCEPT COD-TRABALHO.
           MOVE 0 TO TOTAL-LISTADAS.
           DISPLAY "LANC  FOR FATURA          DATA       VENCE"
               "          VALOR  EM ABERTO".
           PERFORM LISTAR-FATURA-LINHA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           IF (TOTAL-LISTADAS = 0) THEN
               DISPLAY "Sem faturas em aberto."
           END-IF.
      ******************************************************************
       LISTAR-FATURA-LINHA.
           IF (COD-TRABALHO > 0 AND
               TAB-FAT-FOR(IND-FAT) NOT = COD-TRABALHO) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-ABERTO.
           IF (VALOR-ABERTO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-LISTADAS.
           PERFORM FORMATAR-DATAS-FATURA.
           MOVE TAB-FAT-VALOR(IND-FAT) TO VALOR-SAIDA.
           MOVE VALOR-ABERTO TO DIFERENCA-SAIDA.
           IF (TAB-FAT-DIVERGENTE(IND-FAT) = "S") THEN
               DISPLAY TAB-FAT-LANCAMENTO(IND-FAT) " "
                   TAB-FAT-FOR(IND-FAT) " " TAB-FAT-NUMERO(IND-FAT)
                   " " DATA-SAIDA " " VENCIMENTO-SAIDA " "
                   VALOR-SAIDA " " DIFERENCA-SAIDA " !"
           ELSE
               DISPLAY TAB-FAT-LANCAMENTO(IND-FAT) " "
                   TAB-FAT-FOR(IND-FAT) " " TAB-FAT-NUMERO(IND-FAT)
                   " " DATA-SAIDA " " VENCIMENTO-SAIDA " "
                   VALOR-SAIDA " " DIFERENCA-SAIDA
           END-IF.
      ******************************************************************
       FORMATAR-DATAS-FATURA.
           MOVE TAB-FAT-VENCIMENTO(IND-FAT) TO DATA-TRABALHO-NUM.
           PERFORM FORMATAR-DATA.
           MOVE DATA-SAIDA TO VENCIMENTO-SAIDA.
           MOVE TAB-FAT-DATA(IND-FAT) TO DATA-TRABALHO-NUM.
           PERFORM FORMATAR-DATA.
      ******************************************************************
       FORMATAR-DATA.
           MOVE SPACES TO DATA-SAIDA.
           STRING DIA-TRABALHO "-" MES-TRABALHO "-" ANO-TRABALHO
               DELIMITED BY SIZE INTO DATA-SAIDA.
      ****** 3 - PAGAMENTO (TOTAL OU PARCIAL) DE UMA FATURA ****************
       REGISTAR-PAGAMENTO.
           DISPLAY "Numero de lancamento da fatura:".
           ACCEPT LANCAMENTO-TRABALHO.
           PERFORM PROCURAR-FATURA.
           IF (IND-FAT-ACHADO = 0) THEN
               DISPLAY "Lancamento inexistente."
               EXIT PARAGRAPH
           END-IF.
           MOVE IND-FAT-ACHADO TO IND-FAT.
           PERFORM CALCULAR-ABERTO.
           IF (VALOR-ABERTO = 0) THEN
               DISPLAY "Fatura ja paga."
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-FAT-FOR(IND-FAT) TO COD-TRABALHO.
           PERFORM PROCURAR-FORNECEDOR.
           MOVE VALOR-ABERTO TO VALOR-SAIDA.
           IF (IND-FOR-ACHADO > 0) THEN
               DISPLAY TAB-FOR-NOME(IND-FOR-ACHADO) " fatura "
                   TAB-FAT-NUMERO(IND-FAT)
           END-IF.
           DISPLAY "Em aberto: " VALOR-SAIDA.
           IF (TAB-FAT-DIVERGENTE(IND-FAT) = "S") THEN
               DISPLAY "AVISO: fatura com diferenca na conferencia."
           END-IF.
           PERFORM SOLICITAR-VALOR-PAGO.
           IF (VALOR-TRABALHO = 0) THEN
               DISPLAY "Pagamento cancelado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SOLICITAR-MEIO.
           DISPLAY "Referencia (n. transferencia/cheque):".
           ACCEPT REFERENCIA-TRABALHO.
           MOVE LANCAMENTO-TRABALHO TO PF-NUM-LANCAMENTO.
           MOVE TAB-FAT-FOR(IND-FAT) TO PF-FOR-CODIGO.
           MOVE ANO-ATUAL TO PF-ANO.
           MOVE MES-ATUAL TO PF-MES.
           MOVE DIA-ATUAL TO PF-DIA.
           MOVE VALOR-TRABALHO TO PF-VALOR.
           MOVE MEIO-TRABALHO TO PF-MEIO.
           MOVE REFERENCIA-TRABALHO TO PF-REFERENCIA.
           OPEN EXTEND PAGFORN.
           IF (SW-PAGFORN-STATUS = "35") THEN
               OPEN OUTPUT PAGFORN
           END-IF.
           WRITE REG-PAGAMENTO-FORN.
           CLOSE PAGFORN.
           SUBTRACT VALOR-TRABALHO FROM VALOR-ABERTO.
           IF (VALOR-ABERTO = 0) THEN
               DISPLAY "Pagamento registado. Fatura liquidada."
           ELSE
               MOVE VALOR-ABERTO TO VALOR-SAIDA
               DISPLAY "Pagamento parcial registado. Falta pagar: "
                   VALOR-SAIDA
           END-IF.
      ******************************************************************
       SOLICITAR-VALOR-PAGO.
           DISPLAY "Valor pago (0 = cancelar):".
           ACCEPT ENTRADA-VALOR.
           COMPUTE VALOR-TRABALHO = FUNCTION NUMVAL(ENTRADA-VALOR).
           IF (VALOR-TRABALHO > VALOR-ABERTO) THEN
               DISPLAY "Valor acima do que falta pagar."
               GO SOLICITAR-VALOR-PAGO
           END-IF.
      ******************************************************************
       SOLICITAR-MEIO.
           DISPLAY "Meio (T=transferencia, Q=cheque, N=numerario):".
           ACCEPT MEIO-TRABALHO.
           MOVE FUNCTION UPPER-CASE(MEIO-TRABALHO) TO MEIO-TRABALHO.
           IF (NOT MEIO-VALIDO) THEN
               GO SOLICITAR-MEIO
           END-IF.
      ****** 4 - ANTIGUIDADE DA DIVIDA POR FORNECEDOR **********************
      * Dias contados a partir do vencimento: "a vencer" e o que ainda
      * esta dentro do prazo; os escaloes seguintes sao dias de atraso.
      ******************************************************************
       GERAR-ANTIGUIDADE.
           MOVE 0 TO TOT-A-VENCER, TOT-30, TOT-60, TOT-90, TOT-MAIS-90,
               TOT-DIVIDA.
           OPEN OUTPUT RELFORN.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "------------ ANTIGUIDADE DE FORNECEDORES A "
               DELIMITED BY SIZE
               DIA-ATUAL "-" MES-ATUAL "-" ANO-ATUAL DELIMITED BY SIZE
               " - TAREFA23 ------" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           MOVE "Dias de atraso contados do vencimento; ! = fatura com"
               & " diferenca na conferencia." TO LINHA-SAIDA.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           MOVE "FORNECEDOR          A VENCER      1-30     31-60"
               & "     61-90       +90     TOTAL" TO LINHA-SAIDA.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           PERFORM ANTIGUIDADE-FORNECEDOR
               VARYING IND-FOR FROM 1 BY 1
               UNTIL IND-FOR > TOTAL-FORNEC.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           MOVE "TOTAL" TO LINHA-SAIDA.
           MOVE TOT-A-VENCER TO DIVIDA-A-VENCER.
           MOVE TOT-30 TO DIVIDA-30.
           MOVE TOT-60 TO DIVIDA-60.
           MOVE TOT-90 TO DIVIDA-90.
           MOVE TOT-MAIS-90 TO DIVIDA-MAIS-90.
           MOVE TOT-DIVIDA TO DIVIDA-TOTAL.
           PERFORM PREENCHER-COLUNAS-DIVIDA.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           CLOSE RELFORN.
           MOVE TOT-DIVIDA TO VALOR-SAIDA.
           DISPLAY "Divida total a fornecedores: " VALOR-SAIDA.
           COMPUTE VALOR-TRABALHO = TOT-30 + TOT-60 + TOT-90
               + TOT-MAIS-90.
           MOVE VALOR-TRABALHO TO VALOR-SAIDA.
           DISPLAY "Vencida: " VALOR-SAIDA.
           DISPLAY "Antiguidade gravada em RELFORN.DAT.".
      ******************************************************************
       ANTIGUIDADE-FORNECEDOR.
           MOVE 0 TO DIVIDA-A-VENCER, DIVIDA-30, DIVIDA-60, DIVIDA-90,
               DIVIDA-MAIS-90, DIVIDA-TOTAL.
           MOVE "N" TO SW-FORNEC-DIVERGENTE.
           PERFORM CLASSIFICAR-FATURA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           IF (DIVIDA-TOTAL = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE TAB-FOR-NOME(IND-FOR) TO LINHA-SAIDA(1:18).
           PERFORM PREENCHER-COLUNAS-DIVIDA.
           IF (FORNEC-DIVERGENTE) THEN
               MOVE "!" TO LINHA-SAIDA(80:1)
           END-IF.
           WRITE REG-RELFORN FROM LINHA-SAIDA.
           ADD DIVIDA-A-VENCER TO TOT-A-VENCER.
           ADD DIVIDA-30 TO TOT-30.
           ADD DIVIDA-60 TO TOT-60.
           ADD DIVIDA-90 TO TOT-90.
           ADD DIVIDA-MAIS-90 TO TOT-MAIS-90.
           ADD DIVIDA-TOTAL TO TOT-DIVIDA.
      ******************************************************************
       CLASSIFICAR-FATURA.
           IF (TAB-FAT-FOR(IND-FAT) NOT = TAB-FOR-CODIGO(IND-FOR)) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-ABERTO.
           IF (VALOR-ABERTO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-FAT-DIVERGENTE(IND-FAT) = "S") THEN
               MOVE "S" TO SW-FORNEC-DIVERGENTE
           END-IF.
           PERFORM CALCULAR-ATRASO.
           EVALUATE TRUE
               WHEN DIAS-ATRASO <= 0
                   ADD VALOR-ABERTO TO DIVIDA-A-VENCER
               WHEN DIAS-ATRASO <= 30
                   ADD VALOR-ABERTO TO DIVIDA-30
               WHEN DIAS-ATRASO <= 60
                   ADD VALOR-ABERTO TO DIVIDA-60
               WHEN DIAS-ATRASO <= 90
                   ADD VALOR-ABERTO TO DIVIDA-90
               WHEN OTHER
                   ADD VALOR-ABERTO TO DIVIDA-MAIS-90
           END-EVALUATE.
           ADD VALOR-ABERTO TO DIVIDA-TOTAL.
      ****** DIAS DE ATRASO DA FATURA EM IND-FAT (<= 0 = NO PRAZO) *********
       CALCULAR-ATRASO.
           MOVE TAB-FAT-VENCIMENTO(IND-FAT) TO DATA-TRABALHO-NUM.
           COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(DATA-TRABALHO-NUM).
           COMPUTE DIAS-ATRASO = DIA-JULIANO-HOJE - DIA-JULIANO.
      ******************************************************************
       PREENCHER-COLUNAS-DIVIDA.
           MOVE DIVIDA-A-VENCER TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(20:9).
           MOVE DIVIDA-30 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(30:9).
           MOVE DIVIDA-60 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(40:9).
           MOVE DIVIDA-90 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(50:9).
           MOVE DIVIDA-MAIS-90 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(60:9).
           MOVE DIVIDA-TOTAL TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(70:9).
      ****** 5 - FATURAS A PAGAR ATE DOMINGO (VENCIDAS PRIMEIRO) ***********
       GERAR-FATURAS-A-PAGAR.
           MOVE 0 TO TOT-A-PAGAR, TOTAL-LISTADAS.
           OPEN OUTPUT RELPAGAR.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "------------ FATURAS A PAGAR ESTA SEMANA ("
               DELIMITED BY SIZE
               DIA-ATUAL "-" MES-ATUAL "-" ANO-ATUAL DELIMITED BY SIZE
               ") - TAREFA23 ------" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM ESCREVER-A-PAGAR.
           MOVE "VENCE      FORNECEDOR         FATURA          LANC"
               & "  EM ABERTO ATRASO" TO LINHA-SAIDA.
           PERFORM ESCREVER-A-PAGAR.
           MOVE "Vencidas:" TO LINHA-SAIDA.
           PERFORM ESCREVER-A-PAGAR.
           MOVE "S" TO SW-VENCIDAS.
           PERFORM LISTAR-A-PAGAR
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           MOVE DIA-JULIANO-DOMINGO TO DIA-JULIANO.
           COMPUTE DATA-TRABALHO-NUM =
               FUNCTION DATE-OF-INTEGER(DIA-JULIANO).
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "A vencer ate " DATA-SAIDA ":" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM ESCREVER-A-PAGAR.
           MOVE "N" TO SW-VENCIDAS.
           PERFORM LISTAR-A-PAGAR
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           MOVE SPACES TO LINHA-SAIDA.
           PERFORM ESCREVER-A-PAGAR.
           MOVE TOT-A-PAGAR TO VALOR-SAIDA.
           MOVE TOTAL-LISTADAS TO QTD-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Total a pagar ate domingo: " VALOR-SAIDA
               " (" QTD-SAIDA " faturas)" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM ESCREVER-A-PAGAR.
           CLOSE RELPAGAR.
           DISPLAY "Gravado em RELPAGAR.DAT.".
      ******************************************************************
       ESCREVER-A-PAGAR.
           WRITE REG-RELPAGAR FROM LINHA-SAIDA.
           DISPLAY LINHA-SAIDA.
      ******************************************************************
       LISTAR-A-PAGAR.
           PERFORM CALCULAR-ABERTO.
           IF (VALOR-ABERTO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-ATRASO.
           IF (LISTAR-VENCIDAS) THEN
               IF (DIAS-ATRASO <= 0) THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF (DIAS-ATRASO > 0 OR
                   DIA-JULIANO > DIA-JULIANO-DOMINGO) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO TOTAL-LISTADAS.
           ADD VALOR-ABERTO TO TOT-A-PAGAR.
           PERFORM FORMATAR-DATAS-FATURA.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE VENCIMENTO-SAIDA TO LINHA-SAIDA(1:10).
           MOVE TAB-FAT-FOR(IND-FAT) TO COD-TRABALHO.
           PERFORM PROCURAR-FORNECEDOR.
           IF (IND-FOR-ACHADO > 0) THEN
               MOVE TAB-FOR-NOME(IND-FOR-ACHADO) TO LINHA-SAIDA(12:18)
           END-IF.
           MOVE TAB-FAT-NUMERO(IND-FAT) TO LINHA-SAIDA(31:15).
           MOVE TAB-FAT-LANCAMENTO(IND-FAT) TO LINHA-SAIDA(47:5).
           MOVE VALOR-ABERTO TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(53:9).
           IF (DIAS-ATRASO > 0) THEN
               MOVE DIAS-ATRASO TO DIAS-SAIDA
               MOVE DIAS-SAIDA TO LINHA-SAIDA(63:5)
           END-IF.
           IF (TAB-FAT-DIVERGENTE(IND-FAT) = "S") THEN
               MOVE "!" TO LINHA-SAIDA(70:1)
           END-IF.
           PERFORM ESCREVER-A-PAGAR.
       END PROGRAM TAREFA23.
