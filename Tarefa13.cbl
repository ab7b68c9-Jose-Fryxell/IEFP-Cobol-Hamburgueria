      *      esgotado/disponivel (comuta ART-ATIVO em ARTIGOS.DAT); o
      *      TAREFA07 rele o ficheiro entre pedidos e retira o artigo
      *      do painel de venda num pedido ou dois.
      * Mod: 15-10-2026 JS - Registo com o terminal (caixa) que
      *      registou o pedido, mostrado na fila.
      * Mod: 15-10-2026 JS - Pedidos especiais por artigo (sem
      *      cebola, bem passado...) listados sob o pedido, com a
      *      descricao de MODIFICADORES.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA13.
               FILE STATUS IS SW-ARTIGOS-STATUS.
           SELECT RELATORIO ASSIGN TO "RELCOZINHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODIFICADORES ASSIGN TO "MODIFICADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-MODIF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COZINHA.
           COPY "Artigoreg.cpy".
       FD  RELATORIO.
       01 REG-RELATORIO                PIC X(80).
       FD  MODIFICADORES.
           COPY "Modifreg.cpy".
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-COZINHA-STATUS            PIC XX      VALUE "00".
           88 FIM-COZINHA                               VALUE "S".
       77 SW-FIM-ARTIGOS               PIC X       VALUE "N".
           88 FIM-ARTIGOS                               VALUE "S".
       77 SW-MODIF-STATUS              PIC XX      VALUE "00".
       77 SW-FIM-MODIF                 PIC X       VALUE "N".
           88 FIM-MODIF                                 VALUE "S".
      ****** DATA & HORA ***************************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
               10 TAB-QTD OCCURS 10 TIMES PIC 99.
               10 TAB-HORA-AGENDADA     PIC 99.
               10 TAB-MIN-AGENDADA      PIC 99.
               10 TAB-TERMINAL          PIC 99.
               10 TAB-MDF OCCURS 5 TIMES.
                   15 TAB-MDF-ARTIGO    PIC 99.
                   15 TAB-MDF-CODIGO    PIC 99.
      ****** NOMES DOS ARTIGOS *********************************************
       01 TABELA-NOMES.
           05 NOME-ARTIGO OCCURS 10 TIMES PIC X(22).
      ****** DESCRICAO DOS MODIFICADORES (MODIFICADORES.DAT) ***************
       77 TOTAL-MODIFICADORES          PIC 99      VALUE 0.
       77 IND-MDF                      PIC 99      VALUE 0.
       77 IND-MDF-LISTA                PIC 9       VALUE 0.
       77 IND-MDF-ACHADO               PIC 99      VALUE 0.
       77 IND-ART-MDF                  PIC 99      VALUE 0.
       01 TABELA-MODIFICADORES.
           05 MDF-TAB OCCURS 30 TIMES.
               10 TAB-MODIF-CODIGO      PIC 99.
               10 TAB-MODIF-DESCRICAO   PIC X(20).
      ****** TABELA COMPLETA DE ARTIGOS (COMUTAR ESGOTADO) *****************
       77 TOTAL-ARTIGOS                PIC 99      VALUE 0.
       77 IND-ARTG                     PIC 99      VALUE 0.
       INICIO.
           DISPLAY "TAREFA13 - FILA DE PEDIDOS DA COZINHA".
           PERFORM CARREGAR-NOMES-ARTIGOS.
           PERFORM CARREGAR-MODIFICADORES.
           PERFORM CARREGAR-COZINHA.
      ******************************************************************
       MENU-PRINCIPAL.
               END-EVALUATE
               DISPLAY "Pedido " TAB-NUM(IND) "  "
                   TAB-HORA-PEDIDO(IND) ":" TAB-MIN-PEDIDO(IND)
                   "  " ESTADO-SAIDA "  caixa " TAB-TERMINAL(IND)
               PERFORM LISTAR-ITENS-FILA
                   VARYING IND-ART FROM 1 BY 1 UNTIL IND-ART > 10
               PERFORM LISTAR-MODIF-FILA
                   VARYING IND-MDF-LISTA FROM 1 BY 1
                   UNTIL IND-MDF-LISTA > 5
           END-IF.
      ******************************************************************
       LISTAR-ITENS-FILA.
               DISPLAY "   " TAB-QTD(IND, IND-ART) " x "
                   NOME-ARTIGO(IND-ART)
           END-IF.
      ****** PEDIDO ESPECIAL: ARTIGO E DESCRICAO DO MODIFICADOR ************
       LISTAR-MODIF-FILA.
           IF (TAB-MDF-CODIGO(IND, IND-MDF-LISTA) IS NUMERIC AND
               TAB-MDF-CODIGO(IND, IND-MDF-LISTA) > 0) THEN
               EVALUATE TAB-MDF-ARTIGO(IND, IND-MDF-LISTA)
                   WHEN 10
                       MOVE 9 TO IND-ART-MDF
                   WHEN 11
                       MOVE 10 TO IND-ART-MDF
                   WHEN OTHER
                       MOVE TAB-MDF-ARTIGO(IND, IND-MDF-LISTA)
                           TO IND-ART-MDF
               END-EVALUATE
               MOVE 0 TO IND-MDF-ACHADO
               PERFORM COMPARAR-MODIFICADOR
                   VARYING IND-MDF FROM 1 BY 1
                   UNTIL IND-MDF > TOTAL-MODIFICADORES
               IF (IND-ART-MDF < 1 OR IND-ART-MDF > 10) THEN
                   MOVE 1 TO IND-ART-MDF
               END-IF
               IF (IND-MDF-ACHADO > 0) THEN
                   DISPLAY "      > " NOME-ARTIGO(IND-ART-MDF) ": "
                       TAB-MODIF-DESCRICAO(IND-MDF-ACHADO)
               ELSE
                   DISPLAY "      > " NOME-ARTIGO(IND-ART-MDF)
                       ": modificador "
                       TAB-MDF-CODIGO(IND, IND-MDF-LISTA)
               END-IF
           END-IF.
      ******************************************************************
       COMPARAR-MODIFICADOR.
           IF (TAB-MODIF-CODIGO(IND-MDF) =
               TAB-MDF-CODIGO(IND, IND-MDF-LISTA)) THEN
               MOVE IND-MDF TO IND-MDF-ACHADO
           END-IF.
      ****** CARREGAR AS DESCRICOES DOS MODIFICADORES **********************
       CARREGAR-MODIFICADORES.
           OPEN INPUT MODIFICADORES.
           IF (SW-MODIF-STATUS = "00") THEN
               PERFORM LER-MODIFICADOR UNTIL FIM-MODIF
               CLOSE MODIFICADORES
           END-IF.
      ******************************************************************
       LER-MODIFICADOR.
           READ MODIFICADORES
               AT END
                   MOVE "S" TO SW-FIM-MODIF
               NOT AT END
                   IF (TOTAL-MODIFICADORES < 30) THEN
                       ADD 1 TO TOTAL-MODIFICADORES
                       MOVE MDF-CODIGO
                           TO TAB-MODIF-CODIGO(TOTAL-MODIFICADORES)
                       MOVE MDF-DESCRICAO
                           TO TAB-MODIF-DESCRICAO(TOTAL-MODIFICADORES)
                   END-IF
           END-READ.
      ****** AVANCAR O ESTADO DE UM PEDIDO COM CARIMBO DE HORA *************
       AVANCAR-PEDIDO.
           DISPLAY "Numero do pedido:".
