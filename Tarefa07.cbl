      *      TAREFA09 ou um artigo marcado esgotado pelo cozinheiro
      *      no TAREFA13 chega ao painel no pedido seguinte, sem
      *      reiniciar a caixa.
      * Mod: 15-10-2026 JS - Numeracao continua dos documentos fiscais
      *      por serie e por ano (FS na venda, NC na anulacao, VL na
      *      emissao de vale) controlada em DOCCONTROL.DAT; o numero
      *      e gravado no registo do pedido, a anulacao guarda a
      *      fatura de origem e o ecra mostra o documento emitido.
      * Mod: 15-10-2026 JS - Duas caixas a trabalhar em simultaneo: o
      *      numero do terminal e pedido no arranque e gravado no
      *      pedido, na cozinha e nas entregas; o numero de pedido
      *      passa a vir de NUMPEDIDO.DAT, comum a todas as caixas, e
      *      o checkpoint e um ficheiro por terminal (CHECKPTnn.DAT).
      * Mod: 15-10-2026 JS - Pedidos especiais por item (tecla 13,
      *      MODIFICADORES.DAT): ate 5 por pedido, gravados com o
      *      pedido e enviados a cozinha; o suplemento entra na linha
      *      do artigo e um "sem" devolve ao stock o ingrediente que
      *      a unidade nao leva. O restauro do checkpoint deixa de o
      *      regravar a meio (perdia os artigos seguintes).
      * Mod: 15-10-2026 JS - Tecla 14 mostra os alergenos do pedido em
      *      curso, calculados na hora a partir de FICHATEC.DAT e dos
      *      indicadores de INGREDIENTES.DAT (Alergenos.cpy); os que
      *      um ingrediente tem por declarar saem a amarelo, com aviso,
      *      e um artigo sem ficha tecnica ou um ingrediente em falta
      *      dao "dados incompletos" em vez de "nenhum alergeno".
      * Mod: 15-10-2026 JS - Pagamento "P" (a prazo, conta corrente)
      *      para clientes com conta aprovada em CLIENTES.DAT: exige
      *      NIF, o saldo de CONTACORR.DAT mais o pedido nao pode
      *      passar o limite de credito, o pedido fica em debito na
      *      conta (movimento "D") e a anulacao credita-o ("A"), sem
      *      dinheiro na gaveta. CLIENTES.DAT e relido antes de cada
      *      regravacao para nao perder aprovacoes feitas no TAREFA22
      *      nem clientes registados pela outra caixa.
      * Mod: 15-10-2026 JS - Pagamento "E" (a cobrar na entrega) so em
      *      pedidos ao domicilio: a FS e emitida na mesma, sem
      *      dinheiro na gaveta, e o registo em ENTREGAS.DAT leva o
      *      valor que o estafeta tem de cobrar (TAREFA16). A anulacao
      *      de uma entrega ainda por entregar deixa de ter valor a
      *      cobrar.
      * Mod: 15-10-2026 JS - CLIENTES.DAT guarda a data do ultimo
      *      pedido de cada cliente (pelo NIF ou, nas entregas, pelo
      *      telefone) para o prazo de conservacao dos dados (RGPD,
      *      TAREFA25). Os clientes anonimizados (NIF e telefone a
      *      zero) ficam fora da fusao de CLIENTES.DAT.
      * Mod: 15-10-2026 JS - Anulacao de uma entrega a cobrar ja
      *      entregue e paga ao estafeta em dinheiro: o reembolso sai
      *      em dinheiro da gaveta e fica no REG-VALOR-ENTREGUE da
      *      anulacao, para o fecho o abater a gaveta esperada; sem o
      *      registo da entrega na fila a anulacao e recusada.
      * Mod: 15-10-2026 JS - Data e hora de emissao do documento fiscal
      *      na cauda do registo do pedido (REG-DATA-DOCUMENTO), e na
      *      nota de credito o ano da fatura anulada, para a anulacao
      *      de uma venda de outro dia ou ano ir ao periodo certo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA07.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-PEDIDOS-STATUS.
           SELECT CHECKPT ASSIGN TO NOME-CHECKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CHECKPT-STATUS.
           SELECT ARTIGOS ASSIGN TO "ARTIGOS.DAT"
           SELECT VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-VALES-STATUS.
           SELECT DOCCONTROL ASSIGN TO "DOCCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-DOCCONTROL-STATUS.
           SELECT NUMPEDIDO ASSIGN TO "NUMPEDIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-NUMPEDIDO-STATUS.
           SELECT MODIFICADORES ASSIGN TO "MODIFICADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-MODIF-STATUS.
           SELECT CONTACORR ASSIGN TO "CONTACORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CONTACORR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
           COPY "Ivareg.cpy".
       FD  VALES.
           COPY "Valereg.cpy".
       FD  DOCCONTROL.
       01 REG-DOCCONTROL.
           05 DCT-SERIE                PIC XX.
           05 DCT-ANO                  PIC 9999.
           05 DCT-ULTIMO               PIC 9(6).
       FD  NUMPEDIDO.
       01 REG-NUMPEDIDO.
           05 NPC-ULTIMO               PIC 99.
       FD  MODIFICADORES.
           COPY "Modifreg.cpy".
       FD  CONTACORR.
           COPY "Contareg.cpy".
       WORKING-STORAGE SECTION.
      ****** NUM PEDIDO ************************************************
       77 NUM-PEDIDO                   PIC 99      VALUE 0.
       77 MENU                         PIC 99      VALUE 0.
         88 DESVALIDAR-MENU                           VALUES 15 THRU 99.
      ****** VALOR UNITARIO DOS MENUS (CARREGADO DE ARTIGOS.DAT) **********
       77 VALOR-PEQUENO                PIC 999V99  VALUE 5.15.
       77 VALOR-MEDIO                  PIC 999V99  VALUE 6.05.
      ****** PAGAMENTO *****************************************************
       77 METODO-PAGAMENTO             PIC X       VALUE SPACE.
           88 PAGAMENTO-VALIDO             VALUES "D","d","C","c",
                                                  "V","v","P","p",
                                                  "E","e".
           88 PAGAMENTO-DINHEIRO           VALUES "D","d".
           88 PAGAMENTO-VALE               VALUES "V","v".
           88 PAGAMENTO-CONTA              VALUES "P","p".
           88 PAGAMENTO-NA-ENTREGA         VALUES "E","e".
       77 METODO-RESTO                 PIC X       VALUE SPACE.
           88 RESTO-VALIDO                 VALUES "D","d","C","c".
           88 RESTO-DINHEIRO               VALUES "D","d".
       77 IND-COZ-ACHADO               PIC 9(3)    VALUE 0.
       77 NUM-COZ-ALVO                 PIC XX      VALUE SPACES.
       01 TABELA-COZ-ANULACAO.
           05 COZ-LINHA OCCURS 200 TIMES PIC X(80).
       77 SW-FIM-ENT-ANUL              PIC X       VALUE "N".
           88 FIM-ENT-ANUL                              VALUE "S".
       77 VALOR-REEMBOLSO              PIC 9999V99 VALUE 0.
       77 SW-ENTREGA-NA-FILA           PIC X       VALUE "S".
           88 ENTREGA-NA-FILA                           VALUE "S".
       77 TOTAL-ENT-LINHAS             PIC 9(3)    VALUE 0.
       77 IND-ENT                      PIC 9(3)    VALUE 0.
       77 IND-ENT-ACHADO               PIC 9(3)    VALUE 0.
       01 TABELA-ENT-ANULACAO.
           05 ENT-LINHA OCCURS 200 TIMES PIC X(90).
       77 SW-FIM-PEDIDOS               PIC X       VALUE "N".
           88 FIM-PEDIDOS                               VALUE "S".
       77 PEDIDO-GUARDADO              PIC X(250)  VALUE SPACES.
      ****** STOCK DE INGREDIENTES E FICHA TECNICA *************************
       77 SW-INGRED-STATUS             PIC XX      VALUE "00".
       77 SW-FICHA-STATUS              PIC XX      VALUE "00".
               10 TAB-ING-CONSUMIDO     PIC 9(5).
               10 TAB-ING-ENTREGAS      PIC 9(5).
               10 TAB-ING-QUEBRAS       PIC 9(5).
               10 TAB-ING-ALERGENOS     PIC X(14).
       01 TABELA-ING-BASE.
           05 ING-BASE OCCURS 30 TIMES.
               10 BASE-ING-QTD          PIC 9(5).
               10 TAB-CLI-VISITAS       PIC 9(5).
               10 TAB-CLI-GASTO         PIC 9(7)V99.
               10 TAB-CLI-MORADA        PIC X(30).
               10 TAB-CLI-CONTA         PIC X.
               10 TAB-CLI-LIMITE        PIC 9(5)V99.
               10 TAB-CLI-PRAZO         PIC 99.
               10 TAB-CLI-ULTIMA        PIC 9(8).
       01 TABELA-CLI-BASE.
           05 CLI-BASE OCCURS 100 TIMES.
               10 BASE-CLI-VISITAS      PIC 9(5).
               10 BASE-CLI-GASTO        PIC 9(7)V99.
       77 NOVO-GASTO                   PIC S9(8)V99 VALUE 0.
       77 IND-CLI-DISCO                PIC 9(3)    VALUE 0.
      ****** CONTA CORRENTE DO CLIENTE (CONTACORR.DAT) *********************
       77 SW-CONTACORR-STATUS          PIC XX      VALUE "00".
       77 SW-FIM-CONTACORR             PIC X       VALUE "N".
           88 FIM-CONTACORR                             VALUE "S".
       77 SW-CONTA-OK                  PIC X       VALUE "N".
           88 CONTA-OK                                  VALUE "S".
       77 SALDO-CONTA                  PIC S9(7)V99 VALUE 0.
       77 SALDO-CONTA-SAIDA            PIC -(6)9.99 VALUE SPACES.
      ****** DESCONTOS SOBRE O PEDIDO **************************************
       77 DESCONTO-TOTAL               PIC 9999V99 VALUE 0.
       77 VALOR-OFERTA                 PIC 999V99  VALUE 0.
               10 TAB-OPE-NOME          PIC X(25).
               10 TAB-OPE-PIN           PIC 9(4).
               10 TAB-OPE-SUPERVISOR    PIC X.
      ****** NUMERACAO DOS DOCUMENTOS FISCAIS (DOCCONTROL.DAT) *************
       77 SW-DOCCONTROL-STATUS         PIC XX      VALUE "00".
       77 SW-FIM-DOCCONTROL            PIC X       VALUE "N".
           88 FIM-DOCCONTROL                            VALUE "S".
       77 SERIE-DOCUMENTO              PIC XX      VALUE SPACES.
       77 NUM-DOCUMENTO                PIC 9(6)    VALUE 0.
       77 TOTAL-SERIES                 PIC 9       VALUE 0.
       77 IND-SER                      PIC 9       VALUE 0.
       77 IND-SER-ACHADO               PIC 9       VALUE 0.
       77 DOCUMENTO-SAIDA              PIC X(14)   VALUE SPACES.
       01 DATA-DOCUMENTO               PIC X(12)   VALUE ZEROS.
       01 TABELA-SERIES.
           05 SER-TAB OCCURS 5 TIMES.
               10 TAB-SER-SERIE         PIC XX.
               10 TAB-SER-ANO           PIC 9999.
               10 TAB-SER-ULTIMO        PIC 9(6).
      ****** TERMINAL (CAIXA) E NUMERO DE PEDIDO COMUM (NUMPEDIDO.DAT) *****
       77 SW-NUMPEDIDO-STATUS          PIC XX      VALUE "00".
       77 TERMINAL-ATUAL               PIC 99      VALUE 0.
       77 NOME-CHECKPT                 PIC X(15)   VALUE SPACES.
      ****** PEDIDOS ESPECIAIS POR ITEM (MODIFICADORES.DAT, VER TAREFA09) **
       77 SW-MODIF-STATUS              PIC XX      VALUE "00".
       77 SW-FIM-MODIF                 PIC X       VALUE "N".
           88 FIM-MODIF                                 VALUE "S".
       77 SW-RESTAURO                  PIC X       VALUE "N".
           88 EM-RESTAURO                               VALUE "S".
       77 TOTAL-MODIFICADORES          PIC 99      VALUE 0.
       77 IND-MDF                      PIC 99      VALUE 0.
       77 IND-MDF-ACHADO               PIC 99      VALUE 0.
       77 MDF-PEDIDO                   PIC 99      VALUE 0.
       77 ING-SO                       PIC 99      VALUE 0.
       77 TOTAL-MDP                    PIC 9       VALUE 0.
       77 IND-MDP                      PIC 9       VALUE 0.
       77 IND-MDP-SEG                  PIC 9       VALUE 0.
       77 CONTA-MDP                    PIC 99      VALUE 0.
       77 SUPLEMENTO-TOTAL             PIC 999V99  VALUE 0.
       77 SUPLEMENTO-SAIDA             PIC ZZ9.99  VALUE SPACES.
       01 TABELA-MODIFICADORES.
           05 MDF-TAB OCCURS 30 TIMES.
               10 TAB-MDF-CODIGO        PIC 99.
               10 TAB-MDF-DESCRICAO     PIC X(20).
               10 TAB-MDF-TIPO          PIC X.
               10 TAB-MDF-INGREDIENTE   PIC 99.
               10 TAB-MDF-SUPLEMENTO    PIC 99V99.
               10 TAB-MDF-ATIVO         PIC X.
      * Mesmo desenho de REG-MODIFICADORES (Pedidoreg.cpy).
       01 MODIFICADORES-PEDIDO.
           05 MDP-ENT OCCURS 5 TIMES.
               10 MDP-ARTIGO            PIC 99.
               10 MDP-CODIGO            PIC 99.
               10 MDP-SUPLEMENTO        PIC 99V99.
       77 MODIF-CHECKPOINT             PIC X(40)   VALUE SPACES.
      ****** ALERGENOS DO PEDIDO (TECLA 14) ********************************
           COPY "Alergenos.cpy".
       01 INGREDIENTES-PEDIDO.
           05 ING-NO-PEDIDO            PIC X OCCURS 99 TIMES.
       01 ALERGENOS-PEDIDO.
           05 ALERGENO-PEDIDO          PIC X OCCURS 14 TIMES.
       77 IND-ALG                      PIC 99      VALUE 0.
       77 CONTA-ALG                    PIC 99      VALUE 0.
       77 CONTA-ALG-DUVIDA             PIC 99      VALUE 0.
       77 LIN-ALG                      PIC 99      VALUE 0.
       77 COL-ALG                      PIC 99      VALUE 0.
       77 PAUSA-ALERGENOS              PIC X       VALUE SPACE.
       01 ARTIGOS-COM-FICHA.
           05 ART-COM-FICHA            PIC X OCCURS 11 TIMES.
       77 CONTA-ING-EM-FALTA           PIC 99      VALUE 0.
       77 SW-DADOS-INCOMPLETOS         PIC X       VALUE "N".
           88 DADOS-INCOMPLETOS                         VALUE "S".
       SCREEN SECTION.
       01 CLS BLANK SCREEN.
      ******************************************************************
           05 LINE 03 COL 86 FOREGROUND-COLOR 3 VALUE "Data:".
           05 LINE 04 COL 86 FOREGROUND-COLOR 3 VALUE "Hora:".
           05 LINE 05 COL 86 FOREGROUND-COLOR 3 VALUE "Num. Pedido:".
           05 LINE 06 COL 86 FOREGROUND-COLOR 3 VALUE "Fatura:".
           05 LINE 07 COL 86 FOREGROUND-COLOR 3 VALUE "Terminal:".
      ****** MENU ******************************************************
           05 LINE 08 COL 71 FOREGROUND-COLOR 3 VALUE
           "*-N-----------Menus-------Preco-*".
               PERFORM CARREGAR-PROMOCOES
               PERFORM CARREGAR-TAXAS-IVA
               PERFORM CARREGAR-OPERADORES
               PERFORM CARREGAR-MODIFICADORES
               PERFORM SOLICITAR-TERMINAL
               PERFORM ABRIR-SESSAO
           END-IF.
           PERFORM RECARREGAR-ARTIGOS.
           DISPLAY FUNCTION CONCATENATE(HORA,":",MINUTOS)
           HIGHLIGHT AT 0492.
      ****** RESET *****************************************************
      * A repeticao fica com o numero do pedido repetido; no arranque
      * o numero so e tirado depois de ver se ha pedido a restaurar.
           IF (NOT REPETIR-ULTIMO-PEDIDO AND
               NOT PRIMEIRO-ARRANQUE) THEN
               PERFORM OBTER-NUMERO-PEDIDO
           END-IF.
           MOVE 0 TO PRECO, MENU-PEQUENO, MENU-MEDIO, MENU-GRANDE,
           MENU-SUPER, MENU-BATATAS, MENU-SALADA, MENU-BEBIDA,
           MENU-SOBREMESA, MENU-QUEIJO, MENU-BACON,
           MOVE "N" TO SW-AGENDADO.
           MOVE 0 TO HORA-AGENDADA, MIN-AGENDADA.
           MOVE 0 TO NUM-VALE-PEDIDO, VALOR-VALE-USADO.
           MOVE 0 TO TOTAL-MDP.
           MOVE ZEROS TO MODIFICADORES-PEDIDO.
      ****** REPETIR O PEDIDO ANTERIOR ("DIGITE 9 PARA REPETIR") **********
           IF (REPETIR-ULTIMO-PEDIDO) THEN
               MOVE "N" TO SW-REPETIR-PEDIDO
           IF (PRIMEIRO-ARRANQUE) THEN
               MOVE "N" TO SW-ARRANQUE
               PERFORM VERIFICAR-CHECKPOINT
               IF (NUM-PEDIDO = 0) THEN
                   PERFORM OBTER-NUMERO-PEDIDO
               END-IF
           END-IF.
           DISPLAY NUM-PEDIDO HIGHLIGHT AT 0599.
           DISPLAY TERMINAL-ATUAL HIGHLIGHT AT 0799.
      ******************************************************************
       SOLICITAR.
           PERFORM SOLICITAR-ITEM.
                   MOVE MENU-SOBREMESA  TO LAST-QTD-SOBREMESA
                   MOVE MENU-QUEIJO     TO LAST-QTD-QUEIJO
                   MOVE MENU-BACON      TO LAST-QTD-BACON
                   PERFORM ABATER-INGREDIENTE-SEM
                       VARYING IND-MDP FROM 1 BY 1
                       UNTIL IND-MDP > TOTAL-MDP
                   PERFORM DEVOLVER-STOCK-PEDIDO
                   MOVE "S" TO SW-REPETIR-PEDIDO
                   GO INICIO
               WHEN 0
                   PERFORM APLICAR-SUPLEMENTOS
                   PERFORM SOLICITAR-TIPO-PEDIDO
                       THRU VALIDAR-TIPO-PEDIDO
                   PERFORM SOLICITAR-NIF
               IF (PRECO > 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
                   DISPLAY "                   " AT 1638
                   DISPLAY "            " AT 1738
                   PERFORM ADICIONAR-BACON
               WHEN 12
                   PERFORM REMOVER-ITEM
               WHEN 13
                   PERFORM MODIFICAR-ITEM
               WHEN 14
                   PERFORM MOSTRAR-ALERGENOS
           END-EVALUATE.
       EXTENDER-TABELA.
           COMPUTE LT3 = LT2 + 1.
               END-IF
           END-IF.
      ****** BAIXAR O STOCK PROJETADO DE UMA UNIDADE DO ARTIGO ************
      * Com ING-SO preenchido so esse componente da ficha e abatido
      * (ou reposto, em REPOR-STOCK): usado pelos pedidos "sem".
      ******************************************************************
       BAIXAR-STOCK.
           IF (TOTAL-FICHAS > 0) THEN
               PERFORM BAIXAR-COMPONENTE
           END-IF.
      ******************************************************************
       BAIXAR-COMPONENTE.
           IF (TAB-FT-ARTIGO(IND-FT) = ART-CONSUMO AND
               (ING-SO = 0 OR TAB-FT-INGRED(IND-FT) = ING-SO)) THEN
               MOVE TAB-FT-INGRED(IND-FT) TO ING-PROCURADO
               PERFORM PROCURAR-INGREDIENTE
               IF (IND-ING-ACHADO > 0) THEN
           END-IF.
      ******************************************************************
       REPOR-COMPONENTE.
           IF (TAB-FT-ARTIGO(IND-FT) = ART-CONSUMO AND
               (ING-SO = 0 OR TAB-FT-INGRED(IND-FT) = ING-SO)) THEN
               MOVE TAB-FT-INGRED(IND-FT) TO ING-PROCURADO
               PERFORM PROCURAR-INGREDIENTE
               IF (IND-ING-ACHADO > 0) THEN
                   MOVE 0 TO NOVO-STOCK
               END-IF
               MOVE NOVO-STOCK TO TAB-ING-QUEBRAS(IND-ING-ACHADO)
               MOVE ING-ALERGENOS TO TAB-ING-ALERGENOS(IND-ING-ACHADO)
           ELSE
               IF (TOTAL-INGREDIENTES < 30) THEN
                   ADD 1 TO TOTAL-INGREDIENTES
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-PEQUENO
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-MEDIO
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-GRANDE
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-SUPER
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-BATATAS
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-SALADA
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-BEBIDA
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-SOBREMESA
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-QUEIJO
               IF (PRECO = 0) THEN
                   DISPLAY "Digite 0 para terminar,"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1338
                   DISPLAY "9 repete 12 corr 13 esp 14 alerg"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1438
               END-IF
               ADD 1 TO MENU-BACON
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1738
               END-EVALUATE
               DISPLAY "                            " AT 1638
               MOVE MENU-CORRIGIR TO ART-CONSULTA
               PERFORM OBTER-QTD-ARTIGO
               PERFORM AJUSTAR-MODIFICADORES
           END-IF.
      ******************************************************************
       RETIRAR-PEQUENO.
           MOVE TAXA-PEDIDO     TO REG-TAXA-ENTREGA.
           MOVE NUM-VALE-PEDIDO TO REG-NUM-VALE.
           MOVE VALOR-VALE-USADO TO REG-VALOR-VALE.
           MOVE "FS"            TO SERIE-DOCUMENTO.
           PERFORM ATRIBUIR-DOCUMENTO.
           MOVE SERIE-DOCUMENTO TO REG-SERIE.
           MOVE NUM-DOCUMENTO   TO REG-NUM-DOCUMENTO.
           MOVE SPACES          TO REG-SERIE-ORIGEM.
           MOVE 0               TO REG-NUM-DOC-ORIGEM.
           MOVE DATA-DOCUMENTO  TO REG-DATA-DOCUMENTO.
           MOVE 0               TO REG-ANO-DOC-ORIGEM.
           MOVE TERMINAL-ATUAL  TO REG-TERMINAL.
           MOVE MODIFICADORES-PEDIDO TO REG-MODIFICADORES.
           OPEN EXTEND PEDIDOS.
           IF (SW-PEDIDOS-STATUS = "35") THEN
               OPEN OUTPUT PEDIDOS
           END-IF.
           WRITE REG-PEDIDO.
           CLOSE PEDIDOS.
           DISPLAY DOCUMENTO-SAIDA HIGHLIGHT AT 0694.
           IF (PAGAMENTO-CONTA) THEN
               PERFORM GRAVAR-MOVIMENTO-CONTA
           END-IF.
           PERFORM GRAVAR-INGREDIENTES.
           PERFORM ATUALIZAR-CLIENTE.
      ****** REGISTO DO PEDIDO NA FILA DA COZINHA (ESTADO RECEBIDO) *******
           MOVE MENU-SOBREMESA TO COZ-QTD-SOBREMESA.
           MOVE MENU-QUEIJO    TO COZ-QTD-QUEIJO.
           MOVE MENU-BACON     TO COZ-QTD-BACON.
           MOVE TERMINAL-ATUAL TO COZ-TERMINAL.
           PERFORM COPIAR-MODIF-COZINHA
               VARYING IND-MDP FROM 1 BY 1 UNTIL IND-MDP > 5.
           WRITE REG-COZINHA.
           CLOSE COZINHA.
      ******************************************************************
       COPIAR-MODIF-COZINHA.
           MOVE MDP-ARTIGO(IND-MDP) TO COZ-MDF-ARTIGO(IND-MDP).
           MOVE MDP-CODIGO(IND-MDP) TO COZ-MDF-CODIGO(IND-MDP).
      ****** PAGAMENTO DO PEDIDO (DINHEIRO, CARTAO, VALE OU A PRAZO) *******
       SOLICITAR-PAGAMENTO.
           MOVE PRECO TO VALOR-A-PAGAR.
           MOVE 0 TO NUM-VALE-PEDIDO, VALOR-VALE-USADO.
           DISPLAY "Forma de pagamento:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1838.
           DISPLAY "(D)inh./(C)artao/(V)ale/(P)razo"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1938.
           IF (TIPO-ENTREGA) THEN
               DISPLAY "Pagamento (E=cobrar entrega):"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 1838
           END-IF.
           PERFORM VALIDAR-PAGAMENTO.
           IF (PAGAMENTO-NA-ENTREGA) THEN
               MOVE "E" TO METODO-PAGAMENTO
               DISPLAY "                               " AT 2038
               DISPLAY "A cobrar pelo estafeta."
               FOREGROUND-COLOR 2 HIGHLIGHT AT 2038
           END-IF.
           IF (PAGAMENTO-CONTA) THEN
               MOVE "P" TO METODO-PAGAMENTO
               COMPUTE SALDO-CONTA = SALDO-CONTA + PRECO
               MOVE SALDO-CONTA TO SALDO-CONTA-SAIDA
               DISPLAY "                               " AT 2038
               DISPLAY "Levado a conta. Saldo:"
               FOREGROUND-COLOR 2 HIGHLIGHT AT 2038
               DISPLAY SALDO-CONTA-SAIDA HIGHLIGHT AT 2061
           END-IF.
           IF (PAGAMENTO-VALE) THEN
               PERFORM RESGATAR-VALE
           END-IF.
               MOVE 0 TO VALOR-ENTREGUE, VALOR-TROCO
           END-IF.
       VALIDAR-PAGAMENTO.
           ACCEPT METODO-PAGAMENTO AT 1970 HIGHLIGHT.
           IF (NOT PAGAMENTO-VALIDO OR
               (PAGAMENTO-NA-ENTREGA AND NOT TIPO-ENTREGA)) THEN
               IF (TIPO-ENTREGA) THEN
                   DISPLAY "Digite 'D','C','V','P' ou 'E'.  "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2038
               ELSE
                   DISPLAY "Digite 'D', 'C', 'V' ou 'P'.    "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2038
               END-IF
               GO VALIDAR-PAGAMENTO
           END-IF.
           IF (PAGAMENTO-CONTA) THEN
               PERFORM VALIDAR-CONTA-CLIENTE
               IF (NOT CONTA-OK) THEN
                   GO VALIDAR-PAGAMENTO
               END-IF
           END-IF.
      ****** CONTA CORRENTE: CLIENTE APROVADO E DENTRO DO LIMITE **********
      * A aprovacao e o limite sao relidos de CLIENTES.DAT e o saldo
      * de CONTACORR.DAT no momento, para valer o que o TAREFA22 ou
      * a outra caixa gravaram depois do arranque.
      ******************************************************************
       VALIDAR-CONTA-CLIENTE.
           MOVE "N" TO SW-CONTA-OK.
           IF (NIF-CLIENTE = 0 OR IND-CLI-ACHADO = 0) THEN
               DISPLAY "A prazo so com NIF do cliente.  "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2038
               EXIT PARAGRAPH
           END-IF.
           PERFORM SINCRONIZAR-CLIENTES.
           IF (TAB-CLI-CONTA(IND-CLI-ACHADO) NOT = "S") THEN
               DISPLAY "Cliente sem conta aprovada.     "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2038
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-SALDO-CONTA.
           IF (SALDO-CONTA + PRECO > TAB-CLI-LIMITE(IND-CLI-ACHADO))
               THEN
               DISPLAY "Limite de credito excedido.     "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2038
               MOVE SALDO-CONTA TO SALDO-CONTA-SAIDA
               DISPLAY "Saldo atual:"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 2138
               DISPLAY SALDO-CONTA-SAIDA HIGHLIGHT AT 2151
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "                               " AT 2138.
           MOVE "S" TO SW-CONTA-OK.
      ****** SALDO DA CONTA DO CLIENTE A PARTIR DOS MOVIMENTOS *************
       CALCULAR-SALDO-CONTA.
           MOVE 0 TO SALDO-CONTA.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM LER-MOVIMENTO-CONTA UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
      ******************************************************************
       LER-MOVIMENTO-CONTA.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-NIF = NIF-CLIENTE) THEN
                       IF (CC-TIPO = "D") THEN
                           ADD CC-VALOR TO SALDO-CONTA
                       ELSE
                           SUBTRACT CC-VALOR FROM SALDO-CONTA
                       END-IF
                   END-IF
           END-READ.
      ****** MOVIMENTO NA CONTA CORRENTE (DEBITO DO PEDIDO OU ANULACAO) ****
      * Chamado com o REG-PEDIDO acabado de gravar: "D" para a venda
      * (FS), "A" para a anulacao (NC), com o valor do documento.
      ******************************************************************
       GRAVAR-MOVIMENTO-CONTA.
           MOVE REG-NIF           TO CC-NIF.
           MOVE ANO               TO CC-ANO.
           MOVE MES               TO CC-MES.
           MOVE DIA               TO CC-DIA.
           IF (REG-TIPO = "A") THEN
               MOVE "A" TO CC-TIPO
           ELSE
               MOVE "D" TO CC-TIPO
           END-IF.
           MOVE REG-PRECO-TOTAL   TO CC-VALOR.
           MOVE REG-SERIE         TO CC-SERIE.
           MOVE REG-NUM-DOCUMENTO TO CC-NUM-DOCUMENTO.
           MOVE REG-SERIE-ORIGEM  TO CC-SERIE-ORIGEM.
           MOVE REG-NUM-DOC-ORIGEM TO CC-NUM-DOC-ORIGEM.
           MOVE REG-NUM-PEDIDO    TO CC-NUM-PEDIDO.
           MOVE REG-TERMINAL      TO CC-TERMINAL.
           MOVE SPACE             TO CC-MEIO.
           MOVE SPACES            TO CC-REFERENCIA.
           OPEN EXTEND CONTACORR.
           IF (SW-CONTACORR-STATUS = "35") THEN
               OPEN OUTPUT CONTACORR
           END-IF.
           WRITE REG-CONTA.
           CLOSE CONTACORR.
       SOLICITAR-ENTREGA.
           DISPLAY "Valor entregue:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 2038.
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1646
                   DISPLAY "emitido."
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1653
                   DISPLAY DOCUMENTO-SAIDA
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1738
               END-IF
           END-IF.
           DISPLAY "                               " AT 1138.
           WRITE REG-VALE FROM VAL-TAB(IND-VAL).
      ****** REGISTO "E" DA VENDA DO VALE NO FICHEIRO DE AUDITORIA *********
       GRAVAR-PEDIDO-VALE.
           PERFORM OBTER-NUMERO-PEDIDO.
           MOVE ANO           TO REG-ANO.
           MOVE MES           TO REG-MES.
           MOVE DIA           TO REG-DIA.
           MOVE 0               TO REG-TAXA-ENTREGA.
           MOVE MAIOR-VALE      TO REG-NUM-VALE.
           MOVE 0               TO REG-VALOR-VALE.
           MOVE "VL"            TO SERIE-DOCUMENTO.
           PERFORM ATRIBUIR-DOCUMENTO.
           MOVE SERIE-DOCUMENTO TO REG-SERIE.
           MOVE NUM-DOCUMENTO   TO REG-NUM-DOCUMENTO.
           MOVE SPACES          TO REG-SERIE-ORIGEM.
           MOVE 0               TO REG-NUM-DOC-ORIGEM.
           MOVE DATA-DOCUMENTO  TO REG-DATA-DOCUMENTO.
           MOVE 0               TO REG-ANO-DOC-ORIGEM.
           MOVE TERMINAL-ATUAL  TO REG-TERMINAL.
           MOVE ZEROS           TO REG-MODIFICADORES.
           OPEN EXTEND PEDIDOS.
           IF (SW-PEDIDOS-STATUS = "35") THEN
               OPEN OUTPUT PEDIDOS
           END-IF.
           PERFORM PROCURAR-PEDIDO.
           IF (PEDIDO-ENCONTRADO) THEN
               PERFORM VERIFICAR-COBRANCA-ANULACAO
           END-IF.
           IF (PEDIDO-ENCONTRADO AND NOT ENTREGA-NA-FILA) THEN
               DISPLAY "Entrega ja fora da fila."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1638
               DISPLAY "Anulacao recusada."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1738
           ELSE
               IF (PEDIDO-ENCONTRADO) THEN
                   PERFORM GRAVAR-ANULACAO
                   IF (REG-METODO-PAGAMENTO = "P" OR
                       REG-METODO-PAGAMENTO = "p") THEN
                       PERFORM GRAVAR-MOVIMENTO-CONTA
                   END-IF
                   PERFORM RETIRAR-PEDIDO-COZINHA
                   IF (REG-TIPO-PEDIDO = "D") THEN
                       PERFORM RETIRAR-PEDIDO-ENTREGAS
                   END-IF
                   IF (REG-VALOR-VALE IS NUMERIC AND
                       REG-VALOR-VALE > 0) THEN
                       PERFORM REATIVAR-VALE
                   END-IF
                   DISPLAY "Pedido anulado.       "
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1638
                   DISPLAY DOCUMENTO-SAIDA
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1738
                   DISPLAY "                               " AT 1838
                   IF (VALOR-REEMBOLSO > 0) THEN
                       MOVE VALOR-REEMBOLSO TO TROCO-SAIDA
                       DISPLAY "Devolver em dinheiro:"
                       FOREGROUND-COLOR 2 HIGHLIGHT AT 1838
                       DISPLAY TROCO-SAIDA HIGHLIGHT AT 1861
                   END-IF
               ELSE
                   DISPLAY "Pedido nao encontrado."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1638
               END-IF
           END-IF.
           DISPLAY "                               " AT 1138.
           DISPLAY "                               " AT 1338.
           END-READ.
      ******************************************************************
       GRAVAR-ANULACAO.
           MOVE "NC" TO SERIE-DOCUMENTO.
           PERFORM ATRIBUIR-DOCUMENTO.
           OPEN EXTEND PEDIDOS.
           MOVE PEDIDO-GUARDADO TO REG-PEDIDO.
           IF (REG-METODO-PAGAMENTO = "E" OR
               REG-METODO-PAGAMENTO = "e") THEN
               MOVE VALOR-REEMBOLSO TO REG-VALOR-ENTREGUE
               MOVE 0 TO REG-VALOR-TROCO
           END-IF.
           MOVE "A" TO REG-TIPO.
           MOVE MOTIVO-ANULACAO TO REG-COD-MOTIVO.
           MOVE OPERADOR-ATUAL TO REG-COD-OPERADOR.
           MOVE REG-SERIE TO REG-SERIE-ORIGEM.
           MOVE REG-NUM-DOCUMENTO TO REG-NUM-DOC-ORIGEM.
           IF (REG-DATA-DOCUMENTO IS NUMERIC AND REG-ANO-DOC > 0) THEN
               MOVE REG-ANO-DOC TO REG-ANO-DOC-ORIGEM
           ELSE
               MOVE REG-ANO TO REG-ANO-DOC-ORIGEM
           END-IF.
           MOVE SERIE-DOCUMENTO TO REG-SERIE.
           MOVE NUM-DOCUMENTO TO REG-NUM-DOCUMENTO.
           MOVE DATA-DOCUMENTO TO REG-DATA-DOCUMENTO.
           MOVE TERMINAL-ATUAL TO REG-TERMINAL.
           WRITE REG-PEDIDO.
           CLOSE PEDIDOS.
      ****** ENTREGA A COBRAR JA ENTREGUE E PAGA EM DINHEIRO ***************
      * O estafeta ja recebeu o dinheiro (que entra na gaveta no
      * acerto do TAREFA16), por isso o cliente e reembolsado ao
      * balcao em dinheiro: o valor sai da gaveta desta caixa e vai
      * no REG-VALOR-ENTREGUE da anulacao para o fecho (TAREFA08).
      * Pago por cartao, o reembolso e feito no cartao. O TAREFA16 so
      * retira da fila as entregas a cobrar acertadas depois do fecho
      * Z; se mesmo assim o registo ja la nao estiver, a anulacao e
      * recusada (antes de tirar o numero da nota de credito), para
      * nao sair uma nota de credito sem o reembolso devido.
      ******************************************************************
       VERIFICAR-COBRANCA-ANULACAO.
           MOVE 0 TO VALOR-REEMBOLSO.
           MOVE "S" TO SW-ENTREGA-NA-FILA.
           MOVE PEDIDO-GUARDADO TO REG-PEDIDO.
           IF (REG-METODO-PAGAMENTO = "E" OR
               REG-METODO-PAGAMENTO = "e") THEN
               MOVE "N" TO SW-ENTREGA-NA-FILA
               PERFORM PROCURAR-COBRANCA-ENTREGA
           END-IF.
      ******************************************************************
       PROCURAR-COBRANCA-ENTREGA.
           MOVE "N" TO SW-FIM-ENT-ANUL.
           OPEN INPUT ENTREGAS.
           IF (SW-ENTREGAS-STATUS = "00") THEN
               PERFORM LER-COBRANCA-ENTREGA UNTIL FIM-ENT-ANUL
               CLOSE ENTREGAS
           END-IF.
      ******************************************************************
       LER-COBRANCA-ENTREGA.
           READ ENTREGAS
               AT END
                   MOVE "S" TO SW-FIM-ENT-ANUL
               NOT AT END
                   IF (ENT-NUM-PEDIDO = NUM-PEDIDO-ANULAR AND
                       ENT-ANO = REG-ANO AND ENT-MES = REG-MES AND
                       ENT-DIA = REG-DIA) THEN
                       MOVE "S" TO SW-ENTREGA-NA-FILA
                       IF (ENT-ESTADO = "E" AND ENT-COBRAR = "S" AND
                           ENT-METODO-COBRADO = "D" AND
                           ENT-VALOR-COBRADO IS NUMERIC) THEN
                           MOVE ENT-VALOR-COBRADO TO VALOR-REEMBOLSO
                       END-IF
                   END-IF
           END-READ.
      ****** PROXIMO NUMERO DA SERIE (CONTINUO DENTRO DO ANO) **************
      * DOCCONTROL.DAT guarda, por serie, o ano e o ultimo numero
      * emitido. O ficheiro e relido e regravado a cada documento, para
      * nao haver numeros saltados nem repetidos, e a serie recomeca
      * em 1 no primeiro documento de cada ano. A data e hora em que o
      * numero e tirado ficam em DATA-DOCUMENTO, como data de emissao
      * do documento (na anulacao e diferente da data do pedido).
      ******************************************************************
       ATRIBUIR-DOCUMENTO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE DATA-ATUAL TO DATA-DOCUMENTO.
           PERFORM CARREGAR-DOCCONTROL.
           MOVE 0 TO IND-SER-ACHADO.
           PERFORM COMPARAR-SERIE
               VARYING IND-SER FROM 1 BY 1 UNTIL IND-SER > TOTAL-SERIES.
           IF (IND-SER-ACHADO = 0 AND TOTAL-SERIES < 5) THEN
               ADD 1 TO TOTAL-SERIES
               MOVE TOTAL-SERIES TO IND-SER-ACHADO
               MOVE SERIE-DOCUMENTO TO TAB-SER-SERIE(IND-SER-ACHADO)
               MOVE ANO TO TAB-SER-ANO(IND-SER-ACHADO)
               MOVE 0 TO TAB-SER-ULTIMO(IND-SER-ACHADO)
           END-IF.
           IF (TAB-SER-ANO(IND-SER-ACHADO) NOT = ANO) THEN
               MOVE ANO TO TAB-SER-ANO(IND-SER-ACHADO)
               MOVE 0 TO TAB-SER-ULTIMO(IND-SER-ACHADO)
           END-IF.
           ADD 1 TO TAB-SER-ULTIMO(IND-SER-ACHADO).
           MOVE TAB-SER-ULTIMO(IND-SER-ACHADO) TO NUM-DOCUMENTO.
           OPEN OUTPUT DOCCONTROL.
           PERFORM GRAVAR-SERIE-LINHA
               VARYING IND-SER FROM 1 BY 1 UNTIL IND-SER > TOTAL-SERIES.
           CLOSE DOCCONTROL.
           MOVE SPACES TO DOCUMENTO-SAIDA.
           STRING SERIE-DOCUMENTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ANO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               NUM-DOCUMENTO DELIMITED BY SIZE
               INTO DOCUMENTO-SAIDA.
      ******************************************************************
       CARREGAR-DOCCONTROL.
           MOVE 0 TO TOTAL-SERIES.
           MOVE "N" TO SW-FIM-DOCCONTROL.
           OPEN INPUT DOCCONTROL.
           IF (SW-DOCCONTROL-STATUS = "00") THEN
               PERFORM LER-DOCCONTROL UNTIL FIM-DOCCONTROL
               CLOSE DOCCONTROL
           END-IF.
      ******************************************************************
       LER-DOCCONTROL.
           READ DOCCONTROL
               AT END
                   MOVE "S" TO SW-FIM-DOCCONTROL
               NOT AT END
                   IF (TOTAL-SERIES < 5) THEN
                       ADD 1 TO TOTAL-SERIES
                       MOVE REG-DOCCONTROL TO SER-TAB(TOTAL-SERIES)
                   END-IF
           END-READ.
      ******************************************************************
       COMPARAR-SERIE.
           IF (TAB-SER-SERIE(IND-SER) = SERIE-DOCUMENTO) THEN
               MOVE IND-SER TO IND-SER-ACHADO
           END-IF.
      ******************************************************************
       GRAVAR-SERIE-LINHA.
           WRITE REG-DOCCONTROL FROM SER-TAB(IND-SER).
      ****** PROXIMO NUMERO DE PEDIDO (COMUM A TODAS AS CAIXAS) ***********
      * NUMPEDIDO.DAT guarda o ultimo numero de pedido atribuido. Cada
      * caixa rele e regrava o ficheiro quando abre um pedido, para as
      * duas caixas nunca darem o mesmo numero; depois do 99 volta ao 1.
      ******************************************************************
       OBTER-NUMERO-PEDIDO.
           MOVE 0 TO NUM-PEDIDO.
           OPEN INPUT NUMPEDIDO.
           IF (SW-NUMPEDIDO-STATUS = "00") THEN
               READ NUMPEDIDO
                   NOT AT END
                       IF (NPC-ULTIMO IS NUMERIC) THEN
                           MOVE NPC-ULTIMO TO NUM-PEDIDO
                       END-IF
               END-READ
               CLOSE NUMPEDIDO
           END-IF.
           IF (NUM-PEDIDO = 99) THEN
               MOVE 0 TO NUM-PEDIDO
           END-IF.
           ADD 1 TO NUM-PEDIDO.
           MOVE NUM-PEDIDO TO NPC-ULTIMO.
           OPEN OUTPUT NUMPEDIDO.
           WRITE REG-NUMPEDIDO.
           CLOSE NUMPEDIDO.
      ****** FECHAR NA FILA DA COZINHA O PEDIDO ANULADO ********************
       RETIRAR-PEDIDO-COZINHA.
           MOVE 0 TO TOTAL-COZ-LINHAS.
                   UNTIL IND-ENT > TOTAL-ENT-LINHAS
               IF (IND-ENT-ACHADO > 0) THEN
                   MOVE "E" TO ENT-LINHA(IND-ENT-ACHADO)(15:1)
                   IF (ENT-LINHA(IND-ENT-ACHADO)(67:1) = "S") THEN
                       MOVE "N" TO ENT-LINHA(IND-ENT-ACHADO)(67:1)
                   END-IF
                   OPEN OUTPUT ENTREGAS
                   PERFORM GRAVAR-ENTREGA-ANULACAO
                       VARYING IND-ENT FROM 1 BY 1
                   TO TAB-CLI-TELEFONE(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-VISITAS(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-GASTO(TOTAL-CLIENTES)
               MOVE 0 TO BASE-CLI-VISITAS(TOTAL-CLIENTES)
               MOVE 0 TO BASE-CLI-GASTO(TOTAL-CLIENTES)
               MOVE MORADA-TRABALHO TO TAB-CLI-MORADA(TOTAL-CLIENTES)
               MOVE "N" TO TAB-CLI-CONTA(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-LIMITE(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-PRAZO(TOTAL-CLIENTES)
               COMPUTE TAB-CLI-ULTIMA(TOTAL-CLIENTES) =
                   ANO * 10000 + MES * 100 + DIA
               MOVE TOTAL-CLIENTES TO IND-CLI-TEL
               PERFORM GRAVAR-CLIENTES
           END-IF.
               ENT-HORA-ENTREGA, ENT-MIN-ENTREGA.
           MOVE TELEFONE-ENTREGA TO ENT-TELEFONE.
           MOVE MORADA-TRABALHO  TO ENT-MORADA.
           MOVE TERMINAL-ATUAL   TO ENT-TERMINAL.
           IF (PAGAMENTO-NA-ENTREGA) THEN
               MOVE "S"   TO ENT-COBRAR
               MOVE PRECO TO ENT-VALOR-COBRAR
           ELSE
               MOVE "N"   TO ENT-COBRAR
               MOVE 0     TO ENT-VALOR-COBRAR
           END-IF.
           MOVE SPACE TO ENT-METODO-COBRADO.
           MOVE 0     TO ENT-VALOR-COBRADO.
           MOVE "N"   TO ENT-ACERTADO.
           WRITE REG-ENTREGA.
           CLOSE ENTREGAS.
      ****** NIF NA FATURA E IDENTIFICACAO DO CLIENTE **********************
                   TO TAB-CLI-TELEFONE(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-VISITAS(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-GASTO(TOTAL-CLIENTES)
               MOVE 0 TO BASE-CLI-VISITAS(TOTAL-CLIENTES)
               MOVE 0 TO BASE-CLI-GASTO(TOTAL-CLIENTES)
               MOVE SPACES TO TAB-CLI-MORADA(TOTAL-CLIENTES)
               MOVE "N" TO TAB-CLI-CONTA(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-LIMITE(TOTAL-CLIENTES)
               MOVE 0 TO TAB-CLI-PRAZO(TOTAL-CLIENTES)
               COMPUTE TAB-CLI-ULTIMA(TOTAL-CLIENTES) =
                   ANO * 10000 + MES * 100 + DIA
               MOVE TOTAL-CLIENTES TO IND-CLI-ACHADO
           END-IF.
      ****** OFERTA DE FIDELIDADE: DECIMA VISITA, MENU MAIS BARATO ********
               END-IF
               DISPLAY "Sessao aberta: " TAB-OPE-NOME(IND-OPE-ACHADO)
           END-IF.
      ****** TERMINAL (CAIXA) EM QUE O PROGRAMA ESTA A CORRER **************
       SOLICITAR-TERMINAL.
           DISPLAY "Numero do terminal (01-99):".
           ACCEPT TERMINAL-ATUAL.
           IF (TERMINAL-ATUAL = 0) THEN
               GO SOLICITAR-TERMINAL
           END-IF.
           MOVE SPACES TO NOME-CHECKPT.
           STRING "CHECKPT" DELIMITED BY SIZE
               TERMINAL-ATUAL DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO NOME-CHECKPT.
      ****** FICHEIRO DE CLIENTES: CARREGAR, ATUALIZAR, GRAVAR ************
       CARREGAR-CLIENTES.
           OPEN INPUT CLIENTES.
               PERFORM LER-CLIENTE UNTIL FIM-CLIENTES
               CLOSE CLIENTES
           END-IF.
           PERFORM COPIAR-BASE-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
      ****** FOTOGRAFIA DO FICHEIRO PARA A FUSAO DE DELTAS ****************
       COPIAR-BASE-CLIENTE.
           MOVE TAB-CLI-VISITAS(IND-CLI) TO BASE-CLI-VISITAS(IND-CLI).
           MOVE TAB-CLI-GASTO(IND-CLI)   TO BASE-CLI-GASTO(IND-CLI).
      ******************************************************************
       LER-CLIENTE.
           READ CLIENTES
               NOT AT END
                   IF (TOTAL-CLIENTES < 100) THEN
                       ADD 1 TO TOTAL-CLIENTES
                       PERFORM ACERTAR-CONTA-DISCO
                       MOVE REG-CLIENTE TO CLI-TAB(TOTAL-CLIENTES)
                   END-IF
           END-READ.
           IF (NIF-CLIENTE > 0 AND IND-CLI-ACHADO > 0) THEN
               ADD 1 TO TAB-CLI-VISITAS(IND-CLI-ACHADO)
               ADD PRECO TO TAB-CLI-GASTO(IND-CLI-ACHADO)
               COMPUTE TAB-CLI-ULTIMA(IND-CLI-ACHADO) =
                   ANO * 10000 + MES * 100 + DIA
               PERFORM GRAVAR-CLIENTES
           END-IF.
           IF (TIPO-ENTREGA AND IND-CLI-TEL > 0) THEN
               COMPUTE TAB-CLI-ULTIMA(IND-CLI-TEL) =
                   ANO * 10000 + MES * 100 + DIA
               PERFORM GRAVAR-CLIENTES
           END-IF.
      ******************************************************************
       GRAVAR-CLIENTES.
           PERFORM SINCRONIZAR-CLIENTES.
           OPEN OUTPUT CLIENTES.
           PERFORM GRAVAR-CLIENTE-LINHA
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
           CLOSE CLIENTES.
           PERFORM COPIAR-BASE-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
      ******************************************************************
       GRAVAR-CLIENTE-LINHA.
           WRITE REG-CLIENTE FROM CLI-TAB(IND-CLI).
      ****** FUNDIR O QUE FOI GRAVADO EM PARALELO EM CLIENTES.DAT *********
      * A aprovacao de conta, o limite e o prazo sao do TAREFA22 e vem
      * sempre do disco; um cliente no disco que nao esta na tabela
      * (registado pela outra caixa) e acrescentado. Os clientes sem
      * NIF (entregas) sao reconhecidos pelo telefone. A data da
      * ultima visita fica a mais recente das duas. As visitas e o
      * total gasto fundem-se por deltas, como o stock: o valor do
      * disco mais o que esta caixa somou desde a ultima leitura, para
      * nao apagar o que a outra caixa gravou entretanto.
      * Os registos anonimizados pelo TAREFA25 (sem NIF nem telefone)
      * nao se distinguem uns dos outros e a caixa nunca os altera:
      * ficam como foram carregados e nao entram na fusao.
      ******************************************************************
       SINCRONIZAR-CLIENTES.
           MOVE "N" TO SW-FIM-CLIENTES.
           OPEN INPUT CLIENTES.
           IF (SW-CLIENTES-STATUS = "00") THEN
               PERFORM FUNDIR-CLIENTE UNTIL FIM-CLIENTES
               CLOSE CLIENTES
           END-IF.
      ******************************************************************
       FUNDIR-CLIENTE.
           READ CLIENTES
               AT END
                   MOVE "S" TO SW-FIM-CLIENTES
               NOT AT END
                   IF (CLI-NIF NOT = 0 OR CLI-TELEFONE NOT = 0) THEN
                       PERFORM FUNDIR-CLIENTE-DISCO
                   END-IF
           END-READ.
      ******************************************************************
       FUNDIR-CLIENTE-DISCO.
           PERFORM ACERTAR-CONTA-DISCO.
           MOVE 0 TO IND-CLI-DISCO.
           PERFORM COMPARAR-CLIENTE-DISCO
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
           IF (IND-CLI-DISCO > 0) THEN
               PERFORM APLICAR-DELTA-CLIENTE
               MOVE CLI-CONTA TO TAB-CLI-CONTA(IND-CLI-DISCO)
               MOVE CLI-LIMITE-CREDITO TO TAB-CLI-LIMITE(IND-CLI-DISCO)
               MOVE CLI-PRAZO-DIAS TO TAB-CLI-PRAZO(IND-CLI-DISCO)
               IF (CLI-ULTIMA-VISITA > TAB-CLI-ULTIMA(IND-CLI-DISCO))
                   THEN
                   MOVE CLI-ULTIMA-VISITA
                       TO TAB-CLI-ULTIMA(IND-CLI-DISCO)
               END-IF
           ELSE
               IF (TOTAL-CLIENTES < 100) THEN
                   ADD 1 TO TOTAL-CLIENTES
                   MOVE REG-CLIENTE TO CLI-TAB(TOTAL-CLIENTES)
                   MOVE CLI-VISITAS TO BASE-CLI-VISITAS(TOTAL-CLIENTES)
                   MOVE CLI-TOTAL-GASTO
                       TO BASE-CLI-GASTO(TOTAL-CLIENTES)
               END-IF
           END-IF.
      ******************************************************************
       APLICAR-DELTA-CLIENTE.
           IF (CLI-VISITAS IS NOT NUMERIC) THEN
               MOVE 0 TO CLI-VISITAS
           END-IF.
           IF (CLI-TOTAL-GASTO IS NOT NUMERIC) THEN
               MOVE 0 TO CLI-TOTAL-GASTO
           END-IF.
           COMPUTE NOVO-STOCK = CLI-VISITAS
               + TAB-CLI-VISITAS(IND-CLI-DISCO)
               - BASE-CLI-VISITAS(IND-CLI-DISCO).
           IF (NOVO-STOCK < 0) THEN
               MOVE 0 TO NOVO-STOCK
           END-IF.
           MOVE NOVO-STOCK TO TAB-CLI-VISITAS(IND-CLI-DISCO).
           COMPUTE NOVO-GASTO = CLI-TOTAL-GASTO
               + TAB-CLI-GASTO(IND-CLI-DISCO)
               - BASE-CLI-GASTO(IND-CLI-DISCO).
           IF (NOVO-GASTO < 0) THEN
               MOVE 0 TO NOVO-GASTO
           END-IF.
           MOVE NOVO-GASTO TO TAB-CLI-GASTO(IND-CLI-DISCO).
      ****** REGISTOS ANTERIORES A CONTA CORRENTE: SEM CONTA ***************
       ACERTAR-CONTA-DISCO.
           IF (CLI-CONTA NOT = "S") THEN
               MOVE "N" TO CLI-CONTA
           END-IF.
           IF (CLI-LIMITE-CREDITO IS NOT NUMERIC) THEN
               MOVE 0 TO CLI-LIMITE-CREDITO
           END-IF.
           IF (CLI-PRAZO-DIAS IS NOT NUMERIC) THEN
               MOVE 0 TO CLI-PRAZO-DIAS
           END-IF.
           IF (CLI-ULTIMA-VISITA IS NOT NUMERIC) THEN
               MOVE 0 TO CLI-ULTIMA-VISITA
           END-IF.
      ******************************************************************
       COMPARAR-CLIENTE-DISCO.
           IF (CLI-NIF > 0) THEN
               IF (TAB-CLI-NIF(IND-CLI) = CLI-NIF) THEN
                   MOVE IND-CLI TO IND-CLI-DISCO
               END-IF
           ELSE
               IF (TAB-CLI-NIF(IND-CLI) = 0 AND
                   TAB-CLI-TELEFONE(IND-CLI) = CLI-TELEFONE) THEN
                   MOVE IND-CLI TO IND-CLI-DISCO
               END-IF
           END-IF.
      ****** CHECKPOINT DO PEDIDO EM CURSO *********************************
       GRAVAR-CHECKPOINT.
           IF (EM-RESTAURO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-PEDIDO   TO CKP-NUM-PEDIDO.
           MOVE MENU-PEQUENO TO CKP-QTD-PEQUENO.
           MOVE MENU-MEDIO   TO CKP-QTD-MEDIO.
           MOVE MENU-SOBREMESA  TO CKP-QTD-SOBREMESA.
           MOVE MENU-QUEIJO     TO CKP-QTD-QUEIJO.
           MOVE MENU-BACON      TO CKP-QTD-BACON.
           MOVE MODIFICADORES-PEDIDO TO CKP-MODIFICADORES.
           OPEN OUTPUT CHECKPT.
           WRITE REG-CHECKPOINT.
           CLOSE CHECKPT.
           END-IF.
      ******************************************************************
       RESTAURAR-PEDIDO.
           MOVE "S" TO SW-RESTAURO.
           MOVE CKP-NUM-PEDIDO TO NUM-PEDIDO.
           MOVE CKP-MODIFICADORES TO MODIF-CHECKPOINT.
           PERFORM ADICIONAR-PEQUENO CKP-QTD-PEQUENO TIMES.
           PERFORM ADICIONAR-MEDIO CKP-QTD-MEDIO TIMES.
           PERFORM ADICIONAR-GRANDE CKP-QTD-GRANDE TIMES.
           PERFORM ADICIONAR-SOBREMESA CKP-QTD-SOBREMESA TIMES.
           PERFORM ADICIONAR-QUEIJO CKP-QTD-QUEIJO TIMES.
           PERFORM ADICIONAR-BACON CKP-QTD-BACON TIMES.
           IF (MODIF-CHECKPOINT IS NUMERIC) THEN
               MOVE MODIF-CHECKPOINT TO MODIFICADORES-PEDIDO
               PERFORM CONTAR-MODIF-RESTAURADO
                   VARYING IND-MDP FROM 1 BY 1 UNTIL IND-MDP > 5
               PERFORM DEVOLVER-INGREDIENTE-SEM
                   VARYING IND-MDP FROM 1 BY 1
                   UNTIL IND-MDP > TOTAL-MDP
           END-IF.
           MOVE "N" TO SW-RESTAURO.
           PERFORM GRAVAR-CHECKPOINT.
      ******************************************************************
       CONTAR-MODIF-RESTAURADO.
           IF (MDP-CODIGO(IND-MDP) > 0) THEN
               MOVE IND-MDP TO TOTAL-MDP
           END-IF.
      ****** PEDIDO ESPECIAL NUM ITEM DO PEDIDO EM CURSO (TECLA 13) *******
      * Cada entrada liga um modificador a uma unidade do artigo: o
      * mesmo modificador nao pode ter mais entradas do que unidades.
      * Um "sem" devolve ao stock projetado o componente da ficha
      * tecnica ja abatido por essa unidade.
      ******************************************************************
       MODIFICAR-ITEM.
           IF (PRECO = 0) THEN
               DISPLAY "Nao ha itens para modificar."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1338
               EXIT PARAGRAPH
           END-IF.
           IF (TOTAL-MDP = 5) THEN
               DISPLAY "Maximo de 5 pedidos especiais."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1738
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero do menu a modificar:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1638.
           ACCEPT MENU-CORRIGIR AT 1666 HIGHLIGHT.
           MOVE MENU-CORRIGIR TO ART-CONSULTA.
           PERFORM OBTER-QTD-ARTIGO.
           IF (QTD-ARTIGO = 0) THEN
               DISPLAY "Sem unidades desse menu."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1738
               DISPLAY "                               " AT 1638
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo do pedido especial:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1738.
           ACCEPT MDF-PEDIDO AT 1765 HIGHLIGHT.
           DISPLAY "                               " AT 1638.
           DISPLAY "                               " AT 1738.
           PERFORM PROCURAR-MODIFICADOR.
           IF (IND-MDF-ACHADO = 0) THEN
               DISPLAY "Pedido especial invalido.      "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1838
               EXIT PARAGRAPH
           END-IF.
           IF (TAB-MDF-ATIVO(IND-MDF-ACHADO) NOT = "S") THEN
               DISPLAY "Pedido especial invalido.      "
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1838
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-MDP.
           MOVE ART-CONSULTA TO MDP-ARTIGO(TOTAL-MDP).
           MOVE MDF-PEDIDO   TO MDP-CODIGO(TOTAL-MDP).
           MOVE TAB-MDF-SUPLEMENTO(IND-MDF-ACHADO)
               TO MDP-SUPLEMENTO(TOTAL-MDP).
           MOVE TOTAL-MDP TO IND-MDP.
           PERFORM CONTAR-MODIF-IGUAIS.
           IF (CONTA-MDP > QTD-ARTIGO) THEN
               MOVE ZEROS TO MDP-ENT(TOTAL-MDP)
               SUBTRACT 1 FROM TOTAL-MDP
               DISPLAY "Ja pedido para todas as unidades."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1838
               EXIT PARAGRAPH
           END-IF.
           PERFORM DEVOLVER-INGREDIENTE-SEM.
           DISPLAY "+                              " AT 1838.
           DISPLAY TAB-MDF-DESCRICAO(IND-MDF-ACHADO)
           FOREGROUND-COLOR 2 HIGHLIGHT AT 1840.
           IF (MDP-SUPLEMENTO(TOTAL-MDP) > 0) THEN
               MOVE MDP-SUPLEMENTO(TOTAL-MDP) TO SUPLEMENTO-SAIDA
               DISPLAY SUPLEMENTO-SAIDA
               FOREGROUND-COLOR 2 HIGHLIGHT AT 1861
           END-IF.
           PERFORM GRAVAR-CHECKPOINT.
      ****** QUANTAS ENTRADAS TEM O MESMO ARTIGO E MODIFICADOR DE IND-MDP **
       CONTAR-MODIF-IGUAIS.
           MOVE 0 TO CONTA-MDP.
           PERFORM COMPARAR-MODIF-IGUAL
               VARYING IND-MDP-SEG FROM 1 BY 1
               UNTIL IND-MDP-SEG > TOTAL-MDP.
      ******************************************************************
       COMPARAR-MODIF-IGUAL.
           IF (MDP-ARTIGO(IND-MDP-SEG) = MDP-ARTIGO(IND-MDP) AND
               MDP-CODIGO(IND-MDP-SEG) = MDP-CODIGO(IND-MDP)) THEN
               ADD 1 TO CONTA-MDP
           END-IF.
      ****** DEPOIS DE RETIRAR UMA UNIDADE (ARTIGO EM ART-CONSULTA) *******
      * Larga os pedidos especiais que ficaram a mais do que as
      * unidades do artigo, do ultimo para o primeiro.
      ******************************************************************
       AJUSTAR-MODIFICADORES.
           PERFORM VERIFICAR-MODIF-ARTIGO
               VARYING IND-MDP FROM TOTAL-MDP BY -1
               UNTIL IND-MDP < 1.
      ******************************************************************
       VERIFICAR-MODIF-ARTIGO.
           IF (MDP-ARTIGO(IND-MDP) = ART-CONSULTA) THEN
               PERFORM CONTAR-MODIF-IGUAIS
               IF (CONTA-MDP > QTD-ARTIGO) THEN
                   PERFORM ABATER-INGREDIENTE-SEM
                   PERFORM DESLOCAR-MODIFICADOR
                       VARYING IND-MDP-SEG FROM IND-MDP BY 1
                       UNTIL IND-MDP-SEG >= TOTAL-MDP
                   MOVE ZEROS TO MDP-ENT(TOTAL-MDP)
                   SUBTRACT 1 FROM TOTAL-MDP
                   DISPLAY "Pedido especial retirado.      "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1838
                   PERFORM GRAVAR-CHECKPOINT
               END-IF
           END-IF.
      ******************************************************************
       DESLOCAR-MODIFICADOR.
           MOVE MDP-ENT(IND-MDP-SEG + 1) TO MDP-ENT(IND-MDP-SEG).
      ****** "SEM": DEVOLVER OU VOLTAR A ABATER O INGREDIENTE (IND-MDP) ***
       DEVOLVER-INGREDIENTE-SEM.
           MOVE MDP-CODIGO(IND-MDP) TO MDF-PEDIDO.
           PERFORM PROCURAR-MODIFICADOR.
           IF (IND-MDF-ACHADO > 0) THEN
               IF (TAB-MDF-TIPO(IND-MDF-ACHADO) = "S") THEN
                   MOVE MDP-ARTIGO(IND-MDP) TO ART-CONSUMO
                   MOVE TAB-MDF-INGREDIENTE(IND-MDF-ACHADO) TO ING-SO
                   PERFORM REPOR-STOCK
                   MOVE 0 TO ING-SO
               END-IF
           END-IF.
      ******************************************************************
       ABATER-INGREDIENTE-SEM.
           MOVE MDP-CODIGO(IND-MDP) TO MDF-PEDIDO.
           PERFORM PROCURAR-MODIFICADOR.
           IF (IND-MDF-ACHADO > 0) THEN
               IF (TAB-MDF-TIPO(IND-MDF-ACHADO) = "S") THEN
                   MOVE MDP-ARTIGO(IND-MDP) TO ART-CONSUMO
                   MOVE TAB-MDF-INGREDIENTE(IND-MDF-ACHADO) TO ING-SO
                   PERFORM BAIXAR-STOCK
                   MOVE 0 TO ING-SO
               END-IF
           END-IF.
      ****** SUPLEMENTOS SOMADOS A LINHA DO ARTIGO (ANTES DOS DESCONTOS) **
       APLICAR-SUPLEMENTOS.
           MOVE 0 TO SUPLEMENTO-TOTAL.
           PERFORM SOMAR-SUPLEMENTO
               VARYING IND-MDP FROM 1 BY 1 UNTIL IND-MDP > TOTAL-MDP.
           IF (SUPLEMENTO-TOTAL > 0) THEN
               ADD SUPLEMENTO-TOTAL TO PRECO
               MOVE SUPLEMENTO-TOTAL TO SUPLEMENTO-SAIDA
               DISPLAY "Suplementos:                   " AT 1838
               DISPLAY SUPLEMENTO-SAIDA HIGHLIGHT AT 1851
           END-IF.
      ******************************************************************
       SOMAR-SUPLEMENTO.
           ADD MDP-SUPLEMENTO(IND-MDP) TO SUPLEMENTO-TOTAL.
           EVALUATE MDP-ARTIGO(IND-MDP)
               WHEN 1
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-PEQUENO
               WHEN 2
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-MEDIO
               WHEN 3
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-GRANDE
               WHEN 4
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-SUPER
               WHEN 5
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-BATATAS
               WHEN 6
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-SALADA
               WHEN 7
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-BEBIDA
               WHEN 8
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-SOBREMESA
               WHEN 10
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-QUEIJO
               WHEN 11
                   ADD MDP-SUPLEMENTO(IND-MDP) TO PRECO-BACON
           END-EVALUATE.
      ****** CARREGAR E PROCURAR OS MODIFICADORES **************************
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
                       MOVE REG-MODIFICADOR
                           TO MDF-TAB(TOTAL-MODIFICADORES)
                   END-IF
           END-READ.
      ******************************************************************
       PROCURAR-MODIFICADOR.
           MOVE 0 TO IND-MDF-ACHADO.
           PERFORM COMPARAR-MODIFICADOR
               VARYING IND-MDF FROM 1 BY 1
               UNTIL IND-MDF > TOTAL-MODIFICADORES.
      ******************************************************************
       COMPARAR-MODIFICADOR.
           IF (TAB-MDF-CODIGO(IND-MDF) = MDF-PEDIDO) THEN
               MOVE IND-MDF TO IND-MDF-ACHADO
           END-IF.
      ****** ALERGENOS DO PEDIDO EM CURSO (TECLA 14) ***********************
      * Le de novo FICHATEC.DAT e INGREDIENTES.DAT em cada consulta,
      * para refletir a receita e os indicadores atuais. Os "sem" nao
      * retiram alergenos: a declaracao e a da receita do artigo.
      * Um artigo do pedido sem linhas na ficha tecnica, ou um
      * ingrediente da receita que falte em INGREDIENTES.DAT, deixa os
      * dados incompletos: o ecra avisa a amarelo e nunca diz que o
      * pedido nao tem nenhum alergeno.
      ******************************************************************
       MOSTRAR-ALERGENOS.
           IF (PRECO = 0) THEN
               DISPLAY "Nao ha itens no pedido."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1338
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INGREDIENTES-PEDIDO.
           MOVE SPACES TO ALERGENOS-PEDIDO.
           MOVE SPACES TO ARTIGOS-COM-FICHA.
           MOVE "N" TO SW-FIM-FICHA.
           OPEN INPUT FICHATEC.
           IF (SW-FICHA-STATUS = "00") THEN
               PERFORM MARCAR-INGREDIENTE-PEDIDO UNTIL FIM-FICHA
               CLOSE FICHATEC
           END-IF.
           MOVE "N" TO SW-FIM-INGRED.
           OPEN INPUT INGREDIENTES.
           IF (SW-INGRED-STATUS = "00") THEN
               PERFORM SOMAR-ALERGENOS-INGREDIENTE UNTIL FIM-INGRED
               CLOSE INGREDIENTES
           END-IF.
           MOVE "N" TO SW-DADOS-INCOMPLETOS.
           PERFORM VERIFICAR-FICHA-ARTIGO
               VARYING ART-CONSULTA FROM 1 BY 1 UNTIL ART-CONSULTA > 11.
           MOVE 0 TO CONTA-ING-EM-FALTA.
           INSPECT INGREDIENTES-PEDIDO
               TALLYING CONTA-ING-EM-FALTA FOR ALL "S".
           IF (CONTA-ING-EM-FALTA > 0) THEN
               MOVE "S" TO SW-DADOS-INCOMPLETOS
           END-IF.
           PERFORM LIMPAR-LINHA-ALERGENOS
               VARYING LIN-ALG FROM 18 BY 1 UNTIL LIN-ALG > 24.
           DISPLAY "Alergenos do pedido:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1838.
           MOVE 0 TO CONTA-ALG, CONTA-ALG-DUVIDA.
           PERFORM MOSTRAR-ALERGENO-PEDIDO
               VARYING IND-ALG FROM 1 BY 1 UNTIL IND-ALG > 14.
           IF (CONTA-ALG = 0) THEN
               IF (DADOS-INCOMPLETOS) THEN
                   DISPLAY "? (por confirmar)"
                   FOREGROUND-COLOR 6 HIGHLIGHT AT 1938
               ELSE
                   DISPLAY "Nenhum dos 14 alergenos."
                   FOREGROUND-COLOR 2 HIGHLIGHT AT 1938
               END-IF
           END-IF.
           IF (DADOS-INCOMPLETOS) THEN
               DISPLAY "Dados incompletos: confirmar!"
               FOREGROUND-COLOR 6 HIGHLIGHT AT 1838
           ELSE
               IF (CONTA-ALG-DUVIDA > 0) THEN
                   DISPLAY "Alergenos (amarelo: confirmar):"
                   FOREGROUND-COLOR 6 HIGHLIGHT AT 1838
               END-IF
           END-IF.
           DISPLAY "Enter para continuar."
           FOREGROUND-COLOR 3 HIGHLIGHT AT 2438.
           ACCEPT PAUSA-ALERGENOS AT 2460.
           PERFORM LIMPAR-LINHA-ALERGENOS
               VARYING LIN-ALG FROM 18 BY 1 UNTIL LIN-ALG > 24.
      ****** INGREDIENTES DAS RECEITAS DOS ARTIGOS QUE ESTAO NO PEDIDO ****
       MARCAR-INGREDIENTE-PEDIDO.
           READ FICHATEC
               AT END
                   MOVE "S" TO SW-FIM-FICHA
               NOT AT END
                   MOVE FT-ART-CODIGO TO ART-CONSULTA
                   PERFORM OBTER-QTD-ARTIGO
                   IF (QTD-ARTIGO > 0) THEN
                       MOVE "S" TO ART-COM-FICHA(FT-ART-CODIGO)
                       IF (FT-ING-CODIGO > 0) THEN
                           MOVE "S" TO ING-NO-PEDIDO(FT-ING-CODIGO)
                       END-IF
                   END-IF
           END-READ.
      ****** ARTIGO DO PEDIDO SEM RECEITA NA FICHA TECNICA ****************
       VERIFICAR-FICHA-ARTIGO.
           PERFORM OBTER-QTD-ARTIGO.
           IF (QTD-ARTIGO > 0 AND ART-COM-FICHA(ART-CONSULTA) NOT = "S")
               THEN
               MOVE "S" TO SW-DADOS-INCOMPLETOS
           END-IF.
      ******************************************************************
       SOMAR-ALERGENOS-INGREDIENTE.
           READ INGREDIENTES
               AT END
                   MOVE "S" TO SW-FIM-INGRED
               NOT AT END
                   IF (ING-CODIGO > 0) THEN
                       IF (ING-NO-PEDIDO(ING-CODIGO) = "S") THEN
                           PERFORM MARCAR-ALERGENO-PEDIDO
                               VARYING IND-ALG FROM 1 BY 1
                               UNTIL IND-ALG > 14
                           MOVE "A" TO ING-NO-PEDIDO(ING-CODIGO)
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       MARCAR-ALERGENO-PEDIDO.
           IF (ING-ALERGENO(IND-ALG) = "S") THEN
               MOVE "S" TO ALERGENO-PEDIDO(IND-ALG)
           ELSE
               IF (ING-ALERGENO(IND-ALG) NOT = "N" AND
                   ALERGENO-PEDIDO(IND-ALG) NOT = "S") THEN
                   MOVE "?" TO ALERGENO-PEDIDO(IND-ALG)
               END-IF
           END-IF.
      ****** TRES NOMES POR LINHA, DA LINHA 19 A 23 ************************
      * A vermelho os que o pedido contem; a amarelo os que algum
      * ingrediente tem por declarar (nem "S" nem "N"), que nao podem
      * ser dados como ausentes sem confirmar com a cozinha.
      ******************************************************************
       MOSTRAR-ALERGENO-PEDIDO.
           IF (ALERGENO-PEDIDO(IND-ALG) NOT = "S" AND
               ALERGENO-PEDIDO(IND-ALG) NOT = "?") THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LIN-ALG = 19 + CONTA-ALG / 3.
           COMPUTE COL-ALG = 38 + FUNCTION MOD(CONTA-ALG, 3) * 11.
           IF (ALERGENO-PEDIDO(IND-ALG) = "S") THEN
               DISPLAY ALG-NOME(IND-ALG)
               FOREGROUND-COLOR 4 HIGHLIGHT AT LINE LIN-ALG COL COL-ALG
           ELSE
               ADD 1 TO CONTA-ALG-DUVIDA
               DISPLAY ALG-NOME(IND-ALG)
               FOREGROUND-COLOR 6 HIGHLIGHT AT LINE LIN-ALG COL COL-ALG
           END-IF.
           ADD 1 TO CONTA-ALG.
      ******************************************************************
       LIMPAR-LINHA-ALERGENOS.
           DISPLAY "                                "
           AT LINE LIN-ALG COL 38.
       END PROGRAM TAREFA07.
