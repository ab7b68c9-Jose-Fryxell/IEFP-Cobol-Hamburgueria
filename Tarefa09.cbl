      * Mod: 02-09-2026 JS - Manutencao da tabela de taxas de IVA
      *      (IVATAXAS.DAT, ver Ivareg.cpy): uma mudanca de taxa do
      *      governo deixa de exigir recompilacao do TAREFA07/08.
      * Mod: 15-10-2026 JS - Manutencao dos modificadores de item
      *      (MODIFICADORES.DAT, ver Modifreg.cpy) que o TAREFA07
      *      junta aos artigos do pedido: "sem" ingrediente ou
      *      instrucao para a cozinha, com suplemento opcional.
      * Mod: 15-10-2026 JS - Alergenos dos ingredientes (os 14 de
      *      declaracao obrigatoria, ver Alergenos.cpy) gravados em
      *      INGREDIENTES.DAT; os dos artigos saem da ficha tecnica
      *      (matriz no TAREFA21, tecla 14 no TAREFA07).
      * Mod: 15-10-2026 JS - Indicador de alergeno por declarar (espaco)
      *      mostrado como "?" e mantido com Enter, em vez de passar a
      *      "N" sem resposta do operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA09.
           SELECT TAXASIVA ASSIGN TO "IVATAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-TAXAS-STATUS.
           SELECT MODIFICADORES ASSIGN TO "MODIFICADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-MODIF-STATUS.
           SELECT INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-INGRED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTIGOS.
           COPY "Operreg.cpy".
       FD  TAXASIVA.
           COPY "Ivareg.cpy".
       FD  MODIFICADORES.
           COPY "Modifreg.cpy".
       FD  INGREDIENTES.
           COPY "Ingredreg.cpy".
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-ARTIGOS-STATUS            PIC XX      VALUE "00".
       77 IND-TXA                      PIC 9       VALUE 0.
       77 TAXA-TRABALHO                PIC 99V99   VALUE 0.
       77 TAXA-SAIDA                   PIC Z9.99   VALUE SPACES.
      ****** MODIFICADORES DE ITEM (MODIFICADORES.DAT) *********************
       77 SW-MODIF-STATUS              PIC XX      VALUE "00".
       77 SW-FIM-MODIF                 PIC X       VALUE "N".
           88 FIM-MODIF                                 VALUE "S".
       77 SW-INGRED-STATUS             PIC XX      VALUE "00".
       77 SW-FIM-INGRED                PIC X       VALUE "N".
           88 FIM-INGRED                                VALUE "S".
       77 TOTAL-MODIFICADORES          PIC 99      VALUE 0.
       77 IND-MDF                      PIC 99      VALUE 0.
       77 IND-MDF-ACHADO               PIC 99      VALUE 0.
       77 TOTAL-INGREDIENTES           PIC 99      VALUE 0.
       77 IND-ING                      PIC 99      VALUE 0.
       77 IND-ING-ACHADO               PIC 99      VALUE 0.
       77 ING-PROCURADO                PIC 99      VALUE 0.
       77 COD-MODIF                    PIC 99      VALUE 0.
       77 DESC-MODIF-TRABALHO          PIC X(20)   VALUE SPACES.
       77 TIPO-MODIF-TRABALHO          PIC X       VALUE SPACE.
           88 TIPO-MODIF-VALIDO        VALUES "S","I".
           88 TIPO-MODIF-SEM           VALUE "S".
       77 ING-MODIF-TRABALHO           PIC 99      VALUE 0.
       77 SUPLEMENTO-TRABALHO          PIC 99V99   VALUE 0.
       77 ATIVO-MODIF-TRABALHO         PIC X       VALUE SPACE.
           88 ATIVO-MODIF-VALIDO       VALUES "S","N".
       77 SUPLEMENTO-SAIDA             PIC Z9.99   VALUE SPACES.
       01 TABELA-MODIFICADORES.
           05 MDF-TAB OCCURS 30 TIMES.
               10 TAB-MDF-CODIGO        PIC 99.
               10 TAB-MDF-DESCRICAO     PIC X(20).
               10 TAB-MDF-TIPO          PIC X.
               10 TAB-MDF-INGREDIENTE   PIC 99.
               10 TAB-MDF-SUPLEMENTO    PIC 99V99.
               10 TAB-MDF-ATIVO         PIC X.
       01 TABELA-INGREDIENTES.
           05 ING-TAB OCCURS 30 TIMES.
               10 TAB-ING-CODIGO        PIC 99.
               10 TAB-ING-DESCRICAO     PIC X(20).
               10 TAB-ING-ALERGENOS     PIC X(14).
      ****** ALERGENOS DOS INGREDIENTES ************************************
           COPY "Alergenos.cpy".
       77 IND-ALG                      PIC 99      VALUE 0.
       77 COD-ING-ALERGENOS            PIC 99      VALUE 0.
       77 RESPOSTA-ALERGENO            PIC X       VALUE SPACE.
           88 RESPOSTA-ALERGENO-VALIDA VALUES "S","N"," ".
       77 ALERGENOS-SAIDA              PIC X(14)   VALUE SPACES.
       77 ALERGENO-MOSTRADO            PIC X       VALUE SPACE.
       01 ALERGENOS-TRABALHO.
           05 ALERGENO-TRABALHO        PIC X OCCURS 14 TIMES.
       77 TOTAL-REGISTOS-ING           PIC 99      VALUE 0.
       77 IND-REG-ING                  PIC 99      VALUE 0.
       01 TABELA-REGISTOS-ING.
           05 REG-ING-TAB              PIC X(61) OCCURS 30 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA09 - MANUTENCAO DO FICHEIRO DE ARTIGOS".
           DISPLAY "3 - Alterar artigo".
           DISPLAY "4 - Ativar/Desativar artigo".
           DISPLAY "5 - Alterar taxas de IVA".
           DISPLAY "6 - Manter modificadores de item".
           DISPLAY "7 - Alergenos dos ingredientes".
           DISPLAY "9 - Gravar e sair".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
                   PERFORM COMUTAR-ARTIGO
               WHEN 5
                   PERFORM ALTERAR-TAXAS-IVA
               WHEN 6
                   PERFORM MANTER-MODIFICADORES
               WHEN 7
                   PERFORM MANTER-ALERGENOS
               WHEN 9
                   PERFORM GRAVAR-ARTIGOS
                   DISPLAY "ARTIGOS.DAT gravado."
           MOVE TXA-CLASSE(IND-TXA) TO TXI-CLASSE.
           MOVE TXA-PERCENT(IND-TXA) TO TXI-PERCENT.
           WRITE REG-TAXA-IVA.
      ****** MODIFICADORES: CARREGAR, ADICIONAR/ALTERAR E REGRAVAR *********
      * Um codigo novo e acrescentado; um codigo existente e alterado.
      * Os modificadores nao se apagam (o historico de pedidos guarda
      * o codigo): deixam de aparecer na venda com Ativo = N.
      ******************************************************************
       MANTER-MODIFICADORES.
           MOVE 0 TO TOTAL-MODIFICADORES.
           MOVE "N" TO SW-FIM-MODIF.
           OPEN INPUT MODIFICADORES.
           IF (SW-MODIF-STATUS = "00") THEN
               PERFORM LER-MODIFICADOR UNTIL FIM-MODIF
               CLOSE MODIFICADORES
           END-IF.
           IF (TOTAL-INGREDIENTES = 0) THEN
               PERFORM CARREGAR-INGREDIENTES
           END-IF.
           DISPLAY "COD DESCRICAO            TIPO ING SUPL. ATIVO".
           PERFORM LISTAR-MODIFICADOR
               VARYING IND-MDF FROM 1 BY 1
               UNTIL IND-MDF > TOTAL-MODIFICADORES.
           DISPLAY "Codigo do modificador (0 = voltar):".
           ACCEPT COD-MODIF.
           IF (COD-MODIF = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURAR-MODIFICADOR.
           IF (IND-MDF-ACHADO = 0) THEN
               IF (TOTAL-MODIFICADORES = 30) THEN
                   DISPLAY "Tabela de modificadores cheia."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Modificador novo."
           ELSE
               MOVE TAB-MDF-SUPLEMENTO(IND-MDF-ACHADO)
                   TO SUPLEMENTO-SAIDA
               DISPLAY "Atual: " TAB-MDF-DESCRICAO(IND-MDF-ACHADO)
                   " " TAB-MDF-TIPO(IND-MDF-ACHADO)
                   " " TAB-MDF-INGREDIENTE(IND-MDF-ACHADO)
                   " " SUPLEMENTO-SAIDA
                   " " TAB-MDF-ATIVO(IND-MDF-ACHADO)
           END-IF.
           PERFORM SOLICITAR-DADOS-MODIF THRU SOLICITAR-MODIF-ATIVO.
           IF (IND-MDF-ACHADO = 0) THEN
               ADD 1 TO TOTAL-MODIFICADORES
               MOVE TOTAL-MODIFICADORES TO IND-MDF-ACHADO
               MOVE COD-MODIF TO TAB-MDF-CODIGO(IND-MDF-ACHADO)
           END-IF.
           MOVE DESC-MODIF-TRABALHO
               TO TAB-MDF-DESCRICAO(IND-MDF-ACHADO).
           MOVE TIPO-MODIF-TRABALHO TO TAB-MDF-TIPO(IND-MDF-ACHADO).
           MOVE ING-MODIF-TRABALHO
               TO TAB-MDF-INGREDIENTE(IND-MDF-ACHADO).
           MOVE SUPLEMENTO-TRABALHO
               TO TAB-MDF-SUPLEMENTO(IND-MDF-ACHADO).
           MOVE ATIVO-MODIF-TRABALHO
               TO TAB-MDF-ATIVO(IND-MDF-ACHADO).
           OPEN OUTPUT MODIFICADORES.
           PERFORM GRAVAR-MODIFICADOR
               VARYING IND-MDF FROM 1 BY 1
               UNTIL IND-MDF > TOTAL-MODIFICADORES.
           CLOSE MODIFICADORES.
           DISPLAY "MODIFICADORES.DAT gravado.".
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
       LISTAR-MODIFICADOR.
           MOVE TAB-MDF-SUPLEMENTO(IND-MDF) TO SUPLEMENTO-SAIDA.
           DISPLAY TAB-MDF-CODIGO(IND-MDF) "  "
               TAB-MDF-DESCRICAO(IND-MDF) " "
               TAB-MDF-TIPO(IND-MDF) "    "
               TAB-MDF-INGREDIENTE(IND-MDF) " "
               SUPLEMENTO-SAIDA "   " TAB-MDF-ATIVO(IND-MDF).
      ******************************************************************
       PROCURAR-MODIFICADOR.
           MOVE 0 TO IND-MDF-ACHADO.
           PERFORM COMPARAR-MODIFICADOR
               VARYING IND-MDF FROM 1 BY 1
               UNTIL IND-MDF > TOTAL-MODIFICADORES.
      ******************************************************************
       COMPARAR-MODIFICADOR.
           IF (TAB-MDF-CODIGO(IND-MDF) = COD-MODIF) THEN
               MOVE IND-MDF TO IND-MDF-ACHADO
           END-IF.
      ****** PEDIR DESCRICAO, TIPO, INGREDIENTE, SUPLEMENTO E ESTADO *******
       SOLICITAR-DADOS-MODIF.
           DISPLAY "Descricao (ate 20 letras):".
           ACCEPT DESC-MODIF-TRABALHO.
       SOLICITAR-TIPO-MODIF.
           DISPLAY "Tipo (S = sem ingrediente, I = instrucao):".
           ACCEPT TIPO-MODIF-TRABALHO.
           IF (NOT TIPO-MODIF-VALIDO) THEN
               DISPLAY "Digite S ou I."
               GO SOLICITAR-TIPO-MODIF
           END-IF.
           MOVE 0 TO ING-MODIF-TRABALHO.
           IF (NOT TIPO-MODIF-SEM) THEN
               GO SOLICITAR-SUPLEMENTO-MODIF
           END-IF.
       SOLICITAR-ING-MODIF.
           DISPLAY "Codigo do ingrediente que nao leva:".
           ACCEPT ING-MODIF-TRABALHO.
           MOVE ING-MODIF-TRABALHO TO ING-PROCURADO.
           PERFORM PROCURAR-INGREDIENTE.
           IF (IND-ING-ACHADO = 0) THEN
               DISPLAY "Ingrediente nao encontrado."
               GO SOLICITAR-ING-MODIF
           END-IF.
           DISPLAY "Ingrediente: " TAB-ING-DESCRICAO(IND-ING-ACHADO).
       SOLICITAR-SUPLEMENTO-MODIF.
           DISPLAY "Suplemento por unidade (0 = sem custo):".
           ACCEPT ENTRADA-PRECO.
           COMPUTE SUPLEMENTO-TRABALHO = FUNCTION NUMVAL(ENTRADA-PRECO).
       SOLICITAR-MODIF-ATIVO.
           DISPLAY "Ativo (S/N):".
           ACCEPT ATIVO-MODIF-TRABALHO.
           IF (NOT ATIVO-MODIF-VALIDO) THEN
               DISPLAY "Digite S ou N."
               GO SOLICITAR-MODIF-ATIVO
           END-IF.
      ******************************************************************
       GRAVAR-MODIFICADOR.
           WRITE REG-MODIFICADOR FROM MDF-TAB(IND-MDF).
      ****** INGREDIENTES (CODIGO DOS "SEM" E ALERGENOS) *******************
       CARREGAR-INGREDIENTES.
           MOVE "N" TO SW-FIM-INGRED.
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
                       MOVE ING-ALERGENOS
                           TO TAB-ING-ALERGENOS(TOTAL-INGREDIENTES)
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
      ****** ALERGENOS: LISTAR, PERGUNTAR UM A UM E REGRAVAR ***************
      * Os indicadores sao pedidos pela ordem de Alergenos.cpy; Enter
      * mantem o valor atual, e um indicador por declarar (nem "S" nem
      * "N") aparece como "?" e so muda quando se responde S ou N,
      * para nao passar a "nao contem" sem ninguem o ter confirmado.
      * Os alergenos dos artigos nao se guardam: saem sempre da ficha
      * tecnica (TAREFA21, tecla 14 do TAREFA07).
      ******************************************************************
       MANTER-ALERGENOS.
           MOVE 0 TO TOTAL-INGREDIENTES.
           PERFORM CARREGAR-INGREDIENTES.
           IF (TOTAL-INGREDIENTES = 0) THEN
               DISPLAY "INGREDIENTES.DAT vazio ou inexistente."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COD DESCRICAO            ALERGENOS 1 A 14".
           DISPLAY "                         12345678901234".
           PERFORM LISTAR-ALERGENOS-INGREDIENTE
               VARYING IND-ING FROM 1 BY 1
               UNTIL IND-ING > TOTAL-INGREDIENTES.
           DISPLAY "Codigo do ingrediente (0 = voltar):".
           ACCEPT COD-ING-ALERGENOS.
           IF (COD-ING-ALERGENOS = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE COD-ING-ALERGENOS TO ING-PROCURADO.
           PERFORM PROCURAR-INGREDIENTE.
           IF (IND-ING-ACHADO = 0) THEN
               DISPLAY "Ingrediente nao encontrado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrediente: " TAB-ING-DESCRICAO(IND-ING-ACHADO).
           DISPLAY "Contem? S/N (Enter mantem o valor atual)".
           MOVE TAB-ING-ALERGENOS(IND-ING-ACHADO) TO ALERGENOS-TRABALHO.
           PERFORM PERGUNTAR-ALERGENO
               VARYING IND-ALG FROM 1 BY 1 UNTIL IND-ALG > 14.
           PERFORM GRAVAR-ALERGENOS-INGREDIENTE.
           MOVE ALERGENOS-TRABALHO TO TAB-ING-ALERGENOS(IND-ING-ACHADO).
           DISPLAY "INGREDIENTES.DAT gravado.".
      ******************************************************************
       LISTAR-ALERGENOS-INGREDIENTE.
           MOVE TAB-ING-ALERGENOS(IND-ING) TO ALERGENOS-SAIDA.
           INSPECT ALERGENOS-SAIDA REPLACING ALL "N" BY "."
                                             ALL " " BY "?".
           DISPLAY TAB-ING-CODIGO(IND-ING) "  "
               TAB-ING-DESCRICAO(IND-ING) "   " ALERGENOS-SAIDA.
      ******************************************************************
       PERGUNTAR-ALERGENO.
           MOVE ALERGENO-TRABALHO(IND-ALG) TO ALERGENO-MOSTRADO.
           IF (ALERGENO-MOSTRADO NOT = "S" AND
               ALERGENO-MOSTRADO NOT = "N") THEN
               MOVE "?" TO ALERGENO-MOSTRADO
           END-IF.
           DISPLAY IND-ALG " " ALG-DESCRICAO(IND-ALG)
               " [" ALERGENO-MOSTRADO "]:".
           MOVE SPACE TO RESPOSTA-ALERGENO.
           ACCEPT RESPOSTA-ALERGENO.
           IF (NOT RESPOSTA-ALERGENO-VALIDA) THEN
               DISPLAY "Digite S ou N."
               GO PERGUNTAR-ALERGENO
           END-IF.
           IF (RESPOSTA-ALERGENO NOT = SPACE) THEN
               MOVE RESPOSTA-ALERGENO TO ALERGENO-TRABALHO(IND-ALG)
           END-IF.
      ****** REGRAVAR SO OS ALERGENOS DO INGREDIENTE ***********************
      * O ficheiro e relido imediatamente antes de gravar, porque o
      * stock que o TAREFA07 e o TAREFA11 mantem nas mesmas linhas
      * pode ter mudado desde a listagem; so ING-ALERGENOS e alterado.
      ******************************************************************
       GRAVAR-ALERGENOS-INGREDIENTE.
           MOVE 0 TO TOTAL-REGISTOS-ING.
           MOVE "N" TO SW-FIM-INGRED.
           OPEN INPUT INGREDIENTES.
           IF (SW-INGRED-STATUS = "00") THEN
               PERFORM LER-REGISTO-INGREDIENTE UNTIL FIM-INGRED
               CLOSE INGREDIENTES
           END-IF.
           OPEN OUTPUT INGREDIENTES.
           PERFORM GRAVAR-REGISTO-INGREDIENTE
               VARYING IND-REG-ING FROM 1 BY 1
               UNTIL IND-REG-ING > TOTAL-REGISTOS-ING.
           CLOSE INGREDIENTES.
      ******************************************************************
       LER-REGISTO-INGREDIENTE.
           READ INGREDIENTES
               AT END
                   MOVE "S" TO SW-FIM-INGRED
               NOT AT END
                   IF (TOTAL-REGISTOS-ING < 30) THEN
                       ADD 1 TO TOTAL-REGISTOS-ING
                       MOVE REG-INGREDIENTE
                           TO REG-ING-TAB(TOTAL-REGISTOS-ING)
                   END-IF
           END-READ.
      ******************************************************************
       GRAVAR-REGISTO-INGREDIENTE.
           MOVE REG-ING-TAB(IND-REG-ING) TO REG-INGREDIENTE.
           IF (ING-CODIGO = COD-ING-ALERGENOS) THEN
               MOVE ALERGENOS-TRABALHO TO ING-ALERGENOS
           END-IF.
           WRITE REG-INGREDIENTE.
      ****** REGRAVAR O FICHEIRO A PARTIR DA TABELA ************************
       GRAVAR-ARTIGOS.
           OPEN OUTPUT ARTIGOS.
