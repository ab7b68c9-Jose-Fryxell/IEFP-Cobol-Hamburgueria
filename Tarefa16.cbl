      * gravado em RELENTREGAS.DAT. A fila em memoria e
      * ressincronizada com o disco antes de cada operacao, porque o
      * TAREFA07 junta entregas novas durante o servico.
      * Mod: 15-10-2026 JS - Registo com o terminal (caixa) que
      *      registou o pedido, mostrado na fila.
      * Mod: 15-10-2026 JS - Entregas a cobrar na entrega: ao marcar
      *      "E" regista-se como o cliente pagou (dinheiro ou cartao
      *      do estafeta) e o valor cobrado. Fundo de troco entregue
      *      ao estafeta e acerto de contas por estafeta (fundo,
      *      dinheiro esperado, valor entregue e falta/sobra) em
      *      ACERTOS.DAT (Acertoreg.cpy); as entregas acertadas ficam
      *      marcadas e a limpeza so retira entregas ja acertadas.
      * Mod: 15-10-2026 JS - A limpeza guarda as entregas a cobrar ja
      *      acertadas ate ao fecho Z do dia (data em ZCONTROL.DAT),
      *      porque a anulacao no TAREFA07 vai buscar a fila o valor
      *      cobrado em dinheiro para o devolver ao cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA16.
               FILE STATUS IS SW-ENTREGAS-STATUS.
           SELECT RELATORIO ASSIGN TO "RELENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACERTOS ASSIGN TO "ACERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ACERTOS-STATUS.
           SELECT ZCONTROL ASSIGN TO "ZCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ZCONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
           COPY "Entregreg.cpy".
       FD  RELATORIO.
       01 REG-RELATORIO                PIC X(80).
       FD  ACERTOS.
           COPY "Acertoreg.cpy".
       FD  ZCONTROL.
       01 REG-ZCONTROL.
           05 ZCT-NUM-Z                PIC 9(4).
           05 ZCT-ANO                  PIC 9999.
           05 ZCT-MES                  PIC 99.
           05 ZCT-DIA                  PIC 99.
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-ENTREGAS-STATUS           PIC XX      VALUE "00".
       77 SW-FIM-ENTREGAS              PIC X       VALUE "N".
           88 FIM-ENTREGAS                              VALUE "S".
       77 SW-ACERTOS-STATUS            PIC XX      VALUE "00".
       77 SW-FIM-ACERTOS               PIC X       VALUE "N".
           88 FIM-ACERTOS                               VALUE "S".
       77 SW-ZCONTROL-STATUS           PIC XX      VALUE "00".
      ****** DATA DO ULTIMO FECHO Z (ZCONTROL.DAT) *************************
       77 DATA-ULTIMO-Z                PIC 9(8)    VALUE 0.
       77 DATA-ENTREGA-NUM             PIC 9(8)    VALUE 0.
      ****** DATA & HORA ***************************************************
       01 DATA-ATUAL.
           05 ANO                      PIC 9999.
               10 TAB-MIN-ENTREGA       PIC 99.
               10 TAB-TELEFONE          PIC 9(9).
               10 TAB-MORADA            PIC X(30).
               10 TAB-TERMINAL          PIC 99.
               10 TAB-COBRAR            PIC X.
               10 TAB-VALOR-COBRAR      PIC 9999V99.
               10 TAB-METODO-COBRADO    PIC X.
               10 TAB-VALOR-COBRADO     PIC 9999V99.
               10 TAB-ACERTADO          PIC X.
      ****** CAMPOS DE TRABALHO ********************************************
       77 OPCAO                        PIC 9       VALUE 0.
       77 NUM-TRABALHO                 PIC 99      VALUE 0.
       77 ESTAFETA-TRABALHO            PIC 99      VALUE 0.
       77 ESTADO-SAIDA                 PIC X(16)   VALUE SPACES.
      ****** COBRANCA NA ENTREGA E ACERTO DO ESTAFETA **********************
       77 ENTRADA-VALOR                PIC X(9)    VALUE SPACES.
       77 METODO-COBRADO               PIC X       VALUE SPACE.
           88 METODO-COBRADO-VALIDO        VALUES "D","d","C","c".
           88 COBRADO-DINHEIRO             VALUES "D","d".
       77 VALOR-COBRADO                PIC 9999V99 VALUE 0.
       77 TERMINAL-TRABALHO            PIC 99      VALUE 0.
       77 FUNDO-ESTAFETA               PIC S9(5)V99 VALUE 0.
       77 DINHEIRO-ESTAFETA            PIC 9(5)V99 VALUE 0.
       77 CARTAO-ESTAFETA              PIC 9(5)V99 VALUE 0.
       77 ESPERADO-ESTAFETA            PIC 9(5)V99 VALUE 0.
       77 ENTREGUE-ESTAFETA            PIC 9(5)V99 VALUE 0.
       77 DIFERENCA-ESTAFETA           PIC S9(5)V99 VALUE 0.
       77 QTD-ACERTO                   PIC 999     VALUE 0.
       77 QTD-EM-ROTA                  PIC 999     VALUE 0.
       77 VALOR-SAIDA                  PIC -(5)9.99.
      ****** RELATORIO DE TEMPOS POR ESTAFETA ******************************
       77 MINUTOS-ROTA                 PIC S9(5)   VALUE 0.
       77 TOTAL-ESTAFETAS              PIC 99      VALUE 0.
           DISPLAY "2 - Avancar estado de uma entrega".
           DISPLAY "3 - Relatorio de tempos por estafeta".
           DISPLAY "4 - Limpar entregas concluidas".
           DISPLAY "5 - Fundo de troco para um estafeta".
           DISPLAY "6 - Acerto de contas de um estafeta".
           DISPLAY "9 - Gravar e sair".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
                   PERFORM SINCRONIZAR-ENTREGAS
                   PERFORM LIMPAR-CONCLUIDAS
                   PERFORM GRAVAR-ENTREGAS
               WHEN 5
                   PERFORM ENTREGAR-FUNDO
               WHEN 6
                   PERFORM SINCRONIZAR-ENTREGAS
                   PERFORM ACERTAR-ESTAFETA
               WHEN 9
                   PERFORM SINCRONIZAR-ENTREGAS
                   PERFORM GRAVAR-ENTREGAS
                   MOVE "S" TO SW-FIM-ENTREGAS
               NOT AT END
                   IF (TOTAL-ENTREGAS-FILA < 200) THEN
                       PERFORM NORMALIZAR-ENTREGA
                       ADD 1 TO TOTAL-ENTREGAS-FILA
                       MOVE REG-ENTREGA TO ENT-TAB(TOTAL-ENTREGAS-FILA)
                   END-IF
           END-READ.
      ****** REGISTOS ANTIGOS SEM COBRANCA: ENTREGA PAGA AO BALCAO *********
       NORMALIZAR-ENTREGA.
           IF (ENT-COBRAR NOT = "S") THEN
               MOVE "N" TO ENT-COBRAR
           END-IF.
           IF (ENT-VALOR-COBRAR IS NOT NUMERIC) THEN
               MOVE 0 TO ENT-VALOR-COBRAR
           END-IF.
           IF (ENT-VALOR-COBRADO IS NOT NUMERIC) THEN
               MOVE 0 TO ENT-VALOR-COBRADO
           END-IF.
           IF (ENT-ACERTADO NOT = "S") THEN
               MOVE "N" TO ENT-ACERTADO
           END-IF.
      ****** JUNTAR AS ENTREGAS QUE O TAREFA07 GRAVOU ENTRETANTO ***********
       SINCRONIZAR-ENTREGAS.
           MOVE "N" TO SW-FIM-ENTREGAS.
               UNTIL IND > TOTAL-ENTREGAS-FILA.
           IF (IND-ACHADO = 0) THEN
               IF (TOTAL-ENTREGAS-FILA < 200) THEN
                   PERFORM NORMALIZAR-ENTREGA
                   ADD 1 TO TOTAL-ENTREGAS-FILA
                   MOVE REG-ENTREGA TO ENT-TAB(TOTAL-ENTREGAS-FILA)
               END-IF
                       TO TAB-HORA-ENTREGA(IND-ACHADO)
                   MOVE ENT-MIN-ENTREGA
                       TO TAB-MIN-ENTREGA(IND-ACHADO)
                   IF (ENT-COBRAR NOT = "S") THEN
                       MOVE "N" TO TAB-COBRAR(IND-ACHADO)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
               END-EVALUATE
               DISPLAY "Pedido " TAB-NUM(IND) "  "
                   TAB-HORA-PEDIDO(IND) ":" TAB-MIN-PEDIDO(IND)
                   "  " ESTADO-SAIDA "  caixa " TAB-TERMINAL(IND)
               DISPLAY "   Tel. " TAB-TELEFONE(IND) "  "
                   TAB-MORADA(IND)
               IF (TAB-COBRAR(IND) = "S") THEN
                   MOVE TAB-VALOR-COBRAR(IND) TO VALOR-SAIDA
                   DISPLAY "   A cobrar na entrega: " VALOR-SAIDA
               END-IF
               IF (TAB-ESTADO(IND) = "R") THEN
                   DISPLAY "   Estafeta " TAB-ESTAFETA(IND)
                       "  saiu " TAB-HORA-SAIDA(IND) ":"
                       MOVE MINUTOS TO TAB-MIN-SAIDA(IND-ACHADO)
                       DISPLAY "Entrega em rota."
                   WHEN "R"
                       IF (TAB-COBRAR(IND-ACHADO) = "S") THEN
                           PERFORM REGISTAR-COBRANCA
                       END-IF
                       MOVE "E" TO TAB-ESTADO(IND-ACHADO)
                       MOVE HORA TO TAB-HORA-ENTREGA(IND-ACHADO)
                       MOVE MINUTOS TO TAB-MIN-ENTREGA(IND-ACHADO)
               DISPLAY "Estafeta obrigatorio."
               GO SOLICITAR-ESTAFETA
           END-IF.
      ****** COMO O CLIENTE PAGOU AO ESTAFETA E QUANTO FOI COBRADO *********
       REGISTAR-COBRANCA.
           MOVE TAB-VALOR-COBRAR(IND-ACHADO) TO VALOR-SAIDA.
           DISPLAY "Valor a cobrar: " VALOR-SAIDA.
           PERFORM SOLICITAR-METODO-COBRADO.
           DISPLAY "Valor cobrado (vazio = valor a cobrar):".
           MOVE SPACES TO ENTRADA-VALOR.
           ACCEPT ENTRADA-VALOR.
           IF (ENTRADA-VALOR = SPACES) THEN
               MOVE TAB-VALOR-COBRAR(IND-ACHADO) TO VALOR-COBRADO
           ELSE
               COMPUTE VALOR-COBRADO = FUNCTION NUMVAL(ENTRADA-VALOR)
           END-IF.
           IF (VALOR-COBRADO NOT = TAB-VALOR-COBRAR(IND-ACHADO)) THEN
               DISPLAY "Atencao: valor cobrado diferente do pedido."
           END-IF.
           MOVE FUNCTION UPPER-CASE(METODO-COBRADO)
               TO TAB-METODO-COBRADO(IND-ACHADO).
           MOVE VALOR-COBRADO TO TAB-VALOR-COBRADO(IND-ACHADO).
           MOVE "N" TO TAB-ACERTADO(IND-ACHADO).
      ******************************************************************
       SOLICITAR-METODO-COBRADO.
           DISPLAY "Cliente pagou em (D)inheiro ou (C)artao?".
           ACCEPT METODO-COBRADO.
           IF (NOT METODO-COBRADO-VALIDO) THEN
               DISPLAY "Digite 'D' ou 'C'."
               GO SOLICITAR-METODO-COBRADO
           END-IF.
      ******************************************************************
       PROCURAR-ENTREGA-FILA.
           IF (IND-ACHADO = 0 AND
               WRITE REG-RELATORIO FROM LINHA-SAIDA
           END-IF.
      ****** RETIRAR AS ENTREGUES DA FILA **********************************
      * As entregas a cobrar ja acertadas so saem depois do fecho Z do
      * dia do pedido: ate la o pedido ainda pode ser anulado na caixa
      * e o valor que o estafeta cobrou em dinheiro e devolvido a
      * partir do registo da fila. Sem fecho Z registado, ficam todas.
      ******************************************************************
       LIMPAR-CONCLUIDAS.
           PERFORM LER-ZCONTROL.
           MOVE 0 TO IND-ACHADO.
           PERFORM COMPACTAR-FILA
               VARYING IND FROM 1 BY 1
               UNTIL IND > TOTAL-ENTREGAS-FILA.
           MOVE IND-ACHADO TO TOTAL-ENTREGAS-FILA.
           DISPLAY "Entregas concluidas retiradas da fila.".
           DISPLAY "(as entregas por acertar ficam ate ao acerto)".
           DISPLAY "(as a cobrar acertadas ficam ate ao fecho Z)".
      ******************************************************************
       COMPACTAR-FILA.
           COMPUTE DATA-ENTREGA-NUM = TAB-ANO(IND) * 10000
               + TAB-MES(IND) * 100 + TAB-DIA(IND).
           IF (TAB-ESTADO(IND) NOT = "E" OR
               (TAB-COBRAR(IND) = "S" AND TAB-ACERTADO(IND) NOT = "S")
               OR (TAB-COBRAR(IND) = "S" AND
               DATA-ENTREGA-NUM > DATA-ULTIMO-Z)) THEN
               ADD 1 TO IND-ACHADO
               MOVE ENT-TAB(IND) TO ENT-TAB(IND-ACHADO)
           END-IF.
      ******************************************************************
       LER-ZCONTROL.
           MOVE 0 TO DATA-ULTIMO-Z.
           OPEN INPUT ZCONTROL.
           IF (SW-ZCONTROL-STATUS = "00") THEN
               READ ZCONTROL
                   NOT AT END
                       COMPUTE DATA-ULTIMO-Z = ZCT-ANO * 10000
                           + ZCT-MES * 100 + ZCT-DIA
               END-READ
               CLOSE ZCONTROL
           END-IF.
      ****** FUNDO DE TROCO QUE SAI DA GAVETA PARA O ESTAFETA **************
       ENTREGAR-FUNDO.
           PERFORM SOLICITAR-ESTAFETA.
           DISPLAY "Valor do fundo de troco (ex. 20.00):".
           ACCEPT ENTRADA-VALOR.
           COMPUTE FUNDO-ESTAFETA = FUNCTION NUMVAL(ENTRADA-VALOR).
           IF (FUNDO-ESTAFETA NOT > 0) THEN
               DISPLAY "Valor invalido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SOLICITAR-TERMINAL.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE "F" TO ACR-TIPO.
           MOVE FUNDO-ESTAFETA TO ACR-FUNDO.
           MOVE 0 TO ACR-DINHEIRO, ACR-CARTAO, ACR-ENTREGAS,
               ACR-ESPERADO, ACR-ENTREGUE, ACR-DIFERENCA.
           MOVE "+" TO ACR-SINAL.
           PERFORM GRAVAR-ACERTO.
           DISPLAY "Fundo entregue ao estafeta " ESTAFETA-TRABALHO ".".
      ******************************************************************
       SOLICITAR-TERMINAL.
           DISPLAY "Caixa (terminal) da gaveta (01-99, 0=01):".
           ACCEPT TERMINAL-TRABALHO.
           IF (TERMINAL-TRABALHO = 0) THEN
               MOVE 1 TO TERMINAL-TRABALHO
           END-IF.
      ****** ACERTO DE CONTAS DO ESTAFETA NO REGRESSO **********************
      * Esperado = fundo ainda na mao do estafeta + dinheiro cobrado
      * nas entregas ja entregues e por acertar. O cartao cobrado no
      * terminal do estafeta e mostrado mas nao entra no dinheiro.
      * Entregas a cobrar ainda em rota ficam para o acerto seguinte.
      ******************************************************************
       ACERTAR-ESTAFETA.
           PERFORM SOLICITAR-ESTAFETA.
           PERFORM CALCULAR-FUNDO-ESTAFETA.
           MOVE 0 TO DINHEIRO-ESTAFETA, CARTAO-ESTAFETA, QTD-ACERTO,
               QTD-EM-ROTA.
           PERFORM SOMAR-COBRADO-ESTAFETA
               VARYING IND FROM 1 BY 1
               UNTIL IND > TOTAL-ENTREGAS-FILA.
           IF (QTD-EM-ROTA > 0) THEN
               DISPLAY "Atencao: " QTD-EM-ROTA
                   " entrega(s) a cobrar ainda em rota."
           END-IF.
           IF (QTD-ACERTO = 0 AND FUNDO-ESTAFETA = 0) THEN
               DISPLAY "Nada a acertar com o estafeta "
                   ESTAFETA-TRABALHO "."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ESPERADO-ESTAFETA =
               FUNDO-ESTAFETA + DINHEIRO-ESTAFETA.
           DISPLAY "ACERTO DO ESTAFETA " ESTAFETA-TRABALHO
               " - " QTD-ACERTO " entrega(s)".
           MOVE FUNDO-ESTAFETA TO VALOR-SAIDA.
           DISPLAY "Fundo de troco levado ... " VALOR-SAIDA.
           MOVE DINHEIRO-ESTAFETA TO VALOR-SAIDA.
           DISPLAY "Cobrado em dinheiro ..... " VALOR-SAIDA.
           MOVE CARTAO-ESTAFETA TO VALOR-SAIDA.
           DISPLAY "Cobrado em cartao ....... " VALOR-SAIDA.
           MOVE ESPERADO-ESTAFETA TO VALOR-SAIDA.
           DISPLAY "Dinheiro a entregar ..... " VALOR-SAIDA.
           DISPLAY "Valor entregue pelo estafeta:".
           ACCEPT ENTRADA-VALOR.
           COMPUTE ENTREGUE-ESTAFETA = FUNCTION NUMVAL(ENTRADA-VALOR).
           PERFORM SOLICITAR-TERMINAL.
           COMPUTE DIFERENCA-ESTAFETA =
               ENTREGUE-ESTAFETA - ESPERADO-ESTAFETA.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE "A" TO ACR-TIPO.
           MOVE FUNDO-ESTAFETA TO ACR-FUNDO.
           MOVE DINHEIRO-ESTAFETA TO ACR-DINHEIRO.
           MOVE CARTAO-ESTAFETA TO ACR-CARTAO.
           MOVE QTD-ACERTO TO ACR-ENTREGAS.
           MOVE ESPERADO-ESTAFETA TO ACR-ESPERADO.
           MOVE ENTREGUE-ESTAFETA TO ACR-ENTREGUE.
           IF (DIFERENCA-ESTAFETA < 0) THEN
               MOVE "-" TO ACR-SINAL
               COMPUTE ACR-DIFERENCA = 0 - DIFERENCA-ESTAFETA
               MOVE ACR-DIFERENCA TO VALOR-SAIDA
               DISPLAY "FALTA DO ESTAFETA ....... " VALOR-SAIDA
           ELSE
               MOVE "+" TO ACR-SINAL
               MOVE DIFERENCA-ESTAFETA TO ACR-DIFERENCA
               MOVE ACR-DIFERENCA TO VALOR-SAIDA
               DISPLAY "Sobra do estafeta ....... " VALOR-SAIDA
           END-IF.
           PERFORM GRAVAR-ACERTO.
           PERFORM MARCAR-ACERTADA
               VARYING IND FROM 1 BY 1
               UNTIL IND > TOTAL-ENTREGAS-FILA.
           PERFORM GRAVAR-ENTREGAS.
           DISPLAY "Acerto gravado em ACERTOS.DAT.".
      ****** FUNDO NA MAO DO ESTAFETA: FUNDOS MENOS FUNDOS DEVOLVIDOS ******
       CALCULAR-FUNDO-ESTAFETA.
           MOVE 0 TO FUNDO-ESTAFETA.
           MOVE "N" TO SW-FIM-ACERTOS.
           OPEN INPUT ACERTOS.
           IF (SW-ACERTOS-STATUS = "00") THEN
               PERFORM LER-ACERTO UNTIL FIM-ACERTOS
               CLOSE ACERTOS
           END-IF.
           IF (FUNDO-ESTAFETA < 0) THEN
               MOVE 0 TO FUNDO-ESTAFETA
           END-IF.
      ******************************************************************
       LER-ACERTO.
           READ ACERTOS
               AT END
                   MOVE "S" TO SW-FIM-ACERTOS
               NOT AT END
                   IF (ACR-ESTAFETA = ESTAFETA-TRABALHO) THEN
                       IF (ACR-TIPO = "F") THEN
                           ADD ACR-FUNDO TO FUNDO-ESTAFETA
                       ELSE
                           SUBTRACT ACR-FUNDO FROM FUNDO-ESTAFETA
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       SOMAR-COBRADO-ESTAFETA.
           IF (TAB-ESTAFETA(IND) = ESTAFETA-TRABALHO AND
               TAB-COBRAR(IND) = "S" AND TAB-ACERTADO(IND) NOT = "S")
               THEN
               IF (TAB-ESTADO(IND) = "E") THEN
                   ADD 1 TO QTD-ACERTO
                   IF (TAB-METODO-COBRADO(IND) = "C") THEN
                       ADD TAB-VALOR-COBRADO(IND) TO CARTAO-ESTAFETA
                   ELSE
                       ADD TAB-VALOR-COBRADO(IND) TO DINHEIRO-ESTAFETA
                   END-IF
               ELSE
                   ADD 1 TO QTD-EM-ROTA
               END-IF
           END-IF.
      ******************************************************************
       MARCAR-ACERTADA.
           IF (TAB-ESTAFETA(IND) = ESTAFETA-TRABALHO AND
               TAB-COBRAR(IND) = "S" AND TAB-ESTADO(IND) = "E") THEN
               MOVE "S" TO TAB-ACERTADO(IND)
           END-IF.
      ****** MOVIMENTO DE FUNDO OU ACERTO NO FICHEIRO DO PERIODO ***********
       GRAVAR-ACERTO.
           MOVE ESTAFETA-TRABALHO TO ACR-ESTAFETA.
           MOVE ANO TO ACR-ANO.
           MOVE MES TO ACR-MES.
           MOVE DIA TO ACR-DIA.
           MOVE HORA TO ACR-HORA.
           MOVE MINUTOS TO ACR-MIN.
           MOVE TERMINAL-TRABALHO TO ACR-TERMINAL.
           MOVE 0 TO ACR-NUM-Z.
           OPEN EXTEND ACERTOS.
           IF (SW-ACERTOS-STATUS = "35") THEN
               OPEN OUTPUT ACERTOS
           END-IF.
           WRITE REG-ACERTO.
           CLOSE ACERTOS.
      ****** REGRAVAR A FILA ***********************************************
       GRAVAR-ENTREGAS.
           OPEN OUTPUT ENTREGAS.
