      *      tipo de registo "E" (emissao, sem verificacao da soma
      *      das parcelas), campos do vale na cauda e troco conferido
      *      contra o total menos a parte coberta pelo vale.
      * Mod: 15-10-2026 JS - Registo alargado com a serie e o numero do
      *      documento fiscal (FS/NC/VL) e o documento de origem da
      *      anulacao; validados quando presentes (serie coerente com
      *      o tipo de registo), espacos aceites nos registos antigos.
      * Mod: 15-10-2026 JS - Numero do terminal (caixa) na cauda do
      *      registo; a sequencia dos numeros de pedido passa a ser
      *      verificada por terminal (as duas caixas tiram numeros do
      *      mesmo contador, por isso cada uma salta os da outra) e
      *      registos sem terminal contam como terminal 1.
      * Mod: 15-10-2026 JS - Pedidos especiais por item na cauda do
      *      registo (artigo, modificador e suplemento, 5 entradas);
      *      o suplemento ja vem no preco da linha, por isso a soma
      *      das parcelas nao muda. Espacos aceites nos antigos.
      * Mod: 15-10-2026 JS - Metodo de pagamento "P" (a prazo, levado
      *      a conta corrente do cliente) aceite; como no cartao, nao
      *      ha troco a conferir, mas o registo tem de levar o NIF.
      * Mod: 15-10-2026 JS - Metodo de pagamento "E" (a cobrar na
      *      entrega pelo estafeta) aceite so em pedidos ao domicilio
      *      (REG-TIPO-PEDIDO "D"); sem troco a conferir.
      * Mod: 15-10-2026 JS - Data de emissao do documento e ano da
      *      fatura de origem na cauda do registo; validados quando
      *      presentes, espacos aceites nos registos antigos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA14.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       01 REG-ENTRADA                  PIC X(250).
       FD  VALIDOS.
       01 REG-VALIDO                   PIC X(250).
       FD  REJEITADOS.
       01 REG-REJEITADO                PIC X(250).
       FD  EXCECOES.
       01 REG-EXCECAO                  PIC X(80).
       WORKING-STORAGE SECTION.
      ****** VERIFICACAO ARITMETICA ****************************************
       77 SOMA-PRECOS                  PIC 9999V99 VALUE 0.
       77 TROCO-CALCULADO              PIC S9(5)V99 VALUE 0.
      ****** SEQUENCIA DOS NUMEROS DE PEDIDO (POR TERMINAL) ****************
       77 IND-TRM                      PIC 99      VALUE 0.
       77 TERMINAL-SAIDA               PIC 99      VALUE 0.
       01 TABELA-SEQUENCIA.
           05 SEQ-TERMINAL OCCURS 99 TIMES.
               10 NUM-ANTERIOR          PIC 99      VALUE 0.
               10 SW-PRIMEIRA-VENDA     PIC X       VALUE "S".
                   88 E-PRIMEIRA-VENDA                  VALUE "S".
       01 TABELA-NUMEROS-VISTOS.
           05 NUM-VISTO OCCURS 99 TIMES PIC 9(3)  VALUE 0.
      ****** CAMPOS DE IMPRESSAO *******************************************
               MOVE "Campos do vale invalidos" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(142:2) NOT = "FS" AND
               REG-ENTRADA(142:2) NOT = "NC" AND
               REG-ENTRADA(142:2) NOT = "VL" AND
               REG-ENTRADA(142:2) NOT = SPACES) THEN
               MOVE "Serie do documento invalida" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(142:2) NOT = SPACES AND
               REG-ENTRADA(144:6) IS NOT NUMERIC) THEN
               MOVE "Numero do documento invalido" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(152:6) IS NOT NUMERIC AND
               REG-ENTRADA(150:8) NOT = SPACES) THEN
               MOVE "Documento de origem invalido" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(158:2) IS NOT NUMERIC AND
               REG-ENTRADA(158:2) NOT = SPACES) THEN
               MOVE "Numero de terminal invalido" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(160:40) IS NOT NUMERIC AND
               REG-ENTRADA(160:40) NOT = SPACES) THEN
               MOVE "Pedidos especiais invalidos" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(200:16) IS NOT NUMERIC AND
               REG-ENTRADA(200:16) NOT = SPACES) THEN
               MOVE "Data do documento invalida" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND REG-ENTRADA(63:1) NOT = "D" AND
               REG-ENTRADA(63:1) NOT = "d" AND
               REG-ENTRADA(63:1) NOT = "C" AND
               REG-ENTRADA(63:1) NOT = "c" AND
               REG-ENTRADA(63:1) NOT = "V" AND
               REG-ENTRADA(63:1) NOT = "v" AND
               REG-ENTRADA(63:1) NOT = "P" AND
               REG-ENTRADA(63:1) NOT = "p" AND
               REG-ENTRADA(63:1) NOT = "E" AND
               REG-ENTRADA(63:1) NOT = "e") THEN
               MOVE "Metodo de pagamento invalido" TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
               PERFORM DESEMPACOTAR-REGISTO
               PERFORM VALIDAR-DATAS
           END-IF.
           IF (REGISTO-OK) THEN
               PERFORM VALIDAR-SERIE
           END-IF.
           IF (REGISTO-OK) THEN
               PERFORM VALIDAR-ARITMETICA
           END-IF.
               MOVE 0 TO REG-NUM-VALE
               MOVE 0 TO REG-VALOR-VALE
           END-IF.
           IF (REG-ENTRADA(142:8) = SPACES) THEN
               MOVE SPACES TO REG-SERIE
               MOVE 0 TO REG-NUM-DOCUMENTO
           END-IF.
           IF (REG-ENTRADA(150:8) = SPACES) THEN
               MOVE SPACES TO REG-SERIE-ORIGEM
               MOVE 0 TO REG-NUM-DOC-ORIGEM
           END-IF.
           IF (REG-ENTRADA(158:2) = SPACES) THEN
               MOVE 1 TO REG-TERMINAL
           END-IF.
           IF (REG-TERMINAL = 0) THEN
               MOVE 1 TO REG-TERMINAL
           END-IF.
           IF (REG-ENTRADA(160:40) = SPACES) THEN
               MOVE ZEROS TO REG-MODIFICADORES
           END-IF.
           IF (REG-ENTRADA(200:16) = SPACES) THEN
               MOVE ZEROS TO REG-DATA-DOCUMENTO
               MOVE 0 TO REG-ANO-DOC-ORIGEM
           END-IF.
      ****** SERIE DO DOCUMENTO COERENTE COM O TIPO DE REGISTO *************
       VALIDAR-SERIE.
           IF (REG-SERIE = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           IF ((REG-TIPO = "V" AND REG-SERIE NOT = "FS") OR
               (REG-TIPO = "A" AND REG-SERIE NOT = "NC") OR
               (REG-TIPO = "E" AND REG-SERIE NOT = "VL") OR
               REG-NUM-DOCUMENTO = 0) THEN
               MOVE "Serie nao corresponde ao tipo de registo"
                   TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
      ****** DATAS E HORAS PLAUSIVEIS **************************************
       VALIDAR-DATAS.
           IF (REG-ANO < 2021 OR REG-ANO > 2099 OR
                   MOVE "N" TO SW-REGISTO-OK
               END-IF
           END-IF.
           IF (REGISTO-OK AND (REG-METODO-PAGAMENTO = "P" OR
               REG-METODO-PAGAMENTO = "p") AND REG-NIF = 0) THEN
               MOVE "Venda a prazo sem NIF do cliente"
                   TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
           IF (REGISTO-OK AND (REG-METODO-PAGAMENTO = "E" OR
               REG-METODO-PAGAMENTO = "e") AND
               REG-TIPO-PEDIDO NOT = "D") THEN
               MOVE "A cobrar na entrega sem ser domicilio"
                   TO MOTIVO-REJEICAO
               MOVE "N" TO SW-REGISTO-OK
           END-IF.
      ****** SEQUENCIA DOS NUMEROS E ANULACOES ORFAS **********************
      * Repetidos e anulacoes orfas sao vistos no ficheiro todo (o
      * contador e comum as caixas); a ordem crescente e vista por
      * terminal, e uma descida de mais de 50 numeros e a volta do
      * contador depois do 99.
      ******************************************************************
       VALIDAR-SEQUENCIA.
           IF (REG-TIPO = "A") THEN
               IF (REG-NUM-PEDIDO < 1 OR
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-IF.
           MOVE REG-TERMINAL TO IND-TRM.
           IF (NOT E-PRIMEIRA-VENDA(IND-TRM)) THEN
               IF (REG-NUM-PEDIDO <= NUM-ANTERIOR(IND-TRM) AND
                   NUM-ANTERIOR(IND-TRM) - REG-NUM-PEDIDO <= 50) THEN
                   MOVE REG-TERMINAL TO TERMINAL-SAIDA
                   MOVE SPACES TO MOTIVO-REJEICAO
                   STRING "AVISO: fora de sequencia no terminal "
                       DELIMITED BY SIZE
                       TERMINAL-SAIDA DELIMITED BY SIZE
                       INTO MOTIVO-REJEICAO
                   ADD 1 TO TOTAL-AVISOS
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-IF.
           MOVE "N" TO SW-PRIMEIRA-VENDA(IND-TRM).
           MOVE REG-NUM-PEDIDO TO NUM-ANTERIOR(IND-TRM).
      ****** LINHA NO RELATORIO DE EXCECOES ********************************
       GRAVAR-EXCECAO.
           MOVE TOTAL-LIDOS TO QTD-SAIDA.
