      * de preco sao assinaladas. O stock e regravado por fusao de
      * deltas com o disco, como no TAREFA11, porque o TAREFA07
      * continua a baixar consumo durante o servico.
      * Mod: 15-10-2026 JS - A fusao do stock preserva os alergenos
      *      do ingrediente (ING-ALERGENOS) tal como estao no disco.
      * Mod: 15-10-2026 JS - Condicoes de pagamento por fornecedor
      *      (FOR-PRAZO-PAGAMENTO, opcao 6), aplicadas a todas as
      *      linhas do fornecedor, para o vencimento das faturas no
      *      TAREFA23. Linha nova de fornecedor conhecido herda-as.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA17.
               10 TAB-FOR-ING           PIC 99.
               10 TAB-FOR-CUSTO         PIC 999V99.
               10 TAB-FOR-PRAZO         PIC 99.
               10 TAB-FOR-PRAZO-PAG     PIC 999.
      ****** TABELA DE ENCOMENDAS EM MEMORIA *******************************
       77 TOTAL-ENCOMENDAS             PIC 9(3)    VALUE 0.
       77 IND-ENC                      PIC 9(3)    VALUE 0.
               10 TAB-ING-CONSUMIDO     PIC 9(5).
               10 TAB-ING-ENTREGAS      PIC 9(5).
               10 TAB-ING-QUEBRAS       PIC 9(5).
               10 TAB-ING-ALERGENOS     PIC X(14).
       01 TABELA-ING-BASE.
           05 ING-BASE OCCURS 30 TIMES.
               10 BASE-ING-QTD          PIC 9(5).
       77 ENTRADA-PRECO                PIC X(7)    VALUE SPACES.
       77 CUSTO-TRABALHO               PIC 999V99  VALUE 0.
       77 PRAZO-TRABALHO               PIC 99      VALUE 0.
       77 PRAZO-PAG-TRABALHO           PIC 999     VALUE 0.
       77 NUM-TRABALHO                 PIC 9(4)    VALUE 0.
       77 QTD-RECEBIDA                 PIC 9(5)    VALUE 0.
       77 QTD-ENCOMENDAR               PIC S9(6)   VALUE 0.
           88 ENTRADA-OK                                VALUE "S".
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 CUSTO-SAIDA                  PIC ZZ9.99  VALUE SPACES.
       77 PRAZO-PAG-SAIDA              PIC ZZ9     VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA17 - FORNECEDORES E ENCOMENDAS".
           DISPLAY "3 - Gerar encomendas (stock no nivel)".
           DISPLAY "4 - Listar encomendas abertas".
           DISPLAY "5 - Rececionar encomenda".
           DISPLAY "6 - Condicoes de pagamento do fornecedor".
           DISPLAY "9 - Gravar e sair".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
               WHEN 5
                   PERFORM RECECIONAR-ENCOMENDA
                       THRU SOLICITAR-CUSTO-FATURADO
               WHEN 6
                   PERFORM ALTERAR-PRAZO-PAGAMENTO
               WHEN 9
                   PERFORM GRAVAR-FORNECEDORES
                   PERFORM GRAVAR-ENCOMENDAS
                   MOVE "S" TO SW-FIM-FORNEC
               NOT AT END
                   IF (TOTAL-FORNEC < 50) THEN
                       IF (FOR-PRAZO-PAGAMENTO IS NOT NUMERIC) THEN
                           MOVE 0 TO FOR-PRAZO-PAGAMENTO
                       END-IF
                       ADD 1 TO TOTAL-FORNEC
                       MOVE REG-FORNECEDOR TO FOR-TAB(TOTAL-FORNEC)
                   END-IF
           END-READ.
      ****** LISTAGEM DOS FORNECEDORES *************************************
       LISTAR-FORNECEDORES.
           DISPLAY "COD NOME                      ING CUSTO  PRAZO"
               "  PAG".
           PERFORM LISTAR-LINHA-FORNEC
               VARYING IND-FOR FROM 1 BY 1 UNTIL IND-FOR > TOTAL-FORNEC.
      ******************************************************************
       LISTAR-LINHA-FORNEC.
           MOVE TAB-FOR-CUSTO(IND-FOR) TO CUSTO-SAIDA.
           MOVE TAB-FOR-PRAZO-PAG(IND-FOR) TO PRAZO-PAG-SAIDA.
           DISPLAY TAB-FOR-CODIGO(IND-FOR) "  " TAB-FOR-NOME(IND-FOR)
               " " TAB-FOR-ING(IND-FOR) "  " CUSTO-SAIDA "  "
               TAB-FOR-PRAZO(IND-FOR) "    " PRAZO-PAG-SAIDA.
      ****** ADICIONAR UMA LINHA FORNECEDOR/INGREDIENTE ********************
       ADICIONAR-FORNECEDOR.
           MOVE "N" TO SW-ENTRADA-OK.
           END-IF.
           DISPLAY "Prazo de entrega (dias):".
           ACCEPT PRAZO-TRABALHO.
           PERFORM PROCURAR-FORNECEDOR.
           IF (IND-FOR-ACHADO > 0) THEN
               MOVE TAB-FOR-PRAZO-PAG(IND-FOR-ACHADO)
                   TO PRAZO-PAG-TRABALHO
           ELSE
               DISPLAY "Prazo de pagamento (dias, 0 = 30):"
               ACCEPT PRAZO-PAG-TRABALHO
           END-IF.
           ADD 1 TO TOTAL-FORNEC.
           MOVE COD-TRABALHO TO TAB-FOR-CODIGO(TOTAL-FORNEC).
           MOVE NOME-TRABALHO TO TAB-FOR-NOME(TOTAL-FORNEC).
           MOVE ING-TRABALHO TO TAB-FOR-ING(TOTAL-FORNEC).
           MOVE CUSTO-TRABALHO TO TAB-FOR-CUSTO(TOTAL-FORNEC).
           MOVE PRAZO-TRABALHO TO TAB-FOR-PRAZO(TOTAL-FORNEC).
           MOVE PRAZO-PAG-TRABALHO TO TAB-FOR-PRAZO-PAG(TOTAL-FORNEC).
           DISPLAY "Linha de fornecedor adicionada.".
      ****** CONDICOES DE PAGAMENTO (TODAS AS LINHAS DO FORNECEDOR) ********
       ALTERAR-PRAZO-PAGAMENTO.
           DISPLAY "Codigo do fornecedor:".
           ACCEPT COD-TRABALHO.
           PERFORM PROCURAR-FORNECEDOR.
           IF (IND-FOR-ACHADO = 0) THEN
               DISPLAY "Fornecedor nao registado."
               EXIT PARAGRAPH
           END-IF.
           MOVE TAB-FOR-PRAZO-PAG(IND-FOR-ACHADO) TO PRAZO-PAG-SAIDA.
           DISPLAY TAB-FOR-NOME(IND-FOR-ACHADO) " paga a "
               PRAZO-PAG-SAIDA " dias (0 = 30).".
           DISPLAY "Novo prazo de pagamento (dias, 0 = 30):".
           ACCEPT PRAZO-PAG-TRABALHO.
           PERFORM ACERTAR-PRAZO-PAGAMENTO
               VARYING IND-FOR FROM 1 BY 1 UNTIL IND-FOR > TOTAL-FORNEC.
           DISPLAY "Prazo alterado (grava ao sair).".
      ******************************************************************
       ACERTAR-PRAZO-PAGAMENTO.
           IF (TAB-FOR-CODIGO(IND-FOR) = COD-TRABALHO) THEN
               MOVE PRAZO-PAG-TRABALHO TO TAB-FOR-PRAZO-PAG(IND-FOR)
           END-IF.
      ****** PRIMEIRA LINHA DO FORNECEDOR EM COD-TRABALHO ******************
       PROCURAR-FORNECEDOR.
           MOVE 0 TO IND-FOR-ACHADO.
           PERFORM COMPARAR-FORNECEDOR
               VARYING IND-FOR FROM 1 BY 1
               UNTIL IND-FOR > TOTAL-FORNEC.
      ******************************************************************
       COMPARAR-FORNECEDOR.
           IF (IND-FOR-ACHADO = 0 AND
               TAB-FOR-CODIGO(IND-FOR) = COD-TRABALHO) THEN
               MOVE IND-FOR TO IND-FOR-ACHADO
           END-IF.
      ****** PROCURAR UM INGREDIENTE NA TABELA *****************************
       PROCURAR-INGREDIENTE.
           MOVE 0 TO IND-ING-ACHADO.
                   MOVE 0 TO NOVO-STOCK
               END-IF
               MOVE NOVO-STOCK TO TAB-ING-QUEBRAS(IND-ING-ACHADO)
               MOVE ING-ALERGENOS TO TAB-ING-ALERGENOS(IND-ING-ACHADO)
           ELSE
               IF (TOTAL-INGREDIENTES < 30) THEN
                   ADD 1 TO TOTAL-INGREDIENTES
