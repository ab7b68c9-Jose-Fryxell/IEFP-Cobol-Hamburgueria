      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Contas correntes de clientes (pagamento "P" a prazo no
      * TAREFA07): um supervisor aprova o cliente de CLIENTES.DAT para
      * levar pedidos a conta, com limite de credito e prazo de
      * pagamento, regista os pagamentos recebidos (transferencia,
      * cheque ou numerario entregue a gerencia, fora da gaveta) e
      * consulta os movimentos. O saldo e sempre recalculado a partir
      * de CONTACORR.DAT (debitos dos pedidos menos anulacoes e
      * pagamentos). No fim do mes gera o extrato de cada cliente em
      * EXTRATOS.DAT (saldo anterior, pedidos e pagamentos do mes e
      * saldo a transportar) e a lista de dividas por antiguidade em
      * RELDIVIDAS.DAT: os pagamentos abatem as faturas mais antigas,
      * uma anulacao abate a fatura que anula, e o que passou o prazo
      * do cliente conta como vencido.
      * Mod: 15-10-2026 JS - Tabela de clientes com a data da ultima
      *      visita (Clientereg.cpy), para nao a perder ao regravar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CLIENTES-STATUS.
           SELECT CONTACORR ASSIGN TO "CONTACORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CONTACORR-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-OPERADORES-STATUS.
           SELECT EXTRATOS ASSIGN TO "EXTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIVIDAS ASSIGN TO "RELDIVIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "Clientereg.cpy".
       FD  CONTACORR.
           COPY "Contareg.cpy".
       FD  OPERADORES.
           COPY "Operreg.cpy".
       FD  EXTRATOS.
       01 REG-EXTRATO                  PIC X(80).
       FD  DIVIDAS.
       01 REG-DIVIDA                   PIC X(80).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-CLIENTES-STATUS           PIC XX      VALUE "00".
       77 SW-CONTACORR-STATUS          PIC XX      VALUE "00".
       77 SW-OPERADORES-STATUS         PIC XX      VALUE "00".
       77 SW-FIM-CLIENTES              PIC X       VALUE "N".
           88 FIM-CLIENTES                              VALUE "S".
       77 SW-FIM-CONTACORR             PIC X       VALUE "N".
           88 FIM-CONTACORR                             VALUE "S".
       77 SW-FIM-OPERADORES            PIC X       VALUE "N".
           88 FIM-OPERADORES                            VALUE "S".
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
       01 DATA-ATUAL-NUM REDEFINES DATA-ATUAL PIC 9(8).
       77 DIA-JULIANO-HOJE             PIC 9(7)    VALUE 0.
      ****** ACESSO DE SUPERVISOR ******************************************
       77 CODIGO-SUPERVISOR            PIC 9(4)    VALUE 2580.
       77 CODIGO-DIGITADO              PIC 9(4)    VALUE 0.
       77 TENTATIVAS                   PIC 9       VALUE 0.
       77 SW-HA-SUPERVISOR             PIC X       VALUE "N".
           88 HA-SUPERVISOR                             VALUE "S".
       77 COD-ACESSO                   PIC 99      VALUE 0.
       77 PIN-DIGITADO                 PIC 9(4)    VALUE 0.
       77 TOTAL-OPERADORES             PIC 99      VALUE 0.
       77 IND-OPE                      PIC 99      VALUE 0.
       77 IND-OPE-ACHADO               PIC 99      VALUE 0.
       01 TABELA-OPERADORES.
           05 OPE-TAB OCCURS 20 TIMES.
               10 TAB-OPE-CODIGO        PIC 99.
               10 TAB-OPE-NOME          PIC X(25).
               10 TAB-OPE-PIN           PIC 9(4).
               10 TAB-OPE-SUPERVISOR    PIC X.
      ****** CLIENTES EM MEMORIA (REGISTO COMPLETO) E SALDOS ***************
       77 TOTAL-CLIENTES               PIC 9(3)    VALUE 0.
       77 IND-CLI                      PIC 9(3)    VALUE 0.
       77 IND-CLI-ACHADO               PIC 9(3)    VALUE 0.
       77 SW-CLIENTES-CHEIO            PIC X       VALUE "N".
           88 CLIENTES-CHEIO                            VALUE "S".
       01 TABELA-CLIENTES.
           05 CLI-TAB OCCURS 200 TIMES.
               10 TAB-CLI-NIF           PIC 9(9).
               10 TAB-CLI-NOME          PIC X(25).
               10 TAB-CLI-TELEFONE      PIC 9(9).
               10 TAB-CLI-VISITAS       PIC 9(5).
               10 TAB-CLI-GASTO         PIC 9(7)V99.
               10 TAB-CLI-MORADA        PIC X(30).
               10 TAB-CLI-CONTA         PIC X.
               10 TAB-CLI-LIMITE        PIC 9(5)V99.
               10 TAB-CLI-PRAZO         PIC 99.
               10 TAB-CLI-ULTIMA        PIC 9(8).
       01 TABELA-SALDOS.
           05 SALDO-CLI OCCURS 200 TIMES PIC S9(7)V99.
       77 MAIOR-RECIBO                 PIC 9(6)    VALUE 0.
      ****** CAMPOS DE TRABALHO ********************************************
       77 OPCAO                        PIC 9       VALUE 0.
       77 NIF-TRABALHO                 PIC 9(9)    VALUE 0.
       77 ENTRADA-VALOR                PIC X(9)    VALUE SPACES.
       77 VALOR-TRABALHO               PIC 9(5)V99 VALUE 0.
       77 PRAZO-TRABALHO               PIC 99      VALUE 0.
       77 PRAZO-EFETIVO                PIC 999     VALUE 0.
       77 RESPOSTA                     PIC X       VALUE SPACE.
           88 RESPOSTA-SIM             VALUES "S","s".
           88 RESPOSTA-VALIDA          VALUES "S","s","N","n".
       77 MEIO-TRABALHO                PIC X       VALUE SPACE.
           88 MEIO-VALIDO              VALUES "T","Q","N".
       77 REFERENCIA-TRABALHO          PIC X(20)   VALUE SPACES.
       77 SALDO-TRABALHO               PIC S9(7)V99 VALUE 0.
       77 TOTAL-CONTAS-LISTADAS        PIC 9(3)    VALUE 0.
      ****** EXTRATO DO MES ************************************************
       77 ANOMES-EXTRATO               PIC 9(6)    VALUE 0.
       77 ANOMES-MOVIMENTO             PIC 9(6)    VALUE 0.
       77 SALDO-ANTERIOR               PIC S9(7)V99 VALUE 0.
       77 SALDO-CORRENTE               PIC S9(7)V99 VALUE 0.
       77 DEBITOS-MES                  PIC S9(7)V99 VALUE 0.
       77 CREDITOS-MES                 PIC S9(7)V99 VALUE 0.
       77 MOVIMENTOS-MES               PIC 9(5)    VALUE 0.
       77 TOTAL-EXTRATOS               PIC 9(3)    VALUE 0.
      ****** DIVIDAS POR ANTIGUIDADE ***************************************
      * Faturas em aberto do cliente em curso, pela ordem do ficheiro
      * (cronologica); os creditos sem fatura propria (pagamentos e
      * anulacoes de faturas ja fora da tabela) vao para o bolo que
      * abate as mais antigas.
      ******************************************************************
       77 TOTAL-FATURAS                PIC 9(4)    VALUE 0.
       77 IND-FAT                      PIC 9(4)    VALUE 0.
       77 IND-FAT-ACHADO               PIC 9(4)    VALUE 0.
       01 TABELA-FATURAS.
           05 FAT-TAB OCCURS 1000 TIMES.
               10 TAB-FAT-DIA-JULIANO   PIC 9(7).
               10 TAB-FAT-SERIE         PIC XX.
               10 TAB-FAT-NUMERO        PIC 9(6).
               10 TAB-FAT-ABERTO        PIC 9(5)V99.
       77 BOLO-CREDITOS                PIC 9(7)V99 VALUE 0.
       77 VALOR-ABATIDO                PIC 9(5)V99 VALUE 0.
       77 DATA-MOVIMENTO-NUM           PIC 9(8)    VALUE 0.
       77 DIAS-FATURA                  PIC S9(7)   VALUE 0.
       77 DIVIDA-30                    PIC 9(7)V99 VALUE 0.
       77 DIVIDA-60                    PIC 9(7)V99 VALUE 0.
       77 DIVIDA-90                    PIC 9(7)V99 VALUE 0.
       77 DIVIDA-MAIS-90               PIC 9(7)V99 VALUE 0.
       77 DIVIDA-VENCIDA               PIC 9(7)V99 VALUE 0.
       77 TOT-DIVIDA-SALDO             PIC S9(7)V99 VALUE 0.
       77 TOT-DIVIDA-30                PIC 9(7)V99 VALUE 0.
       77 TOT-DIVIDA-60                PIC 9(7)V99 VALUE 0.
       77 TOT-DIVIDA-90                PIC 9(7)V99 VALUE 0.
       77 TOT-DIVIDA-MAIS-90           PIC 9(7)V99 VALUE 0.
       77 TOT-DIVIDA-VENCIDA           PIC 9(7)V99 VALUE 0.
       77 TOTAL-CLIENTES-VENCIDOS      PIC 9(3)    VALUE 0.
       77 SW-FATURAS-CHEIO             PIC X       VALUE "N".
           88 FATURAS-CHEIO                             VALUE "S".
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(80)   VALUE SPACES.
       77 VALOR-SAIDA                  PIC ZZZZZ9.99.
       77 SALDO-SAIDA                  PIC -(6)9.99.
       77 LIMITE-SAIDA                 PIC ZZZZ9.99.
       77 PRAZO-SAIDA                  PIC ZZ9.
       77 QTD-SAIDA                    PIC ZZ9.
       77 DATA-SAIDA                   PIC X(10)   VALUE SPACES.
       77 DOCUMENTO-SAIDA              PIC X(9)    VALUE SPACES.
       77 DESCRICAO-SAIDA              PIC X(22)   VALUE SPACES.
       77 PEDIDO-SAIDA                 PIC Z9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA22 - CONTAS CORRENTES DE CLIENTES".
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE DIA-JULIANO-HOJE =
               FUNCTION INTEGER-OF-DATE(DATA-ATUAL-NUM).
           PERFORM CARREGAR-OPERADORES.
           IF (HA-SUPERVISOR) THEN
               PERFORM VALIDAR-SUPERVISOR-FICHEIRO
           ELSE
               PERFORM VALIDAR-SUPERVISOR
           END-IF.
      ******************************************************************
       MENU-PRINCIPAL.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CALCULAR-SALDOS.
           DISPLAY " ".
           DISPLAY "1 - Listar contas correntes".
           DISPLAY "2 - Aprovar/alterar conta de cliente".
           DISPLAY "3 - Registar pagamento recebido".
           DISPLAY "4 - Movimentos de um cliente".
           DISPLAY "5 - Extratos do mes (EXTRATOS.DAT)".
           DISPLAY "6 - Dividas por antiguidade (RELDIVIDAS.DAT)".
           DISPLAY "9 - Sair".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM LISTAR-CONTAS
               WHEN 2
                   PERFORM ALTERAR-CONTA
               WHEN 3
                   PERFORM REGISTAR-PAGAMENTO
               WHEN 4
                   PERFORM MOSTRAR-MOVIMENTOS
               WHEN 5
                   PERFORM GERAR-EXTRATOS
               WHEN 6
                   PERFORM GERAR-DIVIDAS
               WHEN 9
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           GO MENU-PRINCIPAL.
      ****** OPERADORES: CARREGAR E VALIDAR SUPERVISOR *********************
       CARREGAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF (SW-OPERADORES-STATUS = "00") THEN
               PERFORM LER-OPERADOR UNTIL FIM-OPERADORES
               CLOSE OPERADORES
           END-IF.
      ******************************************************************
       LER-OPERADOR.
           READ OPERADORES
               AT END
                   MOVE "S" TO SW-FIM-OPERADORES
               NOT AT END
                   IF (TOTAL-OPERADORES < 20) THEN
                       ADD 1 TO TOTAL-OPERADORES
                       MOVE REG-OPERADOR TO OPE-TAB(TOTAL-OPERADORES)
                       IF (OPE-SUPERVISOR = "S") THEN
                           MOVE "S" TO SW-HA-SUPERVISOR
                       END-IF
                   END-IF
           END-READ.
      ****** CODIGO E PIN DE SUPERVISOR DO FICHEIRO ************************
       VALIDAR-SUPERVISOR-FICHEIRO.
           DISPLAY "Codigo de operador:".
           ACCEPT COD-ACESSO.
           DISPLAY "PIN:".
           ACCEPT PIN-DIGITADO.
           MOVE 0 TO IND-OPE-ACHADO.
           PERFORM COMPARAR-OPERADOR
               VARYING IND-OPE FROM 1 BY 1
               UNTIL IND-OPE > TOTAL-OPERADORES.
           IF (IND-OPE-ACHADO = 0 OR
               TAB-OPE-PIN(IND-OPE-ACHADO) NOT = PIN-DIGITADO OR
               TAB-OPE-SUPERVISOR(IND-OPE-ACHADO) NOT = "S") THEN
               ADD 1 TO TENTATIVAS
               IF (TENTATIVAS = 3) THEN
                   DISPLAY "Acesso recusado."
                   STOP RUN
               END-IF
               DISPLAY "Codigo ou PIN errado."
               GO VALIDAR-SUPERVISOR-FICHEIRO
           END-IF.
      ******************************************************************
       COMPARAR-OPERADOR.
           IF (TAB-OPE-CODIGO(IND-OPE) = COD-ACESSO) THEN
               MOVE IND-OPE TO IND-OPE-ACHADO
           END-IF.
      ****** CODIGO FIXO (SO SEM SUPERVISORES EM OPERADORES.DAT) ***********
       VALIDAR-SUPERVISOR.
           DISPLAY "Codigo de supervisor:".
           ACCEPT CODIGO-DIGITADO.
           IF (CODIGO-DIGITADO NOT = CODIGO-SUPERVISOR) THEN
               ADD 1 TO TENTATIVAS
               IF (TENTATIVAS = 3) THEN
                   DISPLAY "Acesso recusado."
                   STOP RUN
               END-IF
               DISPLAY "Codigo errado."
               GO VALIDAR-SUPERVISOR
           END-IF.
      ****** CLIENTES: CARREGAR (SEMPRE DE NOVO) E REGRAVAR ****************
      * O ficheiro e relido antes de cada opcao, para a regravacao
      * levar as visitas e os clientes gravados entretanto pelas
      * caixas; so os campos da conta sao mexidos aqui.
      ******************************************************************
       CARREGAR-CLIENTES.
           MOVE 0 TO TOTAL-CLIENTES.
           MOVE "N" TO SW-FIM-CLIENTES, SW-CLIENTES-CHEIO.
           OPEN INPUT CLIENTES.
           IF (SW-CLIENTES-STATUS = "00") THEN
               PERFORM LER-CLIENTE UNTIL FIM-CLIENTES
               CLOSE CLIENTES
           END-IF.
      ******************************************************************
       LER-CLIENTE.
           READ CLIENTES
               AT END
                   MOVE "S" TO SW-FIM-CLIENTES
               NOT AT END
                   IF (TOTAL-CLIENTES < 200) THEN
                       ADD 1 TO TOTAL-CLIENTES
                       PERFORM ACERTAR-CONTA-DISCO
                       MOVE REG-CLIENTE TO CLI-TAB(TOTAL-CLIENTES)
                   ELSE
                       MOVE "S" TO SW-CLIENTES-CHEIO
                   END-IF
           END-READ.
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
       GRAVAR-CLIENTES.
           OPEN OUTPUT CLIENTES.
           PERFORM GRAVAR-CLIENTE-LINHA
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
           CLOSE CLIENTES.
      ******************************************************************
       GRAVAR-CLIENTE-LINHA.
           WRITE REG-CLIENTE FROM CLI-TAB(IND-CLI).
      ******************************************************************
       PROCURAR-CLIENTE.
           MOVE 0 TO IND-CLI-ACHADO.
           PERFORM COMPARAR-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
      ******************************************************************
       COMPARAR-CLIENTE.
           IF (NIF-TRABALHO > 0 AND
               TAB-CLI-NIF(IND-CLI) = NIF-TRABALHO) THEN
               MOVE IND-CLI TO IND-CLI-ACHADO
           END-IF.
      ******************************************************************
       SOLICITAR-CLIENTE.
           DISPLAY "NIF do cliente:".
           ACCEPT NIF-TRABALHO.
           PERFORM PROCURAR-CLIENTE.
           IF (IND-CLI-ACHADO = 0) THEN
               DISPLAY "Cliente nao registado em CLIENTES.DAT."
           END-IF.
      ****** SALDOS DE TODOS OS CLIENTES NUMA PASSAGEM *********************
       CALCULAR-SALDOS.
           MOVE 0 TO MAIOR-RECIBO.
           PERFORM ZERAR-SALDO
               VARYING IND-CLI FROM 1 BY 1 UNTIL IND-CLI > 200.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM LER-MOVIMENTO-SALDO UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
      ******************************************************************
       ZERAR-SALDO.
           MOVE 0 TO SALDO-CLI(IND-CLI).
      ******************************************************************
       LER-MOVIMENTO-SALDO.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-SERIE = "RC" AND
                       CC-NUM-DOCUMENTO > MAIOR-RECIBO) THEN
                       MOVE CC-NUM-DOCUMENTO TO MAIOR-RECIBO
                   END-IF
                   MOVE CC-NIF TO NIF-TRABALHO
                   PERFORM PROCURAR-CLIENTE
                   IF (IND-CLI-ACHADO > 0) THEN
                       IF (CC-TIPO = "D") THEN
                           ADD CC-VALOR TO SALDO-CLI(IND-CLI-ACHADO)
                       ELSE
                           SUBTRACT CC-VALOR
                               FROM SALDO-CLI(IND-CLI-ACHADO)
                       END-IF
                   END-IF
           END-READ.
      ****** 1 - LISTA DAS CONTAS COM SALDO OU APROVADAS *******************
       LISTAR-CONTAS.
           MOVE 0 TO TOTAL-CONTAS-LISTADAS.
           DISPLAY "NIF       NOME                      LIMITE PRAZO"
               "      SALDO".
           PERFORM LISTAR-CONTA-LINHA
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
           IF (TOTAL-CONTAS-LISTADAS = 0) THEN
               DISPLAY "Sem contas correntes."
           END-IF.
      ******************************************************************
       LISTAR-CONTA-LINHA.
           IF (TAB-CLI-CONTA(IND-CLI) NOT = "S" AND
               SALDO-CLI(IND-CLI) = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-CONTAS-LISTADAS.
           MOVE TAB-CLI-LIMITE(IND-CLI) TO LIMITE-SAIDA.
           PERFORM OBTER-PRAZO-EFETIVO.
           MOVE PRAZO-EFETIVO TO PRAZO-SAIDA.
           MOVE SALDO-CLI(IND-CLI) TO SALDO-SAIDA.
           IF (TAB-CLI-CONTA(IND-CLI) = "S") THEN
               DISPLAY TAB-CLI-NIF(IND-CLI) " " TAB-CLI-NOME(IND-CLI)
                   " " LIMITE-SAIDA " " PRAZO-SAIDA "  " SALDO-SAIDA
           ELSE
               DISPLAY TAB-CLI-NIF(IND-CLI) " " TAB-CLI-NOME(IND-CLI)
                   " FECHADA     " SALDO-SAIDA
           END-IF.
      ****** PRAZO DO CLIENTE (0 = 30 DIAS) ********************************
       OBTER-PRAZO-EFETIVO.
           IF (TAB-CLI-PRAZO(IND-CLI) = 0) THEN
               MOVE 30 TO PRAZO-EFETIVO
           ELSE
               MOVE TAB-CLI-PRAZO(IND-CLI) TO PRAZO-EFETIVO
           END-IF.
      ****** 2 - APROVAR, ALTERAR OU FECHAR A CONTA DE UM CLIENTE **********
       ALTERAR-CONTA.
           IF (CLIENTES-CHEIO) THEN
               DISPLAY "CLIENTES.DAT tem mais de 200 clientes;"
               DISPLAY "alteracao recusada para nao perder registos."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SOLICITAR-CLIENTE.
           IF (IND-CLI-ACHADO = 0) THEN
               DISPLAY "O cliente regista-se na caixa com o NIF."
               EXIT PARAGRAPH
           END-IF.
           MOVE IND-CLI-ACHADO TO IND-CLI.
           MOVE TAB-CLI-LIMITE(IND-CLI) TO LIMITE-SAIDA.
           PERFORM OBTER-PRAZO-EFETIVO.
           MOVE PRAZO-EFETIVO TO PRAZO-SAIDA.
           MOVE SALDO-CLI(IND-CLI) TO SALDO-SAIDA.
           DISPLAY "Cliente: " TAB-CLI-NOME(IND-CLI).
           DISPLAY "Conta: " TAB-CLI-CONTA(IND-CLI) "  Limite: "
               LIMITE-SAIDA "  Prazo: " PRAZO-SAIDA " dias"
               "  Saldo: " SALDO-SAIDA.
           PERFORM SOLICITAR-APROVACAO.
           IF (RESPOSTA-SIM) THEN
               PERFORM SOLICITAR-LIMITE THRU SOLICITAR-PRAZO
               MOVE "S" TO TAB-CLI-CONTA(IND-CLI-ACHADO)
               MOVE VALOR-TRABALHO TO TAB-CLI-LIMITE(IND-CLI-ACHADO)
               MOVE PRAZO-TRABALHO TO TAB-CLI-PRAZO(IND-CLI-ACHADO)
               IF (SALDO-CLI(IND-CLI-ACHADO) > VALOR-TRABALHO) THEN
                   DISPLAY "Aviso: saldo acima do novo limite; a caixa"
                   DISPLAY "recusa pedidos a prazo ate haver pagamento."
               END-IF
           ELSE
               MOVE "N" TO TAB-CLI-CONTA(IND-CLI-ACHADO)
               IF (SALDO-CLI(IND-CLI-ACHADO) NOT = 0) THEN
                   DISPLAY "Conta fechada com saldo: continua nos"
                   DISPLAY "extratos e nas dividas ate ser saldada."
               END-IF
           END-IF.
           PERFORM GRAVAR-CLIENTES.
           DISPLAY "CLIENTES.DAT gravado.".
      ******************************************************************
       SOLICITAR-APROVACAO.
           DISPLAY "Conta a prazo aprovada? (S/N):".
           ACCEPT RESPOSTA.
           IF (NOT RESPOSTA-VALIDA) THEN
               GO SOLICITAR-APROVACAO
           END-IF.
      ******************************************************************
       SOLICITAR-LIMITE.
           DISPLAY "Limite de credito (ex. 500.00):".
           ACCEPT ENTRADA-VALOR.
           COMPUTE VALOR-TRABALHO = FUNCTION NUMVAL(ENTRADA-VALOR).
           IF (VALOR-TRABALHO = 0) THEN
               DISPLAY "Limite invalido."
               GO SOLICITAR-LIMITE
           END-IF.
       SOLICITAR-PRAZO.
           DISPLAY "Prazo de pagamento em dias (0 = 30):".
           ACCEPT PRAZO-TRABALHO.
      ****** 3 - PAGAMENTO RECEBIDO (CREDITO "C" COM RECIBO RC) ************
       REGISTAR-PAGAMENTO.
           PERFORM SOLICITAR-CLIENTE.
           IF (IND-CLI-ACHADO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SALDO-CLI(IND-CLI-ACHADO) TO SALDO-SAIDA.
           DISPLAY "Cliente: " TAB-CLI-NOME(IND-CLI-ACHADO)
               "  Saldo: " SALDO-SAIDA.
           DISPLAY "Valor recebido (0 = cancelar):".
           ACCEPT ENTRADA-VALOR.
           COMPUTE VALOR-TRABALHO = FUNCTION NUMVAL(ENTRADA-VALOR).
           IF (VALOR-TRABALHO = 0) THEN
               DISPLAY "Pagamento cancelado."
               EXIT PARAGRAPH
           END-IF.
           IF (VALOR-TRABALHO > SALDO-CLI(IND-CLI-ACHADO)) THEN
               DISPLAY "Valor acima do saldo: o excesso fica a"
               DISPLAY "credito do cliente. Confirmar? (S/N):"
               PERFORM CONFIRMAR-RESPOSTA
               IF (NOT RESPOSTA-SIM) THEN
                   DISPLAY "Pagamento cancelado."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM SOLICITAR-MEIO.
           DISPLAY "Referencia (n. transferencia/cheque):".
           ACCEPT REFERENCIA-TRABALHO.
           ADD 1 TO MAIOR-RECIBO.
           MOVE NIF-TRABALHO     TO CC-NIF.
           MOVE ANO-ATUAL        TO CC-ANO.
           MOVE MES-ATUAL        TO CC-MES.
           MOVE DIA-ATUAL        TO CC-DIA.
           MOVE "C"              TO CC-TIPO.
           MOVE VALOR-TRABALHO   TO CC-VALOR.
           MOVE "RC"             TO CC-SERIE.
           MOVE MAIOR-RECIBO     TO CC-NUM-DOCUMENTO.
           MOVE SPACES           TO CC-SERIE-ORIGEM.
           MOVE 0                TO CC-NUM-DOC-ORIGEM.
           MOVE 0                TO CC-NUM-PEDIDO.
           MOVE 0                TO CC-TERMINAL.
           MOVE MEIO-TRABALHO    TO CC-MEIO.
           MOVE REFERENCIA-TRABALHO TO CC-REFERENCIA.
           OPEN EXTEND CONTACORR.
           IF (SW-CONTACORR-STATUS = "35") THEN
               OPEN OUTPUT CONTACORR
           END-IF.
           WRITE REG-CONTA.
           CLOSE CONTACORR.
           COMPUTE SALDO-TRABALHO =
               SALDO-CLI(IND-CLI-ACHADO) - VALOR-TRABALHO.
           MOVE SALDO-TRABALHO TO SALDO-SAIDA.
           DISPLAY "Recibo RC " MAIOR-RECIBO " registado. Saldo: "
               SALDO-SAIDA.
      ******************************************************************
       CONFIRMAR-RESPOSTA.
           ACCEPT RESPOSTA.
           IF (NOT RESPOSTA-VALIDA) THEN
               GO CONFIRMAR-RESPOSTA
           END-IF.
      ******************************************************************
       SOLICITAR-MEIO.
           DISPLAY "Meio (T=transferencia, Q=cheque, N=numerario):".
           ACCEPT MEIO-TRABALHO.
           MOVE FUNCTION UPPER-CASE(MEIO-TRABALHO) TO MEIO-TRABALHO.
           IF (NOT MEIO-VALIDO) THEN
               GO SOLICITAR-MEIO
           END-IF.
      ****** 4 - MOVIMENTOS DE UM CLIENTE COM SALDO CORRIDO ****************
       MOSTRAR-MOVIMENTOS.
           PERFORM SOLICITAR-CLIENTE.
           IF (IND-CLI-ACHADO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cliente: " TAB-CLI-NOME(IND-CLI-ACHADO).
           DISPLAY "DATA       DOCUMENTO DESCRICAO"
               "                 VALOR      SALDO".
           MOVE 0 TO SALDO-CORRENTE.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM MOSTRAR-MOVIMENTO-LINHA UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
           MOVE SALDO-CORRENTE TO SALDO-SAIDA.
           DISPLAY "Saldo atual: " SALDO-SAIDA.
      ******************************************************************
       MOSTRAR-MOVIMENTO-LINHA.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-NIF = NIF-TRABALHO) THEN
                       PERFORM DESCREVER-MOVIMENTO
                       IF (CC-TIPO = "D") THEN
                           ADD CC-VALOR TO SALDO-CORRENTE
                       ELSE
                           SUBTRACT CC-VALOR FROM SALDO-CORRENTE
                       END-IF
                       MOVE CC-VALOR TO VALOR-SAIDA
                       MOVE SALDO-CORRENTE TO SALDO-SAIDA
                       DISPLAY DATA-SAIDA " " DOCUMENTO-SAIDA " "
                           DESCRICAO-SAIDA " " VALOR-SAIDA " "
                           SALDO-SAIDA
                   END-IF
           END-READ.
      ****** DATA, DOCUMENTO E DESCRICAO DE UM MOVIMENTO *******************
       DESCREVER-MOVIMENTO.
           MOVE SPACES TO DATA-SAIDA, DOCUMENTO-SAIDA, DESCRICAO-SAIDA.
           STRING CC-DIA "-" CC-MES "-" CC-ANO DELIMITED BY SIZE
               INTO DATA-SAIDA.
           STRING CC-SERIE " " CC-NUM-DOCUMENTO DELIMITED BY SIZE
               INTO DOCUMENTO-SAIDA.
           EVALUATE CC-TIPO
               WHEN "D"
                   MOVE CC-NUM-PEDIDO TO PEDIDO-SAIDA
                   STRING "Pedido n. " PEDIDO-SAIDA DELIMITED BY SIZE
                       INTO DESCRICAO-SAIDA
               WHEN "A"
                   STRING "Anulacao " CC-SERIE-ORIGEM " "
                       CC-NUM-DOC-ORIGEM DELIMITED BY SIZE
                       INTO DESCRICAO-SAIDA
               WHEN OTHER
                   EVALUATE CC-MEIO
                       WHEN "T"
                           MOVE "Pagamento transf." TO DESCRICAO-SAIDA
                       WHEN "Q"
                           MOVE "Pagamento cheque" TO DESCRICAO-SAIDA
                       WHEN OTHER
                           MOVE "Pagamento numerario"
                               TO DESCRICAO-SAIDA
                   END-EVALUATE
           END-EVALUATE.
      ****** 5 - EXTRATOS DO MES, UM POR CLIENTE ***************************
       GERAR-EXTRATOS.
           DISPLAY "Mes do extrato (AAAAMM):".
           ACCEPT ANOMES-EXTRATO.
           IF (ANOMES-EXTRATO < 202101 OR ANOMES-EXTRATO > 209912) THEN
               DISPLAY "Mes invalido."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TOTAL-EXTRATOS.
           OPEN OUTPUT EXTRATOS.
           PERFORM GERAR-EXTRATO-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
           IF (TOTAL-EXTRATOS = 0) THEN
               MOVE "Sem contas correntes com movimento no mes."
                   TO LINHA-SAIDA
               WRITE REG-EXTRATO FROM LINHA-SAIDA
           END-IF.
           CLOSE EXTRATOS.
           DISPLAY "Extratos gerados: " TOTAL-EXTRATOS.
           DISPLAY "Gravados em EXTRATOS.DAT.".
      ****** EXTRATO DE UM CLIENTE: SALDO ANTERIOR, MES, A TRANSPORTAR *****
      * Primeira passagem: saldo anterior ao mes e movimentos do mes;
      * a segunda so e feita se ha extrato a imprimir (conta aberta,
      * saldo ou movimento).
      ******************************************************************
       GERAR-EXTRATO-CLIENTE.
           MOVE TAB-CLI-NIF(IND-CLI) TO NIF-TRABALHO.
           IF (NIF-TRABALHO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SALDO-ANTERIOR, DEBITOS-MES, CREDITOS-MES,
               MOVIMENTOS-MES.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM SOMAR-MOVIMENTO-EXTRATO UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
           IF (TAB-CLI-CONTA(IND-CLI) NOT = "S" AND
               SALDO-ANTERIOR = 0 AND MOVIMENTOS-MES = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-EXTRATOS.
           PERFORM IMPRIMIR-CABECALHO-EXTRATO.
           MOVE SALDO-ANTERIOR TO SALDO-CORRENTE.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM IMPRIMIR-MOVIMENTO-EXTRATO UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
           PERFORM IMPRIMIR-FIM-EXTRATO.
      ******************************************************************
       SOMAR-MOVIMENTO-EXTRATO.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-NIF = NIF-TRABALHO) THEN
                       COMPUTE ANOMES-MOVIMENTO = CC-ANO * 100 + CC-MES
                       IF (ANOMES-MOVIMENTO < ANOMES-EXTRATO) THEN
                           IF (CC-TIPO = "D") THEN
                               ADD CC-VALOR TO SALDO-ANTERIOR
                           ELSE
                               SUBTRACT CC-VALOR FROM SALDO-ANTERIOR
                           END-IF
                       END-IF
                       IF (ANOMES-MOVIMENTO = ANOMES-EXTRATO) THEN
                           ADD 1 TO MOVIMENTOS-MES
                           IF (CC-TIPO = "D") THEN
                               ADD CC-VALOR TO DEBITOS-MES
                           ELSE
                               ADD CC-VALOR TO CREDITOS-MES
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       IMPRIMIR-MOVIMENTO-EXTRATO.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-NIF = NIF-TRABALHO) THEN
                       COMPUTE ANOMES-MOVIMENTO = CC-ANO * 100 + CC-MES
                       IF (ANOMES-MOVIMENTO = ANOMES-EXTRATO) THEN
                           PERFORM IMPRIMIR-LINHA-EXTRATO
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
       IMPRIMIR-LINHA-EXTRATO.
           PERFORM DESCREVER-MOVIMENTO.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE DATA-SAIDA TO LINHA-SAIDA(1:10).
           MOVE DOCUMENTO-SAIDA TO LINHA-SAIDA(13:9).
           MOVE DESCRICAO-SAIDA TO LINHA-SAIDA(24:22).
           MOVE CC-VALOR TO VALOR-SAIDA.
           IF (CC-TIPO = "D") THEN
               ADD CC-VALOR TO SALDO-CORRENTE
               MOVE VALOR-SAIDA TO LINHA-SAIDA(47:9)
           ELSE
               SUBTRACT CC-VALOR FROM SALDO-CORRENTE
               MOVE VALOR-SAIDA TO LINHA-SAIDA(58:9)
           END-IF.
           MOVE SALDO-CORRENTE TO SALDO-SAIDA.
           MOVE SALDO-SAIDA TO LINHA-SAIDA(69:10).
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
      ******************************************************************
       IMPRIMIR-CABECALHO-EXTRATO.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "---------------- EXTRATO DE CONTA CORRENTE "
               DELIMITED BY SIZE
               ANOMES-EXTRATO DELIMITED BY SIZE
               " - TAREFA22 -----" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Cliente: " TAB-CLI-NOME(IND-CLI) DELIMITED BY SIZE
               "  NIF: " TAB-CLI-NIF(IND-CLI) DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE TAB-CLI-MORADA(IND-CLI) TO LINHA-SAIDA(10:30).
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE TAB-CLI-LIMITE(IND-CLI) TO LIMITE-SAIDA.
           PERFORM OBTER-PRAZO-EFETIVO.
           MOVE PRAZO-EFETIVO TO PRAZO-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           IF (TAB-CLI-CONTA(IND-CLI) = "S") THEN
               STRING "Limite de credito: " LIMITE-SAIDA
                   "   Prazo de pagamento: " PRAZO-SAIDA " dias"
                   DELIMITED BY SIZE INTO LINHA-SAIDA
           ELSE
               MOVE "Conta fechada: so liquidacao do saldo."
                   TO LINHA-SAIDA
           END-IF.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE "DATA        DOCUMENTO  DESCRICAO"
               & "                 DEBITO    CREDITO       SALDO"
               TO LINHA-SAIDA.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE "Saldo anterior" TO LINHA-SAIDA(24:22).
           MOVE SALDO-ANTERIOR TO SALDO-SAIDA.
           MOVE SALDO-SAIDA TO LINHA-SAIDA(69:10).
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
      ******************************************************************
       IMPRIMIR-FIM-EXTRATO.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE "Total do mes" TO LINHA-SAIDA(24:22).
           MOVE DEBITOS-MES TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(47:9).
           MOVE CREDITOS-MES TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(58:9).
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE "Saldo a transportar" TO LINHA-SAIDA(24:22).
           MOVE SALDO-CORRENTE TO SALDO-SAIDA.
           MOVE SALDO-SAIDA TO LINHA-SAIDA(69:10).
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
           WRITE REG-EXTRATO FROM LINHA-SAIDA.
      ****** 6 - DIVIDAS POR ANTIGUIDADE A DATA DE HOJE ********************
       GERAR-DIVIDAS.
           MOVE 0 TO TOT-DIVIDA-SALDO, TOT-DIVIDA-30, TOT-DIVIDA-60,
               TOT-DIVIDA-90, TOT-DIVIDA-MAIS-90, TOT-DIVIDA-VENCIDA,
               TOTAL-CLIENTES-VENCIDOS.
           OPEN OUTPUT DIVIDAS.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "---------------- DIVIDAS DE CLIENTES A "
               DELIMITED BY SIZE
               DIA-ATUAL "-" MES-ATUAL "-" ANO-ATUAL DELIMITED BY SIZE
               " - TAREFA22 -----" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           MOVE "Dias contados da data da fatura; vencido = para alem"
               & " do prazo do cliente." TO LINHA-SAIDA.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           MOVE "CLIENTE                SALDO    ATE 30     31-60"
               & "     61-90      +90   VENCIDO" TO LINHA-SAIDA.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           PERFORM ANALISAR-DIVIDA-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > TOTAL-CLIENTES.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE "TOTAL" TO LINHA-SAIDA(1:18).
           MOVE TOT-DIVIDA-SALDO TO SALDO-SAIDA.
           MOVE SALDO-SAIDA TO LINHA-SAIDA(19:10).
           MOVE TOT-DIVIDA-30 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(30:9).
           MOVE TOT-DIVIDA-60 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(40:9).
           MOVE TOT-DIVIDA-90 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(50:9).
           MOVE TOT-DIVIDA-MAIS-90 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(60:9).
           MOVE TOT-DIVIDA-VENCIDA TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(70:9).
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           MOVE TOTAL-CLIENTES-VENCIDOS TO QTD-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Clientes com divida vencida (*): " QTD-SAIDA
               DELIMITED BY SIZE INTO LINHA-SAIDA.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           CLOSE DIVIDAS.
           MOVE TOT-DIVIDA-VENCIDA TO VALOR-SAIDA.
           DISPLAY "Clientes com divida vencida: " QTD-SAIDA
               "  Total vencido: " VALOR-SAIDA.
           DISPLAY "Lista gravada em RELDIVIDAS.DAT.".
      ****** FATURAS EM ABERTO DE UM CLIENTE E ANTIGUIDADE *****************
       ANALISAR-DIVIDA-CLIENTE.
           MOVE TAB-CLI-NIF(IND-CLI) TO NIF-TRABALHO.
           IF (NIF-TRABALHO = 0 OR SALDO-CLI(IND-CLI) = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TOTAL-FATURAS, BOLO-CREDITOS.
           MOVE "N" TO SW-FATURAS-CHEIO.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM LER-MOVIMENTO-DIVIDA UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
           PERFORM ABATER-BOLO-FATURA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS OR BOLO-CREDITOS = 0.
           MOVE 0 TO DIVIDA-30, DIVIDA-60, DIVIDA-90, DIVIDA-MAIS-90,
               DIVIDA-VENCIDA.
           PERFORM OBTER-PRAZO-EFETIVO.
           PERFORM CLASSIFICAR-FATURA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           PERFORM IMPRIMIR-LINHA-DIVIDA.
           IF (FATURAS-CHEIO) THEN
               DISPLAY "Aviso: mais de 1000 faturas em aberto para "
                   TAB-CLI-NOME(IND-CLI)
           END-IF.
      ******************************************************************
       LER-MOVIMENTO-DIVIDA.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-NIF = NIF-TRABALHO) THEN
                       EVALUATE CC-TIPO
                           WHEN "D"
                               PERFORM JUNTAR-FATURA
                           WHEN "A"
                               PERFORM ABATER-ANULACAO
                           WHEN OTHER
                               ADD CC-VALOR TO BOLO-CREDITOS
                       END-EVALUATE
                   END-IF
           END-READ.
      ******************************************************************
       JUNTAR-FATURA.
           IF (TOTAL-FATURAS = 1000) THEN
               MOVE "S" TO SW-FATURAS-CHEIO
               ADD CC-VALOR TO TAB-FAT-ABERTO(TOTAL-FATURAS)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-FATURAS.
           MOVE CC-DATA TO DATA-MOVIMENTO-NUM.
           COMPUTE TAB-FAT-DIA-JULIANO(TOTAL-FATURAS) =
               FUNCTION INTEGER-OF-DATE(DATA-MOVIMENTO-NUM).
           MOVE CC-SERIE TO TAB-FAT-SERIE(TOTAL-FATURAS).
           MOVE CC-NUM-DOCUMENTO TO TAB-FAT-NUMERO(TOTAL-FATURAS).
           MOVE CC-VALOR TO TAB-FAT-ABERTO(TOTAL-FATURAS).
      ****** A ANULACAO ABATE A PROPRIA FATURA; SEM ELA, VAI PARA O BOLO ***
       ABATER-ANULACAO.
           MOVE 0 TO IND-FAT-ACHADO.
           PERFORM COMPARAR-FATURA
               VARYING IND-FAT FROM 1 BY 1
               UNTIL IND-FAT > TOTAL-FATURAS.
           IF (IND-FAT-ACHADO = 0) THEN
               ADD CC-VALOR TO BOLO-CREDITOS
               EXIT PARAGRAPH
           END-IF.
           IF (CC-VALOR > TAB-FAT-ABERTO(IND-FAT-ACHADO)) THEN
               COMPUTE BOLO-CREDITOS = BOLO-CREDITOS + CC-VALOR
                   - TAB-FAT-ABERTO(IND-FAT-ACHADO)
               MOVE 0 TO TAB-FAT-ABERTO(IND-FAT-ACHADO)
           ELSE
               SUBTRACT CC-VALOR FROM TAB-FAT-ABERTO(IND-FAT-ACHADO)
           END-IF.
      ******************************************************************
       COMPARAR-FATURA.
           IF (TAB-FAT-SERIE(IND-FAT) = CC-SERIE-ORIGEM AND
               TAB-FAT-NUMERO(IND-FAT) = CC-NUM-DOC-ORIGEM) THEN
               MOVE IND-FAT TO IND-FAT-ACHADO
           END-IF.
      ****** PAGAMENTOS ABATEM AS FATURAS MAIS ANTIGAS *********************
       ABATER-BOLO-FATURA.
           IF (BOLO-CREDITOS > TAB-FAT-ABERTO(IND-FAT)) THEN
               MOVE TAB-FAT-ABERTO(IND-FAT) TO VALOR-ABATIDO
           ELSE
               MOVE BOLO-CREDITOS TO VALOR-ABATIDO
           END-IF.
           SUBTRACT VALOR-ABATIDO FROM TAB-FAT-ABERTO(IND-FAT).
           SUBTRACT VALOR-ABATIDO FROM BOLO-CREDITOS.
      ****** ESCALAO DE ANTIGUIDADE E VENCIMENTO DE UMA FATURA *************
       CLASSIFICAR-FATURA.
           IF (TAB-FAT-ABERTO(IND-FAT) = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DIAS-FATURA =
               DIA-JULIANO-HOJE - TAB-FAT-DIA-JULIANO(IND-FAT).
           EVALUATE TRUE
               WHEN DIAS-FATURA <= 30
                   ADD TAB-FAT-ABERTO(IND-FAT) TO DIVIDA-30
               WHEN DIAS-FATURA <= 60
                   ADD TAB-FAT-ABERTO(IND-FAT) TO DIVIDA-60
               WHEN DIAS-FATURA <= 90
                   ADD TAB-FAT-ABERTO(IND-FAT) TO DIVIDA-90
               WHEN OTHER
                   ADD TAB-FAT-ABERTO(IND-FAT) TO DIVIDA-MAIS-90
           END-EVALUATE.
           IF (DIAS-FATURA > PRAZO-EFETIVO) THEN
               ADD TAB-FAT-ABERTO(IND-FAT) TO DIVIDA-VENCIDA
           END-IF.
      ******************************************************************
       IMPRIMIR-LINHA-DIVIDA.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE TAB-CLI-NOME(IND-CLI) TO LINHA-SAIDA(1:18).
           MOVE SALDO-CLI(IND-CLI) TO SALDO-SAIDA.
           MOVE SALDO-SAIDA TO LINHA-SAIDA(19:10).
           MOVE DIVIDA-30 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(30:9).
           MOVE DIVIDA-60 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(40:9).
           MOVE DIVIDA-90 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(50:9).
           MOVE DIVIDA-MAIS-90 TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(60:9).
           MOVE DIVIDA-VENCIDA TO VALOR-SAIDA.
           MOVE VALOR-SAIDA TO LINHA-SAIDA(70:9).
           IF (DIVIDA-VENCIDA > 0) THEN
               MOVE "*" TO LINHA-SAIDA(80:1)
               ADD 1 TO TOTAL-CLIENTES-VENCIDOS
               MOVE DIVIDA-VENCIDA TO VALOR-SAIDA
               DISPLAY "Vencido: " TAB-CLI-NOME(IND-CLI) " "
                   VALOR-SAIDA
           END-IF.
           WRITE REG-DIVIDA FROM LINHA-SAIDA.
           ADD SALDO-CLI(IND-CLI) TO TOT-DIVIDA-SALDO.
           ADD DIVIDA-30 TO TOT-DIVIDA-30.
           ADD DIVIDA-60 TO TOT-DIVIDA-60.
           ADD DIVIDA-90 TO TOT-DIVIDA-90.
           ADD DIVIDA-MAIS-90 TO TOT-DIVIDA-MAIS-90.
           ADD DIVIDA-VENCIDA TO TOT-DIVIDA-VENCIDA.
       END PROGRAM TAREFA22.
