      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Dados pessoais dos clientes (RGPD). Dado um NIF ou um
      * telefone, lista tudo o que temos sobre a pessoa em
      * CLIENTES.DAT, ENTREGAS.DAT, PEDIDOS.DAT, HISTORICO.DAT, nos
      * arquivos mensais HISTAAAAMM.DAT e em CONTACORR.DAT, num
      * relatorio de acesso para entregar ao titular (RELRGPD.DAT).
      * O apagamento anonimiza o cliente: nome, telefone e morada em
      * branco e NIF de consumidor final (zero). As visitas e o gasto
      * acumulado ficam, sem identificacao. Os documentos de venda e
      * os movimentos de conta corrente so perdem o NIF depois do
      * prazo de conservacao fiscal; ate la ficam retidos e assim
      * assinalados no relatorio. Nenhum registo e apagado, pelo que
      * os totais e a numeracao dos documentos nao mudam. Nao se
      * apaga um cliente com saldo em conta corrente nem com uma
      * entrega por concluir ou por acertar.
      * O prazo de conservacao anonimiza as moradas das entregas e os
      * clientes sem visitas ha mais do que os meses indicados em
      * RGPDPAR.DAT (por omissao 24; prazo fiscal 120). Cada
      * operacao fica em RGPDLOG.DAT, sem dados do titular.
      * Correr com as caixas e o TAREFA16 fechados: o TAREFA07 regrava
      * os clientes e o TAREFA16 as entregas que tem em memoria, o que
      * repunha os dados anonimizados. O programa pede confirmacao
      * antes de gravar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CLIENTES-STATUS.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ENTREGAS-STATUS.
           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-PEDIDOS-STATUS.
           SELECT HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-HISTORICO-STATUS.
           SELECT ARQMENSAL ASSIGN TO NOME-ARQMENSAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ARQMENSAL-STATUS.
           SELECT CONTACORR ASSIGN TO "CONTACORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CONTACORR-STATUS.
           SELECT TEMPORARIO ASSIGN TO "RGPDTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMETROS ASSIGN TO "RGPDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-PARAMETROS-STATUS.
           SELECT RELATORIO ASSIGN TO "RELRGPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTO ASSIGN TO "RGPDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-REGISTO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY "Clientereg.cpy".
       FD  ENTREGAS.
           COPY "Entregreg.cpy".
       FD  PEDIDOS.
       01 REG-PEDIDO-LINHA             PIC X(250).
       FD  HISTORICO.
           COPY "Historeg.cpy".
       FD  ARQMENSAL.
       01 REG-ARQMENSAL.
           05 ARQ-CABECALHO            PIC X(12).
           05 ARQ-PEDIDO               PIC X(250).
       FD  CONTACORR.
           COPY "Contareg.cpy".
       FD  TEMPORARIO.
       01 REG-TEMPORARIO               PIC X(262).
       FD  PARAMETROS.
       01 REG-PARAMETROS.
           05 RPR-MESES-CONSERVACAO    PIC 999.
           05 RPR-MESES-FISCAL         PIC 999.
       FD  RELATORIO.
       01 REG-RELATORIO                PIC X(80).
       FD  REGISTO.
       01 REG-REGISTO                  PIC X(80).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-CLIENTES-STATUS           PIC XX      VALUE "00".
       77 SW-ENTREGAS-STATUS           PIC XX      VALUE "00".
       77 SW-PEDIDOS-STATUS            PIC XX      VALUE "00".
       77 SW-HISTORICO-STATUS          PIC XX      VALUE "00".
       77 SW-ARQMENSAL-STATUS          PIC XX      VALUE "00".
       77 SW-CONTACORR-STATUS          PIC XX      VALUE "00".
       77 SW-PARAMETROS-STATUS         PIC XX      VALUE "00".
       77 SW-REGISTO-STATUS            PIC XX      VALUE "00".
       77 SW-FIM-CLIENTES              PIC X       VALUE "N".
           88 FIM-CLIENTES                              VALUE "S".
       77 SW-FIM-ENTREGAS              PIC X       VALUE "N".
           88 FIM-ENTREGAS                              VALUE "S".
       77 SW-FIM-PEDIDOS               PIC X       VALUE "N".
           88 FIM-PEDIDOS                               VALUE "S".
       77 SW-FIM-HISTORICO             PIC X       VALUE "N".
           88 FIM-HISTORICO                             VALUE "S".
       77 SW-FIM-ARQMENSAL             PIC X       VALUE "N".
           88 FIM-ARQMENSAL                             VALUE "S".
       77 SW-FIM-CONTACORR             PIC X       VALUE "N".
           88 FIM-CONTACORR                             VALUE "S".
       77 SW-FIM-TEMPORARIO            PIC X       VALUE "N".
           88 FIM-TEMPORARIO                            VALUE "S".
       77 NOME-ARQMENSAL               PIC X(14)   VALUE SPACES.
      ****** REGISTO DE PEDIDO DESEMPACOTADO DO HISTORICO ******************
           COPY "Pedidoreg.cpy".
      ****** DATA DO DIA ***************************************************
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
       01 DATA-ATUAL-NUM REDEFINES DATA-ATUAL PIC 9(8).
       01 CARIMBO.
           05 CARIMBO-DATA             PIC 9(8).
           05 CARIMBO-HH               PIC 99.
           05 CARIMBO-MM               PIC 99.
           05 FILLER                   PIC X(9).
      ****** PRAZOS (RGPDPAR.DAT OU VALORES POR OMISSAO) *******************
       77 MESES-CONSERVACAO            PIC 999     VALUE 24.
       77 MESES-FISCAL                 PIC 999     VALUE 120.
      ****** TITULAR DOS DADOS *********************************************
       77 NIF-ALVO                     PIC 9(9)    VALUE 0.
       77 TELEFONE-ALVO                PIC 9(9)    VALUE 0.
       77 SW-CLIENTE-ALVO              PIC X       VALUE "N".
           88 CLIENTE-ALVO                              VALUE "S".
      ****** MODO DE PASSAGEM PELOS FICHEIROS ******************************
      * R = so relatorio, A = anonimizar o titular, P = prazo de
      * conservacao (todos os clientes e entregas expirados).
      ******************************************************************
       77 SW-MODO                      PIC X       VALUE "R".
           88 MODO-RELATORIO                            VALUE "R".
           88 MODO-ANONIMIZAR                           VALUE "A".
           88 MODO-PRAZO                                VALUE "P".
       77 NOME-FICHEIRO                PIC X(14)   VALUE SPACES.
       77 ALTERADOS-FICHEIRO           PIC 9(5)    VALUE 0.
       77 QTD-CLIENTES                 PIC 9(5)    VALUE 0.
       77 QTD-ENTREGAS                 PIC 9(5)    VALUE 0.
       77 QTD-DOCUMENTOS               PIC 9(5)    VALUE 0.
       77 QTD-MOVIMENTOS               PIC 9(5)    VALUE 0.
       77 QTD-ANONIMIZADOS             PIC 9(5)    VALUE 0.
       77 QTD-RETIDOS                  PIC 9(5)    VALUE 0.
       77 QTD-SEM-DATA                 PIC 9(5)    VALUE 0.
       77 NUM-REGISTO                  PIC 9(5)    VALUE 0.
      ****** IMPEDIMENTOS AO APAGAMENTO ************************************
       77 NIF-SALDO                    PIC 9(9)    VALUE 0.
       77 SALDO-CONTA                  PIC S9(7)V99 VALUE 0.
       77 QTD-ENTREGAS-ABERTAS         PIC 9(5)    VALUE 0.
      ****** CAMPOS DE TRABALHO ********************************************
       77 OPCAO                        PIC 9       VALUE 0.
       77 RESPOSTA                     PIC X       VALUE SPACE.
           88 RESPOSTA-SIM             VALUES "S","s".
           88 RESPOSTA-VALIDA          VALUES "S","s","N","n".
       01 DATA-REFERENCIA.
           05 ANO-REFERENCIA           PIC 9999.
           05 MES-REFERENCIA           PIC 99.
           05 DIA-REFERENCIA           PIC 99.
       01 DATA-REFERENCIA-NUM REDEFINES DATA-REFERENCIA PIC 9(8).
       77 MESES-DECORRIDOS             PIC S9(5)   VALUE 0.
       01 ANOMES-ARQUIVO.
           05 ANO-ARQUIVO              PIC 9999.
           05 MES-ARQUIVO              PIC 99.
       01 ANOMES-ARQUIVO-NUM REDEFINES ANOMES-ARQUIVO PIC 9(6).
       77 ANOMES-ATUAL                 PIC 9(6)    VALUE 0.
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(80)   VALUE SPACES.
       77 TEXTO-REGISTO                PIC X(66)   VALUE SPACES.
       77 DATA-SAIDA                   PIC X(10)   VALUE SPACES.
       77 VALOR-SAIDA                  PIC ZZZZZ9.99.
       77 SALDO-SAIDA                  PIC -(6)9.99.
       77 QTD-SAIDA                    PIC ZZZZ9.
       77 SITUACAO-SAIDA               PIC X(12)   VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA25 - DADOS PESSOAIS DOS CLIENTES (RGPD)".
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE ANOMES-ATUAL = ANO-ATUAL * 100 + MES-ATUAL.
           PERFORM CARREGAR-PARAMETROS.
      ******************************************************************
       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "1 - Relatorio de acesso (RELRGPD.DAT)".
           DISPLAY "2 - Apagar (anonimizar) um cliente".
           DISPLAY "3 - Prazo de conservacao (anonimizar expirados)".
           DISPLAY "9 - Sair".
           DISPLAY "Opcao:".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM RELATORIO-ACESSO
               WHEN 2
                   PERFORM APAGAR-CLIENTE
               WHEN 3
                   PERFORM PRAZO-CONSERVACAO
               WHEN 9
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.
           GO MENU-PRINCIPAL.
      ****** PRAZOS DE CONSERVACAO (FICHEIRO OPCIONAL) *********************
       CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF (SW-PARAMETROS-STATUS = "00") THEN
               READ PARAMETROS
                   NOT AT END
                       PERFORM ADOTAR-PARAMETROS
               END-READ
               CLOSE PARAMETROS
           END-IF.
      ******************************************************************
       ADOTAR-PARAMETROS.
           IF (RPR-MESES-CONSERVACAO IS NUMERIC AND
               RPR-MESES-CONSERVACAO > 0) THEN
               MOVE RPR-MESES-CONSERVACAO TO MESES-CONSERVACAO
           END-IF.
           IF (RPR-MESES-FISCAL IS NUMERIC AND
               RPR-MESES-FISCAL > 0) THEN
               MOVE RPR-MESES-FISCAL TO MESES-FISCAL
           END-IF.
      ****** 1 - RELATORIO DE ACESSO ***************************************
       RELATORIO-ACESSO.
           PERFORM SOLICITAR-TITULAR.
           IF (NIF-ALVO = 0 AND TELEFONE-ALVO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO SW-MODO.
           PERFORM PERCORRER-DADOS.
           DISPLAY "Relatorio de acesso gravado em RELRGPD.DAT.".
           MOVE SPACES TO TEXTO-REGISTO.
           COMPUTE NUM-REGISTO = QTD-CLIENTES + QTD-ENTREGAS
               + QTD-DOCUMENTOS + QTD-MOVIMENTOS.
           STRING "ACESSO: relatorio emitido com " DELIMITED BY SIZE
               NUM-REGISTO DELIMITED BY SIZE
               " registos" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-OPERACAO.
      ****** NIF OU TELEFONE DO TITULAR ************************************
      * Com o cliente encontrado em CLIENTES.DAT fica-se com as duas
      * chaves: o NIF para os documentos e a conta corrente, o
      * telefone para as entregas.
      ******************************************************************
       SOLICITAR-TITULAR.
           MOVE 0 TO NIF-ALVO, TELEFONE-ALVO.
           DISPLAY "NIF do cliente (0 = procurar pelo telefone):".
           ACCEPT NIF-ALVO.
           IF (NIF-ALVO = 0) THEN
               DISPLAY "Telefone do cliente:"
               ACCEPT TELEFONE-ALVO
           END-IF.
           IF (NIF-ALVO = 0 AND TELEFONE-ALVO = 0) THEN
               DISPLAY "NIF ou telefone obrigatorio."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO SW-FIM-CLIENTES.
           OPEN INPUT CLIENTES.
           IF (SW-CLIENTES-STATUS = "00") THEN
               PERFORM COMPLETAR-CHAVES UNTIL FIM-CLIENTES
               CLOSE CLIENTES
           END-IF.
      ******************************************************************
       COMPLETAR-CHAVES.
           READ CLIENTES
               AT END
                   MOVE "S" TO SW-FIM-CLIENTES
               NOT AT END
                   PERFORM VERIFICAR-CLIENTE-ALVO
                   IF (CLIENTE-ALVO) THEN
                       IF (NIF-ALVO = 0 AND CLI-NIF IS NUMERIC) THEN
                           MOVE CLI-NIF TO NIF-ALVO
                       END-IF
                       IF (TELEFONE-ALVO = 0 AND
                           CLI-TELEFONE IS NUMERIC) THEN
                           MOVE CLI-TELEFONE TO TELEFONE-ALVO
                       END-IF
                       MOVE "S" TO SW-FIM-CLIENTES
                   END-IF
           END-READ.
      ******************************************************************
       VERIFICAR-CLIENTE-ALVO.
           MOVE "N" TO SW-CLIENTE-ALVO.
           IF (NIF-ALVO > 0 AND CLI-NIF = NIF-ALVO) THEN
               MOVE "S" TO SW-CLIENTE-ALVO
           END-IF.
           IF (TELEFONE-ALVO > 0 AND CLI-TELEFONE = TELEFONE-ALVO)
               THEN
               MOVE "S" TO SW-CLIENTE-ALVO
           END-IF.
      ****** 2 - APAGAMENTO: ANONIMIZAR O TITULAR **************************
       APAGAR-CLIENTE.
           PERFORM SOLICITAR-TITULAR.
           IF (NIF-ALVO = 0 AND TELEFONE-ALVO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SALDO-CONTA.
           IF (NIF-ALVO > 0) THEN
               MOVE NIF-ALVO TO NIF-SALDO
               PERFORM CALCULAR-SALDO
           END-IF.
           IF (SALDO-CONTA NOT = 0) THEN
               MOVE SALDO-CONTA TO SALDO-SAIDA
               DISPLAY "Saldo em conta corrente: " SALDO-SAIDA
               DISPLAY "Apagamento recusado: liquidar primeiro a conta"
                   " (TAREFA22)."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTAR-ENTREGAS-ABERTAS.
           IF (QTD-ENTREGAS-ABERTAS > 0) THEN
               DISPLAY "Apagamento recusado: entrega por concluir ou"
                   " por acertar (TAREFA16)."
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO SW-MODO.
           PERFORM PERCORRER-DADOS.
           IF (QTD-CLIENTES + QTD-ENTREGAS + QTD-DOCUMENTOS
               + QTD-MOVIMENTOS = 0) THEN
               DISPLAY "Sem dados deste titular."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Encontrados: " QTD-CLIENTES " cliente(s), "
               QTD-ENTREGAS " entrega(s), " QTD-DOCUMENTOS
               " documento(s), " QTD-MOVIMENTOS " movimento(s).".
           DISPLAY "Anonimizar os dados deste titular? (S/N):".
           PERFORM CONFIRMAR-RESPOSTA.
           IF (NOT RESPOSTA-SIM) THEN
               DISPLAY "Relatorio de acesso gravado em RELRGPD.DAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFIRMAR-PROGRAMAS-FECHADOS.
           IF (NOT RESPOSTA-SIM) THEN
               DISPLAY "Relatorio de acesso gravado em RELRGPD.DAT."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO SW-MODO.
           PERFORM PERCORRER-DADOS.
           DISPLAY QTD-ANONIMIZADOS " registo(s) anonimizado(s), "
               QTD-RETIDOS " retido(s) pelo prazo fiscal.".
           DISPLAY "Relatorio do apagamento gravado em RELRGPD.DAT.".
           MOVE SPACES TO TEXTO-REGISTO.
           STRING "APAGAMENTO: " DELIMITED BY SIZE
               QTD-ANONIMIZADOS DELIMITED BY SIZE
               " anonimizados, " DELIMITED BY SIZE
               QTD-RETIDOS DELIMITED BY SIZE
               " retidos (prazo fiscal)" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-OPERACAO.
      ****** PROGRAMAS QUE REGRAVAM CLIENTES E ENTREGAS DA MEMORIA *********
      * O TAREFA07 regrava CLIENTES.DAT e o TAREFA16 regrava
      * ENTREGAS.DAT a partir das tabelas que tem em memoria; abertos,
      * voltariam a escrever os dados agora anonimizados.
      ******************************************************************
       CONFIRMAR-PROGRAMAS-FECHADOS.
           DISPLAY "Caixas (TAREFA07) e TAREFA16 fechados? (S/N):".
           PERFORM CONFIRMAR-RESPOSTA.
           IF (NOT RESPOSTA-SIM) THEN
               DISPLAY "Fechar primeiro as caixas e o TAREFA16."
           END-IF.
      ******************************************************************
       CONFIRMAR-RESPOSTA.
           ACCEPT RESPOSTA.
           IF (NOT RESPOSTA-VALIDA) THEN
               GO CONFIRMAR-RESPOSTA
           END-IF.
      ****** SALDO DA CONTA CORRENTE (D MENOS A E C) ***********************
       CALCULAR-SALDO.
           MOVE 0 TO SALDO-CONTA.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS = "00") THEN
               PERFORM SOMAR-MOVIMENTO UNTIL FIM-CONTACORR
               CLOSE CONTACORR
           END-IF.
      ******************************************************************
       SOMAR-MOVIMENTO.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (CC-NIF = NIF-SALDO) THEN
                       IF (CC-TIPO = "D") THEN
                           ADD CC-VALOR TO SALDO-CONTA
                       ELSE
                           SUBTRACT CC-VALOR FROM SALDO-CONTA
                       END-IF
                   END-IF
           END-READ.
      ****** ENTREGAS DO TITULAR AINDA NA FILA DO TAREFA16 *****************
       CONTAR-ENTREGAS-ABERTAS.
           MOVE 0 TO QTD-ENTREGAS-ABERTAS.
           IF (TELEFONE-ALVO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO SW-FIM-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF (SW-ENTREGAS-STATUS = "00") THEN
               PERFORM VERIFICAR-ENTREGA-ABERTA UNTIL FIM-ENTREGAS
               CLOSE ENTREGAS
           END-IF.
      ******************************************************************
       VERIFICAR-ENTREGA-ABERTA.
           READ ENTREGAS
               AT END
                   MOVE "S" TO SW-FIM-ENTREGAS
               NOT AT END
                   IF (ENT-TELEFONE = TELEFONE-ALVO AND
                       (ENT-ESTADO NOT = "E" OR
                        (ENT-COBRAR = "S" AND ENT-ACERTADO NOT = "S")))
                       THEN
                       ADD 1 TO QTD-ENTREGAS-ABERTAS
                   END-IF
           END-READ.
      ****** 3 - PRAZO DE CONSERVACAO **************************************
       PRAZO-CONSERVACAO.
           DISPLAY "Anonimizar clientes sem visitas e moradas de"
               " entregas com mais de " MESES-CONSERVACAO " meses?"
               " (S/N):".
           PERFORM CONFIRMAR-RESPOSTA.
           IF (NOT RESPOSTA-SIM) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFIRMAR-PROGRAMAS-FECHADOS.
           IF (NOT RESPOSTA-SIM) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO SW-MODO.
           MOVE 0 TO QTD-CLIENTES, QTD-ENTREGAS, QTD-SEM-DATA.
           PERFORM ABRIR-REGISTO.
           MOVE SPACES TO TEXTO-REGISTO.
           STRING "PRAZO DE CONSERVACAO: " DELIMITED BY SIZE
               MESES-CONSERVACAO DELIMITED BY SIZE
               " meses" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-LINHA.
           PERFORM TRATAR-CLIENTES.
           PERFORM TRATAR-ENTREGAS.
           MOVE SPACES TO TEXTO-REGISTO.
           STRING "  Anonimizados: " DELIMITED BY SIZE
               QTD-CLIENTES DELIMITED BY SIZE
               " cliente(s), " DELIMITED BY SIZE
               QTD-ENTREGAS DELIMITED BY SIZE
               " morada(s) de entrega" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-LINHA.
           IF (QTD-SEM-DATA > 0) THEN
               MOVE SPACES TO TEXTO-REGISTO
               STRING "  Clientes sem data de visita, contagem "
                   DELIMITED BY SIZE
                   "iniciada hoje: " DELIMITED BY SIZE
                   QTD-SEM-DATA DELIMITED BY SIZE
                   INTO TEXTO-REGISTO
               PERFORM REGISTAR-LINHA
           END-IF.
           CLOSE REGISTO.
           PERFORM LIMPAR-TEMPORARIO.
           DISPLAY QTD-CLIENTES " cliente(s) e " QTD-ENTREGAS
               " morada(s) anonimizados. Ver RGPDLOG.DAT.".
      ****** PASSAGEM POR TODOS OS FICHEIROS COM DADOS PESSOAIS ************
       PERCORRER-DADOS.
           MOVE 0 TO QTD-CLIENTES, QTD-ENTREGAS, QTD-DOCUMENTOS,
               QTD-MOVIMENTOS, QTD-ANONIMIZADOS, QTD-RETIDOS.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE "CLIENTES.DAT" TO LINHA-SAIDA.
           PERFORM IMPRIMIR-SECCAO.
           PERFORM TRATAR-CLIENTES.
           MOVE "ENTREGAS.DAT" TO LINHA-SAIDA.
           PERFORM IMPRIMIR-SECCAO.
           PERFORM TRATAR-ENTREGAS.
           MOVE "DOCUMENTOS DE VENDA (PEDIDOS, HISTORICO, ARQUIVOS)"
               TO LINHA-SAIDA.
           PERFORM IMPRIMIR-SECCAO.
           PERFORM TRATAR-PEDIDOS.
           PERFORM TRATAR-HISTORICO.
           MOVE 202101 TO ANOMES-ARQUIVO-NUM.
           PERFORM TRATAR-ARQUIVO-MENSAL
               UNTIL ANOMES-ARQUIVO-NUM > ANOMES-ATUAL.
           MOVE "CONTA CORRENTE (CONTACORR.DAT)" TO LINHA-SAIDA.
           PERFORM IMPRIMIR-SECCAO.
           PERFORM TRATAR-CONTA-CORRENTE.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE RELATORIO.
           IF (MODO-ANONIMIZAR) THEN
               PERFORM LIMPAR-TEMPORARIO
           END-IF.
      ******************************************************************
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               STRING "----------- APAGAMENTO DE DADOS PESSOAIS (RGPD)"
                   DELIMITED BY SIZE
                   " - TAREFA25 -----" DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           ELSE
               STRING "---------------- ACESSO A DADOS PESSOAIS (RGPD)"
                   DELIMITED BY SIZE
                   " - TAREFA25 -----" DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE DATA-ATUAL-NUM TO DATA-REFERENCIA-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO LINHA-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               STRING "Data: " DELIMITED BY SIZE
                   DATA-SAIDA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           ELSE
               STRING "Data: " DELIMITED BY SIZE
                   DATA-SAIDA DELIMITED BY SIZE
                   "   NIF: " DELIMITED BY SIZE
                   NIF-ALVO DELIMITED BY SIZE
                   "   Telefone: " DELIMITED BY SIZE
                   TELEFONE-ALVO DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           IF (NOT MODO-RELATORIO) THEN
               MOVE SPACES TO LINHA-SAIDA
               STRING "Documentos fiscais retidos ate "
                   DELIMITED BY SIZE
                   MESES-FISCAL DELIMITED BY SIZE
                   " meses (obrigacao legal)." DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               WRITE REG-RELATORIO FROM LINHA-SAIDA
           END-IF.
      ******************************************************************
       IMPRIMIR-SECCAO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ******************************************************************
       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           COMPUTE QTD-SAIDA = QTD-CLIENTES + QTD-ENTREGAS
               + QTD-DOCUMENTOS + QTD-MOVIMENTOS.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Total de registos do titular: " DELIMITED BY SIZE
               QTD-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               MOVE SPACES TO LINHA-SAIDA
               STRING "Anonimizados: " DELIMITED BY SIZE
                   QTD-ANONIMIZADOS DELIMITED BY SIZE
                   "   Retidos pelo prazo fiscal: " DELIMITED BY SIZE
                   QTD-RETIDOS DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               WRITE REG-RELATORIO FROM LINHA-SAIDA
           END-IF.
      ****** CLIENTES.DAT **************************************************
       TRATAR-CLIENTES.
           MOVE 0 TO ALTERADOS-FICHEIRO, NUM-REGISTO.
           MOVE "N" TO SW-FIM-CLIENTES.
           OPEN INPUT CLIENTES.
           IF (SW-CLIENTES-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT MODO-RELATORIO) THEN
               OPEN OUTPUT TEMPORARIO
           END-IF.
           PERFORM LER-CLIENTE UNTIL FIM-CLIENTES.
           CLOSE CLIENTES.
           IF (NOT MODO-RELATORIO) THEN
               CLOSE TEMPORARIO
               IF (ALTERADOS-FICHEIRO > 0) THEN
                   MOVE "N" TO SW-FIM-TEMPORARIO
                   OPEN INPUT TEMPORARIO
                   OPEN OUTPUT CLIENTES
                   PERFORM REPOR-CLIENTE UNTIL FIM-TEMPORARIO
                   CLOSE TEMPORARIO
                   CLOSE CLIENTES
               END-IF
           END-IF.
      ******************************************************************
       LER-CLIENTE.
           READ CLIENTES
               AT END
                   MOVE "S" TO SW-FIM-CLIENTES
               NOT AT END
                   ADD 1 TO NUM-REGISTO
                   PERFORM ACERTAR-CLIENTE-ANTIGO
                   IF (MODO-PRAZO) THEN
                       PERFORM EXPIRAR-CLIENTE
                   ELSE
                       PERFORM VERIFICAR-CLIENTE-ALVO
                       IF (CLIENTE-ALVO) THEN
                           ADD 1 TO QTD-CLIENTES
                           PERFORM LISTAR-CLIENTE
                       END-IF
                   END-IF
                   IF (NOT MODO-RELATORIO) THEN
                       WRITE REG-TEMPORARIO FROM REG-CLIENTE
                   END-IF
           END-READ.
      ****** REGISTOS ANTERIORES A CONTA CORRENTE E A DATA DA VISITA *******
       ACERTAR-CLIENTE-ANTIGO.
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
       LISTAR-CLIENTE.
           IF (MODO-ANONIMIZAR) THEN
               PERFORM ANONIMIZAR-CLIENTE
               ADD 1 TO QTD-ANONIMIZADOS
               MOVE SPACES TO LINHA-SAIDA
               STRING "  Registo " DELIMITED BY SIZE
                   NUM-REGISTO DELIMITED BY SIZE
                   ": anonimizado" DELIMITED BY SIZE
                   INTO LINHA-SAIDA
               WRITE REG-RELATORIO FROM LINHA-SAIDA
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  NIF: " DELIMITED BY SIZE
               CLI-NIF DELIMITED BY SIZE
               "  Nome: " DELIMITED BY SIZE
               CLI-NOME DELIMITED BY SIZE
               "  Tel.: " DELIMITED BY SIZE
               CLI-TELEFONE DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  Morada: " DELIMITED BY SIZE
               CLI-MORADA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE CLI-TOTAL-GASTO TO VALOR-SAIDA.
           MOVE CLI-ULTIMA-VISITA TO DATA-REFERENCIA-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  Visitas: " DELIMITED BY SIZE
               CLI-VISITAS DELIMITED BY SIZE
               "  Gasto acumulado: " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               "  Ultima visita: " DELIMITED BY SIZE
               DATA-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE CLI-LIMITE-CREDITO TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  Conta corrente: " DELIMITED BY SIZE
               CLI-CONTA DELIMITED BY SIZE
               "  Limite: " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               "  Prazo: " DELIMITED BY SIZE
               CLI-PRAZO-DIAS DELIMITED BY SIZE
               " dias" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ******************************************************************
       ANONIMIZAR-CLIENTE.
           MOVE 0 TO CLI-NIF, CLI-TELEFONE, CLI-LIMITE-CREDITO,
               CLI-PRAZO-DIAS.
           MOVE SPACES TO CLI-NOME, CLI-MORADA.
           MOVE "N" TO CLI-CONTA.
           ADD 1 TO ALTERADOS-FICHEIRO.
      ****** CLIENTE SEM VISITAS HA MAIS DO QUE O PRAZO ********************
      * Sem data (registo antigo) a contagem comeca hoje. Nao se mexe
      * em clientes ja anonimizados nem com saldo em conta corrente.
      ******************************************************************
       EXPIRAR-CLIENTE.
           IF (CLI-NIF = 0 AND CLI-TELEFONE = 0 AND
               CLI-NOME = SPACES AND CLI-MORADA = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (CLI-ULTIMA-VISITA = 0) THEN
               MOVE DATA-ATUAL-NUM TO CLI-ULTIMA-VISITA
               ADD 1 TO QTD-SEM-DATA
               ADD 1 TO ALTERADOS-FICHEIRO
               EXIT PARAGRAPH
           END-IF.
           MOVE CLI-ULTIMA-VISITA TO DATA-REFERENCIA-NUM.
           PERFORM CALCULAR-MESES.
           IF (MESES-DECORRIDOS NOT > MESES-CONSERVACAO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SALDO-CONTA.
           IF (CLI-NIF > 0) THEN
               MOVE CLI-NIF TO NIF-SALDO
               PERFORM CALCULAR-SALDO
           END-IF.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO TEXTO-REGISTO.
           IF (SALDO-CONTA NOT = 0) THEN
               STRING "  Cliente (registo " DELIMITED BY SIZE
                   NUM-REGISTO DELIMITED BY SIZE
                   ") com saldo em conta: mantido" DELIMITED BY SIZE
                   INTO TEXTO-REGISTO
               PERFORM REGISTAR-LINHA
               EXIT PARAGRAPH
           END-IF.
           PERFORM ANONIMIZAR-CLIENTE.
           ADD 1 TO QTD-CLIENTES.
           STRING "  Cliente anonimizado (registo " DELIMITED BY SIZE
               NUM-REGISTO DELIMITED BY SIZE
               ", ultima visita " DELIMITED BY SIZE
               DATA-SAIDA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-LINHA.
      ******************************************************************
       REPOR-CLIENTE.
           READ TEMPORARIO
               AT END
                   MOVE "S" TO SW-FIM-TEMPORARIO
               NOT AT END
                   MOVE REG-TEMPORARIO TO REG-CLIENTE
                   WRITE REG-CLIENTE
           END-READ.
      ****** ENTREGAS.DAT **************************************************
       TRATAR-ENTREGAS.
           MOVE 0 TO ALTERADOS-FICHEIRO.
           MOVE "N" TO SW-FIM-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF (SW-ENTREGAS-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT MODO-RELATORIO) THEN
               OPEN OUTPUT TEMPORARIO
           END-IF.
           PERFORM LER-ENTREGA UNTIL FIM-ENTREGAS.
           CLOSE ENTREGAS.
           IF (NOT MODO-RELATORIO) THEN
               CLOSE TEMPORARIO
               IF (ALTERADOS-FICHEIRO > 0) THEN
                   MOVE "N" TO SW-FIM-TEMPORARIO
                   OPEN INPUT TEMPORARIO
                   OPEN OUTPUT ENTREGAS
                   PERFORM REPOR-ENTREGA UNTIL FIM-TEMPORARIO
                   CLOSE TEMPORARIO
                   CLOSE ENTREGAS
               END-IF
           END-IF.
      ******************************************************************
       LER-ENTREGA.
           READ ENTREGAS
               AT END
                   MOVE "S" TO SW-FIM-ENTREGAS
               NOT AT END
                   IF (MODO-PRAZO) THEN
                       PERFORM EXPIRAR-ENTREGA
                   ELSE
                       IF (TELEFONE-ALVO > 0 AND
                           ENT-TELEFONE = TELEFONE-ALVO) THEN
                           ADD 1 TO QTD-ENTREGAS
                           PERFORM LISTAR-ENTREGA
                       END-IF
                   END-IF
                   IF (NOT MODO-RELATORIO) THEN
                       WRITE REG-TEMPORARIO FROM REG-ENTREGA
                   END-IF
           END-READ.
      ******************************************************************
       LISTAR-ENTREGA.
           MOVE ENT-ANO TO ANO-REFERENCIA.
           MOVE ENT-MES TO MES-REFERENCIA.
           MOVE ENT-DIA TO DIA-REFERENCIA.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO LINHA-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               MOVE 0 TO ENT-TELEFONE
               MOVE SPACES TO ENT-MORADA
               ADD 1 TO ALTERADOS-FICHEIRO
               ADD 1 TO QTD-ANONIMIZADOS
               STRING "  " DELIMITED BY SIZE
                   DATA-SAIDA DELIMITED BY SIZE
                   " Pedido " DELIMITED BY SIZE
                   ENT-NUM-PEDIDO DELIMITED BY SIZE
                   " Est. " DELIMITED BY SIZE
                   ENT-ESTADO DELIMITED BY SIZE
                   ": anonimizado" DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           ELSE
               STRING "  " DELIMITED BY SIZE
                   DATA-SAIDA DELIMITED BY SIZE
                   " Pedido " DELIMITED BY SIZE
                   ENT-NUM-PEDIDO DELIMITED BY SIZE
                   " Est. " DELIMITED BY SIZE
                   ENT-ESTADO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-MORADA DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ****** MORADA DE ENTREGA CONCLUIDA HA MAIS DO QUE O PRAZO ************
       EXPIRAR-ENTREGA.
           IF (ENT-TELEFONE = 0 AND ENT-MORADA = SPACES) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (ENT-ESTADO NOT = "E" OR
               (ENT-COBRAR = "S" AND ENT-ACERTADO NOT = "S")) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ENT-ANO TO ANO-REFERENCIA.
           MOVE ENT-MES TO MES-REFERENCIA.
           MOVE ENT-DIA TO DIA-REFERENCIA.
           PERFORM CALCULAR-MESES.
           IF (MESES-DECORRIDOS NOT > MESES-CONSERVACAO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ENT-TELEFONE.
           MOVE SPACES TO ENT-MORADA.
           ADD 1 TO ALTERADOS-FICHEIRO.
           ADD 1 TO QTD-ENTREGAS.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO TEXTO-REGISTO.
           STRING "  Entrega do pedido " DELIMITED BY SIZE
               ENT-NUM-PEDIDO DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               DATA-SAIDA DELIMITED BY SIZE
               ": morada anonimizada" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-LINHA.
      ******************************************************************
       REPOR-ENTREGA.
           READ TEMPORARIO
               AT END
                   MOVE "S" TO SW-FIM-TEMPORARIO
               NOT AT END
                   MOVE REG-TEMPORARIO TO REG-ENTREGA
                   WRITE REG-ENTREGA
           END-READ.
      ****** PEDIDOS.DAT: DOCUMENTOS DO DIA, SEMPRE RETIDOS ****************
       TRATAR-PEDIDOS.
           MOVE "PEDIDOS.DAT" TO NOME-FICHEIRO.
           MOVE "N" TO SW-FIM-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF (SW-PEDIDOS-STATUS = "00") THEN
               PERFORM LER-PEDIDO UNTIL FIM-PEDIDOS
               CLOSE PEDIDOS
           END-IF.
      ******************************************************************
       LER-PEDIDO.
           READ PEDIDOS
               AT END
                   MOVE "S" TO SW-FIM-PEDIDOS
               NOT AT END
                   MOVE REG-PEDIDO-LINHA TO REG-PEDIDO
                   IF (NIF-ALVO > 0 AND REG-NIF IS NUMERIC AND
                       REG-NIF = NIF-ALVO) THEN
                       ADD 1 TO QTD-DOCUMENTOS
                       IF (MODO-ANONIMIZAR) THEN
                           ADD 1 TO QTD-RETIDOS
                           MOVE "retido" TO SITUACAO-SAIDA
                       ELSE
                           MOVE SPACES TO SITUACAO-SAIDA
                       END-IF
                       PERFORM LISTAR-DOCUMENTO
                   END-IF
           END-READ.
      ****** HISTORICO.DAT *************************************************
       TRATAR-HISTORICO.
           MOVE "HISTORICO.DAT" TO NOME-FICHEIRO.
           MOVE 0 TO ALTERADOS-FICHEIRO.
           MOVE "N" TO SW-FIM-HISTORICO.
           OPEN INPUT HISTORICO.
           IF (SW-HISTORICO-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (MODO-ANONIMIZAR) THEN
               OPEN OUTPUT TEMPORARIO
           END-IF.
           PERFORM LER-HISTORICO UNTIL FIM-HISTORICO.
           CLOSE HISTORICO.
           IF (MODO-ANONIMIZAR) THEN
               CLOSE TEMPORARIO
               IF (ALTERADOS-FICHEIRO > 0) THEN
                   MOVE "N" TO SW-FIM-TEMPORARIO
                   OPEN INPUT TEMPORARIO
                   OPEN OUTPUT HISTORICO
                   PERFORM REPOR-HISTORICO UNTIL FIM-TEMPORARIO
                   CLOSE TEMPORARIO
                   CLOSE HISTORICO
               END-IF
           END-IF.
      ******************************************************************
       LER-HISTORICO.
           READ HISTORICO
               AT END
                   MOVE "S" TO SW-FIM-HISTORICO
               NOT AT END
                   MOVE HIS-PEDIDO TO REG-PEDIDO
                   PERFORM VERIFICAR-DOCUMENTO
                   MOVE REG-PEDIDO TO HIS-PEDIDO
                   IF (MODO-ANONIMIZAR) THEN
                       WRITE REG-TEMPORARIO FROM REG-HISTORICO
                   END-IF
           END-READ.
      ******************************************************************
       REPOR-HISTORICO.
           READ TEMPORARIO
               AT END
                   MOVE "S" TO SW-FIM-TEMPORARIO
               NOT AT END
                   MOVE REG-TEMPORARIO TO REG-HISTORICO
                   WRITE REG-HISTORICO
           END-READ.
      ****** ARQUIVOS MENSAIS HISTAAAAMM.DAT (TAREFA18) ********************
       TRATAR-ARQUIVO-MENSAL.
           MOVE SPACES TO NOME-ARQMENSAL.
           STRING "HIST" DELIMITED BY SIZE
               ANOMES-ARQUIVO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO NOME-ARQMENSAL.
           MOVE NOME-ARQMENSAL TO NOME-FICHEIRO.
           MOVE 0 TO ALTERADOS-FICHEIRO.
           MOVE "N" TO SW-FIM-ARQMENSAL.
           OPEN INPUT ARQMENSAL.
           IF (SW-ARQMENSAL-STATUS = "00") THEN
               IF (MODO-ANONIMIZAR) THEN
                   OPEN OUTPUT TEMPORARIO
               END-IF
               PERFORM LER-ARQMENSAL UNTIL FIM-ARQMENSAL
               CLOSE ARQMENSAL
               IF (MODO-ANONIMIZAR) THEN
                   CLOSE TEMPORARIO
                   IF (ALTERADOS-FICHEIRO > 0) THEN
                       MOVE "N" TO SW-FIM-TEMPORARIO
                       OPEN INPUT TEMPORARIO
                       OPEN OUTPUT ARQMENSAL
                       PERFORM REPOR-ARQMENSAL UNTIL FIM-TEMPORARIO
                       CLOSE TEMPORARIO
                       CLOSE ARQMENSAL
                   END-IF
               END-IF
           END-IF.
           IF (MES-ARQUIVO = 12) THEN
               ADD 1 TO ANO-ARQUIVO
               MOVE 1 TO MES-ARQUIVO
           ELSE
               ADD 1 TO MES-ARQUIVO
           END-IF.
      ******************************************************************
       LER-ARQMENSAL.
           READ ARQMENSAL
               AT END
                   MOVE "S" TO SW-FIM-ARQMENSAL
               NOT AT END
                   MOVE ARQ-PEDIDO TO REG-PEDIDO
                   PERFORM VERIFICAR-DOCUMENTO
                   MOVE REG-PEDIDO TO ARQ-PEDIDO
                   IF (MODO-ANONIMIZAR) THEN
                       WRITE REG-TEMPORARIO FROM REG-ARQMENSAL
                   END-IF
           END-READ.
      ******************************************************************
       REPOR-ARQMENSAL.
           READ TEMPORARIO
               AT END
                   MOVE "S" TO SW-FIM-TEMPORARIO
               NOT AT END
                   MOVE REG-TEMPORARIO TO REG-ARQMENSAL
                   WRITE REG-ARQMENSAL
           END-READ.
      ****** DOCUMENTO DE VENDA DO TITULAR *********************************
      * O NIF so passa a consumidor final depois do prazo fiscal;
      * o documento, os valores e a numeracao ficam como estao.
      ******************************************************************
       VERIFICAR-DOCUMENTO.
           IF (NIF-ALVO = 0 OR REG-NIF IS NOT NUMERIC) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (REG-NIF NOT = NIF-ALVO) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO QTD-DOCUMENTOS.
           MOVE SPACES TO SITUACAO-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               MOVE REG-ANO TO ANO-REFERENCIA
               MOVE REG-MES TO MES-REFERENCIA
               MOVE REG-DIA TO DIA-REFERENCIA
               PERFORM CALCULAR-MESES
               IF (MESES-DECORRIDOS > MESES-FISCAL) THEN
                   MOVE 0 TO REG-NIF
                   ADD 1 TO ALTERADOS-FICHEIRO
                   ADD 1 TO QTD-ANONIMIZADOS
                   MOVE "anonimizado" TO SITUACAO-SAIDA
               ELSE
                   ADD 1 TO QTD-RETIDOS
                   MOVE "retido" TO SITUACAO-SAIDA
               END-IF
           END-IF.
           PERFORM LISTAR-DOCUMENTO.
      ******************************************************************
       LISTAR-DOCUMENTO.
           MOVE REG-ANO TO ANO-REFERENCIA.
           MOVE REG-MES TO MES-REFERENCIA.
           MOVE REG-DIA TO DIA-REFERENCIA.
           PERFORM FORMATAR-DATA.
           MOVE REG-PRECO-TOTAL TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  " DELIMITED BY SIZE
               DATA-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-SERIE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-NUM-DOCUMENTO DELIMITED BY SIZE
               " Tipo " DELIMITED BY SIZE
               REG-TIPO DELIMITED BY SIZE
               " Total " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME-FICHEIRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SITUACAO-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ****** CONTACORR.DAT *************************************************
       TRATAR-CONTA-CORRENTE.
           MOVE 0 TO ALTERADOS-FICHEIRO.
           MOVE "N" TO SW-FIM-CONTACORR.
           OPEN INPUT CONTACORR.
           IF (SW-CONTACORR-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (MODO-ANONIMIZAR) THEN
               OPEN OUTPUT TEMPORARIO
           END-IF.
           PERFORM LER-MOVIMENTO UNTIL FIM-CONTACORR.
           CLOSE CONTACORR.
           IF (MODO-ANONIMIZAR) THEN
               CLOSE TEMPORARIO
               IF (ALTERADOS-FICHEIRO > 0) THEN
                   MOVE "N" TO SW-FIM-TEMPORARIO
                   OPEN INPUT TEMPORARIO
                   OPEN OUTPUT CONTACORR
                   PERFORM REPOR-MOVIMENTO UNTIL FIM-TEMPORARIO
                   CLOSE TEMPORARIO
                   CLOSE CONTACORR
               END-IF
           END-IF.
      ******************************************************************
       LER-MOVIMENTO.
           READ CONTACORR
               AT END
                   MOVE "S" TO SW-FIM-CONTACORR
               NOT AT END
                   IF (NIF-ALVO > 0 AND CC-NIF = NIF-ALVO) THEN
                       ADD 1 TO QTD-MOVIMENTOS
                       PERFORM LISTAR-MOVIMENTO
                   END-IF
                   IF (MODO-ANONIMIZAR) THEN
                       WRITE REG-TEMPORARIO FROM REG-CONTA
                   END-IF
           END-READ.
      ******************************************************************
       LISTAR-MOVIMENTO.
           MOVE CC-ANO TO ANO-REFERENCIA.
           MOVE CC-MES TO MES-REFERENCIA.
           MOVE CC-DIA TO DIA-REFERENCIA.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO SITUACAO-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               PERFORM CALCULAR-MESES
               IF (MESES-DECORRIDOS > MESES-FISCAL) THEN
                   MOVE 0 TO CC-NIF
                   ADD 1 TO ALTERADOS-FICHEIRO
                   ADD 1 TO QTD-ANONIMIZADOS
                   MOVE "anonimizado" TO SITUACAO-SAIDA
               ELSE
                   ADD 1 TO QTD-RETIDOS
                   MOVE "retido" TO SITUACAO-SAIDA
               END-IF
           END-IF.
           MOVE CC-VALOR TO VALOR-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  " DELIMITED BY SIZE
               DATA-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALOR-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CC-SERIE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CC-NUM-DOCUMENTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           IF (MODO-ANONIMIZAR) THEN
               MOVE SITUACAO-SAIDA TO LINHA-SAIDA(36:12)
           ELSE
               MOVE CC-REFERENCIA TO LINHA-SAIDA(36:20)
           END-IF.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ******************************************************************
       REPOR-MOVIMENTO.
           READ TEMPORARIO
               AT END
                   MOVE "S" TO SW-FIM-TEMPORARIO
               NOT AT END
                   MOVE REG-TEMPORARIO TO REG-CONTA
                   WRITE REG-CONTA
           END-READ.
      ****** A COPIA DE TRABALHO NAO FICA COM DADOS PESSOAIS **************
       LIMPAR-TEMPORARIO.
           OPEN OUTPUT TEMPORARIO.
           CLOSE TEMPORARIO.
      ****** MESES ENTRE A DATA DE REFERENCIA E HOJE ***********************
       CALCULAR-MESES.
           COMPUTE MESES-DECORRIDOS =
               (ANO-ATUAL * 12 + MES-ATUAL)
               - (ANO-REFERENCIA * 12 + MES-REFERENCIA).
      ******************************************************************
       FORMATAR-DATA.
           IF (DATA-REFERENCIA-NUM = 0) THEN
               MOVE "    --    " TO DATA-SAIDA
           ELSE
               MOVE SPACES TO DATA-SAIDA
               STRING DIA-REFERENCIA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   MES-REFERENCIA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ANO-REFERENCIA DELIMITED BY SIZE
                   INTO DATA-SAIDA
           END-IF.
      ****** REGISTO DAS OPERACOES (RGPDLOG.DAT) ***************************
       ABRIR-REGISTO.
           OPEN EXTEND REGISTO.
           IF (SW-REGISTO-STATUS = "35") THEN
               OPEN OUTPUT REGISTO
           END-IF.
      ******************************************************************
       REGISTAR-OPERACAO.
           PERFORM ABRIR-REGISTO.
           PERFORM REGISTAR-LINHA.
           CLOSE REGISTO.
      ******************************************************************
       REGISTAR-LINHA.
           MOVE FUNCTION CURRENT-DATE TO CARIMBO.
           MOVE CARIMBO-DATA TO DATA-REFERENCIA-NUM.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING DATA-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CARIMBO-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CARIMBO-MM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TEXTO-REGISTO DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-REGISTO FROM LINHA-SAIDA.
       END PROGRAM TAREFA25.
