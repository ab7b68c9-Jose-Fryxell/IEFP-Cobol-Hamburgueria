      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Fecho noturno: corre os passos de fecho do dia pela ordem
      * certa, um a seguir ao outro:
      *   1 TAREFA14 verificacao de integridade de PEDIDOS.DAT;
      *   2 TAREFA08 fecho Z (o operador faz a contagem cega);
      *   3 TAREFA11 fecho do periodo de stock, quando devido;
      *   4 TAREFA18 exportacao do mes anterior, no dia 1;
      *   5 TAREFA13 limpar pedidos entregues de COZINHA.DAT;
      *   6 TAREFA16 limpar entregas concluidas de ENTREGAS.DAT.
      * Cada passo fica em BATCHCTL.DAT com estado (P por correr,
      * I em curso, C concluido, F falhado, S nao devido), hora de
      * inicio e de fim, tentativas e resultado. Um passo falhado
      * para a cadeia; ao voltar a correr o programa retoma no passo
      * que falhou ou ficou a meio, sem repetir os concluidos. O
      * resultado de cada passo e conferido nos ficheiros (novos
      * rejeitados, numero Z, contadores de stock, ficheiro de
      * exportacao, pedidos entregues ainda na fila). O registo de
      * cada execucao fica em BATCHLOG.DAT para o gerente ver de
      * manha. Parametros opcionais em BATCHPAR.DAT: periodo de stock
      * (S = semanal, no dia da semana indicado, 1 = segunda a
      * 7 = domingo; M = no ultimo dia do mes) e o prefixo dos
      * programas (por omissao "./").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLO ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CONTROLO-STATUS.
           SELECT PARAMETROS ASSIGN TO "BATCHPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-PARAMETROS-STATUS.
           SELECT REGISTO ASSIGN TO "BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-REGISTO-STATUS.
           SELECT RESPOSTAS ASSIGN TO "BATCHIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJEITADOS ASSIGN TO "REJEITADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-REJEITADOS-STATUS.
           SELECT ZCONTROL ASSIGN TO "ZCONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ZCONTROL-STATUS.
           SELECT INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-INGRED-STATUS.
           SELECT EXPORTACAO ASSIGN TO NOME-EXPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-EXPORTACAO-STATUS.
           SELECT COZINHA ASSIGN TO "COZINHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-COZINHA-STATUS.
           SELECT ENTREGAS ASSIGN TO "ENTREGAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ENTREGAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLO.
       01 REG-CONTROLO.
           05 BCT-EXECUCAO             PIC 9(4).
           05 BCT-DATA                 PIC 9(8).
           05 BCT-PASSO                PIC 9.
           05 BCT-PROGRAMA             PIC X(8).
           05 BCT-ESTADO               PIC X.
           05 BCT-DATA-INICIO          PIC 9(8).
           05 BCT-HORA-INICIO          PIC 9(6).
           05 BCT-DATA-FIM             PIC 9(8).
           05 BCT-HORA-FIM             PIC 9(6).
           05 BCT-MARCA                PIC 9(7).
           05 BCT-TENTATIVAS           PIC 99.
           05 BCT-MENSAGEM             PIC X(40).
       FD  PARAMETROS.
       01 REG-PARAMETROS.
           05 PAR-PERIODO-STOCK        PIC X.
           05 PAR-DIA-SEMANA           PIC 9.
           05 PAR-PREFIXO              PIC X(30).
       FD  REGISTO.
       01 REG-REGISTO                  PIC X(80).
       FD  RESPOSTAS.
       01 REG-RESPOSTA                 PIC X(20).
       FD  REJEITADOS.
       01 REG-REJEITADO                PIC X(250).
       FD  ZCONTROL.
       01 REG-ZCONTROL.
           05 ZCT-NUM-Z                PIC 9(4).
           05 ZCT-ANO                  PIC 9999.
           05 ZCT-MES                  PIC 99.
           05 ZCT-DIA                  PIC 99.
       FD  INGREDIENTES.
           COPY "Ingredreg.cpy".
       FD  EXPORTACAO.
       01 REG-EXPORTACAO               PIC X(120).
       FD  COZINHA.
           COPY "Cozreg.cpy".
       FD  ENTREGAS.
           COPY "Entregreg.cpy".
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-CONTROLO-STATUS           PIC XX      VALUE "00".
       77 SW-PARAMETROS-STATUS         PIC XX      VALUE "00".
       77 SW-REGISTO-STATUS            PIC XX      VALUE "00".
       77 SW-REJEITADOS-STATUS         PIC XX      VALUE "00".
       77 SW-ZCONTROL-STATUS           PIC XX      VALUE "00".
       77 SW-INGRED-STATUS             PIC XX      VALUE "00".
       77 SW-EXPORTACAO-STATUS         PIC XX      VALUE "00".
       77 SW-COZINHA-STATUS            PIC XX      VALUE "00".
       77 SW-ENTREGAS-STATUS           PIC XX      VALUE "00".
       77 SW-FIM-CONTROLO              PIC X       VALUE "N".
           88 FIM-CONTROLO                              VALUE "S".
       77 SW-FIM-REJEITADOS            PIC X       VALUE "N".
           88 FIM-REJEITADOS                            VALUE "S".
       77 SW-FIM-INGRED                PIC X       VALUE "N".
           88 FIM-INGRED                                VALUE "S".
       77 SW-FIM-COZINHA               PIC X       VALUE "N".
           88 FIM-COZINHA                               VALUE "S".
       77 SW-FIM-ENTREGAS              PIC X       VALUE "N".
           88 FIM-ENTREGAS                              VALUE "S".
       77 NOME-EXPORTACAO              PIC X(13)   VALUE SPACES.
      ****** DATA DO DIA ***************************************************
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
       01 DATA-ATUAL-NUM REDEFINES DATA-ATUAL PIC 9(8).
       01 CARIMBO.
           05 CARIMBO-DATA             PIC 9(8).
           05 CARIMBO-HORA             PIC 9(6).
           05 FILLER                   PIC X(7).
       01 CARIMBO-HORA-X.
           05 CARIMBO-HH               PIC 99.
           05 CARIMBO-MM               PIC 99.
           05 CARIMBO-SS               PIC 99.
       01 CARIMBO-HORA-NUM REDEFINES CARIMBO-HORA-X PIC 9(6).
      ****** PARAMETROS (BATCHPAR.DAT OU VALORES POR OMISSAO) **************
       77 PERIODO-STOCK                PIC X       VALUE "S".
           88 STOCK-SEMANAL                             VALUE "S".
           88 STOCK-MENSAL                              VALUE "M".
       77 DIA-SEMANA-STOCK             PIC 9       VALUE 7.
       77 PREFIXO-PROGRAMAS            PIC X(30)   VALUE "./".
      ****** EXECUCAO EM CURSO (UM REGISTO POR PASSO EM BATCHCTL.DAT) ******
       77 NUM-EXECUCAO                 PIC 9(4)    VALUE 0.
       01 DATA-EXECUCAO.
           05 ANO-EXECUCAO             PIC 9999.
           05 MES-EXECUCAO             PIC 99.
           05 DIA-EXECUCAO             PIC 99.
       01 DATA-EXECUCAO-NUM REDEFINES DATA-EXECUCAO PIC 9(8).
       77 TOTAL-PASSOS                 PIC 9       VALUE 6.
       77 IND-PASSO                    PIC 9       VALUE 0.
       77 IND-GRAVAR                   PIC 9       VALUE 0.
       77 PASSOS-LIDOS                 PIC 9       VALUE 0.
       01 TABELA-PASSOS.
           05 PAS-TAB OCCURS 6 TIMES.
               10 TAB-PROGRAMA          PIC X(8).
               10 TAB-ESTADO            PIC X.
               10 TAB-DATA-INICIO       PIC 9(8).
               10 TAB-HORA-INICIO       PIC 9(6).
               10 TAB-DATA-FIM          PIC 9(8).
               10 TAB-HORA-FIM          PIC 9(6).
               10 TAB-MARCA             PIC 9(7).
               10 TAB-TENTATIVAS        PIC 99.
               10 TAB-MENSAGEM          PIC X(40).
       77 SW-RETOMA                    PIC X       VALUE "N".
           88 RETOMA                                    VALUE "S".
       77 SW-INTERROMPIDA              PIC X       VALUE "N".
           88 CADEIA-INTERROMPIDA                       VALUE "S".
       77 PASSO-FALHADO                PIC 9       VALUE 0.
       77 QTD-CONCLUIDOS               PIC 9       VALUE 0.
       77 QTD-SALTADOS                 PIC 9       VALUE 0.
       77 QTD-FALHADOS                 PIC 9       VALUE 0.
       77 QTD-POR-CORRER               PIC 9       VALUE 0.
      ****** CALCULO DOS PASSOS DEVIDOS ************************************
       77 DIA-JULIANO                  PIC 9(7)    VALUE 0.
       77 DIA-SEMANA                   PIC 9       VALUE 0.
       01 DATA-SEGUINTE.
           05 ANO-SEGUINTE             PIC 9999.
           05 MES-SEGUINTE             PIC 99.
           05 DIA-SEGUINTE             PIC 99.
       01 DATA-SEGUINTE-NUM REDEFINES DATA-SEGUINTE PIC 9(8).
       01 ANOMES-EXPORTAR.
           05 ANO-EXPORTAR             PIC 9999.
           05 MES-EXPORTAR             PIC 99.
      ****** EXECUCAO DE UM PASSO ******************************************
       77 COMANDO                      PIC X(80)   VALUE SPACES.
       77 EXECUTAVEL                   PIC X(8)    VALUE SPACES.
       77 SW-COM-RESPOSTAS             PIC X       VALUE "N".
           88 COM-RESPOSTAS                             VALUE "S".
       77 CODIGO-SAIDA                 PIC S9(9)   VALUE 0.
       77 CONTAGEM                     PIC 9(7)    VALUE 0.
       77 NUM-Z-LIDO                   PIC 9(4)    VALUE 0.
       77 DATA-Z-LIDA                  PIC 9(8)    VALUE 0.
       77 DATA-ENTREGA-NUM             PIC 9(8)    VALUE 0.
       77 MENSAGEM-TRABALHO            PIC X(40)   VALUE SPACES.
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(80)   VALUE SPACES.
       77 TEXTO-REGISTO                PIC X(60)   VALUE SPACES.
       77 CONTAGEM-SAIDA               PIC ZZZZZZ9.
       77 CONTAGEM-BRANCOS             PIC 9       VALUE 0.
       77 CONTAGEM-TEXTO               PIC X(7)    VALUE SPACES.
       77 CODIGO-SAIDA-ED              PIC -(5)9.
       01 HORA-SAIDA.
           05 HORA-SAIDA-HH            PIC 99.
           05 FILLER                   PIC X       VALUE ":".
           05 HORA-SAIDA-MM            PIC 99.
           05 FILLER                   PIC X       VALUE ":".
           05 HORA-SAIDA-SS            PIC 99.
       01 HORA-INI-RESUMO.
           05 HORA-INI-RESUMO-HH       PIC 99.
           05 FILLER                   PIC X       VALUE ":".
           05 HORA-INI-RESUMO-MM       PIC 99.
       01 HORA-FIM-RESUMO.
           05 HORA-FIM-RESUMO-HH       PIC 99.
           05 FILLER                   PIC X       VALUE ":".
           05 HORA-FIM-RESUMO-MM       PIC 99.
       77 INICIO-SAIDA                 PIC X(5)    VALUE SPACES.
       77 FIM-SAIDA                    PIC X(5)    VALUE SPACES.
       01 DATA-REGISTO.
           05 ANO-REGISTO              PIC 9999.
           05 MES-REGISTO              PIC 99.
           05 DIA-REGISTO              PIC 99.
       01 DATA-REGISTO-NUM REDEFINES DATA-REGISTO PIC 9(8).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA24 - FECHO NOTURNO".
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           PERFORM CARREGAR-PARAMETROS.
           PERFORM CARREGAR-CONTROLO.
           PERFORM PREPARAR-EXECUCAO.
           OPEN EXTEND REGISTO.
           IF (SW-REGISTO-STATUS = "35") THEN
               OPEN OUTPUT REGISTO
           END-IF.
           PERFORM REGISTAR-ABERTURA.
           PERFORM EXECUTAR-PASSO
               VARYING IND-PASSO FROM 1 BY 1
               UNTIL IND-PASSO > TOTAL-PASSOS OR CADEIA-INTERROMPIDA.
           PERFORM REGISTAR-RESUMO.
           CLOSE REGISTO.
           STOP RUN.
      ****** PARAMETROS DO FECHO (FICHEIRO OPCIONAL) ***********************
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
           IF (PAR-PERIODO-STOCK = "S" OR PAR-PERIODO-STOCK = "M")
               THEN
               MOVE PAR-PERIODO-STOCK TO PERIODO-STOCK
           END-IF.
           IF (PAR-DIA-SEMANA >= 1 AND PAR-DIA-SEMANA <= 7) THEN
               MOVE PAR-DIA-SEMANA TO DIA-SEMANA-STOCK
           END-IF.
           IF (PAR-PREFIXO NOT = SPACES) THEN
               MOVE PAR-PREFIXO TO PREFIXO-PROGRAMAS
           END-IF.
      ****** CARREGAR A ULTIMA EXECUCAO ************************************
       CARREGAR-CONTROLO.
           MOVE 0 TO PASSOS-LIDOS.
           MOVE "N" TO SW-FIM-CONTROLO.
           OPEN INPUT CONTROLO.
           IF (SW-CONTROLO-STATUS = "00") THEN
               PERFORM LER-CONTROLO UNTIL FIM-CONTROLO
               CLOSE CONTROLO
           END-IF.
      ******************************************************************
       LER-CONTROLO.
           READ CONTROLO
               AT END
                   MOVE "S" TO SW-FIM-CONTROLO
               NOT AT END
                   IF (BCT-PASSO >= 1 AND BCT-PASSO <= TOTAL-PASSOS)
                       THEN
                       ADD 1 TO PASSOS-LIDOS
                       MOVE BCT-EXECUCAO TO NUM-EXECUCAO
                       MOVE BCT-DATA TO DATA-EXECUCAO-NUM
                       MOVE BCT-PROGRAMA TO TAB-PROGRAMA(BCT-PASSO)
                       MOVE BCT-ESTADO TO TAB-ESTADO(BCT-PASSO)
                       MOVE BCT-DATA-INICIO
                           TO TAB-DATA-INICIO(BCT-PASSO)
                       MOVE BCT-HORA-INICIO
                           TO TAB-HORA-INICIO(BCT-PASSO)
                       MOVE BCT-DATA-FIM TO TAB-DATA-FIM(BCT-PASSO)
                       MOVE BCT-HORA-FIM TO TAB-HORA-FIM(BCT-PASSO)
                       MOVE BCT-MARCA TO TAB-MARCA(BCT-PASSO)
                       MOVE BCT-TENTATIVAS TO TAB-TENTATIVAS(BCT-PASSO)
                       MOVE BCT-MENSAGEM TO TAB-MENSAGEM(BCT-PASSO)
                   END-IF
           END-READ.
      ****** RETOMAR, RECUSAR OU ABRIR NOVA EXECUCAO ***********************
      * A ultima execucao com passos por acabar e retomada (mesmo que
      * seja de outro dia: o dia ficou a meio). Se acabou hoje, nao
      * se repete o fecho.
      ******************************************************************
       PREPARAR-EXECUCAO.
           MOVE 0 TO QTD-POR-CORRER.
           IF (PASSOS-LIDOS = TOTAL-PASSOS) THEN
               PERFORM CONTAR-POR-CORRER
                   VARYING IND-PASSO FROM 1 BY 1
                   UNTIL IND-PASSO > TOTAL-PASSOS
           END-IF.
           IF (QTD-POR-CORRER > 0) THEN
               MOVE "S" TO SW-RETOMA
               DISPLAY "Retoma da execucao " NUM-EXECUCAO " de "
                   DIA-EXECUCAO "-" MES-EXECUCAO "-" ANO-EXECUCAO "."
               EXIT PARAGRAPH
           END-IF.
           IF (PASSOS-LIDOS = TOTAL-PASSOS AND
               DATA-EXECUCAO-NUM = DATA-ATUAL-NUM) THEN
               DISPLAY "Fecho noturno ja concluido hoje (execucao "
                   NUM-EXECUCAO "). Operacao recusada."
               STOP RUN
           END-IF.
           PERFORM NOVA-EXECUCAO.
      ******************************************************************
       CONTAR-POR-CORRER.
           IF (TAB-ESTADO(IND-PASSO) NOT = "C" AND
               TAB-ESTADO(IND-PASSO) NOT = "S") THEN
               ADD 1 TO QTD-POR-CORRER
           END-IF.
      ******************************************************************
       NOVA-EXECUCAO.
           ADD 1 TO NUM-EXECUCAO.
           MOVE DATA-ATUAL-NUM TO DATA-EXECUCAO-NUM.
           MOVE "TAREFA14" TO TAB-PROGRAMA(1).
           MOVE "TAREFA08" TO TAB-PROGRAMA(2).
           MOVE "TAREFA11" TO TAB-PROGRAMA(3).
           MOVE "TAREFA18" TO TAB-PROGRAMA(4).
           MOVE "TAREFA13" TO TAB-PROGRAMA(5).
           MOVE "TAREFA16" TO TAB-PROGRAMA(6).
           PERFORM LIMPAR-PASSO
               VARYING IND-PASSO FROM 1 BY 1
               UNTIL IND-PASSO > TOTAL-PASSOS.
           PERFORM VERIFICAR-STOCK-DEVIDO.
           IF (DIA-EXECUCAO NOT = 1) THEN
               MOVE "S" TO TAB-ESTADO(4)
               MOVE "nao devido (so no dia 1)" TO TAB-MENSAGEM(4)
           END-IF.
           PERFORM GRAVAR-CONTROLO.
           DISPLAY "Execucao " NUM-EXECUCAO " de "
               DIA-EXECUCAO "-" MES-EXECUCAO "-" ANO-EXECUCAO ".".
      ******************************************************************
       LIMPAR-PASSO.
           MOVE "P" TO TAB-ESTADO(IND-PASSO).
           MOVE 0 TO TAB-DATA-INICIO(IND-PASSO),
               TAB-HORA-INICIO(IND-PASSO), TAB-DATA-FIM(IND-PASSO),
               TAB-HORA-FIM(IND-PASSO), TAB-MARCA(IND-PASSO),
               TAB-TENTATIVAS(IND-PASSO).
           MOVE SPACES TO TAB-MENSAGEM(IND-PASSO).
      ****** FECHO DO PERIODO DE STOCK: SEMANAL OU NO FIM DO MES ***********
       VERIFICAR-STOCK-DEVIDO.
           COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(DATA-EXECUCAO-NUM).
           IF (STOCK-MENSAL) THEN
               COMPUTE DATA-SEGUINTE-NUM =
                   FUNCTION DATE-OF-INTEGER(DIA-JULIANO + 1)
               IF (DIA-SEGUINTE NOT = 1) THEN
                   MOVE "S" TO TAB-ESTADO(3)
                   MOVE "nao devido (so no fim do mes)"
                       TO TAB-MENSAGEM(3)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-JULIANO, 7).
           IF (DIA-SEMANA = 0) THEN
               MOVE 7 TO DIA-SEMANA
           END-IF.
           IF (DIA-SEMANA NOT = DIA-SEMANA-STOCK) THEN
               MOVE "S" TO TAB-ESTADO(3)
               MOVE SPACES TO TAB-MENSAGEM(3)
               STRING "nao devido (so no dia da semana "
                   DELIMITED BY SIZE
                   DIA-SEMANA-STOCK DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TAB-MENSAGEM(3)
           END-IF.
      ****** REGRAVAR O CONTROLO (UM REGISTO POR PASSO) ********************
       GRAVAR-CONTROLO.
           OPEN OUTPUT CONTROLO.
           PERFORM GRAVAR-LINHA-CONTROLO
               VARYING IND-GRAVAR FROM 1 BY 1
               UNTIL IND-GRAVAR > TOTAL-PASSOS.
           CLOSE CONTROLO.
      ******************************************************************
       GRAVAR-LINHA-CONTROLO.
           MOVE NUM-EXECUCAO TO BCT-EXECUCAO.
           MOVE DATA-EXECUCAO-NUM TO BCT-DATA.
           MOVE IND-GRAVAR TO BCT-PASSO.
           MOVE TAB-PROGRAMA(IND-GRAVAR) TO BCT-PROGRAMA.
           MOVE TAB-ESTADO(IND-GRAVAR) TO BCT-ESTADO.
           MOVE TAB-DATA-INICIO(IND-GRAVAR) TO BCT-DATA-INICIO.
           MOVE TAB-HORA-INICIO(IND-GRAVAR) TO BCT-HORA-INICIO.
           MOVE TAB-DATA-FIM(IND-GRAVAR) TO BCT-DATA-FIM.
           MOVE TAB-HORA-FIM(IND-GRAVAR) TO BCT-HORA-FIM.
           MOVE TAB-MARCA(IND-GRAVAR) TO BCT-MARCA.
           MOVE TAB-TENTATIVAS(IND-GRAVAR) TO BCT-TENTATIVAS.
           MOVE TAB-MENSAGEM(IND-GRAVAR) TO BCT-MENSAGEM.
           WRITE REG-CONTROLO.
      ****** UM PASSO DA CADEIA *******************************************
      * O estado "I" e gravado antes de chamar o programa: se o PC for
      * abaixo a meio, a execucao seguinte sabe que o passo nao
      * acabou e volta a corre-lo.
      ******************************************************************
       EXECUTAR-PASSO.
           IF (TAB-ESTADO(IND-PASSO) = "C" OR
               TAB-ESTADO(IND-PASSO) = "S") THEN
               IF (RETOMA) THEN
                   MOVE SPACES TO TEXTO-REGISTO
                   STRING "Passo " DELIMITED BY SIZE
                       IND-PASSO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TAB-PROGRAMA(IND-PASSO) DELIMITED BY SIZE
                       INTO TEXTO-REGISTO
                   IF (TAB-ESTADO(IND-PASSO) = "C") THEN
                       MOVE " ja concluido, nao repetido."
                           TO TEXTO-REGISTO(17:)
                   ELSE
                       MOVE " nao devido." TO TEXTO-REGISTO(17:)
                   END-IF
                   PERFORM REGISTAR-LINHA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF (IND-PASSO = 2) THEN
               PERFORM VERIFICAR-Z-JA-FEITO
               IF (TAB-ESTADO(2) = "C") THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM INICIAR-PASSO.
           PERFORM PREPARAR-COMANDO.
           CALL "SYSTEM" USING COMANDO.
           MOVE RETURN-CODE TO CODIGO-SAIDA.
           MOVE 0 TO RETURN-CODE.
           IF (CODIGO-SAIDA NOT = 0) THEN
               MOVE CODIGO-SAIDA TO CODIGO-SAIDA-ED
               MOVE "F" TO TAB-ESTADO(IND-PASSO)
               MOVE SPACES TO TAB-MENSAGEM(IND-PASSO)
               STRING "erro na execucao (codigo" DELIMITED BY SIZE
                   CODIGO-SAIDA-ED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO TAB-MENSAGEM(IND-PASSO)
           ELSE
               PERFORM CONFERIR-PASSO
           END-IF.
           PERFORM TERMINAR-PASSO.
      ******************************************************************
       INICIAR-PASSO.
           MOVE FUNCTION CURRENT-DATE TO CARIMBO.
           IF (TAB-TENTATIVAS(IND-PASSO) = 0) THEN
               PERFORM TOMAR-MARCA
           END-IF.
           MOVE "I" TO TAB-ESTADO(IND-PASSO).
           ADD 1 TO TAB-TENTATIVAS(IND-PASSO).
           MOVE CARIMBO-DATA TO TAB-DATA-INICIO(IND-PASSO).
           MOVE CARIMBO-HORA TO TAB-HORA-INICIO(IND-PASSO).
           MOVE 0 TO TAB-DATA-FIM(IND-PASSO), TAB-HORA-FIM(IND-PASSO).
           MOVE "em curso" TO TAB-MENSAGEM(IND-PASSO).
           PERFORM GRAVAR-CONTROLO.
           MOVE SPACES TO TEXTO-REGISTO.
           STRING "Passo " DELIMITED BY SIZE
               IND-PASSO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-PROGRAMA(IND-PASSO) DELIMITED BY SIZE
               " INICIO (tentativa " DELIMITED BY SIZE
               TAB-TENTATIVAS(IND-PASSO) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-LINHA.
      ****** MARCA DE PARTIDA DO PASSO (SO NA PRIMEIRA TENTATIVA) **********
      * Num recomeco a marca fica a da primeira tentativa: os pedidos
      * que essa tentativa ja tirou para REJEITADOS.DAT continuam a
      * contar ate o operador os tratar e limpar do ficheiro.
      ******************************************************************
       TOMAR-MARCA.
           EVALUATE IND-PASSO
               WHEN 1
                   PERFORM CONTAR-REJEITADOS
                   MOVE CONTAGEM TO TAB-MARCA(1)
               WHEN 2
                   PERFORM LER-ZCONTROL
                   MOVE NUM-Z-LIDO TO TAB-MARCA(2)
               WHEN OTHER
                   MOVE 0 TO TAB-MARCA(IND-PASSO)
           END-EVALUATE.
      ******************************************************************
       TERMINAR-PASSO.
           MOVE FUNCTION CURRENT-DATE TO CARIMBO.
           MOVE CARIMBO-DATA TO TAB-DATA-FIM(IND-PASSO).
           MOVE CARIMBO-HORA TO TAB-HORA-FIM(IND-PASSO).
           PERFORM GRAVAR-CONTROLO.
           MOVE SPACES TO TEXTO-REGISTO.
           STRING "Passo " DELIMITED BY SIZE
               IND-PASSO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-PROGRAMA(IND-PASSO) DELIMITED BY SIZE
               " FIM " DELIMITED BY SIZE
               TAB-ESTADO(IND-PASSO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-MENSAGEM(IND-PASSO) DELIMITED BY SIZE
               INTO TEXTO-REGISTO.
           PERFORM REGISTAR-LINHA.
           IF (TAB-ESTADO(IND-PASSO) = "F") THEN
               MOVE "S" TO SW-INTERROMPIDA
               MOVE IND-PASSO TO PASSO-FALHADO
           END-IF.
      ****** FECHO Z JA GRAVADO PARA O DIA DA EXECUCAO *********************
      * Se o TAREFA08 chegou a gravar o Z (PC abaixo depois do fecho,
      * ou Z feito a mao), o passo conta como concluido: um segundo
      * fecho Z seria recusado pelo proprio TAREFA08.
      ******************************************************************
       VERIFICAR-Z-JA-FEITO.
           PERFORM LER-ZCONTROL.
           IF (DATA-Z-LIDA = DATA-EXECUCAO-NUM OR
               (TAB-ESTADO(2) NOT = "P" AND
                NUM-Z-LIDO > TAB-MARCA(2))) THEN
               MOVE "C" TO TAB-ESTADO(2)
               MOVE SPACES TO TAB-MENSAGEM(2)
               STRING "fecho Z " DELIMITED BY SIZE
                   NUM-Z-LIDO DELIMITED BY SIZE
                   " ja gravado" DELIMITED BY SIZE
                   INTO TAB-MENSAGEM(2)
               MOVE FUNCTION CURRENT-DATE TO CARIMBO
               MOVE CARIMBO-DATA TO TAB-DATA-FIM(2)
               MOVE CARIMBO-HORA TO TAB-HORA-FIM(2)
               PERFORM GRAVAR-CONTROLO
               MOVE SPACES TO TEXTO-REGISTO
               STRING "Passo 2 " DELIMITED BY SIZE
                   TAB-PROGRAMA(2) DELIMITED BY SIZE
                   " C " DELIMITED BY SIZE
                   TAB-MENSAGEM(2) DELIMITED BY SIZE
                   INTO TEXTO-REGISTO
               PERFORM REGISTAR-LINHA
           END-IF.
      ****** COMANDO DO PASSO E RESPOSTAS AO MENU DO PROGRAMA **************
      * O TAREFA08 corre sem respostas: o operador escolhe o fecho Z
      * e faz a contagem cega da gaveta.
      ******************************************************************
       PREPARAR-COMANDO.
           MOVE "N" TO SW-COM-RESPOSTAS.
           EVALUATE IND-PASSO
               WHEN 3
                   OPEN OUTPUT RESPOSTAS
                   MOVE "3" TO REG-RESPOSTA
                   WRITE REG-RESPOSTA
                   MOVE "4" TO REG-RESPOSTA
                   WRITE REG-RESPOSTA
                   MOVE "9" TO REG-RESPOSTA
                   WRITE REG-RESPOSTA
                   CLOSE RESPOSTAS
                   MOVE "S" TO SW-COM-RESPOSTAS
               WHEN 4
                   PERFORM CALCULAR-MES-EXPORTAR
                   OPEN OUTPUT RESPOSTAS
                   MOVE ANOMES-EXPORTAR TO REG-RESPOSTA
                   WRITE REG-RESPOSTA
                   CLOSE RESPOSTAS
                   MOVE "S" TO SW-COM-RESPOSTAS
               WHEN 5
               WHEN 6
                   OPEN OUTPUT RESPOSTAS
                   MOVE "4" TO REG-RESPOSTA
                   WRITE REG-RESPOSTA
                   MOVE "9" TO REG-RESPOSTA
                   WRITE REG-RESPOSTA
                   CLOSE RESPOSTAS
                   MOVE "S" TO SW-COM-RESPOSTAS
           END-EVALUATE.
           MOVE SPACES TO EXECUTAVEL.
           STRING "Tarefa" DELIMITED BY SIZE
               TAB-PROGRAMA(IND-PASSO)(7:2) DELIMITED BY SIZE
               INTO EXECUTAVEL.
           MOVE SPACES TO COMANDO.
           IF (COM-RESPOSTAS) THEN
               STRING PREFIXO-PROGRAMAS DELIMITED BY SPACE
                   EXECUTAVEL DELIMITED BY SPACE
                   " < BATCHIN.TXT" DELIMITED BY SIZE
                   INTO COMANDO
           ELSE
               STRING PREFIXO-PROGRAMAS DELIMITED BY SPACE
                   EXECUTAVEL DELIMITED BY SPACE
                   INTO COMANDO
           END-IF.
      ******************************************************************
       CALCULAR-MES-EXPORTAR.
           IF (MES-EXECUCAO = 1) THEN
               COMPUTE ANO-EXPORTAR = ANO-EXECUCAO - 1
               MOVE 12 TO MES-EXPORTAR
           ELSE
               MOVE ANO-EXECUCAO TO ANO-EXPORTAR
               COMPUTE MES-EXPORTAR = MES-EXECUCAO - 1
           END-IF.
      ****** CONFERIR NOS FICHEIROS O QUE O PASSO DEVIA TER FEITO **********
       CONFERIR-PASSO.
           MOVE "C" TO TAB-ESTADO(IND-PASSO).
           MOVE SPACES TO MENSAGEM-TRABALHO.
           EVALUATE IND-PASSO
               WHEN 1
                   PERFORM CONFERIR-REJEITADOS
               WHEN 2
                   PERFORM CONFERIR-FECHO-Z
               WHEN 3
                   PERFORM CONFERIR-STOCK
               WHEN 4
                   PERFORM CONFERIR-EXPORTACAO
               WHEN 5
                   PERFORM CONFERIR-COZINHA
               WHEN 6
                   PERFORM CONFERIR-ENTREGAS
           END-EVALUATE.
           MOVE MENSAGEM-TRABALHO TO TAB-MENSAGEM(IND-PASSO).
      ******************************************************************
       CONFERIR-REJEITADOS.
           PERFORM CONTAR-REJEITADOS.
           IF (CONTAGEM > TAB-MARCA(1)) THEN
               MOVE "F" TO TAB-ESTADO(1)
               COMPUTE CONTAGEM = CONTAGEM - TAB-MARCA(1)
               PERFORM EDITAR-CONTAGEM
               STRING CONTAGEM-TEXTO DELIMITED BY SPACE
                   " rejeitados em REJEITADOS.DAT" DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           ELSE
               MOVE "pedidos sem rejeitados" TO MENSAGEM-TRABALHO
           END-IF.
      ******************************************************************
       CONFERIR-FECHO-Z.
           PERFORM LER-ZCONTROL.
           IF (NUM-Z-LIDO > TAB-MARCA(2)) THEN
               STRING "fecho Z " DELIMITED BY SIZE
                   NUM-Z-LIDO DELIMITED BY SIZE
                   " gravado" DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           ELSE
               MOVE "F" TO TAB-ESTADO(2)
               MOVE "fecho Z nao gravado em ZCONTROL.DAT"
                   TO MENSAGEM-TRABALHO
           END-IF.
      ******************************************************************
       CONFERIR-STOCK.
           MOVE 0 TO CONTAGEM.
           MOVE "N" TO SW-FIM-INGRED.
           OPEN INPUT INGREDIENTES.
           IF (SW-INGRED-STATUS = "00") THEN
               PERFORM LER-INGREDIENTE UNTIL FIM-INGRED
               CLOSE INGREDIENTES
           END-IF.
           IF (CONTAGEM > 0) THEN
               MOVE "F" TO TAB-ESTADO(3)
               PERFORM EDITAR-CONTAGEM
               STRING CONTAGEM-TEXTO DELIMITED BY SPACE
                   " ingredientes com contadores abertos"
                   DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           ELSE
               MOVE "periodo de stock fechado" TO MENSAGEM-TRABALHO
           END-IF.
      ******************************************************************
       LER-INGREDIENTE.
           READ INGREDIENTES
               AT END
                   MOVE "S" TO SW-FIM-INGRED
               NOT AT END
                   IF (ING-CONSUMIDO NOT = 0 OR ING-ENTREGAS NOT = 0
                       OR ING-QUEBRAS NOT = 0) THEN
                       ADD 1 TO CONTAGEM
                   END-IF
           END-READ.
      ******************************************************************
       CONFERIR-EXPORTACAO.
           MOVE SPACES TO NOME-EXPORTACAO.
           STRING "EXP" DELIMITED BY SIZE
               ANOMES-EXPORTAR DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO NOME-EXPORTACAO.
           OPEN INPUT EXPORTACAO.
           IF (SW-EXPORTACAO-STATUS = "00") THEN
               CLOSE EXPORTACAO
               STRING NOME-EXPORTACAO DELIMITED BY SPACE
                   " gerado" DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           ELSE
               MOVE "F" TO TAB-ESTADO(4)
               STRING NOME-EXPORTACAO DELIMITED BY SPACE
                   " nao gerado" DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           END-IF.
      ******************************************************************
       CONFERIR-COZINHA.
           MOVE 0 TO CONTAGEM.
           MOVE "N" TO SW-FIM-COZINHA.
           OPEN INPUT COZINHA.
           IF (SW-COZINHA-STATUS = "00") THEN
               PERFORM LER-COZINHA UNTIL FIM-COZINHA
               CLOSE COZINHA
           END-IF.
           IF (CONTAGEM > 0) THEN
               MOVE "F" TO TAB-ESTADO(5)
               PERFORM EDITAR-CONTAGEM
               STRING CONTAGEM-TEXTO DELIMITED BY SPACE
                   " entregues ainda em COZINHA.DAT"
                   DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           ELSE
               MOVE "fila da cozinha limpa" TO MENSAGEM-TRABALHO
           END-IF.
      ******************************************************************
       LER-COZINHA.
           READ COZINHA
               AT END
                   MOVE "S" TO SW-FIM-COZINHA
               NOT AT END
                   IF (COZ-ESTADO = "E") THEN
                       ADD 1 TO CONTAGEM
                   END-IF
           END-READ.
      ****** ENTREGAS: FICAM SO AS "A COBRAR" AINDA POR ACERTAR ************
      * e as a cobrar acertadas de dias que o fecho Z ainda nao cobriu
      * (o TAREFA16 guarda-as para a anulacao poder devolver o valor).
      ******************************************************************
       CONFERIR-ENTREGAS.
           PERFORM LER-ZCONTROL.
           MOVE 0 TO CONTAGEM.
           MOVE "N" TO SW-FIM-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF (SW-ENTREGAS-STATUS = "00") THEN
               PERFORM LER-ENTREGA UNTIL FIM-ENTREGAS
               CLOSE ENTREGAS
           END-IF.
           IF (CONTAGEM > 0) THEN
               MOVE "F" TO TAB-ESTADO(6)
               PERFORM EDITAR-CONTAGEM
               STRING CONTAGEM-TEXTO DELIMITED BY SPACE
                   " concluidas ainda em ENTREGAS.DAT"
                   DELIMITED BY SIZE
                   INTO MENSAGEM-TRABALHO
           ELSE
               MOVE "fila de entregas limpa" TO MENSAGEM-TRABALHO
           END-IF.
      ******************************************************************
       LER-ENTREGA.
           READ ENTREGAS
               AT END
                   MOVE "S" TO SW-FIM-ENTREGAS
               NOT AT END
                   COMPUTE DATA-ENTREGA-NUM = ENT-ANO * 10000
                       + ENT-MES * 100 + ENT-DIA
                   IF (ENT-ESTADO = "E" AND
                       (ENT-COBRAR NOT = "S" OR
                       (ENT-ACERTADO = "S" AND
                       DATA-ENTREGA-NUM NOT > DATA-Z-LIDA))) THEN
                       ADD 1 TO CONTAGEM
                   END-IF
           END-READ.
      ****** CONTAGENS E LEITURAS DE APOIO *********************************
       CONTAR-REJEITADOS.
           MOVE 0 TO CONTAGEM.
           MOVE "N" TO SW-FIM-REJEITADOS.
           OPEN INPUT REJEITADOS.
           IF (SW-REJEITADOS-STATUS = "00") THEN
               PERFORM LER-REJEITADO UNTIL FIM-REJEITADOS
               CLOSE REJEITADOS
           END-IF.
      ******************************************************************
       LER-REJEITADO.
           READ REJEITADOS
               AT END
                   MOVE "S" TO SW-FIM-REJEITADOS
               NOT AT END
                   ADD 1 TO CONTAGEM
           END-READ.
      ******************************************************************
       LER-ZCONTROL.
           MOVE 0 TO NUM-Z-LIDO, DATA-Z-LIDA.
           OPEN INPUT ZCONTROL.
           IF (SW-ZCONTROL-STATUS = "00") THEN
               READ ZCONTROL
                   NOT AT END
                       MOVE ZCT-NUM-Z TO NUM-Z-LIDO
                       COMPUTE DATA-Z-LIDA = ZCT-ANO * 10000
                           + ZCT-MES * 100 + ZCT-DIA
               END-READ
               CLOSE ZCONTROL
           END-IF.
      ******************************************************************
       EDITAR-CONTAGEM.
           MOVE CONTAGEM TO CONTAGEM-SAIDA.
           MOVE 0 TO CONTAGEM-BRANCOS.
           INSPECT CONTAGEM-SAIDA TALLYING CONTAGEM-BRANCOS
               FOR LEADING SPACE.
           MOVE CONTAGEM-SAIDA(CONTAGEM-BRANCOS + 1:) TO CONTAGEM-TEXTO.
      ****** REGISTO DA EXECUCAO (BATCHLOG.DAT) ****************************
       REGISTAR-ABERTURA.
           MOVE SPACES TO REG-REGISTO.
           WRITE REG-REGISTO.
           MOVE SPACES TO TEXTO-REGISTO.
           IF (RETOMA) THEN
               STRING "FECHO NOTURNO - RETOMA DA EXECUCAO "
                   DELIMITED BY SIZE
                   NUM-EXECUCAO DELIMITED BY SIZE
                   INTO TEXTO-REGISTO
           ELSE
               STRING "FECHO NOTURNO - EXECUCAO " DELIMITED BY SIZE
                   NUM-EXECUCAO DELIMITED BY SIZE
                   INTO TEXTO-REGISTO
           END-IF.
           PERFORM REGISTAR-LINHA.
      ******************************************************************
       REGISTAR-LINHA.
           MOVE FUNCTION CURRENT-DATE TO CARIMBO.
           MOVE CARIMBO-HORA TO CARIMBO-HORA-NUM.
           MOVE CARIMBO-HH TO HORA-SAIDA-HH.
           MOVE CARIMBO-MM TO HORA-SAIDA-MM.
           MOVE CARIMBO-SS TO HORA-SAIDA-SS.
           MOVE CARIMBO-DATA TO DATA-REGISTO-NUM.
           MOVE SPACES TO LINHA-SAIDA.
           STRING DIA-REGISTO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MES-REGISTO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ANO-REGISTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TEXTO-REGISTO DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           MOVE LINHA-SAIDA TO REG-REGISTO.
           WRITE REG-REGISTO.
           DISPLAY LINHA-SAIDA.
      ****** RESUMO DA EXECUCAO: UMA LINHA POR PASSO ***********************
       REGISTAR-RESUMO.
           MOVE 0 TO QTD-CONCLUIDOS, QTD-SALTADOS, QTD-FALHADOS,
               QTD-POR-CORRER.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Execucao " DELIMITED BY SIZE
               NUM-EXECUCAO DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               DIA-EXECUCAO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MES-EXECUCAO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ANO-EXECUCAO DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE "  Passo Programa Est Ini.  Fim   Tent Resultado"
               TO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-RESUMO.
           PERFORM RESUMIR-PASSO
               VARYING IND-PASSO FROM 1 BY 1
               UNTIL IND-PASSO > TOTAL-PASSOS.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  Concluidos: " DELIMITED BY SIZE
               QTD-CONCLUIDOS DELIMITED BY SIZE
               "  Nao devidos: " DELIMITED BY SIZE
               QTD-SALTADOS DELIMITED BY SIZE
               "  Falhados: " DELIMITED BY SIZE
               QTD-FALHADOS DELIMITED BY SIZE
               "  Por correr: " DELIMITED BY SIZE
               QTD-POR-CORRER DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-RESUMO.
           MOVE SPACES TO LINHA-SAIDA.
           IF (CADEIA-INTERROMPIDA) THEN
               STRING "  CADEIA INTERROMPIDA NO PASSO "
                   DELIMITED BY SIZE
                   PASSO-FALHADO DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   TAB-PROGRAMA(PASSO-FALHADO) DELIMITED BY SIZE
                   "): corrigir e voltar a correr."
                   DELIMITED BY SIZE
                   INTO LINHA-SAIDA
           ELSE
               MOVE "  FECHO NOTURNO CONCLUIDO." TO LINHA-SAIDA
           END-IF.
           PERFORM GRAVAR-LINHA-RESUMO.
      ******************************************************************
       RESUMIR-PASSO.
           EVALUATE TAB-ESTADO(IND-PASSO)
               WHEN "C"
                   ADD 1 TO QTD-CONCLUIDOS
               WHEN "S"
                   ADD 1 TO QTD-SALTADOS
               WHEN "F"
                   ADD 1 TO QTD-FALHADOS
               WHEN OTHER
                   ADD 1 TO QTD-POR-CORRER
           END-EVALUATE.
           MOVE "  -  " TO INICIO-SAIDA, FIM-SAIDA.
           IF (TAB-DATA-INICIO(IND-PASSO) NOT = 0) THEN
               MOVE TAB-HORA-INICIO(IND-PASSO) TO CARIMBO-HORA-NUM
               MOVE CARIMBO-HH TO HORA-INI-RESUMO-HH
               MOVE CARIMBO-MM TO HORA-INI-RESUMO-MM
               MOVE HORA-INI-RESUMO TO INICIO-SAIDA
           END-IF.
           IF (TAB-DATA-FIM(IND-PASSO) NOT = 0) THEN
               MOVE TAB-HORA-FIM(IND-PASSO) TO CARIMBO-HORA-NUM
               MOVE CARIMBO-HH TO HORA-FIM-RESUMO-HH
               MOVE CARIMBO-MM TO HORA-FIM-RESUMO-MM
               MOVE HORA-FIM-RESUMO TO FIM-SAIDA
           END-IF.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "  " DELIMITED BY SIZE
               IND-PASSO DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               TAB-PROGRAMA(IND-PASSO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TAB-ESTADO(IND-PASSO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INICIO-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FIM-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-TENTATIVAS(IND-PASSO) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TAB-MENSAGEM(IND-PASSO) DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           PERFORM GRAVAR-LINHA-RESUMO.
      ******************************************************************
       GRAVAR-LINHA-RESUMO.
           MOVE LINHA-SAIDA TO REG-REGISTO.
           WRITE REG-REGISTO.
           DISPLAY LINHA-SAIDA.
       END PROGRAM TAREFA24.
