      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Exportacao SAF-T (PT), versao 1.04_01, da faturacao de um
      * periodo: le os arquivos mensais HISTAAAAMM.DAT rolados pelo
      * TAREFA18 e o HISTORICO.DAT corrente, filtra pela data de
      * emissao do documento (a da nota de credito e a da anulacao,
      * nao a da venda anulada; nos registos antigos sem ela, a data
      * do pedido) e grava SAFTaaaammdd-aaaammdd.XML com o cabecalho da
      * empresa (EMPRESA.DAT), os clientes (NIF do pedido, nome e
      * morada de CLIENTES.DAT, consumidor final quando o NIF e 0),
      * os artigos vendidos, a tabela de IVA (classes de ARTIGOS.DAT,
      * taxas de IVATAXAS.DAT) e as faturas simplificadas (FS) e notas
      * de credito (NC) com uma linha por artigo e os totais de
      * controlo. As emissoes de vale (VL) nao sao faturas e ficam de
      * fora. A numeracao de cada serie e verificada e as falhas e
      * repeticoes sao avisadas no ecra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-HISTORICO-STATUS.
           SELECT ARQMENSAL ASSIGN TO NOME-ARQMENSAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ARQMENSAL-STATUS.
           SELECT ARTIGOS ASSIGN TO "ARTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ARTIGOS-STATUS.
           SELECT TAXASIVA ASSIGN TO "IVATAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-TAXAS-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-CLIENTES-STATUS.
           SELECT EMPRESA ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-EMPRESA-STATUS.
           SELECT SAFT ASSIGN TO NOME-SAFT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           COPY "Historeg.cpy".
       FD  ARQMENSAL.
       01 REG-ARQMENSAL                PIC X(262).
       FD  ARTIGOS.
           COPY "Artigoreg.cpy".
       FD  TAXASIVA.
           COPY "Ivareg.cpy".
       FD  CLIENTES.
           COPY "Clientereg.cpy".
       FD  EMPRESA.
           COPY "Empresareg.cpy".
       FD  SAFT.
       01 REG-SAFT                     PIC X(200).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-HISTORICO-STATUS          PIC XX      VALUE "00".
       77 SW-ARTIGOS-STATUS            PIC XX      VALUE "00".
       77 SW-TAXAS-STATUS              PIC XX      VALUE "00".
       77 SW-CLIENTES-STATUS           PIC XX      VALUE "00".
       77 SW-EMPRESA-STATUS            PIC XX      VALUE "00".
       77 SW-FIM-HISTORICO             PIC X       VALUE "N".
           88 FIM-HISTORICO                             VALUE "S".
       77 SW-FIM-ARTIGOS               PIC X       VALUE "N".
           88 FIM-ARTIGOS                               VALUE "S".
       77 SW-FIM-TAXAS                 PIC X       VALUE "N".
           88 FIM-TAXAS                                 VALUE "S".
       77 SW-FIM-CLIENTES              PIC X       VALUE "N".
           88 FIM-CLIENTES                              VALUE "S".
       77 NOME-SAFT                    PIC X(25)   VALUE SPACES.
      ****** ARQUIVOS MENSAIS DO HISTORICO (TAREFA18) **********************
       77 SW-ARQMENSAL-STATUS          PIC XX      VALUE "00".
       77 SW-FIM-ARQMENSAL             PIC X       VALUE "N".
           88 FIM-ARQMENSAL                             VALUE "S".
       77 NOME-ARQMENSAL               PIC X(14)   VALUE SPACES.
       77 ANOMES-ARQ                   PIC 9(6)    VALUE 0.
       77 ANOMES-FIM                   PIC 9(6)    VALUE 0.
       77 MESES-LIDOS                  PIC 9(3)    VALUE 0.
       77 ARQUIVOS-LIDOS               PIC 9(3)    VALUE 0.
       77 ANOMES-CORRENTE              PIC 9(6)    VALUE 0.
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
           05 HORA-ATUAL               PIC 99.
           05 MINUTOS-ATUAL            PIC 99.
           05 SEGUNDOS-ATUAL           PIC 99.
      ****** REGISTO DE PEDIDO DESEMPACOTADO DO HISTORICO ******************
           COPY "Pedidoreg.cpy".
      ****** PERIODO A EXPORTAR ********************************************
       77 DATA-INICIO-NUM              PIC 9(8)    VALUE 0.
       77 DATA-FIM-NUM                 PIC 9(8)    VALUE 0.
       77 DATA-DOCUMENTO-NUM           PIC 9(8)    VALUE 0.
       01 DATA-DOCUMENTO-R.
           05 ANO-DOCUMENTO            PIC 9999.
           05 MES-DOCUMENTO            PIC 99.
           05 DIA-DOCUMENTO            PIC 99.
           05 HORA-DOCUMENTO           PIC 99.
           05 MINUTOS-DOCUMENTO        PIC 99.
       01 DATA-INICIO-R.
           05 ANO-INICIO               PIC 9999.
           05 MES-INICIO               PIC 99.
           05 DIA-INICIO               PIC 99.
       01 DATA-FIM-R.
           05 ANO-FIM                  PIC 9999.
           05 MES-FIM                  PIC 99.
           05 DIA-FIM                  PIC 99.
       77 SW-PASSAGEM                  PIC 9       VALUE 1.
           88 PASSAGEM-CONTAGEM                         VALUE 1.
           88 PASSAGEM-ESCRITA                          VALUE 2.
      ****** ARTIGOS: DESCRICAO, CLASSE DE IVA E USO NO PERIODO ************
      * Indices 1 a 10 como no TAREFA10 (9 = artigo 10, 10 = artigo
      * 11); o indice 11 e a taxa de entrega, servico a taxa normal.
       01 TABELA-CODIGOS-PRODUTO.
           05 FILLER                   PIC X(22)   VALUE
               "01020304050607081011TX".
       01 TABELA-CODIGOS-PRODUTO-R REDEFINES TABELA-CODIGOS-PRODUTO.
           05 CODIGO-PROD OCCURS 11 TIMES PIC XX.
       01 TABELA-PRODUTOS.
           05 PROD-ENT OCCURS 11 TIMES.
               10 PROD-DESCRICAO        PIC X(22).
               10 PROD-CLASSE           PIC X       VALUE "I".
               10 PROD-USADO            PIC X       VALUE "N".
       77 IND-PROD                     PIC 99      VALUE 0.
      ****** TAXAS DE IVA (RECURSO EM MEMORIA, TAXAS DO FICHEIRO) **********
       01 TABELA-TAXAS-IVA.
           05 FILLER                   PIC X(5)    VALUE "N2300".
           05 FILLER                   PIC X(5)    VALUE "I1300".
           05 FILLER                   PIC X(5)    VALUE "R0600".
       01 TABELA-TAXAS-IVA-R REDEFINES TABELA-TAXAS-IVA.
           05 TXA-ENT OCCURS 3 TIMES.
               10 TXA-CLASSE            PIC X.
               10 TXA-PERCENT           PIC 99V99.
       01 TABELA-CODIGOS-IVA.
           05 FILLER                   PIC X(25)   VALUE
               "NORNormal                ".
           05 FILLER                   PIC X(25)   VALUE
               "INTIntermedia            ".
           05 FILLER                   PIC X(25)   VALUE
               "REDReduzida              ".
       01 TABELA-CODIGOS-IVA-R REDEFINES TABELA-CODIGOS-IVA.
           05 CIVA-ENT OCCURS 3 TIMES.
               10 CIVA-CODIGO           PIC X(3).
               10 CIVA-DESCRICAO        PIC X(22).
       77 IND-TXA                      PIC 9       VALUE 0.
      ****** CLIENTES (NOME E MORADA POR NIF) ******************************
       77 TOTAL-CLT                    PIC 9(3)    VALUE 0.
       77 IND-CLT                      PIC 9(3)    VALUE 0.
       77 IND-CLT-ACHADO               PIC 9(3)    VALUE 0.
       01 TABELA-CLIENTES.
           05 CLT-TAB OCCURS 200 TIMES.
               10 TAB-CLT-NIF           PIC 9(9).
               10 TAB-CLT-NOME          PIC X(25).
               10 TAB-CLT-MORADA        PIC X(30).
      ****** NIF DOS CLIENTES FATURADOS NO PERIODO *************************
       77 NIF-CONSUMIDOR-FINAL         PIC 9(9)    VALUE 999999990.
       77 NIF-DOCUMENTO                PIC 9(9)    VALUE 0.
       77 TOTAL-NIF                    PIC 9(3)    VALUE 0.
       77 IND-NIF                      PIC 9(3)    VALUE 0.
       77 IND-NIF-ACHADO               PIC 9(3)    VALUE 0.
       01 TABELA-NIF-FATURADOS.
           05 NIF-FATURADO OCCURS 500 TIMES PIC 9(9).
      ****** CONTROLO DA NUMERACAO POR SERIE *******************************
       77 ULTIMO-FS                    PIC 9(6)    VALUE 0.
       77 ULTIMO-NC                    PIC 9(6)    VALUE 0.
       77 NUM-ESPERADO                 PIC 9(6)    VALUE 0.
       77 AVISOS-NUMERACAO             PIC 9(5)    VALUE 0.
      ****** TOTAIS DE CONTROLO ********************************************
       77 TOTAL-DOCUMENTOS             PIC 9(7)    VALUE 0.
       77 TOTAL-FS                     PIC 9(7)    VALUE 0.
       77 TOTAL-NC                     PIC 9(7)    VALUE 0.
       77 TOTAL-CREDITO                PIC 9(9)V99 VALUE 0.
       77 TOTAL-DEBITO                 PIC 9(9)V99 VALUE 0.
       77 REGISTOS-VALE                PIC 9(7)    VALUE 0.
       77 REGISTOS-SEM-SERIE           PIC 9(7)    VALUE 0.
      ****** LINHAS DO DOCUMENTO (UMA POR ARTIGO) **************************
       77 TOTAL-LINHAS                 PIC 99      VALUE 0.
       77 IND-LIN                      PIC 99      VALUE 0.
       77 QTD-LINHA                    PIC 99      VALUE 0.
       77 BRUTO-LINHA                  PIC 9999V99 VALUE 0.
       77 SOMA-BRUTO                   PIC 9(5)V99 VALUE 0.
       77 DESCONTO-DOC                 PIC S9(5)V99 VALUE 0.
       77 SOMA-LIQUIDO                 PIC S9(5)V99 VALUE 0.
       77 NET-DOC                      PIC S9(7)V99 VALUE 0.
       77 IVA-DOC                      PIC S9(7)V99 VALUE 0.
       01 TABELA-LINHAS.
           05 LIN-ENT OCCURS 11 TIMES.
               10 LIN-PROD              PIC 99.
               10 LIN-QTD               PIC 99.
               10 LIN-BRUTO             PIC 9999V99.
               10 LIN-LIQUIDO           PIC S9(5)V99.
               10 LIN-BASE              PIC S9(5)V99.
               10 LIN-IVA               PIC S9(5)V99.
               10 LIN-PRECO-UNIT        PIC S9(5)V9(4).
               10 LIN-TAXA              PIC 99V99.
               10 LIN-IND-TXA           PIC 9.
      ****** ESCRITA DO XML ************************************************
       77 LINHA-XML                    PIC X(200)  VALUE SPACES.
       77 PONTEIRO-XML                 PIC 999     VALUE 1.
       77 NIVEL-XML                    PIC 99      VALUE 0.
       77 TAG-XML                      PIC X(40)   VALUE SPACES.
       77 CONTEUDO-XML                 PIC X(100)  VALUE SPACES.
       77 VALOR-XML                    PIC Z(8)9.99.
       77 PRECO-XML                    PIC Z(4)9.9999.
       77 QTD-XML                      PIC Z9.
       77 TAXA-XML                     PIC Z9.99.
       77 CONTADOR-XML                 PIC Z(6)9.
       77 DATA-XML                     PIC X(10)   VALUE SPACES.
       77 DATAHORA-XML                 PIC X(19)   VALUE SPACES.
       77 DOCUMENTO-XML                PIC X(20)   VALUE SPACES.
       77 ORIGEM-XML                   PIC X(20)   VALUE SPACES.
       77 TIPO-DOC-XML                 PIC XX      VALUE SPACES.
       77 ANO-DOC                      PIC 9999    VALUE 0.
       77 ANO-ORIGEM                   PIC 9999    VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA19 - EXPORTACAO SAF-T (PT) DA FATURACAO".
           OPEN INPUT EMPRESA.
           IF (SW-EMPRESA-STATUS NOT = "00") THEN
               DISPLAY "Sem dados da empresa (EMPRESA.DAT)."
               STOP RUN
           END-IF.
           READ EMPRESA
               AT END
                   DISPLAY "EMPRESA.DAT vazio."
                   CLOSE EMPRESA
                   STOP RUN
           END-READ.
           CLOSE EMPRESA.
           PERFORM CARREGAR-ARTIGOS.
           PERFORM CARREGAR-TAXAS-IVA.
           PERFORM CARREGAR-CLIENTES.
           DISPLAY "Data inicial (AAAAMMDD):".
           ACCEPT DATA-INICIO-NUM.
           DISPLAY "Data final (AAAAMMDD):".
           ACCEPT DATA-FIM-NUM.
           MOVE DATA-INICIO-NUM TO DATA-INICIO-R.
           MOVE DATA-FIM-NUM TO DATA-FIM-R.
           IF (DATA-INICIO-NUM = 0 OR DATA-FIM-NUM < DATA-INICIO-NUM)
               THEN
               DISPLAY "Intervalo de datas invalido."
               STOP RUN
           END-IF.
      ****** O SAF-T DE FATURACAO CORRESPONDE A UM SO ANO FISCAL *********
           IF (ANO-INICIO NOT = ANO-FIM) THEN
               DISPLAY "O periodo tem de ficar dentro do mesmo ano."
               STOP RUN
           END-IF.
      ****** 1A PASSAGEM: CLIENTES, ARTIGOS, TOTAIS E NUMERACAO **********
           MOVE 1 TO SW-PASSAGEM.
           PERFORM PERCORRER-FONTES.
           IF (ARQUIVOS-LIDOS = 0 AND SW-HISTORICO-STATUS NOT = "00")
               THEN
               DISPLAY "Sem historico de pedidos (HISTORICO.DAT)."
               STOP RUN
           END-IF.
      ****** 2A PASSAGEM: GRAVAR O FICHEIRO ******************************
           MOVE SPACES TO NOME-SAFT.
           STRING "SAFT" DELIMITED BY SIZE
               DATA-INICIO-NUM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DATA-FIM-NUM DELIMITED BY SIZE
               ".XML" DELIMITED BY SIZE
               INTO NOME-SAFT.
           OPEN OUTPUT SAFT.
           PERFORM ESCREVER-CABECALHO.
           PERFORM ESCREVER-FICHEIROS-MESTRE.
           PERFORM ABRIR-DOCUMENTOS-VENDA.
           MOVE 2 TO SW-PASSAGEM.
           PERFORM PERCORRER-FONTES.
           PERFORM FECHAR-FICHEIRO-SAFT.
           CLOSE SAFT.
           PERFORM MOSTRAR-RESUMO.
           STOP RUN.
      ****** ARTIGOS: DESCRICOES E CLASSES DE IVA DO FICHEIRO MESTRE *******
       CARREGAR-ARTIGOS.
           MOVE "Hamburguer Pequeno" TO PROD-DESCRICAO(1).
           MOVE "Hamburguer Medio"   TO PROD-DESCRICAO(2).
           MOVE "Hamburguer Grande"  TO PROD-DESCRICAO(3).
           MOVE "Hamburguer Super"   TO PROD-DESCRICAO(4).
           MOVE "Batatas"            TO PROD-DESCRICAO(5).
           MOVE "Salada"             TO PROD-DESCRICAO(6).
           MOVE "Bebida"             TO PROD-DESCRICAO(7).
           MOVE "Sobremesa"          TO PROD-DESCRICAO(8).
           MOVE "Extra Queijo"       TO PROD-DESCRICAO(9).
           MOVE "Extra Bacon"        TO PROD-DESCRICAO(10).
           MOVE "Taxa de entrega"    TO PROD-DESCRICAO(11).
           MOVE "N"                  TO PROD-CLASSE(11).
           OPEN INPUT ARTIGOS.
           IF (SW-ARTIGOS-STATUS = "00") THEN
               PERFORM LER-ARTIGO UNTIL FIM-ARTIGOS
               CLOSE ARTIGOS
           END-IF.
      ******************************************************************
       LER-ARTIGO.
           READ ARTIGOS
               AT END
                   MOVE "S" TO SW-FIM-ARTIGOS
               NOT AT END
                   MOVE 0 TO IND-PROD
                   EVALUATE ART-CODIGO
                       WHEN 1 THRU 8
                           MOVE ART-CODIGO TO IND-PROD
                       WHEN 10
                           MOVE 9 TO IND-PROD
                       WHEN 11
                           MOVE 10 TO IND-PROD
                   END-EVALUATE
                   IF (IND-PROD > 0) THEN
                       MOVE ART-DESCRICAO TO PROD-DESCRICAO(IND-PROD)
                       MOVE ART-IVA TO PROD-CLASSE(IND-PROD)
                   END-IF
           END-READ.
      ******************************************************************
       CARREGAR-TAXAS-IVA.
           OPEN INPUT TAXASIVA.
           IF (SW-TAXAS-STATUS = "00") THEN
               PERFORM LER-TAXA-IVA UNTIL FIM-TAXAS
               CLOSE TAXASIVA
           END-IF.
      ******************************************************************
       LER-TAXA-IVA.
           READ TAXASIVA
               AT END
                   MOVE "S" TO SW-FIM-TAXAS
               NOT AT END
                   PERFORM ATUALIZAR-TAXA-IVA
                       VARYING IND-TXA FROM 1 BY 1 UNTIL IND-TXA > 3
           END-READ.
      ******************************************************************
       ATUALIZAR-TAXA-IVA.
           IF (TXA-CLASSE(IND-TXA) = TXI-CLASSE) THEN
               MOVE TXI-PERCENT TO TXA-PERCENT(IND-TXA)
           END-IF.
      ****** CLIENTES: SO NIF, NOME E MORADA *******************************
       CARREGAR-CLIENTES.
           MOVE 0 TO TOTAL-CLT.
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
                   IF (TOTAL-CLT < 200) THEN
                       ADD 1 TO TOTAL-CLT
                       MOVE CLI-NIF TO TAB-CLT-NIF(TOTAL-CLT)
                       MOVE CLI-NOME TO TAB-CLT-NOME(TOTAL-CLT)
                       MOVE CLI-MORADA TO TAB-CLT-MORADA(TOTAL-CLT)
                   END-IF
           END-READ.
      ****** PERCORRER ARQUIVOS MENSAIS E HISTORICO CORRENTE ***************
      * O TAREFA18 arquiva pela data do fecho, que pode ser o dia
      * seguinte ao do pedido: le-se tambem o mes a seguir ao fim do
      * periodo (sem passar do mes corrente) e filtra-se pela data
      * do proprio pedido.
       PERCORRER-FONTES.
           MOVE 0 TO ARQUIVOS-LIDOS.
           MOVE 0 TO ULTIMO-FS.
           MOVE 0 TO ULTIMO-NC.
           PERFORM LER-ARQUIVOS-MENSAIS.
           MOVE "N" TO SW-FIM-HISTORICO.
           OPEN INPUT HISTORICO.
           IF (SW-HISTORICO-STATUS = "00") THEN
               PERFORM LER-HISTORICO UNTIL FIM-HISTORICO
               CLOSE HISTORICO
           END-IF.
      ******************************************************************
       LER-ARQUIVOS-MENSAIS.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           COMPUTE ANOMES-CORRENTE = ANO-ATUAL * 100 + MES-ATUAL.
           COMPUTE ANOMES-ARQ = DATA-INICIO-NUM / 100.
           COMPUTE ANOMES-FIM = DATA-FIM-NUM / 100.
           IF (FUNCTION MOD(ANOMES-FIM, 100) = 12) THEN
               COMPUTE ANOMES-FIM = ANOMES-FIM + 89
           ELSE
               ADD 1 TO ANOMES-FIM
           END-IF.
           IF (ANOMES-FIM > ANOMES-CORRENTE) THEN
               MOVE ANOMES-CORRENTE TO ANOMES-FIM
           END-IF.
           MOVE 0 TO MESES-LIDOS.
           PERFORM LER-UM-ARQUIVO-MENSAL
               UNTIL ANOMES-ARQ > ANOMES-FIM OR MESES-LIDOS > 13.
      ******************************************************************
       LER-UM-ARQUIVO-MENSAL.
           ADD 1 TO MESES-LIDOS.
           MOVE SPACES TO NOME-ARQMENSAL.
           STRING "HIST" DELIMITED BY SIZE
               ANOMES-ARQ DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO NOME-ARQMENSAL.
           MOVE "N" TO SW-FIM-ARQMENSAL.
           OPEN INPUT ARQMENSAL.
           IF (SW-ARQMENSAL-STATUS = "00") THEN
               ADD 1 TO ARQUIVOS-LIDOS
               PERFORM LER-REGISTO-ARQMENSAL UNTIL FIM-ARQMENSAL
               CLOSE ARQMENSAL
           END-IF.
           PERFORM AVANCAR-MES.
      ******************************************************************
       LER-REGISTO-ARQMENSAL.
           READ ARQMENSAL
               AT END
                   MOVE "S" TO SW-FIM-ARQMENSAL
               NOT AT END
                   MOVE REG-ARQMENSAL TO REG-HISTORICO
                   PERFORM TRATAR-PEDIDO
           END-READ.
      ******************************************************************
       AVANCAR-MES.
           IF (FUNCTION MOD(ANOMES-ARQ, 100) = 12) THEN
               COMPUTE ANOMES-ARQ = ANOMES-ARQ + 89
           ELSE
               ADD 1 TO ANOMES-ARQ
           END-IF.
      ******************************************************************
       LER-HISTORICO.
           READ HISTORICO
               AT END
                   MOVE "S" TO SW-FIM-HISTORICO
               NOT AT END
                   PERFORM TRATAR-PEDIDO
           END-READ.
      ****** SELECIONAR OS DOCUMENTOS DO PERIODO ***************************
       TRATAR-PEDIDO.
           MOVE HIS-PEDIDO TO REG-PEDIDO.
           PERFORM OBTER-DATA-DOCUMENTO.
           COMPUTE DATA-DOCUMENTO-NUM = ANO-DOCUMENTO * 10000 +
               MES-DOCUMENTO * 100 + DIA-DOCUMENTO.
           IF (DATA-DOCUMENTO-NUM < DATA-INICIO-NUM OR
               DATA-DOCUMENTO-NUM > DATA-FIM-NUM) THEN
               EXIT PARAGRAPH
           END-IF.
      ****** EMISSAO DE VALE NAO E FATURA (IVA SO NO RESGATE) ************
           IF (REG-TIPO = "E" OR REG-SERIE = "VL") THEN
               IF (PASSAGEM-CONTAGEM) THEN
                   ADD 1 TO REGISTOS-VALE
               END-IF
               EXIT PARAGRAPH
           END-IF.
      ****** REGISTOS ANTERIORES A NUMERACAO DOS DOCUMENTOS **************
           IF (REG-SERIE NOT = "FS" AND REG-SERIE NOT = "NC") THEN
               IF (PASSAGEM-CONTAGEM) THEN
                   ADD 1 TO REGISTOS-SEM-SERIE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULAR-LINHAS.
           IF (PASSAGEM-CONTAGEM) THEN
               PERFORM CONTAR-DOCUMENTO
           ELSE
               PERFORM ESCREVER-DOCUMENTO
           END-IF.
      ****** DATA DE EMISSAO (REGISTOS ANTIGOS: A DATA DO PEDIDO) **********
       OBTER-DATA-DOCUMENTO.
           IF (REG-DATA-DOCUMENTO IS NUMERIC AND REG-ANO-DOC > 0) THEN
               MOVE REG-DATA-DOCUMENTO TO DATA-DOCUMENTO-R
           ELSE
               MOVE REG-DATA-PEDIDO TO DATA-DOCUMENTO-R
           END-IF.
      ****** 1A PASSAGEM: TOTAIS, CLIENTES, ARTIGOS E NUMERACAO ************
       CONTAR-DOCUMENTO.
           ADD 1 TO TOTAL-DOCUMENTOS.
           IF (REG-SERIE = "FS") THEN
               ADD 1 TO TOTAL-FS
               ADD NET-DOC TO TOTAL-CREDITO
               COMPUTE NUM-ESPERADO = ULTIMO-FS + 1
               PERFORM VERIFICAR-NUMERACAO
               MOVE REG-NUM-DOCUMENTO TO ULTIMO-FS
           ELSE
               ADD 1 TO TOTAL-NC
               ADD NET-DOC TO TOTAL-DEBITO
               COMPUTE NUM-ESPERADO = ULTIMO-NC + 1
               PERFORM VERIFICAR-NUMERACAO
               MOVE REG-NUM-DOCUMENTO TO ULTIMO-NC
           END-IF.
           PERFORM REGISTAR-NIF.
           PERFORM MARCAR-PRODUTO-USADO
               VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > TOTAL-LINHAS.
      ******************************************************************
      * O primeiro documento lido de cada serie so e verificado quando
      * o periodo comeca a 1 de janeiro (numero 1 esperado).
       VERIFICAR-NUMERACAO.
           IF (NUM-ESPERADO = 1 AND
               (MES-INICIO NOT = 1 OR DIA-INICIO NOT = 1)) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (REG-NUM-DOCUMENTO NOT = NUM-ESPERADO) THEN
               ADD 1 TO AVISOS-NUMERACAO
               PERFORM MONTAR-NUMERO-DOCUMENTO
               IF (REG-NUM-DOCUMENTO < NUM-ESPERADO) THEN
                   DISPLAY "Aviso: " FUNCTION TRIM(DOCUMENTO-XML)
                       " repetido ou fora de ordem."
               ELSE
                   DISPLAY "Aviso: falha na numeracao antes de "
                       FUNCTION TRIM(DOCUMENTO-XML) "."
               END-IF
           END-IF.
      ******************************************************************
       REGISTAR-NIF.
           PERFORM OBTER-NIF-DOCUMENTO.
           MOVE 0 TO IND-NIF-ACHADO.
           PERFORM COMPARAR-NIF
               VARYING IND-NIF FROM 1 BY 1 UNTIL IND-NIF > TOTAL-NIF.
           IF (IND-NIF-ACHADO = 0 AND TOTAL-NIF < 500) THEN
               ADD 1 TO TOTAL-NIF
               MOVE NIF-DOCUMENTO TO NIF-FATURADO(TOTAL-NIF)
           END-IF.
      ******************************************************************
       OBTER-NIF-DOCUMENTO.
           IF (REG-NIF IS NUMERIC AND REG-NIF > 0) THEN
               MOVE REG-NIF TO NIF-DOCUMENTO
           ELSE
               MOVE NIF-CONSUMIDOR-FINAL TO NIF-DOCUMENTO
           END-IF.
      ******************************************************************
       COMPARAR-NIF.
           IF (NIF-FATURADO(IND-NIF) = NIF-DOCUMENTO) THEN
               MOVE IND-NIF TO IND-NIF-ACHADO
           END-IF.
      ******************************************************************
       MARCAR-PRODUTO-USADO.
           MOVE "S" TO PROD-USADO(LIN-PROD(IND-LIN)).
      ****** LINHAS DO DOCUMENTO: DESCONTO RATEADO E IVA POR LINHA *********
      * As linhas do registo levam o IVA incluido. O desconto e
      * rateado pelo bruto das linhas e a diferenca de arredondamento
      * fica na ultima, para o total bruto bater com REG-PRECO-TOTAL.
       CALCULAR-LINHAS.
           MOVE 0 TO TOTAL-LINHAS.
           MOVE 0 TO SOMA-BRUTO.
           MOVE 1 TO IND-PROD.
           MOVE REG-QTD-PEQUENO TO QTD-LINHA.
           MOVE REG-PRECO-PEQUENO TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 2 TO IND-PROD.
           MOVE REG-QTD-MEDIO TO QTD-LINHA.
           MOVE REG-PRECO-MEDIO TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 3 TO IND-PROD.
           MOVE REG-QTD-GRANDE TO QTD-LINHA.
           MOVE REG-PRECO-GRANDE TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 4 TO IND-PROD.
           MOVE REG-QTD-SUPER TO QTD-LINHA.
           MOVE REG-PRECO-SUPER TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 5 TO IND-PROD.
           MOVE REG-QTD-BATATAS TO QTD-LINHA.
           MOVE REG-PRECO-BATATAS TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 6 TO IND-PROD.
           MOVE REG-QTD-SALADA TO QTD-LINHA.
           MOVE REG-PRECO-SALADA TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 7 TO IND-PROD.
           MOVE REG-QTD-BEBIDA TO QTD-LINHA.
           MOVE REG-PRECO-BEBIDA TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 8 TO IND-PROD.
           MOVE REG-QTD-SOBREMESA TO QTD-LINHA.
           MOVE REG-PRECO-SOBREMESA TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 9 TO IND-PROD.
           MOVE REG-QTD-QUEIJO TO QTD-LINHA.
           MOVE REG-PRECO-QUEIJO TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           MOVE 10 TO IND-PROD.
           MOVE REG-QTD-BACON TO QTD-LINHA.
           MOVE REG-PRECO-BACON TO BRUTO-LINHA.
           PERFORM JUNTAR-LINHA.
           IF (REG-TAXA-ENTREGA IS NUMERIC) THEN
               IF (REG-TAXA-ENTREGA > 0) THEN
                   MOVE 11 TO IND-PROD
                   MOVE 1 TO QTD-LINHA
                   MOVE REG-TAXA-ENTREGA TO BRUTO-LINHA
                   PERFORM JUNTAR-LINHA
               END-IF
           END-IF.
           COMPUTE DESCONTO-DOC = SOMA-BRUTO - REG-PRECO-TOTAL.
           MOVE 0 TO SOMA-LIQUIDO.
           MOVE 0 TO NET-DOC.
           MOVE 0 TO IVA-DOC.
           PERFORM CALCULAR-UMA-LINHA
               VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > TOTAL-LINHAS.
      ******************************************************************
       JUNTAR-LINHA.
           IF (QTD-LINHA > 0 AND TOTAL-LINHAS < 11) THEN
               ADD 1 TO TOTAL-LINHAS
               MOVE IND-PROD TO LIN-PROD(TOTAL-LINHAS)
               MOVE QTD-LINHA TO LIN-QTD(TOTAL-LINHAS)
               MOVE BRUTO-LINHA TO LIN-BRUTO(TOTAL-LINHAS)
               ADD BRUTO-LINHA TO SOMA-BRUTO
           END-IF.
      ******************************************************************
       CALCULAR-UMA-LINHA.
           IF (IND-LIN = TOTAL-LINHAS) THEN
               COMPUTE LIN-LIQUIDO(IND-LIN) =
                   REG-PRECO-TOTAL - SOMA-LIQUIDO
           ELSE
               IF (SOMA-BRUTO > 0) THEN
                   COMPUTE LIN-LIQUIDO(IND-LIN) ROUNDED =
                       LIN-BRUTO(IND-LIN) -
                       DESCONTO-DOC * LIN-BRUTO(IND-LIN) / SOMA-BRUTO
               ELSE
                   MOVE 0 TO LIN-LIQUIDO(IND-LIN)
               END-IF
           END-IF.
           ADD LIN-LIQUIDO(IND-LIN) TO SOMA-LIQUIDO.
           EVALUATE PROD-CLASSE(LIN-PROD(IND-LIN))
               WHEN "N"
                   MOVE 1 TO LIN-IND-TXA(IND-LIN)
               WHEN "R"
                   MOVE 3 TO LIN-IND-TXA(IND-LIN)
               WHEN OTHER
                   MOVE 2 TO LIN-IND-TXA(IND-LIN)
           END-EVALUATE.
           MOVE TXA-PERCENT(LIN-IND-TXA(IND-LIN)) TO LIN-TAXA(IND-LIN).
           COMPUTE LIN-BASE(IND-LIN) ROUNDED = LIN-LIQUIDO(IND-LIN)
               / (1 + (LIN-TAXA(IND-LIN) / 100)).
           COMPUTE LIN-IVA(IND-LIN) =
               LIN-LIQUIDO(IND-LIN) - LIN-BASE(IND-LIN).
           COMPUTE LIN-PRECO-UNIT(IND-LIN) ROUNDED =
               LIN-BASE(IND-LIN) / LIN-QTD(IND-LIN).
           ADD LIN-BASE(IND-LIN) TO NET-DOC.
           ADD LIN-IVA(IND-LIN) TO IVA-DOC.
      ****** CABECALHO DO SAF-T (DADOS DA EMPRESA E PERIODO) ***************
       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-XML.
           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
               TO LINHA-XML.
           WRITE REG-SAFT FROM LINHA-XML.
           MOVE SPACES TO LINHA-XML.
           STRING '<AuditFile xmlns="urn:OECD:'
               'StandardAuditFile-Tax:PT_1.04_01">'
               DELIMITED BY SIZE INTO LINHA-XML.
           WRITE REG-SAFT FROM LINHA-XML.
           MOVE 1 TO NIVEL-XML.
           MOVE "Header" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "AuditFileVersion" TO TAG-XML.
           MOVE "1.04_01" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO TAG-XML.
           MOVE EMP-NIF TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO TAG-XML.
           MOVE EMP-NIF TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO TAG-XML.
           MOVE "F" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO TAG-XML.
           MOVE EMP-NOME TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "AddressDetail" TO TAG-XML.
           MOVE EMP-MORADA TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO TAG-XML.
           MOVE EMP-LOCALIDADE TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO TAG-XML.
           MOVE EMP-COD-POSTAL TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO TAG-XML.
           MOVE "PT" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "FiscalYear" TO TAG-XML.
           MOVE ANO-INICIO TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "StartDate" TO TAG-XML.
           MOVE SPACES TO CONTEUDO-XML.
           STRING ANO-INICIO "-" MES-INICIO "-" DIA-INICIO
               DELIMITED BY SIZE INTO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "EndDate" TO TAG-XML.
           MOVE SPACES TO CONTEUDO-XML.
           STRING ANO-FIM "-" MES-FIM "-" DIA-FIM
               DELIMITED BY SIZE INTO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO TAG-XML.
           MOVE "EUR" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           MOVE "DateCreated" TO TAG-XML.
           MOVE SPACES TO CONTEUDO-XML.
           STRING ANO-ATUAL "-" MES-ATUAL "-" DIA-ATUAL
               DELIMITED BY SIZE INTO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO TAG-XML.
           MOVE "Global" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO TAG-XML.
           MOVE EMP-NIF TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductID" TO TAG-XML.
           MOVE "TAREFA/JOSE SERRA" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO TAG-XML.
           MOVE "1.0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Header" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ****** FICHEIROS MESTRE: CLIENTES, ARTIGOS E TABELA DE IVA ***********
       ESCREVER-FICHEIROS-MESTRE.
           MOVE "MasterFiles" TO TAG-XML.
           PERFORM ABRIR-TAG.
           PERFORM ESCREVER-CLIENTE
               VARYING IND-NIF FROM 1 BY 1 UNTIL IND-NIF > TOTAL-NIF.
           PERFORM ESCREVER-PRODUTO
               VARYING IND-PROD FROM 1 BY 1 UNTIL IND-PROD > 11.
           MOVE "TaxTable" TO TAG-XML.
           PERFORM ABRIR-TAG.
           PERFORM ESCREVER-TAXA-IVA
               VARYING IND-TXA FROM 1 BY 1 UNTIL IND-TXA > 3.
           MOVE "TaxTable" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "MasterFiles" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ******************************************************************
       ESCREVER-CLIENTE.
           MOVE NIF-FATURADO(IND-NIF) TO NIF-DOCUMENTO.
           MOVE 0 TO IND-CLT-ACHADO.
           PERFORM COMPARAR-CLIENTE
               VARYING IND-CLT FROM 1 BY 1 UNTIL IND-CLT > TOTAL-CLT.
           MOVE "Customer" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "CustomerID" TO TAG-XML.
           MOVE NIF-DOCUMENTO TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "AccountID" TO TAG-XML.
           MOVE "Desconhecido" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerTaxID" TO TAG-XML.
           MOVE NIF-DOCUMENTO TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO TAG-XML.
           IF (NIF-DOCUMENTO = NIF-CONSUMIDOR-FINAL) THEN
               MOVE "Consumidor final" TO CONTEUDO-XML
           ELSE
               IF (IND-CLT-ACHADO > 0 AND
                   TAB-CLT-NOME(IND-CLT-ACHADO) NOT = SPACES) THEN
                   MOVE TAB-CLT-NOME(IND-CLT-ACHADO) TO CONTEUDO-XML
               ELSE
                   MOVE "Desconhecido" TO CONTEUDO-XML
               END-IF
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BillingAddress" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "AddressDetail" TO TAG-XML.
           MOVE "Desconhecido" TO CONTEUDO-XML.
           IF (IND-CLT-ACHADO > 0 AND
               NIF-DOCUMENTO NOT = NIF-CONSUMIDOR-FINAL) THEN
               IF (TAB-CLT-MORADA(IND-CLT-ACHADO) NOT = SPACES) THEN
                   MOVE TAB-CLT-MORADA(IND-CLT-ACHADO) TO CONTEUDO-XML
               END-IF
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO TAG-XML.
           MOVE "Desconhecido" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO TAG-XML.
           MOVE "Desconhecido" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO TAG-XML.
           MOVE "PT" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BillingAddress" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "SelfBillingIndicator" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Customer" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ******************************************************************
       COMPARAR-CLIENTE.
           IF (TAB-CLT-NIF(IND-CLT) = NIF-DOCUMENTO) THEN
               MOVE IND-CLT TO IND-CLT-ACHADO
           END-IF.
      ******************************************************************
       ESCREVER-PRODUTO.
           IF (PROD-USADO(IND-PROD) NOT = "S") THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "Product" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "ProductType" TO TAG-XML.
           IF (IND-PROD = 11) THEN
               MOVE "S" TO CONTEUDO-XML
           ELSE
               MOVE "P" TO CONTEUDO-XML
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO TAG-XML.
           MOVE CODIGO-PROD(IND-PROD) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO TAG-XML.
           MOVE PROD-DESCRICAO(IND-PROD) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductNumberCode" TO TAG-XML.
           MOVE CODIGO-PROD(IND-PROD) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Product" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ******************************************************************
       ESCREVER-TAXA-IVA.
           MOVE "TaxTableEntry" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "TaxType" TO TAG-XML.
           MOVE "IVA" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO TAG-XML.
           MOVE "PT" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO TAG-XML.
           MOVE CIVA-CODIGO(IND-TXA) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Description" TO TAG-XML.
           MOVE CIVA-DESCRICAO(IND-TXA) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO TAG-XML.
           MOVE TXA-PERCENT(IND-TXA) TO TAXA-XML.
           MOVE TAXA-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxTableEntry" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ****** DOCUMENTOS DE VENDA: TOTAIS DE CONTROLO DA 1A PASSAGEM ********
       ABRIR-DOCUMENTOS-VENDA.
           MOVE "SourceDocuments" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "SalesInvoices" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "NumberOfEntries" TO TAG-XML.
           MOVE TOTAL-DOCUMENTOS TO CONTADOR-XML.
           MOVE CONTADOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO TAG-XML.
           MOVE TOTAL-DEBITO TO VALOR-XML.
           MOVE VALOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalCredit" TO TAG-XML.
           MOVE TOTAL-CREDITO TO VALOR-XML.
           MOVE VALOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
      ****** 2A PASSAGEM: UMA FATURA OU NOTA DE CREDITO ********************
       ESCREVER-DOCUMENTO.
           PERFORM MONTAR-NUMERO-DOCUMENTO.
           PERFORM OBTER-NIF-DOCUMENTO.
           MOVE SPACES TO DATA-XML.
           STRING ANO-DOCUMENTO "-" MES-DOCUMENTO "-" DIA-DOCUMENTO
               DELIMITED BY SIZE INTO DATA-XML.
           MOVE SPACES TO DATAHORA-XML.
           STRING DATA-XML "T" HORA-DOCUMENTO ":" MINUTOS-DOCUMENTO
               ":00" DELIMITED BY SIZE INTO DATAHORA-XML.
           MOVE "Invoice" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "InvoiceNo" TO TAG-XML.
           MOVE DOCUMENTO-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ATCUD" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DocumentStatus" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "InvoiceStatus" TO TAG-XML.
           MOVE "N" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO TAG-XML.
           MOVE DATAHORA-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceID" TO TAG-XML.
           MOVE REG-COD-OPERADOR TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO TAG-XML.
           MOVE "P" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DocumentStatus" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "Hash" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "HashControl" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Period" TO TAG-XML.
           MOVE MES-DOCUMENTO TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO TAG-XML.
           MOVE DATA-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO TAG-XML.
           MOVE TIPO-DOC-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "SelfBillingIndicator" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO TAG-XML.
           MOVE "0" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "SourceID" TO TAG-XML.
           MOVE REG-COD-OPERADOR TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO TAG-XML.
           MOVE DATAHORA-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO TAG-XML.
           MOVE NIF-DOCUMENTO TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           PERFORM ESCREVER-LINHA-DOCUMENTO
               VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > TOTAL-LINHAS.
           MOVE "DocumentTotals" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "TaxPayable" TO TAG-XML.
           MOVE IVA-DOC TO VALOR-XML.
           MOVE VALOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "NetTotal" TO TAG-XML.
           MOVE NET-DOC TO VALOR-XML.
           MOVE VALOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "GrossTotal" TO TAG-XML.
           MOVE REG-PRECO-TOTAL TO VALOR-XML.
           MOVE VALOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DocumentTotals" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "Invoice" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ******************************************************************
      * Numero no formato do SAF-T: tipo, espaco, serie+ano/numero
      * (ex.: FS FS2026/000123), com o ano da data de emissao. A nota
      * de credito guarda tambem a fatura de origem, com o ano dessa
      * fatura (nos registos antigos, o da data do pedido anulado).
       MONTAR-NUMERO-DOCUMENTO.
           MOVE REG-SERIE TO TIPO-DOC-XML.
           MOVE ANO-DOCUMENTO TO ANO-DOC.
           IF (REG-ANO-DOC-ORIGEM IS NUMERIC AND
               REG-ANO-DOC-ORIGEM > 0) THEN
               MOVE REG-ANO-DOC-ORIGEM TO ANO-ORIGEM
           ELSE
               MOVE REG-ANO TO ANO-ORIGEM
           END-IF.
           MOVE SPACES TO DOCUMENTO-XML.
           STRING REG-SERIE " " REG-SERIE ANO-DOC "/"
               REG-NUM-DOCUMENTO
               DELIMITED BY SIZE INTO DOCUMENTO-XML.
           MOVE SPACES TO ORIGEM-XML.
           IF (REG-SERIE = "NC" AND REG-SERIE-ORIGEM NOT = SPACES) THEN
               STRING REG-SERIE-ORIGEM " " REG-SERIE-ORIGEM ANO-ORIGEM
                   "/"
                   REG-NUM-DOC-ORIGEM
                   DELIMITED BY SIZE INTO ORIGEM-XML
           END-IF.
      ******************************************************************
       ESCREVER-LINHA-DOCUMENTO.
           MOVE "Line" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "LineNumber" TO TAG-XML.
           MOVE IND-LIN TO QTD-XML.
           MOVE QTD-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO TAG-XML.
           MOVE CODIGO-PROD(LIN-PROD(IND-LIN)) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO TAG-XML.
           MOVE PROD-DESCRICAO(LIN-PROD(IND-LIN)) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Quantity" TO TAG-XML.
           MOVE LIN-QTD(IND-LIN) TO QTD-XML.
           MOVE QTD-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO TAG-XML.
           MOVE "UN" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO TAG-XML.
           MOVE LIN-PRECO-UNIT(IND-LIN) TO PRECO-XML.
           MOVE PRECO-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO TAG-XML.
           MOVE DATA-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           IF (ORIGEM-XML NOT = SPACES) THEN
               MOVE "References" TO TAG-XML
               PERFORM ABRIR-TAG
               MOVE "Reference" TO TAG-XML
               MOVE ORIGEM-XML TO CONTEUDO-XML
               PERFORM ESCREVER-ELEMENTO
               MOVE "Reason" TO TAG-XML
               MOVE SPACES TO CONTEUDO-XML
               STRING "Anulacao motivo " REG-COD-MOTIVO
                   DELIMITED BY SIZE INTO CONTEUDO-XML
               PERFORM ESCREVER-ELEMENTO
               MOVE "References" TO TAG-XML
               PERFORM FECHAR-TAG
           END-IF.
           MOVE "Description" TO TAG-XML.
           MOVE PROD-DESCRICAO(LIN-PROD(IND-LIN)) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           IF (REG-SERIE = "NC") THEN
               MOVE "DebitAmount" TO TAG-XML
           ELSE
               MOVE "CreditAmount" TO TAG-XML
           END-IF.
           MOVE LIN-BASE(IND-LIN) TO VALOR-XML.
           MOVE VALOR-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO TAG-XML.
           PERFORM ABRIR-TAG.
           MOVE "TaxType" TO TAG-XML.
           MOVE "IVA" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO TAG-XML.
           MOVE "PT" TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO TAG-XML.
           MOVE CIVA-CODIGO(LIN-IND-TXA(IND-LIN)) TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO TAG-XML.
           MOVE LIN-TAXA(IND-LIN) TO TAXA-XML.
           MOVE TAXA-XML TO CONTEUDO-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "Line" TO TAG-XML.
           PERFORM FECHAR-TAG.
      ******************************************************************
       FECHAR-FICHEIRO-SAFT.
           MOVE "SalesInvoices" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE "SourceDocuments" TO TAG-XML.
           PERFORM FECHAR-TAG.
           MOVE SPACES TO LINHA-XML.
           MOVE "</AuditFile>" TO LINHA-XML.
           WRITE REG-SAFT FROM LINHA-XML.
      ****** ESCRITA DE ELEMENTOS XML (INDENTADOS PELO NIVEL) **************
       ABRIR-TAG.
           MOVE SPACES TO LINHA-XML.
           COMPUTE PONTEIRO-XML = NIVEL-XML * 2 + 1.
           STRING "<" FUNCTION TRIM(TAG-XML) ">"
               DELIMITED BY SIZE
               INTO LINHA-XML WITH POINTER PONTEIRO-XML.
           WRITE REG-SAFT FROM LINHA-XML.
           ADD 1 TO NIVEL-XML.
      ******************************************************************
       FECHAR-TAG.
           SUBTRACT 1 FROM NIVEL-XML.
           MOVE SPACES TO LINHA-XML.
           COMPUTE PONTEIRO-XML = NIVEL-XML * 2 + 1.
           STRING "</" FUNCTION TRIM(TAG-XML) ">"
               DELIMITED BY SIZE
               INTO LINHA-XML WITH POINTER PONTEIRO-XML.
           WRITE REG-SAFT FROM LINHA-XML.
      ******************************************************************
      * Os caracteres reservados do XML nao sao aceites nos textos:
      * "&" passa a "e" e "<" e ">" passam a espaco.
       ESCREVER-ELEMENTO.
           INSPECT CONTEUDO-XML REPLACING ALL "&" BY "e"
               ALL "<" BY " " ALL ">" BY " ".
           IF (CONTEUDO-XML = SPACES) THEN
               MOVE "Desconhecido" TO CONTEUDO-XML
           END-IF.
           MOVE SPACES TO LINHA-XML.
           COMPUTE PONTEIRO-XML = NIVEL-XML * 2 + 1.
           STRING "<" FUNCTION TRIM(TAG-XML) ">"
               FUNCTION TRIM(CONTEUDO-XML)
               "</" FUNCTION TRIM(TAG-XML) ">"
               DELIMITED BY SIZE
               INTO LINHA-XML WITH POINTER PONTEIRO-XML.
           WRITE REG-SAFT FROM LINHA-XML.
      ****** RESUMO NO ECRA ************************************************
       MOSTRAR-RESUMO.
           DISPLAY "Ficheiro gravado: " FUNCTION TRIM(NOME-SAFT).
           MOVE TOTAL-FS TO CONTADOR-XML.
           DISPLAY "Faturas (FS): " FUNCTION TRIM(CONTADOR-XML).
           MOVE TOTAL-NC TO CONTADOR-XML.
           DISPLAY "Notas de credito (NC): "
               FUNCTION TRIM(CONTADOR-XML).
           MOVE TOTAL-CREDITO TO VALOR-XML.
           DISPLAY "Total a credito (sem IVA): "
               FUNCTION TRIM(VALOR-XML).
           MOVE TOTAL-DEBITO TO VALOR-XML.
           DISPLAY "Total a debito (sem IVA): "
               FUNCTION TRIM(VALOR-XML).
           IF (REGISTOS-VALE > 0) THEN
               MOVE REGISTOS-VALE TO CONTADOR-XML
               DISPLAY "Emissoes de vale excluidas: "
                   FUNCTION TRIM(CONTADOR-XML)
           END-IF.
           IF (REGISTOS-SEM-SERIE > 0) THEN
               MOVE REGISTOS-SEM-SERIE TO CONTADOR-XML
               DISPLAY "Aviso: registos sem numero de documento "
                   "excluidos: " FUNCTION TRIM(CONTADOR-XML)
           END-IF.
           IF (AVISOS-NUMERACAO > 0) THEN
               MOVE AVISOS-NUMERACAO TO CONTADOR-XML
               DISPLAY "Aviso: falhas de numeracao encontradas: "
                   FUNCTION TRIM(CONTADOR-XML)
           END-IF.
       END PROGRAM TAREFA19.
