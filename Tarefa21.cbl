      ******************************************************************
      * Author: JOSE SERRA
      * Date: 15-10-2026
      * Matriz de alergenos do menu ativo para afixar no balcao: para
      * cada artigo ativo de ARTIGOS.DAT, os 14 alergenos de
      * declaracao obrigatoria (Alergenos.cpy) que entram em algum
      * ingrediente da sua ficha tecnica (FICHATEC.DAT), pelos
      * indicadores de INGREDIENTES.DAT mantidos no TAREFA09. Nada e
      * guardado por artigo: a matriz e calculada de novo em cada
      * impressao, pelo que uma alteracao de receita ou de alergenos
      * de um ingrediente aparece na tiragem seguinte. Um artigo sem
      * ficha tecnica, ou com um ingrediente que nao existe em
      * INGREDIENTES.DAT, sai com "?" e tem de ser confirmado com a
      * cozinha; o mesmo para um alergeno que um dos ingredientes tem
      * por declarar (indicador que nao e "S" nem "N", como nos
      * ingredientes novos ou vindos do registo antigo). Relatorio em
      * RELALERG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTIGOS ASSIGN TO "ARTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-ARTIGOS-STATUS.
           SELECT INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-INGRED-STATUS.
           SELECT FICHATEC ASSIGN TO "FICHATEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SW-FICHA-STATUS.
           SELECT RELATORIO ASSIGN TO "RELALERG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTIGOS.
           COPY "Artigoreg.cpy".
       FD  INGREDIENTES.
           COPY "Ingredreg.cpy".
       FD  FICHATEC.
           COPY "Fichatec.cpy".
       FD  RELATORIO.
       01 REG-RELATORIO                PIC X(80).
       WORKING-STORAGE SECTION.
      ****** CONTROLO DE FICHEIRO ******************************************
       77 SW-ARTIGOS-STATUS            PIC XX      VALUE "00".
       77 SW-INGRED-STATUS             PIC XX      VALUE "00".
       77 SW-FICHA-STATUS              PIC XX      VALUE "00".
       77 SW-FIM-ARTIGOS               PIC X       VALUE "N".
           88 FIM-ARTIGOS                               VALUE "S".
       77 SW-FIM-INGRED                PIC X       VALUE "N".
           88 FIM-INGRED                                VALUE "S".
       77 SW-FIM-FICHA                 PIC X       VALUE "N".
           88 FIM-FICHA                                 VALUE "S".
       01 DATA-ATUAL.
           05 ANO-ATUAL                PIC 9999.
           05 MES-ATUAL                PIC 99.
           05 DIA-ATUAL                PIC 99.
      ****** NOMES DOS ALERGENOS *******************************************
           COPY "Alergenos.cpy".
       77 IND-ALG                      PIC 99      VALUE 0.
       77 IND-ALG-2                    PIC 99      VALUE 0.
      ****** INGREDIENTES E OS SEUS ALERGENOS ******************************
       77 TOTAL-INGREDIENTES           PIC 99      VALUE 0.
       77 IND-ING                      PIC 99      VALUE 0.
       77 IND-ING-ACHADO               PIC 99      VALUE 0.
       77 ING-PROCURADO                PIC 99      VALUE 0.
       01 TABELA-INGREDIENTES.
           05 ING-TAB OCCURS 30 TIMES.
               10 TAB-ING-CODIGO        PIC 99.
               10 TAB-ING-ALERGENOS.
                   15 TAB-ING-ALERGENO  PIC X OCCURS 14 TIMES.
      ****** FICHA TECNICA *************************************************
       77 TOTAL-FICHAS                 PIC 99      VALUE 0.
       77 IND-FT                       PIC 99      VALUE 0.
       01 TABELA-FICHA-TECNICA.
           05 FT-TAB OCCURS 60 TIMES.
               10 TAB-FT-ARTIGO         PIC 99.
               10 TAB-FT-INGRED         PIC 99.
               10 TAB-FT-QTD            PIC 99.
      ****** ALERGENOS DO ARTIGO EM CURSO **********************************
       01 ALERGENOS-ARTIGO.
           05 ALERGENO-ARTIGO          PIC X OCCURS 14 TIMES.
       77 SW-ARTIGO-COM-FICHA          PIC X       VALUE "N".
           88 ARTIGO-COM-FICHA                          VALUE "S".
       77 SW-ARTIGO-INCOMPLETO         PIC X       VALUE "N".
           88 ARTIGO-INCOMPLETO                         VALUE "S".
       77 TOTAL-ARTIGOS-MATRIZ         PIC 99      VALUE 0.
       77 TOTAL-ARTIGOS-DUVIDA         PIC 99      VALUE 0.
       77 CONTA-POR-DECLARAR           PIC 99      VALUE 0.
      ****** CAMPOS DE IMPRESSAO *******************************************
       77 LINHA-SAIDA                  PIC X(80)   VALUE SPACES.
       77 PONTEIRO                     PIC 99      VALUE 1.
       77 CELULA-SAIDA                 PIC X(3)    VALUE SPACES.
       77 NUM-SAIDA                    PIC Z9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TAREFA21 - MATRIZ DE ALERGENOS".
           MOVE FUNCTION CURRENT-DATE TO DATA-ATUAL.
           PERFORM CARREGAR-INGREDIENTES.
           PERFORM CARREGAR-FICHA-TECNICA.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           OPEN INPUT ARTIGOS.
           IF (SW-ARTIGOS-STATUS = "00") THEN
               PERFORM LER-ARTIGO UNTIL FIM-ARTIGOS
               CLOSE ARTIGOS
           ELSE
               MOVE "ARTIGOS.DAT vazio ou inexistente." TO LINHA-SAIDA
               WRITE REG-RELATORIO FROM LINHA-SAIDA
           END-IF.
           PERFORM IMPRIMIR-LEGENDA.
           CLOSE RELATORIO.
           DISPLAY "Artigos na matriz: " TOTAL-ARTIGOS-MATRIZ.
           IF (TOTAL-ARTIGOS-DUVIDA > 0) THEN
               DISPLAY "Artigos a confirmar (?): " TOTAL-ARTIGOS-DUVIDA
           END-IF.
           DISPLAY "Matriz gravada em RELALERG.DAT.".
           STOP RUN.
      ****** INGREDIENTES (CODIGO E ALERGENOS) *****************************
       CARREGAR-INGREDIENTES.
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
      ****** FICHA TECNICA *************************************************
       CARREGAR-FICHA-TECNICA.
           OPEN INPUT FICHATEC.
           IF (SW-FICHA-STATUS = "00") THEN
               PERFORM LER-FICHA UNTIL FIM-FICHA
               CLOSE FICHATEC
           END-IF.
      ******************************************************************
       LER-FICHA.
           READ FICHATEC
               AT END
                   MOVE "S" TO SW-FIM-FICHA
               NOT AT END
                   IF (TOTAL-FICHAS < 60) THEN
                       ADD 1 TO TOTAL-FICHAS
                       MOVE REG-FICHA-TECNICA TO FT-TAB(TOTAL-FICHAS)
                   END-IF
           END-READ.
      ****** CABECALHO DA MATRIZ *******************************************
       IMPRIMIR-CABECALHO.
           MOVE "---------------- MATRIZ DE ALERGENOS - TAREFA21 -----"
               TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "Calculada das fichas tecnicas em " DELIMITED BY SIZE
               DIA-ATUAL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MES-ATUAL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ANO-ATUAL DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE "AR ARTIGO" TO LINHA-SAIDA.
           MOVE 26 TO PONTEIRO.
           PERFORM ACRESCENTAR-NUMERO
               VARYING IND-ALG FROM 1 BY 1 UNTIL IND-ALG > 14.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ******************************************************************
       ACRESCENTAR-NUMERO.
           MOVE IND-ALG TO NUM-SAIDA.
           STRING " " DELIMITED BY SIZE
               NUM-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA WITH POINTER PONTEIRO.
      ****** UMA LINHA POR ARTIGO ATIVO ************************************
       LER-ARTIGO.
           READ ARTIGOS
               AT END
                   MOVE "S" TO SW-FIM-ARTIGOS
               NOT AT END
                   IF (ART-ATIVO = "S") THEN
                       PERFORM IMPRIMIR-ARTIGO
                   END-IF
           END-READ.
      ******************************************************************
       IMPRIMIR-ARTIGO.
           MOVE SPACES TO ALERGENOS-ARTIGO.
           MOVE "N" TO SW-ARTIGO-COM-FICHA.
           MOVE "N" TO SW-ARTIGO-INCOMPLETO.
           PERFORM SOMAR-INGREDIENTE-ARTIGO
               VARYING IND-FT FROM 1 BY 1 UNTIL IND-FT > TOTAL-FICHAS.
           IF (NOT ARTIGO-COM-FICHA) THEN
               MOVE "S" TO SW-ARTIGO-INCOMPLETO
           END-IF.
           ADD 1 TO TOTAL-ARTIGOS-MATRIZ.
           MOVE 0 TO CONTA-POR-DECLARAR.
           INSPECT ALERGENOS-ARTIGO
               TALLYING CONTA-POR-DECLARAR FOR ALL "?".
           IF (ARTIGO-INCOMPLETO OR CONTA-POR-DECLARAR > 0) THEN
               ADD 1 TO TOTAL-ARTIGOS-DUVIDA
           END-IF.
           MOVE SPACES TO LINHA-SAIDA.
           STRING ART-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ART-DESCRICAO DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           MOVE 26 TO PONTEIRO.
           PERFORM ACRESCENTAR-CELULA
               VARYING IND-ALG FROM 1 BY 1 UNTIL IND-ALG > 14.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
      ****** JUNTAR OS ALERGENOS DE UM INGREDIENTE DA RECEITA **************
       SOMAR-INGREDIENTE-ARTIGO.
           IF (TAB-FT-ARTIGO(IND-FT) NOT = ART-CODIGO) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO SW-ARTIGO-COM-FICHA.
           MOVE TAB-FT-INGRED(IND-FT) TO ING-PROCURADO.
           PERFORM PROCURAR-INGREDIENTE.
           IF (IND-ING-ACHADO = 0) THEN
               MOVE "S" TO SW-ARTIGO-INCOMPLETO
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARCAR-ALERGENO
               VARYING IND-ALG FROM 1 BY 1 UNTIL IND-ALG > 14.
      ******************************************************************
       MARCAR-ALERGENO.
           IF (TAB-ING-ALERGENO(IND-ING-ACHADO, IND-ALG) = "S") THEN
               MOVE "S" TO ALERGENO-ARTIGO(IND-ALG)
           ELSE
               IF (TAB-ING-ALERGENO(IND-ING-ACHADO, IND-ALG) NOT = "N"
                   AND ALERGENO-ARTIGO(IND-ALG) NOT = "S") THEN
                   MOVE "?" TO ALERGENO-ARTIGO(IND-ALG)
               END-IF
           END-IF.
      ******************************************************************
       ACRESCENTAR-CELULA.
           IF (ALERGENO-ARTIGO(IND-ALG) = "S") THEN
               MOVE "  X" TO CELULA-SAIDA
           ELSE
               IF (ARTIGO-INCOMPLETO OR
                   ALERGENO-ARTIGO(IND-ALG) = "?") THEN
                   MOVE "  ?" TO CELULA-SAIDA
               ELSE
                   MOVE "  ." TO CELULA-SAIDA
               END-IF
           END-IF.
           STRING CELULA-SAIDA DELIMITED BY SIZE
               INTO LINHA-SAIDA WITH POINTER PONTEIRO.
      ****** LEGENDA: NUMERO E NOME DE CADA ALERGENO, EM DUAS COLUNAS *****
       IMPRIMIR-LEGENDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           STRING "X = contem   . = nao contem   " DELIMITED BY SIZE
               "? = confirmar com a cozinha" DELIMITED BY SIZE
               INTO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           MOVE SPACES TO LINHA-SAIDA.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
           PERFORM IMPRIMIR-LINHA-LEGENDA
               VARYING IND-ALG FROM 1 BY 1 UNTIL IND-ALG > 7.
      ******************************************************************
       IMPRIMIR-LINHA-LEGENDA.
           COMPUTE IND-ALG-2 = IND-ALG + 7.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE 1 TO PONTEIRO.
           MOVE IND-ALG TO NUM-SAIDA.
           STRING NUM-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALG-DESCRICAO(IND-ALG) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               INTO LINHA-SAIDA WITH POINTER PONTEIRO.
           MOVE IND-ALG-2 TO NUM-SAIDA.
           STRING NUM-SAIDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALG-DESCRICAO(IND-ALG-2) DELIMITED BY SIZE
               INTO LINHA-SAIDA WITH POINTER PONTEIRO.
           WRITE REG-RELATORIO FROM LINHA-SAIDA.
       END PROGRAM TAREFA21.
