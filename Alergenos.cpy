      ****** OS 14 ALERGENOS DE DECLARACAO OBRIGATORIA ********************
      * Pela ordem do anexo II do Regulamento (UE) 1169/2011. A posicao
      * N desta tabela corresponde ao indicador ING-ALERGENO(N) de
      * Ingredreg.cpy. ALG-NOME e o nome curto para o ecra da caixa,
      * ALG-DESCRICAO o nome completo para a matriz impressa.
      ******************************************************************
       01 TABELA-ALERGENOS.
           05 FILLER                   PIC X(10)   VALUE "Gluten".
           05 FILLER                   PIC X(30)   VALUE
              "Cereais com gluten".
           05 FILLER                   PIC X(10)   VALUE "Crustaceo".
           05 FILLER                   PIC X(30)   VALUE
              "Crustaceos".
           05 FILLER                   PIC X(10)   VALUE "Ovos".
           05 FILLER                   PIC X(30)   VALUE
              "Ovos".
           05 FILLER                   PIC X(10)   VALUE "Peixe".
           05 FILLER                   PIC X(30)   VALUE
              "Peixes".
           05 FILLER                   PIC X(10)   VALUE "Amendoim".
           05 FILLER                   PIC X(30)   VALUE
              "Amendoins".
           05 FILLER                   PIC X(10)   VALUE "Soja".
           05 FILLER                   PIC X(30)   VALUE
              "Soja".
           05 FILLER                   PIC X(10)   VALUE "Leite".
           05 FILLER                   PIC X(30)   VALUE
              "Leite e lacticinios".
           05 FILLER                   PIC X(10)   VALUE "Fr.casca".
           05 FILLER                   PIC X(30)   VALUE
              "Frutos de casca rija".
           05 FILLER                   PIC X(10)   VALUE "Aipo".
           05 FILLER                   PIC X(30)   VALUE
              "Aipo".
           05 FILLER                   PIC X(10)   VALUE "Mostarda".
           05 FILLER                   PIC X(30)   VALUE
              "Mostarda".
           05 FILLER                   PIC X(10)   VALUE "Sesamo".
           05 FILLER                   PIC X(30)   VALUE
              "Sementes de sesamo".
           05 FILLER                   PIC X(10)   VALUE "Sulfitos".
           05 FILLER                   PIC X(30)   VALUE
              "Dioxido de enxofre e sulfitos".
           05 FILLER                   PIC X(10)   VALUE "Tremoco".
           05 FILLER                   PIC X(30)   VALUE
              "Tremoco".
           05 FILLER                   PIC X(10)   VALUE "Moluscos".
           05 FILLER                   PIC X(30)   VALUE
              "Moluscos".
       01 TABELA-ALERGENOS-R REDEFINES TABELA-ALERGENOS.
           05 ALG-ENT OCCURS 14 TIMES.
               10 ALG-NOME              PIC X(10).
               10 ALG-DESCRICAO         PIC X(30).
