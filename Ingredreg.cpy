      * As quebras (estragos e comida caida, com motivo em
      * QUEBRAS.DAT) abatem ao stock e explicam parte da diferenca
      * da contagem fisica.
      * ING-ALERGENO: um indicador por cada um dos 14 alergenos de
      * declaracao obrigatoria ("S" = contem, "N" = nao contem;
      * outro valor, como o espaco dos ingredientes novos ou do
      * registo antigo, = por declarar), pela ordem da tabela de
      * Alergenos.cpy. Os alergenos de um artigo sao os dos
      * ingredientes da sua ficha tecnica (FICHATEC.DAT).
      ******************************************************************
       01 REG-INGREDIENTE.
           05 ING-CODIGO                PIC 99.
           05 ING-CONSUMIDO             PIC 9(5).
           05 ING-ENTREGAS              PIC 9(5).
           05 ING-QUEBRAS               PIC 9(5).
           05 ING-ALERGENOS.
               10 ING-ALERGENO          PIC X OCCURS 14 TIMES.
