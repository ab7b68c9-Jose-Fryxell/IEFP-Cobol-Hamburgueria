      ****** REGISTO DA EMPRESA (FICHEIRO EMPRESA.DAT) ********************
      * Dados fiscais do estabelecimento usados no cabecalho do
      * ficheiro SAF-T (TAREFA19): NIF, nome, morada, localidade e
      * codigo postal (formato 9999-999). Uma unica linha.
      ******************************************************************
       01 REG-EMPRESA.
           05 EMP-NIF                   PIC 9(9).
           05 EMP-NOME                  PIC X(40).
           05 EMP-MORADA                PIC X(40).
           05 EMP-LOCALIDADE            PIC X(20).
           05 EMP-COD-POSTAL            PIC X(8).
