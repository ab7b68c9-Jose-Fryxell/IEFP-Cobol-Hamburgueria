      ****** FUNDOS E ACERTOS DOS ESTAFETAS (FICHEIRO ACERTOS.DAT) *********
      * Gravado pelo TAREFA16, um registo por movimento:
      *   F = fundo de troco entregue ao estafeta (sai da gaveta da
      *       caixa ACR-TERMINAL), valor em ACR-FUNDO;
      *   A = acerto de contas no regresso: fundo devolvido, dinheiro
      *       e cartao cobrados nas entregas "a cobrar", dinheiro
      *       esperado (fundo + dinheiro cobrado), valor entregue na
      *       caixa ACR-TERMINAL e a falta (-) ou sobra (+) do
      *       estafeta.
      * O ficheiro tem so o periodo em curso: o fecho Z do TAREFA08
      * soma-o a gaveta de cada caixa, arquiva-o em HISTACERTOS.DAT
      * com o numero Z e esvazia-o. O fundo ainda na mao de um
      * estafeta e a soma dos "F" menos os fundos devolvidos nos "A".
      ******************************************************************
       01 REG-ACERTO.
           05 ACR-TIPO                  PIC X.
           05 ACR-ESTAFETA              PIC 99.
           05 ACR-DATA.
               10 ACR-ANO               PIC 9999.
               10 ACR-MES               PIC 99.
               10 ACR-DIA               PIC 99.
           05 ACR-HORA                  PIC 99.
           05 ACR-MIN                   PIC 99.
           05 ACR-TERMINAL              PIC 99.
           05 ACR-FUNDO                 PIC 9(5)V99.
           05 ACR-DINHEIRO              PIC 9(5)V99.
           05 ACR-CARTAO                PIC 9(5)V99.
           05 ACR-ENTREGAS              PIC 999.
           05 ACR-ESPERADO              PIC 9(5)V99.
           05 ACR-ENTREGUE              PIC 9(5)V99.
           05 ACR-SINAL                 PIC X.
           05 ACR-DIFERENCA             PIC 9(5)V99.
           05 ACR-NUM-Z                 PIC 9(4).
