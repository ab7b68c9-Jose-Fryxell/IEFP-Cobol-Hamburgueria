      *      aberto a varredura para no mes corrente. Sem data
      *      inicial le apenas HISTORICO.DAT e avisa que os meses ja
      *      arquivados ficam de fora.
      * Mod: 15-10-2026 JS - Registo do historico e dos arquivos
      *      mensais alargado (HIS-PEDIDO com 250 posicoes) para a
      *      cauda do Pedidoreg.cpy com o numero do documento fiscal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA10.
       FD  HISTORICO.
           COPY "Historeg.cpy".
       FD  ARQMENSAL.
       01 REG-ARQMENSAL                PIC X(262).
       FD  ARTIGOS.
           COPY "Artigoreg.cpy".
       FD  RELATORIO.
