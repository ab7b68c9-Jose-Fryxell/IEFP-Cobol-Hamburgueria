      *      quebras do periodo ao lado para separar o desperdicio
      *      explicado da falta por justificar; o stock contabilistico
      *      e acertado para a contagem.
      * Mod: 15-10-2026 JS - A fusao do stock preserva os alergenos
      *      do ingrediente (ING-ALERGENOS) tal como estao no disco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAREFA11.
               10 TAB-CONSUMIDO         PIC 9(5).
               10 TAB-ENTREGAS          PIC 9(5).
               10 TAB-QUEBRAS           PIC 9(5).
               10 TAB-ALERGENOS         PIC X(14).
       01 TABELA-ING-BASE.
           05 ING-BASE OCCURS 30 TIMES.
               10 BASE-QTD              PIC 9(5).
                   MOVE 0 TO NOVO-STOCK
               END-IF
               MOVE NOVO-STOCK TO TAB-QUEBRAS(IND-ACHADO)
               MOVE ING-ALERGENOS TO TAB-ALERGENOS(IND-ACHADO)
           ELSE
               IF (TOTAL-INGREDIENTES < 30) THEN
                   ADD 1 TO TOTAL-INGREDIENTES
