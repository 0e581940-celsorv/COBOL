      *> ---------------------------------------------------------------
      *> Layout do controle de envios da interface contabil
      *> (contabil.ctl), uma linha por dia de movimento ja exportado,
      *> com a chave no proprio dia. E o que impede exportar o mesmo
      *> dia duas vezes (so a reexportacao do supervisor passa, e
      *> soma um em CTBC-QTD-ENVIOS) e o que o contador confere para
      *> achar dias sem envio. Guarda os totais de controle do ultimo
      *> envio, os mesmos do rodape do arquivo. Mantido em copybook
      *> para que o gerador e a consulta nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-CTBCTL.
               05 CTBC-DATA-MOVTO       PIC 9(08).
               05 CTBC-DATA-ENVIO       PIC 9(08).
               05 CTBC-HORA-ENVIO       PIC 9(06).
               05 CTBC-OPERADOR         PIC X(05).
               05 CTBC-QTD-ENVIOS       PIC 9(03).
               05 CTBC-QTD-LANC         PIC 9(05).
               05 CTBC-TOTAL-DEB        PIC 9(11)V99.
               05 CTBC-TOTAL-CRED       PIC 9(11)V99.
               05 FILLER                PIC X(19).
