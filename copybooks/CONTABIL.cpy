      *> ---------------------------------------------------------------
      *> Layout do arquivo de interface contabil do dia
      *> (contabil-AAAAMMDD.txt), lido pelo sistema de escrituracao
      *> do contador. Registro fixo de 80 posicoes, valores sem
      *> ponto nem virgula (duas decimais implicitas):
      *>   H - cabecalho: dia do movimento, data/hora da geracao,
      *>       numero do envio (1 = original, maior = reexportacao
      *>       que substitui a anterior) e operador
      *>   D - lancamento resumido do dia: conta (de parametros.dat),
      *>       natureza D/C, valor, quantidade de documentos ou
      *>       movimentos somados e historico
      *>   T - rodape de controle: quantidade de lancamentos, de
      *>       registros (com cabecalho e rodape) e total a debito e
      *>       a credito
      *> Mantido em copybook para que o gerador e quem conferir o
      *> arquivo nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-CONTABIL.
               05 CTB-TIPO-REG              PIC X(01).
                   88 CTB-REG-CABECALHO          VALUE "H".
                   88 CTB-REG-LANCAMENTO         VALUE "D".
                   88 CTB-REG-RODAPE             VALUE "T".
               05 CTB-DADOS                 PIC X(79).
               05 CTB-CABECALHO REDEFINES CTB-DADOS.
                   10 CTB-CAB-DATA-MOVTO    PIC 9(08).
                   10 CTB-CAB-DATA-GERACAO  PIC 9(08).
                   10 CTB-CAB-HORA-GERACAO  PIC 9(06).
                   10 CTB-CAB-ENVIO         PIC 9(03).
                   10 CTB-CAB-OPERADOR      PIC X(05).
                   10 FILLER                PIC X(49).
               05 CTB-LANCAMENTO REDEFINES CTB-DADOS.
                   10 CTB-LAN-DATA          PIC 9(08).
                   10 CTB-LAN-SEQ           PIC 9(03).
                   10 CTB-LAN-CONTA         PIC X(10).
                   10 CTB-LAN-NATUREZA      PIC X(01).
                       88 CTB-LAN-DEBITO         VALUE "D".
                       88 CTB-LAN-CREDITO        VALUE "C".
                   10 CTB-LAN-VALOR         PIC 9(11)V99.
                   10 CTB-LAN-QTD-DOCS      PIC 9(05).
                   10 CTB-LAN-HISTORICO     PIC X(30).
                   10 FILLER                PIC X(09).
               05 CTB-RODAPE REDEFINES CTB-DADOS.
                   10 CTB-ROD-DATA-MOVTO    PIC 9(08).
                   10 CTB-ROD-QTD-LANC      PIC 9(05).
                   10 CTB-ROD-QTD-REGS      PIC 9(05).
                   10 CTB-ROD-TOTAL-DEB     PIC 9(11)V99.
                   10 CTB-ROD-TOTAL-CRED    PIC 9(11)V99.
                   10 FILLER                PIC X(35).
