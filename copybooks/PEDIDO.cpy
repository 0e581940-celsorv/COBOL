      *> redefinido conforme a visao. O cabecalho guarda tambem a
      *> data do recebimento (em branco nos pedidos antigos), usada
      *> pelo relatorio de desempenho de fornecedores para medir o
      *> prazo entre abertura e chegada. Cada item anota o custo
      *> unitario pago no recebimento. Mantido em copybook para
      *> que a geracao, o recebimento e os relatorios nunca
      *> divirjam.
      *> ---------------------------------------------------------------
                   10 PED-NUMERO            PIC 9(06).
                   10 PED-SEQ               PIC 9(03).
                       88 PED-REG-CABECALHO      VALUE 0.
               05 PED-DADOS                 PIC X(47).
               05 PED-CABECALHO REDEFINES PED-DADOS.
                   10 PED-CAB-DATA.
                       15 PED-CAB-ANO       PIC 9(04).
                       15 PED-CAB-RECEB-ANO PIC 9(04).
                       15 PED-CAB-RECEB-MES PIC 9(02).
                       15 PED-CAB-RECEB-DIA PIC 9(02).
                   10 FILLER                PIC X(19).
               05 PED-ITEM REDEFINES PED-DADOS.
                   10 PED-ITEM-PROD-ID      PIC 9(06).
                   10 PED-ITEM-NOME         PIC X(20).
                   10 PED-ITEM-QTD-SUGERIDA PIC 9(05).
                   10 PED-ITEM-QTD-RECEBIDA PIC 9(05).
                   10 PED-ITEM-CUSTO        PIC 9(05)V99.
                   10 FILLER                PIC X(04).
