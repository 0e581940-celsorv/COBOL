      *> ---------------------------------------------------------------
      *> Tabela das formas de pagamento aceitas no caixa. O indice da
      *> forma e o que vai gravado em CXM-FORMA (movcaixa.db) e indexa
      *> CX-CONTADO (caixas.db); so a forma 1 (DINHEIRO) aceita troco,
      *> sangria e suprimento. As QTD-FORMAS-PAGTO primeiras entram
      *> na contagem do caixa; a ultima (A PRAZO) nao e dinheiro no
      *> caixa, vira conta a receber (receber.db). Mantido em
      *> copybook para que vendas, caixa e relatorios imprimam
      *> sempre o mesmo nome.
      *> ---------------------------------------------------------------
           01 TAB-FORMAS-PAGTO-VALORES.
               05 FILLER             PIC X(15) VALUE "DINHEIRO".
               05 FILLER             PIC X(15) VALUE "CARTAO DEBITO".
               05 FILLER             PIC X(15) VALUE "CARTAO CREDITO".
               05 FILLER             PIC X(15) VALUE "PIX".
               05 FILLER             PIC X(15) VALUE "A PRAZO (FIADO)".
           01 TAB-FORMAS-PAGTO REDEFINES TAB-FORMAS-PAGTO-VALORES.
               05 FORMA-NOME OCCURS 5 TIMES PIC X(15).
           01 QTD-FORMAS-PAGTO       PIC 9(01) VALUE 4.
           01 FORMA-DINHEIRO         PIC 9(01) VALUE 1.
           01 FORMA-FIADO            PIC 9(01) VALUE 5.
