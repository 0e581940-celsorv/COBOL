      *> ---------------------------------------------------------------
      *> Layout do registro de conta a receber (receber.db). Cada venda
      *> com parte a prazo (fiado) gera uma conta com a mesma chave do
      *> numero da venda, o cliente (chave alternativa, para somar o
      *> saldo em aberto e achar atrasos), a emissao e o vencimento
      *> (emissao + CLI-PRAZO-DIAS). O saldo e o valor original menos
      *> o abatido por devolucao e o ja pago; os pagamentos em si ficam
      *> em movcaixa.db (tipo R) com o numero da venda. Quem liberou
      *> a venda acima do limite ou com atraso fica carimbado. Mantido
      *> em copybook para que vendas, contas a receber e relatorios
      *> nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-RECEBER.
               05 REC-VENDA                 PIC 9(06).
               05 REC-CLIENTE               PIC 9(05).
               05 REC-DATA-EMISSAO          PIC 9(08).
               05 REC-DATA-VENCTO           PIC 9(08).
               05 REC-VALOR                 PIC 9(09)V99.
               05 REC-VALOR-ABATIDO         PIC 9(09)V99.
               05 REC-VALOR-PAGO            PIC 9(09)V99.
               05 REC-DATA-ULT-PAGTO        PIC 9(08).
               05 REC-SITUACAO              PIC X(01).
                   88 REC-ABERTA                 VALUE "A".
                   88 REC-QUITADA                VALUE "Q".
               05 REC-OPER-LIBERACAO        PIC X(05).
               05 FILLER                    PIC X(10).
