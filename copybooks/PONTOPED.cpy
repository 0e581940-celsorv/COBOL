      *> ---------------------------------------------------------------
      *> Layout da sugestao de ponto de pedido por produto (pontos.db),
      *> recalculada toda noite pelo PONTO-PEDIDO a partir das vendas
      *> do kardex e do prazo de entrega medido do fornecedor. A
      *> sugestao nao mexe no cadastro: so o aceite do supervisor leva
      *> PPD-PONTO-SUGERIDO para PROD-QTD-MINIMA e guarda o lote em
      *> PPD-LOTE-ACEITO, que o pedido de compra usa como quantidade.
      *>   PPD-SITUACAO  P - pendente de revisao
      *>                 A - aceita pelo supervisor
      *>                 R - rejeitada (so volta a pendente se o
      *>                     calculo mudar)
      *>                 I - calculo igual ao cadastro, nada a revisar
      *>                 L - giro lento: sem venda no periodo, minimo
      *>                     mantido
      *>   PPD-PRAZO-MEDIDO "S" quando o prazo veio dos recebimentos
      *>                 do fornecedor; "N" quando valeu o prazo padrao
      *> Mantido em copybook para que o calculo, a revisao e o pedido
      *> de compra nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-PONTOPED.
               05 PPD-PROD-ID           PIC 9(06).
               05 PPD-DATA-CALCULO      PIC 9(08).
               05 PPD-SEMANAS           PIC 9(02).
               05 PPD-QTD-VENDIDA       PIC 9(07).
               05 PPD-DEMANDA-DIA       PIC 9(05)V99.
               05 PPD-PRAZO-DIAS        PIC 9(03)V9.
               05 PPD-PRAZO-MEDIDO      PIC X(01).
                   88 PPD-PRAZO-DO-FORNECEDOR VALUE "S".
               05 PPD-MINIMO-ATUAL      PIC 9(05).
               05 PPD-PONTO-SUGERIDO    PIC 9(05).
               05 PPD-LOTE-SUGERIDO     PIC 9(05).
               05 PPD-LOTE-ACEITO       PIC 9(05).
               05 PPD-SITUACAO          PIC X(01).
                   88 PPD-PENDENTE           VALUE "P".
                   88 PPD-ACEITA             VALUE "A".
                   88 PPD-REJEITADA          VALUE "R".
                   88 PPD-SEM-MUDANCA        VALUE "I".
                   88 PPD-GIRO-LENTO         VALUE "L".
               05 PPD-DATA-DECISAO      PIC 9(08).
               05 PPD-OPERADOR          PIC X(05).
               05 FILLER                PIC X(11).
