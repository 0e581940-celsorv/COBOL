      *> ---------------------------------------------------------------
      *> Layout do registro de lote (lotes.db) dos produtos pereciveis
      *> (PROD-PERECIVEL = "S"). Cada recebimento de compra grava o
      *> numero do lote e a validade da quantidade recebida; a chave
      *> produto + validade + lote deixa os lotes de cada produto em
      *> ordem de vencimento, que e a ordem em que a venda consome o
      *> saldo (FEFO - primeiro que vence, primeiro que sai). Lote
      *> zerado pela venda fica esgotado (Z); lote vencido retirado
      *> do estoque pelo supervisor fica baixado (B). O saldo do
      *> produto que nao cabe nos lotes abertos (estoque anterior ao
      *> controle de lote, devolucoes) e o estoque "sem lote".
      *> Mantido em copybook para que compras, vendas, inventario e
      *> relatorios nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-LOTE.
               05 LOTE-CHAVE.
                   10 LOTE-PROD-ID      PIC 9(06).
                   10 LOTE-VALIDADE     PIC 9(08).
                   10 LOTE-NUMERO       PIC X(10).
               05 LOTE-QTD-RECEBIDA     PIC 9(05).
               05 LOTE-QTD              PIC 9(05).
               05 LOTE-DATA-ENTRADA     PIC 9(08).
               05 LOTE-PEDIDO           PIC 9(06).
               05 LOTE-SITUACAO         PIC X(01).
                   88 LOTE-ABERTO            VALUE "A".
                   88 LOTE-ESGOTADO          VALUE "Z".
                   88 LOTE-BAIXADO           VALUE "B".
               05 LOTE-OPERADOR         PIC X(05).
               05 FILLER                PIC X(10).
