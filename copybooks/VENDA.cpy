      *> do cabecalho separa venda efetivada de devolvida (total ou
      *> parcial) e guarda o supervisor que autorizou a devolucao;
      *> cada item anota a quantidade ja devolvida, para que os
      *> relatorios enxerguem o vendido liquido. O cabecalho guarda
      *> ainda o turno de caixa em que a venda foi recebida e o troco
      *> dado em dinheiro; as formas de pagamento ficam em
      *> movcaixa.db (zeros/brancos nas vendas antigas). Cada item
      *> guarda o custo medio do produto no momento da venda, base
      *> da margem bruta (brancos nas vendas antigas). O preco do
      *> item e o de tabela; o valor e o efetivamente cobrado, ja com
      *> a promocao aplicada na venda, cujo codigo, desconto e preco
      *> unitario cobrado ficam anotados no item (sem promocao:
      *> codigo zero e preco cobrado igual ao de tabela). A
      *> devolucao estorna sempre a parte proporcional do valor
      *> cobrado. Mantido em copybook para que o modulo de vendas e
      *> os programas de leitura nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-VENDA.
               05 VEND-CHAVE.
                   10 VEND-NUMERO           PIC 9(06).
                   10 VEND-SEQ              PIC 9(03).
                       88 VEND-REG-CABECALHO     VALUE 0.
               05 VEND-DADOS                PIC X(93).
               05 VEND-CABECALHO REDEFINES VEND-DADOS.
                   10 VEND-CAB-DATA.
                       15 VEND-CAB-ANO      PIC 9(04).
                       88 VEND-DEV-PARCIAL       VALUE "P".
                   10 VEND-CAB-OPER-DEV     PIC X(05).
                   10 VEND-CAB-CLIENTE      PIC 9(05).
                   10 VEND-CAB-TURNO        PIC 9(06).
                   10 VEND-CAB-TROCO        PIC 9(05)V99.
                   10 FILLER                PIC X(41).
               05 VEND-ITEM REDEFINES VEND-DADOS.
                   10 VEND-ITEM-PROD-ID     PIC 9(06).
                   10 VEND-ITEM-NOME        PIC X(20).
                   10 VEND-ITEM-QTD         PIC 9(05).
                   10 VEND-ITEM-PRECO       PIC 9(05)V99.
                   10 VEND-ITEM-VALOR       PIC 9(07)V99.
                   10 VEND-ITEM-QTD-DEV     PIC 9(05).
                   10 VEND-ITEM-CUSTO       PIC 9(05)V99.
                   10 VEND-ITEM-PRECO-COBR  PIC 9(05)V99.
                   10 VEND-ITEM-PROMO       PIC 9(05).
                   10 VEND-ITEM-DESCONTO    PIC 9(07)V99.
                   10 FILLER                PIC X(13).
