      *> ---------------------------------------------------------------
      *> Layout do registro de promocao (promocoes.db), mantido pelo
      *> supervisor no CAD-APOIO e aplicado pelo modulo de vendas na
      *> inclusao de cada item. A promocao vale para um produto ou
      *> para uma categoria inteira, entre a data de inicio e a de
      *> fim (inclusive), e e de um de tres tipos:
      *>   P - desconto percentual sobre o preco de tabela
      *>   F - preco fixo promocional por unidade
      *>   L - leve N, pague M (a cada N unidades cobra M)
      *> Quando mais de uma vale para o item, a venda aplica a que
      *> resulta no menor valor cobrado. Promocao encerrada (C) fica
      *> no arquivo para o relatorio de resultado. Mantido em
      *> copybook para que cadastro, vendas e relatorios nunca
      *> divirjam.
      *> ---------------------------------------------------------------
           01 REG-PROMOCAO.
               05 PROMO-CODIGO          PIC 9(05).
               05 PROMO-DESCRICAO       PIC X(20).
               05 PROMO-TIPO            PIC X(01).
                   88 PROMO-PERCENTUAL       VALUE "P".
                   88 PROMO-PRECO-FIXO       VALUE "F".
                   88 PROMO-LEVE-PAGUE       VALUE "L".
               05 PROMO-ALVO            PIC X(01).
                   88 PROMO-DO-PRODUTO       VALUE "P".
                   88 PROMO-DA-CATEGORIA     VALUE "C".
               05 PROMO-ALVO-CODIGO     PIC 9(06).
               05 PROMO-PCT-DESCONTO    PIC 9(02)V99.
               05 PROMO-PRECO           PIC 9(05)V99.
               05 PROMO-LEVE            PIC 9(03).
               05 PROMO-PAGUE           PIC 9(03).
               05 PROMO-DATA-INICIO     PIC 9(08).
               05 PROMO-DATA-FIM        PIC 9(08).
               05 PROMO-SITUACAO        PIC X(01).
                   88 PROMO-ATIVA            VALUE "A".
                   88 PROMO-ENCERRADA        VALUE "C".
               05 PROMO-OPERADOR        PIC X(05).
               05 FILLER                PIC X(10).
