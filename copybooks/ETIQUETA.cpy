      *> pelo relatorio de historico de precos (RELAT-CATALOGO) e
      *> pela aplicacao noturna de precos programados (PRECOS-PROG):
      *> o chao de loja imprime uma etiqueta nova para cada linha,
      *> sempre com o nome e o preco ATUAIS do cadastro e o codigo
      *> de barras principal do produto (codbarras.db; em branco se
      *> o produto ainda nao tem codigo). Mantido em copybook para
      *> que os dois geradores nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-ETIQUETA.
               05 ETIQ-ID           PIC 9(06).
               05 FILLER            PIC X(03) VALUE " | ".
               05 ETIQ-NOME         PIC X(20).
               05 FILLER            PIC X(06) VALUE " | R$ ".
               05 ETIQ-PRECO        PIC ZZZZ9,99.
               05 FILLER            PIC X(03) VALUE " | ".
               05 ETIQ-CODBARRA     PIC X(13).
