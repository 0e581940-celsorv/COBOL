      *> ---------------------------------------------------------------
      *> Layout do registro de codigo de barras (codbarras.db), mantido
      *> no cadastro de produtos (TESTE-INDEX). Cada produto pode ter
      *> um ou mais codigos EAN-13 ou EAN-8; o EAN-8 fica alinhado a
      *> esquerda com brancos no fim. O digito verificador e conferido
      *> no cadastro, entao a leitura no caixa, na contagem e no
      *> recebimento so precisa achar a chave. Um dos codigos do
      *> produto e o principal, impresso na etiqueta de gondola.
      *> Mantido em copybook para que cadastro, leitores e relatorios
      *> nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-CODBARRA.
               05 CODB-CODIGO           PIC X(13).
               05 CODB-PROD-ID          PIC 9(06).
               05 CODB-PRINCIPAL        PIC X(01).
                   88 CODB-E-PRINCIPAL       VALUE "S".
               05 CODB-DATA             PIC 9(08).
               05 CODB-OPERADOR         PIC X(05).
               05 FILLER                PIC X(10).
