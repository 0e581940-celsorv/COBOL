      *> ---------------------------------------------------------------
      *> Layout do registro de movimento de estoque (kardex), gravado
      *> em movimentos.db. Todo acerto de PROD-QTD passa a ser feito
      *> por movimento (E = entrada, S = saida, A = ajuste,
      *> T = transferencia entre deposito e loja), guardando
      *> a quantidade anterior e a resultante para que a consulta
      *> responda "por que o produto esta com N unidades". MOV-CUSTO
      *> e o custo unitario do movimento: na entrada de compra, o
      *> custo pago; nos demais, o custo medio vigente (brancos nos
      *> movimentos antigos). MOV-LOTE identifica o lote do produto
      *> perecivel na entrada de compra e na baixa de vencido
      *> (brancos nos demais). MOV-LOCAL e o local movimentado
      *> (D = deposito, L = loja; na transferencia, o destino) e
      *> MOV-DEP-ANTERIOR / MOV-DEP-RESULTANTE a corrente do saldo
      *> do deposito, como a do total; a da loja e a diferenca.
      *> Movimentos antigos tem brancos nos tres. Mantido em
      *> copybook para que o programa que lanca e os que consultam
      *> nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-MOVIMENTO.
               05 MOV-PROD-ID        PIC 9(06).
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-TIPO           PIC X(01).
                   88 MOV-ENTRADA           VALUE "E".
                   88 MOV-SAIDA             VALUE "S".
                   88 MOV-AJUSTE            VALUE "A".
                   88 MOV-TRANSFERENCIA     VALUE "T".
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-QTD            PIC 9(05).
               05 FILLER             PIC X VALUE SPACE.
                   10 MOV-SS         PIC 9(02).
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-OPERADOR       PIC X(05).
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-CUSTO          PIC 9(05)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-LOTE           PIC X(10).
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-LOCAL          PIC X(01).
                   88 MOV-NO-DEPOSITO       VALUE "D".
                   88 MOV-NA-LOJA           VALUE "L".
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-DEP-ANTERIOR   PIC 9(05).
               05 FILLER             PIC X VALUE SPACE.
               05 MOV-DEP-RESULTANTE PIC 9(05).
