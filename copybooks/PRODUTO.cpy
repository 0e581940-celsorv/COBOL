      *> e pelos programas de relatorio (RELAT-CATALOGO). Mantido num
      *> copybook para que o layout do arquivo indexado, do arquivo de
      *> transacoes em lote e dos programas de leitura nunca divirjam.
      *> PROD-CUSTO e o custo medio ponderado, recalculado a cada
      *> recebimento de compra (zero = custo ainda desconhecido); o
      *> FILLER final e reserva para campos futuros sem nova
      *> conversao do arquivo. O codigo do produto tem seis
      *> digitos em todos os arquivos que o repetem. PROD-PERECIVEL
      *> = "S" liga o controle de lote e validade (lotes.db); branco
      *> nos registros antigos vale nao perecivel. PROD-QTD e o
      *> estoque total da loja; a parte guardada no deposito fica em
      *> PROD-QTD-DEPOSITO e o resto esta na loja (gondola), onde a
      *> venda retira. PROD-MINIMO-LOJA e o minimo de gondola da
      *> lista de reposicao. Brancos nos registros antigos valem
      *> zero: todo o estoque na loja, sem minimo de gondola.
      *> ---------------------------------------------------------------
           01 REG-PRODUTO.
               05 PROD-ID            PIC 9(06).
               05 PROD-NOME          PIC X(20).
               05 PROD-PRECO         PIC 9(05)V99.
               05 PROD-QTD           PIC 9(05).
                   88 PROD-INATIVO          VALUE "I".
               05 PROD-FORNECEDOR    PIC 9(03).
               05 PROD-CATEGORIA     PIC 9(03).
               05 PROD-CUSTO         PIC 9(05)V99.
               05 PROD-PERECIVEL     PIC X(01).
                   88 PROD-E-PERECIVEL      VALUE "S".
               05 PROD-MINIMO-LOJA   PIC 9(05).
               05 PROD-QTD-DEPOSITO  PIC 9(05).
               05 FILLER             PIC X(02).
