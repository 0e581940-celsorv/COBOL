      *> ---------------------------------------------------------------
      *> Layout do registro de movimento de caixa (movcaixa.db), o
      *> "kardex do dinheiro": cada recebimento de venda (uma linha
      *> por forma de pagamento), estorno de devolucao, sangria e
      *> suprimento e gravado com o turno, a forma (FORMAPAG.cpy) e
      *> o valor. O recebimento de conta a prazo (tipo R) entra no
      *> caixa como qualquer recebimento; a parte a prazo da venda
      *> (forma A PRAZO) fica so para a segunda via do cupom e o
      *> fechamento a mostra sem contar.
      *> O esperado de cada forma no fechamento sai da soma
      *> destes movimentos mais o fundo de troco do turno; a segunda
      *> via do cupom le daqui as formas usadas na venda. Mantido em
      *> copybook para que vendas, caixa e relatorios nunca
      *> divirjam.
      *> ---------------------------------------------------------------
           01 REG-MOVCAIXA.
               05 CXM-TURNO          PIC 9(06).
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-TIPO           PIC X(01).
                   88 CXM-VENDA             VALUE "V".
                   88 CXM-ESTORNO           VALUE "D".
                   88 CXM-SANGRIA           VALUE "S".
                   88 CXM-SUPRIMENTO        VALUE "U".
                   88 CXM-RECEBIMENTO       VALUE "R".
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-FORMA          PIC 9(01).
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-VALOR          PIC 9(07)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-VENDA-NUM      PIC 9(06).
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-DATA.
                   10 CXM-ANO        PIC 9(04).
                   10 CXM-MES        PIC 9(02).
                   10 CXM-DIA        PIC 9(02).
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-HORA.
                   10 CXM-HH         PIC 9(02).
                   10 CXM-MM         PIC 9(02).
                   10 CXM-SS         PIC 9(02).
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-OPERADOR       PIC X(05).
               05 FILLER             PIC X VALUE SPACE.
               05 CXM-MOTIVO         PIC X(20).
