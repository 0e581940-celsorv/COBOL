      *> CAD-APOIO. O codigo zero e reservado para a venda anonima de
      *> balcao e nunca e cadastrado; os demais codigos podem ser
      *> informados na venda (VEND-CAB-CLIENTE) e alimentam o
      *> relatorio de compras por cliente. O limite de credito e o
      *> prazo em dias valem para a venda a prazo (fiado): limite
      *> zero = cliente sem credito. Mantido em copybook para que
      *> manutencao, vendas e relatorios nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-CLIENTE.
               05 CLI-CODIGO         PIC 9(05).
               05 CLI-NOME           PIC X(30).
               05 CLI-CONTATO        PIC X(20).
               05 CLI-LIMITE-CREDITO PIC 9(07)V99.
               05 CLI-PRAZO-DIAS     PIC 9(03).
               05 FILLER             PIC X(10).
