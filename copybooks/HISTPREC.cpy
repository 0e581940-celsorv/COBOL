      *> divirjam.
      *> ---------------------------------------------------------------
           01 REG-HISTORICO.
               05 HIST-PROD-ID      PIC 9(06).
               05 FILLER            PIC X VALUE SPACE.
               05 HIST-PRECO-ANTIGO PIC 9(05)V99.
               05 FILLER            PIC X VALUE SPACE.
