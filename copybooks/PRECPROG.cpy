      *> quem agenda e quem aplica nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-PRECO-PROG.
               05 PPRG-PROD-ID      PIC 9(06).
               05 FILLER            PIC X VALUE SPACE.
               05 PPRG-PRECO-NOVO   PIC 9(05)V99.
               05 FILLER            PIC X VALUE SPACE.
