                   10 ERRO-MM       PIC 9(02).
                   10 ERRO-SS       PIC 9(02).
               05 FILLER            PIC X VALUE SPACE.
               05 ERRO-PROD-ID      PIC 9(06).
               05 FILLER            PIC X VALUE SPACE.
               05 ERRO-OPERACAO     PIC X(10).
               05 FILLER            PIC X VALUE SPACE.
