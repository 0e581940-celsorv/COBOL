      *> ---------------------------------------------------------------
      *> Layout do registro de turno de caixa (caixas.db). Cada
      *> operador abre um turno com o fundo de troco antes de vender;
      *> enquanto o turno esta ABERTO as vendas, estornos de
      *> devolucao, sangrias e suprimentos entram em movcaixa.db com
      *> o numero do turno. No fechamento o operador informa o
      *> contado de cada forma de pagamento (indices de FORMAPAG.cpy)
      *> e o turno passa a FECHADO; o supervisor que reabre um turno
      *> fica carimbado no registro. A chave alternativa por operador
      *> acha o turno aberto de quem esta no terminal. Mantido em
      *> copybook para que vendas, caixa e relatorios nunca divirjam.
      *> ---------------------------------------------------------------
           01 REG-CAIXA.
               05 CX-NUMERO                 PIC 9(06).
               05 CX-OPERADOR               PIC X(05).
               05 CX-SITUACAO               PIC X(01).
                   88 CX-ABERTO                  VALUE "A".
                   88 CX-FECHADO                 VALUE "F".
               05 CX-ABERTURA.
                   10 CX-DATA-ABERTURA      PIC 9(08).
                   10 CX-HORA-ABERTURA      PIC 9(06).
               05 CX-FECHAMENTO.
                   10 CX-DATA-FECHAMENTO    PIC 9(08).
                   10 CX-HORA-FECHAMENTO    PIC 9(06).
               05 CX-FUNDO                  PIC 9(07)V99.
               05 CX-CONTADO OCCURS 4 TIMES PIC 9(07)V99.
               05 CX-OPER-REABERTURA        PIC X(05).
               05 FILLER                    PIC X(10).
