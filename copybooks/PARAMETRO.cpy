      *> ---------------------------------------------------------------
      *> Layout do registro unico de parametros do sistema
      *> (parametros.dat), mantido pelo supervisor no CAD-APOIO (modo
      *> PARAM) e lido pelos programas que usam um valor ajustavel
      *> em vez de uma constante. Arquivo ausente ou campo zerado vale
      *> o padrao de cada programa, entao parametro novo nao exige
      *> conversao: o FILLER final e reserva para os proximos.
      *>   PARM-DIAS-VALIDADE - antecedencia, em dias, do aviso de
      *>                        lotes a vencer (padrao 7)
      *>   PARM-CONTA-...     - contas contabeis da interface diaria
      *>                        do contador (CONTABIL): receita de
      *>                        vendas, devolucoes, entradas de
      *>                        compra, ajustes de estoque e
      *>                        variacao do estoque (branco = conta
      *>                        padrao do programa)
      *>   PARM-SEMANAS-DEMANDA - semanas de vendas usadas no calculo
      *>                        noturno do ponto de pedido
      *>                        (PONTO-PEDIDO, padrao 8)
      *>   PARM-PRAZO-PADRAO  - prazo de entrega, em dias, do
      *>                        fornecedor sem recebimento medido
      *>                        em pedidos.db (padrao 7)
      *>   PARM-DIAS-SEGURANCA - dias de venda somados ao prazo de
      *>                        entrega como estoque de seguranca
      *>                        (padrao 3)
      *>   PARM-DIAS-COBERTURA - dias de venda que o lote de compra
      *>                        sugerido deve cobrir (padrao 14)
      *> Mantido em copybook para que o cadastro e os leitores nunca
      *> divirjam.
      *> ---------------------------------------------------------------
           01 REG-PARAMETRO.
               05 PARM-DATA-ALTERACAO   PIC 9(08).
               05 PARM-OPERADOR         PIC X(05).
               05 PARM-DIAS-VALIDADE    PIC 9(03).
               05 PARM-CONTA-RECEITA    PIC X(10).
               05 PARM-CONTA-DEVOLUCAO  PIC X(10).
               05 PARM-CONTA-COMPRAS    PIC X(10).
               05 PARM-CONTA-AJUSTE     PIC X(10).
               05 PARM-CONTA-ESTOQUE    PIC X(10).
               05 PARM-SEMANAS-DEMANDA  PIC 9(02).
               05 PARM-PRAZO-PADRAO     PIC 9(03).
               05 PARM-DIAS-SEGURANCA   PIC 9(03).
               05 PARM-DIAS-COBERTURA   PIC 9(03).
               05 FILLER                PIC X(03).
