      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: ./menu (interativo); ./menu MANUT para rodar a
      *>           manutencao de produtos.db antes da janela de lote;
      *>           ./menu NOTURNO para a cadeia de lote agendada
      *>   - Painel de abertura do dia apos o login: alertas de
      *>     estoque, pedidos em aberto, vendas da vespera e o
      *>     resultado da ultima cadeia noturna (jobs.log).
      *>   - Opcao 21: caixa do operador (abertura e fechamento de
      *>     turno, sangria, suprimento) chamando CAIXA.
      *>   - Opcao 22: contas a receber do fiado (recebimento e
      *>     extrato do cliente) chamando CONTAS-RECEBER; opcao 23:
      *>     aging das contas em aberto (RELAT-CATALOGO AGING).
      *>     O job noturno emite o extrato de todo cliente com conta
      *>     em aberto.
      *>   - Opcoes 24 a 26: estoque a custo, margem bruta do periodo
      *>     e precos abaixo do custo/margem minima (RELAT-CATALOGO
      *>     ESTCUSTO, MARGEM e MARGMIN).
      *>   - Opcao 27: cadastro de promocoes do supervisor (CAD-APOIO
      *>     PROMO); opcao 28: resultado das promocoes no periodo
      *>     (RELAT-CATALOGO PROMO). Vendas da vespera no painel
      *>     passam a somar o valor cobrado do item (com promocao).
      *>   - Opcao 29: produtos ativos sem codigo de barras
      *>     (RELAT-CATALOGO SEMEAN); os codigos sao mantidos no
      *>     cadastro de produtos (TESTE-INDEX).
      *>   - Opcao 30: validade de lotes a vencer e vencidos
      *>     (RELAT-CATALOGO VALIDADE); opcao 31: parametros do
      *>     sistema do supervisor (CAD-APOIO PARAM). A baixa de
      *>     lotes vencidos fica no inventario (opcao 7).
      *>   - Opcao 32: reposicao da loja pelo deposito
      *>     (RELAT-CATALOGO REPOLOJA). A transferencia entre
      *>     deposito e loja e lancada no kardex do cadastro
      *>     (opcao 1) e o inventario conta por local.
      *>   - Opcao 33: interface contabil (CONTABIL) - exportacao
      *>     de um dia para o contador, reexportacao do supervisor
      *>     e dias enviados com as lacunas; o job noturno exporta
      *>     a vespera. Contas contabeis nos parametros (opcao 31).
      *>   - Opcao 34: ponto de pedido pela demanda (PONTO-PEDIDO) -
      *>     recalculo das sugestoes e revisao do supervisor, que
      *>     aceita todas ou produto a produto antes de trocar o
      *>     estoque minimo; o job noturno recalcula toda noite.
      *>     Semanas e prazos nos parametros (opcao 31).
      *>
      *> ***************************************************************
       IDENTIFICATION DIVISION.
               DISPLAY "18 - Cadastro de clientes"
               DISPLAY "19 - Compras por cliente"
               DISPLAY "20 - Liberar sessoes travadas (supervisor)"
               DISPLAY "21 - Caixa (turno, sangria, fechamento)"
               DISPLAY "22 - Contas a receber (fiado)"
               DISPLAY "23 - Aging de contas a receber"
               DISPLAY "24 - Estoque a custo medio"
               DISPLAY "25 - Margem bruta (periodo)"
               DISPLAY "26 - Precos abaixo do custo/margem"
               DISPLAY "27 - Cadastro de promocoes (supervisor)"
               DISPLAY "28 - Resultado das promocoes"
               DISPLAY "29 - Produtos sem codigo de barras"
               DISPLAY "30 - Validade de lotes (a vencer/vencidos)"
               DISPLAY "31 - Parametros do sistema (supervisor)"
               DISPLAY "32 - Reposicao da loja (deposito -> gondola)"
               DISPLAY "33 - Interface contabil (envio ao contador)"
               DISPLAY "34 - Ponto de pedido pela demanda"
               DISPLAY "9 - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT OPCAO-MENU
                       CANCEL "RELAT-CATALOGO"
                   WHEN 20
                       PERFORM LIBERAR-SESSOES-TRAVADAS
                   WHEN 21
                       CALL "CAIXA" USING OPERADOR-SESSAO
                       CANCEL "CAIXA"
                   WHEN 22
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "CONTAS-RECEBER" USING OPERADOR-SESSAO
                               OPCOES-RELATORIO
                       CANCEL "CONTAS-RECEBER"
                   WHEN 23
                       MOVE "AGING" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 24
                       MOVE "ESTCUSTO" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 25
                       MOVE "MARGEM" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 26
                       MOVE "MARGMIN" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 27
                       MOVE "PROMO" TO LK-MODO-APOIO
                       CALL "CAD-APOIO" USING LK-MODO-APOIO
                               OPERADOR-SESSAO
                       CANCEL "CAD-APOIO"
                   WHEN 28
                       MOVE "PROMO" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 29
                       MOVE "SEMEAN" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 30
                       MOVE "VALIDADE" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 31
                       MOVE "PARAM" TO LK-MODO-APOIO
                       CALL "CAD-APOIO" USING LK-MODO-APOIO
                               OPERADOR-SESSAO
                       CANCEL "CAD-APOIO"
                   WHEN 32
                       MOVE "REPOLOJA" TO LK-MODO-RELATORIO
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "RELAT-CATALOGO" USING LK-MODO-RELATORIO
                               OPCOES-RELATORIO
                       CANCEL "RELAT-CATALOGO"
                   WHEN 33
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "CONTABIL" USING OPERADOR-SESSAO
                               OPCOES-RELATORIO
                       CANCEL "CONTABIL"
                   WHEN 34
                       MOVE SPACE TO OPC-INATIVOS
                       MOVE 0 TO OPC-DATA
                       CALL "PONTO-PEDIDO" USING OPERADOR-SESSAO
                               OPCOES-RELATORIO
                       CANCEL "PONTO-PEDIDO"
                   WHEN 9
                       EXIT PERFORM CYCLE
                   WHEN OTHER
                   END-IF
                   COMPUTE QTD-LIQ-ITEM =
                       VEND-ITEM-QTD - VEND-ITEM-QTD-DEV
                   IF VEND-ITEM-QTD > ZERO
                       COMPUTE VAL-LIQ-ITEM ROUNDED =
                           VEND-ITEM-VALOR * QTD-LIQ-ITEM
                           / VEND-ITEM-QTD
                   ELSE
                       MOVE 0 TO VAL-LIQ-ITEM
                   END-IF
                   ADD VAL-LIQ-ITEM TO TOTAL-ONTEM
               END-IF
           END-IF.
