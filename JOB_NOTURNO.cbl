      *>                       vencidos (PRECOS-PROG), com historico
      *>                       e etiquetas como numa remarcacao
      *>                       manual
      *>             passo 8 - aging das contas a receber do fiado
      *>                       (receber.db) na data de hoje
      *>             passo 9 - validade dos lotes de pereciveis:
      *>                       lotes a vencer na janela de
      *>                       parametros.dat e lista dos vencidos
      *>                       (vencidos.txt) para a baixa do
      *>                       supervisor
      *>             passo 10 - reposicao da loja: produtos com a
      *>                       gondola abaixo do minimo e saldo no
      *>                       deposito (reposicao.txt) para a
      *>                       transferencia da manha
      *>             passo 11 - interface contabil da vespera
      *>                       (CONTABIL): contabil-AAAAMMDD.txt
      *>                       para o contador e o dia anotado em
      *>                       contabil.ctl; dia ja enviado e
      *>                       recusado sem parar a cadeia
      *>             passo 12 - ponto de pedido (PONTO-PEDIDO):
      *>                       ponto e lote de compra recalculados
      *>                       pela demanda das ultimas semanas e
      *>                       pelo prazo medido do fornecedor;
      *>                       as mudancas saem em pontopedido.txt
      *>                       e so valem com o aceite do
      *>                       supervisor
      *>             passo 13 - extratos do fiado (CONTAS-RECEBER):
      *>                       extrato-ccccc.txt de todo cliente
      *>                       com conta em aberto
      *>           Antes de qualquer passo o job confere sessoes.db:
      *>           com terminal logado ele recusa a partida (RC 4,
      *>           linha propria em jobs.log) e, do contrario,
      *>           interrompe a cadeia com codigo de retorno 8 e o
      *>           proprio checkpoint do job (jobckpt.dat) faz a
      *>           proxima noite recomecar do passo que falhou, em
      *>           vez de repetir a cadeia inteira. O passo no
      *>           jobckpt.dat tem dois digitos; a linha antiga, de
      *>           um digito, ainda e entendida na retomada.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: ./menu NOTURNO (via MENU-PRINCIPAL)
      *>
      *> ***************************************************************
                       05 JCKPT-STATUS      PIC X(01).
                           88 JCKPT-EM-ANDAMENTO VALUE "E".
                           88 JCKPT-CONCLUIDO    VALUE "C".
                       05 JCKPT-PASSO-OK    PIC 9(02).

               FD ARQ-CHECKPOINT.
                   01 REG-CHECKPOINT.
                       05 CKPT-STATUS       PIC X(01).
                       05 CKPT-MODO         PIC X(01).
                       05 CKPT-ULTIMO-ID    PIC 9(06).
                       05 CKPT-ULTIMA-LINHA PIC 9(05).

               FD ARQ-SESSOES.
               01 WS-FIM-SESSOES     PIC X(01) VALUE "N".

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-PASSO-ATUAL     PIC 9(02) VALUE 0.
               01 WS-PASSO-RETOMADA  PIC 9(02) VALUE 0.
               01 WS-RC-JOB          PIC 9(01) VALUE 0.
               01 WS-RC-PASSO        PIC 9(01) VALUE 0.
               01 WS-QTD-REGS-PASSO  PIC 9(05) VALUE 0.
               MOVE "PRECOS PROGRAMADOS" TO WS-NOME-PASSO
               PERFORM EXECUTAR-PASSO-PRECOS
           END-IF
           IF WS-PASSO-RETOMADA < 8 AND NOT WS-JOB-PAROU
               MOVE 8 TO WS-PASSO-ATUAL
               MOVE "AGING" TO WS-MODO-RELATORIO
               MOVE "AGING RECEBER" TO WS-NOME-PASSO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA-N TO WS-DATA-REFERENCIA
               PERFORM EXECUTAR-PASSO-RELATORIO
           END-IF
           IF WS-PASSO-RETOMADA < 9 AND NOT WS-JOB-PAROU
               MOVE 9 TO WS-PASSO-ATUAL
               MOVE "VALIDADE" TO WS-MODO-RELATORIO
               MOVE "VALIDADE LOTES" TO WS-NOME-PASSO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA-N TO WS-DATA-REFERENCIA
               PERFORM EXECUTAR-PASSO-RELATORIO
           END-IF
           IF WS-PASSO-RETOMADA < 10 AND NOT WS-JOB-PAROU
               MOVE 10 TO WS-PASSO-ATUAL
               MOVE "REPOLOJA" TO WS-MODO-RELATORIO
               MOVE "REPOSICAO LOJA" TO WS-NOME-PASSO
               MOVE 0 TO WS-DATA-REFERENCIA
               PERFORM EXECUTAR-PASSO-RELATORIO
           END-IF
           IF WS-PASSO-RETOMADA < 11 AND NOT WS-JOB-PAROU
               MOVE 11 TO WS-PASSO-ATUAL
               MOVE "INTERFACE CONTABIL" TO WS-NOME-PASSO
               PERFORM CALCULAR-DATA-VESPERA
               PERFORM EXECUTAR-PASSO-CONTABIL
           END-IF
           IF WS-PASSO-RETOMADA < 12 AND NOT WS-JOB-PAROU
               MOVE 12 TO WS-PASSO-ATUAL
               MOVE "PONTO DE PEDIDO" TO WS-NOME-PASSO
               PERFORM EXECUTAR-PASSO-PONTO-PEDIDO
           END-IF
           IF WS-PASSO-RETOMADA < 13 AND NOT WS-JOB-PAROU
               MOVE 13 TO WS-PASSO-ATUAL
               MOVE "EXTRATOS RECEBER" TO WS-NOME-PASSO
               PERFORM EXECUTAR-PASSO-EXTRATOS
           END-IF

           IF WS-JOB-PAROU
               DISPLAY "JOB NOTURNO INTERROMPIDO NO PASSO "
                       CONTINUE
                   NOT AT END
                       IF JCKPT-EM-ANDAMENTO
                           *> Linha gravada com passo de um digito
                           *> chega com branco na segunda posicao.
                           IF JCKPT-PASSO-OK (2:1) = SPACE
                               MOVE JCKPT-PASSO-OK (1:1) TO
                                    WS-PASSO-RETOMADA
                           ELSE
                               MOVE JCKPT-PASSO-OK TO
                                    WS-PASSO-RETOMADA
                           END-IF
                           DISPLAY "RETOMADA: ultimo passo concluido "
                                   "foi o " WS-PASSO-RETOMADA
                       END-IF

           PERFORM CONCLUIR-PASSO.

       EXECUTAR-PASSO-CONTABIL.
           PERFORM ANOTAR-INICIO-PASSO

           *> OPC-INATIVOS preenchido diz ao CONTABIL que nao ha
           *> operador: exporta a vespera sem perguntar.
           MOVE "N" TO OPC-INATIVOS
           MOVE 0 TO OPC-RETORNO
           MOVE 0 TO OPC-QTD-REGISTROS
           MOVE WS-DATA-REFERENCIA TO OPC-DATA
           CALL "CONTABIL" USING OPERADOR-SESSAO OPCOES-RELATORIO
           CANCEL "CONTABIL"
           MOVE OPC-RETORNO TO WS-RC-PASSO
           MOVE OPC-QTD-REGISTROS TO WS-QTD-REGS-PASSO
           MOVE 0 TO WS-DATA-REFERENCIA

           PERFORM CONCLUIR-PASSO.

       EXECUTAR-PASSO-PONTO-PEDIDO.
           PERFORM ANOTAR-INICIO-PASSO

           *> OPC-INATIVOS preenchido diz ao PONTO-PEDIDO que nao ha
           *> operador: so recalcula, o aceite fica para o
           *> supervisor. A contagem e de sugestoes pendentes.
           MOVE "N" TO OPC-INATIVOS
           MOVE 0 TO OPC-RETORNO
           MOVE 0 TO OPC-QTD-REGISTROS
           MOVE 0 TO OPC-DATA
           CALL "PONTO-PEDIDO" USING OPERADOR-SESSAO OPCOES-RELATORIO
           CANCEL "PONTO-PEDIDO"
           MOVE OPC-RETORNO TO WS-RC-PASSO
           MOVE OPC-QTD-REGISTROS TO WS-QTD-REGS-PASSO

           PERFORM CONCLUIR-PASSO.

       EXECUTAR-PASSO-EXTRATOS.
           PERFORM ANOTAR-INICIO-PASSO

           *> OPC-INATIVOS preenchido diz ao CONTAS-RECEBER que nao
           *> ha operador: emite os extratos de todos os clientes
           *> com conta em aberto. A contagem e de extratos.
           MOVE "N" TO OPC-INATIVOS
           MOVE 0 TO OPC-RETORNO
           MOVE 0 TO OPC-QTD-REGISTROS
           MOVE 0 TO OPC-DATA
           CALL "CONTAS-RECEBER" USING OPERADOR-SESSAO
                   OPCOES-RELATORIO
           CANCEL "CONTAS-RECEBER"
           MOVE OPC-RETORNO TO WS-RC-PASSO
           MOVE OPC-QTD-REGISTROS TO WS-QTD-REGS-PASSO

           PERFORM CONCLUIR-PASSO.

       CALCULAR-DATA-VESPERA.
           *> O fechamento noturno e sempre do dia que acabou: a data
           *> de hoje menos um dia, em dias corridos, cobre virada de
