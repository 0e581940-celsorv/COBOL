      *>           sessoes.db (um terminal logado segura
      *>           movimentos.db aberto em EXTEND) e, durante a
      *>           execucao, levanta lote.flg para o login nao
      *>           abrir sessao nova no meio da troca. A abertura
      *>           leva o custo medio do produto na virada.
      *>           A abertura leva tambem o saldo do deposito
      *>           (MOV-DEP-ANTERIOR = MOV-DEP-RESULTANTE), apurado
      *>           como o da quantidade total.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL (opcao 17) ou direto
      *>           com ./menu FECHAMES na virada do mes
      *>
                             ==MOV-ENTRADA==        BY ==ARQM-ENTRADA==
                             ==MOV-SAIDA==          BY ==ARQM-SAIDA==
                             ==MOV-AJUSTE==         BY ==ARQM-AJUSTE==
                             ==MOV-TRANSFERENCIA==  BY
                                 ==ARQM-TRANSFERENCIA==
                             ==MOV-QTD==            BY ==ARQM-QTD==
                             ==MOV-QTD-ANTERIOR==   BY
                                 ==ARQM-QTD-ANTERIOR==
                             ==MOV-MM==             BY ==ARQM-MM==
                             ==MOV-SS==             BY ==ARQM-SS==
                             ==MOV-OPERADOR==       BY
                                 ==ARQM-OPERADOR==
                             ==MOV-CUSTO==          BY ==ARQM-CUSTO==
                             ==MOV-LOTE==           BY ==ARQM-LOTE==
                             ==MOV-LOCAL==          BY ==ARQM-LOCAL==
                             ==MOV-NO-DEPOSITO==    BY
                                 ==ARQM-NO-DEPOSITO==
                             ==MOV-NA-LOJA==        BY ==ARQM-NA-LOJA==
                             ==MOV-DEP-ANTERIOR==   BY
                                 ==ARQM-DEP-ANTERIOR==
                             ==MOV-DEP-RESULTANTE== BY
                                 ==ARQM-DEP-RESULTANTE==.

               FD ARQ-KARDEX-NOVO.
               COPY "MOVIMENTO.cpy"
                             ==MOV-ENTRADA==        BY ==NOV-ENTRADA==
                             ==MOV-SAIDA==          BY ==NOV-SAIDA==
                             ==MOV-AJUSTE==         BY ==NOV-AJUSTE==
                             ==MOV-TRANSFERENCIA==  BY
                                 ==NOV-TRANSFERENCIA==
                             ==MOV-QTD==            BY ==NOV-QTD==
                             ==MOV-QTD-ANTERIOR==   BY
                                 ==NOV-QTD-ANTERIOR==
                             ==MOV-MM==             BY ==NOV-MM==
                             ==MOV-SS==             BY ==NOV-SS==
                             ==MOV-OPERADOR==       BY
                                 ==NOV-OPERADOR==
                             ==MOV-CUSTO==          BY ==NOV-CUSTO==
                             ==MOV-LOTE==           BY ==NOV-LOTE==
                             ==MOV-LOCAL==          BY ==NOV-LOCAL==
                             ==MOV-NO-DEPOSITO==    BY
                                 ==NOV-NO-DEPOSITO==
                             ==MOV-NA-LOJA==        BY ==NOV-NA-LOJA==
                             ==MOV-DEP-ANTERIOR==   BY
                                 ==NOV-DEP-ANTERIOR==
                             ==MOV-DEP-RESULTANTE== BY
                                 ==NOV-DEP-RESULTANTE==.

               FD ARQ-FMCKPT.
                   01 REG-FMCKPT.
               *> Saldo de abertura por produto na virada do mes:
               *> ultimo resultante arquivado; sem nada arquivado,
               *> o anterior do primeiro lancamento do mes corrente;
               *> sem movimento algum, o proprio PROD-QTD. Com o
               *> codigo de seis digitos cada produto movimentado
               *> ganha uma entrada na ordem em que aparece. O saldo
               *> do deposito segue a mesma regra (movimento sem
               *> local, gravado antes do estoque por local, vale
               *> zero no deposito).
               01 WS-TAB-ABERTURA.
                   05 WS-ABR OCCURS 9999 TIMES.
                       10 WS-ABR-PROD-ID    PIC 9(06).
                       10 WS-ABR-QTD        PIC 9(05).
                       10 WS-ABR-ARQUIVADO  PIC X(01).
                       10 WS-ABR-PRIM-ATUAL PIC 9(05).
                       10 WS-ABR-TEM-ATUAL  PIC X(01).
                       10 WS-ABR-GRAVADO    PIC X(01).
                       10 WS-ABR-DEP        PIC 9(05).
                       10 WS-ABR-PRIM-DEP   PIC 9(05).
               01 WS-MAX-ABERTURAS   PIC 9(04) VALUE 9999.
               01 WS-QTD-ABR-TAB     PIC 9(04) VALUE 0.
               01 WS-ABR-ATUAL       PIC 9(04) VALUE 0.
               01 WS-ID-PROCURADO    PIC 9(06) VALUE 0.
               01 WS-IDX             PIC 9(05) VALUE 0.

               01 WS-QTD-ARQUIVADOS  PIC 9(07) VALUE 0.
               01 WS-QTD-MANTIDOS    PIC 9(07) VALUE 0.
               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
           PERFORM REGISTRAR-PASSO.

       INICIALIZAR-TABELAS.
           MOVE 0 TO WS-QTD-ABR-TAB
           MOVE 0 TO WS-QTD-MESES
           MOVE 0 TO WS-MES-ABERTO
           MOVE 0 TO WS-QTD-ARQUIVADOS
           ELSE
               ADD 1 TO WS-QTD-MANTIDOS
               IF MOV-PROD-ID NUMERIC AND MOV-PROD-ID > ZERO
                   PERFORM OBTER-ABERTURA-MOVIMENTO
                   IF WS-ABR-ATUAL > ZERO
                       IF WS-ABR-TEM-ATUAL (WS-ABR-ATUAL) = "N"
                           MOVE "S" TO WS-ABR-TEM-ATUAL (WS-ABR-ATUAL)
                           MOVE MOV-QTD-ANTERIOR TO
                                WS-ABR-PRIM-ATUAL (WS-ABR-ATUAL)
                           IF MOV-DEP-ANTERIOR NUMERIC
                               MOVE MOV-DEP-ANTERIOR TO
                                    WS-ABR-PRIM-DEP (WS-ABR-ATUAL)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OBTER-ABERTURA-MOVIMENTO.
           *> Entrada do produto do movimento na tabela de
           *> aberturas, criada no primeiro lancamento. Sem vaga o
           *> fechamento e abortado: abertura errada quebraria a
           *> corrente do kardex.
           MOVE MOV-PROD-ID TO WS-ID-PROCURADO
           PERFORM LOCALIZAR-ABERTURA-PRODUTO
           IF WS-ABR-ATUAL = ZERO
               IF WS-QTD-ABR-TAB < WS-MAX-ABERTURAS
                   ADD 1 TO WS-QTD-ABR-TAB
                   MOVE WS-QTD-ABR-TAB TO WS-ABR-ATUAL
                   MOVE MOV-PROD-ID TO WS-ABR-PROD-ID (WS-ABR-ATUAL)
                   MOVE 0 TO WS-ABR-QTD (WS-ABR-ATUAL)
                   MOVE "N" TO WS-ABR-ARQUIVADO (WS-ABR-ATUAL)
                   MOVE 0 TO WS-ABR-PRIM-ATUAL (WS-ABR-ATUAL)
                   MOVE "N" TO WS-ABR-TEM-ATUAL (WS-ABR-ATUAL)
                   MOVE "N" TO WS-ABR-GRAVADO (WS-ABR-ATUAL)
                   MOVE 0 TO WS-ABR-DEP (WS-ABR-ATUAL)
                   MOVE 0 TO WS-ABR-PRIM-DEP (WS-ABR-ATUAL)
               ELSE
                   IF WS-FECH-SADIO
                       DISPLAY "ERRO: tabela de aberturas cheia ("
                               WS-MAX-ABERTURAS " produtos)."
                       MOVE "FECHA MES " TO WS-ERRO-OPERACAO
                       MOVE "--" TO WS-ERRO-FS
                       MOVE "Tabela de aberturas cheia" TO
                            WS-ERRO-MSG
                       MOVE MOV-PROD-ID TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
                   END-IF
                   MOVE "N" TO WS-FECHAMENTO-OK
               END-IF
           END-IF.

       LOCALIZAR-ABERTURA-PRODUTO.
           *> Devolve em WS-ABR-ATUAL a entrada do produto de
           *> WS-ID-PROCURADO (zero = produto sem movimento).
           MOVE 0 TO WS-ABR-ATUAL
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-ABR-TAB
                   OR WS-ABR-ATUAL > ZERO
               IF WS-ABR-PROD-ID (WS-IDX) = WS-ID-PROCURADO
                   MOVE WS-IDX TO WS-ABR-ATUAL
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       ARQUIVAR-UM-MOVIMENTO.
           IF WS-MES-MOVIMENTO NOT = WS-MES-ABERTO
               PERFORM POSICIONAR-ARQUIVO-MORTO
               ELSE
                   ADD 1 TO WS-QTD-ARQUIVADOS
                   IF MOV-PROD-ID NUMERIC AND MOV-PROD-ID > ZERO
                       PERFORM OBTER-ABERTURA-MOVIMENTO
                       IF WS-ABR-ATUAL > ZERO
                           MOVE "S" TO WS-ABR-ARQUIVADO (WS-ABR-ATUAL)
                           MOVE MOV-QTD-RESULTANTE TO
                                WS-ABR-QTD (WS-ABR-ATUAL)
                           IF MOV-DEP-RESULTANTE NUMERIC
                               MOVE MOV-DEP-RESULTANTE TO
                                    WS-ABR-DEP (WS-ABR-ATUAL)
                           ELSE
                               MOVE 0 TO WS-ABR-DEP (WS-ABR-ATUAL)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "00" TO FS-CONTROLE.

       GRAVAR-UMA-ABERTURA.
           MOVE PROD-ID TO WS-ID-PROCURADO
           PERFORM LOCALIZAR-ABERTURA-PRODUTO
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           EVALUATE TRUE
               WHEN WS-ABR-ATUAL = ZERO
                   MOVE PROD-QTD TO NOV-QTD
                   MOVE PROD-QTD-DEPOSITO TO NOV-DEP-RESULTANTE
               WHEN WS-ABR-ARQUIVADO (WS-ABR-ATUAL) = "S"
                   MOVE WS-ABR-QTD (WS-ABR-ATUAL) TO NOV-QTD
                   MOVE WS-ABR-DEP (WS-ABR-ATUAL) TO
                        NOV-DEP-RESULTANTE
               WHEN WS-ABR-TEM-ATUAL (WS-ABR-ATUAL) = "S"
                   MOVE WS-ABR-PRIM-ATUAL (WS-ABR-ATUAL) TO NOV-QTD
                   MOVE WS-ABR-PRIM-DEP (WS-ABR-ATUAL) TO
                        NOV-DEP-RESULTANTE
               WHEN OTHER
                   MOVE PROD-QTD TO NOV-QTD
                   MOVE PROD-QTD-DEPOSITO TO NOV-DEP-RESULTANTE
           END-EVALUATE
           MOVE PROD-ID TO NOV-PROD-ID
           IF PROD-CUSTO NUMERIC
               MOVE PROD-CUSTO TO NOV-CUSTO
           ELSE
               MOVE 0 TO NOV-CUSTO
           END-IF
           PERFORM GRAVAR-REGISTRO-ABERTURA
           IF WS-ABR-ATUAL > ZERO
               MOVE "S" TO WS-ABR-GRAVADO (WS-ABR-ATUAL)
           END-IF.

       GRAVAR-ABERTURAS-ORFAS.
           *> Produto que sumiu do cadastro mas deixou kardex
           *> arquivado tambem ganha abertura, senao a conciliacao
           *> perderia a corrente dele.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-ABR-TAB
               IF WS-ABR-ARQUIVADO (WS-IDX) = "S" AND
                  WS-ABR-GRAVADO (WS-IDX) = "N"
                   MOVE WS-ABR-PROD-ID (WS-IDX) TO NOV-PROD-ID
                   MOVE WS-ABR-QTD (WS-IDX) TO NOV-QTD
                   MOVE WS-ABR-DEP (WS-IDX) TO NOV-DEP-RESULTANTE
                   MOVE 0 TO NOV-CUSTO
                   PERFORM GRAVAR-REGISTRO-ABERTURA
                   MOVE "S" TO WS-ABR-GRAVADO (WS-IDX)
               END-IF
           END-PERFORM.

       GRAVAR-REGISTRO-ABERTURA.
           *> NOV-PROD-ID, NOV-QTD, NOV-DEP-RESULTANTE e NOV-CUSTO
           *> chegam prontos do chamador.
           MOVE "A" TO NOV-TIPO
           MOVE NOV-QTD TO NOV-QTD-ANTERIOR
           MOVE NOV-QTD TO NOV-QTD-RESULTANTE
           MOVE NOV-DEP-RESULTANTE TO NOV-DEP-ANTERIOR
           MOVE "ABERTURA  " TO NOV-MOTIVO
           MOVE SPACES TO NOV-LOTE
           MOVE SPACE TO NOV-LOCAL
           MOVE WS-ANO-ABERTURA TO NOV-ANO
           MOVE WS-MES-ABERTURA TO NOV-MES
           MOVE 01 TO NOV-DIA
