      *>           tela; qualquer divergencia devolve OPC-RETORNO 8
      *>           para o passo do job noturno parar a cadeia e o
      *>           turno da manha segurar as vendas dos itens.
      *>           O saldo do deposito tem corrente propria
      *>           (MOV-DEP-ANTERIOR -> MOV-DEP-RESULTANTE), aberta no
      *>           primeiro movimento com local, e e comparado com
      *>           PROD-QTD-DEPOSITO; a divergencia sai com o saldo
      *>           do deposito e o da loja (kardex x estoque).
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado pelo JOB-NOTURNO, nao roda isolado
      *>
      *> ***************************************************************
               *> Saldo reprocessado por produto: o primeiro
               *> lancamento abre a corrente e cada lancamento
               *> seguinte precisa partir do saldo resultante do
               *> anterior, senao a corrente esta quebrada. Com o
               *> codigo de seis digitos a tabela nao e mais
               *> indexada pelo PROD-ID: cada produto movimentado
               *> ganha uma entrada na ordem em que aparece.
               01 WS-TAB-SALDOS.
                   05 WS-SLD OCCURS 9999 TIMES.
                       10 WS-SLD-PROD-ID    PIC 9(06).
                       10 WS-SLD-QTD        PIC 9(05).
                       10 WS-SLD-QUEBRA     PIC X(01).
                       10 WS-SLD-CONFERIDO  PIC X(01).
                       10 WS-SLD-DEP        PIC 9(05).
                       10 WS-SLD-DEP-ABERTO PIC X(01).
               01 WS-MAX-SALDOS      PIC 9(04) VALUE 9999.
               01 WS-QTD-SALDOS      PIC 9(04) VALUE 0.
               01 WS-SLD-ATUAL       PIC 9(04) VALUE 0.
               01 WS-SLD-TAB-CHEIA   PIC X(01) VALUE "N".
               01 WS-ID-PROCURADO    PIC 9(06) VALUE 0.
               01 WS-IDX             PIC 9(05) VALUE 0.

               *> Saldos por local do produto em conferencia: sem
               *> movimento com local o kardex explica deposito zero.
               01 WS-DEP-KARDEX      PIC 9(05) VALUE 0.
               01 WS-DEP-ESTOQUE     PIC 9(05) VALUE 0.
               01 WS-LOJA-KARDEX     PIC 9(05) VALUE 0.
               01 WS-LOJA-ESTOQUE    PIC 9(05) VALUE 0.

               01 WS-QTD-MOVIMENTOS  PIC 9(07) VALUE 0.
               01 WS-QTD-VERIFICADOS PIC 9(05) VALUE 0.
               01 WS-QTD-ORFAOS      PIC 9(05) VALUE 0.

               *> 80 posicoes: a linha de divergencia (ID + nome +
               *> saldo do kardex + estoque) chega a 76 caracteres.
               01 WS-LINHA-REL       PIC X(80).

               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
           END-IF.

       INICIALIZAR-TABELA-SALDOS.
           MOVE 0 TO WS-QTD-SALDOS
           MOVE 0 TO WS-SLD-ATUAL
           MOVE "N" TO WS-SLD-TAB-CHEIA.

       REPROCESSAR-MOVIMENTOS.
           MOVE 0 TO WS-QTD-MOVIMENTOS
           IF MOV-PROD-ID NOT NUMERIC OR MOV-PROD-ID = ZERO
               CONTINUE
           ELSE
               MOVE MOV-PROD-ID TO WS-ID-PROCURADO
               PERFORM LOCALIZAR-SALDO-PRODUTO
               IF WS-SLD-ATUAL = ZERO
                   PERFORM ABRIR-SALDO-PRODUTO
               ELSE
                   IF MOV-QTD-ANTERIOR NOT =
                          WS-SLD-QTD (WS-SLD-ATUAL)
                       MOVE "S" TO WS-SLD-QUEBRA (WS-SLD-ATUAL)
                   END-IF
               END-IF
               IF WS-SLD-ATUAL > ZERO
                   MOVE MOV-QTD-RESULTANTE TO
                        WS-SLD-QTD (WS-SLD-ATUAL)
                   IF MOV-DEP-ANTERIOR NUMERIC AND
                      MOV-DEP-RESULTANTE NUMERIC
                       PERFORM APLICAR-DEPOSITO-REPLAY
                   END-IF
               END-IF
           END-IF.

       APLICAR-DEPOSITO-REPLAY.
           *> O primeiro movimento com local abre a corrente do
           *> deposito; os seguintes precisam partir do resultante.
           IF WS-SLD-DEP-ABERTO (WS-SLD-ATUAL) = "S"
               IF MOV-DEP-ANTERIOR NOT = WS-SLD-DEP (WS-SLD-ATUAL)
                   MOVE "S" TO WS-SLD-QUEBRA (WS-SLD-ATUAL)
               END-IF
           ELSE
               MOVE "S" TO WS-SLD-DEP-ABERTO (WS-SLD-ATUAL)
           END-IF
           MOVE MOV-DEP-RESULTANTE TO WS-SLD-DEP (WS-SLD-ATUAL).

       LOCALIZAR-SALDO-PRODUTO.
           *> Devolve em WS-SLD-ATUAL a entrada do produto de
           *> WS-ID-PROCURADO (zero = produto sem movimento).
           MOVE 0 TO WS-SLD-ATUAL
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-SALDOS
                   OR WS-SLD-ATUAL > ZERO
               IF WS-SLD-PROD-ID (WS-IDX) = WS-ID-PROCURADO
                   MOVE WS-IDX TO WS-SLD-ATUAL
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       ABRIR-SALDO-PRODUTO.
           *> Primeiro lancamento do produto abre a corrente.
           IF WS-QTD-SALDOS < WS-MAX-SALDOS
               ADD 1 TO WS-QTD-SALDOS
               MOVE WS-QTD-SALDOS TO WS-SLD-ATUAL
               MOVE WS-ID-PROCURADO TO WS-SLD-PROD-ID (WS-SLD-ATUAL)
               MOVE 0 TO WS-SLD-QTD (WS-SLD-ATUAL)
               MOVE "N" TO WS-SLD-QUEBRA (WS-SLD-ATUAL)
               MOVE "N" TO WS-SLD-CONFERIDO (WS-SLD-ATUAL)
               MOVE 0 TO WS-SLD-DEP (WS-SLD-ATUAL)
               MOVE "N" TO WS-SLD-DEP-ABERTO (WS-SLD-ATUAL)
           ELSE
               *> Produto sem vaga fica fora da conciliacao: a
               *> cadeia nao pode seguir como se tudo conferisse.
               IF WS-SLD-TAB-CHEIA = "N"
                   MOVE "S" TO WS-SLD-TAB-CHEIA
                   DISPLAY "AVISO: tabela de saldos cheia ("
                           WS-MAX-SALDOS " produtos) - conciliacao "
                           "incompleta."
                   MOVE "CONCILIA  " TO WS-ERRO-OPERACAO
                   MOVE "--" TO WS-ERRO-FS
                   MOVE "Tabela de saldos cheia" TO WS-ERRO-MSG
                   MOVE WS-ID-PROCURADO TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           END-IF.

       GERAR-RELATORIO-CONCILIACAO.
               MOVE WS-QTD-VERIFICADOS TO OPC-QTD-REGISTROS
               IF WS-QTD-DIVERGENTES > ZERO OR
                  WS-QTD-QUEBRAS > ZERO OR
                  WS-QTD-ORFAOS > ZERO OR
                  WS-SLD-TAB-CHEIA = "S"
                   MOVE 8 TO OPC-RETORNO
               END-IF
           END-IF.
       CONFERIR-UM-PRODUTO.
           *> Produto sem nenhum movimento nao tem o que provar: a
           *> conciliacao so cobra os saldos que o kardex explica.
           MOVE PROD-ID TO WS-ID-PROCURADO
           PERFORM LOCALIZAR-SALDO-PRODUTO
           IF WS-SLD-ATUAL > ZERO
               MOVE "S" TO WS-SLD-CONFERIDO (WS-SLD-ATUAL)
               ADD 1 TO WS-QTD-VERIFICADOS
               IF WS-SLD-QUEBRA (WS-SLD-ATUAL) = "S"
                   ADD 1 TO WS-QTD-QUEBRAS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "QUEBRA DE CORRENTE NO ID " PROD-ID
                   END-STRING
                   PERFORM GRAVAR-LINHA-CONCIL
               END-IF
               PERFORM APURAR-SALDOS-LOCAL
               IF WS-SLD-QTD (WS-SLD-ATUAL) NOT = PROD-QTD OR
                  WS-DEP-KARDEX NOT = WS-DEP-ESTOQUE
                   ADD 1 TO WS-QTD-DIVERGENTES
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "DIVERGENTE ID " PROD-ID
                          " - " PROD-NOME
                          " | KARDEX: " WS-SLD-QTD (WS-SLD-ATUAL)
                          " | ESTOQUE: " PROD-QTD
                          DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   END-STRING
                   PERFORM GRAVAR-LINHA-CONCIL
                   PERFORM GRAVAR-LINHAS-LOCAL
               END-IF
           END-IF.

       APURAR-SALDOS-LOCAL.
           *> Branco no deposito (registro antigo) vale zero; a loja
           *> e o total menos o deposito, dos dois lados.
           IF WS-SLD-DEP-ABERTO (WS-SLD-ATUAL) = "S"
               MOVE WS-SLD-DEP (WS-SLD-ATUAL) TO WS-DEP-KARDEX
           ELSE
               MOVE 0 TO WS-DEP-KARDEX
           END-IF
           IF PROD-QTD-DEPOSITO NUMERIC
               MOVE PROD-QTD-DEPOSITO TO WS-DEP-ESTOQUE
           ELSE
               MOVE 0 TO WS-DEP-ESTOQUE
           END-IF
           IF WS-DEP-KARDEX < WS-SLD-QTD (WS-SLD-ATUAL)
               COMPUTE WS-LOJA-KARDEX =
                       WS-SLD-QTD (WS-SLD-ATUAL) - WS-DEP-KARDEX
           ELSE
               MOVE 0 TO WS-LOJA-KARDEX
           END-IF
           IF WS-DEP-ESTOQUE < PROD-QTD
               COMPUTE WS-LOJA-ESTOQUE = PROD-QTD - WS-DEP-ESTOQUE
           ELSE
               MOVE 0 TO WS-LOJA-ESTOQUE
           END-IF.

       GRAVAR-LINHAS-LOCAL.
           MOVE SPACES TO WS-LINHA-REL
           STRING "   DEPOSITO: KARDEX " WS-DEP-KARDEX
                  " | ESTOQUE " WS-DEP-ESTOQUE
                  DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-CONCIL
           MOVE SPACES TO WS-LINHA-REL
           STRING "   LOJA    : KARDEX " WS-LOJA-KARDEX
                  " | ESTOQUE " WS-LOJA-ESTOQUE
                  DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-CONCIL.

       LISTAR-MOVIMENTOS-ORFAOS.
           *> Corrente de movimentos de um PROD-ID que nao existe
           *> (mais) em produtos.db: tambem segura a cadeia.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-SALDOS
               IF WS-SLD-CONFERIDO (WS-IDX) = "N"
                   ADD 1 TO WS-QTD-ORFAOS
                   MOVE SPACES TO WS-LINHA-REL
                   STRING "MOVIMENTOS SEM PRODUTO: ID "
                          WS-SLD-PROD-ID (WS-IDX)
                          " | SALDO KARDEX: " WS-SLD-QTD (WS-IDX)
                          DELIMITED BY SIZE
                       INTO WS-LINHA-REL
