      *>           confirma a chegada item a item, soma as quantidades
      *>           recebidas em PROD-QTD (com movimento de entrada no
      *>           kardex) e fecha o pedido como RECEBIDO, carimbando
      *>           a data do recebimento no cabecalho. Cada item
      *>           recebido pede o custo unitario pago, anotado no
      *>           item do pedido e no movimento de entrada, e
      *>           recalcula o custo medio ponderado do produto
      *>           (PROD-CUSTO). O relatorio de
      *>           desempenho percorre os pedidos RECEBIDOS e mostra,
      *>           por fornecedor (PROD-FORNECEDOR de cada item), o
      *>           atendimento (recebido sobre sugerido), o prazo
      *>           medio entre abertura e chegada e as linhas
      *>           entregues a menor.
      *>           No recebimento cada item pode ser conferido pela
      *>           leitura do codigo de barras (codbarras.db) ou do
      *>           ID da mercadoria na mao, que precisa bater com o
      *>           produto do pedido.
      *>           Produto perecivel (PROD-PERECIVEL) pede ainda o
      *>           numero do lote e a validade da quantidade
      *>           recebida, gravados em lotes.db e no movimento de
      *>           entrada; mercadoria ja vencida nao entra.
      *>           A mercadoria recebida entra no saldo do deposito
      *>           (PROD-QTD-DEPOSITO), com local D no movimento.
      *>           Produto com ponto de pedido aceito pelo supervisor
      *>           (pontos.db, PONTO-PEDIDO) e sugerido pelo lote
      *>           aceito mais o que falta para voltar ao ponto, em
      *>           vez do multiplo do minimo.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL, nao roda isolado
      *>
      *> ***************************************************************
                       RECORD KEY IS FORN-CODIGO
                       FILE STATUS IS FS-FORNECEDORES.

                   SELECT ARQ-CODBARRAS ASSIGN TO "codbarras.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODB-CODIGO
                       ALTERNATE RECORD KEY IS CODB-PROD-ID
                           WITH DUPLICATES
                       FILE STATUS IS FS-CODBARRAS.

                   SELECT ARQ-LOTES ASSIGN TO "lotes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LOTE-CHAVE
                       FILE STATUS IS FS-LOTES.

                   SELECT ARQ-PONTOS ASSIGN TO "pontos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PPD-PROD-ID
                       FILE STATUS IS FS-PONTOS.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.
               FD ARQ-FORNECEDORES.
               COPY "FORNECED.cpy".

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-LOTES.
               COPY "LOTE.cpy".

               FD ARQ-PONTOS.
               COPY "PONTOPED.cpy".

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

               01 FS-PEDIDOS         PIC XX.
               01 FS-MOVIMENTOS      PIC XX.
               01 FS-FORNECEDORES    PIC XX.
               01 FS-CODBARRAS       PIC XX.
               01 FS-LOTES           PIC XX.
               01 FS-PONTOS          PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-NUMERO-PEDIDO   PIC 9(06) VALUE 0.
               01 WS-QTD-LINHAS      PIC 9(03) VALUE 0.
               01 WS-QTD-SUGERIDA    PIC 9(07) VALUE 0.
               01 WS-PONTOS-ABERTO   PIC X(01) VALUE "N".
               01 WS-LOTE-ACEITO     PIC 9(05) VALUE 0.
               01 WS-QTD-RECEBIDA    PIC 9(05) VALUE 0.
               01 WS-CUSTO-PAGO      PIC 9(05)V99 VALUE 0.
               01 WS-CUSTO-ED        PIC ZZZZ9,99.
               01 WS-QTD-ANTES       PIC 9(05) VALUE 0.
               01 WS-VALOR-ESTOQUE   PIC 9(11)V99 VALUE 0.
               01 WS-SEQ-ITEM        PIC 9(03) VALUE 0.
               01 WS-QTD-ITENS-PED   PIC 9(03) VALUE 0.
               01 WS-QTD-ABERTOS     PIC 9(05) VALUE 0.

               *> Conferencia da mercadoria no recebimento: ate 6
               *> digitos e ID, mais do que isso e EAN.
               01 WS-CODIGO-LIDO     PIC X(13).
               01 WS-TAM-LIDO        PIC 9(02) VALUE 0.
               01 WS-ID-DIGITADO     PIC X(06) JUSTIFIED RIGHT.
               01 WS-ID-DIGITADO-N REDEFINES WS-ID-DIGITADO
                                      PIC 9(06).
               01 WS-ID-LIDO         PIC 9(06) VALUE 0.
               01 WS-ITEM-CONFERIDO  PIC X(01) VALUE "N".

               *> Lote e validade do item perecivel recebido.
               01 WS-LOTE-NUMERO     PIC X(10) VALUE SPACES.
               01 WS-LOTE-VALIDADE   PIC 9(08) VALUE 0.
               01 WS-LOTE-VALIDO     PIC X(01) VALUE "N".
               01 WS-LOTE-EXISTE     PIC X(01) VALUE "N".

               01 WS-PEDIDO-ACHADO   PIC X(01).
                   88 WS-PED-ACHADO         VALUE "S".
               01 WS-ENTRADA-ESTOURO PIC X(01).
               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
                   05 WS-ANO-SYS      PIC 9(04).
                   05 WS-MES-SYS      PIC 9(02).
                   05 WS-DIA-SYS      PIC 9(02).
               01 WS-DATA-SISTEMA-N REDEFINES WS-DATA-SISTEMA
                                      PIC 9(08).
               01 WS-HORA-SISTEMA     PIC 9(08).
               01 WS-HORA-DETALHADA   REDEFINES WS-HORA-SISTEMA.
                   05 WS-HH-SYS       PIC 9(02).
               STOP RUN
           END-IF

           *> Codigos de barras sao so consulta aqui; quem mantem e
           *> o cadastro de produtos.
           OPEN INPUT ARQ-CODBARRAS
           IF FS-CODBARRAS = "35"
               OPEN OUTPUT ARQ-CODBARRAS
               CLOSE ARQ-CODBARRAS
               OPEN INPUT ARQ-CODBARRAS
           END-IF
           IF FS-CODBARRAS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR codbarras.db - FS: "
                       FS-CODBARRAS
               STOP RUN
           END-IF

           OPEN I-O ARQ-LOTES
           IF FS-LOTES = "35"
               OPEN OUTPUT ARQ-LOTES
               CLOSE ARQ-LOTES
               OPEN I-O ARQ-LOTES
           END-IF
           IF FS-LOTES NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR lotes.db - FS: "
                       FS-LOTES
               STOP RUN
           END-IF

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS
           END-IF.

       ENCERRAR-SESSAO.
           CLOSE ARQ-PRODUTOS ARQ-PEDIDOS ARQ-MOVIMENTOS
                 ARQ-CODBARRAS ARQ-LOTES ARQ-ERROS.

       REGISTRAR-ERRO-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
       GERAR-PEDIDO-COMPRA.
           DISPLAY WS-LINHA
           DISPLAY "--- GERAR PEDIDO DE COMPRA ---"
           DISPLAY "Produto com lote aceito no ponto de pedido usa "
                   "o lote."
           DISPLAY "Repor ate quantas vezes o estoque minimo? "
                   "(0 = padrao 2): " WITH NO ADVANCING
           ACCEPT WS-MULTIPLO
           PERFORM OBTER-PROXIMO-NUMERO-PEDIDO
           MOVE 0 TO WS-QTD-LINHAS

           *> Lotes aceitos no ponto de pedido: arquivo aberto so
           *> durante a geracao; sem ele vale o multiplo para todos.
           MOVE "N" TO WS-PONTOS-ABERTO
           OPEN INPUT ARQ-PONTOS
           IF FS-PONTOS = "00"
               MOVE "S" TO WS-PONTOS-ABERTO
           END-IF

           MOVE LOW-VALUES TO PROD-ID
           START ARQ-PRODUTOS KEY IS GREATER THAN OR EQUAL TO PROD-ID
               INVALID KEY
               DISPLAY "PEDIDO " WS-NUMERO-PEDIDO " GERADO COM "
                       WS-QTD-LINHAS " ITEM(NS)."
           END-IF
           IF WS-PONTOS-ABERTO = "S"
               CLOSE ARQ-PONTOS
           END-IF
           DISPLAY WS-LINHA.

       OBTER-PROXIMO-NUMERO-PEDIDO.

       GRAVAR-LINHA-PEDIDO.
           *> Sugestao: repor ate MULTIPLO x estoque minimo,
           *> descontando o que ainda ha na prateleira. Com lote
           *> aceito no ponto de pedido, o lote mais o que falta
           *> para voltar ao ponto (o minimo).
           PERFORM OBTER-LOTE-ACEITO
           IF WS-LOTE-ACEITO > ZERO
               COMPUTE WS-QTD-SUGERIDA =
                       WS-LOTE-ACEITO + PROD-QTD-MINIMA - PROD-QTD
           ELSE
               COMPUTE WS-QTD-SUGERIDA =
                       WS-MULTIPLO * PROD-QTD-MINIMA - PROD-QTD
           END-IF
           IF WS-QTD-SUGERIDA = ZERO
               MOVE 1 TO WS-QTD-SUGERIDA
           END-IF
                   " | " PED-ITEM-NOME
                   " | SUGERIDO: " PED-ITEM-QTD-SUGERIDA.

       OBTER-LOTE-ACEITO.
           MOVE 0 TO WS-LOTE-ACEITO
           IF WS-PONTOS-ABERTO = "S"
               MOVE PROD-ID TO PPD-PROD-ID
               READ ARQ-PONTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PPD-LOTE-ACEITO NUMERIC
                           MOVE PPD-LOTE-ACEITO TO WS-LOTE-ACEITO
                       END-IF
               END-READ
               MOVE "00" TO FS-PONTOS
           END-IF.

       GRAVAR-CABECALHO-PEDIDO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           DISPLAY "ID: " PED-ITEM-PROD-ID
                   " | " PED-ITEM-NOME
                   " | SUGERIDO: " PED-ITEM-QTD-SUGERIDA
           PERFORM CONFERIR-MERCADORIA
           DISPLAY "QUANTIDADE RECEBIDA: " WITH NO ADVANCING
           ACCEPT WS-QTD-RECEBIDA
           MOVE 0 TO WS-CUSTO-PAGO
           IF WS-QTD-RECEBIDA > ZERO
               PERFORM OBTER-CUSTO-PAGO
           END-IF

           MOVE WS-QTD-RECEBIDA TO PED-ITEM-QTD-RECEBIDA
           MOVE WS-CUSTO-PAGO TO PED-ITEM-CUSTO
           REWRITE REG-PEDIDO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR ITEM DO PEDIDO."
               PERFORM SOMAR-ESTOQUE-RECEBIDO
           END-IF.

       CONFERIR-MERCADORIA.
           *> Le o codigo da mercadoria na mao para nao dar entrada
           *> no item errado; ENTER em branco pula a conferencia
           *> (produto ainda sem codigo de barras).
           MOVE "N" TO WS-ITEM-CONFERIDO
           PERFORM UNTIL WS-ITEM-CONFERIDO = "S"
               DISPLAY "CODIGO DE BARRAS DA MERCADORIA "
                       "(ENTER = pular): " WITH NO ADVANCING
               MOVE SPACES TO WS-CODIGO-LIDO
               ACCEPT WS-CODIGO-LIDO
               IF WS-CODIGO-LIDO = SPACES
                   MOVE "S" TO WS-ITEM-CONFERIDO
               ELSE
                   PERFORM IDENTIFICAR-CODIGO-LIDO
                   EVALUATE TRUE
                       WHEN WS-ID-LIDO = PED-ITEM-PROD-ID
                           MOVE "S" TO WS-ITEM-CONFERIDO
                           DISPLAY "   Mercadoria conferida."
                       WHEN WS-ID-LIDO > ZERO
                           DISPLAY "ATENCAO: a mercadoria lida e o "
                                   "produto " WS-ID-LIDO
                                   ", nao o " PED-ITEM-PROD-ID
                                   " do pedido."
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       IDENTIFICAR-CODIGO-LIDO.
           *> Ate 6 digitos e o ID digitado pelo operador; codigo
           *> maior e o EAN do leitor, procurado em codbarras.db.
           *> Devolve o ID em WS-ID-LIDO (zero = nao achou).
           MOVE 0 TO WS-ID-LIDO
           MOVE 0 TO WS-TAM-LIDO
           INSPECT WS-CODIGO-LIDO TALLYING WS-TAM-LIDO
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-TAM-LIDO = ZERO
                   DISPLAY "CODIGO INVALIDO: comeca com branco."
               WHEN WS-CODIGO-LIDO (1:WS-TAM-LIDO) NOT NUMERIC
                   DISPLAY "CODIGO INVALIDO: so digitos."
               WHEN WS-TAM-LIDO <= 6
                   MOVE WS-CODIGO-LIDO (1:WS-TAM-LIDO) TO
                        WS-ID-DIGITADO
                   INSPECT WS-ID-DIGITADO
                       REPLACING LEADING SPACES BY ZEROS
                   MOVE WS-ID-DIGITADO-N TO WS-ID-LIDO
               WHEN OTHER
                   MOVE WS-CODIGO-LIDO TO CODB-CODIGO
                   READ ARQ-CODBARRAS
                       INVALID KEY
                           DISPLAY "CODIGO DE BARRAS NAO CADASTRADO: "
                                   WS-CODIGO-LIDO
                       NOT INVALID KEY
                           MOVE CODB-PROD-ID TO WS-ID-LIDO
                   END-READ
                   IF FS-CODBARRAS NOT = "00" AND
                      FS-CODBARRAS NOT = "23"
                       MOVE "READ CODB " TO WS-ERRO-OPERACAO
                       MOVE FS-CODBARRAS TO WS-ERRO-FS
                       MOVE "Falha de E/S em codbarras.db" TO
                            WS-ERRO-MSG
                       MOVE PED-ITEM-PROD-ID TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
                   END-IF
                   MOVE "00" TO FS-CODBARRAS
           END-EVALUATE.

       OBTER-CUSTO-PAGO.
           *> Custo zero nao forma media: sem o custo de nota o
           *> produto ficaria valendo menos do que custou.
           PERFORM UNTIL WS-CUSTO-PAGO > ZERO
               DISPLAY "CUSTO UNITARIO PAGO (R$): " WITH NO ADVANCING
               ACCEPT WS-CUSTO-PAGO
               IF WS-CUSTO-PAGO = ZERO
                   DISPLAY "Informe o custo unitario (> zero)."
               END-IF
           END-PERFORM.

       SOMAR-ESTOQUE-RECEBIDO.
           MOVE PED-ITEM-PROD-ID TO PROD-ID
           READ ARQ-PRODUTOS

       APLICAR-ENTRADA-ESTOQUE.
           MOVE PROD-QTD TO MOV-QTD-ANTERIOR
           MOVE PROD-QTD TO WS-QTD-ANTES
           MOVE "N" TO WS-ENTRADA-ESTOURO
           ADD WS-QTD-RECEBIDA TO PROD-QTD
               ON SIZE ERROR
           END-ADD

           IF WS-ENTRADA-CABE
               *> A mercadoria recebida entra pelo deposito; a
               *> gondola e abastecida depois por transferencia.
               IF PROD-QTD-DEPOSITO NOT NUMERIC
                   MOVE 0 TO PROD-QTD-DEPOSITO
               END-IF
               MOVE PROD-QTD-DEPOSITO TO MOV-DEP-ANTERIOR
               ADD WS-QTD-RECEBIDA TO PROD-QTD-DEPOSITO
               MOVE SPACES TO WS-LOTE-NUMERO
               IF PROD-E-PERECIVEL
                   PERFORM OBTER-DADOS-LOTE
               END-IF
               PERFORM CALCULAR-CUSTO-MEDIO
               PERFORM EFETIVAR-ENTRADA-ESTOQUE
           END-IF.

       OBTER-DADOS-LOTE.
           *> O lote e obrigatorio no perecivel: sem ele a venda nao
           *> saberia o que sai primeiro. Validade ja passada quer
           *> dizer mercadoria que nao devia ter sido aceita.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM UNTIL WS-LOTE-NUMERO NOT = SPACES
               DISPLAY "   NUMERO DO LOTE: " WITH NO ADVANCING
               ACCEPT WS-LOTE-NUMERO
               IF WS-LOTE-NUMERO = SPACES
                   DISPLAY "Produto perecivel: informe o lote."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-LOTE-VALIDO
           PERFORM UNTIL WS-LOTE-VALIDO = "S"
               DISPLAY "   VALIDADE DO LOTE (AAAAMMDD): "
                       WITH NO ADVANCING
               ACCEPT WS-LOTE-VALIDADE
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD
                            (WS-LOTE-VALIDADE) NOT = 0
                       DISPLAY "Data invalida."
                   WHEN WS-LOTE-VALIDADE < WS-DATA-SISTEMA-N
                       DISPLAY "Validade ja vencida - a mercadoria "
                               "deve ser recusada."
                   WHEN OTHER
                       MOVE "S" TO WS-LOTE-VALIDO
               END-EVALUATE
           END-PERFORM.

       CALCULAR-CUSTO-MEDIO.
           *> Media ponderada entre o saldo que ja estava na
           *> prateleira (ao custo medio atual) e o que chegou (ao
           *> custo pago). Sem saldo anterior ou sem custo conhecido,
           *> o custo pago passa a ser o custo do produto.
           IF PROD-CUSTO NOT NUMERIC
               MOVE 0 TO PROD-CUSTO
           END-IF
           IF WS-QTD-ANTES = ZERO OR PROD-CUSTO = ZERO
               MOVE WS-CUSTO-PAGO TO PROD-CUSTO
           ELSE
               COMPUTE WS-VALOR-ESTOQUE =
                   WS-QTD-ANTES * PROD-CUSTO
                   + WS-QTD-RECEBIDA * WS-CUSTO-PAGO
               COMPUTE PROD-CUSTO ROUNDED =
                   WS-VALOR-ESTOQUE / PROD-QTD
           END-IF
           MOVE PROD-CUSTO TO WS-CUSTO-ED
           DISPLAY "   CUSTO MEDIO DO PRODUTO " PROD-ID
                   " AGORA R$ " WS-CUSTO-ED.

       EFETIVAR-ENTRADA-ESTOQUE.
           REWRITE REG-PRODUTO
               INVALID KEY
                           PROD-ID
               NOT INVALID KEY
                   PERFORM GRAVAR-MOVIMENTO-ENTRADA
                   IF PROD-E-PERECIVEL
                       PERFORM GRAVAR-LOTE-RECEBIDO
                   END-IF
                   DISPLAY "OK: ESTOQUE DO PRODUTO " PROD-ID
                           " AGORA EM " PROD-QTD
           END-REWRITE
           MOVE WS-QTD-RECEBIDA TO MOV-QTD
           MOVE PROD-QTD TO MOV-QTD-RESULTANTE
           MOVE WS-MOTIVO-COMPRA TO MOV-MOTIVO
           MOVE WS-CUSTO-PAGO TO MOV-CUSTO
           MOVE WS-LOTE-NUMERO TO MOV-LOTE
           MOVE "D" TO MOV-LOCAL
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-RESULTANTE
           MOVE WS-ANO-SYS TO MOV-ANO
           MOVE WS-MES-SYS TO MOV-MES
           MOVE WS-DIA-SYS TO MOV-DIA
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-LOTE-RECEBIDO.
           *> O mesmo lote com a mesma validade em outra entrega
           *> soma no registro que ja existe (e volta a ficar
           *> aberto se ja tinha esgotado).
           MOVE PROD-ID TO LOTE-PROD-ID
           MOVE WS-LOTE-VALIDADE TO LOTE-VALIDADE
           MOVE WS-LOTE-NUMERO TO LOTE-NUMERO
           MOVE "N" TO WS-LOTE-EXISTE
           READ ARQ-LOTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-LOTE-EXISTE
           END-READ
           MOVE "00" TO FS-LOTES

           IF WS-LOTE-EXISTE = "S"
               ADD WS-QTD-RECEBIDA TO LOTE-QTD-RECEBIDA
               ADD WS-QTD-RECEBIDA TO LOTE-QTD
               SET LOTE-ABERTO TO TRUE
               REWRITE REG-LOTE
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR LOTE " LOTE-NUMERO
               END-REWRITE
           ELSE
               MOVE SPACES TO REG-LOTE
               MOVE PROD-ID TO LOTE-PROD-ID
               MOVE WS-LOTE-VALIDADE TO LOTE-VALIDADE
               MOVE WS-LOTE-NUMERO TO LOTE-NUMERO
               MOVE WS-QTD-RECEBIDA TO LOTE-QTD-RECEBIDA
               MOVE WS-QTD-RECEBIDA TO LOTE-QTD
               MOVE WS-DATA-SISTEMA-N TO LOTE-DATA-ENTRADA
               MOVE WS-NUMERO-PEDIDO TO LOTE-PEDIDO
               SET LOTE-ABERTO TO TRUE
               MOVE OPER-CODIGO TO LOTE-OPERADOR
               WRITE REG-LOTE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR LOTE " LOTE-NUMERO
               END-WRITE
           END-IF
           IF FS-LOTES NOT = "00"
               MOVE "GRAVA LOTE" TO WS-ERRO-OPERACAO
               MOVE FS-LOTES TO WS-ERRO-FS
               MOVE "Falha de E/S ao gravar lote" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               DISPLAY "   LOTE " WS-LOTE-NUMERO " VALIDADE "
                       WS-LOTE-VALIDADE " SALDO " LOTE-QTD
           END-IF.

       FECHAR-PEDIDO-RECEBIDO.
           MOVE WS-NUMERO-PEDIDO TO PED-NUMERO
           MOVE 0 TO PED-SEQ
