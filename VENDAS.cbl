      *>           por numero, devolve a venda inteira ou um item,
      *>           restaura o estoque com entrada no kardex (motivo
      *>           DV #numero) e marca a situacao no cabecalho.
      *>           So vende quem tem turno de caixa aberto (CAIXA):
      *>           no fechamento do pedido o operador informa uma ou
      *>           mais formas de pagamento (dinheiro com troco), que
      *>           vao para movcaixa.db no turno e saem no cupom; na
      *>           devolucao o supervisor informa a forma em que o
      *>           valor foi estornado ao cliente.
      *>           Cliente identificado pode comprar a prazo (fiado):
      *>           o credito e recusado se a venda passa do limite do
      *>           cliente ou se ele tem conta vencida, salvo
      *>           liberacao do supervisor; a parte a prazo vira
      *>           conta em receber.db com vencimento pelo prazo do
      *>           cliente, e a devolucao abate primeiro essa conta.
      *>           Cada item guarda o custo medio do produto no
      *>           momento da venda (margem bruta nos relatorios).
      *>           Na inclusao do item a melhor promocao vigente
      *>           (promocoes.db, mantido pelo supervisor no
      *>           CAD-APOIO) para o produto ou sua categoria e
      *>           aplicada sozinha: o item guarda o preco de tabela
      *>           e o cobrado, o codigo da promocao e o desconto,
      *>           que sai numa linha propria do cupom; a devolucao
      *>           estorna o proporcional do valor cobrado.
      *>           O item pode ser incluido pelo codigo de barras
      *>           (EAN-13/EAN-8 lido pelo leitor, procurado em
      *>           codbarras.db) no mesmo campo do ID.
      *>           Produto perecivel sai dos lotes de lotes.db na
      *>           ordem de vencimento (FEFO): a baixa consome
      *>           primeiro o lote que vence antes e, esgotados os
      *>           lotes, o estoque sem lote. Lote ja vencido fica
      *>           fora da venda (o disponivel desconta o saldo
      *>           vencido) ate a baixa pelo supervisor no
      *>           INVENTARIO; a devolucao volta ao estoque sem lote.
      *>           A venda sai da loja (gondola): o disponivel e o
      *>           saldo da loja, PROD-QTD menos PROD-QTD-DEPOSITO,
      *>           e o que esta so no deposito pede transferencia
      *>           antes; a devolucao volta para a loja.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL, nao roda isolado
      *>
      *> ***************************************************************
                       RECORD KEY IS CLI-CODIGO
                       FILE STATUS IS FS-CLIENTES.

                   SELECT ARQ-CAIXAS ASSIGN TO "caixas.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CX-NUMERO
                       ALTERNATE RECORD KEY IS CX-OPERADOR
                           WITH DUPLICATES
                       FILE STATUS IS FS-CAIXAS.

                   SELECT ARQ-MOVCAIXA ASSIGN TO "movcaixa.db"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MOVCAIXA.

                   SELECT ARQ-RECEBER ASSIGN TO "receber.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS REC-VENDA
                       ALTERNATE RECORD KEY IS REC-CLIENTE
                           WITH DUPLICATES
                       FILE STATUS IS FS-RECEBER.

                   SELECT ARQ-PROMOCOES ASSIGN TO "promocoes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PROMO-CODIGO
                       FILE STATUS IS FS-PROMOCOES.

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

                   SELECT ARQ-CUPOM ASSIGN TO DYNAMIC WS-NOME-CUPOM
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CUPOM.
               FD ARQ-CLIENTES.
               COPY "CLIENTE.cpy".

               FD ARQ-CAIXAS.
               COPY "CAIXA.cpy".

               FD ARQ-MOVCAIXA.
               COPY "MOVCAIXA.cpy".

               FD ARQ-RECEBER.
               COPY "RECEBER.cpy".

               FD ARQ-PROMOCOES.
               COPY "PROMOCAO.cpy".

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-LOTES.
               COPY "LOTE.cpy".

               FD ARQ-CUPOM.
                   01 REG-CUPOM             PIC X(51).

               01 FS-VENDAS          PIC XX.
               01 FS-MOVIMENTOS      PIC XX.
               01 FS-CLIENTES        PIC XX.
               01 FS-CAIXAS          PIC XX.
               01 FS-MOVCAIXA        PIC XX.
               01 FS-RECEBER         PIC XX.
               01 FS-PROMOCOES       PIC XX.
               01 FS-CODBARRAS       PIC XX.
               01 FS-LOTES           PIC XX.
               01 FS-CUPOM           PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-IDX             PIC 9(02) VALUE 0.
               01 WS-ITENS-PEDIDO.
                   05 WS-ITEM OCCURS 20 TIMES.
                       10 WS-ITEM-PROD-ID  PIC 9(06).
                       10 WS-ITEM-NOME     PIC X(20).
                       10 WS-ITEM-QTD      PIC 9(05).
                       10 WS-ITEM-PRECO    PIC 9(05)V99.
                       10 WS-ITEM-VALOR    PIC 9(07)V99.
                       10 WS-ITEM-CUSTO    PIC 9(05)V99.
                       10 WS-ITEM-PRECO-COBR PIC 9(05)V99.
                       10 WS-ITEM-PROMO    PIC 9(05).
                       10 WS-ITEM-DESCONTO PIC 9(07)V99.
               01 WS-TOTAL-PEDIDO    PIC 9(09)V99 VALUE 0.
               01 WS-TOTAL-DESCONTO  PIC 9(09)V99 VALUE 0.

               *> Promocao do item: WS-VALOR-TABELA e o item a preco
               *> de tabela; a melhor promocao e a de menor valor
               *> cobrado (no empate fica a de menor codigo).
               01 WS-VALOR-TABELA    PIC 9(07)V99 VALUE 0.
               01 WS-VALOR-PROMO     PIC 9(07)V99 VALUE 0.
               01 WS-MELHOR-VALOR    PIC 9(07)V99 VALUE 0.
               01 WS-MELHOR-PROMO    PIC 9(05) VALUE 0.
               01 WS-MELHOR-DESCRICAO PIC X(20) VALUE SPACES.
               01 WS-PRECO-PROMO     PIC 9(05)V99 VALUE 0.
               01 WS-QTD-LEVES       PIC 9(05) VALUE 0.
               01 WS-QTD-AVULSAS     PIC 9(05) VALUE 0.
               01 WS-QTD-COBRADA     PIC 9(05) VALUE 0.
               01 WS-FIM-PROMO       PIC X(01) VALUE "N".

               01 WS-ID-CONSULTA     PIC 9(06).
               *> Campo do ID tambem recebe o codigo de barras: ate 6
               *> digitos e ID, mais do que isso e EAN.
               01 WS-CODIGO-LIDO     PIC X(13).
               01 WS-TAM-LIDO        PIC 9(02) VALUE 0.
               01 WS-ID-DIGITADO     PIC X(06) JUSTIFIED RIGHT.
               01 WS-ID-DIGITADO-N REDEFINES WS-ID-DIGITADO
                                      PIC 9(06).
               01 WS-NOME-BUSCA      PIC X(20).
               01 WS-FIM-BUSCA       PIC X(01).
               01 WS-QTD-VENDA       PIC 9(05).
               01 WS-QTD-RESERVADA   PIC 9(05).
               *> Perecivel: o saldo de lote vencido nao e vendavel;
               *> a baixa consome os lotes em ordem de vencimento.
               01 WS-QTD-VENCIDA     PIC 9(07) VALUE 0.
               01 WS-QTD-VENDAVEL    PIC 9(05) VALUE 0.
               *> Saldo por local: a venda so tira da loja.
               01 WS-QTD-LOJA        PIC 9(05) VALUE 0.
               01 WS-QTD-A-CONSUMIR  PIC 9(05) VALUE 0.
               01 WS-QTD-DO-LOTE     PIC 9(05) VALUE 0.
               01 WS-FIM-LOTES       PIC X(01) VALUE "N".
               01 WS-PRODUTO-ACHADO  PIC X(01).
                   88 WS-ACHADO             VALUE "S".
               01 WS-CONFIRMA        PIC X(01).
               01 WS-ALGO-DEVOLVIDO  PIC X(01) VALUE "N".
               01 WS-DEV-ESTOURO     PIC X(01).
                   88 WS-DEV-CABE           VALUE "N".
               *> Estorno do item pelo valor cobrado: o devolvido
               *> acumulado e sempre o proporcional arredondado, de
               *> modo que devolver tudo estorna exatamente o item.
               01 WS-QTD-DEV-ANTES   PIC 9(05) VALUE 0.
               01 WS-VALOR-DEV-ANTES PIC 9(07)V99 VALUE 0.
               01 WS-VALOR-DEV-ACUM  PIC 9(07)V99 VALUE 0.
               01 WS-VALOR-DEV-ITEM  PIC 9(07)V99 VALUE 0.

               *> Consulta de venda e segunda via de cupom: o nome do
               *> arquivo sai cupom-nnnnnn.txt com o numero da venda.
               01 WS-CLIENTE-VENDA   PIC 9(05) VALUE 0.
               01 WS-CLIENTE-DEFINIDO PIC X(01) VALUE "N".

               *> Turno de caixa do operador: a venda so fecha com
               *> turno ABERTO e os recebimentos caem nele.
               COPY "FORMAPAG.cpy".
               01 WS-OPER-BUSCA      PIC X(05).
               01 WS-TURNO-ATUAL     PIC 9(06) VALUE 0.
               01 WS-TURNO-LOCALIZADO PIC X(01) VALUE "N".
                   88 WS-TEM-TURNO          VALUE "S".
               01 WS-TURNO-INFORMADO PIC 9(06) VALUE 0.

               *> Formas de pagamento da venda. Na digitacao so entram
               *> recebimentos (V); na segunda via a tabela e remontada
               *> de movcaixa.db e traz tambem os estornos (D). O
               *> valor guardado e o que ficou no caixa: o troco sai
               *> da ultima forma, a que quitou o pedido.
               01 WS-MAX-PAGTOS      PIC 9(02) VALUE 6.
               01 WS-MAX-LINHAS-PAGTO PIC 9(02) VALUE 12.
               01 WS-QTD-PAGTOS      PIC 9(02) VALUE 0.
               01 WS-IDX-PAG         PIC 9(02) VALUE 0.
               01 WS-IDX-TROCO       PIC 9(02) VALUE 0.
               01 WS-PAGAMENTOS.
                   05 WS-PAGTO OCCURS 12 TIMES.
                       10 WS-PAG-TIPO      PIC X(01).
                       10 WS-PAG-FORMA     PIC 9(01).
                       10 WS-PAG-VALOR     PIC 9(07)V99.
               01 WS-FALTA-PAGAR     PIC 9(09)V99 VALUE 0.
               01 WS-TROCO           PIC 9(07)V99 VALUE 0.
               01 WS-FORMA-PAGTO     PIC 9(01) VALUE 0.
               01 WS-IDX-FORMA       PIC 9(02) VALUE 0.
               01 WS-VALOR-PAGTO     PIC 9(07)V99 VALUE 0.
               01 WS-VALOR-RECEBIDO  PIC 9(07)V99 VALUE 0.
               01 WS-SITUACAO-PAGTO  PIC X(01) VALUE "N".
                   88 WS-PAGTO-PENDENTE     VALUE "N".
                   88 WS-PAGTO-CONCLUIDO    VALUE "S".
                   88 WS-PAGTO-CANCELADO    VALUE "C".
               01 WS-VALOR-DEVOLVIDO PIC 9(09)V99 VALUE 0.

               *> Venda a prazo (fiado). WS-LIMITE-FIADO e quanto
               *> desta venda pode ficar a prazo: o credito
               *> disponivel do cliente, zero se ha conta vencida, ou
               *> o total do pedido quando o supervisor libera.
               01 WS-FIADO-SOLICITADO PIC X(01) VALUE "N".
                   88 WS-QUER-FIADO         VALUES "S", "s".
               01 WS-FIADO-PERMITIDO PIC X(01) VALUE "N".
                   88 WS-FIADO-OK           VALUE "S".
               01 WS-LIMITE-FIADO    PIC 9(09)V99 VALUE 0.
               01 WS-VALOR-FIADO     PIC 9(09)V99 VALUE 0.
               01 WS-SALDO-CLIENTE   PIC 9(09)V99 VALUE 0.
               01 WS-SALDO-CONTA     PIC 9(09)V99 VALUE 0.
               01 WS-CREDITO-DISP    PIC 9(09)V99 VALUE 0.
               01 WS-QTD-VENCIDAS    PIC 9(03) VALUE 0.
               01 WS-PRAZO-FIADO     PIC 9(03) VALUE 0.
               01 WS-PRAZO-PADRAO    PIC 9(03) VALUE 30.
               01 WS-OPER-LIBERACAO  PIC X(05) VALUE SPACES.
               01 WS-DIAS-CORRIDOS   PIC 9(07) VALUE 0.
               01 WS-VENCTO-FIADO    PIC 9(08) VALUE 0.
               01 WS-VENCTO-FIADO-R  REDEFINES WS-VENCTO-FIADO.
                   05 WS-VENCTO-ANO   PIC 9(04).
                   05 WS-VENCTO-MES   PIC 9(02).
                   05 WS-VENCTO-DIA   PIC 9(02).
               01 WS-VALOR-ABATIDO   PIC 9(09)V99 VALUE 0.

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

           *> Turnos sao so consulta aqui (quem abre e fecha e o
           *> CAIXA); os recebimentos vao para movcaixa.db.
           OPEN INPUT ARQ-CAIXAS
           IF FS-CAIXAS = "35"
               OPEN OUTPUT ARQ-CAIXAS
               CLOSE ARQ-CAIXAS
               OPEN INPUT ARQ-CAIXAS
           END-IF
           IF FS-CAIXAS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR caixas.db - FS: "
                       FS-CAIXAS
               STOP RUN
           END-IF

           OPEN EXTEND ARQ-MOVCAIXA
           IF FS-MOVCAIXA = "35"
               OPEN OUTPUT ARQ-MOVCAIXA
               CLOSE ARQ-MOVCAIXA
               OPEN EXTEND ARQ-MOVCAIXA
           END-IF
           IF FS-MOVCAIXA NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR movcaixa.db - FS: "
                       FS-MOVCAIXA
               STOP RUN
           END-IF

           OPEN I-O ARQ-RECEBER
           IF FS-RECEBER = "35"
               OPEN OUTPUT ARQ-RECEBER
               CLOSE ARQ-RECEBER
               OPEN I-O ARQ-RECEBER
           END-IF
           IF FS-RECEBER NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR receber.db - FS: "
                       FS-RECEBER
               STOP RUN
           END-IF

           *> Promocoes sao so consulta aqui; quem mantem e o
           *> CAD-APOIO (supervisor).
           OPEN INPUT ARQ-PROMOCOES
           IF FS-PROMOCOES = "35"
               OPEN OUTPUT ARQ-PROMOCOES
               CLOSE ARQ-PROMOCOES
               OPEN INPUT ARQ-PROMOCOES
           END-IF
           IF FS-PROMOCOES NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR promocoes.db - FS: "
                       FS-PROMOCOES
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

           *> Codigos de barras tambem sao so consulta; quem mantem
           *> e o cadastro de produtos.
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

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS

       ENCERRAR-SESSAO.
           CLOSE ARQ-PRODUTOS ARQ-VENDAS ARQ-MOVIMENTOS
                 ARQ-CLIENTES ARQ-CAIXAS ARQ-MOVCAIXA ARQ-RECEBER
                 ARQ-PROMOCOES ARQ-CODBARRAS ARQ-LOTES ARQ-ERROS.

       REGISTRAR-ERRO-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           WRITE REG-ERRO.

       DIGITAR-PEDIDO.
           MOVE OPER-CODIGO TO WS-OPER-BUSCA
           PERFORM LOCALIZAR-TURNO-ABERTO
           IF WS-TEM-TURNO
               PERFORM MONTAR-PEDIDO
           ELSE
               DISPLAY WS-LINHA
               DISPLAY "SEM TURNO DE CAIXA ABERTO: abra o turno no "
                       "Caixa (menu principal) antes de vender."
               DISPLAY WS-LINHA
           END-IF.

       MONTAR-PEDIDO.
           MOVE 0 TO WS-QTD-ITENS
           MOVE 0 TO WS-TOTAL-PEDIDO
           MOVE 99 TO WS-OPCAO-ITEM
           DISPLAY "--- NOVO PEDIDO DE VENDA ---"
           PERFORM UNTIL WS-OPCAO-ITEM = 0 OR WS-OPCAO-ITEM = 3
               DISPLAY " "
               DISPLAY "1 - Incluir item por ID ou codigo de barras"
               DISPLAY "2 - Incluir item por nome"
               DISPLAY "3 - Fechar pedido"
               DISPLAY "0 - Cancelar pedido"
           IF WS-QTD-ITENS >= WS-MAX-ITENS
               DISPLAY "Pedido cheio: feche este e abra outro."
           ELSE
               DISPLAY "ID OU CODIGO DE BARRAS: " WITH NO ADVANCING
               MOVE SPACES TO WS-CODIGO-LIDO
               ACCEPT WS-CODIGO-LIDO
               MOVE "N" TO WS-PRODUTO-ACHADO
               PERFORM IDENTIFICAR-CODIGO-LIDO
               IF WS-ID-CONSULTA > ZERO
                   MOVE WS-ID-CONSULTA TO PROD-ID
                   READ ARQ-PRODUTOS
                       INVALID KEY
                           DISPLAY "PRODUTO NAO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE "S" TO WS-PRODUTO-ACHADO
                   END-READ
               END-IF
               IF FS-CONTROLE NOT = "00" AND FS-CONTROLE NOT = "23"
                   MOVE "READ      " TO WS-ERRO-OPERACAO
                   MOVE FS-CONTROLE TO WS-ERRO-FS
               END-IF
           END-IF.

       IDENTIFICAR-CODIGO-LIDO.
           *> Ate 6 digitos e o ID digitado pelo operador; codigo
           *> maior e o EAN do leitor, procurado em codbarras.db.
           *> Devolve o ID em WS-ID-CONSULTA (zero = nao achou).
           MOVE 0 TO WS-ID-CONSULTA
           MOVE 0 TO WS-TAM-LIDO
           INSPECT WS-CODIGO-LIDO TALLYING WS-TAM-LIDO
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-TAM-LIDO = ZERO
                   DISPLAY "INFORME O ID OU O CODIGO DE BARRAS."
               WHEN WS-CODIGO-LIDO (1:WS-TAM-LIDO) NOT NUMERIC
                   DISPLAY "CODIGO INVALIDO: so digitos."
               WHEN WS-TAM-LIDO <= 6
                   MOVE WS-CODIGO-LIDO (1:WS-TAM-LIDO) TO
                        WS-ID-DIGITADO
                   INSPECT WS-ID-DIGITADO
                       REPLACING LEADING SPACES BY ZEROS
                   MOVE WS-ID-DIGITADO-N TO WS-ID-CONSULTA
                   IF WS-ID-CONSULTA = ZERO
                       DISPLAY "PRODUTO NAO ENCONTRADO."
                   END-IF
               WHEN OTHER
                   MOVE WS-CODIGO-LIDO TO CODB-CODIGO
                   READ ARQ-CODBARRAS
                       INVALID KEY
                           DISPLAY "CODIGO DE BARRAS NAO CADASTRADO: "
                                   WS-CODIGO-LIDO
                       NOT INVALID KEY
                           MOVE CODB-PROD-ID TO WS-ID-CONSULTA
                   END-READ
                   IF FS-CODBARRAS NOT = "00" AND
                      FS-CODBARRAS NOT = "23"
                       MOVE "READ CODB " TO WS-ERRO-OPERACAO
                       MOVE FS-CODBARRAS TO WS-ERRO-FS
                       MOVE "Falha de E/S em codbarras.db" TO
                            WS-ERRO-MSG
                       MOVE 0 TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
                   END-IF
                   MOVE "00" TO FS-CODBARRAS
           END-EVALUATE.

       INCLUIR-ITEM-POR-NOME.
           IF WS-QTD-ITENS >= WS-MAX-ITENS
               DISPLAY "Pedido cheio: feche este e abra outro."
       VALIDAR-E-INCLUIR-ITEM.
           MOVE PROD-PRECO TO WS-PRECO-ED
           DISPLAY "Produto: " PROD-ID " - " PROD-NOME
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           DISPLAY "   R$: " WS-PRECO-ED
                   " | ESTOQUE: " PROD-QTD
                   " | SIT: " PROD-STATUS
           IF PROD-QTD-DEPOSITO < PROD-QTD
               COMPUTE WS-QTD-LOJA = PROD-QTD - PROD-QTD-DEPOSITO
           ELSE
               MOVE 0 TO WS-QTD-LOJA
           END-IF
           DISPLAY "   LOJA: " WS-QTD-LOJA
                   " | DEPOSITO: " PROD-QTD-DEPOSITO

           IF PROD-INATIVO
               DISPLAY "BLOQUEADO: produto INATIVO nao pode ser "
                       "vendido."
           ELSE
               PERFORM CALCULAR-QTD-RESERVADA
               PERFORM APURAR-QTD-VENDAVEL
               IF WS-QTD-VENCIDA > ZERO
                   DISPLAY "   ATENCAO: " WS-QTD-VENCIDA
                           " unidade(s) em lote vencido, fora da "
                           "venda."
               END-IF
               DISPLAY "QUANTIDADE: " WITH NO ADVANCING
               ACCEPT WS-QTD-VENDA
               IF WS-QTD-VENDA = ZERO
                   DISPLAY "REJEITADO: quantidade deve ser maior "
                           "que zero."
               ELSE
                   IF WS-QTD-VENDA + WS-QTD-RESERVADA >
                      WS-QTD-VENDAVEL
                       DISPLAY "BLOQUEADO: estoque insuficiente "
                               "(disponivel: " WS-QTD-VENDAVEL
                               " / ja no pedido: " WS-QTD-RESERVADA
                               ")."
                       IF PROD-QTD-DEPOSITO > ZERO
                           DISPLAY "   Ha " PROD-QTD-DEPOSITO
                                   " no deposito: transfira para "
                                   "a loja antes de vender."
                       END-IF
                   ELSE
                       PERFORM ANOTAR-ITEM-PEDIDO
                   END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       APURAR-QTD-VENDAVEL.
           *> Disponivel para venda: PROD-QTD, menos, no perecivel, o
           *> saldo dos lotes abertos com validade anterior a hoje
           *> (a chave de lotes.db ja vem em ordem de vencimento),
           *> limitado ao saldo da loja - o deposito nao vende.
           MOVE 0 TO WS-QTD-VENCIDA
           IF PROD-E-PERECIVEL
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE PROD-ID TO LOTE-PROD-ID
               MOVE 0 TO LOTE-VALIDADE
               MOVE LOW-VALUES TO LOTE-NUMERO
               START ARQ-LOTES KEY IS GREATER THAN OR EQUAL TO
                       LOTE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-LOTES
                       PERFORM UNTIL WS-FIM-LOTES = "S"
                           READ ARQ-LOTES NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-LOTES
                               NOT AT END
                                   PERFORM SOMAR-LOTE-VENCIDO
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO FS-LOTES
           END-IF
           IF WS-QTD-VENCIDA < PROD-QTD
               COMPUTE WS-QTD-VENDAVEL = PROD-QTD - WS-QTD-VENCIDA
           ELSE
               MOVE 0 TO WS-QTD-VENDAVEL
           END-IF
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           IF PROD-QTD-DEPOSITO < PROD-QTD
               COMPUTE WS-QTD-LOJA = PROD-QTD - PROD-QTD-DEPOSITO
           ELSE
               MOVE 0 TO WS-QTD-LOJA
           END-IF
           IF WS-QTD-LOJA < WS-QTD-VENDAVEL
               MOVE WS-QTD-LOJA TO WS-QTD-VENDAVEL
           END-IF.

       SOMAR-LOTE-VENCIDO.
           IF LOTE-PROD-ID NOT = PROD-ID OR
              LOTE-VALIDADE NOT < WS-DATA-SISTEMA-N
               MOVE "S" TO WS-FIM-LOTES
           ELSE
               IF LOTE-ABERTO
                   ADD LOTE-QTD TO WS-QTD-VENCIDA
               END-IF
           END-IF.

       ANOTAR-ITEM-PEDIDO.
           ADD 1 TO WS-QTD-ITENS
           MOVE PROD-ID TO WS-ITEM-PROD-ID (WS-QTD-ITENS)
           MOVE PROD-NOME TO WS-ITEM-NOME (WS-QTD-ITENS)
           MOVE WS-QTD-VENDA TO WS-ITEM-QTD (WS-QTD-ITENS)
           MOVE PROD-PRECO TO WS-ITEM-PRECO (WS-QTD-ITENS)
           IF PROD-CUSTO NUMERIC
               MOVE PROD-CUSTO TO WS-ITEM-CUSTO (WS-QTD-ITENS)
           ELSE
               MOVE 0 TO WS-ITEM-CUSTO (WS-QTD-ITENS)
           END-IF
           COMPUTE WS-VALOR-TABELA = PROD-PRECO * WS-QTD-VENDA
           PERFORM APURAR-MELHOR-PROMOCAO
           MOVE WS-MELHOR-VALOR TO WS-ITEM-VALOR (WS-QTD-ITENS)
           MOVE WS-MELHOR-PROMO TO WS-ITEM-PROMO (WS-QTD-ITENS)
           COMPUTE WS-ITEM-DESCONTO (WS-QTD-ITENS) =
                   WS-VALOR-TABELA - WS-MELHOR-VALOR
           COMPUTE WS-ITEM-PRECO-COBR (WS-QTD-ITENS) ROUNDED =
                   WS-MELHOR-VALOR / WS-QTD-VENDA
           ADD WS-ITEM-VALOR (WS-QTD-ITENS) TO WS-TOTAL-PEDIDO
           IF WS-MELHOR-PROMO > ZERO
               MOVE WS-ITEM-DESCONTO (WS-QTD-ITENS) TO WS-VALOR-ED
               DISPLAY "PROMOCAO " WS-MELHOR-PROMO " "
                       WS-MELHOR-DESCRICAO " - DESCONTO R$ "
                       WS-VALOR-ED
           END-IF
           MOVE WS-ITEM-VALOR (WS-QTD-ITENS) TO WS-VALOR-ED
           DISPLAY "ITEM " WS-QTD-ITENS " INCLUIDO - R$ "
                   WS-VALOR-ED.

       APURAR-MELHOR-PROMOCAO.
           *> Percorre as promocoes e fica com a que cobra menos pelo
           *> item; sem promocao vigente o item sai a preco de
           *> tabela (codigo zero).
           MOVE WS-VALOR-TABELA TO WS-MELHOR-VALOR
           MOVE 0 TO WS-MELHOR-PROMO
           MOVE SPACES TO WS-MELHOR-DESCRICAO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO PROMO-CODIGO
           START ARQ-PROMOCOES KEY IS GREATER THAN OR EQUAL TO
                   PROMO-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-PROMO
                   PERFORM UNTIL WS-FIM-PROMO = "S"
                       READ ARQ-PROMOCOES NEXT
                           AT END
                               MOVE "S" TO WS-FIM-PROMO
                           NOT AT END
                               PERFORM AVALIAR-PROMOCAO-ITEM
                       END-READ
                   END-PERFORM
           END-START
           IF FS-PROMOCOES NOT = "00" AND FS-PROMOCOES NOT = "10"
                   AND FS-PROMOCOES NOT = "23"
               MOVE "PROMOCAO  " TO WS-ERRO-OPERACAO
               MOVE FS-PROMOCOES TO WS-ERRO-FS
               MOVE "Falha ao ler promocoes.db" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE "00" TO FS-PROMOCOES.

       AVALIAR-PROMOCAO-ITEM.
           IF PROMO-ATIVA AND
              PROMO-DATA-INICIO <= WS-DATA-SISTEMA-N AND
              PROMO-DATA-FIM >= WS-DATA-SISTEMA-N AND
              ((PROMO-DO-PRODUTO AND PROMO-ALVO-CODIGO = PROD-ID) OR
               (PROMO-DA-CATEGORIA AND PROD-CATEGORIA NUMERIC AND
                PROD-CATEGORIA > ZERO AND
                PROMO-ALVO-CODIGO = PROD-CATEGORIA))
               PERFORM CALCULAR-VALOR-PROMOCAO
               IF WS-VALOR-PROMO < WS-MELHOR-VALOR
                   MOVE WS-VALOR-PROMO TO WS-MELHOR-VALOR
                   MOVE PROMO-CODIGO TO WS-MELHOR-PROMO
                   MOVE PROMO-DESCRICAO TO WS-MELHOR-DESCRICAO
               END-IF
           END-IF.

       CALCULAR-VALOR-PROMOCAO.
           *> Valor do item com a promocao lida; se ela nao se
           *> aplica (preco fixo acima do de tabela, quantidade
           *> abaixo do leve) o item fica a preco de tabela.
           MOVE WS-VALOR-TABELA TO WS-VALOR-PROMO
           EVALUATE TRUE
               WHEN PROMO-PERCENTUAL
                   COMPUTE WS-PRECO-PROMO ROUNDED =
                       PROD-PRECO * (100 - PROMO-PCT-DESCONTO) / 100
                   COMPUTE WS-VALOR-PROMO =
                       WS-PRECO-PROMO * WS-QTD-VENDA
               WHEN PROMO-PRECO-FIXO
                   IF PROMO-PRECO < PROD-PRECO
                       COMPUTE WS-VALOR-PROMO =
                           PROMO-PRECO * WS-QTD-VENDA
                   END-IF
               WHEN PROMO-LEVE-PAGUE
                   IF PROMO-PAGUE > ZERO AND
                      PROMO-LEVE > PROMO-PAGUE AND
                      WS-QTD-VENDA >= PROMO-LEVE
                       DIVIDE WS-QTD-VENDA BY PROMO-LEVE
                           GIVING WS-QTD-LEVES
                           REMAINDER WS-QTD-AVULSAS
                       COMPUTE WS-QTD-COBRADA =
                           WS-QTD-LEVES * PROMO-PAGUE + WS-QTD-AVULSAS
                       COMPUTE WS-VALOR-PROMO =
                           PROD-PRECO * WS-QTD-COBRADA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FECHAR-PEDIDO.
           IF WS-QTD-ITENS = ZERO
               DISPLAY "Pedido sem itens - nada a fechar."
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM OBTER-CLIENTE-VENDA
                   PERFORM OBTER-PAGAMENTOS-VENDA
                   IF WS-PAGTO-CONCLUIDO
                       PERFORM EFETIVAR-VENDA
                   ELSE
                       DISPLAY "Pagamento nao concluido - pedido "
                               "segue aberto."
                       MOVE 99 TO WS-OPCAO-ITEM
                   END-IF
               ELSE
                   DISPLAY "Fechamento cancelado - pedido segue "
                           "aberto."
                   END-READ
                   MOVE "00" TO FS-CLIENTES
               END-IF
           END-PERFORM

           *> Fiado so para cliente identificado; o registro lido
           *> acima traz limite e prazo.
           MOVE "N" TO WS-FIADO-PERMITIDO
           MOVE 0 TO WS-LIMITE-FIADO
           MOVE SPACES TO WS-OPER-LIBERACAO
           IF WS-CLIENTE-VENDA > ZERO
               DISPLAY "Venda a prazo (fiado)? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-FIADO-SOLICITADO
               IF WS-QUER-FIADO
                   PERFORM ANALISAR-CREDITO-CLIENTE
               END-IF
           END-IF.

       ANALISAR-CREDITO-CLIENTE.
           MOVE CLI-PRAZO-DIAS TO WS-PRAZO-FIADO
           IF WS-PRAZO-FIADO = ZERO
               MOVE WS-PRAZO-PADRAO TO WS-PRAZO-FIADO
           END-IF
           PERFORM APURAR-SALDO-CLIENTE
           IF CLI-LIMITE-CREDITO > WS-SALDO-CLIENTE
               COMPUTE WS-CREDITO-DISP =
                   CLI-LIMITE-CREDITO - WS-SALDO-CLIENTE
           ELSE
               MOVE 0 TO WS-CREDITO-DISP
           END-IF
           MOVE CLI-LIMITE-CREDITO TO WS-VALOR-ED
           DISPLAY "LIMITE DE CREDITO: R$ " WS-VALOR-ED
           MOVE WS-SALDO-CLIENTE TO WS-TOTAL-ED
           DISPLAY "EM ABERTO:         R$ " WS-TOTAL-ED
           MOVE WS-CREDITO-DISP TO WS-TOTAL-ED
           DISPLAY "DISPONIVEL:        R$ " WS-TOTAL-ED

           *> Conta vencida bloqueia o credito inteiro; limite curto
           *> deixa a prazo so o que cabe e o resto vai a vista.
           IF WS-QTD-VENCIDAS > ZERO
               DISPLAY "CREDITO RECUSADO: cliente com "
                       WS-QTD-VENCIDAS " conta(s) vencida(s)."
               MOVE 0 TO WS-LIMITE-FIADO
               PERFORM OFERECER-LIBERACAO-FIADO
           ELSE
               IF WS-CREDITO-DISP < WS-TOTAL-PEDIDO
                   DISPLAY "CREDITO RECUSADO: a venda passa do "
                           "limite do cliente."
                   MOVE WS-CREDITO-DISP TO WS-LIMITE-FIADO
                   PERFORM OFERECER-LIBERACAO-FIADO
               ELSE
                   MOVE WS-TOTAL-PEDIDO TO WS-LIMITE-FIADO
               END-IF
           END-IF

           IF WS-LIMITE-FIADO > ZERO
               MOVE "S" TO WS-FIADO-PERMITIDO
               MOVE WS-LIMITE-FIADO TO WS-TOTAL-ED
               DISPLAY "A PRAZO ATE R$ " WS-TOTAL-ED
                       " | VENCIMENTO EM " WS-PRAZO-FIADO " DIAS"
           ELSE
               DISPLAY "Venda segue sem fiado."
           END-IF.

       OFERECER-LIBERACAO-FIADO.
           *> Liberacao e do supervisor logado na sessao (mesma regra
           *> da devolucao); liberada ou negada, fica no log.
           MOVE 0 TO WS-ERRO-ID
           MOVE "--" TO WS-ERRO-FS
           MOVE SPACES TO WS-ERRO-MSG
           IF OPER-SUPERVISOR
               DISPLAY "Liberar a venda a prazo mesmo assim? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   MOVE WS-TOTAL-PEDIDO TO WS-LIMITE-FIADO
                   MOVE OPER-CODIGO TO WS-OPER-LIBERACAO
                   MOVE "FIADO LIB " TO WS-ERRO-OPERACAO
                   STRING "Fiado liberado - cliente "
                          WS-CLIENTE-VENDA
                          DELIMITED BY SIZE
                       INTO WS-ERRO-MSG
                   END-STRING
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           ELSE
               DISPLAY "So o supervisor libera acima da regra."
               MOVE "FIADO NEG " TO WS-ERRO-OPERACAO
               STRING "Fiado recusado - cliente "
                      WS-CLIENTE-VENDA
                      DELIMITED BY SIZE
                   INTO WS-ERRO-MSG
               END-STRING
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       APURAR-SALDO-CLIENTE.
           *> Soma o saldo das contas abertas do cliente pela chave
           *> alternativa e conta as que ja passaram do vencimento.
           MOVE 0 TO WS-SALDO-CLIENTE
           MOVE 0 TO WS-QTD-VENCIDAS
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-CLIENTE-VENDA TO REC-CLIENTE
           START ARQ-RECEBER KEY IS EQUAL TO REC-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-BUSCA
                   PERFORM UNTIL WS-FIM-BUSCA = "S"
                       READ ARQ-RECEBER NEXT
                           AT END
                               MOVE "S" TO WS-FIM-BUSCA
                           NOT AT END
                               IF REC-CLIENTE NOT = WS-CLIENTE-VENDA
                                   MOVE "S" TO WS-FIM-BUSCA
                               ELSE
                                   IF REC-ABERTA
                                       PERFORM SOMAR-CONTA-ABERTA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-RECEBER.

       SOMAR-CONTA-ABERTA.
           COMPUTE WS-SALDO-CONTA = REC-VALOR - REC-VALOR-ABATIDO
                                  - REC-VALOR-PAGO
           ADD WS-SALDO-CONTA TO WS-SALDO-CLIENTE
           IF WS-SALDO-CONTA > ZERO AND
              REC-DATA-VENCTO < WS-DATA-SISTEMA-N
               ADD 1 TO WS-QTD-VENCIDAS
           END-IF.

       OBTER-PAGAMENTOS-VENDA.
           *> O turno pode ter sido fechado em outro terminal durante
           *> a digitacao: reconfere antes de receber.
           MOVE 0 TO WS-QTD-PAGTOS
           MOVE 0 TO WS-TROCO
           MOVE 0 TO WS-IDX-TROCO
           MOVE 0 TO WS-VALOR-FIADO
           MOVE 0 TO WS-VENCTO-FIADO
           MOVE WS-TOTAL-PEDIDO TO WS-FALTA-PAGAR
           MOVE OPER-CODIGO TO WS-OPER-BUSCA
           PERFORM LOCALIZAR-TURNO-ABERTO
           IF NOT WS-TEM-TURNO
               DISPLAY "SEU TURNO DE CAIXA FOI FECHADO - reabra o "
                       "turno para receber."
               SET WS-PAGTO-CANCELADO TO TRUE
           ELSE
               IF WS-FALTA-PAGAR = ZERO
                   SET WS-PAGTO-CONCLUIDO TO TRUE
               ELSE
                   SET WS-PAGTO-PENDENTE TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL NOT WS-PAGTO-PENDENTE
               PERFORM RECEBER-PAGAMENTO
           END-PERFORM.

       RECEBER-PAGAMENTO.
           MOVE WS-FALTA-PAGAR TO WS-TOTAL-ED
           DISPLAY "A RECEBER: R$ " WS-TOTAL-ED
           PERFORM LISTAR-FORMAS-PAGTO
           DISPLAY "0 - Cancelar o pagamento"
           DISPLAY "Forma: " WITH NO ADVANCING
           ACCEPT WS-FORMA-PAGTO
           IF WS-FORMA-PAGTO = ZERO
               SET WS-PAGTO-CANCELADO TO TRUE
           ELSE
               IF WS-FORMA-PAGTO > QTD-FORMAS-PAGTO AND
                  NOT (WS-FORMA-PAGTO = FORMA-FIADO AND WS-FIADO-OK)
                   DISPLAY "Forma invalida."
               ELSE
                   DISPLAY "VALOR EM " FORMA-NOME (WS-FORMA-PAGTO)
                           " (0 = restante): " WITH NO ADVANCING
                   ACCEPT WS-VALOR-RECEBIDO
                   IF WS-VALOR-RECEBIDO = ZERO
                       MOVE WS-FALTA-PAGAR TO WS-VALOR-RECEBIDO
                   END-IF
                   PERFORM VALIDAR-E-ANOTAR-PAGAMENTO
               END-IF
           END-IF.

       VALIDAR-E-ANOTAR-PAGAMENTO.
           *> So dinheiro aceita valor acima do restante (gera troco);
           *> a ultima linha disponivel precisa quitar o pedido.
           IF WS-VALOR-RECEBIDO > WS-FALTA-PAGAR AND
              WS-FORMA-PAGTO NOT = FORMA-DINHEIRO
               DISPLAY "REJEITADO: so dinheiro aceita valor acima "
                       "do restante."
           ELSE
               IF WS-VALOR-RECEBIDO - WS-FALTA-PAGAR > 99999,99
                   DISPLAY "REJEITADO: troco acima do permitido - "
                           "confira o valor."
               ELSE
                   IF WS-VALOR-RECEBIDO < WS-FALTA-PAGAR AND
                      WS-QTD-PAGTOS + 1 >= WS-MAX-PAGTOS
                       DISPLAY "REJEITADO: limite de formas - esta "
                               "precisa quitar o restante."
                   ELSE
                       IF WS-FORMA-PAGTO = FORMA-FIADO AND
                          WS-VALOR-FIADO + WS-VALOR-RECEBIDO >
                              WS-LIMITE-FIADO
                           MOVE WS-LIMITE-FIADO TO WS-TOTAL-ED
                           DISPLAY "REJEITADO: a prazo so ate R$ "
                                   WS-TOTAL-ED " nesta venda."
                       ELSE
                           PERFORM ANOTAR-PAGAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANOTAR-PAGAMENTO.
           ADD 1 TO WS-QTD-PAGTOS
           MOVE "V" TO WS-PAG-TIPO (WS-QTD-PAGTOS)
           MOVE WS-FORMA-PAGTO TO WS-PAG-FORMA (WS-QTD-PAGTOS)
           IF WS-VALOR-RECEBIDO > WS-FALTA-PAGAR
               COMPUTE WS-TROCO = WS-VALOR-RECEBIDO - WS-FALTA-PAGAR
               MOVE WS-QTD-PAGTOS TO WS-IDX-TROCO
               MOVE WS-FALTA-PAGAR TO WS-PAG-VALOR (WS-QTD-PAGTOS)
           ELSE
               MOVE WS-VALOR-RECEBIDO TO WS-PAG-VALOR (WS-QTD-PAGTOS)
           END-IF
           SUBTRACT WS-PAG-VALOR (WS-QTD-PAGTOS) FROM WS-FALTA-PAGAR
           IF WS-FORMA-PAGTO = FORMA-FIADO
               ADD WS-PAG-VALOR (WS-QTD-PAGTOS) TO WS-VALOR-FIADO
           END-IF
           IF WS-FALTA-PAGAR = ZERO
               SET WS-PAGTO-CONCLUIDO TO TRUE
               IF WS-TROCO > ZERO
                   MOVE WS-TROCO TO WS-VALOR-ED
                   DISPLAY "TROCO: R$ " WS-VALOR-ED
               END-IF
           END-IF.

       LISTAR-FORMAS-PAGTO.
           MOVE 1 TO WS-IDX-FORMA
           PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
               DISPLAY WS-IDX-FORMA " - " FORMA-NOME (WS-IDX-FORMA)
               ADD 1 TO WS-IDX-FORMA
           END-PERFORM
           *> A prazo so aparece na venda com credito aprovado ou
           *> liberado em OBTER-CLIENTE-VENDA.
           IF WS-FIADO-OK
               MOVE FORMA-FIADO TO WS-IDX-FORMA
               DISPLAY WS-IDX-FORMA " - " FORMA-NOME (WS-IDX-FORMA)
           END-IF.

       LOCALIZAR-TURNO-ABERTO.
           *> Percorre os turnos do operador pela chave alternativa
           *> (mesma busca do CAIXA); so pode haver um ABERTO.
           MOVE "N" TO WS-TURNO-LOCALIZADO
           MOVE 0 TO WS-TURNO-ATUAL
           MOVE WS-OPER-BUSCA TO CX-OPERADOR
           START ARQ-CAIXAS KEY IS EQUAL TO CX-OPERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-BUSCA
                   PERFORM UNTIL WS-FIM-BUSCA = "S"
                       READ ARQ-CAIXAS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-BUSCA
                           NOT AT END
                               IF CX-OPERADOR NOT = WS-OPER-BUSCA
                                   MOVE "S" TO WS-FIM-BUSCA
                               ELSE
                                   IF CX-ABERTO
                                       MOVE "S" TO WS-TURNO-LOCALIZADO
                                       MOVE CX-NUMERO TO WS-TURNO-ATUAL
                                       MOVE "S" TO WS-FIM-BUSCA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-CAIXAS.

       EFETIVAR-VENDA.
           MOVE "S" TO WS-VENDA-OK
           PERFORM CONFERIR-ESTOQUE-PEDIDO
               PERFORM OBTER-PROXIMO-NUMERO-VENDA
               PERFORM BAIXAR-ESTOQUE-PEDIDO
               PERFORM GRAVAR-PEDIDO
               PERFORM GRAVAR-PAGAMENTOS-CAIXA
               IF WS-VALOR-FIADO > ZERO
                   PERFORM GRAVAR-CONTA-RECEBER
               END-IF
               PERFORM IMPRIMIR-CUPOM
           END-IF.

                   INVALID KEY
                       MOVE "N" TO WS-VENDA-OK
                   NOT INVALID KEY
                       PERFORM APURAR-QTD-VENDAVEL
                       IF PROD-INATIVO OR
                          WS-ITEM-QTD (WS-IDX) + WS-QTD-RESERVADA
                              > WS-QTD-VENDAVEL
                           MOVE "N" TO WS-VENDA-OK
                       END-IF
               END-READ
           MOVE "00" TO FS-CONTROLE.

       BAIXAR-ESTOQUE-ITEM.
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           MOVE PROD-QTD TO MOV-QTD-ANTERIOR
           SUBTRACT WS-ITEM-QTD (WS-IDX) FROM PROD-QTD
           REWRITE REG-PRODUTO
                           PROD-ID
               NOT INVALID KEY
                   PERFORM GRAVAR-MOVIMENTO-VENDA
                   IF PROD-E-PERECIVEL
                       PERFORM CONSUMIR-LOTES-FEFO
                   END-IF
           END-REWRITE
           IF FS-CONTROLE NOT = "00"
               MOVE "REWRITE   " TO WS-ERRO-OPERACAO
           MOVE WS-ITEM-QTD (WS-IDX) TO MOV-QTD
           MOVE PROD-QTD TO MOV-QTD-RESULTANTE
           MOVE WS-MOTIVO-VENDA TO MOV-MOTIVO
           MOVE WS-ITEM-CUSTO (WS-IDX) TO MOV-CUSTO
           MOVE SPACES TO MOV-LOTE
           MOVE "L" TO MOV-LOCAL
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-ANTERIOR
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-RESULTANTE
           MOVE WS-ANO-SYS TO MOV-ANO
           MOVE WS-MES-SYS TO MOV-MES
           MOVE WS-DIA-SYS TO MOV-DIA
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       CONSUMIR-LOTES-FEFO.
           *> Tira a quantidade vendida dos lotes abertos a partir do
           *> que vence hoje, na ordem da chave (validade crescente).
           *> O que os lotes nao cobrem sai do estoque sem lote.
           MOVE WS-ITEM-QTD (WS-IDX) TO WS-QTD-A-CONSUMIR
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE PROD-ID TO LOTE-PROD-ID
           MOVE WS-DATA-SISTEMA-N TO LOTE-VALIDADE
           MOVE LOW-VALUES TO LOTE-NUMERO
           START ARQ-LOTES KEY IS GREATER THAN OR EQUAL TO LOTE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-LOTES
                   PERFORM UNTIL WS-FIM-LOTES = "S"
                           OR WS-QTD-A-CONSUMIR = ZERO
                       READ ARQ-LOTES NEXT
                           AT END
                               MOVE "S" TO WS-FIM-LOTES
                           NOT AT END
                               IF LOTE-PROD-ID NOT = PROD-ID
                                   MOVE "S" TO WS-FIM-LOTES
                               ELSE
                                   IF LOTE-ABERTO AND LOTE-QTD > ZERO
                                       PERFORM BAIXAR-SALDO-LOTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-LOTES.

       BAIXAR-SALDO-LOTE.
           IF LOTE-QTD > WS-QTD-A-CONSUMIR
               MOVE WS-QTD-A-CONSUMIR TO WS-QTD-DO-LOTE
           ELSE
               MOVE LOTE-QTD TO WS-QTD-DO-LOTE
           END-IF
           SUBTRACT WS-QTD-DO-LOTE FROM LOTE-QTD
           SUBTRACT WS-QTD-DO-LOTE FROM WS-QTD-A-CONSUMIR
           IF LOTE-QTD = ZERO
               SET LOTE-ESGOTADO TO TRUE
           END-IF
           REWRITE REG-LOTE
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR LOTE " LOTE-NUMERO
                           " DO PRODUTO " PROD-ID
           END-REWRITE
           IF FS-LOTES NOT = "00"
               MOVE "BAIXA LOTE" TO WS-ERRO-OPERACAO
               MOVE FS-LOTES TO WS-ERRO-FS
               MOVE "Falha de E/S ao baixar lote" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-PEDIDO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-TOTAL-PEDIDO TO VEND-CAB-TOTAL
           SET VEND-VENDIDA TO TRUE
           MOVE WS-CLIENTE-VENDA TO VEND-CAB-CLIENTE
           MOVE WS-TURNO-ATUAL TO VEND-CAB-TURNO
           MOVE WS-TROCO TO VEND-CAB-TROCO
           PERFORM GRAVAR-REGISTRO-VENDA

           MOVE 1 TO WS-IDX
               MOVE WS-ITEM-PRECO (WS-IDX) TO VEND-ITEM-PRECO
               MOVE WS-ITEM-VALOR (WS-IDX) TO VEND-ITEM-VALOR
               MOVE 0 TO VEND-ITEM-QTD-DEV
               MOVE WS-ITEM-CUSTO (WS-IDX) TO VEND-ITEM-CUSTO
               MOVE WS-ITEM-PRECO-COBR (WS-IDX) TO
                    VEND-ITEM-PRECO-COBR
               MOVE WS-ITEM-PROMO (WS-IDX) TO VEND-ITEM-PROMO
               MOVE WS-ITEM-DESCONTO (WS-IDX) TO VEND-ITEM-DESCONTO
               PERFORM GRAVAR-REGISTRO-VENDA
               ADD 1 TO WS-IDX
           END-PERFORM.
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-PAGAMENTOS-CAIXA.
           MOVE WS-NUMERO-VENDA TO WS-MOTIVO-NUM
           MOVE 1 TO WS-IDX-PAG
           PERFORM UNTIL WS-IDX-PAG > WS-QTD-PAGTOS
               MOVE "V" TO CXM-TIPO
               MOVE WS-PAG-FORMA (WS-IDX-PAG) TO CXM-FORMA
               MOVE WS-PAG-VALOR (WS-IDX-PAG) TO CXM-VALOR
               MOVE WS-NUMERO-VENDA TO CXM-VENDA-NUM
               MOVE WS-MOTIVO-VENDA TO CXM-MOTIVO
               PERFORM GRAVAR-MOVIMENTO-CAIXA
               ADD 1 TO WS-IDX-PAG
           END-PERFORM.

       GRAVAR-CONTA-RECEBER.
           *> Vencimento = data da venda + prazo do cliente, em dias
           *> corridos (mesma conta do CALCULAR-DATA-VESPERA do job).
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA-N)
               + WS-PRAZO-FIADO
           COMPUTE WS-VENCTO-FIADO =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CORRIDOS)

           MOVE SPACES TO REG-RECEBER
           MOVE WS-NUMERO-VENDA TO REC-VENDA
           MOVE WS-CLIENTE-VENDA TO REC-CLIENTE
           MOVE WS-DATA-SISTEMA-N TO REC-DATA-EMISSAO
           MOVE WS-VENCTO-FIADO TO REC-DATA-VENCTO
           MOVE WS-VALOR-FIADO TO REC-VALOR
           MOVE 0 TO REC-VALOR-ABATIDO
           MOVE 0 TO REC-VALOR-PAGO
           MOVE 0 TO REC-DATA-ULT-PAGTO
           SET REC-ABERTA TO TRUE
           MOVE WS-OPER-LIBERACAO TO REC-OPER-LIBERACAO
           WRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTA A RECEBER DA VENDA "
                           WS-NUMERO-VENDA
           END-WRITE
           IF FS-RECEBER NOT = "00"
               MOVE "GRAVA REC " TO WS-ERRO-OPERACAO
               MOVE FS-RECEBER TO WS-ERRO-FS
               MOVE "Falha ao gravar conta a receber" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-MOVIMENTO-CAIXA.
           *> Tipo, forma, valor, venda e motivo ja vem preenchidos;
           *> o movimento cai no turno de WS-TURNO-ATUAL.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-TURNO-ATUAL TO CXM-TURNO
           MOVE WS-ANO-SYS TO CXM-ANO
           MOVE WS-MES-SYS TO CXM-MES
           MOVE WS-DIA-SYS TO CXM-DIA
           MOVE WS-HH-SYS TO CXM-HH
           MOVE WS-MM-SYS TO CXM-MM
           MOVE WS-SS-SYS TO CXM-SS
           MOVE OPER-CODIGO TO CXM-OPERADOR
           WRITE REG-MOVCAIXA
           IF FS-MOVCAIXA NOT = "00"
               MOVE "MOV CAIXA " TO WS-ERRO-OPERACAO
               MOVE FS-MOVCAIXA TO WS-ERRO-FS
               MOVE "Falha ao gravar movimento de caixa" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       IMPRIMIR-CUPOM.
           DISPLAY WS-LINHA
           DISPLAY "CUPOM DE VENDA N. " WS-NUMERO-VENDA
           DISPLAY WS-DIA-SYS "/" WS-MES-SYS "/" WS-ANO-SYS " "
                   WS-HH-SYS ":" WS-MM-SYS ":" WS-SS-SYS
           DISPLAY WS-LINHA
           MOVE 0 TO WS-TOTAL-DESCONTO
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-ITENS
               *> Linha do item a preco de tabela; a promocao sai
               *> logo abaixo como desconto.
               COMPUTE WS-VALOR-TABELA = WS-ITEM-VALOR (WS-IDX)
                       + WS-ITEM-DESCONTO (WS-IDX)
               MOVE WS-ITEM-PRECO (WS-IDX) TO WS-PRECO-ED
               MOVE WS-VALOR-TABELA TO WS-VALOR-ED
               DISPLAY WS-ITEM-PROD-ID (WS-IDX) " "
                       WS-ITEM-NOME (WS-IDX)
               DISPLAY "   " WS-ITEM-QTD (WS-IDX) " x R$ "
                       WS-PRECO-ED " = R$ " WS-VALOR-ED
               IF WS-ITEM-DESCONTO (WS-IDX) > ZERO
                   ADD WS-ITEM-DESCONTO (WS-IDX) TO WS-TOTAL-DESCONTO
                   MOVE WS-ITEM-DESCONTO (WS-IDX) TO WS-VALOR-ED
                   DISPLAY "   DESC. PROMOCAO " WS-ITEM-PROMO (WS-IDX)
                           "  -R$ " WS-VALOR-ED
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM
           DISPLAY WS-LINHA
           IF WS-TOTAL-DESCONTO > ZERO
               MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-ED
               DISPLAY "DESCONTOS:      R$ " WS-TOTAL-ED
           END-IF
           MOVE WS-TOTAL-PEDIDO TO WS-TOTAL-ED
           DISPLAY "TOTAL DO CUPOM: R$ " WS-TOTAL-ED
           MOVE 1 TO WS-IDX-PAG
           PERFORM UNTIL WS-IDX-PAG > WS-QTD-PAGTOS
               PERFORM MONTAR-LINHA-PAGTO-CUPOM
               DISPLAY WS-LINHA-CUPOM
               ADD 1 TO WS-IDX-PAG
           END-PERFORM
           IF WS-TROCO > ZERO
               MOVE WS-TROCO TO WS-VALOR-ED
               DISPLAY "   TROCO              R$ " WS-VALOR-ED
           END-IF
           IF WS-VENCTO-FIADO > ZERO
               DISPLAY "   VENCIMENTO A PRAZO " WS-VENCTO-DIA "/"
                       WS-VENCTO-MES "/" WS-VENCTO-ANO
           END-IF
           DISPLAY WS-LINHA.

       MONTAR-LINHA-PAGTO-CUPOM.
           *> Recebimento: na ultima forma (a que quitou) o cupom
           *> mostra o valor entregue, isto e, com o troco somado.
           MOVE WS-PAG-VALOR (WS-IDX-PAG) TO WS-VALOR-PAGTO
           MOVE WS-PAG-FORMA (WS-IDX-PAG) TO WS-FORMA-PAGTO
           IF WS-IDX-PAG = WS-IDX-TROCO
               ADD WS-TROCO TO WS-VALOR-PAGTO
           END-IF
           MOVE WS-VALOR-PAGTO TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-CUPOM
           IF WS-PAG-TIPO (WS-IDX-PAG) = "D"
               STRING "   ESTORNO " FORMA-NOME (WS-FORMA-PAGTO)
                      " R$ " WS-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
               END-STRING
           ELSE
               STRING "   " FORMA-NOME (WS-FORMA-PAGTO)
                      "    R$ " WS-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
               END-STRING
           END-IF.

       VERIFICAR-NIVEL-SUPERVISOR.
           *> Devolucao mexe em estoque e descaracteriza a venda; a
           *> negativa fica no log com o codigo de quem tentou (mesma
               IF VEND-DEVOLVIDA
                   DISPLAY "Venda ja devolvida por completo."
               ELSE
                   MOVE "N" TO WS-FIADO-PERMITIDO
                   MOVE 0 TO WS-VALOR-DEVOLVIDO
                   PERFORM ESCOLHER-DEVOLUCAO
                   IF WS-VALOR-DEVOLVIDO > ZERO
                       PERFORM ABATER-CONTA-RECEBER
                   END-IF
                   IF WS-VALOR-DEVOLVIDO > ZERO
                       PERFORM REGISTRAR-ESTORNO-CAIXA
                   END-IF
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       ABATER-CONTA-RECEBER.
           *> Venda a prazo: o que o cliente ainda deve da venda e
           *> abatido primeiro; so o excedente (parte ja paga) volta
           *> pelo caixa em REGISTRAR-ESTORNO-CAIXA.
           MOVE WS-NUM-DEVOLUCAO TO REC-VENDA
           READ ARQ-RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REC-ABERTA
                       PERFORM ABATER-SALDO-DA-CONTA
                   END-IF
           END-READ
           MOVE "00" TO FS-RECEBER.

       ABATER-SALDO-DA-CONTA.
           COMPUTE WS-SALDO-CONTA = REC-VALOR - REC-VALOR-ABATIDO
                                  - REC-VALOR-PAGO
           IF WS-SALDO-CONTA > WS-VALOR-DEVOLVIDO
               MOVE WS-VALOR-DEVOLVIDO TO WS-VALOR-ABATIDO
           ELSE
               MOVE WS-SALDO-CONTA TO WS-VALOR-ABATIDO
           END-IF
           ADD WS-VALOR-ABATIDO TO REC-VALOR-ABATIDO
           IF WS-VALOR-ABATIDO = WS-SALDO-CONTA
               SET REC-QUITADA TO TRUE
           END-IF
           REWRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO ABATER CONTA A RECEBER."
               NOT INVALID KEY
                   SUBTRACT WS-VALOR-ABATIDO FROM WS-VALOR-DEVOLVIDO
                   MOVE WS-VALOR-ABATIDO TO WS-TOTAL-ED
                   DISPLAY "ABATIDO DA CONTA A PRAZO: R$ " WS-TOTAL-ED
           END-REWRITE
           IF FS-RECEBER NOT = "00"
               MOVE "ABATE REC " TO WS-ERRO-OPERACAO
               MOVE FS-RECEBER TO WS-ERRO-FS
               MOVE "Falha ao abater conta a receber" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       REGISTRAR-ESTORNO-CAIXA.
           *> O valor devolvido ao cliente sai do caixa do supervisor
           *> que fez a devolucao; sem turno aberto, ele informa o
           *> turno aberto (do operador do balcao) que pagou.
           MOVE WS-VALOR-DEVOLVIDO TO WS-TOTAL-ED
           DISPLAY "VALOR A DEVOLVER AO CLIENTE: R$ " WS-TOTAL-ED
           MOVE OPER-CODIGO TO WS-OPER-BUSCA
           PERFORM LOCALIZAR-TURNO-ABERTO
           MOVE 99 TO WS-TURNO-INFORMADO
           PERFORM UNTIL WS-TEM-TURNO OR WS-TURNO-INFORMADO = 0
               DISPLAY "TURNO DE CAIXA QUE PAGOU O ESTORNO "
                       "(0 = nenhum): " WITH NO ADVANCING
               ACCEPT WS-TURNO-INFORMADO
               IF WS-TURNO-INFORMADO > ZERO
                   PERFORM CONFERIR-TURNO-INFORMADO
               END-IF
           END-PERFORM

           IF NOT WS-TEM-TURNO
               DISPLAY "ESTORNO FORA DO CAIXA - registrado no log."
               MOVE "ESTORNO   " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Estorno de devolucao sem turno" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE 0 TO WS-FORMA-PAGTO
               PERFORM UNTIL WS-FORMA-PAGTO > 0 AND
                             WS-FORMA-PAGTO <= QTD-FORMAS-PAGTO
                   PERFORM LISTAR-FORMAS-PAGTO
                   DISPLAY "Forma em que o valor foi devolvido: "
                           WITH NO ADVANCING
                   ACCEPT WS-FORMA-PAGTO
               END-PERFORM
               MOVE WS-NUM-DEVOLUCAO TO WS-MOTIVO-DEV-NUM
               MOVE "D" TO CXM-TIPO
               MOVE WS-FORMA-PAGTO TO CXM-FORMA
               MOVE WS-VALOR-DEVOLVIDO TO CXM-VALOR
               MOVE WS-NUM-DEVOLUCAO TO CXM-VENDA-NUM
               MOVE WS-MOTIVO-DEV TO CXM-MOTIVO
               PERFORM GRAVAR-MOVIMENTO-CAIXA
               DISPLAY "ESTORNO EM " FORMA-NOME (WS-FORMA-PAGTO)
                       " LANCADO NO TURNO " WS-TURNO-ATUAL
           END-IF.

       CONFERIR-TURNO-INFORMADO.
           MOVE WS-TURNO-INFORMADO TO CX-NUMERO
           READ ARQ-CAIXAS
               INVALID KEY
                   DISPLAY "TURNO NAO ENCONTRADO."
               NOT INVALID KEY
                   IF CX-ABERTO
                       MOVE "S" TO WS-TURNO-LOCALIZADO
                       MOVE CX-NUMERO TO WS-TURNO-ATUAL
                   ELSE
                       DISPLAY "TURNO " CX-NUMERO " JA FECHADO."
                   END-IF
           END-READ
           MOVE "00" TO FS-CAIXAS.

       ESCOLHER-DEVOLUCAO.
           MOVE VEND-CAB-QTD-ITENS TO WS-QTD-ITENS-VENDA
           DISPLAY "Venda de " VEND-CAB-DIA "/" VEND-CAB-MES "/"
           MOVE "00" TO FS-CONTROLE.

       RESTAURAR-ESTOQUE-DEVOLVIDO.
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           MOVE PROD-QTD TO MOV-QTD-ANTERIOR
           MOVE "N" TO WS-DEV-ESTOURO
           ADD WS-QTD-DEV TO PROD-QTD
           MOVE WS-QTD-DEV TO MOV-QTD
           MOVE PROD-QTD TO MOV-QTD-RESULTANTE
           MOVE WS-MOTIVO-DEV TO MOV-MOTIVO
           *> A mercadoria volta ao custo com que saiu na venda.
           IF VEND-ITEM-CUSTO NUMERIC
               MOVE VEND-ITEM-CUSTO TO MOV-CUSTO
           ELSE
               MOVE PROD-CUSTO TO MOV-CUSTO
           END-IF
           MOVE SPACES TO MOV-LOTE
           MOVE "L" TO MOV-LOCAL
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-ANTERIOR
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-RESULTANTE
           MOVE WS-ANO-SYS TO MOV-ANO
           MOVE WS-MES-SYS TO MOV-MES
           MOVE WS-DIA-SYS TO MOV-DIA
           END-IF.

       ANOTAR-DEVOLUCAO-NO-ITEM.
           *> Estorna o que foi cobrado (com a promocao), e nao o
           *> preco de tabela: a parte desta devolucao e o
           *> proporcional acumulado menos o que ja foi estornado.
           MOVE VEND-ITEM-QTD-DEV TO WS-QTD-DEV-ANTES
           COMPUTE WS-VALOR-DEV-ANTES ROUNDED =
                   VEND-ITEM-VALOR * WS-QTD-DEV-ANTES / VEND-ITEM-QTD
           ADD WS-QTD-DEV TO VEND-ITEM-QTD-DEV
           COMPUTE WS-VALOR-DEV-ACUM ROUNDED =
                   VEND-ITEM-VALOR * VEND-ITEM-QTD-DEV / VEND-ITEM-QTD
           COMPUTE WS-VALOR-DEV-ITEM =
                   WS-VALOR-DEV-ACUM - WS-VALOR-DEV-ANTES
           ADD WS-VALOR-DEV-ITEM TO WS-VALOR-DEVOLVIDO
           REWRITE REG-VENDA
               INVALID KEY
                   DISPLAY "ERRO AO ANOTAR DEVOLUCAO NO ITEM."
               MOVE VEND-ITEM-PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE WS-VALOR-DEV-ITEM TO WS-VALOR-ED
           DISPLAY "DEVOLVIDO: " WS-QTD-DEV " x " VEND-ITEM-NOME
                   " - R$ " WS-VALOR-ED.

       ATUALIZAR-SITUACAO-VENDA.
           *> Revisita os itens para decidir a situacao do cabecalho:
           MOVE VEND-CAB-MM TO WS-MM-SYS
           MOVE VEND-CAB-SS TO WS-SS-SYS
           MOVE VEND-CAB-SITUACAO TO WS-SIT-CONSULTA
           IF VEND-CAB-TROCO NUMERIC
               MOVE VEND-CAB-TROCO TO WS-TROCO
           ELSE
               MOVE 0 TO WS-TROCO
           END-IF

           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-ITENS
                       MOVE 0 TO WS-ITEM-QTD (WS-IDX)
                       MOVE 0 TO WS-ITEM-PRECO (WS-IDX)
                       MOVE 0 TO WS-ITEM-VALOR (WS-IDX)
                       MOVE 0 TO WS-ITEM-CUSTO (WS-IDX)
                       MOVE 0 TO WS-ITEM-PRECO-COBR (WS-IDX)
                       MOVE 0 TO WS-ITEM-PROMO (WS-IDX)
                       MOVE 0 TO WS-ITEM-DESCONTO (WS-IDX)
                   NOT INVALID KEY
                       MOVE VEND-ITEM-PROD-ID TO
                            WS-ITEM-PROD-ID (WS-IDX)
                            WS-ITEM-PRECO (WS-IDX)
                       MOVE VEND-ITEM-VALOR TO
                            WS-ITEM-VALOR (WS-IDX)
                       IF VEND-ITEM-CUSTO NUMERIC
                           MOVE VEND-ITEM-CUSTO TO
                                WS-ITEM-CUSTO (WS-IDX)
                       ELSE
                           MOVE 0 TO WS-ITEM-CUSTO (WS-IDX)
                       END-IF
                       MOVE VEND-ITEM-PRECO-COBR TO
                            WS-ITEM-PRECO-COBR (WS-IDX)
                       MOVE VEND-ITEM-PROMO TO WS-ITEM-PROMO (WS-IDX)
                       MOVE VEND-ITEM-DESCONTO TO
                            WS-ITEM-DESCONTO (WS-IDX)
               END-READ
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE "00" TO FS-VENDAS
           PERFORM CARREGAR-PAGAMENTOS-VENDA

           *> Venda a prazo: o vencimento vem da conta a receber.
           MOVE 0 TO WS-VENCTO-FIADO
           MOVE WS-NUMERO-VENDA TO REC-VENDA
           READ ARQ-RECEBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REC-DATA-VENCTO TO WS-VENCTO-FIADO
           END-READ
           MOVE "00" TO FS-RECEBER.

       CARREGAR-PAGAMENTOS-VENDA.
           *> Recebimentos e estornos da venda saem de movcaixa.db,
           *> que fica aberto em EXTEND na sessao: fecha, le como
           *> INPUT e volta para EXTEND. Venda anterior ao controle
           *> de caixa nao tem linhas e o cupom sai sem as formas.
           MOVE 0 TO WS-QTD-PAGTOS
           MOVE 0 TO WS-IDX-TROCO
           CLOSE ARQ-MOVCAIXA
           OPEN INPUT ARQ-MOVCAIXA
           IF FS-MOVCAIXA = "00"
               MOVE "N" TO WS-FIM-CONSULTA
               PERFORM UNTIL WS-FIM-CONSULTA = "S"
                   READ ARQ-MOVCAIXA
                       AT END
                           MOVE "S" TO WS-FIM-CONSULTA
                       NOT AT END
                           IF CXM-VENDA-NUM = WS-NUMERO-VENDA AND
                              (CXM-VENDA OR CXM-ESTORNO) AND
                              CXM-FORMA NUMERIC AND CXM-FORMA > 0 AND
                              CXM-FORMA <= FORMA-FIADO AND
                              WS-QTD-PAGTOS < WS-MAX-LINHAS-PAGTO
                               PERFORM ANOTAR-PAGAMENTO-LIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVCAIXA
           END-IF
           OPEN EXTEND ARQ-MOVCAIXA
           IF FS-MOVCAIXA NOT = "00"
               DISPLAY "ERRO FATAL AO REABRIR movcaixa.db - FS: "
                       FS-MOVCAIXA
               STOP RUN
           END-IF.

       ANOTAR-PAGAMENTO-LIDO.
           ADD 1 TO WS-QTD-PAGTOS
           MOVE CXM-TIPO TO WS-PAG-TIPO (WS-QTD-PAGTOS)
           MOVE CXM-FORMA TO WS-PAG-FORMA (WS-QTD-PAGTOS)
           MOVE CXM-VALOR TO WS-PAG-VALOR (WS-QTD-PAGTOS)
           *> O troco saiu do ultimo recebimento em dinheiro.
           IF CXM-VENDA AND CXM-FORMA = FORMA-DINHEIRO AND
              WS-TROCO > ZERO
               MOVE WS-QTD-PAGTOS TO WS-IDX-TROCO
           END-IF.

       GRAVAR-CUPOM-ARQUIVO.
           MOVE WS-NUMERO-VENDA TO WS-CUPOM-NUM
               WRITE REG-CUPOM FROM WS-LINHA-CUPOM
               WRITE REG-CUPOM FROM WS-LINHA

               MOVE 0 TO WS-TOTAL-DESCONTO
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-QTD-ITENS
                   PERFORM GRAVAR-ITEM-CUPOM
               END-PERFORM

               WRITE REG-CUPOM FROM WS-LINHA
               IF WS-TOTAL-DESCONTO > ZERO
                   MOVE WS-TOTAL-DESCONTO TO WS-TOTAL-ED
                   MOVE SPACES TO WS-LINHA-CUPOM
                   STRING "DESCONTOS:      R$ " DELIMITED BY SIZE
                          WS-TOTAL-ED           DELIMITED BY SIZE
                       INTO WS-LINHA-CUPOM
                   END-STRING
                   WRITE REG-CUPOM FROM WS-LINHA-CUPOM
               END-IF
               MOVE WS-TOTAL-PEDIDO TO WS-TOTAL-ED
               MOVE SPACES TO WS-LINHA-CUPOM
               STRING "TOTAL DO CUPOM: R$ " DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
               END-STRING
               WRITE REG-CUPOM FROM WS-LINHA-CUPOM
               MOVE 1 TO WS-IDX-PAG
               PERFORM UNTIL WS-IDX-PAG > WS-QTD-PAGTOS
                   PERFORM MONTAR-LINHA-PAGTO-CUPOM
                   WRITE REG-CUPOM FROM WS-LINHA-CUPOM
                   ADD 1 TO WS-IDX-PAG
               END-PERFORM
               IF WS-TROCO > ZERO
                   MOVE WS-TROCO TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA-CUPOM
                   STRING "   TROCO              R$ " WS-VALOR-ED
                          DELIMITED BY SIZE
                       INTO WS-LINHA-CUPOM
                   END-STRING
                   WRITE REG-CUPOM FROM WS-LINHA-CUPOM
               END-IF
               IF WS-VENCTO-FIADO > ZERO
                   MOVE SPACES TO WS-LINHA-CUPOM
                   STRING "   VENCIMENTO A PRAZO " WS-VENCTO-DIA "/"
                          WS-VENCTO-MES "/" WS-VENCTO-ANO
                          DELIMITED BY SIZE
                       INTO WS-LINHA-CUPOM
                   END-STRING
                   WRITE REG-CUPOM FROM WS-LINHA-CUPOM
               END-IF
               IF WS-SIT-CONSULTA = "D"
                   MOVE "*** VENDA DEVOLVIDA POR COMPLETO ***" TO
                        WS-LINHA-CUPOM
           END-IF.

       GRAVAR-ITEM-CUPOM.
           COMPUTE WS-VALOR-TABELA = WS-ITEM-VALOR (WS-IDX)
                   + WS-ITEM-DESCONTO (WS-IDX)
           MOVE WS-ITEM-PRECO (WS-IDX) TO WS-PRECO-ED
           MOVE WS-VALOR-TABELA TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING WS-ITEM-PROD-ID (WS-IDX) " "
                  WS-ITEM-NOME (WS-IDX)
                  DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           END-STRING
           WRITE REG-CUPOM FROM WS-LINHA-CUPOM
           IF WS-ITEM-DESCONTO (WS-IDX) > ZERO
               ADD WS-ITEM-DESCONTO (WS-IDX) TO WS-TOTAL-DESCONTO
               MOVE WS-ITEM-DESCONTO (WS-IDX) TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-CUPOM
               STRING "   DESC. PROMOCAO " WS-ITEM-PROMO (WS-IDX)
                      "  -R$ " WS-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
               END-STRING
               WRITE REG-CUPOM FROM WS-LINHA-CUPOM
           END-IF.
