      *>             CATEG   - categorias   (categorias.db)
      *>             CLIENTE - clientes     (clientes.db); o codigo
      *>                       zero fica reservado para a venda
      *>                       anonima de balcao; limite de
      *>                       credito e prazo do fiado so o
      *>                       supervisor informa
      *>             USUARIO - usuarios     (usuarios.db), restrito
      *>                       ao nivel supervisor
      *>             PROMO   - promocoes    (promocoes.db), restrito
      *>                       ao nivel supervisor: desconto
      *>                       percentual, preco fixo ou leve N
      *>                       pague M, para um produto ou uma
      *>                       categoria, com inicio e fim; o
      *>                       modulo de vendas aplica a melhor
      *>                       do item sozinho
      *>             PARAM   - parametros do sistema
      *>                       (parametros.dat, registro unico),
      *>                       restrito ao nivel supervisor: os
      *>                       valores ajustaveis lidos pelos
      *>                       outros programas, como os dias de
      *>                       antecedencia do aviso de validade
      *>                       e as contas contabeis da interface
      *>                       diaria do contador; tambem as
      *>                       semanas de venda, o prazo de
      *>                       entrega padrao e os dias de
      *>                       seguranca e de cobertura do
      *>                       calculo do ponto de pedido
      *>           Oferece inclusao/atualizacao e listagem. Os codigos
      *>           cadastrados aqui sao os unicos aceitos nos campos
      *>           PROD-FORNECEDOR e PROD-CATEGORIA do cadastro de
      *>           produtos; o produto ou categoria de uma promocao
      *>           tem de existir no cadastro.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL, nao roda isolado
      *>
      *> ***************************************************************
                       RECORD KEY IS USU-CODIGO
                       FILE STATUS IS FS-USUARIOS.

                   SELECT ARQ-PROMOCOES ASSIGN TO "promocoes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PROMO-CODIGO
                       FILE STATUS IS FS-PROMOCOES.

      *> produtos.db so e consultado (alvo da promocao) e so abre
      *> no modo PROMO.
                   SELECT ARQ-PRODUTOS ASSIGN TO "produtos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PROD-ID
                       ALTERNATE RECORD KEY IS PROD-NOME
                           WITH DUPLICATES
                       FILE STATUS IS FS-CONTROLE.

                   SELECT ARQ-PARAMETROS ASSIGN TO "parametros.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PARAMETROS.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.
               FD ARQ-USUARIOS.
               COPY "USUARIO.cpy".

               FD ARQ-PROMOCOES.
               COPY "PROMOCAO.cpy".

               FD ARQ-PRODUTOS.
               COPY "PRODUTO.cpy".

               FD ARQ-PARAMETROS.
               COPY "PARAMETRO.cpy".

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

               01 FS-CATEGORIAS      PIC XX.
               01 FS-CLIENTES        PIC XX.
               01 FS-USUARIOS        PIC XX.
               01 FS-PROMOCOES       PIC XX.
               01 FS-CONTROLE        PIC XX.
               01 FS-PARAMETROS      PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-NOVO-COD-CLI    PIC 9(05).
               01 WS-NOVO-NOME       PIC X(30).
               01 WS-NOVO-CONTATO    PIC X(20).
               01 WS-NOVO-LIMITE     PIC 9(07)V99.
               01 WS-NOVO-PRAZO      PIC 9(03).
               01 WS-PRAZO-PADRAO    PIC 9(03) VALUE 30.
               01 WS-LIMITE-ED       PIC ZZZZZZ9,99.
               01 WS-NOVO-COD-USU    PIC X(05).
               01 WS-NOVO-NIVEL      PIC 9(01).

               *> Cadastro de promocoes.
               01 WS-NOVO-COD-PROMO  PIC 9(05).
               01 WS-NOVA-DESCRICAO  PIC X(20).
               01 WS-NOVO-TIPO       PIC X(01).
               01 WS-NOVO-ALVO       PIC X(01).
               01 WS-NOVO-ALVO-COD   PIC 9(06).
               01 WS-NOVO-PCT        PIC 9(02)V99.
               01 WS-NOVO-PRECO      PIC 9(05)V99.
               01 WS-NOVO-LEVE       PIC 9(03).
               01 WS-NOVO-PAGUE      PIC 9(03).
               01 WS-NOVO-INICIO     PIC 9(08).
               01 WS-NOVO-FIM        PIC 9(08).
               01 WS-NOVA-SITUACAO   PIC X(01).
               01 WS-PROMO-VALIDA    PIC X(01).
                   88 WS-PROMO-OK           VALUE "S".
               01 WS-PRECO-ED        PIC ZZZZ9,99.
               01 WS-PCT-ED          PIC Z9,99.
               01 WS-REGRA-PROMO     PIC X(24).

               *> Parametros do sistema: o registro editado e guardado
               *> aqui entre a leitura e a regravacao do arquivo.
               01 WS-PARAMETRO-NOVO  PIC X(80).
               01 WS-NOVO-DIAS-VALID PIC 9(03).
               01 WS-DIAS-VALID-PADRAO PIC 9(03) VALUE 7.
               *> Ponto de pedido: zero mantem o valor atual; os
               *> padroes sao os mesmos que o PONTO-PEDIDO aplica.
               01 WS-NOVO-NUMERO     PIC 9(03).
               01 WS-NUM-ROTULO      PIC X(30).
               01 WS-NUM-EXIBIDO     PIC 9(03).
               01 WS-NUM-PADRAO      PIC 9(03).
               01 WS-NUMEROS-PADRAO.
                   05 WS-PADRAO-SEMANAS   PIC 9(03) VALUE 8.
                   05 WS-PADRAO-PRAZO     PIC 9(03) VALUE 7.
                   05 WS-PADRAO-SEGURANCA PIC 9(03) VALUE 3.
                   05 WS-PADRAO-COBERTURA PIC 9(03) VALUE 14.
               *> Contas da interface contabil: branco mantem a
               *> atual, "*" volta a conta padrao (a mesma tabela do
               *> CONTABIL, que e quem aplica o padrao).
               01 WS-NOVA-CONTA      PIC X(10).
                   88 WS-CONTA-VOLTA-PADRAO VALUE "*".
               01 WS-CONTA-ROTULO    PIC X(22).
               01 WS-CONTA-EXIBIDA   PIC X(10).
               01 WS-CONTA-PADRAO    PIC X(10).
               01 WS-CONTAS-PADRAO.
                   05 WS-PADRAO-RECEITA   PIC X(10) VALUE "3.1.01".
                   05 WS-PADRAO-DEVOLUCAO PIC X(10) VALUE "3.1.02".
                   05 WS-PADRAO-COMPRAS   PIC X(10) VALUE "4.1.01".
                   05 WS-PADRAO-AJUSTE    PIC X(10) VALUE "4.2.01".
                   05 WS-PADRAO-ESTOQUE   PIC X(10) VALUE "1.1.04".

               01 WS-REGISTRO-EXISTE PIC X(01).
                   88 WS-EXISTE             VALUE "S".
               01 WS-CONFIRMA        PIC X(01).
               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
           IF LK-MODO-APOIO NOT = "FORNEC" AND
              LK-MODO-APOIO NOT = "CATEG" AND
              LK-MODO-APOIO NOT = "CLIENTE" AND
              LK-MODO-APOIO NOT = "USUARIO" AND
              LK-MODO-APOIO NOT = "PROMO" AND
              LK-MODO-APOIO NOT = "PARAM"
               DISPLAY "MODO DE APOIO INVALIDO: " LK-MODO-APOIO
               GOBACK
           END-IF
               GOBACK
           END-IF

           IF LK-MODO-APOIO = "PROMO" AND NOT OPER-SUPERVISOR
               DISPLAY "ACESSO NEGADO: cadastro de promocoes exige "
                       "nivel supervisor."
               GOBACK
           END-IF

           IF LK-MODO-APOIO = "PARAM" AND NOT OPER-SUPERVISOR
               DISPLAY "ACESSO NEGADO: parametros do sistema exigem "
                       "nivel supervisor."
               GOBACK
           END-IF

           PERFORM ABRIR-ARQUIVOS
           PERFORM EXECUTAR-MENU-APOIO
           PERFORM ENCERRAR-SESSAO
                               "-------"
                   WHEN "CLIENTE"
                       DISPLAY "------- CADASTRO DE CLIENTES -------"
                   WHEN "PROMO"
                       DISPLAY "------- CADASTRO DE PROMOCOES "
                               "-------"
                   WHEN "PARAM"
                       DISPLAY "------- PARAMETROS DO SISTEMA "
                               "-------"
                   WHEN OTHER
                       DISPLAY "------- CADASTRO DE USUARIOS -------"
               END-EVALUATE
               STOP RUN
           END-IF

           *> Promocoes e produtos so abrem no modo PROMO: os outros
           *> cadastros nao dependem deles.
           IF LK-MODO-APOIO = "PROMO"
               OPEN I-O ARQ-PROMOCOES
               IF FS-PROMOCOES = "35"
                   OPEN OUTPUT ARQ-PROMOCOES
                   CLOSE ARQ-PROMOCOES
                   OPEN I-O ARQ-PROMOCOES
               END-IF
               IF FS-PROMOCOES NOT = "00"
                   DISPLAY "ERRO FATAL AO ABRIR promocoes.db - FS: "
                           FS-PROMOCOES
                   STOP RUN
               END-IF

               OPEN INPUT ARQ-PRODUTOS
               IF FS-CONTROLE NOT = "00"
                   DISPLAY "ERRO FATAL AO ABRIR produtos.db - FS: "
                           FS-CONTROLE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS

       ENCERRAR-SESSAO.
           CLOSE ARQ-FORNECEDORES ARQ-CATEGORIAS ARQ-CLIENTES
                 ARQ-USUARIOS ARQ-ERROS
           IF LK-MODO-APOIO = "PROMO"
               CLOSE ARQ-PROMOCOES ARQ-PRODUTOS
           END-IF.

       REGISTRAR-ERRO-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                   PERFORM INCLUIR-USUARIO
               WHEN "CLIENTE"
                   PERFORM INCLUIR-CLIENTE
               WHEN "PROMO"
                   PERFORM INCLUIR-PROMOCAO
               WHEN "PARAM"
                   PERFORM ALTERAR-PARAMETROS
               WHEN OTHER
                   PERFORM INCLUIR-APOIO
           END-EVALUATE.
               ACCEPT WS-NOVO-NOME
               DISPLAY "TELEFONE/CONTATO: " WITH NO ADVANCING
               ACCEPT WS-NOVO-CONTATO
               *> Credito do fiado e decisao de supervisor; para o
               *> operador comum o cliente novo entra sem credito e
               *> o existente mantem o que ja tinha.
               IF OPER-SUPERVISOR
                   DISPLAY "LIMITE DE CREDITO (0 = sem fiado): "
                           WITH NO ADVANCING
                   ACCEPT WS-NOVO-LIMITE
                   DISPLAY "PRAZO EM DIAS (0 = " WS-PRAZO-PADRAO
                           "): " WITH NO ADVANCING
                   ACCEPT WS-NOVO-PRAZO
                   IF WS-NOVO-PRAZO = 0
                       MOVE WS-PRAZO-PADRAO TO WS-NOVO-PRAZO
                   END-IF
               ELSE
                   DISPLAY "AVISO: limite de credito so o "
                           "supervisor altera."
               END-IF
               IF WS-NOVO-NOME = SPACES
                   DISPLAY "REJEITADO: NOME obrigatorio."
               ELSE
           END-READ
           MOVE "00" TO FS-CLIENTES

           IF NOT WS-EXISTE
               MOVE SPACES TO REG-CLIENTE
               MOVE 0 TO CLI-LIMITE-CREDITO
               MOVE WS-PRAZO-PADRAO TO CLI-PRAZO-DIAS
           END-IF
           MOVE WS-NOVO-COD-CLI TO CLI-CODIGO
           MOVE WS-NOVO-NOME TO CLI-NOME
           MOVE WS-NOVO-CONTATO TO CLI-CONTATO
           IF OPER-SUPERVISOR
               MOVE WS-NOVO-LIMITE TO CLI-LIMITE-CREDITO
               MOVE WS-NOVO-PRAZO TO CLI-PRAZO-DIAS
           END-IF

           IF WS-EXISTE
               REWRITE REG-CLIENTE
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-QTD-LISTADOS
                               MOVE CLI-LIMITE-CREDITO TO
                                    WS-LIMITE-ED
                               DISPLAY CLI-CODIGO " | " CLI-NOME
                                       " | " CLI-CONTATO
                                       " | LIM " WS-LIMITE-ED
                                       " | " CLI-PRAZO-DIAS "d"
                       END-READ
                   END-PERFORM
           END-START
                   PERFORM LISTAR-CATEGORIAS
               WHEN "CLIENTE"
                   PERFORM LISTAR-CLIENTES
               WHEN "PROMO"
                   PERFORM LISTAR-PROMOCOES
               WHEN "PARAM"
                   PERFORM LISTAR-PARAMETROS
               WHEN OTHER
                   PERFORM LISTAR-USUARIOS
           END-EVALUATE
                   END-PERFORM
           END-START
           MOVE "00" TO FS-CATEGORIAS.

       INCLUIR-PROMOCAO.
           DISPLAY WS-LINHA
           DISPLAY "CODIGO DA PROMOCAO (1 a 99999): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-COD-PROMO
           IF WS-NOVO-COD-PROMO = ZERO
               DISPLAY "REJEITADO: codigo deve ser maior que zero."
           ELSE
               MOVE WS-NOVO-COD-PROMO TO PROMO-CODIGO
               READ ARQ-PROMOCOES
                   INVALID KEY
                       DISPLAY "Promocao nova."
                   NOT INVALID KEY
                       DISPLAY "Atualizando: " PROMO-DESCRICAO
                               " | SIT: " PROMO-SITUACAO
               END-READ
               MOVE "00" TO FS-PROMOCOES
               PERFORM OBTER-DADOS-PROMOCAO
               PERFORM VALIDAR-DADOS-PROMOCAO
               IF WS-PROMO-OK
                   PERFORM GRAVAR-PROMOCAO
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       OBTER-DADOS-PROMOCAO.
           MOVE 0 TO WS-NOVO-PCT
           MOVE 0 TO WS-NOVO-PRECO
           MOVE 0 TO WS-NOVO-LEVE
           MOVE 0 TO WS-NOVO-PAGUE
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT WS-NOVA-DESCRICAO
           DISPLAY "TIPO (P=percentual F=preco fixo "
                   "L=leve N pague M): " WITH NO ADVANCING
           ACCEPT WS-NOVO-TIPO
           EVALUATE WS-NOVO-TIPO
               WHEN "P"
                   DISPLAY "PERCENTUAL DE DESCONTO: "
                           WITH NO ADVANCING
                   ACCEPT WS-NOVO-PCT
               WHEN "F"
                   DISPLAY "PRECO PROMOCIONAL (unidade): "
                           WITH NO ADVANCING
                   ACCEPT WS-NOVO-PRECO
               WHEN "L"
                   DISPLAY "LEVE (unidades): " WITH NO ADVANCING
                   ACCEPT WS-NOVO-LEVE
                   DISPLAY "PAGUE (unidades): " WITH NO ADVANCING
                   ACCEPT WS-NOVO-PAGUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "VALE PARA (P=produto C=categoria): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-ALVO
           DISPLAY "CODIGO DO PRODUTO/CATEGORIA: " WITH NO ADVANCING
           ACCEPT WS-NOVO-ALVO-COD
           DISPLAY "INICIO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-NOVO-INICIO
           DISPLAY "FIM (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-NOVO-FIM
           DISPLAY "SITUACAO (A=ativa C=encerrada): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVA-SITUACAO.

       VALIDAR-DADOS-PROMOCAO.
           MOVE "N" TO WS-PROMO-VALIDA
           EVALUATE TRUE
               WHEN WS-NOVA-DESCRICAO = SPACES
                   DISPLAY "REJEITADO: DESCRICAO obrigatoria."
               WHEN WS-NOVO-TIPO NOT = "P" AND
                    WS-NOVO-TIPO NOT = "F" AND
                    WS-NOVO-TIPO NOT = "L"
                   DISPLAY "REJEITADO: TIPO deve ser P, F ou L."
               WHEN WS-NOVO-TIPO = "P" AND WS-NOVO-PCT = ZERO
                   DISPLAY "REJEITADO: percentual deve ser maior "
                           "que zero."
               WHEN WS-NOVO-TIPO = "F" AND WS-NOVO-PRECO = ZERO
                   DISPLAY "REJEITADO: preco deve ser maior que "
                           "zero."
               WHEN WS-NOVO-TIPO = "L" AND
                    (WS-NOVO-PAGUE = ZERO OR
                     WS-NOVO-LEVE NOT > WS-NOVO-PAGUE)
                   DISPLAY "REJEITADO: LEVE deve ser maior que "
                           "PAGUE, e PAGUE maior que zero."
               WHEN WS-NOVO-ALVO NOT = "P" AND WS-NOVO-ALVO NOT = "C"
                   DISPLAY "REJEITADO: informe P (produto) ou C "
                           "(categoria)."
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-NOVO-INICIO)
                        NOT = 0 OR
                    FUNCTION TEST-DATE-YYYYMMDD (WS-NOVO-FIM)
                        NOT = 0
                   DISPLAY "REJEITADO: data invalida."
               WHEN WS-NOVO-FIM < WS-NOVO-INICIO
                   DISPLAY "REJEITADO: fim anterior ao inicio."
               WHEN WS-NOVA-SITUACAO NOT = "A" AND
                    WS-NOVA-SITUACAO NOT = "C"
                   DISPLAY "REJEITADO: SITUACAO deve ser A ou C."
               WHEN OTHER
                   PERFORM CONFERIR-ALVO-PROMOCAO
           END-EVALUATE.

       CONFERIR-ALVO-PROMOCAO.
           *> O alvo tem de existir; no preco fixo de um produto o
           *> preco promocional precisa ficar abaixo do de tabela.
           IF WS-NOVO-ALVO = "P"
               MOVE WS-NOVO-ALVO-COD TO PROD-ID
               READ ARQ-PRODUTOS
                   INVALID KEY
                       DISPLAY "REJEITADO: produto nao cadastrado."
                   NOT INVALID KEY
                       DISPLAY "Produto: " PROD-NOME
                       IF WS-NOVO-TIPO = "F" AND
                          WS-NOVO-PRECO NOT < PROD-PRECO
                           MOVE PROD-PRECO TO WS-PRECO-ED
                           DISPLAY "REJEITADO: preco promocional "
                                   "nao e menor que o de tabela "
                                   "(R$ " WS-PRECO-ED ")."
                       ELSE
                           MOVE "S" TO WS-PROMO-VALIDA
                       END-IF
               END-READ
               MOVE "00" TO FS-CONTROLE
           ELSE
               *> O campo do alvo tem a largura do codigo de produto;
               *> a categoria continua com tres digitos.
               IF WS-NOVO-ALVO-COD > 999
                   DISPLAY "REJEITADO: codigo de categoria vai ate "
                           "999."
               ELSE
                   MOVE WS-NOVO-ALVO-COD TO CAT-CODIGO
                   READ ARQ-CATEGORIAS
                       INVALID KEY
                           DISPLAY "REJEITADO: categoria nao "
                                   "cadastrada."
                       NOT INVALID KEY
                           DISPLAY "Categoria: " CAT-NOME
                           MOVE "S" TO WS-PROMO-VALIDA
                   END-READ
                   MOVE "00" TO FS-CATEGORIAS
               END-IF
           END-IF.

       GRAVAR-PROMOCAO.
           MOVE WS-NOVO-COD-PROMO TO PROMO-CODIGO
           MOVE "N" TO WS-REGISTRO-EXISTE
           READ ARQ-PROMOCOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-REGISTRO-EXISTE
           END-READ
           MOVE "00" TO FS-PROMOCOES

           MOVE SPACES TO REG-PROMOCAO
           MOVE WS-NOVO-COD-PROMO TO PROMO-CODIGO
           MOVE WS-NOVA-DESCRICAO TO PROMO-DESCRICAO
           MOVE WS-NOVO-TIPO TO PROMO-TIPO
           MOVE WS-NOVO-ALVO TO PROMO-ALVO
           MOVE WS-NOVO-ALVO-COD TO PROMO-ALVO-CODIGO
           MOVE WS-NOVO-PCT TO PROMO-PCT-DESCONTO
           MOVE WS-NOVO-PRECO TO PROMO-PRECO
           MOVE WS-NOVO-LEVE TO PROMO-LEVE
           MOVE WS-NOVO-PAGUE TO PROMO-PAGUE
           MOVE WS-NOVO-INICIO TO PROMO-DATA-INICIO
           MOVE WS-NOVO-FIM TO PROMO-DATA-FIM
           MOVE WS-NOVA-SITUACAO TO PROMO-SITUACAO
           MOVE OPER-CODIGO TO PROMO-OPERADOR

           IF WS-EXISTE
               REWRITE REG-PROMOCAO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR PROMOCAO."
                   NOT INVALID KEY
                       DISPLAY "OK: PROMOCAO ATUALIZADA."
               END-REWRITE
           ELSE
               WRITE REG-PROMOCAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROMOCAO."
                   NOT INVALID KEY
                       DISPLAY "OK: PROMOCAO GRAVADA."
               END-WRITE
           END-IF
           IF FS-PROMOCOES NOT = "00"
               MOVE "GRAVA PROM" TO WS-ERRO-OPERACAO
               MOVE FS-PROMOCOES TO WS-ERRO-FS
               MOVE "Falha de E/S ao gravar promocao" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       LISTAR-PROMOCOES.
           MOVE LOW-VALUES TO PROMO-CODIGO
           START ARQ-PROMOCOES KEY IS GREATER THAN OR EQUAL TO
                   PROMO-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-PROMOCOES NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-QTD-LISTADOS
                               PERFORM EXIBIR-PROMOCAO
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-PROMOCOES.

       EXIBIR-PROMOCAO.
           MOVE SPACES TO WS-REGRA-PROMO
           EVALUATE TRUE
               WHEN PROMO-PERCENTUAL
                   MOVE PROMO-PCT-DESCONTO TO WS-PCT-ED
                   STRING "DESCONTO " WS-PCT-ED "%"
                          DELIMITED BY SIZE
                       INTO WS-REGRA-PROMO
                   END-STRING
               WHEN PROMO-PRECO-FIXO
                   MOVE PROMO-PRECO TO WS-PRECO-ED
                   STRING "POR R$ " WS-PRECO-ED
                          DELIMITED BY SIZE
                       INTO WS-REGRA-PROMO
                   END-STRING
               WHEN OTHER
                   STRING "LEVE " PROMO-LEVE " PAGUE " PROMO-PAGUE
                          DELIMITED BY SIZE
                       INTO WS-REGRA-PROMO
                   END-STRING
           END-EVALUATE
           DISPLAY PROMO-CODIGO " | " PROMO-DESCRICAO
                   " | " WS-REGRA-PROMO " | SIT: " PROMO-SITUACAO
           IF PROMO-DO-PRODUTO
               DISPLAY "   PRODUTO " PROMO-ALVO-CODIGO
                       " | DE " PROMO-DATA-INICIO
                       " A " PROMO-DATA-FIM
                       " | POR " PROMO-OPERADOR
           ELSE
               DISPLAY "   CATEGORIA " PROMO-ALVO-CODIGO
                       " | DE " PROMO-DATA-INICIO
                       " A " PROMO-DATA-FIM
                       " | POR " PROMO-OPERADOR
           END-IF.

       ALTERAR-PARAMETROS.
           *> Arquivo de registro unico: le, edita na area do
           *> registro e regrava o arquivo inteiro com OPEN OUTPUT.
           DISPLAY WS-LINHA
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS = "35"
               OPEN OUTPUT ARQ-PARAMETROS
               CLOSE ARQ-PARAMETROS
               OPEN INPUT ARQ-PARAMETROS
           END-IF
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "ERRO AO ABRIR parametros.dat - FS: "
                       FS-PARAMETROS
               MOVE "ABRE PARM " TO WS-ERRO-OPERACAO
               MOVE FS-PARAMETROS TO WS-ERRO-FS
               MOVE "Falha ao abrir parametros.dat" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               READ ARQ-PARAMETROS
                   AT END
                       PERFORM INICIAR-PARAMETROS
               END-READ
               PERFORM EXIBIR-PARAMETROS
               PERFORM OBTER-NOVOS-PARAMETROS
               MOVE REG-PARAMETRO TO WS-PARAMETRO-NOVO
               CLOSE ARQ-PARAMETROS
               DISPLAY "Confirma a gravacao dos parametros? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM GRAVAR-PARAMETROS
               ELSE
                   DISPLAY "Parametros mantidos."
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       INICIAR-PARAMETROS.
           *> Arquivo vazio: tudo zerado vale o padrao de cada
           *> programa leitor.
           MOVE SPACES TO REG-PARAMETRO
           MOVE 0 TO PARM-DATA-ALTERACAO
           MOVE 0 TO PARM-DIAS-VALIDADE
           MOVE 0 TO PARM-SEMANAS-DEMANDA
           MOVE 0 TO PARM-PRAZO-PADRAO
           MOVE 0 TO PARM-DIAS-SEGURANCA
           MOVE 0 TO PARM-DIAS-COBERTURA.

       EXIBIR-PARAMETROS.
           IF PARM-DIAS-VALIDADE NOT NUMERIC
               MOVE 0 TO PARM-DIAS-VALIDADE
           END-IF
           *> Registro gravado antes destes campos traz brancos.
           IF PARM-SEMANAS-DEMANDA NOT NUMERIC
               MOVE 0 TO PARM-SEMANAS-DEMANDA
           END-IF
           IF PARM-PRAZO-PADRAO NOT NUMERIC
               MOVE 0 TO PARM-PRAZO-PADRAO
           END-IF
           IF PARM-DIAS-SEGURANCA NOT NUMERIC
               MOVE 0 TO PARM-DIAS-SEGURANCA
           END-IF
           IF PARM-DIAS-COBERTURA NOT NUMERIC
               MOVE 0 TO PARM-DIAS-COBERTURA
           END-IF
           IF PARM-DATA-ALTERACAO NUMERIC AND
              PARM-DATA-ALTERACAO > ZERO
               DISPLAY "Ultima alteracao: " PARM-DATA-ALTERACAO
                       " por " PARM-OPERADOR
           END-IF
           IF PARM-DIAS-VALIDADE = ZERO
               DISPLAY "Dias de aviso de validade: padrao ("
                       WS-DIAS-VALID-PADRAO ")"
           ELSE
               DISPLAY "Dias de aviso de validade: "
                       PARM-DIAS-VALIDADE
           END-IF
           MOVE "Conta receita vendas" TO WS-CONTA-ROTULO
           MOVE PARM-CONTA-RECEITA TO WS-CONTA-EXIBIDA
           MOVE WS-PADRAO-RECEITA TO WS-CONTA-PADRAO
           PERFORM EXIBIR-UMA-CONTA
           MOVE "Conta devolucoes" TO WS-CONTA-ROTULO
           MOVE PARM-CONTA-DEVOLUCAO TO WS-CONTA-EXIBIDA
           MOVE WS-PADRAO-DEVOLUCAO TO WS-CONTA-PADRAO
           PERFORM EXIBIR-UMA-CONTA
           MOVE "Conta entradas compra" TO WS-CONTA-ROTULO
           MOVE PARM-CONTA-COMPRAS TO WS-CONTA-EXIBIDA
           MOVE WS-PADRAO-COMPRAS TO WS-CONTA-PADRAO
           PERFORM EXIBIR-UMA-CONTA
           MOVE "Conta ajustes estoque" TO WS-CONTA-ROTULO
           MOVE PARM-CONTA-AJUSTE TO WS-CONTA-EXIBIDA
           MOVE WS-PADRAO-AJUSTE TO WS-CONTA-PADRAO
           PERFORM EXIBIR-UMA-CONTA
           MOVE "Conta variacao estoque" TO WS-CONTA-ROTULO
           MOVE PARM-CONTA-ESTOQUE TO WS-CONTA-EXIBIDA
           MOVE WS-PADRAO-ESTOQUE TO WS-CONTA-PADRAO
           PERFORM EXIBIR-UMA-CONTA
           MOVE "Semanas de venda (pto pedido)" TO WS-NUM-ROTULO
           MOVE PARM-SEMANAS-DEMANDA TO WS-NUM-EXIBIDO
           MOVE WS-PADRAO-SEMANAS TO WS-NUM-PADRAO
           PERFORM EXIBIR-UM-NUMERO
           MOVE "Prazo de entrega padrao" TO WS-NUM-ROTULO
           MOVE PARM-PRAZO-PADRAO TO WS-NUM-EXIBIDO
           MOVE WS-PADRAO-PRAZO TO WS-NUM-PADRAO
           PERFORM EXIBIR-UM-NUMERO
           MOVE "Dias de estoque de seguranca" TO WS-NUM-ROTULO
           MOVE PARM-DIAS-SEGURANCA TO WS-NUM-EXIBIDO
           MOVE WS-PADRAO-SEGURANCA TO WS-NUM-PADRAO
           PERFORM EXIBIR-UM-NUMERO
           MOVE "Dias de cobertura do lote" TO WS-NUM-ROTULO
           MOVE PARM-DIAS-COBERTURA TO WS-NUM-EXIBIDO
           MOVE WS-PADRAO-COBERTURA TO WS-NUM-PADRAO
           PERFORM EXIBIR-UM-NUMERO.

       EXIBIR-UMA-CONTA.
           *> Registro gravado antes das contas traz brancos (ou
           *> lixo de baixo valor) no lugar: vale a conta padrao.
           IF WS-CONTA-EXIBIDA = SPACES OR LOW-VALUES
               DISPLAY WS-CONTA-ROTULO ": padrao ("
                       WS-CONTA-PADRAO ")"
           ELSE
               DISPLAY WS-CONTA-ROTULO ": " WS-CONTA-EXIBIDA
           END-IF.

       EXIBIR-UM-NUMERO.
           IF WS-NUM-EXIBIDO = ZERO
               DISPLAY WS-NUM-ROTULO ": padrao (" WS-NUM-PADRAO ")"
           ELSE
               DISPLAY WS-NUM-ROTULO ": " WS-NUM-EXIBIDO
           END-IF.

       OBTER-NOVOS-PARAMETROS.
           DISPLAY "Dias de aviso de validade (0 = manter): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-DIAS-VALID
           IF WS-NOVO-DIAS-VALID > ZERO
               MOVE WS-NOVO-DIAS-VALID TO PARM-DIAS-VALIDADE
           END-IF
           DISPLAY "Contas contabeis (branco = manter, * = padrao)"
           DISPLAY "Conta receita vendas: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOVA-CONTA
           ACCEPT WS-NOVA-CONTA
           IF WS-CONTA-VOLTA-PADRAO
               MOVE SPACES TO PARM-CONTA-RECEITA
           ELSE
               IF WS-NOVA-CONTA NOT = SPACES
                   MOVE WS-NOVA-CONTA TO PARM-CONTA-RECEITA
               END-IF
           END-IF
           DISPLAY "Conta devolucoes: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOVA-CONTA
           ACCEPT WS-NOVA-CONTA
           IF WS-CONTA-VOLTA-PADRAO
               MOVE SPACES TO PARM-CONTA-DEVOLUCAO
           ELSE
               IF WS-NOVA-CONTA NOT = SPACES
                   MOVE WS-NOVA-CONTA TO PARM-CONTA-DEVOLUCAO
               END-IF
           END-IF
           DISPLAY "Conta entradas compra: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOVA-CONTA
           ACCEPT WS-NOVA-CONTA
           IF WS-CONTA-VOLTA-PADRAO
               MOVE SPACES TO PARM-CONTA-COMPRAS
           ELSE
               IF WS-NOVA-CONTA NOT = SPACES
                   MOVE WS-NOVA-CONTA TO PARM-CONTA-COMPRAS
               END-IF
           END-IF
           DISPLAY "Conta ajustes estoque: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOVA-CONTA
           ACCEPT WS-NOVA-CONTA
           IF WS-CONTA-VOLTA-PADRAO
               MOVE SPACES TO PARM-CONTA-AJUSTE
           ELSE
               IF WS-NOVA-CONTA NOT = SPACES
                   MOVE WS-NOVA-CONTA TO PARM-CONTA-AJUSTE
               END-IF
           END-IF
           DISPLAY "Conta variacao estoque: " WITH NO ADVANCING
           MOVE SPACES TO WS-NOVA-CONTA
           ACCEPT WS-NOVA-CONTA
           IF WS-CONTA-VOLTA-PADRAO
               MOVE SPACES TO PARM-CONTA-ESTOQUE
           ELSE
               IF WS-NOVA-CONTA NOT = SPACES
                   MOVE WS-NOVA-CONTA TO PARM-CONTA-ESTOQUE
               END-IF
           END-IF
           DISPLAY "Ponto de pedido (0 = manter)"
           DISPLAY "Semanas de venda (1 a 52): " WITH NO ADVANCING
           ACCEPT WS-NOVO-NUMERO
           IF WS-NOVO-NUMERO > 52
               DISPLAY "Acima de 52 semanas - valor mantido."
           ELSE
               IF WS-NOVO-NUMERO > ZERO
                   MOVE WS-NOVO-NUMERO TO PARM-SEMANAS-DEMANDA
               END-IF
           END-IF
           DISPLAY "Prazo de entrega padrao (dias): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-NUMERO
           IF WS-NOVO-NUMERO > ZERO
               MOVE WS-NOVO-NUMERO TO PARM-PRAZO-PADRAO
           END-IF
           DISPLAY "Dias de estoque de seguranca: " WITH NO ADVANCING
           ACCEPT WS-NOVO-NUMERO
           IF WS-NOVO-NUMERO > ZERO
               MOVE WS-NOVO-NUMERO TO PARM-DIAS-SEGURANCA
           END-IF
           DISPLAY "Dias de cobertura do lote: " WITH NO ADVANCING
           ACCEPT WS-NOVO-NUMERO
           IF WS-NOVO-NUMERO > ZERO
               MOVE WS-NOVO-NUMERO TO PARM-DIAS-COBERTURA
           END-IF.

       GRAVAR-PARAMETROS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           OPEN OUTPUT ARQ-PARAMETROS
           IF FS-PARAMETROS = "00"
               MOVE WS-PARAMETRO-NOVO TO REG-PARAMETRO
               MOVE WS-DATA-SISTEMA TO PARM-DATA-ALTERACAO
               MOVE OPER-CODIGO TO PARM-OPERADOR
               WRITE REG-PARAMETRO
               CLOSE ARQ-PARAMETROS
           END-IF
           IF FS-PARAMETROS NOT = "00"
               DISPLAY "ERRO AO GRAVAR parametros.dat - FS: "
                       FS-PARAMETROS
               MOVE "GRAVA PARM" TO WS-ERRO-OPERACAO
               MOVE FS-PARAMETROS TO WS-ERRO-FS
               MOVE "Falha de E/S ao gravar parametros" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               DISPLAY "OK: PARAMETROS GRAVADOS."
           END-IF.

       LISTAR-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS = "00"
               READ ARQ-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       PERFORM EXIBIR-PARAMETROS
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "Sem parametros gravados: valem os padroes."
           END-IF.
