       IDENTIFICATION DIVISION.
           PROGRAM-ID. PONTO-PEDIDO.

      *> ***************************************************************
      *>
      *> Objetivo: Recalculo do ponto de pedido e do lote de compra
      *>           de cada produto ATIVO pela demanda real, em vez do
      *>           estoque minimo digitado no cadastro:
      *>             - demanda: saidas de venda ("VD #") do kardex nas
      *>               ultimas PARM-SEMANAS-DEMANDA semanas encerradas
      *>               (padrao 8), lidas dos arquivos mortos dos
      *>               meses do periodo e de movimentos.db
      *>             - prazo de entrega: media de dias entre abertura
      *>               e chegada dos pedidos RECEBIDOS do fornecedor
      *>               do produto, a mesma conta do desempenho de
      *>               fornecedores do COMPRAS; fornecedor sem
      *>               recebimento medido usa PARM-PRAZO-PADRAO
      *>             - ponto de pedido = demanda diaria x (prazo +
      *>               PARM-DIAS-SEGURANCA), arredondado para cima
      *>             - lote de compra = demanda diaria x
      *>               PARM-DIAS-COBERTURA, arredondado para cima
      *>           As sugestoes ficam em pontos.db (PONTOPED.cpy) e
      *>           as que mudam o cadastro saem em pontopedido.txt
      *>           para revisao; produto sem venda no periodo sai na
      *>           mesma folha como GIRO LENTO e mantem o minimo. So
      *>           o supervisor aceita, todas de uma vez ou produto a
      *>           produto: o aceite grava o ponto em PROD-QTD-MINIMA
      *>           e o lote em pontos.db (quantidade do proximo
      *>           pedido de compra) e fica em erros.log; a rejeicao
      *>           so volta a pendente quando o calculo mudar. No job
      *>           noturno (OPC-INATIVOS preenchido) so recalcula;
      *>           falha de arquivo devolve OPC-RETORNO 8.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado pelo JOB-NOTURNO e pelo MENU-PRINCIPAL
      *>           (opcao 34), nao roda isolado
      *>
      *> ***************************************************************

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-PRODUTOS ASSIGN TO "produtos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PROD-ID
                       ALTERNATE RECORD KEY IS PROD-NOME
                           WITH DUPLICATES
                       FILE STATUS IS FS-CONTROLE.

                   SELECT ARQ-PEDIDOS ASSIGN TO "pedidos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PED-CHAVE
                       FILE STATUS IS FS-PEDIDOS.

                   SELECT ARQ-MOVIMENTOS ASSIGN TO DYNAMIC
                           WS-NOME-KARDEX
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MOVIMENTOS.

                   SELECT ARQ-PONTOS ASSIGN TO "pontos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PPD-PROD-ID
                       FILE STATUS IS FS-PONTOS.

                   SELECT ARQ-RELPONTO ASSIGN TO "pontopedido.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-RELPONTO.

                   SELECT ARQ-PARAMETROS ASSIGN TO "parametros.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PARAMETROS.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-PRODUTOS.
               COPY "PRODUTO.cpy".

               FD ARQ-PEDIDOS.
               COPY "PEDIDO.cpy".

               FD ARQ-MOVIMENTOS.
               COPY "MOVIMENTO.cpy".

               FD ARQ-PONTOS.
               COPY "PONTOPED.cpy".

               FD ARQ-RELPONTO.
                   01 REG-RELPONTO          PIC X(80).

               FD ARQ-PARAMETROS.
               COPY "PARAMETRO.cpy".

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

           WORKING-STORAGE SECTION.
               01 FS-CONTROLE        PIC XX.
               01 FS-PEDIDOS         PIC XX.
               01 FS-MOVIMENTOS      PIC XX.
               01 FS-PONTOS          PIC XX.
               01 FS-RELPONTO        PIC XX.
               01 FS-PARAMETROS      PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-FIM-ARQUIVO     PIC X(01) VALUE "N".
               01 WS-OPCAO           PIC 9(02) VALUE 99.
               01 WS-CONFIRMA        PIC X(01).
                   88 WS-CONFIRMADO         VALUES "S", "s".
               01 WS-ACESSO          PIC X(01).
                   88 WS-ACESSO-PERMITIDO   VALUE "S".

               *> Parametros do calculo (parametros.dat ou padrao,
               *> os mesmos que o CAD-APOIO mostra).
               01 WS-SEMANAS         PIC 9(02) VALUE 8.
               01 WS-PRAZO-PADRAO    PIC 9(03) VALUE 7.
               01 WS-DIAS-SEGURANCA  PIC 9(03) VALUE 3.
               01 WS-DIAS-COBERTURA  PIC 9(03) VALUE 14.

               *> Periodo de vendas: as semanas encerradas ate ontem.
               01 WS-DATA-HOJE       PIC 9(08) VALUE 0.
               01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
                   05 WS-HOJE-ANO     PIC 9(04).
                   05 WS-HOJE-MES     PIC 9(02).
                   05 WS-HOJE-DIA     PIC 9(02).
               01 WS-DIAS-PERIODO    PIC 9(03) VALUE 0.
               01 WS-DIAS-CORRIDOS   PIC 9(07) VALUE 0.
               01 WS-DIA-CALCULO     PIC 9(07) VALUE 0.
               01 WS-PERIODO-INICIO  PIC 9(08) VALUE 0.
               01 WS-PERIODO-FIM     PIC 9(08) VALUE 0.
               01 WS-DATA-MOV        PIC 9(08) VALUE 0.

               *> O kardex do periodo fica nos arquivos mortos dos
               *> meses ja fechados e no corrente: o mesmo FD le um
               *> de cada vez.
               01 WS-NOME-KARDEX     PIC X(20).
               01 WS-NOME-ARQMORTO.
                   05 FILLER          PIC X(11)
                       VALUE "movimentos-".
                   05 WS-ARQM-MES     PIC 9(06).
                   05 FILLER          PIC X(03) VALUE ".db".
               01 WS-MES-VARRE       PIC 9(06) VALUE 0.
               01 WS-MES-VARRE-R REDEFINES WS-MES-VARRE.
                   05 WS-VARRE-ANO    PIC 9(04).
                   05 WS-VARRE-MES    PIC 9(02).
               01 WS-MES-ATUAL       PIC 9(06) VALUE 0.

               *> Produtos do cadastro, carregados na ordem do
               *> PROD-ID (leitura sequencial pela chave): a busca e
               *> binaria, porque cada venda do periodo procura o
               *> seu produto.
               01 WS-TAB-PRODUTOS.
                   05 WS-PRD OCCURS 9999 TIMES.
                       10 WS-PRD-ID         PIC 9(06).
                       10 WS-PRD-FORN       PIC 9(03).
                       10 WS-PRD-ATIVO      PIC X(01).
                       10 WS-PRD-VENDIDO    PIC 9(07).
                       10 WS-PRD-LENTO      PIC X(01).
               01 WS-MAX-PRODUTOS    PIC 9(04) VALUE 9999.
               01 WS-QTD-PRODUTOS    PIC 9(04) VALUE 0.
               01 WS-PRD-ATUAL       PIC 9(04) VALUE 0.
               01 WS-PRD-TAB-CHEIA   PIC X(01) VALUE "N".
               01 WS-ID-PROCURADO    PIC 9(06) VALUE 0.
               01 WS-IDX             PIC 9(05) VALUE 0.
               01 WS-BUSCA-INICIO    PIC 9(05) VALUE 0.
               01 WS-BUSCA-FIM       PIC 9(05) VALUE 0.
               01 WS-BUSCA-MEIO      PIC 9(05) VALUE 0.

               *> Prazo de entrega medido por fornecedor (indice =
               *> codigo do fornecedor, como no desempenho).
               01 WS-TAB-PRAZOS.
                   05 WS-FRN OCCURS 999 TIMES.
                       10 WS-FRN-DIAS       PIC 9(07).
                       10 WS-FRN-COM-PRAZO  PIC 9(05).
               01 WS-FORN-ITEM       PIC 9(03) VALUE 0.
               01 WS-PED-NO-ESCOPO   PIC X(01) VALUE "N".
               01 WS-PRAZO-VALIDO    PIC X(01) VALUE "N".
               01 WS-DIAS-PEDIDO     PIC S9(05) VALUE 0.
               01 WS-DATA-ABERTURA   PIC 9(08) VALUE 0.
               01 WS-DATA-ABERTURA-R REDEFINES WS-DATA-ABERTURA
                                     PIC X(08).
               01 WS-DATA-CHEGADA    PIC 9(08) VALUE 0.
               01 WS-DATA-CHEGADA-R REDEFINES WS-DATA-CHEGADA
                                     PIC X(08).
               01 WS-QTD-RECEBIDOS   PIC 9(05) VALUE 0.

               *> Calculo do produto em avaliacao.
               01 WS-PRAZO-PRODUTO   PIC 9(03)V9 VALUE 0.
               01 WS-PRAZO-MEDIDO    PIC X(01) VALUE "N".
               01 WS-DEMANDA-DIA     PIC 9(05)V99 VALUE 0.
               01 WS-CALCULO         PIC 9(09)V9(04) VALUE 0.
               01 WS-CALCULO-INTEIRO PIC 9(09) VALUE 0.
               01 WS-ARREDONDADO     PIC 9(05) VALUE 0.
               01 WS-PONTO-NOVO      PIC 9(05) VALUE 0.
               01 WS-LOTE-NOVO       PIC 9(05) VALUE 0.
               01 WS-SITUACAO-NOVA   PIC X(01) VALUE SPACE.
               01 WS-PONTO-EXISTE    PIC X(01) VALUE "N".

               *> Totais do recalculo.
               01 WS-QTD-VENDAS-LIDAS PIC 9(07) VALUE 0.
               01 WS-QTD-AVALIADOS   PIC 9(05) VALUE 0.
               01 WS-QTD-PENDENTES   PIC 9(05) VALUE 0.
               01 WS-QTD-IGUAIS      PIC 9(05) VALUE 0.
               01 WS-QTD-MANTIDAS    PIC 9(05) VALUE 0.
               01 WS-QTD-LENTOS      PIC 9(05) VALUE 0.

               *> Revisao do supervisor.
               01 WS-MODO-REVISAO    PIC X(01).
                   88 WS-ACEITAR-TODAS      VALUES "T", "t".
                   88 WS-REVISAR-UMA-A-UMA  VALUES "U", "u".
               01 WS-DECISAO         PIC X(01).
                   88 WS-DECISAO-ACEITA     VALUES "S", "s".
                   88 WS-DECISAO-REJEITA    VALUES "N", "n".
                   88 WS-DECISAO-PULA       VALUES "P", "p".
                   88 WS-DECISAO-ENCERRA    VALUES "F", "f".
               01 WS-REVISAO-ENCERRADA PIC X(01) VALUE "N".
               01 WS-QTD-ACEITAS     PIC 9(05) VALUE 0.
               01 WS-QTD-REJEITADAS  PIC 9(05) VALUE 0.
               01 WS-PRODUTO-ACHADO  PIC X(01) VALUE "N".

               *> 80 posicoes: a linha de sugestao chega a 66.
               01 WS-LINHA-REL       PIC X(80).
               01 WS-DEMANDA-ED      PIC ZZ.ZZ9,99.
               01 WS-PRAZO-ED        PIC ZZ9,9.
               01 WS-MARCA-PRAZO     PIC X(01).

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
                   05 WS-MM-SYS       PIC 9(02).
                   05 WS-SS-SYS       PIC 9(02).
                   05 WS-CC-SYS       PIC 9(02).

           LINKAGE SECTION.
               COPY "OPERADOR.cpy".
               COPY "OPCRELAT.cpy".

       PROCEDURE DIVISION USING OPERADOR-SESSAO OPCOES-RELATORIO.
           MOVE 0 TO OPC-RETORNO
           MOVE 0 TO OPC-QTD-REGISTROS

           DISPLAY WS-LINHA
           DISPLAY "PONTO DE PEDIDO PELA DEMANDA"
           DISPLAY WS-LINHA

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS
               CLOSE ARQ-ERROS
               OPEN EXTEND ARQ-ERROS
           END-IF

           PERFORM OBTER-PARAMETROS-CALCULO

           IF OPC-INATIVOS = SPACE
               PERFORM EXECUTAR-MENU-PONTO
           ELSE
               PERFORM RECALCULAR-PONTOS
               MOVE WS-QTD-PENDENTES TO OPC-QTD-REGISTROS
           END-IF

           CLOSE ARQ-ERROS
           DISPLAY WS-LINHA
           GOBACK.

       OBTER-PARAMETROS-CALCULO.
           *> parametros.dat ausente, campo zerado ou registro
           *> gravado antes destes campos vale o padrao.
           MOVE 8 TO WS-SEMANAS
           MOVE 7 TO WS-PRAZO-PADRAO
           MOVE 3 TO WS-DIAS-SEGURANCA
           MOVE 14 TO WS-DIAS-COBERTURA
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS = "00"
               READ ARQ-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APLICAR-PARAMETROS-CALCULO
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.

       APLICAR-PARAMETROS-CALCULO.
           IF PARM-SEMANAS-DEMANDA NUMERIC AND
              PARM-SEMANAS-DEMANDA > ZERO
               MOVE PARM-SEMANAS-DEMANDA TO WS-SEMANAS
           END-IF
           IF PARM-PRAZO-PADRAO NUMERIC AND
              PARM-PRAZO-PADRAO > ZERO
               MOVE PARM-PRAZO-PADRAO TO WS-PRAZO-PADRAO
           END-IF
           IF PARM-DIAS-SEGURANCA NUMERIC AND
              PARM-DIAS-SEGURANCA > ZERO
               MOVE PARM-DIAS-SEGURANCA TO WS-DIAS-SEGURANCA
           END-IF
           IF PARM-DIAS-COBERTURA NUMERIC AND
              PARM-DIAS-COBERTURA > ZERO
               MOVE PARM-DIAS-COBERTURA TO WS-DIAS-COBERTURA
           END-IF.

       EXECUTAR-MENU-PONTO.
           MOVE 99 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY " "
               DISPLAY "------- PONTO DE PEDIDO -------"
               DISPLAY "1 - Recalcular sugestoes agora"
               DISPLAY "2 - Revisar e aceitar sugestoes (supervisor)"
               DISPLAY "0 - Voltar ao menu principal"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       MOVE 0 TO OPC-RETORNO
                       PERFORM RECALCULAR-PONTOS
                   WHEN 2
                       PERFORM VERIFICAR-NIVEL-SUPERVISOR
                       IF WS-ACESSO-PERMITIDO
                           PERFORM REVISAR-SUGESTOES
                       END-IF
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       VERIFICAR-NIVEL-SUPERVISOR.
           *> O aceite troca o estoque minimo do cadastro; a negativa
           *> fica no log com o codigo de quem tentou.
           IF OPER-SUPERVISOR
               MOVE "S" TO WS-ACESSO
           ELSE
               MOVE "N" TO WS-ACESSO
               DISPLAY "ACESSO NEGADO: operacao exige nivel "
                       "supervisor."
               MOVE "NIVEL     " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Acesso negado: exige supervisor" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       RECALCULAR-PONTOS.
           PERFORM CALCULAR-PERIODO
           DISPLAY "Vendas de " WS-PERIODO-INICIO " a " WS-PERIODO-FIM
                   " (" WS-SEMANAS " semanas)"

           OPEN INPUT ARQ-PRODUTOS
           IF FS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO ABRIR produtos.db - FS: " FS-CONTROLE
               MOVE 8 TO OPC-RETORNO
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE FS-CONTROLE TO WS-ERRO-FS
               MOVE "Falha ao abrir produtos.db" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               PERFORM CARREGAR-TABELA-PRODUTOS
               PERFORM APURAR-PRAZOS-FORNECEDOR
               PERFORM APURAR-DEMANDA-PERIODO
               IF WS-QTD-PRODUTOS = ZERO
                   DISPLAY "Nenhum produto cadastrado."
               ELSE
                   PERFORM GERAR-SUGESTOES
               END-IF
               CLOSE ARQ-PRODUTOS
           END-IF.

       CALCULAR-PERIODO.
           *> Semanas inteiras encerradas ate ontem: hoje ainda tem
           *> venda entrando. Dias corridos cobrem virada de mes e
           *> de ano.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-PERIODO = WS-SEMANAS * 7
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           COMPUTE WS-DIA-CALCULO = WS-DIAS-CORRIDOS - 1
           COMPUTE WS-PERIODO-FIM =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CALCULO)
           COMPUTE WS-DIA-CALCULO = WS-DIAS-CORRIDOS - WS-DIAS-PERIODO
           COMPUTE WS-PERIODO-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DIA-CALCULO).

       CARREGAR-TABELA-PRODUTOS.
           MOVE 0 TO WS-QTD-PRODUTOS
           MOVE "N" TO WS-PRD-TAB-CHEIA
           MOVE LOW-VALUES TO PROD-ID
           START ARQ-PRODUTOS KEY IS GREATER THAN OR EQUAL TO PROD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-PRODUTOS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM INCLUIR-PRODUTO-TABELA
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-CONTROLE.

       INCLUIR-PRODUTO-TABELA.
           IF WS-QTD-PRODUTOS < WS-MAX-PRODUTOS
               ADD 1 TO WS-QTD-PRODUTOS
               MOVE PROD-ID TO WS-PRD-ID (WS-QTD-PRODUTOS)
               IF PROD-FORNECEDOR NUMERIC
                   MOVE PROD-FORNECEDOR TO WS-PRD-FORN (WS-QTD-PRODUTOS)
               ELSE
                   MOVE 0 TO WS-PRD-FORN (WS-QTD-PRODUTOS)
               END-IF
               IF PROD-ATIVO
                   MOVE "S" TO WS-PRD-ATIVO (WS-QTD-PRODUTOS)
               ELSE
                   MOVE "N" TO WS-PRD-ATIVO (WS-QTD-PRODUTOS)
               END-IF
               MOVE 0 TO WS-PRD-VENDIDO (WS-QTD-PRODUTOS)
               MOVE "N" TO WS-PRD-LENTO (WS-QTD-PRODUTOS)
           ELSE
               *> Produto sem vaga fica sem sugestao: o passo avisa
               *> e devolve erro para o turno da manha saber.
               IF WS-PRD-TAB-CHEIA = "N"
                   MOVE "S" TO WS-PRD-TAB-CHEIA
                   MOVE 8 TO OPC-RETORNO
                   DISPLAY "AVISO: tabela de produtos cheia ("
                           WS-MAX-PRODUTOS " produtos) - calculo "
                           "incompleto."
                   MOVE "PONTO PED " TO WS-ERRO-OPERACAO
                   MOVE "--" TO WS-ERRO-FS
                   MOVE "Tabela de produtos cheia" TO WS-ERRO-MSG
                   MOVE PROD-ID TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           END-IF.

       LOCALIZAR-PRODUTO-TABELA.
           *> Busca binaria pelo WS-ID-PROCURADO; devolve a entrada
           *> em WS-PRD-ATUAL (zero = produto fora do cadastro).
           MOVE 0 TO WS-PRD-ATUAL
           MOVE 1 TO WS-BUSCA-INICIO
           MOVE WS-QTD-PRODUTOS TO WS-BUSCA-FIM
           PERFORM UNTIL WS-BUSCA-INICIO > WS-BUSCA-FIM
                   OR WS-PRD-ATUAL > ZERO
               COMPUTE WS-BUSCA-MEIO =
                   (WS-BUSCA-INICIO + WS-BUSCA-FIM) / 2
               EVALUATE TRUE
                   WHEN WS-PRD-ID (WS-BUSCA-MEIO) = WS-ID-PROCURADO
                       MOVE WS-BUSCA-MEIO TO WS-PRD-ATUAL
                   WHEN WS-PRD-ID (WS-BUSCA-MEIO) < WS-ID-PROCURADO
                       COMPUTE WS-BUSCA-INICIO = WS-BUSCA-MEIO + 1
                   WHEN WS-BUSCA-MEIO = 1
                       MOVE 0 TO WS-BUSCA-FIM
                   WHEN OTHER
                       COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
               END-EVALUATE
           END-PERFORM.

       APURAR-PRAZOS-FORNECEDOR.
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > 999
               MOVE 0 TO WS-FRN-DIAS (WS-IDX)
               MOVE 0 TO WS-FRN-COM-PRAZO (WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM
           MOVE 0 TO WS-QTD-RECEBIDOS
           MOVE "N" TO WS-PED-NO-ESCOPO

           *> Sem pedidos.db ainda nao ha prazo medido: todos os
           *> fornecedores ficam no prazo padrao.
           OPEN INPUT ARQ-PEDIDOS
           EVALUATE FS-PEDIDOS
               WHEN "00"
                   PERFORM VARRER-PEDIDOS-RECEBIDOS
                   CLOSE ARQ-PEDIDOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: pedidos.db indisponivel - FS: "
                           FS-PEDIDOS " - usando o prazo padrao."
                   MOVE "PONTO PED " TO WS-ERRO-OPERACAO
                   MOVE FS-PEDIDOS TO WS-ERRO-FS
                   MOVE "Falha ao abrir pedidos.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE
           DISPLAY "Pedidos recebidos avaliados: " WS-QTD-RECEBIDOS.

       VARRER-PEDIDOS-RECEBIDOS.
           MOVE LOW-VALUES TO PED-CHAVE
           START ARQ-PEDIDOS KEY IS GREATER THAN OR EQUAL TO
                   PED-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-PEDIDOS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM CLASSIFICAR-REGISTRO-PEDIDO
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-PEDIDOS.

       CLASSIFICAR-REGISTRO-PEDIDO.
           *> O cabecalho decide se os itens seguintes entram e com
           *> qual prazo; so pedido RECEBIDO com data de chegada
           *> carimbada tem prazo para a media.
           IF PED-REG-CABECALHO
               MOVE "N" TO WS-PED-NO-ESCOPO
               IF PED-RECEBIDO
                   ADD 1 TO WS-QTD-RECEBIDOS
                   PERFORM CALCULAR-PRAZO-PEDIDO
                   IF WS-PRAZO-VALIDO = "S"
                       MOVE "S" TO WS-PED-NO-ESCOPO
                   END-IF
               END-IF
           ELSE
               IF WS-PED-NO-ESCOPO = "S"
                   PERFORM ACUMULAR-PRAZO-ITEM
               END-IF
           END-IF.

       CALCULAR-PRAZO-PEDIDO.
           *> Mesma conta do desempenho de fornecedores (COMPRAS):
           *> dias corridos entre a abertura e a chegada.
           MOVE "N" TO WS-PRAZO-VALIDO
           MOVE 0 TO WS-DIAS-PEDIDO
           IF PED-CAB-DATA-RECEB NUMERIC AND PED-CAB-DATA NUMERIC
               MOVE PED-CAB-DATA TO WS-DATA-ABERTURA-R
               MOVE PED-CAB-DATA-RECEB TO WS-DATA-CHEGADA-R
               COMPUTE WS-DIAS-PEDIDO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-CHEGADA) -
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ABERTURA)
               IF WS-DIAS-PEDIDO < ZERO
                   MOVE 0 TO WS-DIAS-PEDIDO
               END-IF
               MOVE "S" TO WS-PRAZO-VALIDO
           END-IF.

       ACUMULAR-PRAZO-ITEM.
           *> O fornecedor do item e o PROD-FORNECEDOR do cadastro,
           *> como no desempenho; cada linha conta uma vez na media.
           MOVE 0 TO WS-FORN-ITEM
           MOVE PED-ITEM-PROD-ID TO WS-ID-PROCURADO
           PERFORM LOCALIZAR-PRODUTO-TABELA
           IF WS-PRD-ATUAL > ZERO
               MOVE WS-PRD-FORN (WS-PRD-ATUAL) TO WS-FORN-ITEM
           END-IF
           IF WS-FORN-ITEM > ZERO
               ADD WS-DIAS-PEDIDO TO WS-FRN-DIAS (WS-FORN-ITEM)
               ADD 1 TO WS-FRN-COM-PRAZO (WS-FORN-ITEM)
           END-IF.

       APURAR-DEMANDA-PERIODO.
           *> Um arquivo morto por mes do periodo (o do mes ainda
           *> aberto normalmente nao existe) e depois o corrente.
           MOVE 0 TO WS-QTD-VENDAS-LIDAS
           MOVE WS-PERIODO-INICIO (1:6) TO WS-MES-VARRE
           MOVE WS-DATA-HOJE (1:6) TO WS-MES-ATUAL
           PERFORM UNTIL WS-MES-VARRE > WS-MES-ATUAL
               MOVE WS-MES-VARRE TO WS-ARQM-MES
               MOVE WS-NOME-ARQMORTO TO WS-NOME-KARDEX
               PERFORM LER-KARDEX-PERIODO
               IF WS-VARRE-MES = 12
                   ADD 1 TO WS-VARRE-ANO
                   MOVE 1 TO WS-VARRE-MES
               ELSE
                   ADD 1 TO WS-VARRE-MES
               END-IF
           END-PERFORM
           MOVE "movimentos.db" TO WS-NOME-KARDEX
           PERFORM LER-KARDEX-PERIODO
           DISPLAY "Saidas de venda no periodo: " WS-QTD-VENDAS-LIDAS.

       LER-KARDEX-PERIODO.
           *> Arquivo ausente nao e falha: o morto so existe depois
           *> do fechamento do mes e o corrente antes do primeiro
           *> movimento.
           OPEN INPUT ARQ-MOVIMENTOS
           EVALUATE FS-MOVIMENTOS
               WHEN "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-MOVIMENTOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF MOV-SAIDA AND
                                  MOV-MOTIVO (1:4) = "VD #"
                                   PERFORM ACUMULAR-VENDA-PERIODO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-MOVIMENTOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR " WS-NOME-KARDEX " - FS: "
                           FS-MOVIMENTOS
                   MOVE 8 TO OPC-RETORNO
                   MOVE "PONTO PED " TO WS-ERRO-OPERACAO
                   MOVE FS-MOVIMENTOS TO WS-ERRO-FS
                   MOVE "Falha ao abrir o kardex do periodo" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE.

       ACUMULAR-VENDA-PERIODO.
           *> So a venda e demanda: baixa de vencido, inventario e
           *> transferencia entre locais nao entram.
           MOVE MOV-DATA TO WS-DATA-MOV
           IF WS-DATA-MOV NUMERIC AND
              WS-DATA-MOV >= WS-PERIODO-INICIO AND
              WS-DATA-MOV <= WS-PERIODO-FIM
               MOVE MOV-PROD-ID TO WS-ID-PROCURADO
               PERFORM LOCALIZAR-PRODUTO-TABELA
               IF WS-PRD-ATUAL > ZERO
                   ADD MOV-QTD TO WS-PRD-VENDIDO (WS-PRD-ATUAL)
                   ADD 1 TO WS-QTD-VENDAS-LIDAS
               END-IF
           END-IF.

       GERAR-SUGESTOES.
           OPEN I-O ARQ-PONTOS
           IF FS-PONTOS = "35"
               OPEN OUTPUT ARQ-PONTOS
               CLOSE ARQ-PONTOS
               OPEN I-O ARQ-PONTOS
           END-IF
           IF FS-PONTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR pontos.db - FS: " FS-PONTOS
               MOVE 8 TO OPC-RETORNO
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE FS-PONTOS TO WS-ERRO-FS
               MOVE "Falha ao abrir pontos.db" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               OPEN OUTPUT ARQ-RELPONTO
               IF FS-RELPONTO NOT = "00"
                   DISPLAY "ERRO AO ABRIR pontopedido.txt - FS: "
                           FS-RELPONTO
                   MOVE 8 TO OPC-RETORNO
                   MOVE "PONTO PED " TO WS-ERRO-OPERACAO
                   MOVE FS-RELPONTO TO WS-ERRO-FS
                   MOVE "Falha ao abrir pontopedido.txt" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               ELSE
                   PERFORM GRAVAR-CABECALHO-REVISAO
                   PERFORM AVALIAR-PRODUTOS
                   PERFORM LISTAR-GIRO-LENTO
                   PERFORM GRAVAR-RESUMO-REVISAO
                   CLOSE ARQ-RELPONTO
               END-IF
               CLOSE ARQ-PONTOS
           END-IF.

       GRAVAR-CABECALHO-REVISAO.
           MOVE WS-LINHA TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO WS-LINHA-REL
           STRING "PONTO DE PEDIDO - REVISAO DE " WS-HOJE-DIA "/"
                  WS-HOJE-MES "/" WS-HOJE-ANO " " WS-HH-SYS ":"
                  WS-MM-SYS
                  DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO WS-LINHA-REL
           STRING "VENDAS DE " WS-PERIODO-INICIO " A "
                  WS-PERIODO-FIM " (" WS-SEMANAS " SEMANAS)"
                  " | SEGURANCA: " WS-DIAS-SEGURANCA
                  " | COBERTURA: " WS-DIAS-COBERTURA
                  DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE WS-LINHA TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE "SUGESTOES PENDENTES DE ACEITE" TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO WS-LINHA-REL
           STRING "ID     PRODUTO                DEM/DIA PRAZO "
                  "MINIMO > PONTO  LOTE"
                  DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO.

       AVALIAR-PRODUTOS.
           MOVE 0 TO WS-QTD-AVALIADOS
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE 0 TO WS-QTD-IGUAIS
           MOVE 0 TO WS-QTD-MANTIDAS
           MOVE 0 TO WS-QTD-LENTOS
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-PRODUTOS
               IF WS-PRD-ATIVO (WS-IDX) = "S"
                   PERFORM CALCULAR-SUGESTAO-PRODUTO
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       CALCULAR-SUGESTAO-PRODUTO.
           MOVE WS-PRD-ID (WS-IDX) TO PROD-ID
           READ ARQ-PRODUTOS
               INVALID KEY
                   MOVE "N" TO WS-PRODUTO-ACHADO
               NOT INVALID KEY
                   MOVE "S" TO WS-PRODUTO-ACHADO
           END-READ
           MOVE "00" TO FS-CONTROLE
           IF WS-PRODUTO-ACHADO = "S"
               ADD 1 TO WS-QTD-AVALIADOS
               PERFORM OBTER-PRAZO-PRODUTO
               IF WS-PRD-VENDIDO (WS-IDX) = ZERO
                   *> Giro lento: sem venda nao ha demanda para
                   *> medir, o minimo do cadastro fica como esta.
                   MOVE "S" TO WS-PRD-LENTO (WS-IDX)
                   ADD 1 TO WS-QTD-LENTOS
                   MOVE 0 TO WS-DEMANDA-DIA
                   MOVE PROD-QTD-MINIMA TO WS-PONTO-NOVO
                   MOVE 0 TO WS-LOTE-NOVO
               ELSE
                   COMPUTE WS-DEMANDA-DIA ROUNDED =
                       WS-PRD-VENDIDO (WS-IDX) / WS-DIAS-PERIODO
                   COMPUTE WS-CALCULO =
                       WS-PRD-VENDIDO (WS-IDX) *
                       (WS-PRAZO-PRODUTO + WS-DIAS-SEGURANCA) /
                       WS-DIAS-PERIODO
                   PERFORM ARREDONDAR-PARA-CIMA
                   MOVE WS-ARREDONDADO TO WS-PONTO-NOVO
                   COMPUTE WS-CALCULO =
                       WS-PRD-VENDIDO (WS-IDX) * WS-DIAS-COBERTURA /
                       WS-DIAS-PERIODO
                   PERFORM ARREDONDAR-PARA-CIMA
                   MOVE WS-ARREDONDADO TO WS-LOTE-NOVO
                   IF WS-LOTE-NOVO = ZERO
                       MOVE 1 TO WS-LOTE-NOVO
                   END-IF
               END-IF
               PERFORM GRAVAR-SUGESTAO-PONTO
           END-IF.

       OBTER-PRAZO-PRODUTO.
           MOVE WS-PRD-FORN (WS-IDX) TO WS-FORN-ITEM
           IF WS-FORN-ITEM > ZERO AND
              WS-FRN-COM-PRAZO (WS-FORN-ITEM) > ZERO
               COMPUTE WS-PRAZO-PRODUTO ROUNDED =
                   WS-FRN-DIAS (WS-FORN-ITEM) /
                   WS-FRN-COM-PRAZO (WS-FORN-ITEM)
               MOVE "S" TO WS-PRAZO-MEDIDO
           ELSE
               MOVE WS-PRAZO-PADRAO TO WS-PRAZO-PRODUTO
               MOVE "N" TO WS-PRAZO-MEDIDO
           END-IF.

       ARREDONDAR-PARA-CIMA.
           *> Fracao de unidade vira unidade inteira: faltar e pior
           *> que sobrar uma peca.
           MOVE WS-CALCULO TO WS-CALCULO-INTEIRO
           IF WS-CALCULO-INTEIRO < WS-CALCULO
               ADD 1 TO WS-CALCULO-INTEIRO
           END-IF
           IF WS-CALCULO-INTEIRO > 99999
               MOVE 99999 TO WS-ARREDONDADO
           ELSE
               MOVE WS-CALCULO-INTEIRO TO WS-ARREDONDADO
           END-IF.

       GRAVAR-SUGESTAO-PONTO.
           *> O registro anterior guarda o lote ja aceito e a ultima
           *> decisao; a rejeicao so cai se o calculo mudar.
           MOVE PROD-ID TO PPD-PROD-ID
           READ ARQ-PONTOS
               INVALID KEY
                   MOVE "N" TO WS-PONTO-EXISTE
                   MOVE SPACES TO REG-PONTOPED
                   MOVE PROD-ID TO PPD-PROD-ID
                   MOVE 0 TO PPD-PONTO-SUGERIDO
                   MOVE 0 TO PPD-LOTE-SUGERIDO
                   MOVE 0 TO PPD-LOTE-ACEITO
                   MOVE 0 TO PPD-DATA-DECISAO
               NOT INVALID KEY
                   MOVE "S" TO WS-PONTO-EXISTE
           END-READ

           EVALUATE TRUE
               WHEN WS-PRD-LENTO (WS-IDX) = "S"
                   MOVE "L" TO WS-SITUACAO-NOVA
               WHEN WS-PONTO-NOVO = PROD-QTD-MINIMA AND
                    WS-LOTE-NOVO = PPD-LOTE-ACEITO
                   MOVE "I" TO WS-SITUACAO-NOVA
               WHEN PPD-REJEITADA AND
                    WS-PONTO-NOVO = PPD-PONTO-SUGERIDO AND
                    WS-LOTE-NOVO = PPD-LOTE-SUGERIDO
                   MOVE "R" TO WS-SITUACAO-NOVA
               WHEN OTHER
                   MOVE "P" TO WS-SITUACAO-NOVA
           END-EVALUATE

           MOVE WS-DATA-HOJE TO PPD-DATA-CALCULO
           MOVE WS-SEMANAS TO PPD-SEMANAS
           MOVE WS-PRD-VENDIDO (WS-IDX) TO PPD-QTD-VENDIDA
           MOVE WS-DEMANDA-DIA TO PPD-DEMANDA-DIA
           MOVE WS-PRAZO-PRODUTO TO PPD-PRAZO-DIAS
           MOVE WS-PRAZO-MEDIDO TO PPD-PRAZO-MEDIDO
           MOVE PROD-QTD-MINIMA TO PPD-MINIMO-ATUAL
           MOVE WS-PONTO-NOVO TO PPD-PONTO-SUGERIDO
           MOVE WS-LOTE-NOVO TO PPD-LOTE-SUGERIDO
           MOVE WS-SITUACAO-NOVA TO PPD-SITUACAO

           IF WS-PONTO-EXISTE = "S"
               REWRITE REG-PONTOPED
           ELSE
               WRITE REG-PONTOPED
           END-IF
           IF FS-PONTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR pontos.db - FS: " FS-PONTOS
               MOVE 8 TO OPC-RETORNO
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE FS-PONTOS TO WS-ERRO-FS
               MOVE "Falha ao gravar sugestao" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF

           EVALUATE TRUE
               WHEN PPD-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES
                   PERFORM GRAVAR-LINHA-SUGESTAO
               WHEN PPD-SEM-MUDANCA
                   ADD 1 TO WS-QTD-IGUAIS
               WHEN PPD-REJEITADA
                   ADD 1 TO WS-QTD-MANTIDAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GRAVAR-LINHA-SUGESTAO.
           MOVE PPD-DEMANDA-DIA TO WS-DEMANDA-ED
           MOVE PPD-PRAZO-DIAS TO WS-PRAZO-ED
           IF PPD-PRAZO-DO-FORNECEDOR
               MOVE SPACE TO WS-MARCA-PRAZO
           ELSE
               MOVE "*" TO WS-MARCA-PRAZO
           END-IF
           MOVE SPACES TO WS-LINHA-REL
           STRING PROD-ID " " PROD-NOME " " WS-DEMANDA-ED " "
                  WS-PRAZO-ED WS-MARCA-PRAZO " " PROD-QTD-MINIMA
                  " > " PPD-PONTO-SUGERIDO " " PPD-LOTE-SUGERIDO
                  DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO.

       LISTAR-GIRO-LENTO.
           MOVE WS-LINHA TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE "GIRO LENTO - SEM VENDA NO PERIODO (MINIMO MANTIDO)"
                TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-QTD-PRODUTOS
               IF WS-PRD-LENTO (WS-IDX) = "S"
                   MOVE WS-PRD-ID (WS-IDX) TO PROD-ID
                   READ ARQ-PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-LINHA-REL
                           STRING PROD-ID " " PROD-NOME
                                  " | ESTOQUE: " PROD-QTD
                                  " | MINIMO: " PROD-QTD-MINIMA
                                  DELIMITED BY SIZE
                               INTO WS-LINHA-REL
                           END-STRING
                           PERFORM GRAVAR-LINHA-REVISAO
                   END-READ
                   MOVE "00" TO FS-CONTROLE
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

       GRAVAR-RESUMO-REVISAO.
           MOVE WS-LINHA TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO WS-LINHA-REL
           STRING "PRODUTOS AVALIADOS: " WS-QTD-AVALIADOS
                  " | SAIDAS DE VENDA LIDAS: " WS-QTD-VENDAS-LIDAS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE SPACES TO WS-LINHA-REL
           STRING "PENDENTES: " WS-QTD-PENDENTES
                  " | SEM MUDANCA: " WS-QTD-IGUAIS
                  " | REJEITADAS: " WS-QTD-MANTIDAS
                  " | GIRO LENTO: " WS-QTD-LENTOS
                  DELIMITED BY SIZE INTO WS-LINHA-REL
           END-STRING
           PERFORM GRAVAR-LINHA-REVISAO
           MOVE "* PRAZO PADRAO: FORNECEDOR SEM RECEBIMENTO MEDIDO"
                TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO
           IF WS-QTD-PENDENTES > ZERO
               MOVE "O MINIMO SO MUDA COM O ACEITE DO SUPERVISOR."
                    TO WS-LINHA-REL
               PERFORM GRAVAR-LINHA-REVISAO
           END-IF
           MOVE WS-LINHA TO WS-LINHA-REL
           PERFORM GRAVAR-LINHA-REVISAO.

       GRAVAR-LINHA-REVISAO.
           *> Toda linha da folha sai tambem na tela, para a cadeia
           *> noturna deixar rastro no console.
           DISPLAY WS-LINHA-REL
           WRITE REG-RELPONTO FROM WS-LINHA-REL
           IF FS-RELPONTO NOT = "00"
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE FS-RELPONTO TO WS-ERRO-FS
               MOVE "Falha ao gravar pontopedido.txt" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       REVISAR-SUGESTOES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-QTD-ACEITAS
           MOVE 0 TO WS-QTD-REJEITADAS
           OPEN I-O ARQ-PONTOS
           EVALUATE FS-PONTOS
               WHEN "00"
                   OPEN I-O ARQ-PRODUTOS
                   IF FS-CONTROLE NOT = "00"
                       DISPLAY "ERRO AO ABRIR produtos.db - FS: "
                               FS-CONTROLE
                       MOVE "PONTO PED " TO WS-ERRO-OPERACAO
                       MOVE FS-CONTROLE TO WS-ERRO-FS
                       MOVE "Falha ao abrir produtos.db" TO
                            WS-ERRO-MSG
                       MOVE 0 TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
                   ELSE
                       PERFORM ESCOLHER-MODO-REVISAO
                       CLOSE ARQ-PRODUTOS
                   END-IF
                   CLOSE ARQ-PONTOS
               WHEN "35"
                   DISPLAY "Nenhum calculo de ponto de pedido ainda - "
                           "use o recalculo."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR pontos.db - FS: " FS-PONTOS
                   MOVE "PONTO PED " TO WS-ERRO-OPERACAO
                   MOVE FS-PONTOS TO WS-ERRO-FS
                   MOVE "Falha ao abrir pontos.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE.

       ESCOLHER-MODO-REVISAO.
           PERFORM CONTAR-PENDENTES
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "Nenhuma sugestao pendente de aceite."
           ELSE
               DISPLAY "Sugestoes pendentes: " WS-QTD-PENDENTES
                       " (detalhe em pontopedido.txt)"
               DISPLAY "T - Aceitar todas | U - Revisar uma a uma | "
                       "outra - Cancelar: " WITH NO ADVANCING
               ACCEPT WS-MODO-REVISAO
               EVALUATE TRUE
                   WHEN WS-ACEITAR-TODAS
                       DISPLAY "Confirma trocar o minimo de "
                               WS-QTD-PENDENTES " produto(s)? (S/N): "
                               WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMADO
                           PERFORM PERCORRER-PENDENTES
                       ELSE
                           DISPLAY "Nenhuma sugestao aceita."
                       END-IF
                   WHEN WS-REVISAR-UMA-A-UMA
                       PERFORM PERCORRER-PENDENTES
                   WHEN OTHER
                       DISPLAY "Revisao cancelada."
               END-EVALUATE
               DISPLAY "ACEITAS: " WS-QTD-ACEITAS
                       " | REJEITADAS: " WS-QTD-REJEITADAS
           END-IF.

       CONTAR-PENDENTES.
           MOVE 0 TO WS-QTD-PENDENTES
           MOVE LOW-VALUES TO PPD-PROD-ID
           START ARQ-PONTOS KEY IS GREATER THAN OR EQUAL TO
                   PPD-PROD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-PONTOS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF PPD-PENDENTE
                                   ADD 1 TO WS-QTD-PENDENTES
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-PONTOS.

       PERCORRER-PENDENTES.
           MOVE "N" TO WS-REVISAO-ENCERRADA
           MOVE LOW-VALUES TO PPD-PROD-ID
           START ARQ-PONTOS KEY IS GREATER THAN OR EQUAL TO
                   PPD-PROD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                           OR WS-REVISAO-ENCERRADA = "S"
                       READ ARQ-PONTOS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF PPD-PENDENTE
                                   PERFORM DECIDIR-SUGESTAO
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-PONTOS.

       DECIDIR-SUGESTAO.
           *> Produto excluido ou inativado depois do calculo nao
           *> recebe o minimo; a sugestao espera o proximo calculo.
           MOVE PPD-PROD-ID TO PROD-ID
           READ ARQ-PRODUTOS
               INVALID KEY
                   MOVE "N" TO WS-PRODUTO-ACHADO
               NOT INVALID KEY
                   MOVE "S" TO WS-PRODUTO-ACHADO
           END-READ
           MOVE "00" TO FS-CONTROLE
           IF WS-PRODUTO-ACHADO = "N" OR NOT PROD-ATIVO
               DISPLAY "ID " PPD-PROD-ID " fora do cadastro ativo - "
                       "sugestao ignorada."
           ELSE
               IF WS-ACEITAR-TODAS
                   PERFORM ACEITAR-SUGESTAO
               ELSE
                   PERFORM PERGUNTAR-DECISAO
               END-IF
           END-IF.

       PERGUNTAR-DECISAO.
           MOVE PPD-DEMANDA-DIA TO WS-DEMANDA-ED
           MOVE PPD-PRAZO-DIAS TO WS-PRAZO-ED
           DISPLAY " "
           DISPLAY "ID: " PROD-ID " | " PROD-NOME
                   " | ESTOQUE: " PROD-QTD
           IF PPD-PRAZO-DO-FORNECEDOR
               DISPLAY "   VENDIDO: " PPD-QTD-VENDIDA " EM "
                       PPD-SEMANAS " SEMANAS | DEMANDA/DIA: "
                       WS-DEMANDA-ED " | PRAZO: " WS-PRAZO-ED
                       " DIA(S) MEDIDO"
           ELSE
               DISPLAY "   VENDIDO: " PPD-QTD-VENDIDA " EM "
                       PPD-SEMANAS " SEMANAS | DEMANDA/DIA: "
                       WS-DEMANDA-ED " | PRAZO: " WS-PRAZO-ED
                       " DIA(S) PADRAO"
           END-IF
           DISPLAY "   MINIMO: " PROD-QTD-MINIMA " > PONTO: "
                   PPD-PONTO-SUGERIDO " | LOTE: " PPD-LOTE-SUGERIDO
                   " (ATUAL: " PPD-LOTE-ACEITO ")"
           DISPLAY "Aceitar? (S = sim, N = rejeitar, P = pular, "
                   "F = encerrar): " WITH NO ADVANCING
           ACCEPT WS-DECISAO
           EVALUATE TRUE
               WHEN WS-DECISAO-ACEITA
                   PERFORM ACEITAR-SUGESTAO
               WHEN WS-DECISAO-REJEITA
                   PERFORM REJEITAR-SUGESTAO
               WHEN WS-DECISAO-ENCERRA
                   MOVE "S" TO WS-REVISAO-ENCERRADA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACEITAR-SUGESTAO.
           *> O cadastro e gravado primeiro; a sugestao so vira
           *> aceita se o novo minimo ficou no produto.
           MOVE PPD-PONTO-SUGERIDO TO PROD-QTD-MINIMA
           REWRITE REG-PRODUTO
           IF FS-CONTROLE NOT = "00"
               DISPLAY "ERRO AO GRAVAR produtos.db - FS: " FS-CONTROLE
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE FS-CONTROLE TO WS-ERRO-FS
               MOVE "Falha ao gravar o novo minimo" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE "A" TO PPD-SITUACAO
               MOVE PPD-PONTO-SUGERIDO TO PPD-MINIMO-ATUAL
               MOVE PPD-LOTE-SUGERIDO TO PPD-LOTE-ACEITO
               MOVE WS-DATA-HOJE TO PPD-DATA-DECISAO
               MOVE OPER-CODIGO TO PPD-OPERADOR
               PERFORM REGRAVAR-SUGESTAO
               ADD 1 TO WS-QTD-ACEITAS
               *> A troca do minimo fica no log com quem aceitou.
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Minimo trocado pelo ponto de pedido" TO
                    WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       REJEITAR-SUGESTAO.
           MOVE "R" TO PPD-SITUACAO
           MOVE WS-DATA-HOJE TO PPD-DATA-DECISAO
           MOVE OPER-CODIGO TO PPD-OPERADOR
           PERFORM REGRAVAR-SUGESTAO
           ADD 1 TO WS-QTD-REJEITADAS.

       REGRAVAR-SUGESTAO.
           REWRITE REG-PONTOPED
           IF FS-PONTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR pontos.db - FS: " FS-PONTOS
               MOVE "PONTO PED " TO WS-ERRO-OPERACAO
               MOVE FS-PONTOS TO WS-ERRO-FS
               MOVE "Falha ao gravar decisao" TO WS-ERRO-MSG
               MOVE PPD-PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       REGISTRAR-ERRO-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-ANO-SYS TO ERRO-ANO
           MOVE WS-MES-SYS TO ERRO-MES
           MOVE WS-DIA-SYS TO ERRO-DIA
           MOVE WS-HH-SYS TO ERRO-HH
           MOVE WS-MM-SYS TO ERRO-MM
           MOVE WS-SS-SYS TO ERRO-SS
           MOVE WS-ERRO-ID TO ERRO-PROD-ID
           MOVE WS-ERRO-OPERACAO TO ERRO-OPERACAO
           MOVE WS-ERRO-FS TO ERRO-FS
           MOVE WS-ERRO-MSG TO ERRO-MSG
           MOVE OPER-CODIGO TO ERRO-OPERADOR
           WRITE REG-ERRO.
