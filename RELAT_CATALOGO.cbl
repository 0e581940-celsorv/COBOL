      *>                        vendas e total liquido por cliente,
      *>                        com nome de clientes.db (zero =
      *>                        balcao)
      *>             AGING    - idade das contas a receber em aberto
      *>                        (receber.db) por cliente, em faixas
      *>                        de 0-30, 31-60, 61-90 e 90+ dias
      *>                        desde a emissao, com o vencido a
      *>                        parte, na data de OPC-DATA (ou
      *>                        pedida na tela)
      *>             ESTCUSTO - estoque valorizado ao custo medio
      *>                        (PROD-CUSTO x PROD-QTD), ao lado do
      *>                        valor a preco de venda
      *>             MARGEM   - margem bruta por produto e por
      *>                        categoria num periodo, pelo custo
      *>                        gravado em cada item de venda
      *>             MARGMIN  - produtos com preco abaixo do custo
      *>                        ou abaixo de uma margem minima (%)
      *>             PROMO    - resultado das promocoes num periodo:
      *>                        unidades, receita e desconto dado
      *>                        por promocao (promocoes.db), pelo
      *>                        liquido das devolucoes
      *>             SEMEAN   - produtos ativos ainda sem codigo de
      *>                        barras (codbarras.db)
      *>             VALIDADE - lotes abertos (lotes.db) que vencem
      *>                        nos proximos PARM-DIAS-VALIDADE dias
      *>                        (parametros.dat, padrao 7) e lista
      *>                        dos ja vencidos com saldo, gravada
      *>                        tambem em vencidos.txt para a baixa,
      *>                        na data de OPC-DATA (ou pedida na
      *>                        tela)
      *>             REPOLOJA - reposicao da loja: produtos ativos
      *>                        com saldo na gondola (PROD-QTD menos
      *>                        PROD-QTD-DEPOSITO) abaixo do
      *>                        PROD-MINIMO-LOJA e saldo no deposito,
      *>                        com a quantidade a transferir,
      *>                        gravada tambem em reposicao.txt
      *>           A etiqueta de etiquetas.dat leva o codigo de
      *>           barras principal do produto.
      *>           A receita de venda e sempre o valor cobrado do
      *>           item (com promocao), liquido do que foi devolvido.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *>           O segundo parametro (OPCOES-RELATORIO) permite ao
      *>           job noturno responder "Incluir inativos?" sem
      *>           operador e devolve contagem de registros e codigo
                       RECORD KEY IS CLI-CODIGO
                       FILE STATUS IS FS-CLIENTES.

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

                   SELECT ARQ-PARAMETROS ASSIGN TO "parametros.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PARAMETROS.

                   SELECT ARQ-VENCIDOS ASSIGN TO "vencidos.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-VENCIDOS.

                   SELECT ARQ-REPOSICAO ASSIGN TO "reposicao.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-REPOSICAO.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-PRODUTOS.
               FD ARQ-CLIENTES.
               COPY "CLIENTE.cpy".

               FD ARQ-RECEBER.
               COPY "RECEBER.cpy".

               FD ARQ-PROMOCOES.
               COPY "PROMOCAO.cpy".

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-LOTES.
               COPY "LOTE.cpy".

               FD ARQ-PARAMETROS.
               COPY "PARAMETRO.cpy".

               FD ARQ-VENCIDOS.
                   01 REG-VENCIDO           PIC X(80).

               FD ARQ-REPOSICAO.
                   01 REG-REPOSICAO         PIC X(80).

           WORKING-STORAGE SECTION.
               01 FS-CONTROLE         PIC XX.
               01 FS-VENDAS           PIC XX.
               01 FS-FORNECEDORES     PIC XX.
               01 FS-CATEGORIAS       PIC XX.
               01 FS-CLIENTES         PIC XX.
               01 FS-RECEBER          PIC XX.
               01 FS-PROMOCOES        PIC XX.
               01 FS-CODBARRAS        PIC XX.
               01 FS-LOTES            PIC XX.
               01 FS-PARAMETROS       PIC XX.
               01 FS-VENCIDOS         PIC XX.
               01 FS-REPOSICAO        PIC XX.

               01 WS-LINHA            PIC X(51) VALUE ALL "-".
               01 WS-FIM-ARQUIVO      PIC X(01) VALUE "N".
               01 WS-CSV-PRECO-DEC    PIC 99.
               01 WS-LINHA-CSV        PIC X(60).

               01 WS-HIST-ID-FILTRO   PIC 9(06) VALUE 0.
               01 WS-DATA-CORTE       PIC 9(08) VALUE 0.
               01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE
                                      PIC X(08).
               01 WS-PCT-ED           PIC +++++9,99.
               01 WS-QTD-ETIQUETAS    PIC 9(05) VALUE 0.

               *> Lista dos produtos com preco alterado desde a data
               *> de corte - vira o arquivo de etiquetas no final, em
               *> ordem de codigo.
               01 WS-LISTA-ETIQUETAS.
                   05 WS-ETQ-PROD-ID OCCURS 9999 TIMES PIC 9(06).
               01 WS-QTD-ETQ-TAB      PIC 9(04) VALUE 0.
               01 WS-ETQ-TAB-CHEIA    PIC X(01) VALUE "N".
               01 WS-ETQ-ACHADO       PIC X(01) VALUE "N".
               01 WS-ETQ-TROCA        PIC 9(06) VALUE 0.
               01 WS-IDX-ETIQ         PIC 9(05) VALUE 0.

               *> Catalogo agrupado: o arquivo indexado so entrega a
               *> ordem de PROD-ID ou PROD-NOME, entao os ativos sao
               *> carregados nesta tabela e ordenados por categoria
               *> (e nome dentro dela) antes da impressao.
               01 WS-TAB-GRUPOS.
                   05 WS-GRP OCCURS 9999 TIMES.
                       10 WS-GRP-PROD-ID   PIC 9(06).
                       10 WS-GRP-NOME      PIC X(20).
                       10 WS-GRP-CATEGORIA PIC 9(03).
                       10 WS-GRP-FORNEC    PIC 9(03).
                       10 WS-GRP-QTD       PIC 9(05).
                       10 WS-GRP-VALOR     PIC 9(11)V99.
               01 WS-GRP-TROCA.
                   05 WS-TRC-PROD-ID       PIC 9(06).
                   05 WS-TRC-NOME          PIC X(20).
                   05 WS-TRC-CATEGORIA     PIC 9(03).
                   05 WS-TRC-FORNEC        PIC 9(03).
                   05 WS-TRC-QTD           PIC 9(05).
                   05 WS-TRC-VALOR         PIC 9(11)V99.
               01 WS-QTD-TAB          PIC 9(04) VALUE 0.
               01 WS-GI               PIC 9(05) VALUE 0.
               01 WS-GJ               PIC 9(05) VALUE 0.
               01 WS-GMIN             PIC 9(05) VALUE 0.
               01 WS-CAT-ATUAL        PIC 9(03) VALUE 0.
               01 WS-TOTAL-CAT        PIC 9(11)V99 VALUE 0.
               01 WS-NOME-CAT         PIC X(20).
               01 WS-PCT-ANTERIOR     PIC 9(03)V99 VALUE 0.
               01 WS-PCT-ACUM-ED      PIC ZZ9,99.
               01 WS-CLASSE-ABC       PIC X(01).
               01 WS-QTD-CLASSE-A     PIC 9(04) VALUE 0.
               01 WS-QTD-CLASSE-B     PIC 9(04) VALUE 0.
               01 WS-QTD-CLASSE-C     PIC 9(04) VALUE 0.
               01 WS-TOT-CLASSE-A     PIC 9(11)V99 VALUE 0.
               01 WS-TOT-CLASSE-B     PIC 9(11)V99 VALUE 0.
               01 WS-TOT-CLASSE-C     PIC 9(11)V99 VALUE 0.

               *> Fechamento diario de vendas: acumuladores do dia e
               *> tabela com o vendido de cada produto (uma entrada
               *> por PROD-ID vendido), de onde sai o ranking por
               *> quantidade.
               01 WS-DATA-FECH        PIC 9(08) VALUE 0.
               01 WS-DATA-FECH-R REDEFINES WS-DATA-FECH
                                      PIC X(08).
               01 WS-VALOR-LIQUIDO    PIC 9(09)V99 VALUE 0.
               01 WS-TICKET-MEDIO     PIC 9(09)V99 VALUE 0.
               01 WS-TAB-VENDIDOS.
                   05 WS-VND OCCURS 9999 TIMES.
                       10 WS-VND-PROD-ID   PIC 9(06).
                       10 WS-VND-NOME      PIC X(20).
                       10 WS-VND-QTD       PIC 9(07).
                       10 WS-VND-VALOR     PIC 9(09)V99.
               01 WS-RANK-POS         PIC 9(04) VALUE 0.
               01 WS-RANK-MAX         PIC 9(04) VALUE 0.
               01 WS-RANK-QTD         PIC 9(07) VALUE 0.
               01 WS-RANK-ID          PIC 9(06) VALUE 0.
               *> Capacidade das tabelas por produto (vendidos e
               *> margem): produto novo sem vaga fica fora e o
               *> relatorio avisa que saiu incompleto.
               01 WS-MAX-PRODUTOS     PIC 9(04) VALUE 9999.
               01 WS-QTD-VND-TAB      PIC 9(04) VALUE 0.
               01 WS-QTD-MRG-TAB      PIC 9(04) VALUE 0.
               01 WS-PROD-ATUAL       PIC 9(04) VALUE 0.
               01 WS-PROD-TAB-CHEIA   PIC X(01) VALUE "N".
               01 WS-FIM-RANK         PIC X(01) VALUE "N".
               01 WS-QTD-VEND-ED      PIC ZZZZZZ9.

               01 WS-NOME-CLI         PIC X(30).
               01 WS-CLIENTES-ABERTO  PIC X(01) VALUE "N".

               *> Aging das contas a receber: receber.db lido pela
               *> chave alternativa ja vem agrupado por cliente, entao
               *> basta quebrar por REC-CLIENTE. A idade conta da
               *> emissao ate a data de referencia.
               01 WS-DATA-REF-AGING   PIC 9(08) VALUE 0.
               01 WS-DIAS-REF         PIC 9(07) VALUE 0.
               01 WS-DIAS-EMISSAO     PIC 9(07) VALUE 0.
               01 WS-IDADE-CONTA      PIC 9(07) VALUE 0.
               01 WS-SALDO-AGING      PIC 9(09)V99 VALUE 0.
               01 WS-AGE-FX           PIC 9(01) VALUE 0.
               01 WS-AGE-CLI-ATUAL    PIC 9(05) VALUE 0.
               01 WS-AGE-TEM-CLIENTE  PIC X(01) VALUE "N".
               01 WS-AGE-QTD-CLIENTES PIC 9(05) VALUE 0.
               01 WS-AGE-CLIENTE.
                   05 WS-AGE-FAIXA OCCURS 4 TIMES PIC 9(11)V99.
                   05 WS-AGE-VENCIDO      PIC 9(11)V99.
                   05 WS-AGE-TOTAL        PIC 9(11)V99.
               01 WS-AGE-GERAL.
                   05 WS-AGE-FAIXA-GER OCCURS 4 TIMES PIC 9(11)V99.
                   05 WS-AGE-VENCIDO-GER  PIC 9(11)V99.
                   05 WS-AGE-TOTAL-GER    PIC 9(11)V99.
               01 WS-AGE-ROTULOS-VALORES.
                   05 FILLER          PIC X(05) VALUE "0-30 ".
                   05 FILLER          PIC X(05) VALUE "31-60".
                   05 FILLER          PIC X(05) VALUE "61-90".
                   05 FILLER          PIC X(05) VALUE "90+  ".
               01 WS-AGE-ROTULOS REDEFINES WS-AGE-ROTULOS-VALORES.
                   05 WS-AGE-ROTULO OCCURS 4 TIMES PIC X(05).

               *> Custo e margem: estoque a custo, margem bruta do
               *> periodo (tabelas indexadas por PROD-ID e por
               *> codigo de categoria, como no ranking de vendas) e
               *> a lista de precos abaixo do custo/margem minima.
               01 WS-VALOR-CUSTO      PIC 9(11)V99 VALUE 0.
               01 WS-TOTAL-CUSTO      PIC 9(11)V99 VALUE 0.
               01 WS-TOTAL-VENDA      PIC 9(11)V99 VALUE 0.
               01 WS-QTD-SEM-CUSTO    PIC 9(05) VALUE 0.
               01 WS-CUSTO-ITEM       PIC 9(05)V99 VALUE 0.
               01 WS-MARGEM-VALOR     PIC S9(11)V99 VALUE 0.
               01 WS-PCT-MARGEM       PIC S9(05)V99 VALUE 0.
               01 WS-MARGEM-ED        PIC -ZZZZZZZZ9,99.
               01 WS-PCT-MIN          PIC 9(03)V99 VALUE 0.
               01 WS-PCT-MIN-ED       PIC ZZ9,99.
               01 WS-SITUACAO-MARGEM  PIC X(16).
               01 WS-VENDA-NO-PERIODO PIC X(01) VALUE "N".
               01 WS-TAB-MARGEM.
                   05 WS-MRG OCCURS 9999 TIMES.
                       10 WS-MRG-PROD-ID   PIC 9(06).
                       10 WS-MRG-NOME      PIC X(20).
                       10 WS-MRG-QTD       PIC 9(07).
                       10 WS-MRG-RECEITA   PIC 9(11)V99.
                       10 WS-MRG-CUSTO     PIC 9(11)V99.
               01 WS-MRG-TROCA.
                   05 WS-MRT-PROD-ID       PIC 9(06).
                   05 WS-MRT-NOME          PIC X(20).
                   05 WS-MRT-QTD           PIC 9(07).
                   05 WS-MRT-RECEITA       PIC 9(11)V99.
                   05 WS-MRT-CUSTO         PIC 9(11)V99.
               01 WS-TAB-MARGEM-CAT.
                   05 WS-MCT OCCURS 999 TIMES.
                       10 WS-MCT-RECEITA   PIC 9(11)V99.
                       10 WS-MCT-CUSTO     PIC 9(11)V99.
               01 WS-MARGEM-SEM-CAT.
                   05 WS-MSC-RECEITA      PIC 9(11)V99 VALUE 0.
                   05 WS-MSC-CUSTO        PIC 9(11)V99 VALUE 0.
               *> Area de trabalho da impressao da margem: recebe a
               *> linha do produto, da categoria ou o total geral.
               01 WS-MARGEM-TRAB.
                   05 WS-MTR-RECEITA      PIC 9(11)V99.
                   05 WS-MTR-CUSTO        PIC 9(11)V99.
               01 WS-MRG-TOT-RECEITA  PIC 9(11)V99 VALUE 0.
               01 WS-MRG-TOT-CUSTO    PIC 9(11)V99 VALUE 0.
               01 WS-MRG-SEM-CUSTO    PIC 9(05) VALUE 0.
               01 WS-MRG-REC-SEM-CUSTO PIC 9(11)V99 VALUE 0.

               *> Resultado das promocoes: promocoes.db e carregado
               *> em ordem de codigo e cada item vendido com promocao
               *> soma na linha da sua; codigo que nao esta mais no
               *> cadastro soma a parte.
               01 WS-TAB-PROMOCOES.
                   05 WS-PRM OCCURS 500 TIMES.
                       10 WS-PRM-CODIGO     PIC 9(05).
                       10 WS-PRM-DESCRICAO  PIC X(20).
                       10 WS-PRM-INICIO     PIC 9(08).
                       10 WS-PRM-FIM        PIC 9(08).
                       10 WS-PRM-SITUACAO   PIC X(01).
                       10 WS-PRM-QTD        PIC 9(07).
                       10 WS-PRM-RECEITA    PIC 9(11)V99.
                       10 WS-PRM-DESCONTO   PIC 9(11)V99.
               01 WS-QTD-PROMOCOES    PIC 9(03) VALUE 0.
               01 WS-PRM-TAB-CHEIA    PIC X(01) VALUE "N".
               01 WS-PRM-ATUAL        PIC 9(03) VALUE 0.
               01 WS-DESCONTO-LIQUIDO PIC 9(09)V99 VALUE 0.
               01 WS-PRM-SEM-CADASTRO.
                   05 WS-PSC-QTD          PIC 9(07) VALUE 0.
                   05 WS-PSC-RECEITA      PIC 9(11)V99 VALUE 0.
                   05 WS-PSC-DESCONTO     PIC 9(11)V99 VALUE 0.
               01 WS-PRM-TOTAIS.
                   05 WS-PTT-QTD          PIC 9(07) VALUE 0.
                   05 WS-PTT-RECEITA      PIC 9(11)V99 VALUE 0.
                   05 WS-PTT-DESCONTO     PIC 9(11)V99 VALUE 0.

               *> Codigo de barras principal do produto (etiqueta e
               *> relatorio de produtos sem codigo).
               01 WS-CODB-ABERTO      PIC X(01) VALUE "N".
               01 WS-CODB-PRINCIPAL   PIC X(13) VALUE SPACES.
               01 WS-FIM-CODB         PIC X(01) VALUE "N".
               01 WS-QTD-ATIVOS       PIC 9(05) VALUE 0.

               *> Validade de lotes: janela de aviso a partir da data
               *> de referencia e totais dos vencidos a custo.
               01 WS-DATA-REF-VALID   PIC 9(08) VALUE 0.
               01 WS-DATA-LIMITE-VALID PIC 9(08) VALUE 0.
               01 WS-DIAS-VALIDADE    PIC 9(03) VALUE 0.
               01 WS-DIAS-PADRAO-VALID PIC 9(03) VALUE 7.
               01 WS-DIAS-REF-VALID   PIC 9(07) VALUE 0.
               01 WS-DIAS-PARA-VENCER PIC 9(07) VALUE 0.
               01 WS-FIM-LOTES        PIC X(01) VALUE "N".
               01 WS-VAL-LISTAR       PIC X(01) VALUE "A".
                   88 WS-VAL-A-VENCER       VALUE "A".
                   88 WS-VAL-VENCIDOS       VALUE "V".
               01 WS-VAL-QTD-A-VENCER PIC 9(05) VALUE 0.
               01 WS-VAL-QTD-VENCIDOS PIC 9(05) VALUE 0.
               01 WS-VAL-UNID-VENCIDAS PIC 9(07) VALUE 0.
               01 WS-VAL-VALOR-VENCIDO PIC 9(11)V99 VALUE 0.
               01 WS-VAL-VALOR-ED     PIC ZZZZZZZZZ9,99.
               01 WS-VAL-NOME         PIC X(20).
               01 WS-VAL-CUSTO        PIC 9(05)V99 VALUE 0.
               01 WS-LINHA-VENCIDO.
                   05 WS-VNC-PROD-ID      PIC 9(06).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-VNC-NOME         PIC X(20).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-VNC-LOTE         PIC X(10).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-VNC-VALIDADE     PIC 9(08).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-VNC-QTD          PIC 9(05).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-VNC-VALOR        PIC 9(09)V99.
                   05 FILLER              PIC X(05) VALUE SPACES.

               *> Reposicao da loja: o que falta na gondola para o
               *> minimo, limitado ao que o deposito tem.
               01 WS-REP-LOJA         PIC 9(05) VALUE 0.
               01 WS-REP-DEPOSITO     PIC 9(05) VALUE 0.
               01 WS-REP-FALTA        PIC 9(05) VALUE 0.
               01 WS-REP-TOTAL-UNID   PIC 9(07) VALUE 0.
               01 WS-REP-SEM-DEPOSITO PIC 9(05) VALUE 0.
               01 WS-LINHA-REPOSICAO.
                   05 WS-RPS-PROD-ID      PIC 9(06).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-RPS-NOME         PIC X(20).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-RPS-LOJA         PIC 9(05).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-RPS-MINIMO       PIC 9(05).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-RPS-DEPOSITO     PIC 9(05).
                   05 FILLER              PIC X(03) VALUE " | ".
                   05 WS-RPS-TRANSFERIR   PIC 9(05).
                   05 FILLER              PIC X(19) VALUE SPACES.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
                   05 WS-ANO-SYS      PIC 9(04).
                       PERFORM GERAR-FECHAMENTO-VENDAS
                   WHEN "CLIVEND"
                       PERFORM GERAR-COMPRAS-CLIENTE
                   WHEN "AGING"
                       PERFORM GERAR-AGING-RECEBER
                   WHEN "ESTCUSTO"
                       PERFORM GERAR-ESTOQUE-CUSTO
                   WHEN "MARGEM"
                       PERFORM GERAR-MARGEM-BRUTA
                   WHEN "MARGMIN"
                       PERFORM GERAR-MARGEM-MINIMA
                   WHEN "PROMO"
                       PERFORM GERAR-RESULTADO-PROMOCOES
                   WHEN "SEMEAN"
                       PERFORM GERAR-PRODUTOS-SEM-CODIGO
                   WHEN "VALIDADE"
                       PERFORM GERAR-VALIDADE-LOTES
                   WHEN "REPOLOJA"
                       PERFORM GERAR-REPOSICAO-LOJA
                   WHEN OTHER
                       DISPLAY "MODO DE RELATORIO INVALIDO: "
                               LK-MODO-RELATORIO
                       "FS: " FS-HISTORICO
           ELSE
               MOVE 0 TO WS-QTD-REGISTROS
               MOVE 0 TO WS-QTD-ETQ-TAB
               MOVE "N" TO WS-ETQ-TAB-CHEIA

               DISPLAY WS-LINHA
               DISPLAY "HISTORICO DE ALTERACOES DE PRECO"
           END-IF.

       FILTRAR-HISTORICO-PRECO.
           *> A lista de etiquetas obedece apenas a data de corte:
           *> o chao de loja reimprime tudo que mudou desde a data,
           *> mesmo quando a consulta na tela filtra um so produto.
           IF HIST-DATA >= WS-DATA-CORTE-R
               IF HIST-PROD-ID > 0
                   PERFORM ANOTAR-PRODUTO-ETIQUETA
               END-IF
               IF WS-HIST-ID-FILTRO = 0 OR
                  HIST-PROD-ID = WS-HIST-ID-FILTRO
                   " (" WS-PCT-ED " %)"
                   " | OPER: " HIST-OPERADOR.

       ANOTAR-PRODUTO-ETIQUETA.
           *> O mesmo produto aparece uma vez por alteracao de preco;
           *> na lista entra uma vez so.
           MOVE "N" TO WS-ETQ-ACHADO
           MOVE 1 TO WS-IDX-ETIQ
           PERFORM UNTIL WS-IDX-ETIQ > WS-QTD-ETQ-TAB
                   OR WS-ETQ-ACHADO = "S"
               IF WS-ETQ-PROD-ID (WS-IDX-ETIQ) = HIST-PROD-ID
                   MOVE "S" TO WS-ETQ-ACHADO
               END-IF
               ADD 1 TO WS-IDX-ETIQ
           END-PERFORM
           IF WS-ETQ-ACHADO = "N"
               IF WS-QTD-ETQ-TAB < 9999
                   ADD 1 TO WS-QTD-ETQ-TAB
                   MOVE HIST-PROD-ID TO
                        WS-ETQ-PROD-ID (WS-QTD-ETQ-TAB)
               ELSE
                   IF WS-ETQ-TAB-CHEIA = "N"
                       MOVE "S" TO WS-ETQ-TAB-CHEIA
                       DISPLAY "AVISO: lista de etiquetas cheia "
                               "(9999) - use uma data de corte "
                               "mais recente."
                   END-IF
               END-IF
           END-IF.

       ORDENAR-LISTA-ETIQUETAS.
           *> Ordenacao por selecao, como no catalogo agrupado: as
           *> etiquetas saem em ordem de codigo do produto.
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI >= WS-QTD-ETQ-TAB
               MOVE WS-GI TO WS-GMIN
               COMPUTE WS-GJ = WS-GI + 1
               PERFORM UNTIL WS-GJ > WS-QTD-ETQ-TAB
                   IF WS-ETQ-PROD-ID (WS-GJ) <
                          WS-ETQ-PROD-ID (WS-GMIN)
                       MOVE WS-GJ TO WS-GMIN
                   END-IF
                   ADD 1 TO WS-GJ
               END-PERFORM
               IF WS-GMIN NOT = WS-GI
                   MOVE WS-ETQ-PROD-ID (WS-GMIN) TO WS-ETQ-TROCA
                   MOVE WS-ETQ-PROD-ID (WS-GI) TO
                        WS-ETQ-PROD-ID (WS-GMIN)
                   MOVE WS-ETQ-TROCA TO WS-ETQ-PROD-ID (WS-GI)
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM.

       GERAR-ARQUIVO-ETIQUETAS.
           OPEN OUTPUT ARQ-ETIQUETAS
           IF FS-ETIQUETAS NOT = "00"
               DISPLAY "ERRO AO ABRIR etiquetas.dat - FS: "
                       FS-ETIQUETAS
           ELSE
               PERFORM ABRIR-CODIGOS-BARRAS
               MOVE 0 TO WS-QTD-ETIQUETAS
               PERFORM ORDENAR-LISTA-ETIQUETAS
               MOVE 1 TO WS-IDX-ETIQ
               PERFORM UNTIL WS-IDX-ETIQ > WS-QTD-ETQ-TAB
                   PERFORM GRAVAR-ETIQUETA
                   ADD 1 TO WS-IDX-ETIQ
               END-PERFORM
               PERFORM FECHAR-CODIGOS-BARRAS
               CLOSE ARQ-ETIQUETAS
               DISPLAY "Etiquetas a reimprimir: " WS-QTD-ETIQUETAS
                       " (etiquetas.dat)"
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PROD-ATIVO AND WS-QTD-TAB < 9999
                           PERFORM ANOTAR-PRODUTO-GRUPO
                       END-IF
               END-READ
       GRAVAR-ETIQUETA.
           *> A etiqueta sai com o nome e o preco ATUAIS do cadastro,
           *> nao com o preco do historico.
           MOVE WS-ETQ-PROD-ID (WS-IDX-ETIQ) TO PROD-ID
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
                       MOVE PROD-ID TO ETIQ-ID
                       MOVE PROD-NOME TO ETIQ-NOME
                       MOVE PROD-PRECO TO ETIQ-PRECO
                       PERFORM OBTER-CODBARRA-PRINCIPAL
                       MOVE WS-CODB-PRINCIPAL TO ETIQ-CODBARRA
                       WRITE REG-ETIQUETA
                   END-IF
           END-READ
           MOVE "00" TO FS-CONTROLE.

       ABRIR-CODIGOS-BARRAS.
           *> Sem codbarras.db a etiqueta sai sem codigo, como a de
           *> produto ainda nao codificado.
           MOVE "N" TO WS-CODB-ABERTO
           OPEN INPUT ARQ-CODBARRAS
           EVALUATE FS-CODBARRAS
               WHEN "00"
                   MOVE "S" TO WS-CODB-ABERTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: codbarras.db indisponivel - FS: "
                           FS-CODBARRAS
           END-EVALUATE.

       FECHAR-CODIGOS-BARRAS.
           IF WS-CODB-ABERTO = "S"
               CLOSE ARQ-CODBARRAS
               MOVE "N" TO WS-CODB-ABERTO
           END-IF.

       OBTER-CODBARRA-PRINCIPAL.
           *> Fica o codigo marcado como principal; se nenhum esta
           *> marcado, o primeiro do produto.
           MOVE SPACES TO WS-CODB-PRINCIPAL
           IF WS-CODB-ABERTO = "S"
               MOVE PROD-ID TO CODB-PROD-ID
               START ARQ-CODBARRAS KEY IS EQUAL TO CODB-PROD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-CODB
                       PERFORM UNTIL WS-FIM-CODB = "S"
                           READ ARQ-CODBARRAS NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-CODB
                               NOT AT END
                                   PERFORM ANOTAR-CODBARRA-PRODUTO
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO FS-CODBARRAS
           END-IF.

       ANOTAR-CODBARRA-PRODUTO.
           IF CODB-PROD-ID NOT = PROD-ID
               MOVE "S" TO WS-FIM-CODB
           ELSE
               IF WS-CODB-PRINCIPAL = SPACES OR CODB-E-PRINCIPAL
                   MOVE CODB-CODIGO TO WS-CODB-PRINCIPAL
               END-IF
           END-IF.

       GERAR-CURVA-ABC.
           PERFORM CARREGAR-TABELA-GRUPOS

           MOVE 0 TO WS-FECH-CUPONS
           MOVE 0 TO WS-FECH-DEVOLVIDAS
           MOVE 0 TO WS-FECH-RECEITA
           MOVE 0 TO WS-QTD-VND-TAB
           MOVE "N" TO WS-PROD-TAB-CHEIA
           MOVE "N" TO WS-VENDA-NO-DIA

           MOVE LOW-VALUES TO VEND-CHAVE
           END-IF
           COMPUTE WS-QTD-LIQUIDA =
               VEND-ITEM-QTD - VEND-ITEM-QTD-DEV
           PERFORM CALCULAR-VALOR-LIQUIDO
           ADD WS-VALOR-LIQUIDO TO WS-FECH-RECEITA
           IF VEND-ITEM-PROD-ID > 0 AND WS-QTD-LIQUIDA > 0
               PERFORM LOCALIZAR-PRODUTO-VENDIDO
               IF WS-PROD-ATUAL > ZERO
                   MOVE VEND-ITEM-NOME TO WS-VND-NOME (WS-PROD-ATUAL)
                   ADD WS-QTD-LIQUIDA TO WS-VND-QTD (WS-PROD-ATUAL)
                   ADD WS-VALOR-LIQUIDO TO
                       WS-VND-VALOR (WS-PROD-ATUAL)
               END-IF
           END-IF.

       LOCALIZAR-PRODUTO-VENDIDO.
           MOVE 0 TO WS-PROD-ATUAL
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > WS-QTD-VND-TAB
                   OR WS-PROD-ATUAL > ZERO
               IF WS-VND-PROD-ID (WS-GI) = VEND-ITEM-PROD-ID
                   MOVE WS-GI TO WS-PROD-ATUAL
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM
           IF WS-PROD-ATUAL = ZERO
               IF WS-QTD-VND-TAB < WS-MAX-PRODUTOS
                   ADD 1 TO WS-QTD-VND-TAB
                   MOVE VEND-ITEM-PROD-ID TO
                        WS-VND-PROD-ID (WS-QTD-VND-TAB)
                   MOVE 0 TO WS-VND-QTD (WS-QTD-VND-TAB)
                   MOVE 0 TO WS-VND-VALOR (WS-QTD-VND-TAB)
                   MOVE WS-QTD-VND-TAB TO WS-PROD-ATUAL
               ELSE
                   PERFORM AVISAR-TABELA-PRODUTOS-CHEIA
               END-IF
           END-IF.

       AVISAR-TABELA-PRODUTOS-CHEIA.
           *> Produto novo sem vaga: o item fica fora do ranking ou
           *> da margem por produto (os totais gerais continuam
           *> certos), entao o operador precisa saber.
           IF WS-PROD-TAB-CHEIA = "N"
               MOVE "S" TO WS-PROD-TAB-CHEIA
               DISPLAY "AVISO: tabela de produtos cheia ("
                       WS-MAX-PRODUTOS ") - detalhe por produto "
                       "incompleto; reduza o periodo."
           END-IF.

       IMPRIMIR-FECHAMENTO-VENDAS.
           MOVE 0 TO WS-RANK-MAX
           MOVE 0 TO WS-RANK-QTD
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > WS-QTD-VND-TAB
               IF WS-VND-QTD (WS-GI) > WS-RANK-QTD
                   MOVE WS-GI TO WS-RANK-MAX
                   MOVE WS-VND-QTD (WS-GI) TO WS-RANK-QTD

       EXIBIR-POSICAO-RANKING.
           ADD 1 TO WS-RANK-POS
           MOVE WS-VND-PROD-ID (WS-RANK-MAX) TO WS-RANK-ID
           MOVE WS-VND-QTD (WS-RANK-MAX) TO WS-QTD-VEND-ED
           MOVE WS-VND-VALOR (WS-RANK-MAX) TO WS-TOTAL-PAG-ED
           DISPLAY WS-RANK-POS " - ID: " WS-RANK-ID
           END-IF
           COMPUTE WS-QTD-LIQUIDA =
               VEND-ITEM-QTD - VEND-ITEM-QTD-DEV
           PERFORM CALCULAR-VALOR-LIQUIDO
           ADD WS-VALOR-LIQUIDO TO WS-CLI-TOTAL (WS-CLI-ATUAL).

       CALCULAR-VALOR-LIQUIDO.
           *> O item vale o que foi cobrado (com promocao); havendo
           *> devolucao fica o proporcional da quantidade liquida,
           *> a mesma conta do estorno feito pelo modulo de vendas.
           IF VEND-ITEM-QTD > ZERO
               COMPUTE WS-VALOR-LIQUIDO ROUNDED =
                   VEND-ITEM-VALOR * WS-QTD-LIQUIDA / VEND-ITEM-QTD
           ELSE
               MOVE 0 TO WS-VALOR-LIQUIDO
           END-IF.

       IMPRIMIR-COMPRAS-CLIENTE.
           DISPLAY WS-LINHA
           DISPLAY "COMPRAS POR CLIENTE - " WS-PER-INICIO " A "
                   " | TOTAL: R$ " WS-TOTAL-PAG-ED
           ADD WS-CLI-TOTAL (WS-GI) TO WS-TOTAL-GERAL
           ADD WS-CLI-VENDAS (WS-GI) TO WS-QTD-REGISTROS.

       GERAR-AGING-RECEBER.
           *> No job noturno a data vem pronta em OPC-DATA; na tela o
           *> operador informa a data de referencia.
           IF OPC-DATA NUMERIC AND OPC-DATA > 0
               MOVE OPC-DATA TO WS-DATA-REF-AGING
           ELSE
               DISPLAY "Data de referencia AAAAMMDD (0 = hoje): "
                       WITH NO ADVANCING
               ACCEPT WS-DATA-REF-AGING
           END-IF
           IF WS-DATA-REF-AGING = ZERO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA-N TO WS-DATA-REF-AGING
           END-IF
           COMPUTE WS-DIAS-REF =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REF-AGING)

           DISPLAY WS-LINHA
           DISPLAY "AGING DE CONTAS A RECEBER - EM " WS-DATA-REF-AGING
           DISPLAY "(idade em dias desde a emissao)"
           DISPLAY WS-LINHA

           *> Sem receber.db ainda nao houve venda a prazo: nada a
           *> relatar, mas tambem nao e falha do passo.
           OPEN INPUT ARQ-RECEBER
           EVALUATE FS-RECEBER
               WHEN "00"
                   MOVE 0 TO WS-AGE-QTD-CLIENTES
                   MOVE "N" TO WS-AGE-TEM-CLIENTE
                   INITIALIZE WS-AGE-GERAL
                   PERFORM ABRIR-CADASTRO-CLIENTES
                   PERFORM VARRER-CONTAS-AGING
                   IF WS-AGE-TEM-CLIENTE = "S"
                       PERFORM EXIBIR-AGING-CLIENTE
                   END-IF
                   PERFORM FECHAR-CADASTRO-CLIENTES
                   CLOSE ARQ-RECEBER
                   PERFORM IMPRIMIR-TOTAIS-AGING
               WHEN "35"
                   DISPLAY "SEM CONTAS A RECEBER (receber.db "
                           "inexistente)"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR receber.db - FS: "
                           FS-RECEBER
                   MOVE 8 TO OPC-RETORNO
           END-EVALUATE
           DISPLAY WS-LINHA.

       VARRER-CONTAS-AGING.
           MOVE LOW-VALUES TO REC-CLIENTE
           START ARQ-RECEBER KEY IS GREATER THAN OR EQUAL TO
                   REC-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-RECEBER NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF REC-ABERTA
                                   PERFORM CLASSIFICAR-CONTA-AGING
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-RECEBER.

       CLASSIFICAR-CONTA-AGING.
           *> Conta emitida depois da data de referencia ainda nao
           *> existia naquele dia e fica de fora.
           COMPUTE WS-SALDO-AGING = REC-VALOR - REC-VALOR-ABATIDO
                                  - REC-VALOR-PAGO
           IF WS-SALDO-AGING > ZERO AND
              REC-DATA-EMISSAO <= WS-DATA-REF-AGING
               IF WS-AGE-TEM-CLIENTE = "S" AND
                  REC-CLIENTE NOT = WS-AGE-CLI-ATUAL
                   PERFORM EXIBIR-AGING-CLIENTE
               END-IF
               IF WS-AGE-TEM-CLIENTE = "N"
                   MOVE "S" TO WS-AGE-TEM-CLIENTE
                   MOVE REC-CLIENTE TO WS-AGE-CLI-ATUAL
                   INITIALIZE WS-AGE-CLIENTE
               END-IF

               COMPUTE WS-DIAS-EMISSAO =
                   FUNCTION INTEGER-OF-DATE (REC-DATA-EMISSAO)
               COMPUTE WS-IDADE-CONTA = WS-DIAS-REF - WS-DIAS-EMISSAO
               EVALUATE TRUE
                   WHEN WS-IDADE-CONTA <= 30
                       MOVE 1 TO WS-AGE-FX
                   WHEN WS-IDADE-CONTA <= 60
                       MOVE 2 TO WS-AGE-FX
                   WHEN WS-IDADE-CONTA <= 90
                       MOVE 3 TO WS-AGE-FX
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-FX
               END-EVALUATE
               ADD WS-SALDO-AGING TO WS-AGE-FAIXA (WS-AGE-FX)
               ADD WS-SALDO-AGING TO WS-AGE-FAIXA-GER (WS-AGE-FX)
               ADD WS-SALDO-AGING TO WS-AGE-TOTAL
               ADD WS-SALDO-AGING TO WS-AGE-TOTAL-GER
               IF REC-DATA-VENCTO < WS-DATA-REF-AGING
                   ADD WS-SALDO-AGING TO WS-AGE-VENCIDO
                   ADD WS-SALDO-AGING TO WS-AGE-VENCIDO-GER
               END-IF
               ADD 1 TO WS-QTD-REGISTROS
           END-IF.

       EXIBIR-AGING-CLIENTE.
           MOVE "(NAO CADASTRADO)" TO WS-NOME-CLI
           IF WS-CLIENTES-ABERTO = "S"
               MOVE WS-AGE-CLI-ATUAL TO CLI-CODIGO
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WS-NOME-CLI
               END-READ
               MOVE "00" TO FS-CLIENTES
           END-IF
           ADD 1 TO WS-AGE-QTD-CLIENTES
           DISPLAY "CLIENTE " WS-AGE-CLI-ATUAL " - " WS-NOME-CLI
           MOVE WS-AGE-FAIXA (1) TO WS-TOTAL-PAG-ED
           MOVE WS-AGE-FAIXA (2) TO WS-TOTAL-GER-ED
           DISPLAY "   " WS-AGE-ROTULO (1) " R$ " WS-TOTAL-PAG-ED
                   "  " WS-AGE-ROTULO (2) " R$ " WS-TOTAL-GER-ED
           MOVE WS-AGE-FAIXA (3) TO WS-TOTAL-PAG-ED
           MOVE WS-AGE-FAIXA (4) TO WS-TOTAL-GER-ED
           DISPLAY "   " WS-AGE-ROTULO (3) " R$ " WS-TOTAL-PAG-ED
                   "  " WS-AGE-ROTULO (4) " R$ " WS-TOTAL-GER-ED
           MOVE WS-AGE-TOTAL TO WS-TOTAL-PAG-ED
           MOVE WS-AGE-VENCIDO TO WS-TOTAL-GER-ED
           DISPLAY "   TOTAL R$ " WS-TOTAL-PAG-ED
                   "  VENC. R$ " WS-TOTAL-GER-ED
           MOVE "N" TO WS-AGE-TEM-CLIENTE.

       IMPRIMIR-TOTAIS-AGING.
           DISPLAY WS-LINHA
           IF WS-AGE-QTD-CLIENTES = ZERO
               DISPLAY "Nenhuma conta em aberto na data."
           ELSE
               DISPLAY "TOTAIS - " WS-AGE-QTD-CLIENTES " CLIENTE(S), "
                       WS-QTD-REGISTROS " CONTA(S)"
               MOVE 1 TO WS-AGE-FX
               PERFORM UNTIL WS-AGE-FX > 4
                   MOVE WS-AGE-FAIXA-GER (WS-AGE-FX) TO
                        WS-TOTAL-GER-ED
                   DISPLAY "   " WS-AGE-ROTULO (WS-AGE-FX)
                           " DIAS   R$ " WS-TOTAL-GER-ED
                   ADD 1 TO WS-AGE-FX
               END-PERFORM
               MOVE WS-AGE-VENCIDO-GER TO WS-TOTAL-GER-ED
               DISPLAY "   VENCIDO      R$ " WS-TOTAL-GER-ED
               MOVE WS-AGE-TOTAL-GER TO WS-TOTAL-GER-ED
               DISPLAY "   TOTAL GERAL  R$ " WS-TOTAL-GER-ED
           END-IF.

       GERAR-ESTOQUE-CUSTO.
           *> Todo produto com saldo entra, ativo ou nao: estoque
           *> inativo tambem e dinheiro parado na prateleira.
           MOVE 0 TO WS-TOTAL-CUSTO
           MOVE 0 TO WS-TOTAL-VENDA
           MOVE 0 TO WS-QTD-SEM-CUSTO

           DISPLAY WS-LINHA
           DISPLAY "ESTOQUE VALORIZADO AO CUSTO MEDIO"
           DISPLAY WS-LINHA

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-PRODUTOS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PROD-QTD > ZERO
                           PERFORM IMPRIMIR-LINHA-ESTCUSTO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-LINHA
           MOVE WS-TOTAL-CUSTO TO WS-TOTAL-GER-ED
           DISPLAY "TOTAL A CUSTO : R$ " WS-TOTAL-GER-ED
           MOVE WS-TOTAL-VENDA TO WS-TOTAL-GER-ED
           DISPLAY "TOTAL A VENDA : R$ " WS-TOTAL-GER-ED
           COMPUTE WS-MARGEM-VALOR = WS-TOTAL-VENDA - WS-TOTAL-CUSTO
           MOVE WS-MARGEM-VALOR TO WS-MARGEM-ED
           DISPLAY "MARGEM POTENC.: R$ " WS-MARGEM-ED
           IF WS-QTD-SEM-CUSTO > ZERO
               DISPLAY "AVISO: " WS-QTD-SEM-CUSTO " produto(s) sem "
                       "custo conhecido (fora do total a custo)."
           END-IF
           DISPLAY WS-LINHA.

       IMPRIMIR-LINHA-ESTCUSTO.
           ADD 1 TO WS-QTD-REGISTROS
           IF PROD-CUSTO NOT NUMERIC
               MOVE 0 TO PROD-CUSTO
           END-IF
           COMPUTE WS-VALOR-CUSTO = PROD-CUSTO * PROD-QTD
           COMPUTE WS-VALOR-ITEM = PROD-PRECO * PROD-QTD
           ADD WS-VALOR-CUSTO TO WS-TOTAL-CUSTO
           ADD WS-VALOR-ITEM TO WS-TOTAL-VENDA
           MOVE PROD-CUSTO TO WS-PRECO-ED
           DISPLAY "ID: " PROD-ID " | NOME: " PROD-NOME
           IF PROD-CUSTO = ZERO
               ADD 1 TO WS-QTD-SEM-CUSTO
               DISPLAY "   QTD: " PROD-QTD " | CUSTO: SEM CUSTO"
           ELSE
               MOVE WS-VALOR-CUSTO TO WS-TOTAL-PAG-ED
               DISPLAY "   QTD: " PROD-QTD " | CUSTO R$: "
                       WS-PRECO-ED " | R$ " WS-TOTAL-PAG-ED
           END-IF.

       GERAR-MARGEM-BRUTA.
           DISPLAY "Data inicial AAAAMMDD (0 = desde o inicio): "
                   WITH NO ADVANCING
           ACCEPT WS-PER-INICIO
           DISPLAY "Data final AAAAMMDD (0 = hoje): "
                   WITH NO ADVANCING
           ACCEPT WS-PER-FIM
           IF WS-PER-FIM = ZERO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA-N TO WS-PER-FIM
           END-IF

           OPEN INPUT ARQ-VENDAS
           IF FS-VENDAS NOT = "00"
               DISPLAY "SEM VENDAS REGISTRADAS (vendas.db) - FS: "
                       FS-VENDAS
           ELSE
               PERFORM ACUMULAR-MARGEM-PERIODO
               CLOSE ARQ-VENDAS
               PERFORM ABRIR-CADASTROS-APOIO
               PERFORM IMPRIMIR-MARGEM-PRODUTOS
               PERFORM IMPRIMIR-MARGEM-CATEGORIAS
               PERFORM FECHAR-CADASTROS-APOIO
               PERFORM IMPRIMIR-TOTAIS-MARGEM
           END-IF.

       ACUMULAR-MARGEM-PERIODO.
           MOVE 0 TO WS-QTD-MRG-TAB
           MOVE "N" TO WS-PROD-TAB-CHEIA
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > 999
               MOVE 0 TO WS-MCT-RECEITA (WS-GI)
               MOVE 0 TO WS-MCT-CUSTO (WS-GI)
               ADD 1 TO WS-GI
           END-PERFORM
           INITIALIZE WS-MARGEM-SEM-CAT
           MOVE 0 TO WS-MRG-TOT-RECEITA
           MOVE 0 TO WS-MRG-TOT-CUSTO
           MOVE 0 TO WS-MRG-SEM-CUSTO
           MOVE 0 TO WS-MRG-REC-SEM-CUSTO
           MOVE "N" TO WS-VENDA-NO-PERIODO

           MOVE LOW-VALUES TO VEND-CHAVE
           START ARQ-VENDAS KEY IS GREATER THAN OR EQUAL TO
                   VEND-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-VENDAS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM CLASSIFICAR-VENDA-MARGEM
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-VENDAS.

       CLASSIFICAR-VENDA-MARGEM.
           *> Mesmo criterio do fechamento: venda devolvida por
           *> completo nao tem margem; a parcial entra pelo liquido.
           IF VEND-REG-CABECALHO
               MOVE "N" TO WS-VENDA-NO-PERIODO
               MOVE VEND-CAB-DATA TO WS-DATA-VENDA-R
               IF WS-DATA-VENDA >= WS-PER-INICIO AND
                  WS-DATA-VENDA <= WS-PER-FIM AND
                  NOT VEND-DEVOLVIDA
                   MOVE "S" TO WS-VENDA-NO-PERIODO
               END-IF
           ELSE
               IF WS-VENDA-NO-PERIODO = "S"
                   PERFORM ACUMULAR-ITEM-MARGEM
               END-IF
           END-IF.

       ACUMULAR-ITEM-MARGEM.
           IF VEND-ITEM-QTD-DEV NOT NUMERIC
               MOVE 0 TO VEND-ITEM-QTD-DEV
           END-IF
           COMPUTE WS-QTD-LIQUIDA =
               VEND-ITEM-QTD - VEND-ITEM-QTD-DEV
           PERFORM CALCULAR-VALOR-LIQUIDO
           IF VEND-ITEM-CUSTO NUMERIC
               MOVE VEND-ITEM-CUSTO TO WS-CUSTO-ITEM
           ELSE
               MOVE 0 TO WS-CUSTO-ITEM
           END-IF

           *> Item sem custo (venda anterior ao custo medio, ou
           *> produto ainda sem compra recebida) fica fora da
           *> margem, senao a receita inteira pareceria lucro.
           IF WS-QTD-LIQUIDA > ZERO
               IF WS-CUSTO-ITEM = ZERO
                   ADD 1 TO WS-MRG-SEM-CUSTO
                   ADD WS-VALOR-LIQUIDO TO WS-MRG-REC-SEM-CUSTO
               ELSE
                   COMPUTE WS-VALOR-CUSTO =
                       WS-QTD-LIQUIDA * WS-CUSTO-ITEM
                   ADD WS-VALOR-LIQUIDO TO WS-MRG-TOT-RECEITA
                   ADD WS-VALOR-CUSTO TO WS-MRG-TOT-CUSTO
                   IF VEND-ITEM-PROD-ID > 0
                       PERFORM LOCALIZAR-PRODUTO-MARGEM
                   END-IF
                   IF VEND-ITEM-PROD-ID > 0 AND WS-PROD-ATUAL > 0
                       MOVE VEND-ITEM-NOME TO
                            WS-MRG-NOME (WS-PROD-ATUAL)
                       ADD WS-QTD-LIQUIDA TO
                           WS-MRG-QTD (WS-PROD-ATUAL)
                       ADD WS-VALOR-LIQUIDO TO
                           WS-MRG-RECEITA (WS-PROD-ATUAL)
                       ADD WS-VALOR-CUSTO TO
                           WS-MRG-CUSTO (WS-PROD-ATUAL)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-PRODUTO-MARGEM.
           MOVE 0 TO WS-PROD-ATUAL
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > WS-QTD-MRG-TAB
                   OR WS-PROD-ATUAL > ZERO
               IF WS-MRG-PROD-ID (WS-GI) = VEND-ITEM-PROD-ID
                   MOVE WS-GI TO WS-PROD-ATUAL
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM
           IF WS-PROD-ATUAL = ZERO
               IF WS-QTD-MRG-TAB < WS-MAX-PRODUTOS
                   ADD 1 TO WS-QTD-MRG-TAB
                   MOVE VEND-ITEM-PROD-ID TO
                        WS-MRG-PROD-ID (WS-QTD-MRG-TAB)
                   MOVE 0 TO WS-MRG-QTD (WS-QTD-MRG-TAB)
                   MOVE 0 TO WS-MRG-RECEITA (WS-QTD-MRG-TAB)
                   MOVE 0 TO WS-MRG-CUSTO (WS-QTD-MRG-TAB)
                   MOVE WS-QTD-MRG-TAB TO WS-PROD-ATUAL
               ELSE
                   PERFORM AVISAR-TABELA-PRODUTOS-CHEIA
               END-IF
           END-IF.

       ORDENAR-MARGEM-POR-PRODUTO.
           *> Ordenacao por selecao, como no catalogo agrupado: a
           *> margem por produto sai em ordem de codigo.
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI >= WS-QTD-MRG-TAB
               MOVE WS-GI TO WS-GMIN
               COMPUTE WS-GJ = WS-GI + 1
               PERFORM UNTIL WS-GJ > WS-QTD-MRG-TAB
                   IF WS-MRG-PROD-ID (WS-GJ) <
                          WS-MRG-PROD-ID (WS-GMIN)
                       MOVE WS-GJ TO WS-GMIN
                   END-IF
                   ADD 1 TO WS-GJ
               END-PERFORM
               IF WS-GMIN NOT = WS-GI
                   MOVE WS-MRG (WS-GMIN) TO WS-MRG-TROCA
                   MOVE WS-MRG (WS-GI) TO WS-MRG (WS-GMIN)
                   MOVE WS-MRG-TROCA TO WS-MRG (WS-GI)
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM.

       IMPRIMIR-MARGEM-PRODUTOS.
           DISPLAY WS-LINHA
           DISPLAY "MARGEM BRUTA - " WS-PER-INICIO " A " WS-PER-FIM
           DISPLAY "--- POR PRODUTO ---"
           DISPLAY WS-LINHA

           *> A categoria do produto vem do cadastro atual; produto
           *> que sumiu de produtos.db entra como sem categoria.
           PERFORM ORDENAR-MARGEM-POR-PRODUTO
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > WS-QTD-MRG-TAB
               IF WS-MRG-QTD (WS-GI) > ZERO
                   ADD 1 TO WS-QTD-REGISTROS
                   MOVE WS-MRG-RECEITA (WS-GI) TO WS-MTR-RECEITA
                   MOVE WS-MRG-CUSTO (WS-GI) TO WS-MTR-CUSTO
                   MOVE WS-MRG-PROD-ID (WS-GI) TO WS-RANK-ID
                   MOVE WS-MRG-QTD (WS-GI) TO WS-QTD-VEND-ED
                   DISPLAY WS-RANK-ID " " WS-MRG-NOME (WS-GI)
                           " QTD " WS-QTD-VEND-ED
                   PERFORM IMPRIMIR-LINHA-MARGEM
                   PERFORM SOMAR-MARGEM-CATEGORIA
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM
           IF WS-QTD-REGISTROS = ZERO
               DISPLAY "Nenhuma venda com custo no periodo."
           END-IF.

       SOMAR-MARGEM-CATEGORIA.
           MOVE WS-MRG-PROD-ID (WS-GI) TO PROD-ID
           READ ARQ-PRODUTOS
               INVALID KEY
                   MOVE 0 TO WS-CAT-ATUAL
               NOT INVALID KEY
                   MOVE PROD-CATEGORIA TO WS-CAT-ATUAL
           END-READ
           MOVE "00" TO FS-CONTROLE
           IF WS-CAT-ATUAL = ZERO
               ADD WS-MRG-RECEITA (WS-GI) TO WS-MSC-RECEITA
               ADD WS-MRG-CUSTO (WS-GI) TO WS-MSC-CUSTO
           ELSE
               ADD WS-MRG-RECEITA (WS-GI) TO
                   WS-MCT-RECEITA (WS-CAT-ATUAL)
               ADD WS-MRG-CUSTO (WS-GI) TO
                   WS-MCT-CUSTO (WS-CAT-ATUAL)
           END-IF.

       IMPRIMIR-MARGEM-CATEGORIAS.
           DISPLAY WS-LINHA
           DISPLAY "--- POR CATEGORIA ---"
           DISPLAY WS-LINHA
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > 999
               IF WS-MCT-RECEITA (WS-GI) > ZERO
                   MOVE WS-GI TO WS-CAT-ATUAL
                   PERFORM OBTER-NOME-CATEGORIA
                   DISPLAY "CATEGORIA " WS-CAT-ATUAL " - "
                           WS-NOME-CAT
                   MOVE WS-MCT-RECEITA (WS-GI) TO WS-MTR-RECEITA
                   MOVE WS-MCT-CUSTO (WS-GI) TO WS-MTR-CUSTO
                   PERFORM IMPRIMIR-LINHA-MARGEM
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM
           IF WS-MSC-RECEITA > ZERO
               DISPLAY "SEM CATEGORIA"
               MOVE WS-MSC-RECEITA TO WS-MTR-RECEITA
               MOVE WS-MSC-CUSTO TO WS-MTR-CUSTO
               PERFORM IMPRIMIR-LINHA-MARGEM
           END-IF.

       IMPRIMIR-LINHA-MARGEM.
           *> WS-MARGEM-TRAB chega pronta do chamador.
           COMPUTE WS-MARGEM-VALOR = WS-MTR-RECEITA - WS-MTR-CUSTO
           IF WS-MTR-RECEITA > ZERO
               COMPUTE WS-PCT-MARGEM ROUNDED =
                   WS-MARGEM-VALOR * 100 / WS-MTR-RECEITA
           ELSE
               MOVE 0 TO WS-PCT-MARGEM
           END-IF
           MOVE WS-MTR-RECEITA TO WS-TOTAL-PAG-ED
           MOVE WS-MTR-CUSTO TO WS-TOTAL-GER-ED
           DISPLAY "   RECEITA R$ " WS-TOTAL-PAG-ED
                   " CUSTO R$ " WS-TOTAL-GER-ED
           MOVE WS-MARGEM-VALOR TO WS-MARGEM-ED
           MOVE WS-PCT-MARGEM TO WS-PCT-ED
           DISPLAY "   MARGEM  R$ " WS-MARGEM-ED " (" WS-PCT-ED "%)".

       IMPRIMIR-TOTAIS-MARGEM.
           DISPLAY WS-LINHA
           DISPLAY "TOTAL DO PERIODO"
           MOVE WS-MRG-TOT-RECEITA TO WS-MTR-RECEITA
           MOVE WS-MRG-TOT-CUSTO TO WS-MTR-CUSTO
           PERFORM IMPRIMIR-LINHA-MARGEM
           IF WS-MRG-SEM-CUSTO > ZERO
               MOVE WS-MRG-REC-SEM-CUSTO TO WS-TOTAL-GER-ED
               DISPLAY "AVISO: " WS-MRG-SEM-CUSTO " item(ns) sem "
                       "custo fora da margem - R$ " WS-TOTAL-GER-ED
           END-IF
           DISPLAY WS-LINHA.

       GERAR-MARGEM-MINIMA.
           DISPLAY "Margem minima % (0 = so abaixo do custo): "
                   WITH NO ADVANCING
           ACCEPT WS-PCT-MIN
           MOVE WS-PCT-MIN TO WS-PCT-MIN-ED
           MOVE 0 TO WS-QTD-SEM-CUSTO

           DISPLAY WS-LINHA
           DISPLAY "PRECO ABAIXO DO CUSTO OU DA MARGEM DE "
                   WS-PCT-MIN-ED "%"
           DISPLAY WS-LINHA

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-PRODUTOS NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PROD-ATIVO
                           PERFORM AVALIAR-MARGEM-PRODUTO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WS-LINHA
           IF WS-QTD-REGISTROS = ZERO
               DISPLAY "Nenhum produto abaixo do custo/margem."
           ELSE
               DISPLAY "PRODUTOS LISTADOS: " WS-QTD-REGISTROS
           END-IF
           IF WS-QTD-SEM-CUSTO > ZERO
               DISPLAY "AVISO: " WS-QTD-SEM-CUSTO " produto(s) ativo(s)"
                       " sem custo conhecido nao avaliados."
           END-IF
           DISPLAY WS-LINHA.

       AVALIAR-MARGEM-PRODUTO.
           *> Margem sobre o preco de venda: (preco - custo) / preco.
           IF PROD-CUSTO NOT NUMERIC
               MOVE 0 TO PROD-CUSTO
           END-IF
           IF PROD-CUSTO = ZERO
               ADD 1 TO WS-QTD-SEM-CUSTO
           ELSE
               COMPUTE WS-MARGEM-VALOR = PROD-PRECO - PROD-CUSTO
               IF PROD-PRECO > ZERO
                   COMPUTE WS-PCT-MARGEM ROUNDED =
                       WS-MARGEM-VALOR * 100 / PROD-PRECO
               ELSE
                   MOVE -100 TO WS-PCT-MARGEM
               END-IF
               MOVE SPACES TO WS-SITUACAO-MARGEM
               IF PROD-PRECO < PROD-CUSTO
                   MOVE "ABAIXO DO CUSTO" TO WS-SITUACAO-MARGEM
               ELSE
                   IF WS-PCT-MARGEM < WS-PCT-MIN
                       MOVE "MARGEM BAIXA" TO WS-SITUACAO-MARGEM
                   END-IF
               END-IF
               IF WS-SITUACAO-MARGEM NOT = SPACES
                   ADD 1 TO WS-QTD-REGISTROS
                   DISPLAY "ID: " PROD-ID " | NOME: " PROD-NOME
                   MOVE PROD-PRECO TO WS-PRECO-NOVO-ED
                   MOVE PROD-CUSTO TO WS-PRECO-ANTIGO-ED
                   DISPLAY "   PRECO R$ " WS-PRECO-NOVO-ED
                           " | CUSTO R$ " WS-PRECO-ANTIGO-ED
                   MOVE WS-PCT-MARGEM TO WS-PCT-ED
                   DISPLAY "   MARGEM " WS-PCT-ED "% - "
                           WS-SITUACAO-MARGEM
               END-IF
           END-IF.

       GERAR-RESULTADO-PROMOCOES.
           DISPLAY "Data inicial AAAAMMDD (0 = desde o inicio): "
                   WITH NO ADVANCING
           ACCEPT WS-PER-INICIO
           DISPLAY "Data final AAAAMMDD (0 = hoje): "
                   WITH NO ADVANCING
           ACCEPT WS-PER-FIM
           IF WS-PER-FIM = ZERO
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA-N TO WS-PER-FIM
           END-IF

           OPEN INPUT ARQ-PROMOCOES
           EVALUATE FS-PROMOCOES
               WHEN "00"
                   PERFORM CARREGAR-TABELA-PROMOCOES
                   CLOSE ARQ-PROMOCOES
                   OPEN INPUT ARQ-VENDAS
                   IF FS-VENDAS NOT = "00"
                       DISPLAY "SEM VENDAS REGISTRADAS (vendas.db) - "
                               "FS: " FS-VENDAS
                   ELSE
                       PERFORM ACUMULAR-PROMOCOES-PERIODO
                       CLOSE ARQ-VENDAS
                   END-IF
                   PERFORM IMPRIMIR-RESULTADO-PROMOCOES
               WHEN "35"
                   DISPLAY "NENHUMA PROMOCAO CADASTRADA (promocoes.db)"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR promocoes.db - FS: "
                           FS-PROMOCOES
                   MOVE 8 TO OPC-RETORNO
           END-EVALUATE.

       CARREGAR-TABELA-PROMOCOES.
           MOVE 0 TO WS-QTD-PROMOCOES
           MOVE "N" TO WS-PRM-TAB-CHEIA
           INITIALIZE WS-PRM-SEM-CADASTRO
           INITIALIZE WS-PRM-TOTAIS

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
                               PERFORM ANOTAR-PROMOCAO-NA-TABELA
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-PROMOCOES.

       ANOTAR-PROMOCAO-NA-TABELA.
           IF WS-QTD-PROMOCOES < 500
               ADD 1 TO WS-QTD-PROMOCOES
               MOVE PROMO-CODIGO TO WS-PRM-CODIGO (WS-QTD-PROMOCOES)
               MOVE PROMO-DESCRICAO TO
                    WS-PRM-DESCRICAO (WS-QTD-PROMOCOES)
               MOVE PROMO-DATA-INICIO TO
                    WS-PRM-INICIO (WS-QTD-PROMOCOES)
               MOVE PROMO-DATA-FIM TO WS-PRM-FIM (WS-QTD-PROMOCOES)
               MOVE PROMO-SITUACAO TO
                    WS-PRM-SITUACAO (WS-QTD-PROMOCOES)
               MOVE 0 TO WS-PRM-QTD (WS-QTD-PROMOCOES)
               MOVE 0 TO WS-PRM-RECEITA (WS-QTD-PROMOCOES)
               MOVE 0 TO WS-PRM-DESCONTO (WS-QTD-PROMOCOES)
           ELSE
               *> Sem vaga a promocao soma junto das que sairam do
               *> cadastro; o operador e avisado no fim.
               MOVE "S" TO WS-PRM-TAB-CHEIA
           END-IF.

       ACUMULAR-PROMOCOES-PERIODO.
           MOVE "N" TO WS-VENDA-NO-PERIODO
           MOVE LOW-VALUES TO VEND-CHAVE
           START ARQ-VENDAS KEY IS GREATER THAN OR EQUAL TO
                   VEND-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-VENDAS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM CLASSIFICAR-VENDA-PROMOCAO
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-VENDAS.

       CLASSIFICAR-VENDA-PROMOCAO.
           *> Mesmo criterio da margem: venda devolvida por completo
           *> nao conta; a parcial entra pelo liquido.
           IF VEND-REG-CABECALHO
               MOVE "N" TO WS-VENDA-NO-PERIODO
               MOVE VEND-CAB-DATA TO WS-DATA-VENDA-R
               IF WS-DATA-VENDA >= WS-PER-INICIO AND
                  WS-DATA-VENDA <= WS-PER-FIM AND
                  NOT VEND-DEVOLVIDA
                   MOVE "S" TO WS-VENDA-NO-PERIODO
               END-IF
           ELSE
               IF WS-VENDA-NO-PERIODO = "S" AND
                  VEND-ITEM-PROMO NUMERIC
                   IF VEND-ITEM-PROMO > ZERO
                       PERFORM ACUMULAR-ITEM-PROMOCAO
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-ITEM-PROMOCAO.
           IF VEND-ITEM-QTD-DEV NOT NUMERIC
               MOVE 0 TO VEND-ITEM-QTD-DEV
           END-IF
           COMPUTE WS-QTD-LIQUIDA =
               VEND-ITEM-QTD - VEND-ITEM-QTD-DEV
           IF WS-QTD-LIQUIDA > ZERO
               PERFORM CALCULAR-VALOR-LIQUIDO
               COMPUTE WS-DESCONTO-LIQUIDO ROUNDED =
                   VEND-ITEM-DESCONTO * WS-QTD-LIQUIDA / VEND-ITEM-QTD
               ADD WS-QTD-LIQUIDA TO WS-PTT-QTD
               ADD WS-VALOR-LIQUIDO TO WS-PTT-RECEITA
               ADD WS-DESCONTO-LIQUIDO TO WS-PTT-DESCONTO

               MOVE 0 TO WS-PRM-ATUAL
               MOVE 1 TO WS-GI
               PERFORM UNTIL WS-GI > WS-QTD-PROMOCOES OR
                             WS-PRM-ATUAL > ZERO
                   IF WS-PRM-CODIGO (WS-GI) = VEND-ITEM-PROMO
                       MOVE WS-GI TO WS-PRM-ATUAL
                   END-IF
                   ADD 1 TO WS-GI
               END-PERFORM

               IF WS-PRM-ATUAL = ZERO
                   ADD WS-QTD-LIQUIDA TO WS-PSC-QTD
                   ADD WS-VALOR-LIQUIDO TO WS-PSC-RECEITA
                   ADD WS-DESCONTO-LIQUIDO TO WS-PSC-DESCONTO
               ELSE
                   ADD WS-QTD-LIQUIDA TO WS-PRM-QTD (WS-PRM-ATUAL)
                   ADD WS-VALOR-LIQUIDO TO
                       WS-PRM-RECEITA (WS-PRM-ATUAL)
                   ADD WS-DESCONTO-LIQUIDO TO
                       WS-PRM-DESCONTO (WS-PRM-ATUAL)
               END-IF
           END-IF.

       IMPRIMIR-RESULTADO-PROMOCOES.
           DISPLAY WS-LINHA
           DISPLAY "RESULTADO DAS PROMOCOES - " WS-PER-INICIO " A "
                   WS-PER-FIM
           DISPLAY WS-LINHA

           *> Sai toda promocao que vendeu no periodo ou cuja
           *> vigencia cruza o periodo (mesmo sem venda, para o
           *> supervisor ver a que nao deu resultado).
           MOVE 1 TO WS-GI
           PERFORM UNTIL WS-GI > WS-QTD-PROMOCOES
               IF WS-PRM-QTD (WS-GI) > ZERO OR
                  (WS-PRM-INICIO (WS-GI) <= WS-PER-FIM AND
                   WS-PRM-FIM (WS-GI) >= WS-PER-INICIO)
                   ADD 1 TO WS-QTD-REGISTROS
                   DISPLAY WS-PRM-CODIGO (WS-GI) " "
                           WS-PRM-DESCRICAO (WS-GI) " "
                           WS-PRM-INICIO (WS-GI) " A "
                           WS-PRM-FIM (WS-GI) " ("
                           WS-PRM-SITUACAO (WS-GI) ")"
                   MOVE WS-PRM-QTD (WS-GI) TO WS-QTD-VEND-ED
                   MOVE WS-PRM-RECEITA (WS-GI) TO WS-TOTAL-PAG-ED
                   MOVE WS-PRM-DESCONTO (WS-GI) TO WS-TOTAL-GER-ED
                   DISPLAY "   UNIDADES " WS-QTD-VEND-ED
                           " RECEITA R$ " WS-TOTAL-PAG-ED
                           " DESCONTO R$ " WS-TOTAL-GER-ED
               END-IF
               ADD 1 TO WS-GI
           END-PERFORM
           IF WS-PSC-QTD > ZERO
               DISPLAY "PROMOCOES FORA DO CADASTRO"
               MOVE WS-PSC-QTD TO WS-QTD-VEND-ED
               MOVE WS-PSC-RECEITA TO WS-TOTAL-PAG-ED
               MOVE WS-PSC-DESCONTO TO WS-TOTAL-GER-ED
               DISPLAY "   UNIDADES " WS-QTD-VEND-ED
                       " RECEITA R$ " WS-TOTAL-PAG-ED
                       " DESCONTO R$ " WS-TOTAL-GER-ED
           END-IF
           IF WS-QTD-REGISTROS = ZERO AND WS-PSC-QTD = ZERO
               DISPLAY "Nenhuma promocao no periodo."
           END-IF

           DISPLAY WS-LINHA
           DISPLAY "TOTAL DO PERIODO"
           MOVE WS-PTT-QTD TO WS-QTD-VEND-ED
           MOVE WS-PTT-RECEITA TO WS-TOTAL-PAG-ED
           MOVE WS-PTT-DESCONTO TO WS-TOTAL-GER-ED
           DISPLAY "   UNIDADES " WS-QTD-VEND-ED
                   " RECEITA R$ " WS-TOTAL-PAG-ED
                   " DESCONTO R$ " WS-TOTAL-GER-ED
           IF WS-PRM-TAB-CHEIA = "S"
               DISPLAY "AVISO: tabela de promocoes cheia (500) - "
                       "as excedentes somam como fora do cadastro."
           END-IF
           DISPLAY WS-LINHA.

       GERAR-PRODUTOS-SEM-CODIGO.
           PERFORM ABRIR-CODIGOS-BARRAS
           IF FS-CODBARRAS NOT = "00" AND FS-CODBARRAS NOT = "35"
               MOVE 8 TO OPC-RETORNO
           ELSE
               MOVE 0 TO WS-QTD-ATIVOS
               DISPLAY WS-LINHA
               DISPLAY "PRODUTOS ATIVOS SEM CODIGO DE BARRAS"
               DISPLAY WS-LINHA

               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-PRODUTOS NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PROD-ATIVO
                               PERFORM CONFERIR-PRODUTO-SEM-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FECHAR-CODIGOS-BARRAS

               DISPLAY WS-LINHA
               IF WS-QTD-REGISTROS = ZERO
                   DISPLAY "Todos os produtos ativos tem codigo de "
                           "barras."
               ELSE
                   DISPLAY "SEM CODIGO: " WS-QTD-REGISTROS
                           " de " WS-QTD-ATIVOS " produto(s) ativo(s)"
               END-IF
               DISPLAY WS-LINHA
           END-IF.

       CONFERIR-PRODUTO-SEM-CODIGO.
           ADD 1 TO WS-QTD-ATIVOS
           PERFORM OBTER-CODBARRA-PRINCIPAL
           IF WS-CODB-PRINCIPAL = SPACES
               ADD 1 TO WS-QTD-REGISTROS
               MOVE PROD-PRECO TO WS-PRECO-ED
               DISPLAY "ID: " PROD-ID " | NOME: " PROD-NOME
                       " | R$: " WS-PRECO-ED " | ESTOQUE: " PROD-QTD
           END-IF.

       GERAR-VALIDADE-LOTES.
           *> No job noturno a data vem pronta em OPC-DATA; na tela o
           *> operador informa a data de referencia.
           IF OPC-DATA NUMERIC AND OPC-DATA > 0
               MOVE OPC-DATA TO WS-DATA-REF-VALID
           ELSE
               DISPLAY "Data de referencia AAAAMMDD (0 = hoje): "
                       WITH NO ADVANCING
               ACCEPT WS-DATA-REF-VALID
           END-IF
           IF WS-DATA-REF-VALID = ZERO OR
              FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-REF-VALID) NOT = 0
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA-N TO WS-DATA-REF-VALID
           END-IF
           PERFORM OBTER-DIAS-VALIDADE
           COMPUTE WS-DIAS-REF-VALID =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REF-VALID)
           COMPUTE WS-DATA-LIMITE-VALID = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-REF-VALID + WS-DIAS-VALIDADE)

           DISPLAY WS-LINHA
           DISPLAY "VALIDADE DE LOTES - EM " WS-DATA-REF-VALID
           DISPLAY "(a vencer ate " WS-DATA-LIMITE-VALID " - "
                   WS-DIAS-VALIDADE " dia(s))"
           DISPLAY WS-LINHA

           *> Sem lotes.db ainda nao houve recebimento de perecivel:
           *> nada a relatar, mas tambem nao e falha do passo.
           OPEN INPUT ARQ-LOTES
           EVALUATE FS-LOTES
               WHEN "00"
                   MOVE 0 TO WS-VAL-QTD-A-VENCER
                   MOVE 0 TO WS-VAL-QTD-VENCIDOS
                   MOVE 0 TO WS-VAL-UNID-VENCIDAS
                   MOVE 0 TO WS-VAL-VALOR-VENCIDO
                   OPEN OUTPUT ARQ-VENCIDOS
                   IF FS-VENCIDOS NOT = "00"
                       DISPLAY "ERRO AO CRIAR vencidos.txt - FS: "
                               FS-VENCIDOS
                       MOVE 8 TO OPC-RETORNO
                   ELSE
                       DISPLAY "LOTES A VENCER:"
                       SET WS-VAL-A-VENCER TO TRUE
                       PERFORM VARRER-LOTES-VALIDADE
                       DISPLAY WS-LINHA
                       DISPLAY "LOTES VENCIDOS (vencidos.txt):"
                       SET WS-VAL-VENCIDOS TO TRUE
                       PERFORM VARRER-LOTES-VALIDADE
                       CLOSE ARQ-VENCIDOS
                       PERFORM IMPRIMIR-TOTAIS-VALIDADE
                   END-IF
                   CLOSE ARQ-LOTES
               WHEN "35"
                   DISPLAY "SEM LOTES CONTROLADOS (lotes.db "
                           "inexistente)"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR lotes.db - FS: " FS-LOTES
                   MOVE 8 TO OPC-RETORNO
           END-EVALUATE
           DISPLAY WS-LINHA.

       OBTER-DIAS-VALIDADE.
           *> parametros.dat ausente ou campo zerado vale o padrao;
           *> na tela o operador ainda pode pedir outra janela.
           MOVE WS-DIAS-PADRAO-VALID TO WS-DIAS-VALIDADE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS = "00"
               READ ARQ-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-VALIDADE NUMERIC AND
                          PARM-DIAS-VALIDADE > ZERO
                           MOVE PARM-DIAS-VALIDADE TO WS-DIAS-VALIDADE
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF
           IF OPC-INATIVOS NOT = "S" AND OPC-INATIVOS NOT = "N"
               MOVE WS-DIAS-VALIDADE TO WS-DIAS-PARA-VENCER
               DISPLAY "Dias de antecedencia (0 = " WS-DIAS-VALIDADE
                       "): " WITH NO ADVANCING
               ACCEPT WS-DIAS-VALIDADE
               IF WS-DIAS-VALIDADE = ZERO
                   MOVE WS-DIAS-PARA-VENCER TO WS-DIAS-VALIDADE
               END-IF
           END-IF.

       VARRER-LOTES-VALIDADE.
           *> A chave deixa os lotes em ordem de produto e, dentro
           *> do produto, de vencimento.
           MOVE LOW-VALUES TO LOTE-CHAVE
           START ARQ-LOTES KEY IS GREATER THAN OR EQUAL TO LOTE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-LOTES
                   PERFORM UNTIL WS-FIM-LOTES = "S"
                       READ ARQ-LOTES NEXT
                           AT END
                               MOVE "S" TO WS-FIM-LOTES
                           NOT AT END
                               IF LOTE-ABERTO AND LOTE-QTD > ZERO
                                   PERFORM CLASSIFICAR-LOTE-VALIDADE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       CLASSIFICAR-LOTE-VALIDADE.
           EVALUATE TRUE
               WHEN WS-VAL-VENCIDOS AND
                    LOTE-VALIDADE < WS-DATA-REF-VALID
                   PERFORM LISTAR-LOTE-VENCIDO
               WHEN WS-VAL-A-VENCER AND
                    LOTE-VALIDADE NOT < WS-DATA-REF-VALID AND
                    LOTE-VALIDADE NOT > WS-DATA-LIMITE-VALID
                   PERFORM LISTAR-LOTE-A-VENCER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OBTER-PRODUTO-LOTE.
           MOVE SPACES TO WS-VAL-NOME
           MOVE 0 TO WS-VAL-CUSTO
           MOVE LOTE-PROD-ID TO PROD-ID
           READ ARQ-PRODUTOS
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO WS-VAL-NOME
               NOT INVALID KEY
                   MOVE PROD-NOME TO WS-VAL-NOME
                   IF PROD-CUSTO NUMERIC
                       MOVE PROD-CUSTO TO WS-VAL-CUSTO
                   END-IF
           END-READ.

       LISTAR-LOTE-A-VENCER.
           ADD 1 TO WS-VAL-QTD-A-VENCER
           ADD 1 TO WS-QTD-REGISTROS
           PERFORM OBTER-PRODUTO-LOTE
           COMPUTE WS-DIAS-PARA-VENCER =
               FUNCTION INTEGER-OF-DATE (LOTE-VALIDADE)
               - WS-DIAS-REF-VALID
           DISPLAY "ID: " LOTE-PROD-ID " | " WS-VAL-NOME
                   " | LOTE: " LOTE-NUMERO
           DISPLAY "    VALIDADE: " LOTE-VALIDADE " | SALDO: "
                   LOTE-QTD " | VENCE EM " WS-DIAS-PARA-VENCER
                   " DIA(S)".

       LISTAR-LOTE-VENCIDO.
           ADD 1 TO WS-VAL-QTD-VENCIDOS
           ADD 1 TO WS-QTD-REGISTROS
           ADD LOTE-QTD TO WS-VAL-UNID-VENCIDAS
           PERFORM OBTER-PRODUTO-LOTE
           MOVE LOTE-PROD-ID TO WS-VNC-PROD-ID
           MOVE WS-VAL-NOME TO WS-VNC-NOME
           MOVE LOTE-NUMERO TO WS-VNC-LOTE
           MOVE LOTE-VALIDADE TO WS-VNC-VALIDADE
           MOVE LOTE-QTD TO WS-VNC-QTD
           COMPUTE WS-VNC-VALOR = LOTE-QTD * WS-VAL-CUSTO
           ADD WS-VNC-VALOR TO WS-VAL-VALOR-VENCIDO
           WRITE REG-VENCIDO FROM WS-LINHA-VENCIDO
           IF FS-VENCIDOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR vencidos.txt - FS: "
                       FS-VENCIDOS
               MOVE 8 TO OPC-RETORNO
           END-IF
           DISPLAY "ID: " LOTE-PROD-ID " | " WS-VAL-NOME
                   " | LOTE: " LOTE-NUMERO
           DISPLAY "    VALIDADE: " LOTE-VALIDADE " | SALDO: "
                   LOTE-QTD " | VENCIDO".

       IMPRIMIR-TOTAIS-VALIDADE.
           DISPLAY WS-LINHA
           DISPLAY "LOTES A VENCER : " WS-VAL-QTD-A-VENCER
           DISPLAY "LOTES VENCIDOS : " WS-VAL-QTD-VENCIDOS
                   " | UNIDADES: " WS-VAL-UNID-VENCIDAS
           MOVE WS-VAL-VALOR-VENCIDO TO WS-VAL-VALOR-ED
           DISPLAY "VENCIDO A CUSTO: R$ " WS-VAL-VALOR-ED
           IF WS-VAL-QTD-VENCIDOS > ZERO
               DISPLAY "Baixa pelo supervisor no INVENTARIO (baixa "
                       "de lotes vencidos)."
           END-IF.

       GERAR-REPOSICAO-LOJA.
           MOVE 0 TO WS-REP-TOTAL-UNID
           MOVE 0 TO WS-REP-SEM-DEPOSITO
           DISPLAY WS-LINHA
           DISPLAY "REPOSICAO DA LOJA - DEPOSITO PARA GONDOLA"
           DISPLAY WS-LINHA

           OPEN OUTPUT ARQ-REPOSICAO
           IF FS-REPOSICAO NOT = "00"
               DISPLAY "ERRO AO CRIAR reposicao.txt - FS: "
                       FS-REPOSICAO
               MOVE 8 TO OPC-RETORNO
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-PRODUTOS NEXT
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PROD-ATIVO
                               PERFORM AVALIAR-REPOSICAO-LOJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REPOSICAO

               DISPLAY WS-LINHA
               IF WS-QTD-REGISTROS = ZERO
                   DISPLAY "Nenhuma gondola a repor pelo deposito."
               ELSE
                   DISPLAY "A REPOR: " WS-QTD-REGISTROS
                           " produto(s) | UNIDADES: "
                           WS-REP-TOTAL-UNID
                   DISPLAY "Lista gravada em reposicao.txt; a "
                           "transferencia e lancada no kardex (T)."
               END-IF
               IF WS-REP-SEM-DEPOSITO > ZERO
                   DISPLAY "Abaixo do minimo sem saldo no deposito: "
                           WS-REP-SEM-DEPOSITO
                           " (ver alerta de estoque)"
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       AVALIAR-REPOSICAO-LOJA.
           *> Campos em branco (registro antigo) valem zero: sem
           *> minimo de loja o produto nao entra na lista.
           IF PROD-QTD-DEPOSITO NUMERIC
               MOVE PROD-QTD-DEPOSITO TO WS-REP-DEPOSITO
           ELSE
               MOVE 0 TO WS-REP-DEPOSITO
           END-IF
           IF WS-REP-DEPOSITO > PROD-QTD
               MOVE PROD-QTD TO WS-REP-DEPOSITO
           END-IF
           COMPUTE WS-REP-LOJA = PROD-QTD - WS-REP-DEPOSITO
           IF PROD-MINIMO-LOJA NUMERIC AND
              WS-REP-LOJA < PROD-MINIMO-LOJA
               IF WS-REP-DEPOSITO = ZERO
                   ADD 1 TO WS-REP-SEM-DEPOSITO
               ELSE
                   PERFORM LISTAR-REPOSICAO-LOJA
               END-IF
           END-IF.

       LISTAR-REPOSICAO-LOJA.
           COMPUTE WS-REP-FALTA = PROD-MINIMO-LOJA - WS-REP-LOJA
           IF WS-REP-FALTA > WS-REP-DEPOSITO
               MOVE WS-REP-DEPOSITO TO WS-REP-FALTA
           END-IF
           ADD 1 TO WS-QTD-REGISTROS
           ADD WS-REP-FALTA TO WS-REP-TOTAL-UNID
           MOVE PROD-ID TO WS-RPS-PROD-ID
           MOVE PROD-NOME TO WS-RPS-NOME
           MOVE WS-REP-LOJA TO WS-RPS-LOJA
           MOVE PROD-MINIMO-LOJA TO WS-RPS-MINIMO
           MOVE WS-REP-DEPOSITO TO WS-RPS-DEPOSITO
           MOVE WS-REP-FALTA TO WS-RPS-TRANSFERIR
           WRITE REG-REPOSICAO FROM WS-LINHA-REPOSICAO
           IF FS-REPOSICAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR reposicao.txt - FS: "
                       FS-REPOSICAO
               MOVE 8 TO OPC-RETORNO
           END-IF
           DISPLAY "ID: " PROD-ID " | NOME: " PROD-NOME
           DISPLAY "   LOJA: " WS-REP-LOJA
                   " | MINIMO LOJA: " PROD-MINIMO-LOJA
                   " | DEPOSITO: " WS-REP-DEPOSITO
                   " | TRANSFERIR: " WS-REP-FALTA.
