      *>           anos de REWRITE); e mantem geracoes de backup
      *>           datadas (produtos-AAAAMMDD.bak) com contagem de
      *>           retencao controlada por backups.ctl. Converte
      *>           tambem vendas.db dos layouts antigos de 53 bytes
      *>           (sem situacao/cliente/devolucao) e de 69 (sem a
      *>           promocao do item) para o atual de 102,
      *>           descarregando para vendas.unl com um backup
      *>           datado (vendas-AAAAMMDD.bak) e recarregando num
      *>           indice novo - sem isso um vendas.db gravado antes
      *>           da mudanca de layout nem abre (FS 39). Do mesmo
      *>           jeito converte clientes.db do layout antigo de
      *>           55 bytes para o atual de 77 (limite de credito e
      *>           prazo do fiado), com clientes.unl e backup datado
      *>           (clientes-AAAAMMDD.bak). O proprio produtos.db
      *>           tambem e convertido do layout antigo de 47 bytes
      *>           para o atual de 70 (custo medio), pela mesma
      *>           descarga produtos.unl e backup datado; enquanto
      *>           nao convertido, so a conversao fica disponivel.
      *>           Amplia ainda o codigo de produto de 3 para 6
      *>           digitos em todos os arquivos que o carregam
      *>           (produtos, vendas, pedidos, codigos de barras,
      *>           promocoes, kardex e arquivos mortos, historico e
      *>           agenda de precos, transacoes.dat e checkpoint.dat):
      *>           so o supervisor, sem outras sessoes e com a janela
      *>           de lote no ar, com backup datado e contagem antes
      *>           e depois de cada arquivo; uma queda no meio da
      *>           recarga e retomada por ampliacao.ckp. Cada passo
      *>           e logado em erros.log com a mesma disciplina do
      *>           REGISTRAR-ERRO-ARQUIVO do cadastro.
      *>           A verificacao confere tambem o saldo do deposito
      *>           (PROD-QTD-DEPOSITO nunca maior que o total; branco
      *>           dos registros antigos vale zero).
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL (opcao 13) ou direto
      *>           antes da janela de lote com ./menu MANUT
      *>
                           WITH DUPLICATES
                       FILE STATUS IS FS-CONTROLE.

      *> produtos.db no layout antigo (47 bytes), com as mesmas
      *> chaves, so para a descarga da conversao; nunca fica aberto
      *> junto com a visao atual.
                   SELECT ARQ-PRODUTOS-ANT ASSIGN TO "produtos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PANT-ID
                       ALTERNATE RECORD KEY IS PANT-NOME
                           WITH DUPLICATES
                       FILE STATUS IS FS-PRODUTOS-ANT.

      *> produtos.db no layout de 67 bytes (custo medio, codigo
      *> ainda de 3 digitos), so para a descarga da ampliacao.
                   SELECT ARQ-PRODUTOS-C3 ASSIGN TO "produtos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PRC3-ID
                       ALTERNATE RECORD KEY IS PRC3-NOME
                           WITH DUPLICATES
                       FILE STATUS IS FS-PRODUTOS-C3.

                   SELECT ARQ-UNLOAD ASSIGN TO "produtos.unl"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-UNLOAD.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CTL.

      *> vendas.db aparece tres vezes de proposito: as visoes
      *> antigas (registro de 53 bytes e o intermediario de 69, de
      *> antes da promocao no item) so servem para ler o arquivo
      *> gravado antes de cada mudanca de layout, e a visao atual
      *> recria o indice novo na recarga. Nunca ficam abertas ao
      *> mesmo tempo.
                   SELECT ARQ-VENDAS-ANT ASSIGN TO "vendas.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VANT-CHAVE
                       FILE STATUS IS FS-VENDAS-ANT.

                   SELECT ARQ-VENDAS-INT ASSIGN TO "vendas.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VINT-CHAVE
                       FILE STATUS IS FS-VENDAS-INT.

      *> Layout de 99 bytes (promocao no item, codigo de produto
      *> ainda de 3 digitos), lido so pela ampliacao do codigo.
                   SELECT ARQ-VENDAS-C3 ASSIGN TO "vendas.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VDC3-CHAVE
                       FILE STATUS IS FS-VENDAS-C3.

                   SELECT ARQ-VENDAS ASSIGN TO "vendas.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-VENDAS-BAK.

      *> clientes.db segue a mesma regra: visao antiga de 55 bytes
      *> so para a descarga, visao atual para a recarga.
                   SELECT ARQ-CLIENTES-ANT ASSIGN TO "clientes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CANT-CODIGO
                       FILE STATUS IS FS-CLIENTES-ANT.

                   SELECT ARQ-CLIENTES ASSIGN TO "clientes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLI-CODIGO
                       FILE STATUS IS FS-CLIENTES.

                   SELECT ARQ-CLIENTES-UNL ASSIGN TO "clientes.unl"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CLIENTES-UNL.

                   SELECT ARQ-CLIENTES-BAK ASSIGN TO DYNAMIC
                           WS-NOME-BKP-CLIENTES
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CLIENTES-BAK.

      *> Ampliacao do codigo de produto: pedidos.db, codbarras.db
      *> e promocoes.db tambem tem a visao de codigo de 3 digitos
      *> (so para a descarga) e a atual (para a recarga).
                   SELECT ARQ-PEDIDOS-C3 ASSIGN TO "pedidos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PDC3-CHAVE
                       FILE STATUS IS FS-PEDIDOS-C3.

                   SELECT ARQ-PEDIDOS ASSIGN TO "pedidos.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PED-CHAVE
                       FILE STATUS IS FS-PEDIDOS.

                   SELECT ARQ-CODBARRAS-C3 ASSIGN TO "codbarras.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CBC3-CODIGO
                       ALTERNATE RECORD KEY IS CBC3-PROD-ID
                           WITH DUPLICATES
                       FILE STATUS IS FS-CODBARRAS-C3.

                   SELECT ARQ-CODBARRAS ASSIGN TO "codbarras.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODB-CODIGO
                       ALTERNATE RECORD KEY IS CODB-PROD-ID
                           WITH DUPLICATES
                       FILE STATUS IS FS-CODBARRAS.

                   SELECT ARQ-PROMOCOES-C3 ASSIGN TO "promocoes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PMC3-CODIGO
                       FILE STATUS IS FS-PROMOCOES-C3.

                   SELECT ARQ-PROMOCOES ASSIGN TO "promocoes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PROMO-CODIGO
                       FILE STATUS IS FS-PROMOCOES.

      *> Arquivos sequenciais da ampliacao: o de origem (kardex,
      *> arquivo morto, historico, agenda, transacoes.dat ou
      *> checkpoint.dat, conforme a etapa), a descarga ja
      *> convertida (base.unl) e o backup datado (base-AAAAMMDD.bak).
                   SELECT ARQ-AMPL-ORIGEM ASSIGN TO DYNAMIC
                           WS-NOME-AMPL-ORIGEM
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMPL-ORIGEM.

                   SELECT ARQ-AMPL-DESCARGA ASSIGN TO DYNAMIC
                           WS-NOME-AMPL-DESCARGA
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMPL-DESCARGA.

                   SELECT ARQ-AMPL-COPIA ASSIGN TO DYNAMIC
                           WS-NOME-AMPL-COPIA
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMPL-COPIA.

                   SELECT ARQ-AMPLCKPT ASSIGN TO "ampliacao.ckp"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-AMPLCKPT.

      *> Mesma trava do fechamento mensal: sem outras sessoes e
      *> com lote.flg levantado enquanto a ampliacao roda.
                   SELECT ARQ-SESSOES ASSIGN TO "sessoes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SES-CODIGO
                       FILE STATUS IS FS-SESSOES.

                   SELECT ARQ-LOTEFLAG ASSIGN TO "lote.flg"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-LOTEFLAG.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.
                             ==PROD-ATIVO==       BY ==UNL-ATIVO==
                             ==PROD-INATIVO==     BY ==UNL-INATIVO==
                             ==PROD-FORNECEDOR==  BY ==UNL-FORNECEDOR==
                             ==PROD-CATEGORIA==   BY ==UNL-CATEGORIA==
                             ==PROD-CUSTO==       BY ==UNL-CUSTO==
                             ==PROD-PERECIVEL==   BY ==UNL-PERECIVEL==
                             ==PROD-E-PERECIVEL== BY
                                 ==UNL-E-PERECIVEL==
                             ==PROD-MINIMO-LOJA== BY ==UNL-MINIMO-LOJA==
                             ==PROD-QTD-DEPOSITO== BY
                                 ==UNL-QTD-DEPOSITO==.

               FD ARQ-PRODUTOS-ANT.
                   01 REG-PRODUTO-ANT.
                       05 PANT-ID           PIC 9(03).
                       05 PANT-NOME         PIC X(20).
                       05 PANT-DADOS        PIC X(24).

               FD ARQ-PRODUTOS-C3.
                   01 REG-PRODUTO-C3.
                       05 PRC3-ID           PIC 9(03).
                       05 PRC3-NOME         PIC X(20).
                       05 PRC3-DADOS        PIC X(44).

               FD ARQ-BACKUP.
                   01 REG-BACKUP            PIC X(70).

               FD ARQ-CTL.
                   01 REG-CTL.
                           10 VANT-SEQ      PIC 9(03).
                               88 VANT-REG-CABECALHO VALUE 0.
                       05 VANT-DADOS        PIC X(44).
                       05 VANT-ITEM REDEFINES VANT-DADOS.
                           10 VANT-ITEM-PROD-ID PIC 9(03).
                           10 VANT-ITEM-RESTO   PIC X(41).

               FD ARQ-VENDAS-INT.
                   01 REG-VENDA-INT.
                       05 VINT-CHAVE.
                           10 VINT-NUMERO   PIC 9(06).
                           10 VINT-SEQ      PIC 9(03).
                               88 VINT-REG-CABECALHO VALUE 0.
                       05 VINT-DADOS        PIC X(60).
                       05 VINT-ITEM REDEFINES VINT-DADOS.
                           10 VINT-ITEM-PROD-ID PIC 9(03).
                           10 VINT-ITEM-RESTO   PIC X(57).

               FD ARQ-VENDAS-C3.
                   01 REG-VENDA-C3.
                       05 VDC3-CHAVE.
                           10 VDC3-NUMERO   PIC 9(06).
                           10 VDC3-SEQ      PIC 9(03).
                               88 VDC3-REG-CABECALHO VALUE 0.
                       05 VDC3-DADOS        PIC X(90).
                       05 VDC3-ITEM REDEFINES VDC3-DADOS.
                           10 VDC3-ITEM-PROD-ID PIC 9(03).
                           10 VDC3-ITEM-RESTO   PIC X(87).

               FD ARQ-VENDAS.
               COPY "VENDA.cpy".

               FD ARQ-VENDAS-UNL.
                   01 REG-VENDA-UNL         PIC X(102).

               FD ARQ-VENDAS-BAK.
                   01 REG-VENDA-BAK         PIC X(53).
                   01 REG-VENDA-BAK-INT     PIC X(69).
                   01 REG-VENDA-BAK-C3      PIC X(99).

               FD ARQ-CLIENTES-ANT.
                   01 REG-CLIENTE-ANT.
                       05 CANT-CODIGO       PIC 9(05).
                       05 CANT-DADOS        PIC X(50).

               FD ARQ-CLIENTES.
               COPY "CLIENTE.cpy".

               FD ARQ-CLIENTES-UNL.
                   01 REG-CLIENTE-UNL       PIC X(77).

               FD ARQ-CLIENTES-BAK.
                   01 REG-CLIENTE-BAK       PIC X(55).

               FD ARQ-PEDIDOS-C3.
                   01 REG-PEDIDO-C3.
                       05 PDC3-CHAVE.
                           10 PDC3-NUMERO   PIC 9(06).
                           10 PDC3-SEQ      PIC 9(03).
                               88 PDC3-REG-CABECALHO VALUE 0.
                       05 PDC3-DADOS        PIC X(44).
                       05 PDC3-ITEM REDEFINES PDC3-DADOS.
                           10 PDC3-ITEM-PROD-ID PIC 9(03).
                           10 PDC3-ITEM-RESTO   PIC X(41).

               FD ARQ-PEDIDOS.
               COPY "PEDIDO.cpy".

               FD ARQ-CODBARRAS-C3.
                   01 REG-CODBARRA-C3.
                       05 CBC3-CODIGO       PIC X(13).
                       05 CBC3-PROD-ID      PIC 9(03).
                       05 CBC3-RESTO        PIC X(24).

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-PROMOCOES-C3.
                   01 REG-PROMOCAO-C3.
                       05 PMC3-CODIGO       PIC 9(05).
                       05 PMC3-CABECA       PIC X(22).
                       05 PMC3-ALVO-CODIGO  PIC 9(03).
                       05 PMC3-RESTO        PIC X(49).

               FD ARQ-PROMOCOES.
               COPY "PROMOCAO.cpy".

               FD ARQ-AMPL-ORIGEM.
                   01 REG-AMPL-ORIGEM       PIC X(120).

               FD ARQ-AMPL-DESCARGA.
                   01 REG-AMPL-DESCARGA     PIC X(120).

               FD ARQ-AMPL-COPIA.
                   01 REG-AMPL-COPIA        PIC X(120).

               FD ARQ-AMPLCKPT.
                   01 REG-AMPLCKPT.
                       05 AMCK-STATUS       PIC X(01).
                           88 AMCK-RECARGA-PENDENTE VALUE "T".
                           88 AMCK-CONCLUIDO        VALUE "C".
                       05 AMCK-ETAPA        PIC 9(02).
                       05 AMCK-BASE         PIC X(20).
                       05 AMCK-ARQUIVO      PIC X(24).
                       05 AMCK-DATA         PIC 9(08).
                       05 AMCK-QTD-ANTES    PIC 9(07).

               FD ARQ-SESSOES.
               COPY "SESSAO.cpy".

               FD ARQ-LOTEFLAG.
                   01 REG-LOTEFLAG.
                       05 LFLG-STATUS      PIC X(01).
                           88 LFLG-EM-ANDAMENTO  VALUE "E".
                           88 LFLG-ENCERRADA     VALUE "C".
                       05 LFLG-DATA        PIC 9(08).
                       05 LFLG-HORA        PIC 9(06).

               FD ARQ-ERROS.
               COPY "ERRO.cpy".
           WORKING-STORAGE SECTION.
               01 FS-CONTROLE        PIC XX.
               01 FS-UNLOAD          PIC XX.
               01 FS-PRODUTOS-ANT    PIC XX.
               01 FS-BACKUP          PIC XX.
               01 FS-CTL             PIC XX.
               01 FS-VENDAS-ANT      PIC XX.
               01 FS-VENDAS-INT      PIC XX.
               01 FS-VENDAS          PIC XX.
               01 FS-VENDAS-UNL      PIC XX.
               01 FS-VENDAS-BAK      PIC XX.
               01 FS-CLIENTES-ANT    PIC XX.
               01 FS-CLIENTES        PIC XX.
               01 FS-CLIENTES-UNL    PIC XX.
               01 FS-CLIENTES-BAK    PIC XX.
               01 FS-PRODUTOS-C3     PIC XX.
               01 FS-VENDAS-C3       PIC XX.
               01 FS-PEDIDOS-C3      PIC XX.
               01 FS-PEDIDOS         PIC XX.
               01 FS-CODBARRAS-C3    PIC XX.
               01 FS-CODBARRAS       PIC XX.
               01 FS-PROMOCOES-C3    PIC XX.
               01 FS-PROMOCOES       PIC XX.
               01 FS-AMPL-ORIGEM     PIC XX.
               01 FS-AMPL-DESCARGA   PIC XX.
               01 FS-AMPL-COPIA      PIC XX.
               01 FS-AMPLCKPT        PIC XX.
               01 FS-SESSOES         PIC XX.
               01 FS-LOTEFLAG        PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
                   05 WS-VBAK-DATA    PIC 9(08).
                   05 FILLER          PIC X(04) VALUE ".bak".

               01 WS-NOME-BKP-CLIENTES.
                   05 FILLER          PIC X(09) VALUE "clientes-".
                   05 WS-CBAK-DATA    PIC 9(08).
                   05 FILLER          PIC X(04) VALUE ".bak".

               *> Conversao de vendas.db para o layout atual.
               01 WS-QTD-VCONV       PIC 9(05) VALUE 0.
               01 WS-QTD-VCARGA      PIC 9(05) VALUE 0.
               01 WS-CONV-OK         PIC X(01) VALUE "S".
                   88 WS-CONV-SADIA         VALUE "S".

               *> Conversao de clientes.db: prazo padrao do fiado
               *> para quem ja estava cadastrado (limite fica zero,
               *> ou seja, sem credito ate o cadastro liberar).
               01 WS-QTD-CCONV       PIC 9(05) VALUE 0.
               01 WS-QTD-CCARGA      PIC 9(05) VALUE 0.
               01 WS-PRAZO-PADRAO    PIC 9(03) VALUE 30.

               *> produtos.db ainda no layout antigo abre com FS 39:
               *> a sessao segue so com a conversao disponivel.
               01 WS-PRODUTOS-ABERTO PIC X(01) VALUE "N".
                   88 WS-PRODUTOS-OK        VALUE "S".
               01 WS-QTD-PCONV       PIC 9(05) VALUE 0.

               01 WS-QTD-VERIFICADOS PIC 9(05) VALUE 0.
               01 WS-QTD-DANIFICADOS PIC 9(05) VALUE 0.
               01 WS-QTD-UNLOAD      PIC 9(05) VALUE 0.
               01 WS-QTD-RELOAD      PIC 9(05) VALUE 0.
               01 WS-ID-ANTERIOR     PIC 9(06) VALUE 0.
               01 WS-PRIMEIRO-REG    PIC X(01) VALUE "S".
               01 WS-REGISTRO-BOM    PIC X(01).
                   88 WS-REG-OK             VALUE "S".
               01 WS-CONFIRMA        PIC X(01).
                   88 WS-CONFIRMADO         VALUES "S", "s".

               *> Ampliacao do codigo de produto para 6 digitos. Cada
               *> etapa e um arquivo (a 7 percorre os arquivos mortos
               *> do mes informado ate o corrente); a etapa so recarrega
               *> depois da descarga completa, com ampliacao.ckp em "T"
               *> ate a contagem depois bater com a de antes.
               01 WS-AMPL-ETAPA      PIC 9(02) VALUE 0.
               01 WS-AMPL-ULTIMA-ETAPA PIC 9(02) VALUE 11.
               01 WS-AMPL-BASE       PIC X(20).
               01 WS-AMPL-ARQUIVO    PIC X(24).
               01 WS-AMPL-DATA       PIC 9(08) VALUE 0.
               01 WS-AMPL-ANTES      PIC 9(07) VALUE 0.
               01 WS-AMPL-DEPOIS     PIC 9(07) VALUE 0.
               01 WS-AMPL-FS         PIC XX.
               01 WS-AMPL-ANTIGO     PIC X(01) VALUE "N".
               01 WS-NOME-AMPL-ORIGEM   PIC X(40).
               01 WS-NOME-AMPL-DESCARGA PIC X(40).
               01 WS-NOME-AMPL-COPIA    PIC X(40).
               01 WS-AMPL-QTD-MORTOS PIC 9(03) VALUE 0.
               01 WS-AMPL-MES-INICIAL PIC 9(06) VALUE 0.
               01 WS-AMPL-MES-INI-R REDEFINES WS-AMPL-MES-INICIAL.
                   05 WS-AMPL-INI-ANO PIC 9(04).
                   05 WS-AMPL-INI-MES PIC 9(02).
               01 WS-AMPL-MES-ATUAL  PIC 9(06) VALUE 0.
               01 WS-AMPL-MES        PIC 9(06) VALUE 0.
               01 WS-AMPL-MES-R REDEFINES WS-AMPL-MES.
                   05 WS-AMPL-ANO-M   PIC 9(04).
                   05 WS-AMPL-MES-M   PIC 9(02).
               01 WS-AMPL-BASE-MORTO.
                   05 FILLER          PIC X(11)
                       VALUE "movimentos-".
                   05 WS-AMPL-MORTO-MES PIC 9(06).

               *> Mesma trava do fechamento mensal (FECHAMES): a
               *> sessao do proprio supervisor nao conta.
               01 WS-QTD-SESSOES     PIC 9(03) VALUE 0.
               01 WS-FIM-SESSOES     PIC X(01) VALUE "N".

               *> Controle de geracoes de backup (retencao).
               01 WS-TAB-GERACOES.
                   05 WS-GERACAO OCCURS 20 TIMES PIC X(21).
               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
               DISPLAY "1 - Verificar integridade"
               DISPLAY "2 - Reorganizar e gerar backup datado"
               DISPLAY "3 - Converter vendas.db p/ layout atual"
               DISPLAY "4 - Converter clientes.db p/ layout atual"
               DISPLAY "5 - Converter produtos.db p/ layout atual"
               DISPLAY "6 - Ampliar codigo de produto (6 digitos)"
               DISPLAY "0 - Voltar"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1
                       IF WS-PRODUTOS-OK
                           PERFORM VERIFICAR-INTEGRIDADE
                       ELSE
                           PERFORM AVISAR-LAYOUT-ANTIGO
                       END-IF
                   WHEN 2
                       IF WS-PRODUTOS-OK
                           PERFORM REORGANIZAR-ARQUIVO
                       ELSE
                           PERFORM AVISAR-LAYOUT-ANTIGO
                       END-IF
                   WHEN 3 PERFORM CONVERTER-VENDAS
                   WHEN 4 PERFORM CONVERTER-CLIENTES
                   WHEN 5 PERFORM CONVERTER-PRODUTOS
                   WHEN 6 PERFORM AMPLIAR-CODIGO-PRODUTO
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PRODUTOS
           EVALUATE FS-CONTROLE
               WHEN "00"
                   MOVE "S" TO WS-PRODUTOS-ABERTO
               WHEN "39"
                   MOVE "N" TO WS-PRODUTOS-ABERTO
                   DISPLAY "produtos.db no layout antigo - rode a "
                           "opcao 5 (47 bytes) ou a 6 (codigo de 3 "
                           "digitos) antes de tudo."
               WHEN OTHER
                   DISPLAY "ERRO FATAL AO ABRIR produtos.db - FS: "
                           FS-CONTROLE
                   STOP RUN
           END-EVALUATE

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
           END-IF.

       ENCERRAR-SESSAO.
           IF WS-PRODUTOS-OK
               CLOSE ARQ-PRODUTOS
           END-IF
           CLOSE ARQ-ERROS.

       AVISAR-LAYOUT-ANTIGO.
           DISPLAY "produtos.db esta no layout antigo - converta "
                   "primeiro (opcao 5 ou 6).".

       REGISTRAR-ERRO-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "DANO: PROD-CATEGORIA nao numerico no ID "
                       PROD-ID
           END-IF
           IF PROD-CUSTO NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-BOM
               DISPLAY "DANO: PROD-CUSTO nao numerico no ID "
                       PROD-ID
           END-IF
           IF PROD-QTD-DEPOSITO NOT NUMERIC AND
              PROD-QTD-DEPOSITO NOT = SPACES
               MOVE "N" TO WS-REGISTRO-BOM
               DISPLAY "DANO: PROD-QTD-DEPOSITO nao numerico no ID "
                       PROD-ID
           END-IF
           IF PROD-QTD-DEPOSITO NUMERIC AND PROD-QTD NUMERIC
               IF PROD-QTD-DEPOSITO > PROD-QTD
                   MOVE "N" TO WS-REGISTRO-BOM
                   DISPLAY "DANO: deposito maior que o estoque total "
                           "no ID " PROD-ID
               END-IF
           END-IF
           IF PROD-STATUS NOT = "A" AND PROD-STATUS NOT = "I"
               MOVE "N" TO WS-REGISTRO-BOM
               DISPLAY "DANO: PROD-STATUS invalido (" PROD-STATUS
           PERFORM REGISTRAR-PASSO

           *> OPEN OUTPUT recria o indexado do zero: e isto que
           *> recupera o espaco e reconstroi as chaves. Na conversao
           *> de layout o arquivo atual nunca chegou a abrir.
           IF WS-PRODUTOS-OK
               CLOSE ARQ-PRODUTOS
           END-IF
           OPEN OUTPUT ARQ-PRODUTOS
           IF FS-CONTROLE NOT = "00"
               DISPLAY "ERRO FATAL AO RECRIAR produtos.db - FS: "
       CONVERTER-VENDAS.
           DISPLAY WS-LINHA
           DISPLAY "--- CONVERSAO DE vendas.db ---"
           DISPLAY "Converte os layouts antigos (53 ou 69 bytes) "
                   "para o atual (102), com backup datado."
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF NOT WS-CONFIRMADO
               WHEN "35"
                   DISPLAY "SEM vendas.db - nada a converter."
               WHEN "39"
                   PERFORM CONVERTER-VENDAS-INTERMED
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR vendas.db - FS: "
                           FS-VENDAS-ANT
       CONVERTER-UMA-VENDA.
           WRITE REG-VENDA-BAK FROM REG-VENDA-ANT

           *> Os 44 bytes antigos entram alinhados a esquerda nos 93
           *> atuais (no item, depois do codigo ja em 6 digitos); os
           *> campos novos recebem os valores que o modulo de vendas
           *> gravaria hoje: venda efetivada ("V"), cliente de
           *> balcao (0), sem turno de caixa nem troco, nada
           *> devolvido e item sem promocao.
           MOVE VANT-NUMERO TO VEND-NUMERO
           MOVE VANT-SEQ TO VEND-SEQ
           MOVE SPACES TO VEND-DADOS
           IF VANT-REG-CABECALHO
               MOVE VANT-DADOS TO VEND-DADOS
               SET VEND-VENDIDA TO TRUE
               MOVE SPACES TO VEND-CAB-OPER-DEV
               MOVE 0 TO VEND-CAB-CLIENTE
               MOVE 0 TO VEND-CAB-TURNO
               MOVE 0 TO VEND-CAB-TROCO
           ELSE
               MOVE VANT-ITEM-PROD-ID TO VEND-ITEM-PROD-ID
               MOVE VANT-ITEM-RESTO TO VEND-DADOS (7:41)
               MOVE 0 TO VEND-ITEM-QTD-DEV
               PERFORM COMPLETAR-ITEM-SEM-PROMOCAO
           END-IF
           WRITE REG-VENDA-UNL FROM REG-VENDA
           PERFORM CONFERIR-DESCARGA-VENDA.

       CONFERIR-DESCARGA-VENDA.
           IF FS-VENDAS-UNL NOT = "00" OR FS-VENDAS-BAK NOT = "00"
               DISPLAY "ERRO AO GRAVAR DESCARGA/BACKUP DE VENDAS."
               MOVE "MANUT VCON" TO WS-ERRO-OPERACAO
               ADD 1 TO WS-QTD-VCONV
           END-IF.

       COMPLETAR-ITEM-SEM-PROMOCAO.
           *> Venda anterior as promocoes: cobrou o preco de tabela.
           MOVE VEND-ITEM-PRECO TO VEND-ITEM-PRECO-COBR
           MOVE 0 TO VEND-ITEM-PROMO
           MOVE 0 TO VEND-ITEM-DESCONTO.

       CONVERTER-VENDAS-INTERMED.
           *> Nao e o layout de 53 bytes: tenta o intermediario de
           *> 69 (ja com situacao e custo, sem a promocao do item).
           OPEN INPUT ARQ-VENDAS-INT
           EVALUATE FS-VENDAS-INT
               WHEN "00"
                   PERFORM DESCARREGAR-VENDAS-INTERMED
                   IF WS-CONV-SADIA
                       PERFORM RECARREGAR-VENDAS
                   ELSE
                       DISPLAY "CONVERSAO ABORTADA - vendas.db "
                               "intacto."
                   END-IF
               WHEN "39"
                   DISPLAY "vendas.db nao esta em layout antigo "
                           "(ja convertido?) - nada feito. O de 99 "
                           "bytes passa pela opcao 6."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR vendas.db - FS: "
                           FS-VENDAS-INT
                   MOVE "MANUT VCON" TO WS-ERRO-OPERACAO
                   MOVE FS-VENDAS-INT TO WS-ERRO-FS
                   MOVE "Falha ao abrir vendas.db antigo" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE.

       DESCARREGAR-VENDAS-INTERMED.
           MOVE 0 TO WS-QTD-VCONV
           OPEN OUTPUT ARQ-VENDAS-UNL
           OPEN OUTPUT ARQ-VENDAS-BAK
           IF FS-VENDAS-UNL NOT = "00" OR FS-VENDAS-BAK NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCARGA/BACKUP DE VENDAS."
               MOVE "MANUT VCON" TO WS-ERRO-OPERACAO
               MOVE FS-VENDAS-UNL TO WS-ERRO-FS
               MOVE "Falha ao abrir descarga de vendas" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
               IF FS-VENDAS-UNL = "00"
                   CLOSE ARQ-VENDAS-UNL
               END-IF
               IF FS-VENDAS-BAK = "00"
                   CLOSE ARQ-VENDAS-BAK
               END-IF
               CLOSE ARQ-VENDAS-INT
           ELSE
               MOVE LOW-VALUES TO VINT-CHAVE
               START ARQ-VENDAS-INT KEY IS GREATER THAN OR EQUAL TO
                       VINT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-VENDAS-INT NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM CONVERTER-VENDA-INTERMED
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-VENDAS-INT ARQ-VENDAS-UNL ARQ-VENDAS-BAK
           END-IF.

       CONVERTER-VENDA-INTERMED.
           WRITE REG-VENDA-BAK-INT FROM REG-VENDA-INT

           *> Os 60 bytes intermediarios entram alinhados a esquerda
           *> nos 93 atuais (no item, depois do codigo ja em 6
           *> digitos); so o item ganha campos a preencher.
           MOVE VINT-NUMERO TO VEND-NUMERO
           MOVE VINT-SEQ TO VEND-SEQ
           MOVE SPACES TO VEND-DADOS
           IF VINT-REG-CABECALHO
               MOVE VINT-DADOS TO VEND-DADOS
               MOVE 0 TO VEND-CAB-TURNO
               MOVE 0 TO VEND-CAB-TROCO
           ELSE
               MOVE VINT-ITEM-PROD-ID TO VEND-ITEM-PROD-ID
               MOVE VINT-ITEM-RESTO TO VEND-DADOS (7:57)
               PERFORM COMPLETAR-ITEM-SEM-PROMOCAO
           END-IF
           WRITE REG-VENDA-UNL FROM REG-VENDA
           PERFORM CONFERIR-DESCARGA-VENDA.

       RECARREGAR-VENDAS.
           *> OPEN OUTPUT recria o indexado ja no tamanho novo; a
           *> descarga completa fica em vendas.unl e no backup
               DISPLAY "BACKUP: " WS-NOME-BKP-VENDAS
           END-IF.

       CONVERTER-CLIENTES.
           DISPLAY WS-LINHA
           DISPLAY "--- CONVERSAO DE clientes.db ---"
           DISPLAY "Converte o layout antigo (55 bytes) para o "
                   "atual (77), com backup datado."
           DISPLAY "Confirma? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF NOT WS-CONFIRMADO
               DISPLAY "Conversao cancelada."
           ELSE
               PERFORM EXECUTAR-CONVERSAO-CLIENTES
           END-IF
           DISPLAY WS-LINHA.

       EXECUTAR-CONVERSAO-CLIENTES.
           MOVE "MANUT CCON" TO WS-ERRO-OPERACAO
           MOVE "Inicio da conversao de clientes" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO

           MOVE "S" TO WS-CONV-OK
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA-N TO WS-CBAK-DATA

           OPEN INPUT ARQ-CLIENTES-ANT
           EVALUATE FS-CLIENTES-ANT
               WHEN "00"
                   PERFORM DESCARREGAR-CLIENTES-ANTIGOS
                   IF WS-CONV-SADIA
                       PERFORM RECARREGAR-CLIENTES
                   ELSE
                       DISPLAY "CONVERSAO ABORTADA - clientes.db "
                               "intacto."
                   END-IF
               WHEN "35"
                   DISPLAY "SEM clientes.db - nada a converter."
               WHEN "39"
                   DISPLAY "clientes.db nao esta no layout antigo "
                           "(ja convertido?) - nada feito."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR clientes.db - FS: "
                           FS-CLIENTES-ANT
                   MOVE "MANUT CCON" TO WS-ERRO-OPERACAO
                   MOVE FS-CLIENTES-ANT TO WS-ERRO-FS
                   MOVE "Falha ao abrir clientes.db antigo" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE

           MOVE "MANUT CCON" TO WS-ERRO-OPERACAO
           MOVE "Fim da conversao de clientes" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO.

       DESCARREGAR-CLIENTES-ANTIGOS.
           MOVE 0 TO WS-QTD-CCONV
           OPEN OUTPUT ARQ-CLIENTES-UNL
           OPEN OUTPUT ARQ-CLIENTES-BAK
           IF FS-CLIENTES-UNL NOT = "00"
                   OR FS-CLIENTES-BAK NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCARGA/BACKUP DE CLIENTES."
               MOVE "MANUT CCON" TO WS-ERRO-OPERACAO
               MOVE FS-CLIENTES-UNL TO WS-ERRO-FS
               MOVE "Falha ao abrir descarga de clientes" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
               IF FS-CLIENTES-UNL = "00"
                   CLOSE ARQ-CLIENTES-UNL
               END-IF
               IF FS-CLIENTES-BAK = "00"
                   CLOSE ARQ-CLIENTES-BAK
               END-IF
               CLOSE ARQ-CLIENTES-ANT
           ELSE
               MOVE LOW-VALUES TO CANT-CODIGO
               START ARQ-CLIENTES-ANT KEY IS GREATER THAN OR EQUAL TO
                       CANT-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-CLIENTES-ANT NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM CONVERTER-UM-CLIENTE
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-CLIENTES-ANT ARQ-CLIENTES-UNL
                     ARQ-CLIENTES-BAK
           END-IF.

       CONVERTER-UM-CLIENTE.
           WRITE REG-CLIENTE-BAK FROM REG-CLIENTE-ANT

           *> Codigo, nome e contato passam como estao; o cliente
           *> antigo entra sem credito (limite zero) e com o prazo
           *> padrao, para o cadastro liberar o fiado caso a caso.
           MOVE SPACES TO REG-CLIENTE
           MOVE CANT-CODIGO TO CLI-CODIGO
           MOVE CANT-DADOS (1:30) TO CLI-NOME
           MOVE CANT-DADOS (31:20) TO CLI-CONTATO
           MOVE 0 TO CLI-LIMITE-CREDITO
           MOVE WS-PRAZO-PADRAO TO CLI-PRAZO-DIAS
           WRITE REG-CLIENTE-UNL FROM REG-CLIENTE

           IF FS-CLIENTES-UNL NOT = "00"
                   OR FS-CLIENTES-BAK NOT = "00"
               DISPLAY "ERRO AO GRAVAR DESCARGA/BACKUP DE CLIENTES."
               MOVE "MANUT CCON" TO WS-ERRO-OPERACAO
               MOVE FS-CLIENTES-UNL TO WS-ERRO-FS
               MOVE "Falha ao gravar descarga de clientes" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           ELSE
               ADD 1 TO WS-QTD-CCONV
           END-IF.

       RECARREGAR-CLIENTES.
           *> Mesmo roteiro de RECARREGAR-VENDAS: a descarga fica em
           *> clientes.unl e no backup datado se a recarga falhar.
           MOVE 0 TO WS-QTD-CCARGA
           OPEN OUTPUT ARQ-CLIENTES
           IF FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO RECRIAR clientes.db - FS: "
                       FS-CLIENTES
               DISPLAY "A descarga esta em clientes.unl e no backup "
                       WS-NOME-BKP-CLIENTES "."
               MOVE "MANUT CCON" TO WS-ERRO-OPERACAO
               MOVE FS-CLIENTES TO WS-ERRO-FS
               MOVE "Falha ao recriar clientes.db" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               OPEN INPUT ARQ-CLIENTES-UNL
               IF FS-CLIENTES-UNL NOT = "00"
                   DISPLAY "ERRO AO REABRIR clientes.unl - FS: "
                           FS-CLIENTES-UNL
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-CLIENTES-UNL
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE REG-CLIENTE-UNL TO REG-CLIENTE
                               WRITE REG-CLIENTE
                                   INVALID KEY
                                       DISPLAY "ERRO AO RECARREGAR "
                                               "CLIENTE " CLI-CODIGO
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-CCARGA
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CLIENTES-UNL
               END-IF
               CLOSE ARQ-CLIENTES

               DISPLAY "CONVERSAO CONCLUIDA."
               DISPLAY "DESCARREGADOS: " WS-QTD-CCONV
                       " | RECARREGADOS: " WS-QTD-CCARGA
               DISPLAY "BACKUP: " WS-NOME-BKP-CLIENTES
           END-IF.

       CONVERTER-PRODUTOS.
           DISPLAY WS-LINHA
           DISPLAY "--- CONVERSAO DE produtos.db ---"
           IF WS-PRODUTOS-OK
               DISPLAY "produtos.db ja esta no layout atual - nada "
                       "feito."
           ELSE
               DISPLAY "Converte o layout antigo (47 bytes) para o "
                       "atual (70), com backup datado."
               DISPLAY "Confirma? (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF NOT WS-CONFIRMADO
                   DISPLAY "Conversao cancelada."
               ELSE
                   PERFORM EXECUTAR-CONVERSAO-PRODUTOS
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       EXECUTAR-CONVERSAO-PRODUTOS.
           MOVE "MANUT PCON" TO WS-ERRO-OPERACAO
           MOVE "Inicio da conversao de produtos" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO

           MOVE "S" TO WS-CONV-OK
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA-N TO WS-BKP-DATA

           OPEN INPUT ARQ-PRODUTOS-ANT
           EVALUATE FS-PRODUTOS-ANT
               WHEN "00"
                   PERFORM DESCARREGAR-PRODUTOS-ANTIGOS
                   IF WS-CONV-SADIA
                       PERFORM RECARREGAR-ARQUIVO
                       MOVE "S" TO WS-PRODUTOS-ABERTO
                       PERFORM ATUALIZAR-GERACOES-BACKUP
                       DISPLAY "CONVERSAO CONCLUIDA."
                       DISPLAY "DESCARREGADOS: " WS-QTD-PCONV
                               " | RECARREGADOS: " WS-QTD-RELOAD
                       DISPLAY "BACKUP: " WS-NOME-BACKUP
                   ELSE
                       DISPLAY "CONVERSAO ABORTADA - produtos.db "
                               "intacto."
                   END-IF
               WHEN "39"
                   DISPLAY "produtos.db nao esta no layout de 47 "
                           "bytes - o de 67 passa pela opcao 6."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR produtos.db antigo - FS: "
                           FS-PRODUTOS-ANT
                   MOVE "MANUT PCON" TO WS-ERRO-OPERACAO
                   MOVE FS-PRODUTOS-ANT TO WS-ERRO-FS
                   MOVE "Falha ao abrir produtos.db antigo" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE

           MOVE "MANUT PCON" TO WS-ERRO-OPERACAO
           MOVE "Fim da conversao de produtos" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO.

       DESCARREGAR-PRODUTOS-ANTIGOS.
           MOVE 0 TO WS-QTD-PCONV
           OPEN OUTPUT ARQ-UNLOAD
           OPEN OUTPUT ARQ-BACKUP
           IF FS-UNLOAD NOT = "00" OR FS-BACKUP NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCARGA/BACKUP DE PRODUTOS."
               MOVE "MANUT PCON" TO WS-ERRO-OPERACAO
               MOVE FS-UNLOAD TO WS-ERRO-FS
               MOVE "Falha ao abrir descarga/backup" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
               IF FS-UNLOAD = "00"
                   CLOSE ARQ-UNLOAD
               END-IF
               IF FS-BACKUP = "00"
                   CLOSE ARQ-BACKUP
               END-IF
               CLOSE ARQ-PRODUTOS-ANT
           ELSE
               MOVE LOW-VALUES TO PANT-ID
               START ARQ-PRODUTOS-ANT KEY IS GREATER THAN OR EQUAL TO
                       PANT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-PRODUTOS-ANT NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM CONVERTER-UM-PRODUTO
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-PRODUTOS-ANT ARQ-UNLOAD ARQ-BACKUP
           END-IF.

       CONVERTER-UM-PRODUTO.
           WRITE REG-BACKUP FROM REG-PRODUTO-ANT

           *> Os campos antigos passam como estao, com o codigo ja
           *> em 6 digitos; o custo medio nasce zerado (desconhecido)
           *> ate o proximo recebimento de compra do produto.
           MOVE SPACES TO REG-UNLOAD
           MOVE PANT-ID TO UNL-ID
           MOVE PANT-NOME TO UNL-NOME
           MOVE PANT-DADOS TO REG-UNLOAD (27:24)
           MOVE 0 TO UNL-CUSTO
           WRITE REG-UNLOAD

           IF FS-UNLOAD NOT = "00" OR FS-BACKUP NOT = "00"
               DISPLAY "ERRO AO GRAVAR DESCARGA/BACKUP DE PRODUTOS."
               MOVE "MANUT PCON" TO WS-ERRO-OPERACAO
               MOVE FS-UNLOAD TO WS-ERRO-FS
               MOVE "Falha ao gravar descarga/backup" TO WS-ERRO-MSG
               MOVE PANT-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           ELSE
               ADD 1 TO WS-QTD-PCONV
           END-IF.

       ATUALIZAR-GERACOES-BACKUP.
           MOVE "MANUT GERA" TO WS-ERRO-OPERACAO
           MOVE "Atualizacao das geracoes de backup" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO

           *> Carrega o controle atual de geracoes.
           MOVE 0 TO WS-QTD-GERACOES
           OPEN INPUT ARQ-CTL
           IF FS-CTL = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-CTL
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           *> Carrega no maximo 19 nomes: o slot 20
                           *> fica para a geracao de hoje.
                           IF WS-QTD-GERACOES < 19 AND
                              CTL-NOME-BACKUP NOT = WS-NOME-BACKUP
                               ADD 1 TO WS-QTD-GERACOES
                               MOVE CTL-NOME-BACKUP TO
                                    WS-GERACAO (WS-QTD-GERACOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CTL
           END-IF

           *> O backup de hoje entra como geracao mais recente.
           ADD 1 TO WS-QTD-GERACOES
           MOVE WS-NOME-BACKUP TO WS-GERACAO (WS-QTD-GERACOES)

           *> Estourou a retencao? Apaga as geracoes mais antigas.
           PERFORM UNTIL WS-QTD-GERACOES <= WS-RETENCAO
               MOVE WS-GERACAO (1) TO WS-NOME-APAGAR
               CALL "CBL_DELETE_FILE" USING WS-NOME-APAGAR
               DISPLAY "BACKUP ANTIGO REMOVIDO: " WS-NOME-APAGAR
               MOVE "MANUT GERA" TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Backup antigo removido (retencao)" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE 2 TO WS-IDX-GER
               PERFORM UNTIL WS-IDX-GER > WS-QTD-GERACOES
                   MOVE WS-GERACAO (WS-IDX-GER) TO
                        WS-GERACAO (WS-IDX-GER - 1)
                   ADD 1 TO WS-IDX-GER
               END-PERFORM
               SUBTRACT 1 FROM WS-QTD-GERACOES
           END-PERFORM

           *> Regrava o controle com a lista final.
           OPEN OUTPUT ARQ-CTL
           IF FS-CTL NOT = "00"
               DISPLAY "ERRO AO GRAVAR backups.ctl - FS: " FS-CTL
               MOVE "MANUT GERA" TO WS-ERRO-OPERACAO
               MOVE FS-CTL TO WS-ERRO-FS
               MOVE "Falha ao regravar backups.ctl" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE 1 TO WS-IDX-GER
               PERFORM UNTIL WS-IDX-GER > WS-QTD-GERACOES
                   MOVE WS-GERACAO (WS-IDX-GER) TO CTL-NOME-BACKUP
                   WRITE REG-CTL
                   ADD 1 TO WS-IDX-GER
               END-PERFORM
               CLOSE ARQ-CTL
           END-IF.

       AMPLIAR-CODIGO-PRODUTO.
           DISPLAY WS-LINHA
           DISPLAY "--- AMPLIACAO DO CODIGO DE PRODUTO ---"
           IF NOT OPER-SUPERVISOR
               DISPLAY "ACESSO NEGADO: a ampliacao exige nivel "
                       "supervisor."
           ELSE
               PERFORM VERIFICAR-SESSOES-ATIVAS
               IF WS-QTD-SESSOES > ZERO
                   DISPLAY "AMPLIACAO RECUSADA: " WS-QTD-SESSOES
                           " outra(s) sessao(oes) interativa(s) "
                           "ativa(s)."
                   DISPLAY "Encerre os terminais (ou libere as "
                           "sessoes orfas no menu) e tente de novo."
               ELSE
                   *> Janela no ar durante toda a ampliacao: o login
                   *> recusa sessoes novas, senao um terminal aberto
                   *> no meio gravaria num arquivo sendo recriado.
                   PERFORM LEVANTAR-JANELA-LOTE
                   PERFORM VERIFICAR-CHECKPOINT-AMPLIACAO
                   PERFORM BAIXAR-JANELA-LOTE
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       VERIFICAR-SESSOES-ATIVAS.
           MOVE 0 TO WS-QTD-SESSOES
           OPEN INPUT ARQ-SESSOES
           IF FS-SESSOES NOT = "00"
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO SES-CODIGO
               START ARQ-SESSOES KEY IS GREATER THAN OR EQUAL TO
                       SES-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-SESSOES
                       PERFORM UNTIL WS-FIM-SESSOES = "S"
                           READ ARQ-SESSOES NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-SESSOES
                               NOT AT END
                                   IF SES-CODIGO NOT = OPER-CODIGO
                                       ADD 1 TO WS-QTD-SESSOES
                                       DISPLAY "SESSAO ATIVA: "
                                               SES-CODIGO " DESDE "
                                               SES-DIA "/" SES-MES
                                               "/" SES-ANO " "
                                               SES-HH ":" SES-MM
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-SESSOES
           END-IF.

       LEVANTAR-JANELA-LOTE.
           OPEN OUTPUT ARQ-LOTEFLAG
           IF FS-LOTEFLAG NOT = "00"
               DISPLAY "AVISO: falha ao levantar lote.flg - FS: "
                       FS-LOTEFLAG
           ELSE
               MOVE "E" TO LFLG-STATUS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA TO LFLG-DATA
               COMPUTE LFLG-HORA = WS-HH-SYS * 10000 +
                   WS-MM-SYS * 100 + WS-SS-SYS
               WRITE REG-LOTEFLAG
               CLOSE ARQ-LOTEFLAG
           END-IF.

       BAIXAR-JANELA-LOTE.
           OPEN OUTPUT ARQ-LOTEFLAG
           IF FS-LOTEFLAG NOT = "00"
               DISPLAY "AVISO: falha ao baixar lote.flg - FS: "
                       FS-LOTEFLAG
           ELSE
               MOVE "C" TO LFLG-STATUS
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA TO LFLG-DATA
               COMPUTE LFLG-HORA = WS-HH-SYS * 10000 +
                   WS-MM-SYS * 100 + WS-SS-SYS
               WRITE REG-LOTEFLAG
               CLOSE ARQ-LOTEFLAG
           END-IF.

       VERIFICAR-CHECKPOINT-AMPLIACAO.
           *> Execucao anterior caiu no meio de uma recarga? A
           *> descarga daquele arquivo esta completa: refaz so a
           *> recarga e depois segue o roteiro normal, que pula os
           *> arquivos ja ampliados.
           MOVE SPACE TO AMCK-STATUS
           OPEN INPUT ARQ-AMPLCKPT
           IF FS-AMPLCKPT = "00"
               READ ARQ-AMPLCKPT
                   AT END
                       MOVE SPACE TO AMCK-STATUS
               END-READ
               CLOSE ARQ-AMPLCKPT
           END-IF

           MOVE "S" TO WS-CONV-OK
           IF AMCK-RECARGA-PENDENTE
               DISPLAY "RETOMADA: recarga pendente de " AMCK-ARQUIVO
                       " da execucao anterior."
               PERFORM RETOMAR-RECARGA-PENDENTE
           END-IF
           IF WS-CONV-SADIA
               PERFORM CONFIRMAR-AMPLIACAO
           ELSE
               DISPLAY "AMPLIACAO INTERROMPIDA - a recarga pendente "
                       "falhou de novo; confira o FS e repita."
           END-IF.

       RETOMAR-RECARGA-PENDENTE.
           MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
           MOVE "Retomada de recarga pendente" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO

           MOVE AMCK-ETAPA TO WS-AMPL-ETAPA
           MOVE AMCK-BASE TO WS-AMPL-BASE
           MOVE AMCK-ARQUIVO TO WS-AMPL-ARQUIVO
           MOVE AMCK-DATA TO WS-AMPL-DATA
           MOVE AMCK-DATA TO WS-BKP-DATA
           MOVE AMCK-DATA TO WS-VBAK-DATA
           MOVE AMCK-QTD-ANTES TO WS-AMPL-ANTES
           PERFORM MONTAR-NOMES-AMPLIACAO
           EVALUATE WS-AMPL-ETAPA
               WHEN 1
                   PERFORM RECARREGAR-PRODUTOS-AMPLIADOS
               WHEN 2
                   MOVE WS-AMPL-ANTES TO WS-QTD-VCONV
                   PERFORM RECARREGAR-VENDAS-AMPLIADAS
               WHEN 3
               WHEN 4
               WHEN 5
                   PERFORM RECARREGAR-INDEXADO-AMPLIADO
               WHEN OTHER
                   PERFORM RECARREGAR-SEQUENCIAL-AMPLIADO
           END-EVALUATE.

       CONFIRMAR-AMPLIACAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-AMPL-MES-ATUAL =
               WS-ANO-SYS * 100 + WS-MES-SYS
           DISPLAY "Amplia o codigo de produto para 6 digitos em "
                   "produtos, vendas, pedidos,"
           DISPLAY "codigos de barras, promocoes, kardex (e arquivos "
                   "mortos), historico e"
           DISPLAY "agenda de precos, transacoes.dat e "
                   "checkpoint.dat, com backup datado de cada um."
           DISPLAY "Arquivo morto mais antigo AAAAMM (0 = nenhum): "
                   WITH NO ADVANCING
           ACCEPT WS-AMPL-MES-INICIAL
           IF WS-AMPL-MES-INICIAL NOT = ZERO AND
              (WS-AMPL-INI-MES < 1 OR WS-AMPL-INI-MES > 12 OR
               WS-AMPL-MES-INICIAL > WS-AMPL-MES-ATUAL)
               DISPLAY "Mes invalido - ampliacao cancelada."
           ELSE
               DISPLAY "Confirma a ampliacao? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM EXECUTAR-AMPLIACAO
               ELSE
                   DISPLAY "Ampliacao cancelada."
               END-IF
           END-IF.

       EXECUTAR-AMPLIACAO.
           MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
           MOVE "Inicio da ampliacao do codigo" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO

           MOVE "S" TO WS-CONV-OK
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA-N TO WS-AMPL-DATA
           MOVE WS-DATA-SISTEMA-N TO WS-BKP-DATA
           MOVE WS-DATA-SISTEMA-N TO WS-VBAK-DATA

           *> Para no primeiro arquivo com problema: os anteriores
           *> ja ficaram no layout novo e a proxima execucao os
           *> reconhece e pula.
           MOVE 1 TO WS-AMPL-ETAPA
           PERFORM UNTIL WS-AMPL-ETAPA > WS-AMPL-ULTIMA-ETAPA
                   OR NOT WS-CONV-SADIA
               PERFORM AMPLIAR-ETAPA
               ADD 1 TO WS-AMPL-ETAPA
           END-PERFORM

           IF WS-CONV-SADIA
               DISPLAY "AMPLIACAO CONCLUIDA."
           ELSE
               DISPLAY "AMPLIACAO INTERROMPIDA - corrija o problema "
                       "acima e rode a opcao 6 de novo."
           END-IF

           MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
           MOVE "Fim da ampliacao do codigo" TO WS-ERRO-MSG
           PERFORM REGISTRAR-PASSO.

       AMPLIAR-ETAPA.
           EVALUATE WS-AMPL-ETAPA
               WHEN 1
                   MOVE "produtos" TO WS-AMPL-BASE
                   MOVE "produtos.db" TO WS-AMPL-ARQUIVO
                   PERFORM MONTAR-NOMES-AMPLIACAO
                   PERFORM AMPLIAR-PRODUTOS
               WHEN 2
                   MOVE "vendas" TO WS-AMPL-BASE
                   MOVE "vendas.db" TO WS-AMPL-ARQUIVO
                   PERFORM MONTAR-NOMES-AMPLIACAO
                   PERFORM AMPLIAR-VENDAS
               WHEN 3
                   MOVE "pedidos" TO WS-AMPL-BASE
                   MOVE "pedidos.db" TO WS-AMPL-ARQUIVO
                   PERFORM MONTAR-NOMES-AMPLIACAO
                   PERFORM AMPLIAR-PEDIDOS
               WHEN 4
                   MOVE "codbarras" TO WS-AMPL-BASE
                   MOVE "codbarras.db" TO WS-AMPL-ARQUIVO
                   PERFORM MONTAR-NOMES-AMPLIACAO
                   PERFORM AMPLIAR-CODBARRAS
               WHEN 5
                   MOVE "promocoes" TO WS-AMPL-BASE
                   MOVE "promocoes.db" TO WS-AMPL-ARQUIVO
                   PERFORM MONTAR-NOMES-AMPLIACAO
                   PERFORM AMPLIAR-PROMOCOES
               WHEN 6
                   MOVE "movimentos" TO WS-AMPL-BASE
                   MOVE "movimentos.db" TO WS-AMPL-ARQUIVO
                   PERFORM AMPLIAR-SEQUENCIAL
               WHEN 7
                   PERFORM AMPLIAR-ARQUIVOS-MORTOS
               WHEN 8
                   MOVE "histprecos" TO WS-AMPL-BASE
                   MOVE "histprecos.db" TO WS-AMPL-ARQUIVO
                   PERFORM AMPLIAR-SEQUENCIAL
               WHEN 9
                   MOVE "precosprog" TO WS-AMPL-BASE
                   MOVE "precosprog.db" TO WS-AMPL-ARQUIVO
                   PERFORM AMPLIAR-SEQUENCIAL
               WHEN 10
                   MOVE "transacoes" TO WS-AMPL-BASE
                   MOVE "transacoes.dat" TO WS-AMPL-ARQUIVO
                   PERFORM AMPLIAR-SEQUENCIAL
               WHEN 11
                   MOVE "checkpoint" TO WS-AMPL-BASE
                   MOVE "checkpoint.dat" TO WS-AMPL-ARQUIVO
                   PERFORM AMPLIAR-SEQUENCIAL
           END-EVALUATE.

       MONTAR-NOMES-AMPLIACAO.
           *> Descarga em base.unl e backup em base-AAAAMMDD.bak: para
           *> produtos e vendas sao os mesmos nomes das conversoes
           *> anteriores.
           MOVE WS-AMPL-ARQUIVO TO WS-NOME-AMPL-ORIGEM
           MOVE SPACES TO WS-NOME-AMPL-DESCARGA
           MOVE SPACES TO WS-NOME-AMPL-COPIA
           STRING WS-AMPL-BASE     DELIMITED BY SPACE
                  ".unl"           DELIMITED BY SIZE
               INTO WS-NOME-AMPL-DESCARGA
           END-STRING
           STRING WS-AMPL-BASE     DELIMITED BY SPACE
                  "-"              DELIMITED BY SIZE
                  WS-AMPL-DATA     DELIMITED BY SIZE
                  ".bak"           DELIMITED BY SIZE
               INTO WS-NOME-AMPL-COPIA
           END-STRING.

       AVISAR-JA-AMPLIADO.
           DISPLAY WS-AMPL-ARQUIVO ": ja no codigo de 6 digitos (ou "
                   "vazio) - nada feito.".

       AVISAR-SEM-ARQUIVO.
           DISPLAY WS-AMPL-ARQUIVO ": nao existe - nada a converter.".

       FALHAR-ABERTURA-AMPLIACAO.
           DISPLAY "ERRO AO ABRIR " WS-AMPL-ARQUIVO " - FS: "
                   WS-AMPL-FS
           MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
           MOVE WS-AMPL-FS TO WS-ERRO-FS
           MOVE "Falha ao abrir arquivo a ampliar" TO WS-ERRO-MSG
           MOVE 0 TO WS-ERRO-ID
           PERFORM REGISTRAR-ERRO-ARQUIVO
           MOVE "N" TO WS-CONV-OK.

       AMPLIAR-PRODUTOS.
           IF WS-PRODUTOS-OK
               PERFORM AVISAR-JA-AMPLIADO
           ELSE
               OPEN INPUT ARQ-PRODUTOS-C3
               EVALUATE FS-PRODUTOS-C3
                   WHEN "00"
                       PERFORM DESCARREGAR-PRODUTOS-C3
                       IF WS-CONV-SADIA
                           MOVE WS-QTD-PCONV TO WS-AMPL-ANTES
                           PERFORM GRAVAR-CKPT-AMPL-PENDENTE
                           PERFORM RECARREGAR-PRODUTOS-AMPLIADOS
                       END-IF
                   WHEN "39"
                       DISPLAY "produtos.db no layout de 47 bytes - "
                               "converta antes pela opcao 5."
                       MOVE "N" TO WS-CONV-OK
                   WHEN OTHER
                       MOVE FS-PRODUTOS-C3 TO WS-AMPL-FS
                       PERFORM FALHAR-ABERTURA-AMPLIACAO
               END-EVALUATE
           END-IF.

       DESCARREGAR-PRODUTOS-C3.
           MOVE 0 TO WS-QTD-PCONV
           OPEN OUTPUT ARQ-UNLOAD
           OPEN OUTPUT ARQ-BACKUP
           IF FS-UNLOAD NOT = "00" OR FS-BACKUP NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCARGA/BACKUP DE PRODUTOS."
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE FS-UNLOAD TO WS-ERRO-FS
               MOVE "Falha ao abrir descarga/backup" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
               IF FS-UNLOAD = "00"
                   CLOSE ARQ-UNLOAD
               END-IF
               IF FS-BACKUP = "00"
                   CLOSE ARQ-BACKUP
               END-IF
               CLOSE ARQ-PRODUTOS-C3
           ELSE
               MOVE LOW-VALUES TO PRC3-ID
               START ARQ-PRODUTOS-C3 KEY IS GREATER THAN OR EQUAL TO
                       PRC3-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-PRODUTOS-C3 NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM AMPLIAR-UM-PRODUTO
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-PRODUTOS-C3 ARQ-UNLOAD ARQ-BACKUP
           END-IF.

       AMPLIAR-UM-PRODUTO.
           WRITE REG-BACKUP FROM REG-PRODUTO-C3

           *> So o codigo muda de tamanho; o resto passa como esta.
           MOVE SPACES TO REG-UNLOAD
           MOVE PRC3-ID TO UNL-ID
           MOVE PRC3-NOME TO UNL-NOME
           MOVE PRC3-DADOS TO REG-UNLOAD (27:44)
           WRITE REG-UNLOAD

           IF FS-UNLOAD NOT = "00" OR FS-BACKUP NOT = "00"
               DISPLAY "ERRO AO GRAVAR DESCARGA/BACKUP DE PRODUTOS."
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE FS-UNLOAD TO WS-ERRO-FS
               MOVE "Falha ao gravar descarga/backup" TO WS-ERRO-MSG
               MOVE PRC3-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           ELSE
               ADD 1 TO WS-QTD-PCONV
           END-IF.

       RECARREGAR-PRODUTOS-AMPLIADOS.
           *> Mesma recarga da reorganizacao (produtos.unl para um
           *> indice novo), que ja deixa produtos.db aberto para a
           *> consulta no resto da sessao.
           PERFORM RECARREGAR-ARQUIVO
           MOVE "S" TO WS-PRODUTOS-ABERTO
           PERFORM ATUALIZAR-GERACOES-BACKUP
           MOVE WS-QTD-RELOAD TO WS-AMPL-DEPOIS
           PERFORM CONCLUIR-ETAPA-AMPLIACAO.

       AMPLIAR-VENDAS.
           OPEN INPUT ARQ-VENDAS
           EVALUATE FS-VENDAS
               WHEN "00"
                   CLOSE ARQ-VENDAS
                   PERFORM AVISAR-JA-AMPLIADO
               WHEN "35"
                   PERFORM AVISAR-SEM-ARQUIVO
               WHEN "39"
                   PERFORM AMPLIAR-VENDAS-C3
               WHEN OTHER
                   MOVE FS-VENDAS TO WS-AMPL-FS
                   PERFORM FALHAR-ABERTURA-AMPLIACAO
           END-EVALUATE.

       AMPLIAR-VENDAS-C3.
           OPEN INPUT ARQ-VENDAS-C3
           EVALUATE FS-VENDAS-C3
               WHEN "00"
                   PERFORM DESCARREGAR-VENDAS-C3
                   IF WS-CONV-SADIA
                       MOVE WS-QTD-VCONV TO WS-AMPL-ANTES
                       PERFORM GRAVAR-CKPT-AMPL-PENDENTE
                       PERFORM RECARREGAR-VENDAS-AMPLIADAS
                   END-IF
               WHEN "39"
                   DISPLAY "vendas.db no layout de 53 ou 69 bytes - "
                           "converta antes pela opcao 3."
                   MOVE "N" TO WS-CONV-OK
               WHEN OTHER
                   MOVE FS-VENDAS-C3 TO WS-AMPL-FS
                   PERFORM FALHAR-ABERTURA-AMPLIACAO
           END-EVALUATE.

       DESCARREGAR-VENDAS-C3.
           MOVE 0 TO WS-QTD-VCONV
           OPEN OUTPUT ARQ-VENDAS-UNL
           OPEN OUTPUT ARQ-VENDAS-BAK
           IF FS-VENDAS-UNL NOT = "00" OR FS-VENDAS-BAK NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCARGA/BACKUP DE VENDAS."
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE FS-VENDAS-UNL TO WS-ERRO-FS
               MOVE "Falha ao abrir descarga de vendas" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
               IF FS-VENDAS-UNL = "00"
                   CLOSE ARQ-VENDAS-UNL
               END-IF
               IF FS-VENDAS-BAK = "00"
                   CLOSE ARQ-VENDAS-BAK
               END-IF
               CLOSE ARQ-VENDAS-C3
           ELSE
               MOVE LOW-VALUES TO VDC3-CHAVE
               START ARQ-VENDAS-C3 KEY IS GREATER THAN OR EQUAL TO
                       VDC3-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-VENDAS-C3 NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM AMPLIAR-UMA-VENDA
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-VENDAS-C3 ARQ-VENDAS-UNL ARQ-VENDAS-BAK
           END-IF.

       AMPLIAR-UMA-VENDA.
           WRITE REG-VENDA-BAK-C3 FROM REG-VENDA-C3

           *> O cabecalho so ganha brancos no fim; o item ganha os
           *> tres digitos a esquerda do codigo do produto.
           MOVE VDC3-NUMERO TO VEND-NUMERO
           MOVE VDC3-SEQ TO VEND-SEQ
           MOVE SPACES TO VEND-DADOS
           IF VDC3-REG-CABECALHO
               MOVE VDC3-DADOS TO VEND-DADOS
           ELSE
               MOVE VDC3-ITEM-PROD-ID TO VEND-ITEM-PROD-ID
               MOVE VDC3-ITEM-RESTO TO VEND-DADOS (7:87)
           END-IF
           WRITE REG-VENDA-UNL FROM REG-VENDA
           PERFORM CONFERIR-DESCARGA-VENDA.

       RECARREGAR-VENDAS-AMPLIADAS.
           PERFORM RECARREGAR-VENDAS
           IF FS-VENDAS NOT = "00"
               MOVE "N" TO WS-CONV-OK
           ELSE
               MOVE WS-QTD-VCARGA TO WS-AMPL-DEPOIS
               PERFORM CONCLUIR-ETAPA-AMPLIACAO
           END-IF.

       AMPLIAR-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS
           EVALUATE FS-PEDIDOS
               WHEN "00"
                   CLOSE ARQ-PEDIDOS
                   PERFORM AVISAR-JA-AMPLIADO
               WHEN "35"
                   PERFORM AVISAR-SEM-ARQUIVO
               WHEN "39"
                   OPEN INPUT ARQ-PEDIDOS-C3
                   IF FS-PEDIDOS-C3 NOT = "00"
                       MOVE FS-PEDIDOS-C3 TO WS-AMPL-FS
                       PERFORM FALHAR-ABERTURA-AMPLIACAO
                   ELSE
                       PERFORM DESCARREGAR-PEDIDOS-C3
                       PERFORM RECARREGAR-SE-DESCARGA-SADIA
                   END-IF
               WHEN OTHER
                   MOVE FS-PEDIDOS TO WS-AMPL-FS
                   PERFORM FALHAR-ABERTURA-AMPLIACAO
           END-EVALUATE.

       DESCARREGAR-PEDIDOS-C3.
           PERFORM ABRIR-DESCARGA-AMPLIACAO
           IF WS-CONV-SADIA
               MOVE LOW-VALUES TO PDC3-CHAVE
               START ARQ-PEDIDOS-C3 KEY IS GREATER THAN OR EQUAL TO
                       PDC3-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-PEDIDOS-C3 NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM AMPLIAR-UM-PEDIDO
                           END-READ
                       END-PERFORM
               END-START
               PERFORM FECHAR-DESCARGA-AMPLIACAO
           END-IF
           CLOSE ARQ-PEDIDOS-C3.

       AMPLIAR-UM-PEDIDO.
           WRITE REG-AMPL-COPIA FROM REG-PEDIDO-C3
           MOVE PDC3-CHAVE TO PED-CHAVE
           MOVE SPACES TO PED-DADOS
           IF PDC3-REG-CABECALHO
               MOVE PDC3-DADOS TO PED-DADOS
           ELSE
               MOVE PDC3-ITEM-PROD-ID TO PED-ITEM-PROD-ID
               MOVE PDC3-ITEM-RESTO TO PED-DADOS (7:41)
           END-IF
           MOVE SPACES TO REG-AMPL-DESCARGA
           MOVE REG-PEDIDO TO REG-AMPL-DESCARGA
           WRITE REG-AMPL-DESCARGA
           PERFORM CONFERIR-DESCARGA-AMPLIACAO.

       AMPLIAR-CODBARRAS.
           OPEN INPUT ARQ-CODBARRAS
           EVALUATE FS-CODBARRAS
               WHEN "00"
                   CLOSE ARQ-CODBARRAS
                   PERFORM AVISAR-JA-AMPLIADO
               WHEN "35"
                   PERFORM AVISAR-SEM-ARQUIVO
               WHEN "39"
                   OPEN INPUT ARQ-CODBARRAS-C3
                   IF FS-CODBARRAS-C3 NOT = "00"
                       MOVE FS-CODBARRAS-C3 TO WS-AMPL-FS
                       PERFORM FALHAR-ABERTURA-AMPLIACAO
                   ELSE
                       PERFORM DESCARREGAR-CODBARRAS-C3
                       PERFORM RECARREGAR-SE-DESCARGA-SADIA
                   END-IF
               WHEN OTHER
                   MOVE FS-CODBARRAS TO WS-AMPL-FS
                   PERFORM FALHAR-ABERTURA-AMPLIACAO
           END-EVALUATE.

       DESCARREGAR-CODBARRAS-C3.
           PERFORM ABRIR-DESCARGA-AMPLIACAO
           IF WS-CONV-SADIA
               MOVE LOW-VALUES TO CBC3-CODIGO
               START ARQ-CODBARRAS-C3 KEY IS GREATER THAN OR EQUAL TO
                       CBC3-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-CODBARRAS-C3 NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM AMPLIAR-UM-CODBARRA
                           END-READ
                       END-PERFORM
               END-START
               PERFORM FECHAR-DESCARGA-AMPLIACAO
           END-IF
           CLOSE ARQ-CODBARRAS-C3.

       AMPLIAR-UM-CODBARRA.
           WRITE REG-AMPL-COPIA FROM REG-CODBARRA-C3
           MOVE SPACES TO REG-CODBARRA
           MOVE CBC3-CODIGO TO CODB-CODIGO
           MOVE CBC3-PROD-ID TO CODB-PROD-ID
           MOVE CBC3-RESTO TO REG-CODBARRA (20:24)
           MOVE SPACES TO REG-AMPL-DESCARGA
           MOVE REG-CODBARRA TO REG-AMPL-DESCARGA
           WRITE REG-AMPL-DESCARGA
           PERFORM CONFERIR-DESCARGA-AMPLIACAO.

       AMPLIAR-PROMOCOES.
           OPEN INPUT ARQ-PROMOCOES
           EVALUATE FS-PROMOCOES
               WHEN "00"
                   CLOSE ARQ-PROMOCOES
                   PERFORM AVISAR-JA-AMPLIADO
               WHEN "35"
                   PERFORM AVISAR-SEM-ARQUIVO
               WHEN "39"
                   OPEN INPUT ARQ-PROMOCOES-C3
                   IF FS-PROMOCOES-C3 NOT = "00"
                       MOVE FS-PROMOCOES-C3 TO WS-AMPL-FS
                       PERFORM FALHAR-ABERTURA-AMPLIACAO
                   ELSE
                       PERFORM DESCARREGAR-PROMOCOES-C3
                       PERFORM RECARREGAR-SE-DESCARGA-SADIA
                   END-IF
               WHEN OTHER
                   MOVE FS-PROMOCOES TO WS-AMPL-FS
                   PERFORM FALHAR-ABERTURA-AMPLIACAO
           END-EVALUATE.

       DESCARREGAR-PROMOCOES-C3.
           PERFORM ABRIR-DESCARGA-AMPLIACAO
           IF WS-CONV-SADIA
               MOVE LOW-VALUES TO PMC3-CODIGO
               START ARQ-PROMOCOES-C3 KEY IS GREATER THAN OR EQUAL TO
                       PMC3-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                               OR NOT WS-CONV-SADIA
                           READ ARQ-PROMOCOES-C3 NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM AMPLIAR-UMA-PROMOCAO
                           END-READ
                       END-PERFORM
               END-START
               PERFORM FECHAR-DESCARGA-AMPLIACAO
           END-IF
           CLOSE ARQ-PROMOCOES-C3.

       AMPLIAR-UMA-PROMOCAO.
           *> O alvo ganha os 6 digitos tanto para produto quanto
           *> para categoria (que continua indo ate 999).
           WRITE REG-AMPL-COPIA FROM REG-PROMOCAO-C3
           MOVE SPACES TO REG-PROMOCAO
           MOVE PMC3-CODIGO TO PROMO-CODIGO
           MOVE PMC3-CABECA TO REG-PROMOCAO (6:22)
           MOVE PMC3-ALVO-CODIGO TO PROMO-ALVO-CODIGO
           MOVE PMC3-RESTO TO REG-PROMOCAO (34:49)
           MOVE SPACES TO REG-AMPL-DESCARGA
           MOVE REG-PROMOCAO TO REG-AMPL-DESCARGA
           WRITE REG-AMPL-DESCARGA
           PERFORM CONFERIR-DESCARGA-AMPLIACAO.

       RECARREGAR-SE-DESCARGA-SADIA.
           IF WS-CONV-SADIA
               PERFORM GRAVAR-CKPT-AMPL-PENDENTE
               PERFORM RECARREGAR-INDEXADO-AMPLIADO
           ELSE
               DISPLAY "AMPLIACAO ABORTADA - " WS-AMPL-ARQUIVO
                       " intacto."
           END-IF.

       RECARREGAR-INDEXADO-AMPLIADO.
           *> OPEN OUTPUT recria o indexado ja no tamanho novo; a
           *> descarga completa fica em base.unl e no backup datado
           *> caso a recarga falhe no meio.
           MOVE 0 TO WS-AMPL-DEPOIS
           EVALUATE WS-AMPL-ETAPA
               WHEN 3
                   OPEN OUTPUT ARQ-PEDIDOS
                   MOVE FS-PEDIDOS TO WS-AMPL-FS
               WHEN 4
                   OPEN OUTPUT ARQ-CODBARRAS
                   MOVE FS-CODBARRAS TO WS-AMPL-FS
               WHEN 5
                   OPEN OUTPUT ARQ-PROMOCOES
                   MOVE FS-PROMOCOES TO WS-AMPL-FS
           END-EVALUATE
           IF WS-AMPL-FS NOT = "00"
               DISPLAY "ERRO AO RECRIAR " WS-AMPL-ARQUIVO " - FS: "
                       WS-AMPL-FS
               DISPLAY "A descarga esta em " WS-NOME-AMPL-DESCARGA
                       " e no backup " WS-NOME-AMPL-COPIA "."
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE WS-AMPL-FS TO WS-ERRO-FS
               MOVE "Falha ao recriar arquivo ampliado" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           ELSE
               OPEN INPUT ARQ-AMPL-DESCARGA
               IF FS-AMPL-DESCARGA NOT = "00"
                   DISPLAY "ERRO AO REABRIR " WS-NOME-AMPL-DESCARGA
                           " - FS: " FS-AMPL-DESCARGA
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-AMPL-DESCARGA
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM GRAVAR-INDEXADO-AMPLIADO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-AMPL-DESCARGA
               END-IF
               EVALUATE WS-AMPL-ETAPA
                   WHEN 3
                       CLOSE ARQ-PEDIDOS
                   WHEN 4
                       CLOSE ARQ-CODBARRAS
                   WHEN 5
                       CLOSE ARQ-PROMOCOES
               END-EVALUATE
               PERFORM CONCLUIR-ETAPA-AMPLIACAO
           END-IF.

       GRAVAR-INDEXADO-AMPLIADO.
           EVALUATE WS-AMPL-ETAPA
               WHEN 3
                   MOVE REG-AMPL-DESCARGA TO REG-PEDIDO
                   WRITE REG-PEDIDO
                       INVALID KEY
                           DISPLAY "ERRO AO RECARREGAR PEDIDO "
                                   PED-NUMERO " SEQ " PED-SEQ
                       NOT INVALID KEY
                           ADD 1 TO WS-AMPL-DEPOIS
                   END-WRITE
               WHEN 4
                   MOVE REG-AMPL-DESCARGA TO REG-CODBARRA
                   WRITE REG-CODBARRA
                       INVALID KEY
                           DISPLAY "ERRO AO RECARREGAR CODIGO "
                                   CODB-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO WS-AMPL-DEPOIS
                   END-WRITE
               WHEN 5
                   MOVE REG-AMPL-DESCARGA TO REG-PROMOCAO
                   WRITE REG-PROMOCAO
                       INVALID KEY
                           DISPLAY "ERRO AO RECARREGAR PROMOCAO "
                                   PROMO-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO WS-AMPL-DEPOIS
                   END-WRITE
           END-EVALUATE.

       AMPLIAR-ARQUIVOS-MORTOS.
           *> Os arquivos mortos do fechamento mensal vao do mes
           *> informado ate o corrente; mes sem arquivo e pulado.
           IF WS-AMPL-MES-INICIAL = ZERO
               DISPLAY "movimentos-AAAAMM.db: nenhum mes informado "
                       "- nada feito."
           ELSE
               MOVE 0 TO WS-AMPL-QTD-MORTOS
               MOVE WS-AMPL-MES-INICIAL TO WS-AMPL-MES
               PERFORM UNTIL WS-AMPL-MES > WS-AMPL-MES-ATUAL
                       OR NOT WS-CONV-SADIA
                   MOVE WS-AMPL-MES TO WS-AMPL-MORTO-MES
                   MOVE WS-AMPL-BASE-MORTO TO WS-AMPL-BASE
                   MOVE SPACES TO WS-AMPL-ARQUIVO
                   STRING WS-AMPL-BASE-MORTO DELIMITED BY SIZE
                          ".db"              DELIMITED BY SIZE
                       INTO WS-AMPL-ARQUIVO
                   END-STRING
                   PERFORM AMPLIAR-SEQUENCIAL
                   ADD 1 TO WS-AMPL-MES-M
                   IF WS-AMPL-MES-M > 12
                       MOVE 1 TO WS-AMPL-MES-M
                       ADD 1 TO WS-AMPL-ANO-M
                   END-IF
               END-PERFORM
               DISPLAY "Arquivos mortos encontrados: "
                       WS-AMPL-QTD-MORTOS
           END-IF.

       AMPLIAR-SEQUENCIAL.
           *> O primeiro registro decide o layout: arquivo ja
           *> ampliado (ou vazio) fica como esta, o que torna a
           *> etapa segura para repetir.
           PERFORM MONTAR-NOMES-AMPLIACAO
           MOVE "N" TO WS-AMPL-ANTIGO
           OPEN INPUT ARQ-AMPL-ORIGEM
           EVALUATE FS-AMPL-ORIGEM
               WHEN "00"
                   IF WS-AMPL-ETAPA = 7
                       ADD 1 TO WS-AMPL-QTD-MORTOS
                   END-IF
                   READ ARQ-AMPL-ORIGEM
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CONFERIR-LAYOUT-SEQUENCIAL
                   END-READ
                   IF WS-AMPL-ANTIGO = "S"
                       PERFORM DESCARREGAR-SEQUENCIAL
                   ELSE
                       CLOSE ARQ-AMPL-ORIGEM
                       PERFORM AVISAR-JA-AMPLIADO
                   END-IF
               WHEN "35"
                   IF WS-AMPL-ETAPA NOT = 7
                       PERFORM AVISAR-SEM-ARQUIVO
                   END-IF
               WHEN OTHER
                   MOVE FS-AMPL-ORIGEM TO WS-AMPL-FS
                   PERFORM FALHAR-ABERTURA-AMPLIACAO
           END-EVALUATE

           IF WS-AMPL-ANTIGO = "S"
               IF WS-CONV-SADIA
                   PERFORM GRAVAR-CKPT-AMPL-PENDENTE
                   PERFORM RECARREGAR-SEQUENCIAL-AMPLIADO
               ELSE
                   DISPLAY "AMPLIACAO ABORTADA - " WS-AMPL-ARQUIVO
                           " intacto."
               END-IF
           END-IF.

       CONFERIR-LAYOUT-SEQUENCIAL.
           *> No layout antigo o codigo tem 3 digitos: o separador
           *> (ou o campo seguinte) aparece 3 colunas antes.
           EVALUATE WS-AMPL-ETAPA
               WHEN 6
               WHEN 7
                   IF REG-AMPL-ORIGEM (4:1) = SPACE AND
                      (REG-AMPL-ORIGEM (5:1) = "E" OR "S" OR "A")
                       MOVE "S" TO WS-AMPL-ANTIGO
                   END-IF
               WHEN 8
               WHEN 9
                   IF REG-AMPL-ORIGEM (4:1) = SPACE
                       MOVE "S" TO WS-AMPL-ANTIGO
                   END-IF
               WHEN 10
                   *> PROD-STATUS na coluna 41 (no layout novo a 41
                   *> cai no meio de PROD-QTD-MINIMA).
                   IF REG-AMPL-ORIGEM (41:1) = "A" OR "I"
                       MOVE "S" TO WS-AMPL-ANTIGO
                   END-IF
               WHEN 11
                   IF REG-AMPL-ORIGEM (11:3) = SPACES
                       MOVE "S" TO WS-AMPL-ANTIGO
                   END-IF
           END-EVALUATE.

       DESCARREGAR-SEQUENCIAL.
           *> O primeiro registro ja esta lido (foi ele que decidiu
           *> o layout).
           PERFORM ABRIR-DESCARGA-AMPLIACAO
           IF WS-CONV-SADIA
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       OR NOT WS-CONV-SADIA
                   PERFORM AMPLIAR-UMA-LINHA
                   READ ARQ-AMPL-ORIGEM
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                   END-READ
               END-PERFORM
               PERFORM FECHAR-DESCARGA-AMPLIACAO
           END-IF
           CLOSE ARQ-AMPL-ORIGEM.

       AMPLIAR-UMA-LINHA.
           WRITE REG-AMPL-COPIA FROM REG-AMPL-ORIGEM
           MOVE SPACES TO REG-AMPL-DESCARGA
           IF WS-AMPL-ETAPA = 11
               *> checkpoint.dat: status e modo vem antes do codigo.
               MOVE REG-AMPL-ORIGEM (1:2) TO REG-AMPL-DESCARGA (1:2)
               MOVE "000" TO REG-AMPL-DESCARGA (3:3)
               MOVE REG-AMPL-ORIGEM (3:115) TO
                    REG-AMPL-DESCARGA (6:115)
           ELSE
               MOVE "000" TO REG-AMPL-DESCARGA (1:3)
               MOVE REG-AMPL-ORIGEM (1:117) TO
                    REG-AMPL-DESCARGA (4:117)
           END-IF
           WRITE REG-AMPL-DESCARGA
           PERFORM CONFERIR-DESCARGA-AMPLIACAO.

       RECARREGAR-SEQUENCIAL-AMPLIADO.
           *> Copia base.unl por cima do original: so aqui o arquivo
           *> e sobrescrito, com ampliacao.ckp ja em "T".
           MOVE 0 TO WS-AMPL-DEPOIS
           OPEN INPUT ARQ-AMPL-DESCARGA
           IF FS-AMPL-DESCARGA NOT = "00"
               DISPLAY "ERRO AO REABRIR " WS-NOME-AMPL-DESCARGA
                       " - FS: " FS-AMPL-DESCARGA
               MOVE "N" TO WS-CONV-OK
           ELSE
               OPEN OUTPUT ARQ-AMPL-ORIGEM
               IF FS-AMPL-ORIGEM NOT = "00"
                   DISPLAY "ERRO AO RECRIAR " WS-AMPL-ARQUIVO
                           " - FS: " FS-AMPL-ORIGEM
                   CLOSE ARQ-AMPL-DESCARGA
                   MOVE "N" TO WS-CONV-OK
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                           OR NOT WS-CONV-SADIA
                       READ ARQ-AMPL-DESCARGA
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM COPIAR-LINHA-AMPLIADA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-AMPL-ORIGEM ARQ-AMPL-DESCARGA
                   PERFORM CONCLUIR-ETAPA-AMPLIACAO
               END-IF
           END-IF.

       COPIAR-LINHA-AMPLIADA.
           WRITE REG-AMPL-ORIGEM FROM REG-AMPL-DESCARGA
           IF FS-AMPL-ORIGEM NOT = "00"
               DISPLAY "ERRO AO GRAVAR " WS-AMPL-ARQUIVO " - FS: "
                       FS-AMPL-ORIGEM
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE FS-AMPL-ORIGEM TO WS-ERRO-FS
               MOVE "Falha de E/S na recarga ampliada" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           ELSE
               ADD 1 TO WS-AMPL-DEPOIS
           END-IF.

       ABRIR-DESCARGA-AMPLIACAO.
           MOVE 0 TO WS-AMPL-ANTES
           OPEN OUTPUT ARQ-AMPL-DESCARGA
           OPEN OUTPUT ARQ-AMPL-COPIA
           IF FS-AMPL-DESCARGA NOT = "00"
                   OR FS-AMPL-COPIA NOT = "00"
               DISPLAY "ERRO AO ABRIR DESCARGA/BACKUP DE "
                       WS-AMPL-ARQUIVO
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE FS-AMPL-DESCARGA TO WS-ERRO-FS
               MOVE "Falha ao abrir descarga/backup" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
               IF FS-AMPL-DESCARGA = "00"
                   CLOSE ARQ-AMPL-DESCARGA
               END-IF
               IF FS-AMPL-COPIA = "00"
                   CLOSE ARQ-AMPL-COPIA
               END-IF
           END-IF.

       FECHAR-DESCARGA-AMPLIACAO.
           CLOSE ARQ-AMPL-DESCARGA ARQ-AMPL-COPIA.

       CONFERIR-DESCARGA-AMPLIACAO.
           IF FS-AMPL-DESCARGA NOT = "00"
                   OR FS-AMPL-COPIA NOT = "00"
               DISPLAY "ERRO AO GRAVAR DESCARGA/BACKUP DE "
                       WS-AMPL-ARQUIVO
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE FS-AMPL-DESCARGA TO WS-ERRO-FS
               MOVE "Falha ao gravar descarga/backup" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           ELSE
               ADD 1 TO WS-AMPL-ANTES
           END-IF.

       CONCLUIR-ETAPA-AMPLIACAO.
           DISPLAY WS-AMPL-ARQUIVO ": ANTES " WS-AMPL-ANTES
                   " | DEPOIS " WS-AMPL-DEPOIS
           DISPLAY "   BACKUP: " WS-NOME-AMPL-COPIA
           MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
           MOVE SPACES TO WS-ERRO-MSG
           STRING WS-AMPL-BASE     DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  WS-AMPL-ANTES    DELIMITED BY SIZE
                  " > "            DELIMITED BY SIZE
                  WS-AMPL-DEPOIS   DELIMITED BY SIZE
               INTO WS-ERRO-MSG
           END-STRING
           PERFORM REGISTRAR-PASSO

           *> Contagem que nao bate deixa a recarga pendente: a
           *> descarga continua integra e a proxima execucao refaz
           *> so a recarga deste arquivo.
           IF WS-AMPL-ANTES = WS-AMPL-DEPOIS AND WS-CONV-SADIA
               PERFORM GRAVAR-CKPT-AMPL-CONCLUIDO
           ELSE
               DISPLAY "RECARGA INCOMPLETA - ampliacao.ckp segue "
                       "pendente; " WS-NOME-AMPL-DESCARGA
                       " esta integro, rode a opcao 6 de novo."
               MOVE "MANUT AMPL" TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Recarga incompleta na ampliacao" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               MOVE "N" TO WS-CONV-OK
           END-IF.

       GRAVAR-CKPT-AMPL-PENDENTE.
           MOVE "T" TO AMCK-STATUS
           PERFORM GRAVAR-CHECKPOINT-AMPLIACAO.

       GRAVAR-CKPT-AMPL-CONCLUIDO.
           MOVE "C" TO AMCK-STATUS
           PERFORM GRAVAR-CHECKPOINT-AMPLIACAO.

       GRAVAR-CHECKPOINT-AMPLIACAO.
           MOVE WS-AMPL-ETAPA TO AMCK-ETAPA
           MOVE WS-AMPL-BASE TO AMCK-BASE
           MOVE WS-AMPL-ARQUIVO TO AMCK-ARQUIVO
           MOVE WS-AMPL-DATA TO AMCK-DATA
           MOVE WS-AMPL-ANTES TO AMCK-QTD-ANTES
           OPEN OUTPUT ARQ-AMPLCKPT
           IF FS-AMPLCKPT = "00"
               WRITE REG-AMPLCKPT
               CLOSE ARQ-AMPLCKPT
           ELSE
               DISPLAY "AVISO: falha ao gravar ampliacao.ckp - FS: "
                       FS-AMPLCKPT
           END-IF.
