       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONTABIL.

      *> ***************************************************************
      *>
      *> Objetivo: Interface diaria com o sistema de escrituracao do
      *>           contador. Para um dia de movimento ja encerrado
      *>           gera contabil-AAAAMMDD.txt (layout fixo em
      *>           CONTABIL.cpy: cabecalho, lancamentos e rodape com
      *>           totais de controle) resumindo:
      *>             - receita de vendas do dia (valor cobrado das
      *>               vendas de vendas.db)
      *>             - devolucoes do dia (entradas "DV #" do kardex,
      *>               valorizadas pelo proporcional cobrado do item
      *>               em vendas.db, a mesma conta do estorno)
      *>             - entradas de compra (entradas "PC #" do kardex,
      *>               ao custo pago)
      *>             - ajustes de estoque (inventario, baixa de
      *>               vencidos e demais movimentos que nao sao
      *>               compra, venda nem devolucao, ao custo medio)
      *>             - variacao do estoque a custo (todos os
      *>               movimentos do dia, menos transferencias)
      *>           cada um na sua conta de parametros.dat (branco =
      *>           conta padrao). O kardex do dia e lido do arquivo
      *>           morto do mes quando o fechamento mensal ja o
      *>           levou. Cada dia exportado fica em contabil.ctl;
      *>           o mesmo dia nao sai duas vezes: so a reexportacao
      *>           do supervisor, com confirmacao, regrava o arquivo
      *>           (numero de envio no cabecalho) e fica em
      *>           erros.log. A consulta dos dias enviados aponta as
      *>           lacunas para o contador cobrar. No job noturno
      *>           (OPC-INATIVOS preenchido) exporta OPC-DATA sem
      *>           perguntar; dia ja enviado e recusado sem parar a
      *>           cadeia e falha de arquivo devolve OPC-RETORNO 8.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado pelo JOB-NOTURNO e pelo MENU-PRINCIPAL
      *>           (opcao 33), nao roda isolado
      *>
      *> ***************************************************************

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-VENDAS ASSIGN TO "vendas.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VEND-CHAVE
                       FILE STATUS IS FS-VENDAS.

                   SELECT ARQ-MOVIMENTOS ASSIGN TO DYNAMIC
                           WS-NOME-KARDEX
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MOVIMENTOS.

                   SELECT ARQ-CONTABIL ASSIGN TO DYNAMIC
                           WS-NOME-CONTABIL
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-CONTABIL.

                   SELECT ARQ-CTBCTL ASSIGN TO "contabil.ctl"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CTBC-DATA-MOVTO
                       FILE STATUS IS FS-CTBCTL.

                   SELECT ARQ-PARAMETROS ASSIGN TO "parametros.dat"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-PARAMETROS.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-VENDAS.
               COPY "VENDA.cpy".

               FD ARQ-MOVIMENTOS.
               COPY "MOVIMENTO.cpy".

               FD ARQ-CONTABIL.
               COPY "CONTABIL.cpy".

               FD ARQ-CTBCTL.
               COPY "CTBCTL.cpy".

               FD ARQ-PARAMETROS.
               COPY "PARAMETRO.cpy".

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

           WORKING-STORAGE SECTION.
               01 FS-VENDAS          PIC XX.
               01 FS-MOVIMENTOS      PIC XX.
               01 FS-CONTABIL        PIC XX.
               01 FS-CTBCTL          PIC XX.
               01 FS-PARAMETROS      PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-FIM-ARQUIVO     PIC X(01) VALUE "N".
               01 WS-FIM-ITENS       PIC X(01) VALUE "N".
               01 WS-OPCAO           PIC 9(02) VALUE 99.
               01 WS-CONFIRMA        PIC X(01).
                   88 WS-CONFIRMADO         VALUES "S", "s".
               01 WS-ACESSO          PIC X(01).
                   88 WS-ACESSO-PERMITIDO   VALUE "S".

               *> O kardex do dia pode estar no arquivo morto do mes
               *> (fechamento mensal ja rodado) e no corrente: o
               *> mesmo FD le um e depois o outro.
               01 WS-NOME-KARDEX     PIC X(20).
               01 WS-NOME-ARQMORTO.
                   05 FILLER          PIC X(11)
                       VALUE "movimentos-".
                   05 WS-ARQM-MES     PIC 9(06).
                   05 FILLER          PIC X(03) VALUE ".db".

               01 WS-NOME-CONTABIL.
                   05 FILLER          PIC X(09) VALUE "contabil-".
                   05 WS-NOME-CTB-DATA PIC 9(08).
                   05 FILLER          PIC X(04) VALUE ".txt".

               *> Dia de movimento exportado.
               01 WS-DATA-MOVTO      PIC 9(08) VALUE 0.
               01 WS-DATA-MOVTO-R REDEFINES WS-DATA-MOVTO.
                   05 WS-MOVTO-ANO    PIC 9(04).
                   05 WS-MOVTO-MES    PIC 9(02).
                   05 WS-MOVTO-DIA    PIC 9(02).
               01 WS-DATA-VALIDA     PIC X(01).
                   88 WS-DATA-OK            VALUE "S".
               01 WS-DATA-ONTEM      PIC 9(08) VALUE 0.
               01 WS-DIAS-CORRIDOS   PIC 9(07) VALUE 0.

               *> Situacao do dia em contabil.ctl.
               01 WS-CONTROLE-EXISTE PIC X(01) VALUE "N".
                   88 WS-DIA-JA-ENVIADO     VALUE "S".
               01 WS-ENVIO           PIC 9(03) VALUE 0.
               01 WS-VENDAS-ABERTO   PIC X(01) VALUE "N".

               *> Contas em uso (parametros.dat ou padrao).
               01 WS-CONTA-RECEITA   PIC X(10).
               01 WS-CONTA-DEVOLUCAO PIC X(10).
               01 WS-CONTA-COMPRAS   PIC X(10).
               01 WS-CONTA-AJUSTE    PIC X(10).
               01 WS-CONTA-ESTOQUE   PIC X(10).

               *> Apuracao do dia. Os valores de estoque tem sinal:
               *> o sinal vira a natureza do lancamento.
               01 WS-APU-VENDAS      PIC S9(11)V99 VALUE 0.
               01 WS-APU-QTD-VENDAS  PIC 9(05) VALUE 0.
               01 WS-APU-DEVOLUCOES  PIC S9(11)V99 VALUE 0.
               01 WS-APU-QTD-DEV     PIC 9(05) VALUE 0.
               01 WS-APU-COMPRAS     PIC S9(11)V99 VALUE 0.
               01 WS-APU-QTD-COMPRAS PIC 9(05) VALUE 0.
               01 WS-APU-AJUSTES     PIC S9(11)V99 VALUE 0.
               01 WS-APU-QTD-AJUSTES PIC 9(05) VALUE 0.
               01 WS-APU-VARIACAO    PIC S9(11)V99 VALUE 0.
               01 WS-APU-QTD-MOVTOS  PIC 9(05) VALUE 0.
               01 WS-DEV-SEM-VENDA   PIC 9(05) VALUE 0.

               01 WS-CUSTO-MOVTO     PIC 9(05)V99 VALUE 0.
               01 WS-VALOR-MOVTO     PIC S9(11)V99 VALUE 0.
               01 WS-VENDA-DEV       PIC 9(06) VALUE 0.
               01 WS-ITEM-ACHADO     PIC X(01) VALUE "N".
               01 WS-VALOR-DEV-ITEM  PIC 9(09)V99 VALUE 0.

               *> Lancamento em montagem e totais de controle.
               01 WS-LAN-CONTA       PIC X(10).
               01 WS-LAN-NATUREZA    PIC X(01).
               01 WS-LAN-VALOR       PIC S9(11)V99 VALUE 0.
               01 WS-LAN-QTD         PIC 9(05) VALUE 0.
               01 WS-LAN-HISTORICO   PIC X(30).
               01 WS-QTD-LANC        PIC 9(05) VALUE 0.
               01 WS-QTD-REGS        PIC 9(05) VALUE 0.
               01 WS-TOTAL-DEB       PIC 9(11)V99 VALUE 0.
               01 WS-TOTAL-CRED      PIC 9(11)V99 VALUE 0.
               01 WS-DATA-GERACAO    PIC 9(08) VALUE 0.
               01 WS-HORA-GERACAO    PIC 9(06) VALUE 0.

               *> Consulta dos dias enviados.
               01 WS-DATA-ANTERIOR   PIC 9(08) VALUE 0.
               01 WS-DIAS-LACUNA     PIC 9(05) VALUE 0.
               01 WS-QTD-LISTADOS    PIC 9(05) VALUE 0.
               01 WS-QTD-DIAS-LACUNA PIC 9(05) VALUE 0.
               01 WS-HORA-6          PIC 9(06).
               01 WS-HORA-6-R REDEFINES WS-HORA-6.
                   05 WS-H6-HH        PIC 9(02).
                   05 WS-H6-MM        PIC 9(02).
                   05 WS-H6-SS        PIC 9(02).

               01 WS-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               01 WS-VALOR-ED-2      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
           DISPLAY "INTERFACE CONTABIL DIARIA"
           DISPLAY WS-LINHA

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS
               CLOSE ARQ-ERROS
               OPEN EXTEND ARQ-ERROS
           END-IF

           PERFORM OBTER-CONTAS-CONTABEIS
           PERFORM CALCULAR-DATA-ONTEM

           IF OPC-INATIVOS = SPACE
               PERFORM EXECUTAR-MENU-CONTABIL
           ELSE
               PERFORM EXPORTAR-DIA-DO-JOB
           END-IF

           CLOSE ARQ-ERROS
           DISPLAY WS-LINHA
           GOBACK.

       OBTER-CONTAS-CONTABEIS.
           *> parametros.dat ausente ou conta em branco vale a conta
           *> padrao (a mesma que o CAD-APOIO mostra).
           MOVE "3.1.01" TO WS-CONTA-RECEITA
           MOVE "3.1.02" TO WS-CONTA-DEVOLUCAO
           MOVE "4.1.01" TO WS-CONTA-COMPRAS
           MOVE "4.2.01" TO WS-CONTA-AJUSTE
           MOVE "1.1.04" TO WS-CONTA-ESTOQUE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARAMETROS = "00"
               READ ARQ-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APLICAR-CONTAS-PARAMETRO
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.

       APLICAR-CONTAS-PARAMETRO.
           IF PARM-CONTA-RECEITA NOT = SPACES AND
              PARM-CONTA-RECEITA NOT = LOW-VALUES
               MOVE PARM-CONTA-RECEITA TO WS-CONTA-RECEITA
           END-IF
           IF PARM-CONTA-DEVOLUCAO NOT = SPACES AND
              PARM-CONTA-DEVOLUCAO NOT = LOW-VALUES
               MOVE PARM-CONTA-DEVOLUCAO TO WS-CONTA-DEVOLUCAO
           END-IF
           IF PARM-CONTA-COMPRAS NOT = SPACES AND
              PARM-CONTA-COMPRAS NOT = LOW-VALUES
               MOVE PARM-CONTA-COMPRAS TO WS-CONTA-COMPRAS
           END-IF
           IF PARM-CONTA-AJUSTE NOT = SPACES AND
              PARM-CONTA-AJUSTE NOT = LOW-VALUES
               MOVE PARM-CONTA-AJUSTE TO WS-CONTA-AJUSTE
           END-IF
           IF PARM-CONTA-ESTOQUE NOT = SPACES AND
              PARM-CONTA-ESTOQUE NOT = LOW-VALUES
               MOVE PARM-CONTA-ESTOQUE TO WS-CONTA-ESTOQUE
           END-IF.

       CALCULAR-DATA-ONTEM.
           *> Mesmo calculo da vespera do JOB-NOTURNO: dias corridos
           *> cobrem virada de mes e de ano.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA-N) - 1
           COMPUTE WS-DATA-ONTEM =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CORRIDOS).

       EXECUTAR-MENU-CONTABIL.
           MOVE 99 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY " "
               DISPLAY "------- INTERFACE CONTABIL -------"
               DISPLAY "1 - Exportar dia para o contador"
               DISPLAY "2 - Reexportar dia ja enviado (supervisor)"
               DISPLAY "3 - Dias enviados e lacunas"
               DISPLAY "0 - Voltar ao menu principal"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1 PERFORM EXPORTAR-DIA-NA-TELA
                   WHEN 2
                       PERFORM VERIFICAR-NIVEL-SUPERVISOR
                       IF WS-ACESSO-PERMITIDO
                           PERFORM REEXPORTAR-DIA
                       END-IF
                   WHEN 3 PERFORM LISTAR-DIAS-ENVIADOS
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       VERIFICAR-NIVEL-SUPERVISOR.
           *> Reexportar substitui o que o contador ja recebeu; a
           *> negativa fica no log com o codigo de quem tentou.
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

       OBTER-DATA-MOVTO.
           *> So dia encerrado: hoje ainda tem venda entrando.
           MOVE "N" TO WS-DATA-VALIDA
           DISPLAY "Dia de movimento AAAAMMDD (0 = ontem): "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-MOVTO
           IF WS-DATA-MOVTO = ZERO
               MOVE WS-DATA-ONTEM TO WS-DATA-MOVTO
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-MOVTO)
                       NOT = 0
                   DISPLAY "DATA INVALIDA: " WS-DATA-MOVTO
               WHEN WS-DATA-MOVTO > WS-DATA-ONTEM
                   DISPLAY "DIA " WS-DATA-MOVTO " AINDA NAO "
                           "ENCERRADO - exporte a partir de amanha."
               WHEN OTHER
                   MOVE "S" TO WS-DATA-VALIDA
           END-EVALUATE.

       EXPORTAR-DIA-DO-JOB.
           IF OPC-DATA NOT NUMERIC
               MOVE 0 TO WS-DATA-MOVTO
           ELSE
               MOVE OPC-DATA TO WS-DATA-MOVTO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-MOVTO) NOT = 0
               DISPLAY "DATA DE MOVIMENTO INVALIDA: " WS-DATA-MOVTO
               MOVE 8 TO OPC-RETORNO
               MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Data de movimento invalida" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               PERFORM ABRIR-CONTROLE
               IF OPC-RETORNO = 0
                   PERFORM CONSULTAR-CONTROLE-DIA
                   IF WS-DIA-JA-ENVIADO
                       *> Cadeia repetida para o mesmo dia: o envio
                       *> feito vale e o passo nao para a cadeia.
                       DISPLAY "DIA " WS-DATA-MOVTO " JA EXPORTADO EM "
                               CTBC-DATA-ENVIO " - exportacao "
                               "recusada."
                       MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
                       MOVE "--" TO WS-ERRO-FS
                       MOVE "Dia ja exportado - recusado" TO
                            WS-ERRO-MSG
                       MOVE 0 TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
                   ELSE
                       PERFORM GERAR-EXPORTACAO
                   END-IF
                   CLOSE ARQ-CTBCTL
               END-IF
           END-IF.

       EXPORTAR-DIA-NA-TELA.
           PERFORM OBTER-DATA-MOVTO
           IF WS-DATA-OK
               PERFORM ABRIR-CONTROLE
               IF OPC-RETORNO = 0
                   PERFORM CONSULTAR-CONTROLE-DIA
                   IF WS-DIA-JA-ENVIADO
                       DISPLAY "DIA " WS-DATA-MOVTO " JA EXPORTADO EM "
                               CTBC-DATA-ENVIO " POR "
                               CTBC-OPERADOR "."
                       DISPLAY "Para enviar de novo use a "
                               "reexportacao (supervisor)."
                   ELSE
                       PERFORM GERAR-EXPORTACAO
                   END-IF
                   CLOSE ARQ-CTBCTL
               END-IF
               MOVE 0 TO OPC-RETORNO
           END-IF.

       REEXPORTAR-DIA.
           PERFORM OBTER-DATA-MOVTO
           IF WS-DATA-OK
               PERFORM ABRIR-CONTROLE
               IF OPC-RETORNO = 0
                   PERFORM CONSULTAR-CONTROLE-DIA
                   IF NOT WS-DIA-JA-ENVIADO
                       DISPLAY "DIA " WS-DATA-MOVTO " AINDA NAO FOI "
                               "EXPORTADO - use a opcao 1."
                   ELSE
                       PERFORM CONFIRMAR-REEXPORTACAO
                   END-IF
                   CLOSE ARQ-CTBCTL
               END-IF
               MOVE 0 TO OPC-RETORNO
           END-IF.

       CONFIRMAR-REEXPORTACAO.
           MOVE CTBC-HORA-ENVIO TO WS-HORA-6
           DISPLAY "DIA " WS-DATA-MOVTO " ENVIADO " CTBC-QTD-ENVIOS
                   " VEZ(ES); ULTIMO EM " CTBC-DATA-ENVIO " "
                   WS-H6-HH ":" WS-H6-MM " POR " CTBC-OPERADOR
           DISPLAY "O contador precisa descartar o envio anterior."
           DISPLAY "Confirma a REEXPORTACAO do dia? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMADO
               PERFORM GERAR-EXPORTACAO
               IF OPC-RETORNO = 0
                   MOVE "REEXPORTA " TO WS-ERRO-OPERACAO
                   MOVE "--" TO WS-ERRO-FS
                   MOVE SPACES TO WS-ERRO-MSG
                   STRING "Reexportacao contabil de "
                          WS-DATA-MOVTO
                          DELIMITED BY SIZE
                       INTO WS-ERRO-MSG
                   END-STRING
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           ELSE
               DISPLAY "Reexportacao cancelada."
           END-IF.

       ABRIR-CONTROLE.
           OPEN I-O ARQ-CTBCTL
           IF FS-CTBCTL = "35"
               OPEN OUTPUT ARQ-CTBCTL
               CLOSE ARQ-CTBCTL
               OPEN I-O ARQ-CTBCTL
           END-IF
           IF FS-CTBCTL NOT = "00"
               DISPLAY "ERRO AO ABRIR contabil.ctl - FS: " FS-CTBCTL
               MOVE 8 TO OPC-RETORNO
               MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
               MOVE FS-CTBCTL TO WS-ERRO-FS
               MOVE "Falha ao abrir contabil.ctl" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       CONSULTAR-CONTROLE-DIA.
           MOVE WS-DATA-MOVTO TO CTBC-DATA-MOVTO
           READ ARQ-CTBCTL
               INVALID KEY
                   MOVE "N" TO WS-CONTROLE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTROLE-EXISTE
           END-READ
           MOVE "00" TO FS-CTBCTL.

       GERAR-EXPORTACAO.
           *> Arquivo primeiro, controle depois: um envio so conta
           *> como feito quando o arquivo do dia saiu inteiro.
           IF WS-DIA-JA-ENVIADO
               IF CTBC-QTD-ENVIOS NOT NUMERIC
                   MOVE 1 TO CTBC-QTD-ENVIOS
               END-IF
               COMPUTE WS-ENVIO = CTBC-QTD-ENVIOS + 1
           ELSE
               MOVE 1 TO WS-ENVIO
           END-IF

           PERFORM APURAR-MOVIMENTO-DO-DIA
           IF OPC-RETORNO = 0
               PERFORM GRAVAR-ARQUIVO-CONTABIL
           END-IF
           IF OPC-RETORNO = 0
               PERFORM REGISTRAR-ENVIO-CONTROLE
           END-IF
           IF OPC-RETORNO = 0
               MOVE WS-QTD-LANC TO OPC-QTD-REGISTROS
               PERFORM EXIBIR-RESUMO-EXPORTACAO
           END-IF.

       APURAR-MOVIMENTO-DO-DIA.
           MOVE 0 TO WS-APU-VENDAS
           MOVE 0 TO WS-APU-QTD-VENDAS
           MOVE 0 TO WS-APU-DEVOLUCOES
           MOVE 0 TO WS-APU-QTD-DEV
           MOVE 0 TO WS-APU-COMPRAS
           MOVE 0 TO WS-APU-QTD-COMPRAS
           MOVE 0 TO WS-APU-AJUSTES
           MOVE 0 TO WS-APU-QTD-AJUSTES
           MOVE 0 TO WS-APU-VARIACAO
           MOVE 0 TO WS-APU-QTD-MOVTOS
           MOVE 0 TO WS-DEV-SEM-VENDA

           *> Sem vendas.db ainda nao houve venda: o dia sai so com
           *> o que o kardex tiver.
           MOVE "N" TO WS-VENDAS-ABERTO
           OPEN INPUT ARQ-VENDAS
           EVALUATE FS-VENDAS
               WHEN "00"
                   MOVE "S" TO WS-VENDAS-ABERTO
                   PERFORM ACUMULAR-VENDAS-DO-DIA
               WHEN "35"
                   DISPLAY "SEM VENDAS REGISTRADAS (vendas.db)."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR vendas.db - FS: " FS-VENDAS
                   MOVE 8 TO OPC-RETORNO
                   MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
                   MOVE FS-VENDAS TO WS-ERRO-FS
                   MOVE "Falha ao abrir vendas.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE

           IF OPC-RETORNO = 0
               COMPUTE WS-ARQM-MES = WS-DATA-MOVTO / 100
               MOVE WS-NOME-ARQMORTO TO WS-NOME-KARDEX
               PERFORM ACUMULAR-KARDEX-DO-DIA
           END-IF
           IF OPC-RETORNO = 0
               MOVE "movimentos.db" TO WS-NOME-KARDEX
               PERFORM ACUMULAR-KARDEX-DO-DIA
           END-IF

           IF WS-VENDAS-ABERTO = "S"
               CLOSE ARQ-VENDAS
           END-IF.

       ACUMULAR-VENDAS-DO-DIA.
           *> Receita bruta do dia: o total cobrado de cada venda do
           *> dia, mesmo que devolvida depois; a devolucao entra no
           *> dia em que aconteceu, pelo kardex.
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
                               IF VEND-REG-CABECALHO AND
                                  VEND-CAB-DATA = WS-DATA-MOVTO-R
                                  AND VEND-CAB-TOTAL NUMERIC
                                   ADD VEND-CAB-TOTAL TO WS-APU-VENDAS
                                   ADD 1 TO WS-APU-QTD-VENDAS
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-VENDAS.

       ACUMULAR-KARDEX-DO-DIA.
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
                               IF MOV-DATA = WS-DATA-MOVTO-R
                                   PERFORM ACUMULAR-UM-MOVIMENTO
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
                   MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
                   MOVE FS-MOVIMENTOS TO WS-ERRO-FS
                   MOVE "Falha ao abrir o kardex do dia" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE.

       ACUMULAR-UM-MOVIMENTO.
           *> Transferencia nao muda o valor do estoque e a abertura
           *> do fechamento mensal so repete o saldo: ficam fora.
           *> O valor do movimento e a variacao da quantidade ao
           *> custo do proprio movimento (branco nos antigos = 0).
           IF MOV-TRANSFERENCIA OR MOV-MOTIVO = "ABERTURA"
              OR MOV-QTD-ANTERIOR NOT NUMERIC
              OR MOV-QTD-RESULTANTE NOT NUMERIC
               CONTINUE
           ELSE
               IF MOV-CUSTO NUMERIC
                   MOVE MOV-CUSTO TO WS-CUSTO-MOVTO
               ELSE
                   MOVE 0 TO WS-CUSTO-MOVTO
               END-IF
               COMPUTE WS-VALOR-MOVTO ROUNDED =
                   (MOV-QTD-RESULTANTE - MOV-QTD-ANTERIOR)
                   * WS-CUSTO-MOVTO
               ADD WS-VALOR-MOVTO TO WS-APU-VARIACAO
               ADD 1 TO WS-APU-QTD-MOVTOS
               EVALUATE TRUE
                   WHEN MOV-ENTRADA AND MOV-MOTIVO (1:4) = "PC #"
                       ADD WS-VALOR-MOVTO TO WS-APU-COMPRAS
                       ADD 1 TO WS-APU-QTD-COMPRAS
                   WHEN MOV-ENTRADA AND MOV-MOTIVO (1:4) = "DV #"
                       PERFORM VALORIZAR-DEVOLUCAO
                   WHEN MOV-SAIDA AND MOV-MOTIVO (1:4) = "VD #"
                       *> Custo da venda: so na variacao do estoque.
                       CONTINUE
                   WHEN OTHER
                       ADD WS-VALOR-MOVTO TO WS-APU-AJUSTES
                       ADD 1 TO WS-APU-QTD-AJUSTES
               END-EVALUATE
           END-IF.

       VALORIZAR-DEVOLUCAO.
           *> A devolucao vale o proporcional do que foi cobrado no
           *> item da venda original (numero no motivo "DV #").
           ADD 1 TO WS-APU-QTD-DEV
           MOVE "N" TO WS-ITEM-ACHADO
           IF WS-VENDAS-ABERTO = "S" AND MOV-MOTIVO (5:6) NUMERIC
              AND MOV-QTD NUMERIC
               MOVE MOV-MOTIVO (5:6) TO WS-VENDA-DEV
               MOVE WS-VENDA-DEV TO VEND-NUMERO
               MOVE 0 TO VEND-SEQ
               START ARQ-VENDAS KEY IS GREATER THAN VEND-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ITENS
                       PERFORM UNTIL WS-FIM-ITENS = "S"
                               OR WS-ITEM-ACHADO = "S"
                           READ ARQ-VENDAS NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ITENS
                               NOT AT END
                                   PERFORM CONFERIR-ITEM-DEVOLVIDO
                           END-READ
                       END-PERFORM
               END-START
               MOVE "00" TO FS-VENDAS
           END-IF
           IF WS-ITEM-ACHADO = "N"
               ADD 1 TO WS-DEV-SEM-VENDA
               DISPLAY "AVISO: devolucao sem item de venda - "
                       MOV-MOTIVO " produto " MOV-PROD-ID
               MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Devolucao sem item de venda" TO WS-ERRO-MSG
               MOVE MOV-PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       CONFERIR-ITEM-DEVOLVIDO.
           IF VEND-NUMERO NOT = WS-VENDA-DEV
               MOVE "S" TO WS-FIM-ITENS
           ELSE
               IF VEND-ITEM-PROD-ID = MOV-PROD-ID AND
                  VEND-ITEM-QTD NUMERIC AND VEND-ITEM-QTD > ZERO
                   MOVE "S" TO WS-ITEM-ACHADO
                   COMPUTE WS-VALOR-DEV-ITEM ROUNDED =
                       VEND-ITEM-VALOR * MOV-QTD / VEND-ITEM-QTD
                   ADD WS-VALOR-DEV-ITEM TO WS-APU-DEVOLUCOES
               END-IF
           END-IF.

       GRAVAR-ARQUIVO-CONTABIL.
           MOVE WS-DATA-MOVTO TO WS-NOME-CTB-DATA
           OPEN OUTPUT ARQ-CONTABIL
           IF FS-CONTABIL NOT = "00"
               DISPLAY "ERRO AO CRIAR " WS-NOME-CONTABIL " - FS: "
                       FS-CONTABIL
               MOVE 8 TO OPC-RETORNO
               MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
               MOVE FS-CONTABIL TO WS-ERRO-FS
               MOVE "Falha ao criar arquivo contabil" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE 0 TO WS-QTD-LANC
               MOVE 0 TO WS-QTD-REGS
               MOVE 0 TO WS-TOTAL-DEB
               MOVE 0 TO WS-TOTAL-CRED
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA-N TO WS-DATA-GERACAO
               COMPUTE WS-HORA-GERACAO = WS-HH-SYS * 10000 +
                   WS-MM-SYS * 100 + WS-SS-SYS

               MOVE SPACES TO REG-CONTABIL
               SET CTB-REG-CABECALHO TO TRUE
               MOVE WS-DATA-MOVTO TO CTB-CAB-DATA-MOVTO
               MOVE WS-DATA-GERACAO TO CTB-CAB-DATA-GERACAO
               MOVE WS-HORA-GERACAO TO CTB-CAB-HORA-GERACAO
               MOVE WS-ENVIO TO CTB-CAB-ENVIO
               MOVE OPER-CODIGO TO CTB-CAB-OPERADOR
               PERFORM GRAVAR-REGISTRO-CONTABIL

               PERFORM MONTAR-LANCAMENTOS-DIA

               MOVE SPACES TO REG-CONTABIL
               SET CTB-REG-RODAPE TO TRUE
               MOVE WS-DATA-MOVTO TO CTB-ROD-DATA-MOVTO
               MOVE WS-QTD-LANC TO CTB-ROD-QTD-LANC
               COMPUTE CTB-ROD-QTD-REGS = WS-QTD-REGS + 1
               MOVE WS-TOTAL-DEB TO CTB-ROD-TOTAL-DEB
               MOVE WS-TOTAL-CRED TO CTB-ROD-TOTAL-CRED
               PERFORM GRAVAR-REGISTRO-CONTABIL

               CLOSE ARQ-CONTABIL
           END-IF.

       MONTAR-LANCAMENTOS-DIA.
           *> Lancamento zerado nao sai; dia sem movimento fica so
           *> com cabecalho e rodape, e conta como enviado.
           IF WS-APU-VENDAS NOT = ZERO
               MOVE WS-CONTA-RECEITA TO WS-LAN-CONTA
               MOVE "C" TO WS-LAN-NATUREZA
               MOVE WS-APU-VENDAS TO WS-LAN-VALOR
               MOVE WS-APU-QTD-VENDAS TO WS-LAN-QTD
               MOVE "RECEITA DE VENDAS" TO WS-LAN-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF WS-APU-DEVOLUCOES NOT = ZERO
               MOVE WS-CONTA-DEVOLUCAO TO WS-LAN-CONTA
               MOVE "D" TO WS-LAN-NATUREZA
               MOVE WS-APU-DEVOLUCOES TO WS-LAN-VALOR
               MOVE WS-APU-QTD-DEV TO WS-LAN-QTD
               MOVE "DEVOLUCOES DE VENDAS" TO WS-LAN-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF WS-APU-COMPRAS NOT = ZERO
               MOVE WS-CONTA-COMPRAS TO WS-LAN-CONTA
               IF WS-APU-COMPRAS > ZERO
                   MOVE "D" TO WS-LAN-NATUREZA
               ELSE
                   MOVE "C" TO WS-LAN-NATUREZA
               END-IF
               MOVE WS-APU-COMPRAS TO WS-LAN-VALOR
               MOVE WS-APU-QTD-COMPRAS TO WS-LAN-QTD
               MOVE "ENTRADAS DE COMPRA A CUSTO" TO WS-LAN-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           *> Ajuste positivo (sobra) e ganho, a credito; negativo
           *> (falta, vencido) e perda, a debito.
           IF WS-APU-AJUSTES NOT = ZERO
               MOVE WS-CONTA-AJUSTE TO WS-LAN-CONTA
               IF WS-APU-AJUSTES > ZERO
                   MOVE "C" TO WS-LAN-NATUREZA
               ELSE
                   MOVE "D" TO WS-LAN-NATUREZA
               END-IF
               MOVE WS-APU-AJUSTES TO WS-LAN-VALOR
               MOVE WS-APU-QTD-AJUSTES TO WS-LAN-QTD
               MOVE "AJUSTES DE ESTOQUE A CUSTO" TO WS-LAN-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF
           IF WS-APU-VARIACAO NOT = ZERO
               MOVE WS-CONTA-ESTOQUE TO WS-LAN-CONTA
               IF WS-APU-VARIACAO > ZERO
                   MOVE "D" TO WS-LAN-NATUREZA
               ELSE
                   MOVE "C" TO WS-LAN-NATUREZA
               END-IF
               MOVE WS-APU-VARIACAO TO WS-LAN-VALOR
               MOVE WS-APU-QTD-MOVTOS TO WS-LAN-QTD
               MOVE "VARIACAO DO ESTOQUE A CUSTO" TO WS-LAN-HISTORICO
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

       GRAVAR-LANCAMENTO.
           *> O valor sai sem sinal: a natureza ja diz o lado.
           ADD 1 TO WS-QTD-LANC
           MOVE SPACES TO REG-CONTABIL
           SET CTB-REG-LANCAMENTO TO TRUE
           MOVE WS-DATA-MOVTO TO CTB-LAN-DATA
           MOVE WS-QTD-LANC TO CTB-LAN-SEQ
           MOVE WS-LAN-CONTA TO CTB-LAN-CONTA
           MOVE WS-LAN-NATUREZA TO CTB-LAN-NATUREZA
           MOVE WS-LAN-VALOR TO CTB-LAN-VALOR
           MOVE WS-LAN-QTD TO CTB-LAN-QTD-DOCS
           MOVE WS-LAN-HISTORICO TO CTB-LAN-HISTORICO
           IF CTB-LAN-DEBITO
               ADD CTB-LAN-VALOR TO WS-TOTAL-DEB
           ELSE
               ADD CTB-LAN-VALOR TO WS-TOTAL-CRED
           END-IF
           MOVE CTB-LAN-VALOR TO WS-VALOR-ED
           DISPLAY CTB-LAN-CONTA " " CTB-LAN-NATUREZA " "
                   WS-VALOR-ED " " CTB-LAN-HISTORICO
           PERFORM GRAVAR-REGISTRO-CONTABIL.

       GRAVAR-REGISTRO-CONTABIL.
           WRITE REG-CONTABIL
           IF FS-CONTABIL NOT = "00"
               MOVE 8 TO OPC-RETORNO
               MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
               MOVE FS-CONTABIL TO WS-ERRO-FS
               MOVE "Falha ao gravar arquivo contabil" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               ADD 1 TO WS-QTD-REGS
           END-IF.

       REGISTRAR-ENVIO-CONTROLE.
           MOVE SPACES TO REG-CTBCTL
           MOVE WS-DATA-MOVTO TO CTBC-DATA-MOVTO
           MOVE WS-DATA-GERACAO TO CTBC-DATA-ENVIO
           MOVE WS-HORA-GERACAO TO CTBC-HORA-ENVIO
           MOVE OPER-CODIGO TO CTBC-OPERADOR
           MOVE WS-ENVIO TO CTBC-QTD-ENVIOS
           MOVE WS-QTD-LANC TO CTBC-QTD-LANC
           MOVE WS-TOTAL-DEB TO CTBC-TOTAL-DEB
           MOVE WS-TOTAL-CRED TO CTBC-TOTAL-CRED
           IF WS-DIA-JA-ENVIADO
               REWRITE REG-CTBCTL
                   INVALID KEY
                       MOVE "23" TO FS-CTBCTL
               END-REWRITE
           ELSE
               WRITE REG-CTBCTL
                   INVALID KEY
                       MOVE "22" TO FS-CTBCTL
               END-WRITE
           END-IF
           IF FS-CTBCTL NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O ENVIO EM contabil.ctl - "
                       "FS: " FS-CTBCTL
               MOVE 8 TO OPC-RETORNO
               MOVE "CONTABIL  " TO WS-ERRO-OPERACAO
               MOVE FS-CTBCTL TO WS-ERRO-FS
               MOVE "Falha ao gravar contabil.ctl" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       EXIBIR-RESUMO-EXPORTACAO.
           DISPLAY WS-LINHA
           DISPLAY "ARQUIVO " WS-NOME-CONTABIL " - ENVIO " WS-ENVIO
           DISPLAY "LANCAMENTOS: " WS-QTD-LANC
                   " | VENDAS: " WS-APU-QTD-VENDAS
                   " | MOVIMENTOS: " WS-APU-QTD-MOVTOS
           MOVE WS-TOTAL-DEB TO WS-VALOR-ED
           MOVE WS-TOTAL-CRED TO WS-VALOR-ED-2
           DISPLAY "DEBITOS: " WS-VALOR-ED " | CREDITOS: "
                   WS-VALOR-ED-2
           IF WS-DEV-SEM-VENDA > ZERO
               DISPLAY "ATENCAO: " WS-DEV-SEM-VENDA " devolucao(oes) "
                       "sem a venda original ficaram sem valor."
           END-IF.

       LISTAR-DIAS-ENVIADOS.
           *> O job exporta todo dia, mesmo sem movimento: dia que
           *> falta entre dois envios e dia que o contador nao
           *> recebeu.
           MOVE 0 TO WS-QTD-LISTADOS
           MOVE 0 TO WS-QTD-DIAS-LACUNA
           MOVE 0 TO WS-DATA-ANTERIOR
           OPEN INPUT ARQ-CTBCTL
           IF FS-CTBCTL NOT = "00"
               DISPLAY "Nenhum dia exportado ainda (contabil.ctl)."
           ELSE
               DISPLAY WS-LINHA
               DISPLAY "DIAS ENVIADOS AO CONTADOR"
               DISPLAY WS-LINHA
               MOVE LOW-VALUES TO CTBC-DATA-MOVTO
               START ARQ-CTBCTL KEY IS GREATER THAN OR EQUAL TO
                       CTBC-DATA-MOVTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
                       PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                           READ ARQ-CTBCTL NEXT
                               AT END
                                   MOVE "S" TO WS-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM EXIBIR-DIA-ENVIADO
                           END-READ
                       END-PERFORM
               END-START
               CLOSE ARQ-CTBCTL
               IF WS-DATA-ANTERIOR > ZERO AND
                  WS-DATA-ANTERIOR < WS-DATA-ONTEM
                   COMPUTE WS-DIAS-LACUNA =
                       FUNCTION INTEGER-OF-DATE (WS-DATA-ONTEM)
                     - FUNCTION INTEGER-OF-DATE (WS-DATA-ANTERIOR)
                   DISPLAY "   *** PENDENTE: " WS-DIAS-LACUNA
                           " dia(s) ate ontem sem envio"
                   ADD WS-DIAS-LACUNA TO WS-QTD-DIAS-LACUNA
               END-IF
               DISPLAY WS-LINHA
               DISPLAY "DIAS ENVIADOS: " WS-QTD-LISTADOS
                       " | DIAS SEM ENVIO: " WS-QTD-DIAS-LACUNA
           END-IF.

       EXIBIR-DIA-ENVIADO.
           ADD 1 TO WS-QTD-LISTADOS
           IF WS-DATA-ANTERIOR > ZERO
               COMPUTE WS-DIAS-LACUNA =
                   FUNCTION INTEGER-OF-DATE (CTBC-DATA-MOVTO)
                 - FUNCTION INTEGER-OF-DATE (WS-DATA-ANTERIOR) - 1
               IF WS-DIAS-LACUNA > ZERO
                   DISPLAY "   *** LACUNA: " WS-DIAS-LACUNA
                           " dia(s) sem envio"
                   ADD WS-DIAS-LACUNA TO WS-QTD-DIAS-LACUNA
               END-IF
           END-IF
           MOVE CTBC-HORA-ENVIO TO WS-HORA-6
           DISPLAY CTBC-DATA-MOVTO " | ENVIO " CTBC-QTD-ENVIOS
                   " EM " CTBC-DATA-ENVIO " " WS-H6-HH ":" WS-H6-MM
                   " | " CTBC-OPERADOR " | LANC " CTBC-QTD-LANC
           MOVE CTBC-TOTAL-DEB TO WS-VALOR-ED
           MOVE CTBC-TOTAL-CRED TO WS-VALOR-ED-2
           DISPLAY "   DEBITOS: " WS-VALOR-ED " | CREDITOS: "
                   WS-VALOR-ED-2
           MOVE CTBC-DATA-MOVTO TO WS-DATA-ANTERIOR.

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
