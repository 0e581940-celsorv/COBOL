      *>           etiquetas.dat, sob o operador da sessao (o
      *>           pseudo-operador *JOB* na cadeia noturna). Precos
      *>           com data futura permanecem na fila para as
      *>           proximas noites. A etiqueta leva o codigo de
      *>           barras principal do produto (codbarras.db).
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado pelo JOB-NOTURNO, nao roda isolado
      *>
      *> ***************************************************************
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ETIQUETAS.

                   SELECT ARQ-CODBARRAS ASSIGN TO "codbarras.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODB-CODIGO
                       ALTERNATE RECORD KEY IS CODB-PROD-ID
                           WITH DUPLICATES
                       FILE STATUS IS FS-CODBARRAS.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.
               COPY "PRECPROG.cpy".

               FD ARQ-PRECPROG-NOV.
                   01 REG-PRECO-PROG-NOV    PIC X(29).

               FD ARQ-ETIQUETAS.
               COPY "ETIQUETA.cpy".

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

               01 FS-PRECPROG        PIC XX.
               01 FS-PRECPROG-NOV    PIC XX.
               01 FS-ETIQUETAS       PIC XX.
               01 FS-CODBARRAS       PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               *> regrava o arquivo so com o que segue agendado.
               01 WS-TAB-FILA.
                   05 WS-FILA OCCURS 200 TIMES.
                       10 WS-FILA-PROD-ID  PIC 9(06).
                       10 WS-FILA-PRECO    PIC 9(05)V99.
                       10 WS-FILA-DATA     PIC 9(08).
                       10 WS-FILA-OPERADOR PIC X(05).
               *> de fato aplicado: numa noite sem vencimento as
               *> etiquetas geradas a mao durante o dia sobrevivem.
               01 WS-ETIQ-ABERTO     PIC X(01) VALUE "N".
               01 WS-CODB-ABERTO     PIC X(01) VALUE "N".
               01 WS-FIM-CODB        PIC X(01) VALUE "N".

               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
               END-IF
               MOVE "N" TO WS-ETIQ-ABERTO

               *> Sem codbarras.db a etiqueta sai sem codigo, como a
               *> de produto ainda nao codificado.
               MOVE "N" TO WS-CODB-ABERTO
               OPEN INPUT ARQ-CODBARRAS
               EVALUATE FS-CODBARRAS
                   WHEN "00"
                       MOVE "S" TO WS-CODB-ABERTO
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE "OPEN CODB " TO WS-ERRO-OPERACAO
                       MOVE FS-CODBARRAS TO WS-ERRO-FS
                       MOVE "Falha ao abrir codbarras.db" TO
                            WS-ERRO-MSG
                       MOVE 0 TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
               END-EVALUATE

               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-QTD-FILA
               IF WS-ETIQ-ABERTO = "S"
                   CLOSE ARQ-ETIQUETAS
               END-IF
               IF WS-CODB-ABERTO = "S"
                   CLOSE ARQ-CODBARRAS
               END-IF
               CLOSE HIST-PRECOS
               CLOSE ARQ-PRODUTOS
           END-IF.
           MOVE PROD-ID TO ETIQ-ID
           MOVE PROD-NOME TO ETIQ-NOME
           MOVE PROD-PRECO TO ETIQ-PRECO
           PERFORM OBTER-CODBARRA-PRINCIPAL
           WRITE REG-ETIQUETA
           IF FS-ETIQUETAS NOT = "00"
               MOVE "PRECO PROG" TO WS-ERRO-OPERACAO
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       OBTER-CODBARRA-PRINCIPAL.
           *> Fica o codigo marcado como principal; se nenhum esta
           *> marcado, o primeiro do produto.
           MOVE SPACES TO ETIQ-CODBARRA
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
               IF ETIQ-CODBARRA = SPACES OR CODB-E-PRINCIPAL
                   MOVE CODB-CODIGO TO ETIQ-CODBARRA
               END-IF
           END-IF.

       REGRAVAR-FILA.
           *> A fila volta para o disco so com o que continua
           *> agendado; aplicados e descartados saem. A regravacao
