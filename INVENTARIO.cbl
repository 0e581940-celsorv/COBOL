      *>           diferenca valorizada a PROD-PRECO) e, mediante
      *>           confirmacao do operador, aplica os acertos em
      *>           produtos.db gravando cada acerto como movimento de
      *>           ajuste no kardex (movimentos.db), ao custo medio
      *>           vigente do produto. IDs da contagem sem produto
      *>           correspondente saem como rejeitados.
      *>           A folha traz o codigo de barras principal de cada
      *>           produto, e a linha de contagem.dat aceita, no
      *>           lugar do ID, o codigo de barras lido pelo coletor
      *>           (EAN em 13 posicoes + branco + quantidade),
      *>           traduzido para o produto por codbarras.db.
      *>           Produto perecivel e contado por lote: a folha
      *>           traz uma linha por lote aberto (numero e
      *>           validade) e a linha de contagem leva o numero do
      *>           lote depois da quantidade; o que estiver sem lote
      *>           vai na linha sem numero. As linhas do mesmo
      *>           produto se somam antes da comparacao com PROD-QTD,
      *>           e o acerto do perecivel contado por lote acerta
      *>           tambem o saldo de cada lote (lote da folha que nao
      *>           aparece na contagem foi contado zero). A baixa de
      *>           lotes vencidos (supervisor) lista os lotes abertos
      *>           com validade passada e tira do estoque os
      *>           escolhidos - todos ou um a um - com movimento de
      *>           saida no kardex (motivo VENCIDO, com o lote).
      *>           A contagem e feita por local: L = loja (gondola),
      *>           D = deposito ou T = todo o estoque. Na loja e no
      *>           deposito a contagem e comparada com o saldo do
      *>           local (PROD-QTD menos PROD-QTD-DEPOSITO, ou
      *>           PROD-QTD-DEPOSITO) e o acerto muda so aquele local;
      *>           o saldo dos lotes so e acertado na contagem de todo
      *>           o estoque, cuja diferenca vai para a loja. A baixa
      *>           de vencido tira primeiro da loja e, faltando, do
      *>           deposito.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL, nao roda isolado
      *>
      *> ***************************************************************
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-MOVIMENTOS.

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

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.
               COPY "PRODUTO.cpy".

               FD ARQ-FOLHA.
                   01 REG-FOLHA             PIC X(70).

               *> Linha digitada: ID, branco, quantidade. Linha do
               *> coletor: codigo de barras em 13 posicoes, branco,
               *> quantidade. O branco na 7a posicao separa as duas.
               *> No perecivel as duas podem terminar com branco e o
               *> numero do lote contado.
               FD ARQ-CONTAGEM.
                   01 REG-CONTAGEM.
                       05 CONT-ID           PIC 9(06).
                       05 CONT-SEPARADOR    PIC X.
                       05 CONT-QTD          PIC 9(05).
                       05 FILLER            PIC X.
                       05 CONT-LOTE         PIC X(10).
                   01 REG-CONTAGEM-EAN.
                       05 CONT-EAN          PIC X(13).
                       05 FILLER            PIC X.
                       05 CONT-EAN-QTD      PIC 9(05).
                       05 FILLER            PIC X.
                       05 CONT-EAN-LOTE     PIC X(10).

               FD ARQ-MOVIMENTOS.
               COPY "MOVIMENTO.cpy".

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-LOTES.
               COPY "LOTE.cpy".

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

               01 FS-FOLHA           PIC XX.
               01 FS-CONTAGEM        PIC XX.
               01 FS-MOVIMENTOS      PIC XX.
               01 FS-CODBARRAS       PIC XX.
               01 FS-LOTES           PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-FIM-ARQUIVO     PIC X(01) VALUE "N".

               01 WS-LINHA-FOLHA.
                   05 WS-FOLHA-ID     PIC 9(06).
                   05 FILLER          PIC X(03) VALUE " | ".
                   05 WS-FOLHA-NOME   PIC X(20).
                   05 FILLER          PIC X(03) VALUE " | ".
                   05 WS-FOLHA-EAN    PIC X(13).
                   05 FILLER          PIC X(12)
                       VALUE " | CONTADO: ".
                   05 FILLER          PIC X(13)
                       VALUE "_____________".

               01 WS-LINHA-FOLHA-LOTE.
                   05 FILLER          PIC X(12)
                       VALUE "       LOTE ".
                   05 WS-FOLHA-LOTE   PIC X(10).
                   05 FILLER          PIC X(13)
                       VALUE " | VALIDADE: ".
                   05 WS-FOLHA-VAL-DIA PIC 9(02).
                   05 FILLER          PIC X(01) VALUE "/".
                   05 WS-FOLHA-VAL-MES PIC 9(02).
                   05 FILLER          PIC X(01) VALUE "/".
                   05 WS-FOLHA-VAL-ANO PIC 9(04).
                   05 FILLER          PIC X(12)
                       VALUE " | CONTADO: ".
                   05 FILLER          PIC X(13)
                       VALUE "_____________".
               01 WS-QTD-FOLHA-LOTES PIC 9(05) VALUE 0.

               01 WS-FIM-CODB        PIC X(01) VALUE "N".
               01 WS-FIM-LOTES       PIC X(01) VALUE "N".

               *> Produto e quantidade da linha de contagem, venha
               *> ela por ID ou por codigo de barras.
               01 WS-CONT-ID         PIC 9(06) VALUE 0.
               01 WS-CONT-QTD        PIC 9(05) VALUE 0.
               01 WS-CONT-VALIDA     PIC X(01) VALUE "N".
               01 WS-CONT-LOTE       PIC X(10) VALUE SPACES.

               *> Local contado: a folha e a conferencia valem para
               *> a loja, para o deposito ou para o estoque todo.
               01 WS-LOCAL-CONTAGEM  PIC X(01) VALUE SPACE.
                   88 WS-CONTA-LOJA         VALUES "L", "l".
                   88 WS-CONTA-DEPOSITO     VALUES "D", "d".
                   88 WS-CONTA-TUDO         VALUES "T", "t".
                   88 WS-LOCAL-VALIDO       VALUES "L", "l", "D",
                                                   "d", "T", "t".
               01 WS-NOME-LOCAL      PIC X(14) VALUE SPACES.
               01 WS-QTD-SISTEMA     PIC 9(05) VALUE 0.
               01 WS-QTD-LOJA        PIC 9(05) VALUE 0.
               01 WS-NOVO-TOTAL      PIC 9(06) VALUE 0.
               01 WS-QTD-LOTES-LOCAL PIC 9(04) VALUE 0.
               01 WS-BAIXA-DEPOSITO  PIC 9(05) VALUE 0.
               01 WS-LINHA-LOCAL-FOLHA.
                   05 FILLER          PIC X(19)
                       VALUE "LOCAL DA CONTAGEM: ".
                   05 WS-FOLHA-LOCAL  PIC X(14).
               01 WS-LOTE-ACHADO     PIC X(01) VALUE "N".
               01 WS-CHAVE-LOTE-ACHADO PIC X(24).

               *> Contagem somada por produto (linhas repetidas e
               *> lotes do mesmo produto) e por lote do perecivel,
               *> comparada com o sistema so depois de lido o arquivo.
               01 WS-TAB-CONTADOS.
                   05 WS-CNT OCCURS 9999 TIMES.
                       10 WS-CNT-PROD-ID   PIC 9(06).
                       10 WS-CNT-QTD       PIC 9(07).
                       10 WS-CNT-TEM-LOTE  PIC X(01).
               01 WS-MAX-CONTADOS    PIC 9(04) VALUE 9999.
               01 WS-QTD-CNT         PIC 9(04) VALUE 0.
               01 WS-CNT-ATUAL       PIC 9(04) VALUE 0.
               01 WS-ICNT            PIC 9(05) VALUE 0.
               01 WS-TAB-LOTES-CONTADOS.
                   05 WS-CLT OCCURS 999 TIMES.
                       10 WS-CLT-CHAVE     PIC X(24).
                       10 WS-CLT-QTD       PIC 9(07).
               01 WS-MAX-LOTES       PIC 9(04) VALUE 999.
               01 WS-QTD-CLT         PIC 9(04) VALUE 0.
               01 WS-CLT-ATUAL       PIC 9(04) VALUE 0.
               01 WS-ICLT            PIC 9(05) VALUE 0.
               01 WS-QTD-LOTE-CONT   PIC 9(07) VALUE 0.

               01 WS-QTD-FOLHA       PIC 9(05) VALUE 0.
               01 WS-QTD-CONFERIDOS  PIC 9(05) VALUE 0.
               *> so sao aplicados depois da confirmacao do operador.
               01 WS-TAB-DIVERGENCIAS.
                   05 WS-DIVERG OCCURS 999 TIMES.
                       10 WS-DIV-PROD-ID   PIC 9(06).
                       10 WS-DIV-QTD-CONT  PIC 9(05).
               01 WS-IDX             PIC 9(03) VALUE 0.

               *> Acertos pendentes de saldo de lote.
               01 WS-TAB-DIV-LOTES.
                   05 WS-DVL OCCURS 999 TIMES.
                       10 WS-DVL-CHAVE     PIC X(24).
                       10 WS-DVL-QTD-CONT  PIC 9(05).
               01 WS-QTD-DIV-LOTES   PIC 9(04) VALUE 0.
               01 WS-IDL             PIC 9(05) VALUE 0.

               *> Baixa de lotes vencidos: os lotes abertos com
               *> validade anterior a hoje, em ordem de produto.
               01 WS-TAB-VENCIDOS.
                   05 WS-VNC OCCURS 999 TIMES.
                       10 WS-VNC-CHAVE     PIC X(24).
                       10 WS-VNC-QTD       PIC 9(05).
               01 WS-QTD-VNC         PIC 9(04) VALUE 0.
               01 WS-IVN             PIC 9(05) VALUE 0.
               01 WS-VNC-TAB-CHEIA   PIC X(01) VALUE "N".
               01 WS-MODO-BAIXA      PIC X(01) VALUE SPACE.
               01 WS-QTD-BAIXA       PIC 9(05) VALUE 0.
               01 WS-QTD-BAIXADOS    PIC 9(04) VALUE 0.
               01 WS-VALOR-BAIXADO   PIC 9(11)V99 VALUE 0.
               01 WS-VALOR-BAIXA-ED  PIC ZZZZZZZZZ9,99.
               01 WS-NOME-LOTE       PIC X(20).
               01 WS-MOTIVO-BAIXA    PIC X(10) VALUE "VENCIDO".

               01 WS-CONFIRMA        PIC X(01).
                   88 WS-CONFIRMADO         VALUES "S", "s".

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
               DISPLAY "------- INVENTARIO FISICO -------"
               DISPLAY "1 - Exportar folha de contagem"
               DISPLAY "2 - Conferir contagem e aplicar acertos"
               DISPLAY "3 - Baixa de lotes vencidos (supervisor)"
               DISPLAY "0 - Voltar ao menu principal"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 1 PERFORM EXPORTAR-FOLHA-CONTAGEM
                   WHEN 2 PERFORM CONFERIR-CONTAGEM
                   WHEN 3 PERFORM BAIXAR-LOTES-VENCIDOS
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
               STOP RUN
           END-IF

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
           CLOSE ARQ-PRODUTOS ARQ-MOVIMENTOS ARQ-CODBARRAS ARQ-LOTES
                 ARQ-ERROS.

       REGISTRAR-ERRO-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE 0 TO WS-QTD-FOLHA
               MOVE 0 TO WS-QTD-FOLHA-LOTES
               PERFORM OBTER-LOCAL-CONTAGEM
               MOVE WS-NOME-LOCAL TO WS-FOLHA-LOCAL
               WRITE REG-FOLHA FROM WS-LINHA-LOCAL-FOLHA

               *> Ordena pela chave alternativa: a folha sai na ordem
               *> das prateleiras (alfabetica por nome), nao por ID.
               CLOSE ARQ-FOLHA
               DISPLAY "Folha de contagem gerada: folha-contagem.txt"
               DISPLAY "Produtos na folha: " WS-QTD-FOLHA
               IF WS-QTD-FOLHA-LOTES > ZERO
                   DISPLAY "Lotes na folha   : " WS-QTD-FOLHA-LOTES
                   DISPLAY "Perecivel: conte cada lote na linha "
                           "ID QTD LOTE; o que estiver sem lote, na "
                           "linha so com ID e QTD."
               END-IF
           END-IF.

       OBTER-LOCAL-CONTAGEM.
           MOVE SPACE TO WS-LOCAL-CONTAGEM
           PERFORM UNTIL WS-LOCAL-VALIDO
               DISPLAY "LOCAL DA CONTAGEM (L=loja D=deposito "
                       "T=todo o estoque): " WITH NO ADVANCING
               ACCEPT WS-LOCAL-CONTAGEM
               IF NOT WS-LOCAL-VALIDO
                   DISPLAY "Local invalido."
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CONTA-LOJA
                   MOVE "LOJA (GONDOLA)" TO WS-NOME-LOCAL
               WHEN WS-CONTA-DEPOSITO
                   MOVE "DEPOSITO" TO WS-NOME-LOCAL
               WHEN OTHER
                   MOVE "TODO O ESTOQUE" TO WS-NOME-LOCAL
           END-EVALUATE.

       GRAVAR-LINHA-FOLHA.
           ADD 1 TO WS-QTD-FOLHA
           MOVE PROD-ID TO WS-FOLHA-ID
           MOVE PROD-NOME TO WS-FOLHA-NOME
           PERFORM OBTER-CODBARRA-PRINCIPAL
           WRITE REG-FOLHA FROM WS-LINHA-FOLHA
           IF FS-FOLHA NOT = "00"
               MOVE "WRITE FOLH" TO WS-ERRO-OPERACAO
                    WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           IF PROD-E-PERECIVEL
               PERFORM GRAVAR-LOTES-FOLHA
           END-IF.

       GRAVAR-LOTES-FOLHA.
           *> Um lote aberto por linha, em ordem de vencimento,
           *> logo abaixo do produto (vencidos inclusive: estao na
           *> prateleira ate a baixa).
           MOVE PROD-ID TO LOTE-PROD-ID
           MOVE 0 TO LOTE-VALIDADE
           MOVE LOW-VALUES TO LOTE-NUMERO
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
                               IF LOTE-PROD-ID NOT = PROD-ID
                                   MOVE "S" TO WS-FIM-LOTES
                               ELSE
                                   IF LOTE-ABERTO AND LOTE-QTD > ZERO
                                       PERFORM GRAVAR-LINHA-LOTE-FOLHA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-LOTES.

       GRAVAR-LINHA-LOTE-FOLHA.
           ADD 1 TO WS-QTD-FOLHA-LOTES
           MOVE LOTE-NUMERO TO WS-FOLHA-LOTE
           MOVE LOTE-VALIDADE (7:2) TO WS-FOLHA-VAL-DIA
           MOVE LOTE-VALIDADE (5:2) TO WS-FOLHA-VAL-MES
           MOVE LOTE-VALIDADE (1:4) TO WS-FOLHA-VAL-ANO
           WRITE REG-FOLHA FROM WS-LINHA-FOLHA-LOTE
           IF FS-FOLHA NOT = "00"
               MOVE "WRITE FOLH" TO WS-ERRO-OPERACAO
               MOVE FS-FOLHA TO WS-ERRO-FS
               MOVE "Falha ao gravar lote na folha" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       OBTER-CODBARRA-PRINCIPAL.
           *> Fica o codigo marcado como principal; se nenhum esta
           *> marcado, o primeiro do produto.
           MOVE SPACES TO WS-FOLHA-EAN
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
                               IF CODB-PROD-ID NOT = PROD-ID
                                   MOVE "S" TO WS-FIM-CODB
                               ELSE
                                   IF WS-FOLHA-EAN = SPACES OR
                                      CODB-E-PRINCIPAL
                                       MOVE CODB-CODIGO TO
                                            WS-FOLHA-EAN
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-CODBARRAS.

       CONFERIR-CONTAGEM.
           OPEN INPUT ARQ-CONTAGEM
           IF FS-CONTAGEM NOT = "00"
               MOVE 0 TO WS-QTD-DIVERGENTES
               MOVE 0 TO WS-QTD-REJEITADOS
               MOVE 0 TO WS-TOT-DIF-VALOR
               MOVE 0 TO WS-QTD-CNT
               MOVE 0 TO WS-QTD-CLT
               MOVE 0 TO WS-QTD-DIV-LOTES
               MOVE 0 TO WS-QTD-LOTES-LOCAL
               PERFORM OBTER-LOCAL-CONTAGEM

               DISPLAY WS-LINHA
               DISPLAY "--- RELATORIO DE DIVERGENCIAS DE CONTAGEM ---"
               DISPLAY "LOCAL: " WS-NOME-LOCAL
               DISPLAY WS-LINHA

               MOVE "N" TO WS-FIM-ARQUIVO
               END-PERFORM
               CLOSE ARQ-CONTAGEM

               PERFORM COMPARAR-PRODUTOS-CONTADOS

               PERFORM EXIBIR-RESUMO-CONTAGEM

               IF WS-QTD-DIVERGENTES > ZERO OR
                  WS-QTD-DIV-LOTES > ZERO
                   IF NOT OPER-SUPERVISOR
                       *> Aplicar acerto de estoque e lancamento de
                       *> ajuste - restrito a supervisor.
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMADO
                           PERFORM APLICAR-ACERTOS
                           PERFORM APLICAR-ACERTOS-LOTE
                       ELSE
                           DISPLAY "Acertos NAO aplicados."
                       END-IF
           END-IF.

       CONFERIR-UMA-CONTAGEM.
           IF CONT-SEPARADOR = SPACE
               PERFORM INTERPRETAR-LINHA-ID
           ELSE
               PERFORM INTERPRETAR-LINHA-EAN
           END-IF

           IF WS-CONT-VALIDA = "S"
               MOVE WS-CONT-ID TO PROD-ID
               READ ARQ-PRODUTOS
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "REJEITADO: ID " WS-CONT-ID
                               " nao existe em produtos.db."
                   NOT INVALID KEY
                       PERFORM VALIDAR-LOTE-CONTADO
                       IF WS-CONT-VALIDA = "S"
                           PERFORM ACUMULAR-CONTAGEM
                       END-IF
               END-READ
               MOVE "00" TO FS-CONTROLE
           END-IF.

       VALIDAR-LOTE-CONTADO.
           *> O lote informado tem de ser de produto perecivel e
           *> existir (nao baixado) em lotes.db para o produto.
           IF WS-CONT-LOTE NOT = SPACES
               IF NOT PROD-E-PERECIVEL
                   MOVE "N" TO WS-CONT-VALIDA
                   ADD 1 TO WS-QTD-REJEITADOS
                   DISPLAY "REJEITADO: produto " PROD-ID
                           " nao controla lote (lote " WS-CONT-LOTE
                           ")."
               ELSE
                   PERFORM LOCALIZAR-LOTE-PRODUTO
                   IF WS-LOTE-ACHADO = "N"
                       MOVE "N" TO WS-CONT-VALIDA
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "REJEITADO: lote " WS-CONT-LOTE
                               " nao cadastrado para o produto "
                               PROD-ID "."
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-LOTE-PRODUTO.
           *> Mesmo numero em validades diferentes: fica o que vence
           *> primeiro.
           MOVE "N" TO WS-LOTE-ACHADO
           MOVE PROD-ID TO LOTE-PROD-ID
           MOVE 0 TO LOTE-VALIDADE
           MOVE LOW-VALUES TO LOTE-NUMERO
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
                               IF LOTE-PROD-ID NOT = PROD-ID
                                   MOVE "S" TO WS-FIM-LOTES
                               ELSE
                                   IF LOTE-NUMERO = WS-CONT-LOTE AND
                                      NOT LOTE-BAIXADO
                                       MOVE "S" TO WS-LOTE-ACHADO
                                       MOVE "S" TO WS-FIM-LOTES
                                       MOVE LOTE-CHAVE TO
                                            WS-CHAVE-LOTE-ACHADO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-LOTES.

       ACUMULAR-CONTAGEM.
           *> Procura antes de anotar, para nao deixar na tabela um
           *> produto sem contagem quando a de lotes esta cheia.
           PERFORM PROCURAR-PRODUTO-CONTADO
           MOVE 0 TO WS-CLT-ATUAL
           IF WS-CONT-LOTE NOT = SPACES
               PERFORM PROCURAR-LOTE-CONTADO
           END-IF
           EVALUATE TRUE
               WHEN WS-CNT-ATUAL = ZERO AND
                    WS-QTD-CNT >= WS-MAX-CONTADOS
                   ADD 1 TO WS-QTD-REJEITADOS
                   DISPLAY "REJEITADO: limite de " WS-MAX-CONTADOS
                           " produtos contados - ID " PROD-ID
               WHEN WS-CONT-LOTE NOT = SPACES AND
                    WS-CLT-ATUAL = ZERO AND
                    WS-QTD-CLT >= WS-MAX-LOTES
                   ADD 1 TO WS-QTD-REJEITADOS
                   DISPLAY "REJEITADO: limite de " WS-MAX-LOTES
                           " lotes contados - ID " PROD-ID
               WHEN OTHER
                   PERFORM ANOTAR-CONTAGEM
           END-EVALUATE.

       PROCURAR-PRODUTO-CONTADO.
           MOVE 0 TO WS-CNT-ATUAL
           MOVE 1 TO WS-ICNT
           PERFORM UNTIL WS-ICNT > WS-QTD-CNT OR WS-CNT-ATUAL > ZERO
               IF WS-CNT-PROD-ID (WS-ICNT) = PROD-ID
                   MOVE WS-ICNT TO WS-CNT-ATUAL
               END-IF
               ADD 1 TO WS-ICNT
           END-PERFORM.

       PROCURAR-LOTE-CONTADO.
           MOVE 1 TO WS-ICLT
           PERFORM UNTIL WS-ICLT > WS-QTD-CLT OR WS-CLT-ATUAL > ZERO
               IF WS-CLT-CHAVE (WS-ICLT) = WS-CHAVE-LOTE-ACHADO
                   MOVE WS-ICLT TO WS-CLT-ATUAL
               END-IF
               ADD 1 TO WS-ICLT
           END-PERFORM.

       ANOTAR-CONTAGEM.
           IF WS-CNT-ATUAL = ZERO
               ADD 1 TO WS-QTD-CNT
               MOVE WS-QTD-CNT TO WS-CNT-ATUAL
               MOVE PROD-ID TO WS-CNT-PROD-ID (WS-CNT-ATUAL)
               MOVE 0 TO WS-CNT-QTD (WS-CNT-ATUAL)
               MOVE "N" TO WS-CNT-TEM-LOTE (WS-CNT-ATUAL)
           END-IF
           ADD WS-CONT-QTD TO WS-CNT-QTD (WS-CNT-ATUAL)
           IF WS-CONT-LOTE NOT = SPACES
               MOVE "S" TO WS-CNT-TEM-LOTE (WS-CNT-ATUAL)
               IF WS-CLT-ATUAL = ZERO
                   ADD 1 TO WS-QTD-CLT
                   MOVE WS-QTD-CLT TO WS-CLT-ATUAL
                   MOVE WS-CHAVE-LOTE-ACHADO TO
                        WS-CLT-CHAVE (WS-CLT-ATUAL)
                   MOVE 0 TO WS-CLT-QTD (WS-CLT-ATUAL)
               END-IF
               ADD WS-CONT-QTD TO WS-CLT-QTD (WS-CLT-ATUAL)
           END-IF.

       COMPARAR-PRODUTOS-CONTADOS.
           MOVE 1 TO WS-ICNT
           PERFORM UNTIL WS-ICNT > WS-QTD-CNT
               MOVE WS-CNT-PROD-ID (WS-ICNT) TO PROD-ID
               READ ARQ-PRODUTOS
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "REJEITADO: ID " PROD-ID
                               " saiu de produtos.db na conferencia."
                   NOT INVALID KEY
                       PERFORM COMPARAR-PRODUTO-CONTADO
               END-READ
               MOVE "00" TO FS-CONTROLE
               ADD 1 TO WS-ICNT
           END-PERFORM.

       COMPARAR-PRODUTO-CONTADO.
           IF WS-CNT-QTD (WS-ICNT) > 99999
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO: contagem do ID " PROD-ID
                       " passa da capacidade do estoque."
           ELSE
               MOVE PROD-ID TO WS-CONT-ID
               MOVE WS-CNT-QTD (WS-ICNT) TO WS-CONT-QTD
               PERFORM COMPARAR-CONTAGEM
               IF WS-CNT-TEM-LOTE (WS-ICNT) = "S"
                   IF WS-CONTA-TUDO
                       PERFORM COMPARAR-LOTES-PRODUTO
                   ELSE
                       ADD 1 TO WS-QTD-LOTES-LOCAL
                   END-IF
               END-IF
           END-IF.

       COMPARAR-LOTES-PRODUTO.
           *> Todo lote nao baixado do produto e comparado: o que nao
           *> veio na contagem foi contado zero.
           MOVE PROD-ID TO LOTE-PROD-ID
           MOVE 0 TO LOTE-VALIDADE
           MOVE LOW-VALUES TO LOTE-NUMERO
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
                               IF LOTE-PROD-ID NOT = PROD-ID
                                   MOVE "S" TO WS-FIM-LOTES
                               ELSE
                                   IF NOT LOTE-BAIXADO
                                       PERFORM COMPARAR-UM-LOTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-LOTES.

       COMPARAR-UM-LOTE.
           MOVE LOTE-CHAVE TO WS-CHAVE-LOTE-ACHADO
           MOVE 0 TO WS-CLT-ATUAL
           PERFORM PROCURAR-LOTE-CONTADO
           IF WS-CLT-ATUAL = ZERO
               MOVE 0 TO WS-QTD-LOTE-CONT
           ELSE
               MOVE WS-CLT-QTD (WS-CLT-ATUAL) TO WS-QTD-LOTE-CONT
           END-IF
           IF WS-QTD-LOTE-CONT NOT = LOTE-QTD
               IF WS-QTD-DIV-LOTES >= WS-MAX-LOTES
                   ADD 1 TO WS-QTD-REJEITADOS
                   DISPLAY "REJEITADO: limite de " WS-MAX-LOTES
                           " acertos de lote - lote " LOTE-NUMERO
               ELSE
                   ADD 1 TO WS-QTD-DIV-LOTES
                   MOVE LOTE-CHAVE TO WS-DVL-CHAVE (WS-QTD-DIV-LOTES)
                   MOVE WS-QTD-LOTE-CONT TO
                        WS-DVL-QTD-CONT (WS-QTD-DIV-LOTES)
                   DISPLAY "   ID " PROD-ID " LOTE " LOTE-NUMERO
                           " VAL " LOTE-VALIDADE
                   DISPLAY "      SISTEMA: " LOTE-QTD
                           " | CONTADO: " WS-QTD-LOTE-CONT
               END-IF
           END-IF.

       INTERPRETAR-LINHA-ID.
           MOVE "N" TO WS-CONT-VALIDA
           IF CONT-ID NOT NUMERIC OR CONT-QTD NOT NUMERIC
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO: linha com dados nao numericos: "
                       REG-CONTAGEM
           ELSE
               MOVE CONT-ID TO WS-CONT-ID
               MOVE CONT-QTD TO WS-CONT-QTD
               MOVE CONT-LOTE TO WS-CONT-LOTE
               MOVE "S" TO WS-CONT-VALIDA
           END-IF.

       INTERPRETAR-LINHA-EAN.
           MOVE "N" TO WS-CONT-VALIDA
           IF CONT-EAN-QTD NOT NUMERIC
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO: linha com dados nao numericos: "
                       REG-CONTAGEM-EAN
           ELSE
               MOVE CONT-EAN TO CODB-CODIGO
               READ ARQ-CODBARRAS
                   INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "REJEITADO: codigo de barras "
                               CONT-EAN " nao cadastrado."
                   NOT INVALID KEY
                       MOVE CODB-PROD-ID TO WS-CONT-ID
                       MOVE CONT-EAN-QTD TO WS-CONT-QTD
                       MOVE CONT-EAN-LOTE TO WS-CONT-LOTE
                       MOVE "S" TO WS-CONT-VALIDA
               END-READ
               IF FS-CODBARRAS NOT = "00" AND FS-CODBARRAS NOT = "23"
                   MOVE "READ CODB " TO WS-ERRO-OPERACAO
                   MOVE FS-CODBARRAS TO WS-ERRO-FS
                   MOVE "Falha de E/S em codbarras.db" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               MOVE "00" TO FS-CODBARRAS
           END-IF.

       APURAR-QTD-SISTEMA.
           *> Saldo do local contado; branco no deposito dos
           *> registros antigos vale zero (tudo na loja).
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           IF PROD-QTD-DEPOSITO < PROD-QTD
               COMPUTE WS-QTD-LOJA = PROD-QTD - PROD-QTD-DEPOSITO
           ELSE
               MOVE 0 TO WS-QTD-LOJA
           END-IF
           EVALUATE TRUE
               WHEN WS-CONTA-LOJA
                   MOVE WS-QTD-LOJA TO WS-QTD-SISTEMA
               WHEN WS-CONTA-DEPOSITO
                   MOVE PROD-QTD-DEPOSITO TO WS-QTD-SISTEMA
               WHEN OTHER
                   MOVE PROD-QTD TO WS-QTD-SISTEMA
           END-EVALUATE.

       COMPARAR-CONTAGEM.
           ADD 1 TO WS-QTD-CONFERIDOS
           PERFORM APURAR-QTD-SISTEMA
           IF WS-CONT-QTD NOT = WS-QTD-SISTEMA AND
              WS-QTD-DIVERGENTES >= 999
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO: limite de 999 divergencias "
                       "atingido - ID " WS-CONT-ID
           ELSE
           IF WS-CONT-QTD NOT = WS-QTD-SISTEMA
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE WS-CONT-ID TO
                    WS-DIV-PROD-ID (WS-QTD-DIVERGENTES)
               MOVE WS-CONT-QTD TO
                    WS-DIV-QTD-CONT (WS-QTD-DIVERGENTES)

               COMPUTE WS-DIFERENCA = WS-CONT-QTD - WS-QTD-SISTEMA
               COMPUTE WS-DIF-VALOR = WS-DIFERENCA * PROD-PRECO
               ADD WS-DIF-VALOR TO WS-TOT-DIF-VALOR
               MOVE WS-DIFERENCA TO WS-DIF-ED
               MOVE WS-DIF-VALOR TO WS-DIF-VAL-ED

               DISPLAY "ID: " PROD-ID " | " PROD-NOME
               DISPLAY "   SISTEMA: " WS-QTD-SISTEMA
                       " | CONTADO: " WS-CONT-QTD
                       " | DIF: " WS-DIF-ED
               DISPLAY "   DIF VALORIZADA: R$ " WS-DIF-VAL-ED
           END-IF
           DISPLAY WS-LINHA
           DISPLAY "CONFERIDOS : " WS-QTD-CONFERIDOS
           DISPLAY "DIVERGENTES: " WS-QTD-DIVERGENTES
           IF WS-QTD-DIV-LOTES > ZERO
               DISPLAY "LOTES A ACERTAR: " WS-QTD-DIV-LOTES
           END-IF
           DISPLAY "REJEITADOS : " WS-QTD-REJEITADOS
           IF WS-QTD-LOTES-LOCAL > ZERO
               DISPLAY "Produtos contados por lote: "
                       WS-QTD-LOTES-LOCAL " - o saldo de lote so e "
                       "acertado na contagem de todo o estoque."
           END-IF
           MOVE WS-TOT-DIF-VALOR TO WS-TOT-DIF-ED
           DISPLAY "DIFERENCA TOTAL VALORIZADA: R$ " WS-TOT-DIF-ED
           DISPLAY WS-LINHA.
           DISPLAY "ACERTOS DE INVENTARIO APLICADOS.".

       APLICAR-UM-ACERTO.
           *> Loja: o deposito fica e o total e deposito + contado.
           *> Deposito: a loja fica e o deposito e o contado. Todo o
           *> estoque: o total e o contado e a diferenca cai na loja
           *> (o deposito so encolhe se passar do novo total).
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           IF PROD-QTD-DEPOSITO > PROD-QTD
               MOVE PROD-QTD TO PROD-QTD-DEPOSITO
           END-IF
           COMPUTE WS-QTD-LOJA = PROD-QTD - PROD-QTD-DEPOSITO
           EVALUATE TRUE
               WHEN WS-CONTA-LOJA
                   COMPUTE WS-NOVO-TOTAL = PROD-QTD-DEPOSITO
                                         + WS-DIV-QTD-CONT (WS-IDX)
               WHEN WS-CONTA-DEPOSITO
                   COMPUTE WS-NOVO-TOTAL = WS-QTD-LOJA
                                         + WS-DIV-QTD-CONT (WS-IDX)
               WHEN OTHER
                   MOVE WS-DIV-QTD-CONT (WS-IDX) TO WS-NOVO-TOTAL
           END-EVALUATE
           IF WS-NOVO-TOTAL > 99999
               DISPLAY "REJEITADO: acerto do produto " PROD-ID
                       " estouraria a capacidade do estoque."
               MOVE "ACERTO    " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Acerto estouraria o estoque" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               PERFORM EFETIVAR-UM-ACERTO
           END-IF.

       EFETIVAR-UM-ACERTO.
           MOVE PROD-QTD TO MOV-QTD-ANTERIOR
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-ANTERIOR
           MOVE WS-NOVO-TOTAL TO PROD-QTD
           EVALUATE TRUE
               WHEN WS-CONTA-DEPOSITO
                   MOVE WS-DIV-QTD-CONT (WS-IDX) TO PROD-QTD-DEPOSITO
                   MOVE "D" TO MOV-LOCAL
               WHEN OTHER
                   IF PROD-QTD-DEPOSITO > PROD-QTD
                       MOVE PROD-QTD TO PROD-QTD-DEPOSITO
                   END-IF
                   MOVE "L" TO MOV-LOCAL
           END-EVALUATE
           REWRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "ERRO AO ACERTAR O PRODUTO " PROD-ID
           MOVE WS-DIV-QTD-CONT (WS-IDX) TO MOV-QTD
           MOVE PROD-QTD TO MOV-QTD-RESULTANTE
           MOVE "INVENTARIO" TO MOV-MOTIVO
           MOVE PROD-CUSTO TO MOV-CUSTO
           MOVE SPACES TO MOV-LOTE
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-RESULTANTE
           MOVE WS-ANO-SYS TO MOV-ANO
           MOVE WS-MES-SYS TO MOV-MES
           MOVE WS-DIA-SYS TO MOV-DIA
           MOVE WS-HH-SYS TO MOV-HH
           MOVE WS-MM-SYS TO MOV-MM
           MOVE WS-SS-SYS TO MOV-SS
           MOVE OPER-CODIGO TO MOV-OPERADOR
           WRITE REG-MOVIMENTO
           IF FS-MOVIMENTOS NOT = "00"
               MOVE "KARDEX    " TO WS-ERRO-OPERACAO
               MOVE FS-MOVIMENTOS TO WS-ERRO-FS
               MOVE "Falha ao gravar movimento" TO WS-ERRO-MSG
               MOVE MOV-PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       APLICAR-ACERTOS-LOTE.
           *> O saldo contado passa a ser o do lote; lote zerado fica
           *> esgotado e lote esgotado achado na prateleira reabre.
           MOVE 1 TO WS-IDL
           PERFORM UNTIL WS-IDL > WS-QTD-DIV-LOTES
               MOVE WS-DVL-CHAVE (WS-IDL) TO LOTE-CHAVE
               READ ARQ-LOTES
                   INVALID KEY
                       DISPLAY "LOTE " LOTE-NUMERO " DO PRODUTO "
                               LOTE-PROD-ID " SUMIU - acerto nao "
                               "aplicado."
                   NOT INVALID KEY
                       PERFORM APLICAR-UM-ACERTO-LOTE
               END-READ
               IF FS-LOTES NOT = "00"
                   MOVE "ACERTO LOT" TO WS-ERRO-OPERACAO
                   MOVE FS-LOTES TO WS-ERRO-FS
                   MOVE "Falha ao aplicar acerto de lote" TO
                        WS-ERRO-MSG
                   MOVE LOTE-PROD-ID TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-IDL
           END-PERFORM
           MOVE "00" TO FS-LOTES
           IF WS-QTD-DIV-LOTES > ZERO
               DISPLAY "ACERTOS DE LOTE APLICADOS."
           END-IF.

       APLICAR-UM-ACERTO-LOTE.
           MOVE WS-DVL-QTD-CONT (WS-IDL) TO LOTE-QTD
           IF LOTE-QTD = ZERO
               SET LOTE-ESGOTADO TO TRUE
           ELSE
               SET LOTE-ABERTO TO TRUE
           END-IF
           REWRITE REG-LOTE
               INVALID KEY
                   DISPLAY "ERRO AO ACERTAR O LOTE " LOTE-NUMERO
           END-REWRITE.

       BAIXAR-LOTES-VENCIDOS.
           *> Retirar estoque vencido mexe em PROD-QTD e no kardex -
           *> restrito a supervisor, como o acerto de inventario.
           IF NOT OPER-SUPERVISOR
               DISPLAY "ACESSO NEGADO: baixa de lotes vencidos "
                       "exige nivel supervisor."
               MOVE "NIVEL     " TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Baixa de vencidos: exige supervisor" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               DISPLAY WS-LINHA
               DISPLAY "--- BAIXA DE LOTES VENCIDOS ---"
               DISPLAY WS-LINHA
               PERFORM CARREGAR-LOTES-VENCIDOS
               IF WS-QTD-VNC = ZERO
                   DISPLAY "Nenhum lote vencido com saldo."
               ELSE
                   PERFORM ESCOLHER-BAIXA-VENCIDOS
               END-IF
               DISPLAY WS-LINHA
           END-IF.

       CARREGAR-LOTES-VENCIDOS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE 0 TO WS-QTD-VNC
           MOVE "N" TO WS-VNC-TAB-CHEIA
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
                                  AND LOTE-VALIDADE <
                                      WS-DATA-SISTEMA-N
                                   PERFORM ANOTAR-LOTE-VENCIDO
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-LOTES
           IF WS-VNC-TAB-CHEIA = "S"
               DISPLAY "ATENCAO: mais de " WS-MAX-LOTES " lotes "
                       "vencidos - repita a baixa para os demais."
           END-IF.

       ANOTAR-LOTE-VENCIDO.
           IF WS-QTD-VNC >= WS-MAX-LOTES
               MOVE "S" TO WS-VNC-TAB-CHEIA
           ELSE
               ADD 1 TO WS-QTD-VNC
               MOVE LOTE-CHAVE TO WS-VNC-CHAVE (WS-QTD-VNC)
               MOVE LOTE-QTD TO WS-VNC-QTD (WS-QTD-VNC)
               MOVE SPACES TO WS-NOME-LOTE
               MOVE LOTE-PROD-ID TO PROD-ID
               READ ARQ-PRODUTOS
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO WS-NOME-LOTE
                   NOT INVALID KEY
                       MOVE PROD-NOME TO WS-NOME-LOTE
               END-READ
               MOVE "00" TO FS-CONTROLE
               DISPLAY WS-QTD-VNC " | ID " LOTE-PROD-ID " "
                       WS-NOME-LOTE " | LOTE " LOTE-NUMERO
               DISPLAY "      VALIDADE " LOTE-VALIDADE
                       " | SALDO: " LOTE-QTD
           END-IF.

       ESCOLHER-BAIXA-VENCIDOS.
           MOVE 0 TO WS-QTD-BAIXADOS
           MOVE 0 TO WS-VALOR-BAIXADO
           DISPLAY WS-LINHA
           DISPLAY "T - baixar todos | U - escolher um a um | "
                   "ENTER - cancelar: " WITH NO ADVANCING
           MOVE SPACE TO WS-MODO-BAIXA
           ACCEPT WS-MODO-BAIXA
           EVALUATE WS-MODO-BAIXA
               WHEN "T"
               WHEN "t"
                   MOVE 1 TO WS-IVN
                   PERFORM UNTIL WS-IVN > WS-QTD-VNC
                       PERFORM BAIXAR-UM-LOTE-VENCIDO
                       ADD 1 TO WS-IVN
                   END-PERFORM
               WHEN "U"
               WHEN "u"
                   MOVE 1 TO WS-IVN
                   PERFORM UNTIL WS-IVN > WS-QTD-VNC
                       DISPLAY "Baixar o item " WS-IVN " (lote "
                               WS-VNC-CHAVE (WS-IVN) (15:10)
                               ")? (S/N): " WITH NO ADVANCING
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMADO
                           PERFORM BAIXAR-UM-LOTE-VENCIDO
                       END-IF
                       ADD 1 TO WS-IVN
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Baixa cancelada."
           END-EVALUATE
           IF WS-QTD-BAIXADOS > ZERO
               MOVE WS-VALOR-BAIXADO TO WS-VALOR-BAIXA-ED
               DISPLAY "LOTES BAIXADOS: " WS-QTD-BAIXADOS
                       " | PERDA A CUSTO: R$ " WS-VALOR-BAIXA-ED
           END-IF.

       BAIXAR-UM-LOTE-VENCIDO.
           *> Rele o lote: pode ter sido acertado ou baixado por
           *> outro terminal desde a listagem.
           MOVE WS-VNC-CHAVE (WS-IVN) TO LOTE-CHAVE
           READ ARQ-LOTES
               INVALID KEY
                   DISPLAY "LOTE " LOTE-NUMERO " NAO ENCONTRADO."
               NOT INVALID KEY
                   IF LOTE-ABERTO AND LOTE-QTD > ZERO
                       PERFORM EFETIVAR-BAIXA-LOTE
                   ELSE
                       DISPLAY "LOTE " LOTE-NUMERO " ja sem saldo."
                   END-IF
           END-READ
           MOVE "00" TO FS-LOTES.

       EFETIVAR-BAIXA-LOTE.
           MOVE LOTE-PROD-ID TO PROD-ID
           READ ARQ-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO " PROD-ID " NAO ENCONTRADO - "
                           "lote " LOTE-NUMERO " nao baixado."
                   MOVE "BAIXA VENC" TO WS-ERRO-OPERACAO
                   MOVE FS-CONTROLE TO WS-ERRO-FS
                   MOVE "Produto do lote vencido nao existe" TO
                        WS-ERRO-MSG
                   MOVE LOTE-PROD-ID TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               NOT INVALID KEY
                   PERFORM RETIRAR-LOTE-DO-ESTOQUE
           END-READ
           MOVE "00" TO FS-CONTROLE.

       RETIRAR-LOTE-DO-ESTOQUE.
           *> Nunca tira mais do que o produto tem: lote com saldo
           *> maior que PROD-QTD so zera o que existe.
           IF LOTE-QTD > PROD-QTD
               MOVE PROD-QTD TO WS-QTD-BAIXA
               DISPLAY "ATENCAO: lote " LOTE-NUMERO " com "
                       LOTE-QTD " e produto com " PROD-QTD
                       " - baixado so o estoque existente."
           ELSE
               MOVE LOTE-QTD TO WS-QTD-BAIXA
           END-IF
           IF PROD-CUSTO NOT NUMERIC
               MOVE 0 TO PROD-CUSTO
           END-IF

           IF WS-QTD-BAIXA > ZERO
               PERFORM REPARTIR-BAIXA-POR-LOCAL
               MOVE PROD-QTD TO MOV-QTD-ANTERIOR
               SUBTRACT WS-QTD-BAIXA FROM PROD-QTD
               SUBTRACT WS-BAIXA-DEPOSITO FROM PROD-QTD-DEPOSITO
               REWRITE REG-PRODUTO
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR ESTOQUE DO PRODUTO "
                               PROD-ID
                   NOT INVALID KEY
                       PERFORM GRAVAR-MOVIMENTO-BAIXA
               END-REWRITE
           END-IF

           IF FS-CONTROLE NOT = "00"
               MOVE "REWRITE   " TO WS-ERRO-OPERACAO
               MOVE FS-CONTROLE TO WS-ERRO-FS
               MOVE "Falha de E/S ao baixar vencido" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE 0 TO LOTE-QTD
               SET LOTE-BAIXADO TO TRUE
               REWRITE REG-LOTE
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR O LOTE " LOTE-NUMERO
                               " COMO BAIXADO"
               END-REWRITE
               IF FS-LOTES NOT = "00"
                   MOVE "BAIXA VENC" TO WS-ERRO-OPERACAO
                   MOVE FS-LOTES TO WS-ERRO-FS
                   MOVE "Falha ao marcar lote baixado" TO
                        WS-ERRO-MSG
                   MOVE PROD-ID TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               ADD 1 TO WS-QTD-BAIXADOS
               COMPUTE WS-VALOR-BAIXADO = WS-VALOR-BAIXADO
                                        + WS-QTD-BAIXA * PROD-CUSTO
               DISPLAY "OK: LOTE " LOTE-NUMERO " DO PRODUTO "
                       PROD-ID " BAIXADO (" WS-QTD-BAIXA
                       " un.) - ESTOQUE AGORA " PROD-QTD
           END-IF.

       REPARTIR-BAIXA-POR-LOCAL.
           *> O vencido sai primeiro da loja; o que a loja nao tem
           *> sai do deposito.
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           IF PROD-QTD-DEPOSITO > PROD-QTD
               MOVE PROD-QTD TO PROD-QTD-DEPOSITO
           END-IF
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-ANTERIOR
           COMPUTE WS-QTD-LOJA = PROD-QTD - PROD-QTD-DEPOSITO
           IF WS-QTD-BAIXA > WS-QTD-LOJA
               COMPUTE WS-BAIXA-DEPOSITO = WS-QTD-BAIXA - WS-QTD-LOJA
               MOVE "D" TO MOV-LOCAL
           ELSE
               MOVE 0 TO WS-BAIXA-DEPOSITO
               MOVE "L" TO MOV-LOCAL
           END-IF.

       GRAVAR-MOVIMENTO-BAIXA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE PROD-ID TO MOV-PROD-ID
           MOVE "S" TO MOV-TIPO
           MOVE WS-QTD-BAIXA TO MOV-QTD
           MOVE PROD-QTD TO MOV-QTD-RESULTANTE
           MOVE WS-MOTIVO-BAIXA TO MOV-MOTIVO
           MOVE PROD-CUSTO TO MOV-CUSTO
           MOVE LOTE-NUMERO TO MOV-LOTE
           MOVE PROD-QTD-DEPOSITO TO MOV-DEP-RESULTANTE
           MOVE WS-ANO-SYS TO MOV-ANO
           MOVE WS-MES-SYS TO MOV-MES
           MOVE WS-DIA-SYS TO MOV-DIA
