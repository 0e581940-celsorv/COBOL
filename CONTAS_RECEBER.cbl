       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONTAS-RECEBER.

      *> ***************************************************************
      *>
      *> Objetivo: Contas a receber das vendas a prazo (fiado). As
      *>           contas nascem no VENDAS (receber.db, uma por venda,
      *>           com vencimento pelo prazo do cliente); aqui o
      *>           operador com turno de caixa aberto recebe o
      *>           pagamento total ou parcial de uma conta, ou abate
      *>           um valor das contas mais antigas do cliente. Cada
      *>           recebimento entra em movcaixa.db (tipo R) no turno
      *>           e na forma informada, para o fechamento do CAIXA
      *>           conferir. Emite tambem o extrato do cliente na tela
      *>           e em extrato-ccccc.txt: contas, pagamentos
      *>           recebidos, saldo em aberto, vencido e credito
      *>           disponivel. O aging da carteira sai no
      *>           RELAT-CATALOGO (modo AGING), rodado pelo job
      *>           noturno. No job noturno (OPC-INATIVOS preenchido)
      *>           percorre receber.db pelo cliente e grava, sem
      *>           perguntar, o extrato-ccccc.txt de todo cliente com
      *>           conta em aberto; OPC-QTD-REGISTROS volta com os
      *>           extratos emitidos e falha de arquivo devolve
      *>           OPC-RETORNO 8.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL (opcao 22) e pelo
      *>           JOB-NOTURNO, nao roda isolado
      *>
      *> ***************************************************************

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-RECEBER ASSIGN TO "receber.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS REC-VENDA
                       ALTERNATE RECORD KEY IS REC-CLIENTE
                           WITH DUPLICATES
                       FILE STATUS IS FS-RECEBER.

                   SELECT ARQ-CLIENTES ASSIGN TO "clientes.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
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

                   SELECT ARQ-EXTRATO ASSIGN TO DYNAMIC
                           WS-NOME-EXTRATO
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-EXTRATO.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-RECEBER.
               COPY "RECEBER.cpy".

               FD ARQ-CLIENTES.
               COPY "CLIENTE.cpy".

               FD ARQ-CAIXAS.
               COPY "CAIXA.cpy".

               FD ARQ-MOVCAIXA.
               COPY "MOVCAIXA.cpy".

               FD ARQ-EXTRATO.
                   01 REG-EXTRATO           PIC X(51).

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

           WORKING-STORAGE SECTION.
               01 FS-RECEBER         PIC XX.
               01 FS-CLIENTES        PIC XX.
               01 FS-CAIXAS          PIC XX.
               01 FS-MOVCAIXA        PIC XX.
               01 FS-EXTRATO         PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-OPCAO           PIC 9(02) VALUE 99.
               01 WS-FIM-ARQUIVO     PIC X(01) VALUE "N".
               01 WS-FIM-BUSCA       PIC X(01) VALUE "N".
               01 WS-CONFIRMA        PIC X(01).
                   88 WS-CONFIRMADO         VALUES "S", "s".
               01 WS-VALOR-ED        PIC ZZZZZZ9,99.
               01 WS-TOTAL-ED        PIC ZZZZZZZZ9,99.

               COPY "FORMAPAG.cpy".
               01 WS-FORMA-PAGTO     PIC 9(01) VALUE 0.
               01 WS-IDX-FORMA       PIC 9(02) VALUE 0.

               *> Turno aberto do operador: o recebimento so entra
               *> com turno ABERTO e cai nele (mesma busca do CAIXA).
               01 WS-OPER-BUSCA      PIC X(05).
               01 WS-TURNO-ATUAL     PIC 9(06) VALUE 0.
               01 WS-TURNO-LOCALIZADO PIC X(01) VALUE "N".
                   88 WS-TEM-TURNO          VALUE "S".

               *> Cliente e contas em tratamento.
               01 WS-COD-CLIENTE     PIC 9(05) VALUE 0.
               01 WS-CLIENTE-LOCALIZADO PIC X(01) VALUE "N".
                   88 WS-CLIENTE-ACHADO     VALUE "S".
               01 WS-NUM-CONTA       PIC 9(06) VALUE 0.
               01 WS-CONTA-LOCALIZADA PIC X(01) VALUE "N".
                   88 WS-CONTA-ACHADA       VALUE "S".
               01 WS-QTD-CONTAS      PIC 9(05) VALUE 0.
               01 WS-SALDO-CONTA     PIC 9(09)V99 VALUE 0.
               01 WS-SALDO-CLIENTE   PIC 9(09)V99 VALUE 0.
               01 WS-SALDO-VENCIDO   PIC 9(09)V99 VALUE 0.
               01 WS-CREDITO-DISP    PIC 9(09)V99 VALUE 0.
               01 WS-DIAS-ATRASO     PIC 9(05) VALUE 0.
               01 WS-DIAS-HOJE       PIC 9(07) VALUE 0.

               *> Recebimento: valor informado e o que ainda falta
               *> distribuir entre as contas (pagamento sem conta
               *> escolhida abate das mais antigas primeiro).
               01 WS-VALOR-PAGTO     PIC 9(07)V99 VALUE 0.
               01 WS-VALOR-RESTANTE  PIC 9(07)V99 VALUE 0.
               01 WS-VALOR-APLICAR   PIC 9(07)V99 VALUE 0.
               01 WS-MOTIVO-RECEB.
                   05 FILLER          PIC X(04) VALUE "RC #".
                   05 WS-MOTIVO-NUM   PIC 9(06).

               *> Extrato: contas do cliente guardadas para achar os
               *> pagamentos delas em movcaixa.db numa unica leitura.
               01 WS-MAX-CONTAS-EXT  PIC 9(03) VALUE 200.
               01 WS-QTD-CONTAS-EXT  PIC 9(03) VALUE 0.
               01 WS-IDX-CONTA       PIC 9(03) VALUE 0.
               01 WS-TAB-CONTAS-EXT.
                   05 WS-CONTA-EXT-VENDA OCCURS 200 TIMES
                                      PIC 9(06).
               01 WS-CONTA-DO-CLIENTE PIC X(01) VALUE "N".
                   88 WS-E-DO-CLIENTE       VALUE "S".
               01 WS-QTD-PAGTOS-EXT  PIC 9(05) VALUE 0.
               01 WS-NOME-EXTRATO.
                   05 FILLER          PIC X(08) VALUE "extrato-".
                   05 WS-EXTRATO-CLI  PIC 9(05).
                   05 FILLER          PIC X(04) VALUE ".txt".
               01 WS-EXTRATO-ABERTO  PIC X(01) VALUE "N".
               01 WS-FALHA-EXTRATO   PIC X(01) VALUE "N".
               01 WS-LINHA-EXT       PIC X(51).

               *> Extratos do job noturno: proximo codigo de cliente a
               *> procurar na chave alternativa e arquivos abertos.
               01 WS-PROX-CLIENTE    PIC 9(06) VALUE 0.
               01 WS-FIM-DEVEDORES   PIC X(01) VALUE "N".
               01 WS-RECEBER-ABERTO  PIC X(01) VALUE "N".
               01 WS-CLIENTES-ABERTO PIC X(01) VALUE "N".
               01 WS-MOVCAIXA-ABERTO PIC X(01) VALUE "N".

               *> Datas AAAAMMDD impressas como DD/MM/AAAA.
               01 WS-DATA-TRAB       PIC 9(08) VALUE 0.
               01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
                   05 WS-DT-ANO       PIC 9(04).
                   05 WS-DT-MES       PIC 9(02).
                   05 WS-DT-DIA       PIC 9(02).
               01 WS-DATA-ED.
                   05 WS-DE-DIA       PIC 9(02).
                   05 FILLER          PIC X(01) VALUE "/".
                   05 WS-DE-MES       PIC 9(02).
                   05 FILLER          PIC X(01) VALUE "/".
                   05 WS-DE-ANO       PIC 9(04).
               01 WS-DATA-ED-2       PIC X(10).

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
           IF OPC-INATIVOS = SPACE
               PERFORM ABRIR-ARQUIVOS
               PERFORM EXECUTAR-MENU-RECEBER
               PERFORM ENCERRAR-SESSAO
           ELSE
               PERFORM EMITIR-EXTRATOS-DO-JOB
           END-IF
           GOBACK.

       EXECUTAR-MENU-RECEBER.
           MOVE 99 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 0
               DISPLAY " "
               DISPLAY "------- CONTAS A RECEBER (FIADO) -------"
               DISPLAY "1 - Receber pagamento de cliente"
               DISPLAY "2 - Extrato do cliente"
               DISPLAY "0 - Voltar ao menu principal"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1 PERFORM RECEBER-PAGAMENTO
                   WHEN 2 PERFORM EMITIR-EXTRATO
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       ABRIR-ARQUIVOS.
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

           *> Clientes e turnos sao so consulta aqui.
           OPEN INPUT ARQ-CLIENTES
           IF FS-CLIENTES = "35"
               OPEN OUTPUT ARQ-CLIENTES
               CLOSE ARQ-CLIENTES
               OPEN INPUT ARQ-CLIENTES
           END-IF
           IF FS-CLIENTES NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR clientes.db - FS: "
                       FS-CLIENTES
               STOP RUN
           END-IF

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

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS
               CLOSE ARQ-ERROS
               OPEN EXTEND ARQ-ERROS
           END-IF
           IF FS-ERROS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR erros.log - FS: "
                       FS-ERROS
               STOP RUN
           END-IF.

       ENCERRAR-SESSAO.
           CLOSE ARQ-RECEBER ARQ-CLIENTES ARQ-CAIXAS ARQ-MOVCAIXA
                 ARQ-ERROS.

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

       OBTER-CLIENTE.
           MOVE "N" TO WS-CLIENTE-LOCALIZADO
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-COD-CLIENTE
           MOVE WS-COD-CLIENTE TO CLI-CODIGO
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY "Cliente nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO WS-CLIENTE-LOCALIZADO
                   DISPLAY "Cliente: " CLI-NOME
           END-READ
           MOVE "00" TO FS-CLIENTES.

       FORMATAR-DATA.
           MOVE WS-DT-DIA TO WS-DE-DIA
           MOVE WS-DT-MES TO WS-DE-MES
           MOVE WS-DT-ANO TO WS-DE-ANO.

       CALCULAR-SALDO-CONTA.
           *> REG-RECEBER carregado; atraso so conta com saldo.
           COMPUTE WS-SALDO-CONTA = REC-VALOR - REC-VALOR-ABATIDO
                                  - REC-VALOR-PAGO
           MOVE 0 TO WS-DIAS-ATRASO
           IF WS-SALDO-CONTA > ZERO AND
              REC-DATA-VENCTO < WS-DATA-SISTEMA-N
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE (REC-DATA-VENCTO)
           END-IF.

       RECEBER-PAGAMENTO.
           DISPLAY WS-LINHA
           MOVE OPER-CODIGO TO WS-OPER-BUSCA
           PERFORM LOCALIZAR-TURNO-ABERTO
           IF NOT WS-TEM-TURNO
               DISPLAY "SEM TURNO DE CAIXA ABERTO: abra o turno no "
                       "Caixa (menu principal) antes de receber."
           ELSE
               DISPLAY "--- RECEBIMENTO DE CONTA A PRAZO ---"
               PERFORM OBTER-CLIENTE
               IF WS-CLIENTE-ACHADO
                   PERFORM LISTAR-CONTAS-ABERTAS
                   IF WS-QTD-CONTAS = ZERO
                       DISPLAY "Nenhuma conta em aberto."
                   ELSE
                       PERFORM ESCOLHER-CONTA-A-PAGAR
                   END-IF
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       LISTAR-CONTAS-ABERTAS.
           MOVE 0 TO WS-QTD-CONTAS
           MOVE 0 TO WS-SALDO-CLIENTE
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA-N)
           MOVE WS-COD-CLIENTE TO REC-CLIENTE
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
                               IF REC-CLIENTE NOT = WS-COD-CLIENTE
                                   MOVE "S" TO WS-FIM-BUSCA
                               ELSE
                                   IF REC-ABERTA
                                       PERFORM EXIBIR-CONTA-ABERTA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-RECEBER
           IF WS-QTD-CONTAS > ZERO
               MOVE WS-SALDO-CLIENTE TO WS-TOTAL-ED
               DISPLAY "TOTAL EM ABERTO: R$ " WS-TOTAL-ED
           END-IF.

       EXIBIR-CONTA-ABERTA.
           PERFORM CALCULAR-SALDO-CONTA
           ADD 1 TO WS-QTD-CONTAS
           ADD WS-SALDO-CONTA TO WS-SALDO-CLIENTE
           MOVE REC-DATA-VENCTO TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE WS-SALDO-CONTA TO WS-TOTAL-ED
           IF WS-DIAS-ATRASO > ZERO
               DISPLAY "VENDA " REC-VENDA " VENC " WS-DATA-ED
                       " SALDO R$ " WS-TOTAL-ED " ATRASO "
                       WS-DIAS-ATRASO "d"
           ELSE
               DISPLAY "VENDA " REC-VENDA " VENC " WS-DATA-ED
                       " SALDO R$ " WS-TOTAL-ED
           END-IF.

       ESCOLHER-CONTA-A-PAGAR.
           DISPLAY "VENDA A PAGAR (0 = abater das mais antigas): "
                   WITH NO ADVANCING
           ACCEPT WS-NUM-CONTA
           IF WS-NUM-CONTA = ZERO
               MOVE WS-SALDO-CLIENTE TO WS-SALDO-CONTA
           ELSE
               PERFORM LER-CONTA-DO-CLIENTE
           END-IF

           IF WS-NUM-CONTA = ZERO OR WS-CONTA-ACHADA
               MOVE WS-SALDO-CONTA TO WS-TOTAL-ED
               DISPLAY "SALDO: R$ " WS-TOTAL-ED
               DISPLAY "VALOR PAGO (0 = saldo todo): "
                       WITH NO ADVANCING
               ACCEPT WS-VALOR-PAGTO
               IF WS-VALOR-PAGTO = ZERO
                   IF WS-SALDO-CONTA > 9999999,99
                       DISPLAY "REJEITADO: saldo acima do valor de "
                               "um recebimento - informe o valor."
                   ELSE
                       MOVE WS-SALDO-CONTA TO WS-VALOR-PAGTO
                   END-IF
               END-IF
               IF WS-VALOR-PAGTO > WS-SALDO-CONTA
                   DISPLAY "REJEITADO: valor acima do saldo."
               ELSE
                   IF WS-VALOR-PAGTO > ZERO
                       PERFORM OBTER-FORMA-E-CONFIRMAR
                   END-IF
               END-IF
           END-IF.

       LER-CONTA-DO-CLIENTE.
           MOVE "N" TO WS-CONTA-LOCALIZADA
           MOVE WS-NUM-CONTA TO REC-VENDA
           READ ARQ-RECEBER
               INVALID KEY
                   DISPLAY "Conta nao encontrada."
               NOT INVALID KEY
                   IF REC-CLIENTE NOT = WS-COD-CLIENTE
                       DISPLAY "Venda nao e deste cliente."
                   ELSE
                       IF REC-QUITADA
                           DISPLAY "Conta ja quitada."
                       ELSE
                           MOVE "S" TO WS-CONTA-LOCALIZADA
                           PERFORM CALCULAR-SALDO-CONTA
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO FS-RECEBER.

       OBTER-FORMA-E-CONFIRMAR.
           *> A prazo nao quita a prazo: so as formas do caixa.
           MOVE 0 TO WS-FORMA-PAGTO
           PERFORM UNTIL WS-FORMA-PAGTO > 0 AND
                         WS-FORMA-PAGTO <= QTD-FORMAS-PAGTO
               PERFORM LISTAR-FORMAS-PAGTO
               DISPLAY "Forma: " WITH NO ADVANCING
               ACCEPT WS-FORMA-PAGTO
           END-PERFORM
           MOVE WS-VALOR-PAGTO TO WS-VALOR-ED
           DISPLAY "Receber R$ " WS-VALOR-ED " em "
                   FORMA-NOME (WS-FORMA-PAGTO) "? (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF NOT WS-CONFIRMADO
               DISPLAY "Recebimento cancelado."
           ELSE
               MOVE WS-VALOR-PAGTO TO WS-VALOR-RESTANTE
               IF WS-NUM-CONTA = ZERO
                   PERFORM DISTRIBUIR-PAGAMENTO
               ELSE
                   MOVE WS-NUM-CONTA TO REC-VENDA
                   READ ARQ-RECEBER
                       INVALID KEY
                           DISPLAY "Conta nao encontrada."
                       NOT INVALID KEY
                           PERFORM BAIXAR-PAGAMENTO-CONTA
                   END-READ
                   MOVE "00" TO FS-RECEBER
               END-IF
               MOVE WS-VALOR-PAGTO TO WS-VALOR-ED
               DISPLAY "RECEBIDO R$ " WS-VALOR-ED " NO TURNO "
                       WS-TURNO-ATUAL
           END-IF.

       LISTAR-FORMAS-PAGTO.
           MOVE 1 TO WS-IDX-FORMA
           PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
               DISPLAY WS-IDX-FORMA " - " FORMA-NOME (WS-IDX-FORMA)
               ADD 1 TO WS-IDX-FORMA
           END-PERFORM.

       DISTRIBUIR-PAGAMENTO.
           *> As contas do cliente saem pela chave alternativa na
           *> ordem em que foram gravadas, isto e, da mais antiga
           *> para a mais nova.
           MOVE WS-COD-CLIENTE TO REC-CLIENTE
           START ARQ-RECEBER KEY IS EQUAL TO REC-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-BUSCA
                   PERFORM UNTIL WS-FIM-BUSCA = "S"
                           OR WS-VALOR-RESTANTE = ZERO
                       READ ARQ-RECEBER NEXT
                           AT END
                               MOVE "S" TO WS-FIM-BUSCA
                           NOT AT END
                               IF REC-CLIENTE NOT = WS-COD-CLIENTE
                                   MOVE "S" TO WS-FIM-BUSCA
                               ELSE
                                   IF REC-ABERTA
                                       PERFORM BAIXAR-PAGAMENTO-CONTA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-RECEBER.

       BAIXAR-PAGAMENTO-CONTA.
           *> REG-RECEBER carregado: aplica o que cabe no saldo desta
           *> conta e lanca o recebimento no caixa com o numero da
           *> venda, para o extrato e a conferencia do turno.
           COMPUTE WS-SALDO-CONTA = REC-VALOR - REC-VALOR-ABATIDO
                                  - REC-VALOR-PAGO
           IF WS-SALDO-CONTA > WS-VALOR-RESTANTE
               MOVE WS-VALOR-RESTANTE TO WS-VALOR-APLICAR
           ELSE
               MOVE WS-SALDO-CONTA TO WS-VALOR-APLICAR
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ADD WS-VALOR-APLICAR TO REC-VALOR-PAGO
           MOVE WS-DATA-SISTEMA-N TO REC-DATA-ULT-PAGTO
           IF WS-VALOR-APLICAR = WS-SALDO-CONTA
               SET REC-QUITADA TO TRUE
           END-IF
           REWRITE REG-RECEBER
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR A CONTA " REC-VENDA
               NOT INVALID KEY
                   SUBTRACT WS-VALOR-APLICAR FROM WS-VALOR-RESTANTE
                   PERFORM GRAVAR-RECEBIMENTO-CAIXA
                   MOVE WS-VALOR-APLICAR TO WS-VALOR-ED
                   IF REC-QUITADA
                       DISPLAY "VENDA " REC-VENDA " R$ " WS-VALOR-ED
                               " - QUITADA"
                   ELSE
                       DISPLAY "VENDA " REC-VENDA " R$ " WS-VALOR-ED
                   END-IF
           END-REWRITE
           IF FS-RECEBER NOT = "00"
               MOVE "BAIXA REC " TO WS-ERRO-OPERACAO
               MOVE FS-RECEBER TO WS-ERRO-FS
               MOVE "Falha ao baixar conta a receber" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       GRAVAR-RECEBIMENTO-CAIXA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE REC-VENDA TO WS-MOTIVO-NUM
           MOVE WS-TURNO-ATUAL TO CXM-TURNO
           MOVE "R" TO CXM-TIPO
           MOVE WS-FORMA-PAGTO TO CXM-FORMA
           MOVE WS-VALOR-APLICAR TO CXM-VALOR
           MOVE REC-VENDA TO CXM-VENDA-NUM
           MOVE WS-ANO-SYS TO CXM-ANO
           MOVE WS-MES-SYS TO CXM-MES
           MOVE WS-DIA-SYS TO CXM-DIA
           MOVE WS-HH-SYS TO CXM-HH
           MOVE WS-MM-SYS TO CXM-MM
           MOVE WS-SS-SYS TO CXM-SS
           MOVE OPER-CODIGO TO CXM-OPERADOR
           MOVE WS-MOTIVO-RECEB TO CXM-MOTIVO
           WRITE REG-MOVCAIXA
           IF FS-MOVCAIXA NOT = "00"
               MOVE "MOV CAIXA " TO WS-ERRO-OPERACAO
               MOVE FS-MOVCAIXA TO WS-ERRO-FS
               MOVE "Falha ao gravar recebimento" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       EMITIR-EXTRATO.
           DISPLAY WS-LINHA
           DISPLAY "--- EXTRATO DO CLIENTE ---"
           PERFORM OBTER-CLIENTE
           IF WS-CLIENTE-ACHADO
               MOVE WS-COD-CLIENTE TO WS-EXTRATO-CLI
               MOVE "N" TO WS-EXTRATO-ABERTO
               MOVE "N" TO WS-FALHA-EXTRATO
               OPEN OUTPUT ARQ-EXTRATO
               IF FS-EXTRATO = "00"
                   MOVE "S" TO WS-EXTRATO-ABERTO
               ELSE
                   DISPLAY "AVISO: " WS-NOME-EXTRATO
                           " nao abriu - FS: " FS-EXTRATO
                           " (extrato so na tela)."
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE FS-EXTRATO TO WS-ERRO-FS
                   MOVE "Falha ao gerar arquivo de extrato" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               PERFORM IMPRIMIR-CABECALHO-EXTRATO
               PERFORM IMPRIMIR-CONTAS-EXTRATO
               PERFORM IMPRIMIR-PAGAMENTOS-EXTRATO
               PERFORM IMPRIMIR-TOTAIS-EXTRATO
               IF WS-EXTRATO-ABERTO = "S"
                   CLOSE ARQ-EXTRATO
                   DISPLAY "Extrato gravado em " WS-NOME-EXTRATO
               END-IF
               IF WS-FALHA-EXTRATO = "S"
                   DISPLAY "AVISO: extrato incompleto - veja erros.log."
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       EMITIR-LINHA-EXTRATO.
           DISPLAY WS-LINHA-EXT
           IF WS-EXTRATO-ABERTO = "S"
               WRITE REG-EXTRATO FROM WS-LINHA-EXT
               IF FS-EXTRATO NOT = "00"
                   MOVE "S" TO WS-FALHA-EXTRATO
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO-EXTRATO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA-N)
           MOVE WS-LINHA TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE SPACES TO WS-LINHA-EXT
           STRING "EXTRATO DO CLIENTE " CLI-CODIGO
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE CLI-NOME TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-DATA-SISTEMA-N TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE SPACES TO WS-LINHA-EXT
           STRING "EMITIDO EM " WS-DATA-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE CLI-LIMITE-CREDITO TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-EXT
           STRING "LIMITE R$ " WS-VALOR-ED "   PRAZO "
                  CLI-PRAZO-DIAS " DIAS"
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-LINHA TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO.

       IMPRIMIR-CONTAS-EXTRATO.
           *> Todas as contas do cliente, abertas e quitadas; os
           *> numeros ficam na tabela para a busca dos pagamentos.
           MOVE 0 TO WS-QTD-CONTAS
           MOVE 0 TO WS-QTD-CONTAS-EXT
           MOVE 0 TO WS-SALDO-CLIENTE
           MOVE 0 TO WS-SALDO-VENCIDO
           MOVE "CONTAS" TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-COD-CLIENTE TO REC-CLIENTE
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
                               IF REC-CLIENTE NOT = WS-COD-CLIENTE
                                   MOVE "S" TO WS-FIM-BUSCA
                               ELSE
                                   PERFORM IMPRIMIR-CONTA-EXTRATO
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-RECEBER
           IF WS-QTD-CONTAS = ZERO
               MOVE "   (nenhuma venda a prazo)" TO WS-LINHA-EXT
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF
           IF WS-QTD-CONTAS > WS-QTD-CONTAS-EXT
               MOVE "   (pagamentos so das primeiras 200 contas)" TO
                    WS-LINHA-EXT
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF.

       IMPRIMIR-CONTA-EXTRATO.
           PERFORM CALCULAR-SALDO-CONTA
           ADD 1 TO WS-QTD-CONTAS
           IF WS-QTD-CONTAS-EXT < WS-MAX-CONTAS-EXT
               ADD 1 TO WS-QTD-CONTAS-EXT
               MOVE REC-VENDA TO WS-CONTA-EXT-VENDA (WS-QTD-CONTAS-EXT)
           END-IF
           IF REC-ABERTA
               ADD WS-SALDO-CONTA TO WS-SALDO-CLIENTE
               IF WS-DIAS-ATRASO > ZERO
                   ADD WS-SALDO-CONTA TO WS-SALDO-VENCIDO
               END-IF
           END-IF

           MOVE REC-DATA-EMISSAO TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE WS-DATA-ED TO WS-DATA-ED-2
           MOVE REC-DATA-VENCTO TO WS-DATA-TRAB
           PERFORM FORMATAR-DATA
           MOVE SPACES TO WS-LINHA-EXT
           STRING "VENDA " REC-VENDA " EMISSAO " WS-DATA-ED-2
                  " VENC " WS-DATA-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE REC-VALOR TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-EXT
           STRING "  VALOR    R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           MOVE REC-VALOR-PAGO TO WS-TOTAL-ED
           STRING "  PAGO   R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT (27:25)
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE REC-VALOR-ABATIDO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-EXT
           STRING "  DEVOLV.  R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           MOVE WS-SALDO-CONTA TO WS-TOTAL-ED
           STRING "  SALDO  R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT (27:25)
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           IF WS-DIAS-ATRASO > ZERO
               MOVE SPACES TO WS-LINHA-EXT
               STRING "  *** VENCIDA HA " WS-DIAS-ATRASO " DIAS ***"
                      DELIMITED BY SIZE
                   INTO WS-LINHA-EXT
               END-STRING
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF.

       IMPRIMIR-PAGAMENTOS-EXTRATO.
           *> Os pagamentos estao em movcaixa.db (tipo R, numero da
           *> venda); o arquivo fica aberto em EXTEND na sessao:
           *> fecha, le como INPUT e volta para EXTEND. No job uma
           *> falha aqui vira OPC-RETORNO 8 em vez de parar a cadeia.
           MOVE 0 TO WS-QTD-PAGTOS-EXT
           MOVE WS-LINHA TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE "PAGAMENTOS RECEBIDOS" TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO
           IF WS-QTD-CONTAS-EXT > ZERO
               IF OPC-INATIVOS = SPACE OR WS-MOVCAIXA-ABERTO = "S"
                   CLOSE ARQ-MOVCAIXA
               END-IF
               OPEN INPUT ARQ-MOVCAIXA
               IF FS-MOVCAIXA = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-MOVCAIXA
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF CXM-RECEBIMENTO
                                   PERFORM IMPRIMIR-PAGTO-EXTRATO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-MOVCAIXA
               ELSE
                   DISPLAY "ERRO AO LER movcaixa.db - FS: " FS-MOVCAIXA
                   MOVE "S" TO WS-FALHA-EXTRATO
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE FS-MOVCAIXA TO WS-ERRO-FS
                   MOVE "Falha ao ler pagamentos do extrato" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               OPEN EXTEND ARQ-MOVCAIXA
               IF FS-MOVCAIXA = "00"
                   MOVE "S" TO WS-MOVCAIXA-ABERTO
               ELSE
                   IF OPC-INATIVOS = SPACE
                       DISPLAY "ERRO FATAL AO REABRIR movcaixa.db - "
                               "FS: " FS-MOVCAIXA
                       STOP RUN
                   END-IF
                   DISPLAY "ERRO AO REABRIR movcaixa.db - FS: "
                           FS-MOVCAIXA
                   MOVE 8 TO OPC-RETORNO
                   MOVE "N" TO WS-MOVCAIXA-ABERTO
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE FS-MOVCAIXA TO WS-ERRO-FS
                   MOVE "Falha ao reabrir movcaixa.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           END-IF
           IF WS-QTD-PAGTOS-EXT = ZERO
               IF WS-FALHA-EXTRATO = "S"
                   MOVE "   (pagamentos indisponiveis)" TO WS-LINHA-EXT
               ELSE
                   MOVE "   (nenhum pagamento)" TO WS-LINHA-EXT
               END-IF
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF.

       IMPRIMIR-PAGTO-EXTRATO.
           MOVE "N" TO WS-CONTA-DO-CLIENTE
           MOVE 1 TO WS-IDX-CONTA
           PERFORM UNTIL WS-IDX-CONTA > WS-QTD-CONTAS-EXT
                   OR WS-E-DO-CLIENTE
               IF WS-CONTA-EXT-VENDA (WS-IDX-CONTA) = CXM-VENDA-NUM
                   MOVE "S" TO WS-CONTA-DO-CLIENTE
               END-IF
               ADD 1 TO WS-IDX-CONTA
           END-PERFORM
           IF WS-E-DO-CLIENTE AND CXM-FORMA NUMERIC AND
              CXM-FORMA > 0 AND CXM-FORMA <= QTD-FORMAS-PAGTO
               ADD 1 TO WS-QTD-PAGTOS-EXT
               MOVE CXM-DATA TO WS-DATA-TRAB
               PERFORM FORMATAR-DATA
               MOVE CXM-FORMA TO WS-FORMA-PAGTO
               MOVE CXM-VALOR TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-EXT
               STRING WS-DATA-ED " VD " CXM-VENDA-NUM " "
                      FORMA-NOME (WS-FORMA-PAGTO) " R$ " WS-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-EXT
               END-STRING
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF.

       IMPRIMIR-TOTAIS-EXTRATO.
           IF CLI-LIMITE-CREDITO > WS-SALDO-CLIENTE
               COMPUTE WS-CREDITO-DISP =
                   CLI-LIMITE-CREDITO - WS-SALDO-CLIENTE
           ELSE
               MOVE 0 TO WS-CREDITO-DISP
           END-IF
           MOVE WS-LINHA TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-SALDO-CLIENTE TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-EXT
           STRING "TOTAL EM ABERTO     R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-SALDO-VENCIDO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-EXT
           STRING "VENCIDO             R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-CREDITO-DISP TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINHA-EXT
           STRING "CREDITO DISPONIVEL  R$ " WS-TOTAL-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-EXT
           END-STRING
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-LINHA TO WS-LINHA-EXT
           PERFORM EMITIR-LINHA-EXTRATO.

       EMITIR-EXTRATOS-DO-JOB.
           *> Sem operador: os arquivos abrem so para leitura do
           *> extrato (movcaixa.db em EXTEND, como na sessao, porque
           *> a impressao dos pagamentos fecha e reabre) e falha de
           *> arquivo devolve RC 8 em vez de parar o menu.
           MOVE 0 TO OPC-RETORNO
           MOVE 0 TO OPC-QTD-REGISTROS
           DISPLAY WS-LINHA
           DISPLAY "EXTRATOS DOS CLIENTES COM CONTA EM ABERTO"
           DISPLAY WS-LINHA
           PERFORM ABRIR-ARQUIVOS-LOTE
           IF OPC-RETORNO = 0 AND WS-RECEBER-ABERTO = "S"
               PERFORM PERCORRER-DEVEDORES
           END-IF
           PERFORM FECHAR-ARQUIVOS-LOTE
           DISPLAY "EXTRATOS EMITIDOS: " OPC-QTD-REGISTROS
           DISPLAY WS-LINHA.

       ABRIR-ARQUIVOS-LOTE.
           MOVE "N" TO WS-RECEBER-ABERTO
           MOVE "N" TO WS-CLIENTES-ABERTO
           MOVE "N" TO WS-MOVCAIXA-ABERTO
           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS
               CLOSE ARQ-ERROS
               OPEN EXTEND ARQ-ERROS
           END-IF

           *> Sem receber.db ainda nao houve venda a prazo: nada a
           *> emitir, o passo termina bem.
           OPEN INPUT ARQ-RECEBER
           EVALUATE FS-RECEBER
               WHEN "00"
                   MOVE "S" TO WS-RECEBER-ABERTO
               WHEN "35"
                   DISPLAY "Nenhuma conta a receber."
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR receber.db - FS: "
                           FS-RECEBER
                   MOVE 8 TO OPC-RETORNO
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE FS-RECEBER TO WS-ERRO-FS
                   MOVE "Falha ao abrir receber.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-EVALUATE

           IF WS-RECEBER-ABERTO = "S"
               OPEN INPUT ARQ-CLIENTES
               IF FS-CLIENTES = "00"
                   MOVE "S" TO WS-CLIENTES-ABERTO
               ELSE
                   DISPLAY "ERRO AO ABRIR clientes.db - FS: "
                           FS-CLIENTES
                   MOVE 8 TO OPC-RETORNO
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE FS-CLIENTES TO WS-ERRO-FS
                   MOVE "Falha ao abrir clientes.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           END-IF

           IF WS-RECEBER-ABERTO = "S" AND OPC-RETORNO = 0
               OPEN EXTEND ARQ-MOVCAIXA
               IF FS-MOVCAIXA = "35"
                   OPEN OUTPUT ARQ-MOVCAIXA
                   CLOSE ARQ-MOVCAIXA
                   OPEN EXTEND ARQ-MOVCAIXA
               END-IF
               IF FS-MOVCAIXA = "00"
                   MOVE "S" TO WS-MOVCAIXA-ABERTO
               ELSE
                   DISPLAY "ERRO AO ABRIR movcaixa.db - FS: "
                           FS-MOVCAIXA
                   MOVE 8 TO OPC-RETORNO
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE FS-MOVCAIXA TO WS-ERRO-FS
                   MOVE "Falha ao abrir movcaixa.db" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
           END-IF.

       FECHAR-ARQUIVOS-LOTE.
           IF WS-RECEBER-ABERTO = "S"
               CLOSE ARQ-RECEBER
           END-IF
           IF WS-CLIENTES-ABERTO = "S"
               CLOSE ARQ-CLIENTES
           END-IF
           IF WS-MOVCAIXA-ABERTO = "S"
               CLOSE ARQ-MOVCAIXA
           END-IF
           CLOSE ARQ-ERROS.

       PERCORRER-DEVEDORES.
           *> Um extrato por cliente: depois de cada um a busca volta
           *> a chave alternativa no codigo seguinte, porque o
           *> proprio extrato reposiciona receber.db.
           MOVE 0 TO WS-PROX-CLIENTE
           MOVE "N" TO WS-FIM-DEVEDORES
           PERFORM UNTIL WS-FIM-DEVEDORES = "S"
               PERFORM LOCALIZAR-PROXIMO-DEVEDOR
               IF WS-FIM-DEVEDORES = "N"
                   PERFORM EMITIR-EXTRATO-DO-JOB
                   COMPUTE WS-PROX-CLIENTE = WS-COD-CLIENTE + 1
                   IF WS-PROX-CLIENTE > 99999
                       MOVE "S" TO WS-FIM-DEVEDORES
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZAR-PROXIMO-DEVEDOR.
           *> Primeira conta ABERTA a partir de WS-PROX-CLIENTE; as
           *> quitadas de quem nao deve nada ficam para tras.
           MOVE WS-PROX-CLIENTE TO REC-CLIENTE
           START ARQ-RECEBER KEY IS GREATER THAN OR EQUAL TO
                   REC-CLIENTE
               INVALID KEY
                   MOVE "S" TO WS-FIM-DEVEDORES
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-BUSCA
                   PERFORM UNTIL WS-FIM-BUSCA = "S"
                       READ ARQ-RECEBER NEXT
                           AT END
                               MOVE "S" TO WS-FIM-BUSCA
                               MOVE "S" TO WS-FIM-DEVEDORES
                           NOT AT END
                               IF REC-ABERTA
                                   MOVE REC-CLIENTE TO WS-COD-CLIENTE
                                   MOVE "S" TO WS-FIM-BUSCA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-RECEBER.

       EMITIR-EXTRATO-DO-JOB.
           *> Cliente apagado do cadastro ainda deve: o extrato sai
           *> com o codigo e sem limite.
           MOVE WS-COD-CLIENTE TO CLI-CODIGO
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTE
                   MOVE WS-COD-CLIENTE TO CLI-CODIGO
                   MOVE "(CLIENTE NAO CADASTRADO)" TO CLI-NOME
                   MOVE 0 TO CLI-LIMITE-CREDITO
                   MOVE 0 TO CLI-PRAZO-DIAS
           END-READ
           MOVE "00" TO FS-CLIENTES

           MOVE WS-COD-CLIENTE TO WS-EXTRATO-CLI
           MOVE "N" TO WS-EXTRATO-ABERTO
           MOVE "N" TO WS-FALHA-EXTRATO
           OPEN OUTPUT ARQ-EXTRATO
           IF FS-EXTRATO NOT = "00"
               DISPLAY "ERRO AO ABRIR " WS-NOME-EXTRATO " - FS: "
                       FS-EXTRATO
               MOVE 8 TO OPC-RETORNO
               MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
               MOVE FS-EXTRATO TO WS-ERRO-FS
               MOVE "Falha ao gerar arquivo de extrato" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE "S" TO WS-EXTRATO-ABERTO
               PERFORM IMPRIMIR-CABECALHO-EXTRATO
               PERFORM IMPRIMIR-CONTAS-EXTRATO
               PERFORM IMPRIMIR-PAGAMENTOS-EXTRATO
               PERFORM IMPRIMIR-TOTAIS-EXTRATO
               CLOSE ARQ-EXTRATO
               MOVE "N" TO WS-EXTRATO-ABERTO
               IF WS-FALHA-EXTRATO = "S"
                   MOVE 8 TO OPC-RETORNO
                   MOVE "EXTRATO   " TO WS-ERRO-OPERACAO
                   MOVE "--" TO WS-ERRO-FS
                   MOVE "Extrato incompleto, nao contado" TO
                        WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               ELSE
                   ADD 1 TO OPC-QTD-REGISTROS
               END-IF
           END-IF.
