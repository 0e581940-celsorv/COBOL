      *>           INATIVO), confirmacao de sobrescrita, validacao de
      *>           entrada, log de erros de E/S e retomada de sessao.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL, ou LOTE/NOTURNO na
      *>           linha de comando para carga em lote sem interacao
      *>           (NOTURNO e usado pela cadeia do JOB-NOTURNO)
      *>  - Agenda de precos futuros (precosprog.db) mantida pelo
      *>    supervisor (programar, listar e cancelar) e aplicada a
      *>    noite pelo PRECOS-PROG
      *>  - PROD-CUSTO (custo medio ponderado, formado pelo
      *>    recebimento de compras): zero na inclusao ou o custo
      *>    opcional da linha de transacoes.dat; o kardex grava o
      *>    custo medio vigente em cada movimento
      *>  - Codigos de barras EAN-13/EAN-8 do produto (codbarras.db):
      *>    inclusao com conferencia do digito verificador, codigo
      *>    principal para a etiqueta e exclusao pelo supervisor
      *>  - PROD-ID ampliado para 6 digitos (ate 999999) no cadastro,
      *>    em transacoes.dat e no checkpoint da carga em lote
      *>  - PROD-PERECIVEL (controle de lote e validade em lotes.db):
      *>    perguntado no cadastro e opcional depois do custo na
      *>    linha de transacoes.dat
      *>  - Estoque por local: PROD-QTD-DEPOSITO (deposito) e o resto
      *>    na loja; movimento manual pergunta o local e ganha o tipo
      *>    T (transferencia entre deposito e loja); PROD-MINIMO-LOJA
      *>    (minimo na gondola) no cadastro e opcional depois da
      *>    marca de perecivel em transacoes.dat
      *>
      *> ***************************************************************

                       RECORD KEY IS CAT-CODIGO
                       FILE STATUS IS FS-CATEGORIAS.

                   SELECT ARQ-CODBARRAS ASSIGN TO "codbarras.db"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CODB-CODIGO
                       ALTERNATE RECORD KEY IS CODB-PROD-ID
                           WITH DUPLICATES
                       FILE STATUS IS FS-CODBARRAS.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-PRODUTOS.
                             ==PROD-ATIVO==       BY ==TRAN-ATIVO==
                             ==PROD-INATIVO==     BY ==TRAN-INATIVO==
                             ==PROD-FORNECEDOR==  BY ==TRAN-FORNECEDOR==
                             ==PROD-CATEGORIA==   BY ==TRAN-CATEGORIA==
                             ==PROD-CUSTO==       BY ==TRAN-CUSTO==
                             ==PROD-PERECIVEL==   BY ==TRAN-PERECIVEL==
                             ==PROD-E-PERECIVEL== BY
                                 ==TRAN-E-PERECIVEL==
                             ==PROD-MINIMO-LOJA== BY
                                 ==TRAN-MINIMO-LOJA==
                             ==PROD-QTD-DEPOSITO== BY
                                 ==TRAN-QTD-DEPOSITO==.

               FD ARQ-FORNECEDORES.
               COPY "FORNECED.cpy".
               FD ARQ-CATEGORIAS.
               COPY "CATEGORIA.cpy".

               FD ARQ-CODBARRAS.
               COPY "CODBARRA.cpy".

               FD ARQ-CHECKPOINT.
                   01 REG-CHECKPOINT.
                       05 CKPT-STATUS       PIC X(01).
                           88 CKPT-EM-ANDAMENTO  VALUE "E".
                           88 CKPT-CONCLUIDO      VALUE "C".
                       05 CKPT-MODO         PIC X(01).
                       05 CKPT-ULTIMO-ID    PIC 9(06).
                       05 CKPT-ULTIMA-LINHA PIC 9(05).

           WORKING-STORAGE SECTION.
               01 FS-CHECKPOINT      PIC XX.
               01 FS-FORNECEDORES    PIC XX.
               01 FS-CATEGORIAS      PIC XX.
               01 FS-CODBARRAS       PIC XX.

               01 WS-RESPOSTA        PIC X VALUE "S".
               01 WS-CONTADOR        PIC 9(02) VALUE 0.
                   88 WS-MODO-LOTE          VALUE "L".

               01 WS-NOVO-PRODUTO.
                   05 WS-NOVO-ID          PIC 9(06).
                   05 WS-NOVO-NOME        PIC X(20).
                   05 WS-NOVO-PRECO       PIC 9(05)V99.
                   05 WS-NOVO-QTD         PIC 9(05).
                       88 WS-NOVO-INATIVO        VALUE "I".
                   05 WS-NOVO-FORNECEDOR  PIC 9(03) VALUE 0.
                   05 WS-NOVO-CATEGORIA   PIC 9(03) VALUE 0.
                   05 WS-NOVO-CUSTO       PIC 9(05)V99 VALUE 0.
                   05 WS-NOVO-PERECIVEL   PIC X(01) VALUE "N".
                   05 WS-NOVO-MINIMO-LOJA PIC 9(05) VALUE 0.

               01 WS-ENTRADA-VALIDA  PIC X(01).
                   88 WS-VALIDA             VALUE "S".
                       88 WS-MOV-ENTRADA        VALUE "E".
                       88 WS-MOV-SAIDA          VALUE "S".
                       88 WS-MOV-AJUSTE         VALUE "A".
                       88 WS-MOV-TRANSFERENCIA  VALUE "T".
                       88 WS-MOV-TIPO-VALIDO    VALUES "E", "S", "A",
                                                       "T".
                   05 WS-MOV-QTD          PIC 9(05).
                   05 WS-MOV-MOTIVO       PIC X(10).
                   05 WS-MOV-QTD-NOVA     PIC 9(05).
                   *> Local movimentado (na transferencia, o destino)
                   *> e a corrente do saldo do deposito.
                   05 WS-MOV-LOCAL        PIC X(01).
                       88 WS-MOV-NO-DEPOSITO    VALUES "D", "d".
                       88 WS-MOV-NA-LOJA        VALUES "L", "l".
                   05 WS-MOV-DEP-ANTES    PIC 9(05).
                   05 WS-MOV-DEP-NOVO     PIC 9(05).
                   05 WS-MOV-QTD-LOJA     PIC 9(05).
                   05 WS-MOV-QTD-NO-LOCAL PIC 9(05).
               01 WS-MOV-REJEITADO   PIC X(01).
                   88 WS-MOV-OK             VALUE "N".
               01 WS-FIM-KARDEX      PIC X(01).
               *> arquivo e regravado sem ele.
               01 WS-TAB-PPROG.
                   05 WS-PPG OCCURS 200 TIMES.
                       10 WS-PPG-PROD-ID   PIC 9(06).
                       10 WS-PPG-PRECO     PIC 9(05)V99.
                       10 WS-PPG-DATA      PIC 9(08).
                       10 WS-PPG-DATA-X REDEFINES WS-PPG-DATA.
               01 WS-SEQ-CANCELA     PIC 9(03) VALUE 0.
               01 WS-PPROG-ESTOUROU  PIC X(01) VALUE "N".

               *> Codigos de barras do produto: o codigo lido e
               *> conferido digito a digito (peso 3 e 1 alternados a
               *> partir da direita, como no EAN).
               01 WS-OPCAO-CODB      PIC 9(01) VALUE 9.
               01 WS-CODB-LIDO       PIC X(13).
               01 WS-CODB-DIGITOS REDEFINES WS-CODB-LIDO.
                   05 WS-CODB-DIG     PIC 9(01) OCCURS 13 TIMES.
               01 WS-CODB-TAM        PIC 9(02) VALUE 0.
               01 WS-CODB-POS        PIC 9(02) VALUE 0.
               01 WS-CODB-PESO       PIC 9(01) VALUE 0.
               01 WS-CODB-SOMA       PIC 9(04) VALUE 0.
               01 WS-CODB-QUOCIENTE  PIC 9(04) VALUE 0.
               01 WS-CODB-RESTO      PIC 9(01) VALUE 0.
               01 WS-CODB-DV         PIC 9(01) VALUE 0.
               01 WS-CODB-VALIDO     PIC X(01).
                   88 WS-CODB-OK            VALUE "S".
               01 WS-CODB-NOVO-PRINC PIC X(01).
               01 WS-CODB-PRINC-ATUAL PIC X(13).
               01 WS-QTD-CODB        PIC 9(03) VALUE 0.
               01 WS-FIM-CODB        PIC X(01).

               01 WS-ID-CONSULTA     PIC 9(06).
               01 WS-NOME-BUSCA      PIC X(20).
               01 WS-FIM-BUSCA       PIC X(01).
               01 WS-FIM-LOTE        PIC X(01).
               01 WS-ERRO-OPERACAO   PIC X(10).
               01 WS-ERRO-FS         PIC XX.
               01 WS-ERRO-MSG        PIC X(35).
               01 WS-ERRO-ID         PIC 9(06) VALUE 0.

               *> Data/hora do sistema (mesmo padrao de MENU-PRINCIPAL).
               01 WS-DATA-SISTEMA.
               DISPLAY "9 - Programar preco futuro"
               DISPLAY "10 - Listar precos programados"
               DISPLAY "11 - Cancelar preco programado"
               DISPLAY "12 - Codigos de barras do produto"
               DISPLAY "0 - Encerrar"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
                       IF WS-ACESSO-PERMITIDO
                           PERFORM CANCELAR-PRECO-PROGRAMADO
                       END-IF
                   WHEN 12 PERFORM MANTER-CODIGOS-BARRAS
                   WHEN 0 DISPLAY "Encerrando..."
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
               STOP RUN
           END-IF

           OPEN I-O ARQ-CODBARRAS
           IF FS-CODBARRAS = "35"
               OPEN OUTPUT ARQ-CODBARRAS
               CLOSE ARQ-CODBARRAS
               OPEN I-O ARQ-CODBARRAS
           END-IF
           IF FS-CODBARRAS NOT = "00"
               DISPLAY "ERRO FATAL AO ABRIR codbarras.db - FS: "
                       FS-CODBARRAS
               *> RC 8 para a noite agendada nao morrer com RC 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ARQ-ERROS
           IF FS-ERROS = "35"
               OPEN OUTPUT ARQ-ERROS
           MOVE "C" TO CKPT-STATUS
           PERFORM GRAVAR-CHECKPOINT.
           CLOSE ARQ-PRODUTOS HIST-PRECOS ARQ-MOVIMENTOS
                 ARQ-FORNECEDORES ARQ-CATEGORIAS ARQ-CODBARRAS
                 ARQ-ERROS.

       VERIFICAR-CHECKPOINT.
           MOVE "C" TO CKPT-STATUS
           ACCEPT WS-NOVO-QTD
           DISPLAY "ESTOQUE MINIMO: " WITH NO ADVANCING
           ACCEPT WS-NOVO-QTD-MINIMA
           DISPLAY "ESTOQUE MINIMO NA LOJA (gondola): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-MINIMO-LOJA
           DISPLAY "FORNECEDOR (0 = sem): " WITH NO ADVANCING
           ACCEPT WS-NOVO-FORNECEDOR
           DISPLAY "CATEGORIA (0 = sem): " WITH NO ADVANCING
           ACCEPT WS-NOVO-CATEGORIA
           DISPLAY "PERECIVEL - controla lote e validade (S/N): "
                   WITH NO ADVANCING
           ACCEPT WS-NOVO-PERECIVEL
           IF WS-NOVO-PERECIVEL = "s"
               MOVE "S" TO WS-NOVO-PERECIVEL
           END-IF
           IF WS-NOVO-PERECIVEL NOT = "S"
               MOVE "N" TO WS-NOVO-PERECIVEL
           END-IF
           MOVE "A" TO WS-NOVO-STATUS
           *> O custo nasce zerado no cadastro: quem o forma e o
           *> recebimento de compra (custo medio ponderado).
           MOVE 0 TO WS-NOVO-CUSTO

           PERFORM GRAVAR-REGISTRO

           MOVE TRAN-STATUS TO WS-NOVO-STATUS
           MOVE TRAN-FORNECEDOR TO WS-NOVO-FORNECEDOR
           MOVE TRAN-CATEGORIA TO WS-NOVO-CATEGORIA
           *> Custo inicial opcional no fim da linha de transacao;
           *> linhas no formato antigo chegam com brancos ali.
           IF TRAN-CUSTO NUMERIC
               MOVE TRAN-CUSTO TO WS-NOVO-CUSTO
           ELSE
               MOVE 0 TO WS-NOVO-CUSTO
           END-IF
           *> Marca de perecivel opcional depois do custo; branco
           *> vale nao perecivel.
           IF TRAN-E-PERECIVEL
               MOVE "S" TO WS-NOVO-PERECIVEL
           ELSE
               MOVE "N" TO WS-NOVO-PERECIVEL
           END-IF
           *> Minimo da loja opcional depois da marca de perecivel;
           *> a coluna do deposito e ignorada (o deposito so muda
           *> por movimento).
           IF TRAN-MINIMO-LOJA NUMERIC
               MOVE TRAN-MINIMO-LOJA TO WS-NOVO-MINIMO-LOJA
           ELSE
               MOVE 0 TO WS-NOVO-MINIMO-LOJA
           END-IF

           PERFORM GRAVAR-REGISTRO

               MOVE WS-NOVO-QTD-MINIMA TO PROD-QTD-MINIMA
               MOVE WS-NOVO-FORNECEDOR TO PROD-FORNECEDOR
               MOVE WS-NOVO-CATEGORIA TO PROD-CATEGORIA
               MOVE WS-NOVO-PERECIVEL TO PROD-PERECIVEL
               MOVE WS-NOVO-MINIMO-LOJA TO PROD-MINIMO-LOJA
               *> O deposito fica como esta, salvo se o novo total
               *> nao o comporta.
               IF PROD-QTD-DEPOSITO NOT NUMERIC
                   MOVE 0 TO PROD-QTD-DEPOSITO
               END-IF
               IF PROD-QTD-DEPOSITO > PROD-QTD
                   MOVE PROD-QTD TO PROD-QTD-DEPOSITO
               END-IF
               *> PROD-STATUS so muda aqui em carga em lote, onde
               *> TRAN-STATUS do fornecedor e quem manda; o cadastro
               *> interativo nao deve reativar um produto INATIVO de
           MOVE WS-NOVO-QTD-MINIMA TO PROD-QTD-MINIMA
           MOVE WS-NOVO-FORNECEDOR TO PROD-FORNECEDOR
           MOVE WS-NOVO-CATEGORIA TO PROD-CATEGORIA
           MOVE WS-NOVO-CUSTO TO PROD-CUSTO
           MOVE WS-NOVO-PERECIVEL TO PROD-PERECIVEL
           MOVE WS-NOVO-MINIMO-LOJA TO PROD-MINIMO-LOJA
           *> Produto novo: o estoque inicial fica todo na loja.
           MOVE 0 TO PROD-QTD-DEPOSITO
           IF WS-NOVO-INATIVO
               SET PROD-INATIVO TO TRUE
           ELSE
           DISPLAY WS-LINHA.

       OBTER-DADOS-MOVIMENTO.
           PERFORM APURAR-SALDOS-LOCAL
           DISPLAY "Produto: " PROD-NOME
           DISPLAY "Estoque atual: " PROD-QTD
                   " | SIT: " PROD-STATUS
           DISPLAY "   LOJA: " WS-MOV-QTD-LOJA
                   " | DEPOSITO: " PROD-QTD-DEPOSITO
           DISPLAY "TIPO (E=entrada S=saida A=ajuste "
                   "T=transferencia): " WITH NO ADVANCING
           ACCEPT WS-MOV-TIPO
           IF WS-MOV-TRANSFERENCIA
               DISPLAY "DESTINO (L=loja D=deposito): "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "LOCAL (L=loja D=deposito): "
                       WITH NO ADVANCING
           END-IF
           ACCEPT WS-MOV-LOCAL
           IF WS-MOV-NO-DEPOSITO
               MOVE "D" TO WS-MOV-LOCAL
           ELSE
               MOVE "L" TO WS-MOV-LOCAL
           END-IF
           DISPLAY "QUANTIDADE: " WITH NO ADVANCING
           ACCEPT WS-MOV-QTD
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           ACCEPT WS-MOV-MOTIVO

           IF NOT WS-MOV-TIPO-VALIDO
               DISPLAY "REJEITADO: tipo deve ser E, S, A ou T."
           ELSE
           IF WS-MOV-AJUSTE AND NOT OPER-SUPERVISOR
               DISPLAY "ACESSO NEGADO: ajuste de estoque exige "
           END-IF
           END-IF.

       APURAR-SALDOS-LOCAL.
           *> Branco no deposito (registro antigo) vale zero: o
           *> estoque todo esta na loja.
           IF PROD-QTD-DEPOSITO NOT NUMERIC
               MOVE 0 TO PROD-QTD-DEPOSITO
           END-IF
           IF PROD-QTD-DEPOSITO > PROD-QTD
               MOVE PROD-QTD TO PROD-QTD-DEPOSITO
           END-IF
           COMPUTE WS-MOV-QTD-LOJA = PROD-QTD - PROD-QTD-DEPOSITO.

       APLICAR-MOVIMENTO.
           MOVE "N" TO WS-MOV-REJEITADO
           MOVE PROD-QTD-DEPOSITO TO WS-MOV-DEP-ANTES
           MOVE PROD-QTD-DEPOSITO TO WS-MOV-DEP-NOVO
           *> Saldo do local informado; na transferencia, o da
           *> origem (o outro local).
           IF WS-MOV-NO-DEPOSITO
               MOVE PROD-QTD-DEPOSITO TO WS-MOV-QTD-NO-LOCAL
           ELSE
               MOVE WS-MOV-QTD-LOJA TO WS-MOV-QTD-NO-LOCAL
           END-IF
           IF WS-MOV-TRANSFERENCIA
               IF WS-MOV-NO-DEPOSITO
                   MOVE WS-MOV-QTD-LOJA TO WS-MOV-QTD-NO-LOCAL
               ELSE
                   MOVE PROD-QTD-DEPOSITO TO WS-MOV-QTD-NO-LOCAL
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-MOV-ENTRADA
                           DISPLAY "REJEITADO: estoque estouraria a "
                                   "capacidade do campo."
                   END-COMPUTE
                   IF WS-MOV-OK AND WS-MOV-NO-DEPOSITO
                       ADD WS-MOV-QTD TO WS-MOV-DEP-NOVO
                   END-IF
               WHEN WS-MOV-SAIDA
                   IF WS-MOV-QTD > WS-MOV-QTD-NO-LOCAL
                       MOVE "S" TO WS-MOV-REJEITADO
                       DISPLAY "REJEITADO: saida deixaria o saldo do "
                               "local negativo."
                       MOVE "MOVIMENTO " TO WS-ERRO-OPERACAO
                       MOVE "--" TO WS-ERRO-FS
                       MOVE "Saida deixaria estoque negativo" TO
                   ELSE
                       COMPUTE WS-MOV-QTD-NOVA =
                               PROD-QTD - WS-MOV-QTD
                       IF WS-MOV-NO-DEPOSITO
                           SUBTRACT WS-MOV-QTD FROM WS-MOV-DEP-NOVO
                       END-IF
                   END-IF
               WHEN WS-MOV-AJUSTE
                   *> Ajuste acerta o saldo do local para a
                   *> quantidade informada (contagem fisica); o
                   *> total muda pela diferenca e o kardex guarda
                   *> o saldo anterior para a auditoria.
                   COMPUTE WS-MOV-QTD-NOVA =
                           PROD-QTD - WS-MOV-QTD-NO-LOCAL + WS-MOV-QTD
                       ON SIZE ERROR
                           MOVE "S" TO WS-MOV-REJEITADO
                           DISPLAY "REJEITADO: estoque estouraria a "
                                   "capacidade do campo."
                   END-COMPUTE
                   IF WS-MOV-OK AND WS-MOV-NO-DEPOSITO
                       MOVE WS-MOV-QTD TO WS-MOV-DEP-NOVO
                   END-IF
               WHEN WS-MOV-TRANSFERENCIA
                   *> A transferencia nao muda o total: so passa
                   *> saldo de um local para o outro.
                   IF WS-MOV-QTD > WS-MOV-QTD-NO-LOCAL
                       MOVE "S" TO WS-MOV-REJEITADO
                       DISPLAY "REJEITADO: origem tem so "
                               WS-MOV-QTD-NO-LOCAL " unidade(s)."
                   ELSE
                       MOVE PROD-QTD TO WS-MOV-QTD-NOVA
                       IF WS-MOV-NO-DEPOSITO
                           ADD WS-MOV-QTD TO WS-MOV-DEP-NOVO
                       ELSE
                           SUBTRACT WS-MOV-QTD FROM WS-MOV-DEP-NOVO
                       END-IF
                       IF WS-MOV-MOTIVO = SPACES
                           MOVE "TRANSF" TO WS-MOV-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-MOV-OK
       EFETIVAR-MOVIMENTO.
           MOVE PROD-QTD TO MOV-QTD-ANTERIOR
           MOVE WS-MOV-QTD-NOVA TO PROD-QTD
           MOVE WS-MOV-DEP-NOVO TO PROD-QTD-DEPOSITO

           REWRITE REG-PRODUTO
               INVALID KEY
           MOVE WS-MOV-QTD TO MOV-QTD
           MOVE WS-MOV-QTD-NOVA TO MOV-QTD-RESULTANTE
           MOVE WS-MOV-MOTIVO TO MOV-MOTIVO
           MOVE PROD-CUSTO TO MOV-CUSTO
           MOVE SPACES TO MOV-LOTE
           MOVE WS-MOV-LOCAL TO MOV-LOCAL
           MOVE WS-MOV-DEP-ANTES TO MOV-DEP-ANTERIOR
           MOVE WS-MOV-DEP-NOVO TO MOV-DEP-RESULTANTE
           MOVE WS-ANO-SYS TO MOV-ANO
           MOVE WS-MES-SYS TO MOV-MES
           MOVE WS-DIA-SYS TO MOV-DIA
                   " | QTD: " MOV-QTD
           DISPLAY "   SALDO: " MOV-QTD-ANTERIOR
                   " -> " MOV-QTD-RESULTANTE
                   " | MOTIVO: " MOV-MOTIVO
           IF MOV-DEP-ANTERIOR NUMERIC
               DISPLAY "   LOCAL: " MOV-LOCAL
                       " | DEPOSITO: " MOV-DEP-ANTERIOR
                       " -> " MOV-DEP-RESULTANTE
           END-IF.

       REGISTRAR-HISTORICO-PRECO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-PPG-PROD-ID (WS-SEQ-CANCELA) TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       MANTER-CODIGOS-BARRAS.
           DISPLAY WS-LINHA
           DISPLAY "--- CODIGOS DE BARRAS DO PRODUTO ---"
           DISPLAY "ID DO PRODUTO: " WITH NO ADVANCING
           ACCEPT WS-ID-CONSULTA
           MOVE WS-ID-CONSULTA TO PROD-ID

           READ ARQ-PRODUTOS
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM EXECUTAR-MENU-CODIGOS
           END-READ

           IF FS-CONTROLE NOT = "00" AND FS-CONTROLE NOT = "23"
               MOVE "READ      " TO WS-ERRO-OPERACAO
               MOVE FS-CONTROLE TO WS-ERRO-FS
               MOVE "Falha de E/S ao consultar produto" TO
                    WS-ERRO-MSG
               MOVE WS-ID-CONSULTA TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE "00" TO FS-CONTROLE
           DISPLAY WS-LINHA.

       EXECUTAR-MENU-CODIGOS.
           MOVE 9 TO WS-OPCAO-CODB
           PERFORM UNTIL WS-OPCAO-CODB = 0
               DISPLAY " "
               DISPLAY "Produto: " PROD-ID " - " PROD-NOME
               PERFORM EXIBIR-CODIGOS-PRODUTO
               DISPLAY "1 - Incluir codigo de barras"
               DISPLAY "2 - Tornar codigo principal (etiqueta)"
               DISPLAY "3 - Excluir codigo de barras"
               DISPLAY "0 - Voltar"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO-CODB

               EVALUATE WS-OPCAO-CODB
                   WHEN 1 PERFORM INCLUIR-CODIGO-BARRAS
                   WHEN 2 PERFORM TORNAR-CODIGO-PRINCIPAL
                   WHEN 3
                       PERFORM VERIFICAR-NIVEL-SUPERVISOR
                       IF WS-ACESSO-PERMITIDO
                           PERFORM EXCLUIR-CODIGO-BARRAS
                       END-IF
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       EXIBIR-CODIGOS-PRODUTO.
           *> Percorre os codigos do produto pela chave alternativa;
           *> guarda o principal para a troca de principal.
           MOVE 0 TO WS-QTD-CODB
           MOVE SPACES TO WS-CODB-PRINC-ATUAL
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
                                   PERFORM EXIBIR-UM-CODIGO
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-CODBARRAS
           IF WS-QTD-CODB = ZERO
               DISPLAY "   (produto sem codigo de barras)"
           END-IF.

       EXIBIR-UM-CODIGO.
           ADD 1 TO WS-QTD-CODB
           IF CODB-E-PRINCIPAL
               MOVE CODB-CODIGO TO WS-CODB-PRINC-ATUAL
               DISPLAY "   " CODB-CODIGO " PRINCIPAL | " CODB-DATA
                       " | OPER: " CODB-OPERADOR
           ELSE
               DISPLAY "   " CODB-CODIGO "           | " CODB-DATA
                       " | OPER: " CODB-OPERADOR
           END-IF.

       INCLUIR-CODIGO-BARRAS.
           DISPLAY "CODIGO DE BARRAS (leitor ou digitado): "
                   WITH NO ADVANCING
           ACCEPT WS-CODB-LIDO
           PERFORM VALIDAR-CODIGO-BARRAS
           IF WS-CODB-OK
               MOVE WS-CODB-LIDO TO CODB-CODIGO
               READ ARQ-CODBARRAS
                   INVALID KEY
                       PERFORM GRAVAR-CODIGO-BARRAS
                   NOT INVALID KEY
                       IF CODB-PROD-ID = PROD-ID
                           DISPLAY "Codigo ja ligado a este produto."
                       ELSE
                           DISPLAY "REJEITADO: codigo ja ligado ao "
                                   "produto " CODB-PROD-ID "."
                       END-IF
               END-READ
               IF FS-CODBARRAS NOT = "00" AND FS-CODBARRAS NOT = "23"
                   MOVE "READ CODB " TO WS-ERRO-OPERACAO
                   MOVE FS-CODBARRAS TO WS-ERRO-FS
                   MOVE "Falha de E/S em codbarras.db" TO
                        WS-ERRO-MSG
                   MOVE PROD-ID TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               MOVE "00" TO FS-CODBARRAS
           END-IF.

       VALIDAR-CODIGO-BARRAS.
           *> EAN-13 ou EAN-8, so digitos, sem nada depois do codigo
           *> e com o digito verificador (o ultimo) batendo.
           MOVE "N" TO WS-CODB-VALIDO
           MOVE 0 TO WS-CODB-TAM
           INSPECT WS-CODB-LIDO TALLYING WS-CODB-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-CODB-TAM NOT = 8 AND WS-CODB-TAM NOT = 13
                   DISPLAY "REJEITADO: o codigo deve ter 13 (EAN-13) "
                           "ou 8 (EAN-8) digitos."
               WHEN WS-CODB-LIDO (1:WS-CODB-TAM) NOT NUMERIC
                   DISPLAY "REJEITADO: o codigo de barras so tem "
                           "digitos."
               WHEN WS-CODB-TAM = 8 AND
                    WS-CODB-LIDO (9:5) NOT = SPACES
                   DISPLAY "REJEITADO: sobra texto depois do codigo."
               WHEN OTHER
                   PERFORM CALCULAR-DIGITO-EAN
                   IF WS-CODB-DV = WS-CODB-DIG (WS-CODB-TAM)
                       MOVE "S" TO WS-CODB-VALIDO
                   ELSE
                       DISPLAY "REJEITADO: digito verificador "
                               "invalido (o correto seria "
                               WS-CODB-DV ")."
                   END-IF
           END-EVALUATE.

       CALCULAR-DIGITO-EAN.
           MOVE 0 TO WS-CODB-SOMA
           MOVE 3 TO WS-CODB-PESO
           COMPUTE WS-CODB-POS = WS-CODB-TAM - 1
           PERFORM UNTIL WS-CODB-POS = ZERO
               COMPUTE WS-CODB-SOMA = WS-CODB-SOMA +
                   WS-CODB-DIG (WS-CODB-POS) * WS-CODB-PESO
               IF WS-CODB-PESO = 3
                   MOVE 1 TO WS-CODB-PESO
               ELSE
                   MOVE 3 TO WS-CODB-PESO
               END-IF
               SUBTRACT 1 FROM WS-CODB-POS
           END-PERFORM
           DIVIDE WS-CODB-SOMA BY 10 GIVING WS-CODB-QUOCIENTE
               REMAINDER WS-CODB-RESTO
           IF WS-CODB-RESTO = ZERO
               MOVE 0 TO WS-CODB-DV
           ELSE
               COMPUTE WS-CODB-DV = 10 - WS-CODB-RESTO
           END-IF.

       GRAVAR-CODIGO-BARRAS.
           *> O primeiro codigo do produto ja nasce principal; nos
           *> seguintes o operador escolhe se troca o da etiqueta.
           MOVE "N" TO WS-CODB-NOVO-PRINC
           IF WS-QTD-CODB = ZERO
               MOVE "S" TO WS-CODB-NOVO-PRINC
           ELSE
               DISPLAY "Usar este como principal (etiqueta)? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   MOVE "S" TO WS-CODB-NOVO-PRINC
                   PERFORM DESMARCAR-PRINCIPAL
               END-IF
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO REG-CODBARRA
           MOVE WS-CODB-LIDO TO CODB-CODIGO
           MOVE PROD-ID TO CODB-PROD-ID
           MOVE WS-CODB-NOVO-PRINC TO CODB-PRINCIPAL
           MOVE WS-DATA-SISTEMA-N TO CODB-DATA
           MOVE OPER-CODIGO TO CODB-OPERADOR
           WRITE REG-CODBARRA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CODIGO DE BARRAS."
               NOT INVALID KEY
                   DISPLAY "OK: CODIGO " CODB-CODIGO " GRAVADO."
           END-WRITE
           IF FS-CODBARRAS NOT = "00"
               MOVE "WRITE CODB" TO WS-ERRO-OPERACAO
               MOVE FS-CODBARRAS TO WS-ERRO-FS
               MOVE "Falha ao gravar codbarras.db" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       DESMARCAR-PRINCIPAL.
           IF WS-CODB-PRINC-ATUAL NOT = SPACES
               MOVE WS-CODB-PRINC-ATUAL TO CODB-CODIGO
               READ ARQ-CODBARRAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO CODB-PRINCIPAL
                       REWRITE REG-CODBARRA
                           INVALID KEY
                               DISPLAY "ERRO AO DESMARCAR O "
                                       "PRINCIPAL ANTERIOR."
                       END-REWRITE
               END-READ
               IF FS-CODBARRAS NOT = "00" AND FS-CODBARRAS NOT = "23"
                   MOVE "REWR CODB " TO WS-ERRO-OPERACAO
                   MOVE FS-CODBARRAS TO WS-ERRO-FS
                   MOVE "Falha ao desmarcar principal" TO
                        WS-ERRO-MSG
                   MOVE PROD-ID TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
               END-IF
               MOVE "00" TO FS-CODBARRAS
               MOVE SPACES TO WS-CODB-PRINC-ATUAL
           END-IF.

       TORNAR-CODIGO-PRINCIPAL.
           DISPLAY "CODIGO QUE PASSA A PRINCIPAL: " WITH NO ADVANCING
           ACCEPT WS-CODB-LIDO
           MOVE WS-CODB-LIDO TO CODB-CODIGO
           READ ARQ-CODBARRAS
               INVALID KEY
                   MOVE "N" TO CODB-PRINCIPAL
                   MOVE 0 TO CODB-PROD-ID
           END-READ
           MOVE "00" TO FS-CODBARRAS

           EVALUATE TRUE
               WHEN CODB-PROD-ID NOT = PROD-ID
                   DISPLAY "Codigo nao pertence a este produto."
               WHEN CODB-E-PRINCIPAL
                   DISPLAY "Esse ja e o codigo principal."
               WHEN OTHER
                   PERFORM DESMARCAR-PRINCIPAL
                   MOVE WS-CODB-LIDO TO CODB-CODIGO
                   READ ARQ-CODBARRAS
                       INVALID KEY
                           DISPLAY "CODIGO SUMIU DE codbarras.db."
                       NOT INVALID KEY
                           MOVE "S" TO CODB-PRINCIPAL
                           REWRITE REG-CODBARRA
                               INVALID KEY
                                   DISPLAY "ERRO AO MARCAR O "
                                           "PRINCIPAL."
                               NOT INVALID KEY
                                   DISPLAY "OK: PRINCIPAL ALTERADO."
                           END-REWRITE
                   END-READ
                   IF FS-CODBARRAS NOT = "00"
                       MOVE "REWR CODB " TO WS-ERRO-OPERACAO
                       MOVE FS-CODBARRAS TO WS-ERRO-FS
                       MOVE "Falha ao marcar principal" TO
                            WS-ERRO-MSG
                       MOVE PROD-ID TO WS-ERRO-ID
                       PERFORM REGISTRAR-ERRO-ARQUIVO
                   END-IF
                   MOVE "00" TO FS-CODBARRAS
           END-EVALUATE.

       EXCLUIR-CODIGO-BARRAS.
           DISPLAY "CODIGO A EXCLUIR: " WITH NO ADVANCING
           ACCEPT WS-CODB-LIDO
           MOVE WS-CODB-LIDO TO CODB-CODIGO
           READ ARQ-CODBARRAS
               INVALID KEY
                   MOVE 0 TO CODB-PROD-ID
           END-READ
           MOVE "00" TO FS-CODBARRAS

           IF CODB-PROD-ID NOT = PROD-ID
               DISPLAY "Codigo nao pertence a este produto."
           ELSE
               DISPLAY "Confirma a exclusao do codigo " CODB-CODIGO
                       "? (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM EFETIVAR-EXCLUSAO-CODIGO
               ELSE
                   DISPLAY "Operacao cancelada."
               END-IF
           END-IF.

       EFETIVAR-EXCLUSAO-CODIGO.
           MOVE CODB-PRINCIPAL TO WS-CODB-NOVO-PRINC
           DELETE ARQ-CODBARRAS
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR CODIGO DE BARRAS."
               NOT INVALID KEY
                   DISPLAY "OK: CODIGO EXCLUIDO."
           END-DELETE
           IF FS-CODBARRAS NOT = "00"
               MOVE "DELETE CDB" TO WS-ERRO-OPERACAO
               MOVE FS-CODBARRAS TO WS-ERRO-FS
               MOVE "Falha ao excluir codigo de barras" TO
                    WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               *> Exclusao tambem deixa trilha, como as demais
               *> operacoes de supervisor.
               MOVE "DELETE CDB" TO WS-ERRO-OPERACAO
               MOVE "--" TO WS-ERRO-FS
               MOVE "Codigo de barras excluido" TO WS-ERRO-MSG
               MOVE PROD-ID TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
               IF WS-CODB-NOVO-PRINC = "S"
                   PERFORM PROMOVER-PROXIMO-PRINCIPAL
               END-IF
           END-IF
           MOVE "00" TO FS-CODBARRAS.

       PROMOVER-PROXIMO-PRINCIPAL.
           *> Saiu o principal: o proximo codigo do produto (se
           *> houver) assume a etiqueta.
           MOVE PROD-ID TO CODB-PROD-ID
           START ARQ-CODBARRAS KEY IS EQUAL TO CODB-PROD-ID
               INVALID KEY
                   DISPLAY "Produto ficou sem codigo de barras."
               NOT INVALID KEY
                   READ ARQ-CODBARRAS NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO CODB-PRINCIPAL
                           REWRITE REG-CODBARRA
                               INVALID KEY
                                   DISPLAY "ERRO AO MARCAR O "
                                           "PRINCIPAL."
                               NOT INVALID KEY
                                   DISPLAY "Novo principal: "
                                           CODB-CODIGO
                           END-REWRITE
                   END-READ
           END-START
           MOVE "00" TO FS-CODBARRAS.
