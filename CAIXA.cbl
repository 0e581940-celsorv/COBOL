       IDENTIFICATION DIVISION.
           PROGRAM-ID. CAIXA.

      *> ***************************************************************
      *>
      *> Objetivo: Controle do caixa por turno de operador. O operador
      *>           abre o turno informando o fundo de troco (caixas.db)
      *>           e so entao o VENDAS aceita vendas dele; cada forma
      *>           de pagamento recebida, cada estorno de devolucao e
      *>           cada sangria ou suprimento de dinheiro vira uma
      *>           linha em movcaixa.db com o numero do turno. No
      *>           fechamento o operador digita o contado de cada forma
      *>           e o sistema imprime o fechamento do turno (esperado
      *>           x contado x diferenca por forma) na tela e em
      *>           fechcx-nnnnnn.txt. O supervisor consulta turnos
      *>           anteriores (reimprimindo o fechamento) e reabre um
      *>           turno fechado por engano; a reabertura fica em
      *>           erros.log e carimbada no turno. Pagamento de
      *>           conta a prazo (CONTAS-RECEBER) entra no esperado da
      *>           forma em que foi recebido; a venda a prazo em si
      *>           sai no fechamento so como informacao.
      *> Compilar: cobc -x -std=ibm -I copybooks TESTE_INDEX.cbl
      *>           RELAT_CATALOGO.cbl VENDAS.cbl COMPRAS.cbl
      *>           INVENTARIO.cbl CAD_APOIO.cbl MANUTENCAO.cbl
      *>           CONCILIA.cbl FECHAMES.cbl PRECOS_PROG.cbl
      *>           JOB_NOTURNO.cbl CAIXA.cbl CONTAS_RECEBER.cbl
      *>           CONTABIL.cbl PONTO_PEDIDO.cbl -o menu
      *> Executar: chamado via MENU-PRINCIPAL (opcao 21), nao roda
      *>           isolado
      *>
      *> ***************************************************************

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

                   SELECT ARQ-FECHCX ASSIGN TO DYNAMIC WS-NOME-FECHCX
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-FECHCX.

                   SELECT ARQ-ERROS ASSIGN TO "erros.log"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-ERROS.

       DATA DIVISION.
           FILE SECTION.
               FD ARQ-CAIXAS.
               COPY "CAIXA.cpy".

               FD ARQ-MOVCAIXA.
               COPY "MOVCAIXA.cpy".

               FD ARQ-FECHCX.
                   01 REG-FECHCX            PIC X(51).

               FD ARQ-ERROS.
               COPY "ERRO.cpy".

           WORKING-STORAGE SECTION.
               01 FS-CAIXAS          PIC XX.
               01 FS-MOVCAIXA        PIC XX.
               01 FS-FECHCX          PIC XX.
               01 FS-ERROS           PIC XX.

               01 WS-LINHA           PIC X(51) VALUE ALL "-".
               01 WS-OPCAO           PIC 9(02) VALUE 99.
               01 WS-FIM-ARQUIVO     PIC X(01) VALUE "N".
               01 WS-FIM-BUSCA       PIC X(01) VALUE "N".
               01 WS-CONFIRMA        PIC X(01).
                   88 WS-CONFIRMADO         VALUES "S", "s".
               01 WS-ACESSO          PIC X(01).
                   88 WS-ACESSO-PERMITIDO   VALUE "S".

               COPY "FORMAPAG.cpy".

               *> Turno aberto do operador procurado (o do terminal
               *> ou o dono de um turno que o supervisor quer reabrir).
               01 WS-OPER-BUSCA      PIC X(05).
               01 WS-TURNO-ATUAL     PIC 9(06) VALUE 0.
               01 WS-TURNO-LOCALIZADO PIC X(01) VALUE "N".
                   88 WS-TEM-TURNO          VALUE "S".
               01 WS-NUM-TURNO       PIC 9(06) VALUE 0.
               01 WS-TURNO-ACHADO    PIC X(01) VALUE "N".
                   88 WS-TURNO-EXISTE       VALUE "S".

               01 WS-VALOR           PIC 9(07)V99 VALUE 0.
               01 WS-MOTIVO-CAIXA    PIC X(20).
               01 WS-VALOR-ED        PIC ZZZZZZ9,99.
               01 WS-SALDO-ED        PIC -ZZZZZZZ9,99.
               01 WS-IDX-FORMA       PIC 9(02) VALUE 0.

               *> Apuracao do turno: o esperado de cada forma e a soma
               *> dos movimentos do turno em movcaixa.db; o dinheiro
               *> soma ainda o fundo de troco, os suprimentos e tira
               *> as sangrias.
               01 WS-TAB-APURACAO.
                   05 WS-APU OCCURS 4 TIMES.
                       10 WS-APU-VENDAS    PIC 9(08)V99.
                       10 WS-APU-ESTORNOS  PIC 9(08)V99.
                       10 WS-APU-RECEB     PIC 9(08)V99.
                       10 WS-APU-ESPERADO  PIC S9(08)V99.
                       10 WS-APU-DIFERENCA PIC S9(08)V99.
               01 WS-APU-SANGRIAS    PIC 9(08)V99 VALUE 0.
               01 WS-APU-SUPRIMENTOS PIC 9(08)V99 VALUE 0.
               01 WS-APU-QTD-VENDAS  PIC 9(05) VALUE 0.
               01 WS-APU-FIADO       PIC 9(08)V99 VALUE 0.
               01 WS-TOT-ESPERADO    PIC S9(09)V99 VALUE 0.
               01 WS-TOT-CONTADO     PIC 9(09)V99 VALUE 0.
               01 WS-TOT-DIFERENCA   PIC S9(09)V99 VALUE 0.
               01 WS-COM-CONTAGEM    PIC X(01) VALUE "N".

               *> Fechamento impresso: cada linha vai para a tela e,
               *> quando o arquivo abriu, para fechcx-nnnnnn.txt.
               01 WS-NOME-FECHCX.
                   05 FILLER          PIC X(07) VALUE "fechcx-".
                   05 WS-FECHCX-NUM   PIC 9(06).
                   05 FILLER          PIC X(04) VALUE ".txt".
               01 WS-FECHCX-ABERTO   PIC X(01) VALUE "N".
               01 WS-LINHA-FECH      PIC X(51).
               01 WS-HORA-6          PIC 9(06).
               01 WS-HORA-6-R REDEFINES WS-HORA-6.
                   05 WS-H6-HH        PIC 9(02).
                   05 WS-H6-MM        PIC 9(02).
                   05 WS-H6-SS        PIC 9(02).

               *> Consulta de turnos anteriores (supervisor).
               01 WS-DATA-FILTRO     PIC 9(08) VALUE 0.
               01 WS-OPER-FILTRO     PIC X(05) VALUE SPACES.
               01 WS-QTD-LISTADOS    PIC 9(05) VALUE 0.

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

       PROCEDURE DIVISION USING OPERADOR-SESSAO.
           PERFORM ABRIR-ARQUIVOS
           PERFORM EXECUTAR-MENU-CAIXA
           PERFORM ENCERRAR-SESSAO
           GOBACK.

       EXECUTAR-MENU-CAIXA.
           MOVE 99 TO WS-OPCAO
           PERFORM UNTIL WS-OPCAO = 0
               MOVE OPER-CODIGO TO WS-OPER-BUSCA
               PERFORM LOCALIZAR-TURNO-ABERTO
               DISPLAY " "
               DISPLAY "------- CAIXA DO OPERADOR " OPER-CODIGO
                       " -------"
               IF WS-TEM-TURNO
                   DISPLAY "TURNO ABERTO: " WS-TURNO-ATUAL
               ELSE
                   DISPLAY "NENHUM TURNO ABERTO."
               END-IF
               DISPLAY "1 - Abrir turno (fundo de troco)"
               DISPLAY "2 - Sangria (retirada de dinheiro)"
               DISPLAY "3 - Suprimento (reforco de dinheiro)"
               DISPLAY "4 - Posicao parcial do turno"
               DISPLAY "5 - Fechar turno (contagem)"
               DISPLAY "6 - Consultar turnos (supervisor)"
               DISPLAY "7 - Reabrir turno (supervisor)"
               DISPLAY "0 - Voltar ao menu principal"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN 1 PERFORM ABRIR-TURNO
                   WHEN 2 PERFORM REGISTRAR-SANGRIA
                   WHEN 3 PERFORM REGISTRAR-SUPRIMENTO
                   WHEN 4 PERFORM EXIBIR-POSICAO-TURNO
                   WHEN 5 PERFORM FECHAR-TURNO
                   WHEN 6
                       PERFORM VERIFICAR-NIVEL-SUPERVISOR
                       IF WS-ACESSO-PERMITIDO
                           PERFORM CONSULTAR-TURNOS
                       END-IF
                   WHEN 7
                       PERFORM VERIFICAR-NIVEL-SUPERVISOR
                       IF WS-ACESSO-PERMITIDO
                           PERFORM REABRIR-TURNO
                       END-IF
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-CAIXAS
           IF FS-CAIXAS = "35"
               OPEN OUTPUT ARQ-CAIXAS
               CLOSE ARQ-CAIXAS
               OPEN I-O ARQ-CAIXAS
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
           CLOSE ARQ-CAIXAS ARQ-MOVCAIXA ARQ-ERROS.

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

       VERIFICAR-NIVEL-SUPERVISOR.
           *> Consulta e reabertura de turnos mexem no caixa de
           *> outros operadores; a negativa fica no log com o codigo
           *> de quem tentou (mesma disciplina do cadastro).
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

       LOCALIZAR-TURNO-ABERTO.
           *> Percorre os turnos do operador pela chave alternativa;
           *> so pode haver um ABERTO por operador.
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

       LER-TURNO.
           MOVE WS-NUM-TURNO TO CX-NUMERO
           MOVE "N" TO WS-TURNO-ACHADO
           READ ARQ-CAIXAS
               INVALID KEY
                   DISPLAY "TURNO " WS-NUM-TURNO " NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WS-TURNO-ACHADO
           END-READ
           IF FS-CAIXAS NOT = "00" AND FS-CAIXAS NOT = "23"
               MOVE "READ CAIXA" TO WS-ERRO-OPERACAO
               MOVE FS-CAIXAS TO WS-ERRO-FS
               MOVE "Falha de E/S ao ler turno" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE "00" TO FS-CAIXAS.

       OBTER-PROXIMO-NUMERO-TURNO.
           *> Mesmo truque do numero de venda: posiciona depois da
           *> maior chave e le para tras.
           MOVE ALL X"FF" TO CX-NUMERO
           START ARQ-CAIXAS KEY IS LESS THAN CX-NUMERO
               INVALID KEY
                   MOVE 1 TO WS-NUM-TURNO
               NOT INVALID KEY
                   READ ARQ-CAIXAS PREVIOUS
                       AT END
                           MOVE 1 TO WS-NUM-TURNO
                       NOT AT END
                           COMPUTE WS-NUM-TURNO = CX-NUMERO + 1
                   END-READ
           END-START
           MOVE "00" TO FS-CAIXAS.

       ABRIR-TURNO.
           DISPLAY WS-LINHA
           IF WS-TEM-TURNO
               DISPLAY "Voce ja tem o turno " WS-TURNO-ATUAL
                       " aberto - feche-o antes de abrir outro."
           ELSE
               DISPLAY "--- ABERTURA DE TURNO ---"
               DISPLAY "FUNDO DE TROCO (R$): " WITH NO ADVANCING
               ACCEPT WS-VALOR
               MOVE WS-VALOR TO WS-VALOR-ED
               DISPLAY "Abrir turno com fundo de R$ " WS-VALOR-ED
                       "? (S/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM GRAVAR-TURNO-NOVO
               ELSE
                   DISPLAY "Abertura cancelada."
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       GRAVAR-TURNO-NOVO.
           PERFORM OBTER-PROXIMO-NUMERO-TURNO
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           INITIALIZE REG-CAIXA
           MOVE WS-NUM-TURNO TO CX-NUMERO
           MOVE OPER-CODIGO TO CX-OPERADOR
           SET CX-ABERTO TO TRUE
           MOVE WS-DATA-SISTEMA-N TO CX-DATA-ABERTURA
           COMPUTE CX-HORA-ABERTURA =
               WS-HH-SYS * 10000 + WS-MM-SYS * 100 + WS-SS-SYS
           MOVE 0 TO CX-DATA-FECHAMENTO
           MOVE 0 TO CX-HORA-FECHAMENTO
           MOVE WS-VALOR TO CX-FUNDO
           MOVE SPACES TO CX-OPER-REABERTURA
           WRITE REG-CAIXA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O TURNO."
               NOT INVALID KEY
                   DISPLAY "TURNO " CX-NUMERO " ABERTO."
           END-WRITE
           IF FS-CAIXAS NOT = "00"
               MOVE "WRITE CX  " TO WS-ERRO-OPERACAO
               MOVE FS-CAIXAS TO WS-ERRO-FS
               MOVE "Falha de E/S ao abrir turno" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE "00" TO FS-CAIXAS.

       REGISTRAR-SANGRIA.
           DISPLAY WS-LINHA
           IF NOT WS-TEM-TURNO
               DISPLAY "Sem turno aberto - nada a retirar."
           ELSE
               DISPLAY "--- SANGRIA DO TURNO " WS-TURNO-ATUAL " ---"
               MOVE WS-TURNO-ATUAL TO WS-NUM-TURNO
               PERFORM LER-TURNO
               PERFORM APURAR-TURNO
               MOVE WS-APU-ESPERADO (FORMA-DINHEIRO) TO WS-SALDO-ED
               DISPLAY "DINHEIRO NO CAIXA (esperado): R$ "
                       WS-SALDO-ED
               DISPLAY "VALOR DA SANGRIA (R$): " WITH NO ADVANCING
               ACCEPT WS-VALOR
               IF WS-VALOR = ZERO OR
                  WS-VALOR > WS-APU-ESPERADO (FORMA-DINHEIRO)
                   DISPLAY "REJEITADO: valor zerado ou maior que o "
                           "dinheiro do caixa."
               ELSE
                   DISPLAY "MOTIVO/DESTINO: " WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-CAIXA
                   MOVE "S" TO CXM-TIPO
                   PERFORM GRAVAR-MOVIMENTO-CAIXA
                   MOVE WS-VALOR TO WS-VALOR-ED
                   DISPLAY "SANGRIA REGISTRADA: R$ " WS-VALOR-ED
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       REGISTRAR-SUPRIMENTO.
           DISPLAY WS-LINHA
           IF NOT WS-TEM-TURNO
               DISPLAY "Sem turno aberto - abra o turno primeiro."
           ELSE
               DISPLAY "--- SUPRIMENTO DO TURNO " WS-TURNO-ATUAL
                       " ---"
               DISPLAY "VALOR DO SUPRIMENTO (R$): " WITH NO ADVANCING
               ACCEPT WS-VALOR
               IF WS-VALOR = ZERO
                   DISPLAY "REJEITADO: valor deve ser maior que zero."
               ELSE
                   DISPLAY "MOTIVO/ORIGEM: " WITH NO ADVANCING
                   ACCEPT WS-MOTIVO-CAIXA
                   MOVE "U" TO CXM-TIPO
                   PERFORM GRAVAR-MOVIMENTO-CAIXA
                   MOVE WS-VALOR TO WS-VALOR-ED
                   DISPLAY "SUPRIMENTO REGISTRADO: R$ " WS-VALOR-ED
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       GRAVAR-MOVIMENTO-CAIXA.
           *> Sangria e suprimento sao sempre em dinheiro; CXM-TIPO
           *> ja vem preenchido pelo chamador.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-TURNO-ATUAL TO CXM-TURNO
           MOVE FORMA-DINHEIRO TO CXM-FORMA
           MOVE WS-VALOR TO CXM-VALOR
           MOVE 0 TO CXM-VENDA-NUM
           MOVE WS-ANO-SYS TO CXM-ANO
           MOVE WS-MES-SYS TO CXM-MES
           MOVE WS-DIA-SYS TO CXM-DIA
           MOVE WS-HH-SYS TO CXM-HH
           MOVE WS-MM-SYS TO CXM-MM
           MOVE WS-SS-SYS TO CXM-SS
           MOVE OPER-CODIGO TO CXM-OPERADOR
           MOVE WS-MOTIVO-CAIXA TO CXM-MOTIVO
           WRITE REG-MOVCAIXA
           IF FS-MOVCAIXA NOT = "00"
               MOVE "MOV CAIXA " TO WS-ERRO-OPERACAO
               MOVE FS-MOVCAIXA TO WS-ERRO-FS
               MOVE "Falha ao gravar movimento de caixa" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF.

       APURAR-TURNO.
           *> REG-CAIXA deve estar carregado com o turno (WS-NUM-
           *> TURNO). movcaixa.db fica aberto em EXTEND na sessao;
           *> para ler e preciso fechar e reabrir como INPUT, e no
           *> fim volta para EXTEND (mesma tecnica da consulta do
           *> kardex no cadastro).
           MOVE 0 TO WS-APU-SANGRIAS
           MOVE 0 TO WS-APU-SUPRIMENTOS
           MOVE 0 TO WS-APU-QTD-VENDAS
           MOVE 0 TO WS-APU-FIADO
           MOVE 1 TO WS-IDX-FORMA
           PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
               MOVE 0 TO WS-APU-VENDAS (WS-IDX-FORMA)
               MOVE 0 TO WS-APU-ESTORNOS (WS-IDX-FORMA)
               MOVE 0 TO WS-APU-RECEB (WS-IDX-FORMA)
               ADD 1 TO WS-IDX-FORMA
           END-PERFORM

           CLOSE ARQ-MOVCAIXA
           OPEN INPUT ARQ-MOVCAIXA
           IF FS-MOVCAIXA = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-MOVCAIXA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXM-TURNO = WS-NUM-TURNO
                               PERFORM ACUMULAR-MOVIMENTO-CAIXA
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
           END-IF

           MOVE 0 TO WS-TOT-ESPERADO
           MOVE 1 TO WS-IDX-FORMA
           PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
               COMPUTE WS-APU-ESPERADO (WS-IDX-FORMA) =
                   WS-APU-VENDAS (WS-IDX-FORMA)
                   + WS-APU-RECEB (WS-IDX-FORMA)
                   - WS-APU-ESTORNOS (WS-IDX-FORMA)
               IF WS-IDX-FORMA = FORMA-DINHEIRO
                   COMPUTE WS-APU-ESPERADO (WS-IDX-FORMA) =
                       WS-APU-ESPERADO (WS-IDX-FORMA) + CX-FUNDO
                       + WS-APU-SUPRIMENTOS - WS-APU-SANGRIAS
               END-IF
               ADD WS-APU-ESPERADO (WS-IDX-FORMA) TO WS-TOT-ESPERADO
               ADD 1 TO WS-IDX-FORMA
           END-PERFORM.

       ACUMULAR-MOVIMENTO-CAIXA.
           IF CXM-FORMA NUMERIC AND CXM-FORMA > 0 AND
              CXM-FORMA <= QTD-FORMAS-PAGTO
               EVALUATE TRUE
                   WHEN CXM-VENDA
                       ADD CXM-VALOR TO WS-APU-VENDAS (CXM-FORMA)
                       ADD 1 TO WS-APU-QTD-VENDAS
                   WHEN CXM-ESTORNO
                       ADD CXM-VALOR TO WS-APU-ESTORNOS (CXM-FORMA)
                   WHEN CXM-SANGRIA
                       ADD CXM-VALOR TO WS-APU-SANGRIAS
                   WHEN CXM-SUPRIMENTO
                       ADD CXM-VALOR TO WS-APU-SUPRIMENTOS
                   WHEN CXM-RECEBIMENTO
                       ADD CXM-VALOR TO WS-APU-RECEB (CXM-FORMA)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               *> Parte a prazo da venda nao entra no caixa.
               IF CXM-VENDA AND CXM-FORMA = FORMA-FIADO
                   ADD CXM-VALOR TO WS-APU-FIADO
               END-IF
           END-IF.

       EXIBIR-POSICAO-TURNO.
           IF NOT WS-TEM-TURNO
               DISPLAY "Sem turno aberto."
           ELSE
               MOVE WS-TURNO-ATUAL TO WS-NUM-TURNO
               PERFORM LER-TURNO
               PERFORM APURAR-TURNO
               MOVE "N" TO WS-COM-CONTAGEM
               MOVE "N" TO WS-FECHCX-ABERTO
               PERFORM IMPRIMIR-FECHAMENTO-TURNO
           END-IF.

       FECHAR-TURNO.
           DISPLAY WS-LINHA
           IF NOT WS-TEM-TURNO
               DISPLAY "Sem turno aberto - nada a fechar."
               DISPLAY WS-LINHA
           ELSE
               DISPLAY "--- FECHAMENTO DO TURNO " WS-TURNO-ATUAL
                       " ---"
               DISPLAY "Conte o caixa e informe o valor de cada "
                       "forma (comprovantes da maquina para cartao "
                       "e PIX)."
               MOVE WS-TURNO-ATUAL TO WS-NUM-TURNO
               PERFORM LER-TURNO
               PERFORM APURAR-TURNO
               MOVE 1 TO WS-IDX-FORMA
               PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
                   DISPLAY "CONTADO EM " FORMA-NOME (WS-IDX-FORMA)
                           " (R$): " WITH NO ADVANCING
                   ACCEPT WS-VALOR
                   MOVE WS-VALOR TO CX-CONTADO (WS-IDX-FORMA)
                   ADD 1 TO WS-IDX-FORMA
               END-PERFORM
               MOVE "S" TO WS-COM-CONTAGEM
               MOVE "N" TO WS-FECHCX-ABERTO
               PERFORM IMPRIMIR-FECHAMENTO-TURNO
               DISPLAY "Confirma o fechamento do turno? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM GRAVAR-FECHAMENTO-TURNO
               ELSE
                   DISPLAY "Fechamento cancelado - turno segue "
                           "aberto."
               END-IF
           END-IF.

       GRAVAR-FECHAMENTO-TURNO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           SET CX-FECHADO TO TRUE
           MOVE WS-DATA-SISTEMA-N TO CX-DATA-FECHAMENTO
           COMPUTE CX-HORA-FECHAMENTO =
               WS-HH-SYS * 10000 + WS-MM-SYS * 100 + WS-SS-SYS
           REWRITE REG-CAIXA
               INVALID KEY
                   DISPLAY "ERRO AO FECHAR O TURNO."
               NOT INVALID KEY
                   DISPLAY "TURNO " CX-NUMERO " FECHADO."
                   PERFORM GRAVAR-FECHAMENTO-ARQUIVO
           END-REWRITE
           IF FS-CAIXAS NOT = "00"
               MOVE "REWR CAIXA" TO WS-ERRO-OPERACAO
               MOVE FS-CAIXAS TO WS-ERRO-FS
               MOVE "Falha de E/S ao fechar turno" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE "00" TO FS-CAIXAS.

       GRAVAR-FECHAMENTO-ARQUIVO.
           *> O fechamento impresso sai de novo, agora tambem para
           *> fechcx-nnnnnn.txt (a via que vai junto com o dinheiro).
           MOVE CX-NUMERO TO WS-FECHCX-NUM
           OPEN OUTPUT ARQ-FECHCX
           IF FS-FECHCX NOT = "00"
               DISPLAY "ERRO AO GERAR " WS-NOME-FECHCX " - FS: "
                       FS-FECHCX
               MOVE "FECH CAIXA" TO WS-ERRO-OPERACAO
               MOVE FS-FECHCX TO WS-ERRO-FS
               MOVE "Falha ao gerar fechamento de caixa" TO
                    WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           ELSE
               MOVE "S" TO WS-FECHCX-ABERTO
               MOVE "S" TO WS-COM-CONTAGEM
               PERFORM IMPRIMIR-FECHAMENTO-TURNO
               CLOSE ARQ-FECHCX
               MOVE "N" TO WS-FECHCX-ABERTO
               DISPLAY "Fechamento gravado em " WS-NOME-FECHCX
           END-IF.

       IMPRIMIR-FECHAMENTO-TURNO.
           *> REG-CAIXA e a apuracao (APURAR-TURNO) ja estao prontos;
           *> sem contagem (posicao parcial) sai so o esperado.
           MOVE WS-LINHA TO WS-LINHA-FECH
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE SPACES TO WS-LINHA-FECH
           IF WS-COM-CONTAGEM = "S"
               STRING "FECHAMENTO DE CAIXA - TURNO " CX-NUMERO
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
           ELSE
               STRING "POSICAO PARCIAL - TURNO " CX-NUMERO
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
           END-IF
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE SPACES TO WS-LINHA-FECH
           STRING "OPERADOR: " CX-OPERADOR "   SITUACAO: "
                  CX-SITUACAO
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE CX-HORA-ABERTURA TO WS-HORA-6
           MOVE SPACES TO WS-LINHA-FECH
           STRING "ABERTURA  : " CX-DATA-ABERTURA " "
                  WS-H6-HH ":" WS-H6-MM
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           IF CX-DATA-FECHAMENTO > ZERO
               MOVE CX-HORA-FECHAMENTO TO WS-HORA-6
               MOVE SPACES TO WS-LINHA-FECH
               STRING "FECHAMENTO: " CX-DATA-FECHAMENTO " "
                      WS-H6-HH ":" WS-H6-MM
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF
           IF CX-OPER-REABERTURA NOT = SPACES
               MOVE SPACES TO WS-LINHA-FECH
               STRING "REABERTO PELO SUPERVISOR " CX-OPER-REABERTURA
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF
           MOVE WS-LINHA TO WS-LINHA-FECH
           PERFORM EMITIR-LINHA-FECHAMENTO

           MOVE CX-FUNDO TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-FECH
           STRING "FUNDO DE TROCO  R$ " WS-VALOR-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE WS-APU-SUPRIMENTOS TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-FECH
           STRING "SUPRIMENTOS     R$ " WS-VALOR-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE WS-APU-SANGRIAS TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-FECH
           STRING "SANGRIAS        R$ " WS-VALOR-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE SPACES TO WS-LINHA-FECH
           STRING "RECEBIMENTOS DE VENDA: " WS-APU-QTD-VENDAS
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           IF WS-APU-FIADO > ZERO
               MOVE WS-APU-FIADO TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "VENDAS A PRAZO  R$ " WS-VALOR-ED
                      " (fora do caixa)"
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF

           MOVE 0 TO WS-TOT-CONTADO
           MOVE 0 TO WS-TOT-DIFERENCA
           MOVE 1 TO WS-IDX-FORMA
           PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
               PERFORM IMPRIMIR-FORMA-FECHAMENTO
               ADD 1 TO WS-IDX-FORMA
           END-PERFORM

           MOVE WS-LINHA TO WS-LINHA-FECH
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE WS-TOT-ESPERADO TO WS-SALDO-ED
           MOVE SPACES TO WS-LINHA-FECH
           STRING "TOTAL ESPERADO  R$ " WS-SALDO-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           IF WS-COM-CONTAGEM = "S"
               MOVE WS-TOT-CONTADO TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "TOTAL CONTADO   R$ " WS-SALDO-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
               MOVE WS-TOT-DIFERENCA TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "DIFERENCA       R$ " WS-SALDO-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF
           MOVE WS-LINHA TO WS-LINHA-FECH
           PERFORM EMITIR-LINHA-FECHAMENTO.

       IMPRIMIR-FORMA-FECHAMENTO.
           MOVE SPACES TO WS-LINHA-FECH
           MOVE FORMA-NOME (WS-IDX-FORMA) TO WS-LINHA-FECH
           PERFORM EMITIR-LINHA-FECHAMENTO
           MOVE WS-APU-VENDAS (WS-IDX-FORMA) TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-FECH
           STRING "   RECEBIDO     R$ " WS-VALOR-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           IF WS-APU-RECEB (WS-IDX-FORMA) > ZERO
               MOVE WS-APU-RECEB (WS-IDX-FORMA) TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "   RECEB. PRAZO R$ " WS-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF
           IF WS-APU-ESTORNOS (WS-IDX-FORMA) > ZERO
               MOVE WS-APU-ESTORNOS (WS-IDX-FORMA) TO WS-VALOR-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "   ESTORNADO    R$ " WS-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF
           MOVE WS-APU-ESPERADO (WS-IDX-FORMA) TO WS-SALDO-ED
           MOVE SPACES TO WS-LINHA-FECH
           STRING "   ESPERADO     R$ " WS-SALDO-ED
                  DELIMITED BY SIZE
               INTO WS-LINHA-FECH
           END-STRING
           PERFORM EMITIR-LINHA-FECHAMENTO
           IF WS-COM-CONTAGEM = "S"
               COMPUTE WS-APU-DIFERENCA (WS-IDX-FORMA) =
                   CX-CONTADO (WS-IDX-FORMA)
                   - WS-APU-ESPERADO (WS-IDX-FORMA)
               ADD CX-CONTADO (WS-IDX-FORMA) TO WS-TOT-CONTADO
               ADD WS-APU-DIFERENCA (WS-IDX-FORMA) TO
                   WS-TOT-DIFERENCA
               MOVE CX-CONTADO (WS-IDX-FORMA) TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "   CONTADO      R$ " WS-SALDO-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
               MOVE WS-APU-DIFERENCA (WS-IDX-FORMA) TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-FECH
               STRING "   DIFERENCA    R$ " WS-SALDO-ED
                      DELIMITED BY SIZE
                   INTO WS-LINHA-FECH
               END-STRING
               PERFORM EMITIR-LINHA-FECHAMENTO
           END-IF.

       EMITIR-LINHA-FECHAMENTO.
           DISPLAY WS-LINHA-FECH
           IF WS-FECHCX-ABERTO = "S"
               WRITE REG-FECHCX FROM WS-LINHA-FECH
           END-IF.

       CONSULTAR-TURNOS.
           DISPLAY WS-LINHA
           DISPLAY "--- CONSULTA DE TURNOS DE CAIXA ---"
           DISPLAY "DATA DE ABERTURA AAAAMMDD (0 = todas): "
                   WITH NO ADVANCING
           ACCEPT WS-DATA-FILTRO
           DISPLAY "OPERADOR (branco = todos): " WITH NO ADVANCING
           ACCEPT WS-OPER-FILTRO
           MOVE 0 TO WS-QTD-LISTADOS

           MOVE LOW-VALUES TO CX-NUMERO
           START ARQ-CAIXAS KEY IS GREATER THAN OR EQUAL TO CX-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-CAIXAS NEXT
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM FILTRAR-TURNO-LISTA
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO FS-CAIXAS

           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "Nenhum turno no filtro informado."
           ELSE
               DISPLAY "TURNO PARA REIMPRIMIR O FECHAMENTO "
                       "(0 = voltar): " WITH NO ADVANCING
               ACCEPT WS-NUM-TURNO
               IF WS-NUM-TURNO > ZERO
                   PERFORM REVISAR-TURNO
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       FILTRAR-TURNO-LISTA.
           IF (WS-DATA-FILTRO = ZERO OR
               CX-DATA-ABERTURA = WS-DATA-FILTRO)
              AND (WS-OPER-FILTRO = SPACES OR
               CX-OPERADOR = WS-OPER-FILTRO)
               ADD 1 TO WS-QTD-LISTADOS
               MOVE CX-HORA-ABERTURA TO WS-HORA-6
               DISPLAY "TURNO " CX-NUMERO " | " CX-OPERADOR
                       " | SIT: " CX-SITUACAO
                       " | ABERTO " CX-DATA-ABERTURA " "
                       WS-H6-HH ":" WS-H6-MM
           END-IF.

       REVISAR-TURNO.
           PERFORM LER-TURNO
           IF WS-TURNO-EXISTE
               PERFORM APURAR-TURNO
               IF CX-FECHADO
                   PERFORM GRAVAR-FECHAMENTO-ARQUIVO
               ELSE
                   MOVE "N" TO WS-COM-CONTAGEM
                   MOVE "N" TO WS-FECHCX-ABERTO
                   PERFORM IMPRIMIR-FECHAMENTO-TURNO
               END-IF
           END-IF.

       REABRIR-TURNO.
           DISPLAY WS-LINHA
           DISPLAY "--- REABERTURA DE TURNO ---"
           DISPLAY "NUMERO DO TURNO: " WITH NO ADVANCING
           ACCEPT WS-NUM-TURNO
           PERFORM LER-TURNO
           IF WS-TURNO-EXISTE
               IF CX-ABERTO
                   DISPLAY "Turno ja esta aberto."
               ELSE
                   PERFORM CONFIRMAR-REABERTURA
               END-IF
           END-IF
           DISPLAY WS-LINHA.

       CONFIRMAR-REABERTURA.
           *> O dono do turno nao pode ficar com dois turnos abertos:
           *> as vendas dele iriam para o turno errado.
           MOVE CX-OPERADOR TO WS-OPER-BUSCA
           PERFORM LOCALIZAR-TURNO-ABERTO
           IF WS-TEM-TURNO
               DISPLAY "REJEITADO: " WS-OPER-BUSCA " ja tem o turno "
                       WS-TURNO-ATUAL " aberto."
           ELSE
               PERFORM LER-TURNO
               DISPLAY "Turno " CX-NUMERO " de " CX-OPERADOR
                       " fechado em " CX-DATA-FECHAMENTO "."
               DISPLAY "A contagem sera descartada. Reabrir? (S/N): "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMADO
                   PERFORM GRAVAR-REABERTURA-TURNO
               ELSE
                   DISPLAY "Reabertura cancelada."
               END-IF
           END-IF.

       GRAVAR-REABERTURA-TURNO.
           SET CX-ABERTO TO TRUE
           MOVE 0 TO CX-DATA-FECHAMENTO
           MOVE 0 TO CX-HORA-FECHAMENTO
           MOVE 1 TO WS-IDX-FORMA
           PERFORM UNTIL WS-IDX-FORMA > QTD-FORMAS-PAGTO
               MOVE 0 TO CX-CONTADO (WS-IDX-FORMA)
               ADD 1 TO WS-IDX-FORMA
           END-PERFORM
           MOVE OPER-CODIGO TO CX-OPER-REABERTURA
           REWRITE REG-CAIXA
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR O TURNO."
               NOT INVALID KEY
                   DISPLAY "TURNO " CX-NUMERO " REABERTO."
                   MOVE "CAIXA REAB" TO WS-ERRO-OPERACAO
                   MOVE "--" TO WS-ERRO-FS
                   MOVE "Turno de caixa reaberto" TO WS-ERRO-MSG
                   MOVE 0 TO WS-ERRO-ID
                   PERFORM REGISTRAR-ERRO-ARQUIVO
           END-REWRITE
           IF FS-CAIXAS NOT = "00"
               MOVE "REWR CAIXA" TO WS-ERRO-OPERACAO
               MOVE FS-CAIXAS TO WS-ERRO-FS
               MOVE "Falha de E/S ao reabrir turno" TO WS-ERRO-MSG
               MOVE 0 TO WS-ERRO-ID
               PERFORM REGISTRAR-ERRO-ARQUIVO
           END-IF
           MOVE "00" TO FS-CAIXAS.
