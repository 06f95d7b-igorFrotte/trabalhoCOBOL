       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ORCAMENTO.DAT (despesa) ou ORCCAPEX.DAT (investimento), à
      *> escolha do operador; mesmo layout (ver ORCAMEN.cbl).
           SELECT ORCAMENTO-FILE ASSIGN TO WS-NOME-ORCAMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Autorizações de usuário por centro de custo (ver
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RA.

      *> Despesas antecipadas (ver LANCCONT.cbl e AMORTIZA.cbl): a
      *> conta marcada entra no realizado mês a mês, pelos meses da
      *> apropriação, e não inteira no mês da emissão. Opcional.
           SELECT DIFERIDO-FILE ASSIGN TO "DIFERIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DF.

      *> Marcação de investimento (ver LANCCONT.cbl e CADPEDIDO.cbl):
      *> no orçamento de despesa só entram contas e pedidos sem
      *> marcação; no de investimento, só os marcados. Opcional.
           SELECT CAPEX-FILE ASSIGN TO "CAPEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-IV.

      *> Remanejamentos efetivados entre centros de custo (ver
      *> REMANEJ.cbl): o relatório abre o orçamento em original,
      *> transferências recebidas/cedidas e ajustado, para a
               FILE STATUS IS WS-STATUS-FILE-RJ.

      *> Cópia impressa do relatório, para a reunião de revisão
      *> orçamentária (mesmo padrão de spool de RELCTAPG.cbl). Nome
      *> em variável: na fila noturna (ver EXECFILA.cbl) a saída
      *> leva o login do solicitante.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.
           05 OR-ANO-MES        PIC 9(06).
           05 OR-LIMITE         PIC 9(10)V99.

       FD CAPEX-FILE.
       01 CAPEX-REG.
           05 IV-CHAVE.                     *> tipo + 10 doc + 14 CNPJ
               10 IV-TIPO       PIC X(1).   *> P=pedido,C=conta
               10 IV-NUM-DOC    PIC 9(10).  *> nº do pedido ou doc.
               10 IV-CNPJ-FORN  PIC 9(14).  *> zeros no pedido
           05 IV-CLASSE         PIC X(04).  *> ver CADCLATV.cbl
           05 IV-NUM-PEDIDO     PIC 9(10).
           05 IV-CENTRO-CUSTO   PIC X(06).
           05 IV-EMPRESA        PIC 9(02).
           05 IV-CHAVE-NFE      PIC X(44).
           05 IV-USUARIO        PIC X(10).
           05 IV-DATA-CADASTRO  PIC 9(8).

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 RA-CENTRO-CUSTO   PIC X(06).
           05 RA-PERCENTUAL     PIC 9(03)V99.

      *> Planos de apropriação (ver LANCCONT.cbl).
       FD DIFERIDO-FILE.
       01 DIFERIDO-REG.
           05 DF-CHAVE.                     *> 10 doc + 14 CNPJ
               10 DF-NUM-DOC    PIC 9(10).
               10 DF-CNPJ-FORN  PIC 9(14).
           05 DF-EMPRESA        PIC 9(02).
           05 DF-DATA-EMISSAO   PIC 9(8).
           05 DF-CENTRO-CUSTO   PIC X(06).
           05 DF-MES-INICIO     PIC 9(06).  *> AAAAMM 1a apropriação
           05 DF-QTD-MESES      PIC 9(03).
           05 DF-VALOR-TOTAL    PIC 9(10)V99.  *> valor no lançamento
           05 DF-VALOR-APROPRIADO PIC 9(10)V99.
           05 DF-MESES-APROPRIADOS PIC 9(03).
           05 DF-ULT-ANO-MES    PIC 9(06).  *> último mês apropriado
           05 DF-SITUACAO       PIC X(1).   *> A=em apropriação,
                                            *> E=encerrado,C=cancelado
           05 DF-USUARIO        PIC X(10).
           05 DF-DATA-CADASTRO  PIC 9(8).

      *> Remanejamentos (ver REMANEJ.cbl).
       FD REMANEJO-FILE.
       01 REMANEJO-REG.
       01 WS-ACUM-COMPROM-CONTA PIC 9(10)V99.
       01 WS-ACUM-PAGO-CONTA    PIC 9(10)V99.

      *> Despesa antecipada: comprometido e pago da conta
      *> divididos em partes iguais pelos meses do plano (o último
      *> mês leva o arredondamento); só os meses do ano consultado
      *> entram na tabela.
       01 WS-STATUS-FILE-DF     PIC XX.
       01 WS-DIFERIDO-OK        PIC X VALUE "N".
       01 WS-DIFER-ACHOU        PIC X.
       01 WS-DIF-I              PIC 9(03).
       01 WS-DIF-ANO-MES        PIC 9(06).
       01 WS-COMPROM-DIST       PIC 9(10)V99.
       01 WS-PAGO-DIST          PIC 9(10)V99.
       01 WS-COMPROM-ACUM       PIC 9(10)V99.
       01 WS-PAGO-ACUM          PIC 9(10)V99.

      *> Natureza do orçamento consultado: D=despesa, C=investimento.
       01 WS-TIPO-ORCAMENTO     PIC X VALUE "D".
       01 WS-NOME-ORCAMENTO     PIC X(13) VALUE "ORCAMENTO.DAT".
       01 WS-STATUS-FILE-IV     PIC XX.
       01 WS-CAPEX-OK           PIC X VALUE "N".
       01 WS-CAPEX-ACHOU        PIC X.

       01 WS-STATUS-FILE-RJ     PIC XX.
       01 WS-REMANEJO-OK        PIC X VALUE "N".
       01 WS-TRANSF-IN          PIC 9(12)V99.
       01 WS-TRANSF-OUT         PIC 9(12)V99.
       01 WS-ORC-ORIGINAL       PIC S9(12)V99.

       01 WS-NOME-SPOOL         PIC X(50) VALUE "RELORCAM.PRN".

      *> Parâmetros de uma solicitação da fila noturna de relatórios
      *> (ver SOLICREL.cbl e EXECFILA.cbl), compartilhados (EXTERNAL)
      *> com o programa que a executa: FR-LOTE = "S" troca as
      *> perguntas ao operador por estes valores e o nome fixo da
      *> saída pelo nome do solicitante.
       01 WS-FILA-RELATORIO EXTERNAL.
           05 FR-LOTE           PIC X(1).
           05 FR-DATA-INI       PIC 9(8).
           05 FR-DATA-FIM       PIC 9(8).
           05 FR-EMPRESA        PIC 9(02).
           05 FR-CENTRO-CUSTO   PIC X(06).
           05 FR-CNPJ-FORN      PIC 9(14).
           05 FR-CSV            PIC X(1).
           05 FR-TIPO-ORC       PIC X(1).
           05 FR-NOME-SPOOL     PIC X(50).
           05 FR-NOME-CSV       PIC X(50).

      *> Filtros adicionais da solicitação: faixa de competências
      *> dentro do ano e centro (zeros/brancos = todos).
       01 WS-MES-INI            PIC 9(06) VALUE ZEROS.
       01 WS-MES-FIM            PIC 9(06) VALUE ZEROS.
       01 WS-CC-FILTRO          PIC X(06) VALUE SPACES.
       01 WS-NA-SELECAO         PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       MAIN-PROCEDURE.
           DISPLAY "ORÇADO x REALIZADO POR CENTRO DE CUSTO"

           IF FR-LOTE = "S"
               PERFORM CARREGA-PARAMETROS-FILA
           ELSE
               DISPLAY "Ano de referência (AAAA): "
               ACCEPT WS-ANO

               DISPLAY "Orçamento de D=despesa ou C=investimento "
                   "(CAPEX): "
               ACCEPT WS-TIPO-ORCAMENTO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ORCAMENTO)
               TO WS-TIPO-ORCAMENTO
           IF WS-TIPO-ORCAMENTO = "C"
               MOVE "ORCCAPEX.DAT" TO WS-NOME-ORCAMENTO
           ELSE
               MOVE "D" TO WS-TIPO-ORCAMENTO
           END-IF

           OPEN INPUT ORCAMENTO-FILE
           IF WS-STATUS-FILE-OR NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-ORCAMENTO ": "
                   WS-STATUS-FILE-OR
               STOP RUN
           END-IF

      *> CAPEX.DAT é opcional: sem ele, nada é de investimento.
           MOVE "S" TO WS-CAPEX-OK
           OPEN INPUT CAPEX-FILE
           IF WS-STATUS-FILE-IV NOT = "00"
               MOVE "N" TO WS-CAPEX-OK
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               END-IF
           END-IF

      *> DIFERIDO.DAT é opcional: sem ele, toda conta entra no mês
      *> da emissão.
           MOVE "S" TO WS-DIFERIDO-OK
           OPEN INPUT DIFERIDO-FILE
           IF WS-STATUS-FILE-DF NOT = "00"
               MOVE "N" TO WS-DIFERIDO-OK
           END-IF

      *> REMANEJO.DAT é opcional (mesmo padrão de PEDIDO.DAT em
      *> LANCCONT): sem ele, não há transferências a abrir.
           MOVE "S" TO WS-REMANEJO-OK

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SPOOL ": "
                   WS-STATUS-SPOOL
               STOP RUN
           END-IF

           STRING "ORÇADO x REALIZADO - ANO " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  INTO WS-LINHA
           IF WS-TIPO-ORCAMENTO = "C"
               MOVE "ORÇADO x REALIZADO - INVESTIMENTO (CAPEX) - ANO "
                   TO WS-LINHA
               MOVE WS-ANO TO WS-LINHA(50:4)
           END-IF
           PERFORM IMPRIME-LINHA
           MOVE " CC  MES | LIMITE | COMPROM. | PAGO | VARIACAO"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF FR-LOTE = "S"
               MOVE SPACES TO WS-LINHA
               STRING "FILTROS: COMPETENCIA " DELIMITED BY SIZE
                      WS-MES-INI DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-MES-FIM DELIMITED BY SIZE
                      " CC " DELIMITED BY SIZE
                      WS-CC-FILTRO DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF

           PERFORM ACUMULA-REALIZADO
           PERFORM LISTA-ORCAMENTOS
           IF WS-REMANEJO-OK = "S"
               CLOSE REMANEJO-FILE
           END-IF
           IF WS-DIFERIDO-OK = "S"
               CLOSE DIFERIDO-FILE
           END-IF
           IF WS-CAPEX-OK = "S"
               CLOSE CAPEX-FILE
           END-IF
           IF WS-AUTCC-OK = "S"
               CLOSE AUTCC-FILE
           END-IF
               CLOSE EMPENHO-FILE
           END-IF
           CLOSE SPOOL-FILE
      *> Chamado pela fila noturna: devolve o controle ao EXECFILA
      *> em vez de encerrar a rotina.
           IF FR-LOTE = "S"
               EXIT PROGRAM
           END-IF
           STOP RUN.

      *> Parâmetros da solicitação no lugar das perguntas ao
      *> operador (ver EXECFILA.cbl): sem período, vale o ano
      *> corrente inteiro.
       CARREGA-PARAMETROS-FILA.
           MOVE FR-TIPO-ORC     TO WS-TIPO-ORCAMENTO
           MOVE FR-CENTRO-CUSTO TO WS-CC-FILTRO
           MOVE FR-NOME-SPOOL   TO WS-NOME-SPOOL
           IF FR-DATA-INI = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
           ELSE
               MOVE FR-DATA-INI(1:4) TO WS-ANO
               MOVE FR-DATA-INI(1:6) TO WS-MES-INI
               MOVE FR-DATA-FIM(1:6) TO WS-MES-FIM
           END-IF.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               PERFORM LOCALIZA-CAPEX-CONTA
               IF CP-SITUACAO NOT = "C"
                       AND WS-CAPEX-ACHOU = WS-TIPO-ORCAMENTO
                   PERFORM LOCALIZA-DIFERIDO
                   IF WS-DIFER-ACHOU = "S"
                           OR CP-DATA-EMISSAO(1:4) = WS-ANO
                       PERFORM ACUMULA-CONTA
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                   CP-VALOR - WS-SALDO-BASE
           END-IF

           PERFORM CARREGA-RATEIO-CONTA
           IF WS-DIFER-ACHOU = "S"
               PERFORM ESPALHA-DIFERIDO
           ELSE
               MOVE WS-SALDO-BASE TO WS-COMPROM-DIST
               MOVE WS-VALOR-PAGO-CONTA TO WS-PAGO-DIST
               PERFORM DISTRIBUI-CENTROS
           END-IF.

      *> Conta com rateio gravado (ver LANCCONT.cbl) distribui o
      *> comprometido e o pago pelas fatias das linhas.
       DISTRIBUI-CENTROS.
           IF WS-RAT-QTD = ZEROS
               MOVE CP-CENTRO-CUSTO TO WS-ACUM-CC
               MOVE WS-COMPROM-DIST TO WS-ACUM-COMPROM-CONTA
               MOVE WS-PAGO-DIST TO WS-ACUM-PAGO-CONTA
               PERFORM ACUMULA-REAL-TABELA
           ELSE
               PERFORM VARYING WS-RAT-I FROM 1 BY 1
                       UNTIL WS-RAT-I > WS-RAT-QTD
                   MOVE WS-RAT-CC(WS-RAT-I) TO WS-ACUM-CC
                   COMPUTE WS-ACUM-COMPROM-CONTA ROUNDED =
                       WS-COMPROM-DIST * WS-RAT-PERC(WS-RAT-I) / 100
                   COMPUTE WS-ACUM-PAGO-CONTA ROUNDED =
                       WS-PAGO-DIST
                       * WS-RAT-PERC(WS-RAT-I) / 100
                   PERFORM ACUMULA-REAL-TABELA
               END-PERFORM
           END-IF.

      *> Despesa antecipada: uma fatia igual por mês do plano, a
      *> partir do mês de início; o último mês leva o
      *> arredondamento.
       ESPALHA-DIFERIDO.
           MOVE ZEROS TO WS-COMPROM-ACUM
           MOVE ZEROS TO WS-PAGO-ACUM
           MOVE DF-MES-INICIO TO WS-DIF-ANO-MES
           PERFORM VARYING WS-DIF-I FROM 1 BY 1
                   UNTIL WS-DIF-I > DF-QTD-MESES
               IF WS-DIF-I = DF-QTD-MESES
                   COMPUTE WS-COMPROM-DIST =
                       WS-SALDO-BASE - WS-COMPROM-ACUM
                   COMPUTE WS-PAGO-DIST =
                       WS-VALOR-PAGO-CONTA - WS-PAGO-ACUM
               ELSE
                   COMPUTE WS-COMPROM-DIST ROUNDED =
                       WS-SALDO-BASE / DF-QTD-MESES
                   COMPUTE WS-PAGO-DIST ROUNDED =
                       WS-VALOR-PAGO-CONTA / DF-QTD-MESES
                   ADD WS-COMPROM-DIST TO WS-COMPROM-ACUM
                   ADD WS-PAGO-DIST TO WS-PAGO-ACUM
               END-IF
               IF WS-DIF-ANO-MES(1:4) = WS-ANO
                   MOVE WS-DIF-ANO-MES TO WS-ANO-MES-EMISSAO
                   PERFORM DISTRIBUI-CENTROS
               END-IF
               IF WS-DIF-ANO-MES(5:2) = "12"
                   COMPUTE WS-DIF-ANO-MES = WS-DIF-ANO-MES + 89
               ELSE
                   ADD 1 TO WS-DIF-ANO-MES
               END-IF
           END-PERFORM.

       LOCALIZA-DIFERIDO.
           MOVE "N" TO WS-DIFER-ACHOU
           IF WS-DIFERIDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUM-DOC   TO DF-NUM-DOC
           MOVE CP-CNPJ-FORN TO DF-CNPJ-FORN
           READ DIFERIDO-FILE
               NOT INVALID KEY
                   MOVE "S" TO WS-DIFER-ACHOU
           END-READ
           IF DF-QTD-MESES = ZEROS
               MOVE "N" TO WS-DIFER-ACHOU
           END-IF.

       ACUMULA-REAL-TABELA.
           MOVE "N" TO WS-REAL-ACHOU
           PERFORM VARYING WS-REAL-IDX FROM 1 BY 1
           PERFORM UNTIL WS-STATUS-FILE-OR = "10"
               MOVE OR-CENTRO-CUSTO TO WS-CC-CONSULTA
               PERFORM VERIFICA-CC-AUTORIZADO
               PERFORM CONFERE-FILTROS-FILA
               IF OR-ANO-MES(1:4) = WS-ANO
                       AND WS-CC-AUTORIZADO = "S"
                       AND WS-NA-SELECAO = "S"
                   IF OR-CENTRO-CUSTO NOT = WS-CC-QUEBRA
                       PERFORM IMPRIME-ACUMULADO-CC
                       MOVE OR-CENTRO-CUSTO TO WS-CC-QUEBRA
               PERFORM IMPRIME-LINHA
           END-IF.

      *> Filtros da solicitação da fila; fora dela ficam vazios e
      *> todo o ano passa.
       CONFERE-FILTROS-FILA.
           MOVE "S" TO WS-NA-SELECAO
           IF WS-MES-INI NOT = ZEROS AND OR-ANO-MES < WS-MES-INI
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-MES-FIM NOT = ZEROS AND OR-ANO-MES > WS-MES-FIM
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-CC-FILTRO NOT = SPACES
                   AND OR-CENTRO-CUSTO NOT = WS-CC-FILTRO
               MOVE "N" TO WS-NA-SELECAO
           END-IF.

       IMPRIME-LINHA-ORCAMENTO.
           ADD 1 TO CONTADOR
           PERFORM LOCALIZA-REALIZADO
           PERFORM UNTIL WS-STATUS-FILE-EN = "10"
               IF EN-CENTRO-CUSTO = OR-CENTRO-CUSTO
                       AND EN-ANO-MES = OR-ANO-MES
                   PERFORM LOCALIZA-CAPEX-PEDIDO
                   IF WS-CAPEX-ACHOU = WS-TIPO-ORCAMENTO
                       ADD EN-VALOR-EMPENHADO TO WS-EMPENHADO
                   END-IF
               END-IF
               READ EMPENHO-FILE NEXT RECORD
                   AT END
      *> Soma as transferências efetivadas ("E") recebidas e cedidas
      *> pelo centro de custo/competência da linha corrente; a
      *> varredura usa REMANEJO-REG e não interfere nas demais.
      *> REMANEJ.cbl só remaneja o orçamento de despesa.
       LOCALIZA-TRANSFERENCIAS.
           MOVE ZEROS TO WS-TRANSF-IN
           MOVE ZEROS TO WS-TRANSF-OUT
           IF WS-REMANEJO-OK NOT = "S" OR WS-TIPO-ORCAMENTO = "C"
               EXIT PARAGRAPH
           END-IF


           MOVE "00" TO WS-STATUS-FILE-RJ.

      *> Natureza da conta (área CONTA-REG) e do pedido do empenho
      *> corrente: WS-CAPEX-ACHOU = "C" (investimento) ou "D"
      *> (despesa), comparável a WS-TIPO-ORCAMENTO.
       LOCALIZA-CAPEX-CONTA.
           MOVE "D" TO WS-CAPEX-ACHOU
           IF WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "C"          TO IV-TIPO
           MOVE CP-NUM-DOC   TO IV-NUM-DOC
           MOVE CP-CNPJ-FORN TO IV-CNPJ-FORN
           READ CAPEX-FILE
               NOT INVALID KEY
                   MOVE "C" TO WS-CAPEX-ACHOU
           END-READ.

       LOCALIZA-CAPEX-PEDIDO.
           MOVE "D" TO WS-CAPEX-ACHOU
           IF WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "P"           TO IV-TIPO
           MOVE EN-NUM-PEDIDO TO IV-NUM-DOC
           MOVE ZEROS         TO IV-CNPJ-FORN
           READ CAPEX-FILE
               NOT INVALID KEY
                   MOVE "C" TO WS-CAPEX-ACHOU
           END-READ.

       LOCALIZA-REALIZADO.
           MOVE ZEROS TO WS-COMPROM
           MOVE ZEROS TO WS-PAGO
