       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCORTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): dá a
      *> data de inclusão de cada conta e a vida da remessa — envio
      *> (REMESSA) e confirmação ou rejeição do banco (CONFREM e
      *> RETREM).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Recebimentos físicos por pedido (ver CADRECEB.cbl).
           SELECT RECEBIMENTO-FILE ASSIGN TO "RECEBIMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RB.

      *> Pedido de compra (ver CADPEDIDO.cbl): fornecedor do
      *> recebimento ainda sem nota.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PEDIDO
               FILE STATUS IS WS-STATUS-FILE-P.

           SELECT FECHAMENTO-FILE ASSIGN TO "FECHAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FC.

      *> Relatório de corte, no mesmo padrão de spool dos demais
      *> relatórios.
           SELECT SPOOL-FILE ASSIGN TO "RELCORTE.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 CP-NUM-DOC        PIC 9(10).
           05 CP-CNPJ-FORN      PIC 9(14).
           05 CP-NUM-PARCELA    PIC 9(02).
           05 CP-TOTAL-PARCELAS PIC 9(02).
           05 CP-DATA-EMISSAO   PIC 9(8).
           05 CP-DATA-VENC      PIC 9(8).
           05 CP-VALOR          PIC 9(10)V99.
           05 CP-SITUACAO       PIC X(1).  *> N=PENDENTE,A=ABERTO,
                                            *> B=PARCIAL,P=PAGO,
                                            *> E=ENVIADO,C=CANCEL
           05 CP-DATA-PGTO      PIC 9(8).
           05 CP-CENTRO-CUSTO   PIC X(06).
           05 CP-NUM-PEDIDO     PIC 9(10).
           05 CP-SALDO          PIC 9(10)V99.
           05 CP-MOEDA          PIC X(03).
           05 CP-TAXA-CAMBIO    PIC 9(04)V9(04).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.
           05 CP-DESC-PERC      PIC 9(02)V99.  *> % desc. antecipado
           05 CP-DESC-LIMITE    PIC 9(8).  *> prazo desconto AAAAMMDD
           05 CP-MOTIVO-REJEICAO PIC X(30). *> rejeição do banco
           05 CP-CONTA-PAGADORA PIC X(03).  *> conta bancária pagadora
           05 CP-ALERTAS        PIC X(04).  *> avisos do lançamento
           05 CP-NUM-REMESSA    PIC 9(06).  *> lote de remessa (nº)
           05 CP-FORMA-PGTO     PIC X(01).  *> B=boleto,P=PIX,T=TED
           05 CP-COD-BARRAS     PIC X(47).  *> linha digitável boleto
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
           05 AU-HORA          PIC 9(6).
           05 AU-PROGRAMA      PIC X(8).
           05 AU-ACAO          PIC X(10).
           05 AU-CHAVE         PIC X(26).
           05 AU-USUARIO       PIC X(10).
           05 AU-VALOR-ANTES   PIC X(60).
           05 AU-VALOR-DEPOIS  PIC X(60).

       FD RECEBIMENTO-FILE.
       01 RECEBIMENTO-REG.
           05 RB-CHAVE          PIC X(12).  *> 10 pedido + 02 sequencial
           05 RB-NUM-PEDIDO     PIC 9(10).
           05 RB-SEQUENCIA      PIC 9(02).
           05 RB-DATA-RECEB     PIC 9(8).   *> AAAAMMDD
           05 RB-VALOR          PIC 9(10)V99.
           05 RB-DESCRICAO      PIC X(30).

       FD PEDIDO-FILE.
       01 PEDIDO-REG.
           05 PD-NUM-PEDIDO     PIC 9(10).
           05 PD-CNPJ-FORN      PIC 9(14).
           05 PD-SITUACAO       PIC X(1).  *> A=ABERTO, F=FECHADO
           05 PD-VALOR-PEDIDO   PIC 9(10)V99.  *> valor aprovado
           05 PD-VALOR-CONSUMIDO PIC 9(10)V99. *> notas já lançadas

       FD FECHAMENTO-FILE.
       01 FECHAMENTO-REG.
           05 FC-CHAVE          PIC X(02).  *> código da empresa
           05 FC-ANO-MES        PIC 9(06).  *> AAAAMM

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-P      PIC XX.
       01 WS-STATUS-FILE-FC     PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-RECEB-OK           PIC X VALUE "N".
       01 WS-PEDIDO-OK          PIC X VALUE "N".
       01 WS-LINHA              PIC X(132).

      *> Período em competências (um mês ou um trimestre inteiro) e
      *> o mês seguinte, em que a remessa em trânsito se confirmou.
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-COMP-INI           PIC 9(06).
       01 WS-COMP-FIM           PIC 9(06).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FIM           PIC 9(8).
       01 WS-PROX-INI           PIC 9(8).
       01 WS-PROX-FIM           PIC 9(8).
       01 WS-MES-AUX            PIC 9(6).
       01 WS-EMPRESA-CONTA      PIC 9(02).
       01 WS-RECEB-NO-PERIODO   PIC 9(8).

      *> Contas incluídas depois do fim do período (evento INCLUSAO
      *> na trilha), a conferir contra emissão e recebimento.
       01 WS-TAB-TARDIA.
           05 WS-TAR-LINHA    OCCURS 2000 TIMES.
               10 WS-TAR-CHAVE      PIC X(26).
               10 WS-TAR-INCLUSAO   PIC 9(8).
               10 WS-TAR-PROGRAMA   PIC X(08).
       01 WS-TAR-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-TAR-IDX            PIC 9(04).
       01 WS-TAR-ACHOU          PIC 9(04).

      *> Contas remetidas ao banco dentro do período; fica em
      *> trânsito a que não teve confirmação nem rejeição até o
      *> fim do período.
       01 WS-TAB-TRANSITO.
           05 WS-TRA-LINHA    OCCURS 2000 TIMES.
               10 WS-TRA-CHAVE      PIC X(26).
               10 WS-TRA-REMESSA    PIC 9(8).
               10 WS-TRA-EM-TRANSITO PIC X(01).
               10 WS-TRA-CONFIRMACAO PIC 9(8).
               10 WS-TRA-CONFIRMOU  PIC X(01).
               10 WS-TRA-VALOR      PIC 9(10)V99.
       01 WS-TRA-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-TRA-IDX            PIC 9(04).
       01 WS-TRA-ACHOU          PIC 9(04).
      *> Valor pago lido de "SITUACAO=P VALOR=" + 9(10)V99 sem ponto.
       01 WS-VALOR-AUD          PIC 9(12).

      *> Recebimentos do período; WS-RCB-FATURADO = "S" quando há
      *> nota do pedido emitida até o fim do período.
       01 WS-TAB-RECEB.
           05 WS-RCB-LINHA    OCCURS 1000 TIMES.
               10 WS-RCB-PEDIDO     PIC 9(10).
               10 WS-RCB-SEQ        PIC 9(02).
               10 WS-RCB-DATA       PIC 9(8).
               10 WS-RCB-VALOR      PIC 9(10)V99.
               10 WS-RCB-FATURADO   PIC X(01).
               10 WS-RCB-EMPRESA    PIC 9(02).
               10 WS-RCB-CENTRO     PIC X(06).
       01 WS-RCB-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-RCB-IDX            PIC 9(04).
       01 WS-RCB-CNPJ           PIC 9(14).

      *> Totais por empresa e centro de custo, um par quantidade /
      *> valor por grupo: 1=lançada tarde, 2=recebido sem nota,
      *> 3=pagamento em trânsito.
       01 WS-TAB-CC.
           05 WS-CC-LINHA     OCCURS 300 TIMES.
               10 WS-CC-EMPRESA     PIC 9(02).
               10 WS-CC-CODIGO      PIC X(06).
               10 WS-CC-GRUPO     OCCURS 3 TIMES.
                   15 WS-CC-QTD     PIC 9(05).
                   15 WS-CC-VALOR   PIC 9(12)V99.
       01 WS-CC-QTD-LINHAS      PIC 9(03) VALUE ZEROS.
       01 WS-CC-IDX             PIC 9(03).
       01 WS-CC-ACHOU           PIC 9(03).
       01 WS-ACU-EMPRESA        PIC 9(02).
       01 WS-ACU-CENTRO         PIC X(06).
       01 WS-ACU-GRUPO          PIC 9(01).
       01 WS-ACU-VALOR          PIC 9(10)V99.
       01 WS-GRP-IDX            PIC 9(01).

       01 WS-TOT-QTD            PIC 9(05) OCCURS 3 TIMES.
       01 WS-TOT-VALOR          PIC 9(12)V99 OCCURS 3 TIMES.
       01 WS-AVISO-CHEIA        PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "CORTE DO PERÍODO: LANÇAMENTOS TARDIOS E "
               "PAGAMENTOS EM TRÂNSITO"

           DISPLAY "Empresa (00 = todas): "
           ACCEPT WS-EMPRESA-FILTRO
           DISPLAY "Competência inicial do período (AAAAMM): "
           ACCEPT WS-COMP-INI
           DISPLAY "Competência final do período (AAAAMM, igual à "
               "inicial p/ um mês): "
           ACCEPT WS-COMP-FIM

           IF WS-COMP-FIM < WS-COMP-INI
               DISPLAY "Erro: competência final menor que a inicial."
               STOP RUN
           END-IF

           PERFORM CALCULA-DATAS

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "00"
               MOVE "S" TO WS-AUDITORIA-OK
           END-IF

           OPEN INPUT RECEBIMENTO-FILE
           IF WS-STATUS-FILE-RB = "00"
               MOVE "S" TO WS-RECEB-OK
           END-IF

           OPEN INPUT PEDIDO-FILE
           IF WS-STATUS-FILE-P = "00"
               MOVE "S" TO WS-PEDIDO-OK
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir RELCORTE.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           INITIALIZE WS-TAB-CC
           MOVE ZEROS TO WS-TOT-QTD(1) WS-TOT-QTD(2) WS-TOT-QTD(3)
           MOVE ZEROS TO WS-TOT-VALOR(1) WS-TOT-VALOR(2)
               WS-TOT-VALOR(3)

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CORTE DO PERIODO " DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  "  EMPRESA " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           PERFORM VERIFICA-FECHAMENTO

           IF WS-AUDITORIA-OK = "S"
               PERFORM LER-AUDITORIA
               CLOSE AUDITORIA-FILE
           ELSE
               MOVE "AUDITORIA.DAT INDISPONIVEL: LANCAMENTOS TARDIOS E"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               MOVE "PAGAMENTOS EM TRANSITO NAO APURADOS" TO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF

           PERFORM LISTA-LANCADAS-TARDE
           PERFORM LISTA-RECEBIDO-SEM-NOTA
           PERFORM LISTA-EM-TRANSITO
           PERFORM IMPRIME-TOTAIS

           CLOSE CONTAPAGAR-FILE
           IF WS-RECEB-OK = "S"
               CLOSE RECEBIMENTO-FILE
           END-IF
           IF WS-PEDIDO-OK = "S"
               CLOSE PEDIDO-FILE
           END-IF
           CLOSE SPOOL-FILE
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Primeiro dia da competência inicial, último dia da final e
      *> o mês seguinte inteiro.
       CALCULA-DATAS.
           COMPUTE WS-DATA-INI = WS-COMP-INI * 100 + 1

           MOVE WS-COMP-FIM TO WS-MES-AUX
           PERFORM AVANCA-MES
           COMPUTE WS-PROX-INI = WS-MES-AUX * 100 + 1
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROX-INI) - 1)

           PERFORM AVANCA-MES
           COMPUTE WS-PROX-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-AUX * 100 + 1) - 1).

       AVANCA-MES.
           IF WS-MES-AUX(5:2) = "12"
               ADD 89 TO WS-MES-AUX
           ELSE
               ADD 1 TO WS-MES-AUX
           END-IF.

      *> O corte se lê sobre período fechado; se a empresa ainda não
      *> fechou a competência final, o relatório sai com aviso.
       VERIFICA-FECHAMENTO.
           IF WS-EMPRESA-FILTRO = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FECHAMENTO-FILE
           IF WS-STATUS-FILE-FC NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMPRESA-FILTRO TO FC-CHAVE
           READ FECHAMENTO-FILE
               INVALID KEY
                   MOVE ZEROS TO FC-ANO-MES
           END-READ
           IF FC-ANO-MES < WS-COMP-FIM
               MOVE SPACES TO WS-LINHA
               STRING "AVISO: PERIODO AINDA NAO FECHADO (FECHADO ATE "
                      DELIMITED BY SIZE
                      FC-ANO-MES DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           CLOSE FECHAMENTO-FILE.

      *> Uma passada na trilha inteira, em ordem de gravação:
      *> inclusões depois do fim do período e remessas do período
      *> com a primeira resposta do banco.
       LER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               EVALUATE TRUE
                   WHEN AU-ACAO = "INCLUSAO"
                           AND AU-DATA > WS-DATA-FIM
                       PERFORM ANOTA-INCLUSAO
                   WHEN AU-PROGRAMA = "REMESSA"
                           AND AU-ACAO = "REMESSA"
                           AND AU-DATA >= WS-DATA-INI
                           AND AU-DATA <= WS-DATA-FIM
                       PERFORM ANOTA-REMESSA
                   WHEN (AU-PROGRAMA = "CONFREM"
                           OR AU-PROGRAMA = "RETREM")
                           AND (AU-ACAO = "CONFIRMACAO"
                                OR AU-ACAO = "CONFIRMA"
                                OR AU-ACAO = "REJEICAO")
                       PERFORM ANOTA-RETORNO
               END-EVALUATE
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM.

       ANOTA-INCLUSAO.
           MOVE ZEROS TO WS-TAR-ACHOU
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-QTD
               IF WS-TAR-CHAVE(WS-TAR-IDX) = AU-CHAVE
                   MOVE WS-TAR-IDX TO WS-TAR-ACHOU
               END-IF
           END-PERFORM
           IF WS-TAR-ACHOU > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TAR-QTD >= 2000
               PERFORM AVISA-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TAR-QTD
           MOVE AU-CHAVE    TO WS-TAR-CHAVE(WS-TAR-QTD)
           MOVE AU-DATA     TO WS-TAR-INCLUSAO(WS-TAR-QTD)
           MOVE AU-PROGRAMA TO WS-TAR-PROGRAMA(WS-TAR-QTD).

      *> Reenvio da mesma conta no período recomeça o trânsito.
       ANOTA-REMESSA.
           PERFORM LOCALIZA-TRANSITO
           IF WS-TRA-ACHOU = ZEROS
               IF WS-TRA-QTD >= 2000
                   PERFORM AVISA-TABELA-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TRA-QTD
               MOVE WS-TRA-QTD TO WS-TRA-ACHOU
               MOVE AU-CHAVE TO WS-TRA-CHAVE(WS-TRA-ACHOU)
           END-IF
           MOVE AU-DATA TO WS-TRA-REMESSA(WS-TRA-ACHOU)
           MOVE "S"     TO WS-TRA-EM-TRANSITO(WS-TRA-ACHOU)
           MOVE ZEROS   TO WS-TRA-CONFIRMACAO(WS-TRA-ACHOU)
           MOVE "N"     TO WS-TRA-CONFIRMOU(WS-TRA-ACHOU)
           MOVE ZEROS   TO WS-TRA-VALOR(WS-TRA-ACHOU).

      *> Resposta do banco até o fim do período encerra o trânsito;
      *> depois dele, guarda só a primeira resposta.
       ANOTA-RETORNO.
           PERFORM LOCALIZA-TRANSITO
           IF WS-TRA-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-TRA-EM-TRANSITO(WS-TRA-ACHOU) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF AU-DATA <= WS-DATA-FIM
               MOVE "N" TO WS-TRA-EM-TRANSITO(WS-TRA-ACHOU)
               EXIT PARAGRAPH
           END-IF

           IF WS-TRA-CONFIRMACAO(WS-TRA-ACHOU) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE AU-DATA TO WS-TRA-CONFIRMACAO(WS-TRA-ACHOU)
           IF AU-ACAO = "REJEICAO"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TRA-CONFIRMOU(WS-TRA-ACHOU)
           IF AU-VALOR-DEPOIS(18:12) IS NUMERIC
               MOVE AU-VALOR-DEPOIS(18:12) TO WS-VALOR-AUD
               COMPUTE WS-TRA-VALOR(WS-TRA-ACHOU) = WS-VALOR-AUD / 100
           END-IF.

       LOCALIZA-TRANSITO.
           MOVE ZEROS TO WS-TRA-ACHOU
           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX > WS-TRA-QTD
               IF WS-TRA-CHAVE(WS-TRA-IDX) = AU-CHAVE
                   MOVE WS-TRA-IDX TO WS-TRA-ACHOU
               END-IF
           END-PERFORM.

       AVISA-TABELA-CHEIA.
           IF WS-AVISO-CHEIA = "N"
               MOVE "AVISO: TABELA CHEIA; PARTE DOS EVENTOS FICOU FORA"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               MOVE "S" TO WS-AVISO-CHEIA
           END-IF.

      *> Grupo 1: conta incluída depois do fim do período com
      *> emissão ou recebimento da mercadoria dentro dele.
       LISTA-LANCADAS-TARDE.
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "1) CONTAS DO PERIODO LANCADAS APOS O FECHAMENTO"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "DOCUMENTO  CNPJ           PC EMISSAO  RECEBIM. INCLUSAO
      -        " PROGRAMA EMP CCUSTO          VALOR" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-TAR-QTD
               PERFORM AVALIA-LANCADA-TARDE
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           STRING "TOTAL GRUPO 1: " DELIMITED BY SIZE
                  WS-TOT-QTD(1) DELIMITED BY SIZE
                  " CONTAS  VALOR " DELIMITED BY SIZE
                  WS-TOT-VALOR(1) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       AVALIA-LANCADA-TARDE.
           MOVE WS-TAR-CHAVE(WS-TAR-IDX) TO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CP-SITUACAO = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM DEFINE-EMPRESA-CONTA
           IF WS-EMPRESA-FILTRO NOT = ZEROS
                   AND WS-EMPRESA-CONTA NOT = WS-EMPRESA-FILTRO
               EXIT PARAGRAPH
           END-IF

           PERFORM PROCURA-RECEBIMENTO
           IF (CP-DATA-EMISSAO < WS-DATA-INI
                   OR CP-DATA-EMISSAO > WS-DATA-FIM)
                   AND WS-RECEB-NO-PERIODO = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING CP-NUM-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-CNPJ-FORN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-NUM-PARCELA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-DATA-EMISSAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECEB-NO-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TAR-INCLUSAO(WS-TAR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TAR-PROGRAMA(WS-TAR-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMPRESA-CONTA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CP-CENTRO-CUSTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE WS-EMPRESA-CONTA TO WS-ACU-EMPRESA
           MOVE CP-CENTRO-CUSTO  TO WS-ACU-CENTRO
           MOVE 1                TO WS-ACU-GRUPO
           MOVE CP-VALOR         TO WS-ACU-VALOR
           PERFORM ACUMULA-CC.

      *> Conta antiga sem empresa gravada (zeros) é da empresa 01.
       DEFINE-EMPRESA-CONTA.
           IF CP-EMPRESA = ZEROS
               MOVE 1 TO WS-EMPRESA-CONTA
           ELSE
               MOVE CP-EMPRESA TO WS-EMPRESA-CONTA
           END-IF.

      *> Primeiro recebimento do pedido da conta dentro do período
      *> (zeros se não houver).
       PROCURA-RECEBIMENTO.
           MOVE ZEROS TO WS-RECEB-NO-PERIODO
           IF WS-RECEB-OK NOT = "S" OR CP-NUM-PEDIDO = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RB-CHAVE
           STRING CP-NUM-PEDIDO DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
                  INTO RB-CHAVE
           START RECEBIMENTO-FILE KEY IS NOT LESS RB-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ RECEBIMENTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RB
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-RB = "10"
                   OR RB-NUM-PEDIDO NOT = CP-NUM-PEDIDO
               IF RB-DATA-RECEB >= WS-DATA-INI
                       AND RB-DATA-RECEB <= WS-DATA-FIM
                       AND (WS-RECEB-NO-PERIODO = ZEROS
                            OR RB-DATA-RECEB < WS-RECEB-NO-PERIODO)
                   MOVE RB-DATA-RECEB TO WS-RECEB-NO-PERIODO
               END-IF
               READ RECEBIMENTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RB.

      *> Grupo 2: mercadoria recebida no período sem nenhuma nota do
      *> pedido emitida até o fim dele. Empresa e centro de custo
      *> vêm de qualquer nota do pedido, mesmo posterior; sem
      *> nenhuma, o recebimento sai na empresa 00 e no centro
      *> "999999", como na provisão de GRIR.cbl.
       LISTA-RECEBIDO-SEM-NOTA.
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "2) RECEBIMENTOS DO PERIODO SEM NOTA FISCAL"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA

           IF WS-RECEB-OK NOT = "S"
               MOVE "RECEBIMENTO.DAT INDISPONIVEL" TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE "PEDIDO     SQ RECEBIM. CNPJ           EMP CCUSTO
      -        "        VALOR" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM CARREGA-RECEBIMENTOS
           IF WS-RCB-QTD > 0
               PERFORM CRUZA-NOTAS-PEDIDO
           END-IF

           PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                   UNTIL WS-RCB-IDX > WS-RCB-QTD
               IF WS-RCB-FATURADO(WS-RCB-IDX) NOT = "S"
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR WS-RCB-EMPRESA(WS-RCB-IDX) = ZEROS
                            OR WS-RCB-EMPRESA(WS-RCB-IDX)
                               = WS-EMPRESA-FILTRO)
                   PERFORM IMPRIME-RECEBIMENTO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           STRING "TOTAL GRUPO 2: " DELIMITED BY SIZE
                  WS-TOT-QTD(2) DELIMITED BY SIZE
                  " RECEBIMENTOS  VALOR " DELIMITED BY SIZE
                  WS-TOT-VALOR(2) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       CARREGA-RECEBIMENTOS.
           MOVE LOW-VALUES TO RB-CHAVE
           START RECEBIMENTO-FILE KEY IS NOT LESS RB-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ RECEBIMENTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RB
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-RB = "10"
               IF RB-DATA-RECEB >= WS-DATA-INI
                       AND RB-DATA-RECEB <= WS-DATA-FIM
                   IF WS-RCB-QTD >= 1000
                       PERFORM AVISA-TABELA-CHEIA
                   ELSE
                       ADD 1 TO WS-RCB-QTD
                       MOVE RB-NUM-PEDIDO TO WS-RCB-PEDIDO(WS-RCB-QTD)
                       MOVE RB-SEQUENCIA  TO WS-RCB-SEQ(WS-RCB-QTD)
                       MOVE RB-DATA-RECEB TO WS-RCB-DATA(WS-RCB-QTD)
                       MOVE RB-VALOR      TO WS-RCB-VALOR(WS-RCB-QTD)
                       MOVE "N"       TO WS-RCB-FATURADO(WS-RCB-QTD)
                       MOVE ZEROS     TO WS-RCB-EMPRESA(WS-RCB-QTD)
                       MOVE "999999"  TO WS-RCB-CENTRO(WS-RCB-QTD)
                   END-IF
               END-IF
               READ RECEBIMENTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RB.

      *> Uma passada em CONTAPAGAR atrás das notas dos pedidos
      *> recebidos (não há chave por pedido).
       CRUZA-NOTAS-PEDIDO.
           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-C
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               IF CP-NUM-PEDIDO NOT = ZEROS AND CP-SITUACAO NOT = "C"
                   PERFORM MARCA-RECEB-FATURADO
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

       MARCA-RECEB-FATURADO.
           PERFORM DEFINE-EMPRESA-CONTA
           PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                   UNTIL WS-RCB-IDX > WS-RCB-QTD
               IF WS-RCB-PEDIDO(WS-RCB-IDX) = CP-NUM-PEDIDO
                   IF WS-RCB-EMPRESA(WS-RCB-IDX) = ZEROS
                       MOVE WS-EMPRESA-CONTA
                           TO WS-RCB-EMPRESA(WS-RCB-IDX)
                       MOVE CP-CENTRO-CUSTO
                           TO WS-RCB-CENTRO(WS-RCB-IDX)
                   END-IF
                   IF CP-DATA-EMISSAO <= WS-DATA-FIM
                       MOVE "S" TO WS-RCB-FATURADO(WS-RCB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-RECEBIMENTO.
           MOVE ZEROS TO WS-RCB-CNPJ
           IF WS-PEDIDO-OK = "S"
               MOVE WS-RCB-PEDIDO(WS-RCB-IDX) TO PD-NUM-PEDIDO
               READ PEDIDO-FILE
                   NOT INVALID KEY
                       MOVE PD-CNPJ-FORN TO WS-RCB-CNPJ
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING WS-RCB-PEDIDO(WS-RCB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCB-SEQ(WS-RCB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCB-DATA(WS-RCB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCB-CNPJ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCB-EMPRESA(WS-RCB-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RCB-CENTRO(WS-RCB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RCB-VALOR(WS-RCB-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE WS-RCB-EMPRESA(WS-RCB-IDX) TO WS-ACU-EMPRESA
           MOVE WS-RCB-CENTRO(WS-RCB-IDX)  TO WS-ACU-CENTRO
           MOVE 2                          TO WS-ACU-GRUPO
           MOVE WS-RCB-VALOR(WS-RCB-IDX)   TO WS-ACU-VALOR
           PERFORM ACUMULA-CC.

      *> Grupo 3: remetida ao banco no período, ainda "E" no último
      *> dia e confirmada só no mês seguinte.
       LISTA-EM-TRANSITO.
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "3) PAGAMENTOS EM TRANSITO NO FIM DO PERIODO"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "DOCUMENTO  CNPJ           PC REMESSA CONFIRM. EMP CCUST
      -        "O          VALOR" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                   UNTIL WS-TRA-IDX > WS-TRA-QTD
               IF WS-TRA-EM-TRANSITO(WS-TRA-IDX) = "S"
                       AND WS-TRA-CONFIRMOU(WS-TRA-IDX) = "S"
                       AND WS-TRA-CONFIRMACAO(WS-TRA-IDX)
                           >= WS-PROX-INI
                       AND WS-TRA-CONFIRMACAO(WS-TRA-IDX)
                           <= WS-PROX-FIM
                   PERFORM AVALIA-EM-TRANSITO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           STRING "TOTAL GRUPO 3: " DELIMITED BY SIZE
                  WS-TOT-QTD(3) DELIMITED BY SIZE
                  " PAGAMENTOS  VALOR " DELIMITED BY SIZE
                  WS-TOT-VALOR(3) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       AVALIA-EM-TRANSITO.
           MOVE WS-TRA-CHAVE(WS-TRA-IDX) TO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM DEFINE-EMPRESA-CONTA
           IF WS-EMPRESA-FILTRO NOT = ZEROS
                   AND WS-EMPRESA-CONTA NOT = WS-EMPRESA-FILTRO
               EXIT PARAGRAPH
           END-IF

           IF WS-TRA-VALOR(WS-TRA-IDX) = ZEROS
               MOVE CP-VALOR TO WS-TRA-VALOR(WS-TRA-IDX)
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING CP-NUM-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-CNPJ-FORN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CP-NUM-PARCELA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRA-REMESSA(WS-TRA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRA-CONFIRMACAO(WS-TRA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMPRESA-CONTA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CP-CENTRO-CUSTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRA-VALOR(WS-TRA-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE WS-EMPRESA-CONTA         TO WS-ACU-EMPRESA
           MOVE CP-CENTRO-CUSTO          TO WS-ACU-CENTRO
           MOVE 3                        TO WS-ACU-GRUPO
           MOVE WS-TRA-VALOR(WS-TRA-IDX) TO WS-ACU-VALOR
           PERFORM ACUMULA-CC.

      *> Soma o item da vez no total do grupo e na linha da empresa
      *> + centro de custo.
       ACUMULA-CC.
           ADD 1            TO WS-TOT-QTD(WS-ACU-GRUPO)
           ADD WS-ACU-VALOR TO WS-TOT-VALOR(WS-ACU-GRUPO)

           MOVE ZEROS TO WS-CC-ACHOU
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-QTD-LINHAS
               IF WS-CC-EMPRESA(WS-CC-IDX) = WS-ACU-EMPRESA
                       AND WS-CC-CODIGO(WS-CC-IDX) = WS-ACU-CENTRO
                   MOVE WS-CC-IDX TO WS-CC-ACHOU
               END-IF
           END-PERFORM
           IF WS-CC-ACHOU = ZEROS
               IF WS-CC-QTD-LINHAS >= 300
                   PERFORM AVISA-TABELA-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CC-QTD-LINHAS
               MOVE WS-CC-QTD-LINHAS TO WS-CC-ACHOU
               MOVE WS-ACU-EMPRESA TO WS-CC-EMPRESA(WS-CC-ACHOU)
               MOVE WS-ACU-CENTRO  TO WS-CC-CODIGO(WS-CC-ACHOU)
           END-IF
           ADD 1 TO WS-CC-QTD(WS-CC-ACHOU, WS-ACU-GRUPO)
           ADD WS-ACU-VALOR TO WS-CC-VALOR(WS-CC-ACHOU, WS-ACU-GRUPO).

      *> Base do ajuste de corte: por empresa e centro de custo, os
      *> três grupos lado a lado.
       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "TOTAIS POR EMPRESA E CENTRO DE CUSTO" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "EMP CCUSTO  LANCADAS TARDE        RECEBIDO SEM NOTA
      -        "     EM TRANSITO" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-QTD-LINHAS
               MOVE SPACES TO WS-LINHA
               STRING WS-CC-EMPRESA(WS-CC-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CC-CODIGO(WS-CC-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CC-VALOR(WS-CC-IDX, 1) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CC-VALOR(WS-CC-IDX, 2) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CC-VALOR(WS-CC-IDX, 3) DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-PERFORM

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA.
