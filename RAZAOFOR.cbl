       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAOFOR.

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

      *> Histórico de pagamentos, indexado por documento + CNPJ +
      *> parcela + sequência (ver MIGHIST.cbl).
           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Lançamentos exportados para o pacote contábil: emissão e
      *> cancelamento (CTBEMIS.cbl) e pagamentos, estornos e baixas
      *> de resíduo (CTBEXP.cbl). Os dois são opcionais: sem eles, a
      *> conciliação aponta todo o movimento como só do subsistema.
           SELECT CTBEMIS-FILE ASSIGN TO "CTBEMIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-EM.

           SELECT CTBEXP-FILE ASSIGN TO "CTBEXP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-EX.

      *> Razão do mês, um arquivo por competência e empresa (mesma
      *> técnica do informe em RELPENH.cbl).
           SELECT RAZAO-FILE ASSIGN TO WS-NOME-RAZAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RAZAO.

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

       FD HISTPAGTO-FILE.
       01 HIST-REG.
           05 H-CHAVE.                      *> 10 doc + 14 CNPJ +
               10 H-NUM-DOC     PIC 9(10).  *> 02 parc + 04 seq
               10 H-CNPJ-FORN   PIC 9(14).
               10 H-NUM-PARCELA PIC 9(02).
               10 H-SEQ         PIC 9(04).
           05 H-DATA-PGTO       PIC 9(8).
           05 H-VALOR-PAGO      PIC 9(10)V99.
           05 H-VALOR-DESCONTO  PIC 9(10)V99.
           05 H-VALOR-IRRF      PIC 9(10)V99.  *> retenção na fonte
           05 H-VALOR-INSS      PIC 9(10)V99.
           05 H-VALOR-ISS       PIC 9(10)V99.
           05 H-EMPRESA         PIC 9(02).  *> empresa do grupo
           05 H-VALOR-CREDITO   PIC 9(10)V99.  *> nota de crédito
           05 H-TIPO            PIC X(01).  *> espaço=pagamento,
                                            *> E=estorno,X=baixa
                                            *> de resíduo

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 F-RAZAO-SOCIAL PIC X(40).
           05 F-ENDERECO     PIC X(50).
           05 F-TELEFONE     PIC 9(11).
           05 F-EMAIL        PIC X(30).
           05 F-ATIVO        PIC X(1).
           05 F-BANCO        PIC X(03).
           05 F-AGENCIA      PIC X(06).
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

      *> Mesmo layout de importação gravado por CTBEMIS e CTBEXP.
       FD CTBEMIS-FILE.
       01 CTBEMIS-REG.
           05 EM-DATA-LANC      PIC 9(8).
           05 EM-CONTA-DEBITO   PIC X(11).
           05 EM-CONTA-CREDITO  PIC X(11).
           05 EM-HISTORICO      PIC X(60).
           05 EM-VALOR          PIC 9(10)V99.
           05 EM-CNPJ-FORN      PIC 9(14).
           05 EM-NUM-DOC        PIC 9(10).

       FD CTBEXP-FILE.
       01 CTBEXP-REG.
           05 EX-DATA-LANC      PIC 9(8).
           05 EX-CONTA-DEBITO   PIC X(11).
           05 EX-CONTA-CREDITO  PIC X(11).
           05 EX-HISTORICO      PIC X(60).
           05 EX-VALOR          PIC 9(10)V99.
           05 EX-CNPJ-FORN      PIC 9(14).
           05 EX-NUM-DOC        PIC 9(10).

       FD RAZAO-FILE.
       01 RAZAO-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-EM     PIC XX.
       01 WS-STATUS-FILE-EX     PIC XX.
       01 WS-STATUS-RAZAO       PIC XX.
       01 WS-EMIS-OK            PIC X VALUE "N".
       01 WS-EXP-OK             PIC X VALUE "N".
       01 WS-NOME-RAZAO         PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-MES                PIC 9(02).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).
       01 WS-CONTA-FORNECEDORES PIC X(11) VALUE "21000-FORN".
       01 WS-NOME-FORN          PIC X(40).
       01 WS-EMPRESA-CONTA      PIC 9(02).
       01 WS-CHAVE-CNPJ         PIC 9(14).
       01 WS-CHAVE-DOC          PIC 9(10).
       01 WS-VALOR-EDIT         PIC -Z(10)9.99.
       01 WS-SITUACAO-MOV       PIC X(24).

      *> Lançamento contábil lido de qualquer das duas exportações.
       01 WS-LANC-DATA          PIC 9(8).
       01 WS-LANC-DEBITO        PIC X(11).
       01 WS-LANC-CREDITO       PIC X(11).
       01 WS-LANC-VALOR         PIC 9(10)V99.

      *> Razão por fornecedor, acumulado em tabela pela mesma técnica
      *> do subtotal por fornecedor de RELCTAPG.cbl. O saldo inicial
      *> é o movimento líquido de tudo o que veio antes do mês.
       01 WS-TAB-FORN.
           05 WS-FORN-LINHA     OCCURS 500 TIMES.
               10 WS-FORN-CNPJ       PIC 9(14).
               10 WS-FORN-SALDO-INI  PIC S9(12)V99.
               10 WS-FORN-NOTAS      PIC 9(12)V99.
               10 WS-FORN-CANCEL     PIC 9(12)V99.
               10 WS-FORN-PAGTOS     PIC 9(12)V99.
               10 WS-FORN-CREDITOS   PIC 9(12)V99.
               10 WS-FORN-BAIXAS     PIC 9(12)V99.
               10 WS-FORN-ESTORNOS   PIC 9(12)V99.
               10 WS-FORN-SALDO-FIM  PIC S9(12)V99.
       01 WS-FORN-QTD-LINHAS    PIC 9(03) VALUE ZEROS.
       01 WS-FORN-IDX           PIC 9(03).
       01 WS-FORN-ACHOU         PIC 9(03).

      *> Movimento do mês por fornecedor e documento, dos dois lados:
      *> o que o subsistema diz que aumentou (crédito) ou baixou
      *> (débito) o passivo e o que chegou à conta de fornecedores
      *> nas exportações. WS-MOV-EXP-OUTRA guarda o valor exportado
      *> por outras contas (pagamento mapeado direto para despesa).
       01 WS-TAB-MOV.
           05 WS-MOV-LINHA      OCCURS 2000 TIMES.
               10 WS-MOV-CNPJ        PIC 9(14).
               10 WS-MOV-DOC         PIC 9(10).
               10 WS-MOV-SUB-CRED    PIC 9(12)V99.
               10 WS-MOV-SUB-DEB     PIC 9(12)V99.
               10 WS-MOV-EXP-CRED    PIC 9(12)V99.
               10 WS-MOV-EXP-DEB     PIC 9(12)V99.
               10 WS-MOV-EXP-OUTRA   PIC 9(12)V99.
       01 WS-MOV-QTD-LINHAS     PIC 9(04) VALUE ZEROS.
       01 WS-MOV-IDX            PIC 9(04).
       01 WS-MOV-ACHOU          PIC 9(04).
       01 WS-TAB-CHEIA          PIC X VALUE "N".

      *> Totais do grupo de fornecedores e da conciliação.
       01 WS-TOT-SALDO-INI      PIC S9(12)V99 VALUE ZEROS.
       01 WS-TOT-NOTAS          PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-CANCEL         PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-PAGTOS         PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-CREDITOS       PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-BAIXAS         PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-ESTORNOS       PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-SALDO-FIM      PIC S9(12)V99 VALUE ZEROS.
       01 WS-TOT-EXP-CRED       PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-EXP-DEB        PIC 9(12)V99 VALUE ZEROS.
       01 WS-MOV-SUBSISTEMA     PIC S9(12)V99 VALUE ZEROS.
       01 WS-MOV-CONTABIL       PIC S9(12)V99 VALUE ZEROS.
       01 WS-SALDO-CONTABIL     PIC S9(12)V99 VALUE ZEROS.
       01 WS-DIFERENCA          PIC S9(12)V99 VALUE ZEROS.
       01 WS-QTD-DIVERGENCIAS   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Razão auxiliar de fornecedores do mês: por fornecedor, saldo
      *> inicial, notas lançadas, cancelamentos, pagamentos, créditos,
      *> baixas de resíduo, estornos e saldo final, montados de
      *> CONTAPAGAR.DAT e HISTPAGTO.DAT pelas mesmas regras das
      *> exportações (emissão e cancelamento na data de emissão,
      *> pagamento pelo valor pago na data do pagamento). Fecha com a
      *> conciliação do total contra a conta de fornecedores nos
      *> lançamentos exportados e a lista do que só chegou a um lado.
       MAIN-PROCEDURE.
           DISPLAY "RAZÃO AUXILIAR DE FORNECEDORES"

           DISPLAY "Empresa (código, 00 p/ todas): "
           ACCEPT WS-EMPRESA-FILTRO

           DISPLAY "Competência (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           COMPUTE WS-MES = FUNCTION MOD(WS-COMPETENCIA, 100)
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "Erro: Competência inválida."
               STOP RUN
           END-IF
           COMPUTE WS-DATA-INI   = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-DATA-FINAL = WS-COMPETENCIA * 100 + 31

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir HISTPAGTO.DAT: " WS-STATUS-HIST
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           MOVE "S" TO WS-EMIS-OK
           OPEN INPUT CTBEMIS-FILE
           IF WS-STATUS-FILE-EM = "35"
               MOVE "N" TO WS-EMIS-OK
           ELSE
               IF WS-STATUS-FILE-EM NOT = "00"
                   DISPLAY "Erro ao abrir CTBEMIS.DAT: "
                       WS-STATUS-FILE-EM
                   STOP RUN
               END-IF
           END-IF

           MOVE "S" TO WS-EXP-OK
           OPEN INPUT CTBEXP-FILE
           IF WS-STATUS-FILE-EX = "35"
               MOVE "N" TO WS-EXP-OK
           ELSE
               IF WS-STATUS-FILE-EX NOT = "00"
                   DISPLAY "Erro ao abrir CTBEXP.DAT: "
                       WS-STATUS-FILE-EX
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-NOME-RAZAO
           STRING "RAZAO_"          DELIMITED BY SIZE
                  WS-COMPETENCIA    DELIMITED BY SIZE
                  "_"               DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-RAZAO
           OPEN OUTPUT RAZAO-FILE
           IF WS-STATUS-RAZAO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-RAZAO ": "
                   WS-STATUS-RAZAO
               STOP RUN
           END-IF

           PERFORM ACUMULA-CONTAS
           PERFORM ACUMULA-HISTORICO
           IF WS-EMIS-OK = "S"
               PERFORM LE-EXPORTACAO-EMISSAO
               CLOSE CTBEMIS-FILE
           END-IF
           IF WS-EXP-OK = "S"
               PERFORM LE-EXPORTACAO-PAGAMENTOS
               CLOSE CTBEXP-FILE
           END-IF

           PERFORM GRAVA-CABECALHO
           PERFORM LISTA-FORNECEDORES
           PERFORM GRAVA-CONCILIACAO
           PERFORM LISTA-DIVERGENCIAS

           CLOSE CONTAPAGAR-FILE
           CLOSE HISTPAGTO-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE RAZAO-FILE

           IF WS-TAB-CHEIA = "S"
               DISPLAY "Atenção: tabela de fornecedores/documentos "
                   "cheia; emita o razão por empresa."
           END-IF
           DISPLAY "Razão gravado em " WS-NOME-RAZAO
           DISPLAY "Movimentos divergentes: " WS-QTD-DIVERGENCIAS
           STOP RUN.

      *> Notas da empresa: emitidas antes do mês entram no saldo
      *> inicial (a cancelada se anula com o próprio estorno, como
      *> em CTBEMIS.cbl); emitidas no mês entram como nota lançada
      *> e, se canceladas, também como cancelamento.
       ACUMULA-CONTAS.
           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               IF CP-DATA-EMISSAO <= WS-DATA-FINAL
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR CP-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM ACUMULA-CONTA
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM.

       ACUMULA-CONTA.
           MOVE CP-CNPJ-FORN TO WS-CHAVE-CNPJ
           PERFORM PROCURA-FORNECEDOR
           IF WS-FORN-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF CP-DATA-EMISSAO < WS-DATA-INI
               IF CP-SITUACAO NOT = "C"
                   ADD CP-VALOR TO WS-FORN-SALDO-INI(WS-FORN-ACHOU)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD CP-VALOR TO WS-FORN-NOTAS(WS-FORN-ACHOU)
           MOVE CP-NUM-DOC TO WS-CHAVE-DOC
           PERFORM PROCURA-MOVIMENTO
           IF WS-MOV-ACHOU NOT = ZEROS
               ADD CP-VALOR TO WS-MOV-SUB-CRED(WS-MOV-ACHOU)
           END-IF

           IF CP-SITUACAO = "C"
               ADD CP-VALOR TO WS-FORN-CANCEL(WS-FORN-ACHOU)
               IF WS-MOV-ACHOU NOT = ZEROS
                   ADD CP-VALOR TO WS-MOV-SUB-DEB(WS-MOV-ACHOU)
               END-IF
           END-IF.

      *> Pagamentos, estornos e baixas da empresa até o fim do mês,
      *> pelo mesmo filtro de H-EMPRESA usado em CTBEXP.cbl. O valor
      *> pago inclui a parte quitada com nota de crédito, que sai na
      *> coluna própria; o líquido fica na coluna de pagamentos.
       ACUMULA-HISTORICO.
           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
               IF H-DATA-PGTO <= WS-DATA-FINAL
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR H-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM ACUMULA-PAGAMENTO
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM.

       ACUMULA-PAGAMENTO.
           MOVE H-CNPJ-FORN TO WS-CHAVE-CNPJ
           PERFORM PROCURA-FORNECEDOR
           IF WS-FORN-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF H-DATA-PGTO < WS-DATA-INI
               IF H-TIPO = "E"
                   ADD H-VALOR-PAGO TO WS-FORN-SALDO-INI(WS-FORN-ACHOU)
               ELSE
                   SUBTRACT H-VALOR-PAGO
                       FROM WS-FORN-SALDO-INI(WS-FORN-ACHOU)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE H-NUM-DOC TO WS-CHAVE-DOC
           PERFORM PROCURA-MOVIMENTO

           EVALUATE H-TIPO
               WHEN "E"
                   ADD H-VALOR-PAGO TO WS-FORN-ESTORNOS(WS-FORN-ACHOU)
                   IF WS-MOV-ACHOU NOT = ZEROS
                       ADD H-VALOR-PAGO
                           TO WS-MOV-SUB-CRED(WS-MOV-ACHOU)
                   END-IF
               WHEN "X"
                   ADD H-VALOR-PAGO TO WS-FORN-BAIXAS(WS-FORN-ACHOU)
                   IF WS-MOV-ACHOU NOT = ZEROS
                       ADD H-VALOR-PAGO
                           TO WS-MOV-SUB-DEB(WS-MOV-ACHOU)
                   END-IF
               WHEN OTHER
                   COMPUTE WS-FORN-PAGTOS(WS-FORN-ACHOU) =
                       WS-FORN-PAGTOS(WS-FORN-ACHOU)
                       + H-VALOR-PAGO - H-VALOR-CREDITO
                   ADD H-VALOR-CREDITO
                       TO WS-FORN-CREDITOS(WS-FORN-ACHOU)
                   IF WS-MOV-ACHOU NOT = ZEROS
                       ADD H-VALOR-PAGO
                           TO WS-MOV-SUB-DEB(WS-MOV-ACHOU)
                   END-IF
           END-EVALUATE.

      *> Lançamentos de emissão e de estorno de cancelamento do mês.
       LE-EXPORTACAO-EMISSAO.
           READ CTBEMIS-FILE
               AT END
                   MOVE "10" TO WS-STATUS-FILE-EM
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-EM = "10"
               MOVE EM-DATA-LANC     TO WS-LANC-DATA
               MOVE EM-CONTA-DEBITO  TO WS-LANC-DEBITO
               MOVE EM-CONTA-CREDITO TO WS-LANC-CREDITO
               MOVE EM-VALOR         TO WS-LANC-VALOR
               MOVE EM-CNPJ-FORN     TO WS-CHAVE-CNPJ
               MOVE EM-NUM-DOC       TO WS-CHAVE-DOC
               PERFORM ACUMULA-LANCAMENTO
               READ CTBEMIS-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-EM
               END-READ
           END-PERFORM.

      *> Lançamentos de pagamento, estorno e baixa de resíduo do mês.
       LE-EXPORTACAO-PAGAMENTOS.
           READ CTBEXP-FILE
               AT END
                   MOVE "10" TO WS-STATUS-FILE-EX
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-EX = "10"
               MOVE EX-DATA-LANC     TO WS-LANC-DATA
               MOVE EX-CONTA-DEBITO  TO WS-LANC-DEBITO
               MOVE EX-CONTA-CREDITO TO WS-LANC-CREDITO
               MOVE EX-VALOR         TO WS-LANC-VALOR
               MOVE EX-CNPJ-FORN     TO WS-CHAVE-CNPJ
               MOVE EX-NUM-DOC       TO WS-CHAVE-DOC
               PERFORM ACUMULA-LANCAMENTO
               READ CTBEXP-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-EX
               END-READ
           END-PERFORM.

      *> O arquivo exportado não traz a empresa: ela vem da conta do
      *> documento em CONTAPAGAR. Lançamento de conta que não existe
      *> mais entra sempre, para aparecer como só da contabilidade.
       ACUMULA-LANCAMENTO.
           IF WS-LANC-DATA < WS-DATA-INI
                   OR WS-LANC-DATA > WS-DATA-FINAL
               EXIT PARAGRAPH
           END-IF

           IF WS-EMPRESA-FILTRO NOT = ZEROS
               PERFORM BUSCA-EMPRESA-DOCUMENTO
               IF WS-EMPRESA-CONTA NOT = ZEROS
                       AND WS-EMPRESA-CONTA NOT = WS-EMPRESA-FILTRO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PROCURA-MOVIMENTO
           IF WS-MOV-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-LANC-CREDITO = WS-CONTA-FORNECEDORES
                   ADD WS-LANC-VALOR TO WS-MOV-EXP-CRED(WS-MOV-ACHOU)
                   ADD WS-LANC-VALOR TO WS-TOT-EXP-CRED
               WHEN WS-LANC-DEBITO = WS-CONTA-FORNECEDORES
                   ADD WS-LANC-VALOR TO WS-MOV-EXP-DEB(WS-MOV-ACHOU)
                   ADD WS-LANC-VALOR TO WS-TOT-EXP-DEB
               WHEN OTHER
                   ADD WS-LANC-VALOR
                       TO WS-MOV-EXP-OUTRA(WS-MOV-ACHOU)
           END-EVALUATE.

       BUSCA-EMPRESA-DOCUMENTO.
           MOVE ZEROS TO WS-EMPRESA-CONTA
           MOVE SPACES TO CP-CHAVE
           STRING WS-CHAVE-DOC  DELIMITED BY SIZE
                  WS-CHAVE-CNPJ DELIMITED BY SIZE
                  "00"          DELIMITED BY SIZE
                  INTO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF CP-NUM-DOC = WS-CHAVE-DOC
                   AND CP-CNPJ-FORN = WS-CHAVE-CNPJ
               MOVE CP-EMPRESA TO WS-EMPRESA-CONTA
           END-IF.

      *> Devolve em WS-FORN-ACHOU a linha do fornecedor WS-CHAVE-CNPJ,
      *> criando-a se preciso (zero se a tabela estiver cheia).
       PROCURA-FORNECEDOR.
           MOVE ZEROS TO WS-FORN-ACHOU
           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
                      OR WS-FORN-ACHOU NOT = ZEROS
               IF WS-FORN-CNPJ(WS-FORN-IDX) = WS-CHAVE-CNPJ
                   MOVE WS-FORN-IDX TO WS-FORN-ACHOU
               END-IF
           END-PERFORM

           IF WS-FORN-ACHOU = ZEROS
               IF WS-FORN-QTD-LINHAS < 500
                   ADD 1 TO WS-FORN-QTD-LINHAS
                   MOVE WS-FORN-QTD-LINHAS TO WS-FORN-ACHOU
                   INITIALIZE WS-FORN-LINHA(WS-FORN-ACHOU)
                   MOVE WS-CHAVE-CNPJ TO WS-FORN-CNPJ(WS-FORN-ACHOU)
               ELSE
                   MOVE "S" TO WS-TAB-CHEIA
               END-IF
           END-IF.

      *> Devolve em WS-MOV-ACHOU a linha do documento WS-CHAVE-DOC do
      *> fornecedor WS-CHAVE-CNPJ, criando-a se preciso.
       PROCURA-MOVIMENTO.
           MOVE ZEROS TO WS-MOV-ACHOU
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-QTD-LINHAS
                      OR WS-MOV-ACHOU NOT = ZEROS
               IF WS-MOV-CNPJ(WS-MOV-IDX) = WS-CHAVE-CNPJ
                       AND WS-MOV-DOC(WS-MOV-IDX) = WS-CHAVE-DOC
                   MOVE WS-MOV-IDX TO WS-MOV-ACHOU
               END-IF
           END-PERFORM

           IF WS-MOV-ACHOU = ZEROS
               IF WS-MOV-QTD-LINHAS < 2000
                   ADD 1 TO WS-MOV-QTD-LINHAS
                   MOVE WS-MOV-QTD-LINHAS TO WS-MOV-ACHOU
                   INITIALIZE WS-MOV-LINHA(WS-MOV-ACHOU)
                   MOVE WS-CHAVE-CNPJ TO WS-MOV-CNPJ(WS-MOV-ACHOU)
                   MOVE WS-CHAVE-DOC  TO WS-MOV-DOC(WS-MOV-ACHOU)
               ELSE
                   MOVE "S" TO WS-TAB-CHEIA
               END-IF
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "RAZAO AUXILIAR DE FORNECEDORES - COMPETENCIA "
                      DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  "  EMPRESA " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  INTO WS-LINHA
           IF WS-EMPRESA-FILTRO = ZEROS
               MOVE "(TODAS)" TO WS-LINHA(62:7)
           END-IF
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "CONTA DE FORNECEDORES " DELIMITED BY SIZE
                  WS-CONTA-FORNECEDORES DELIMITED BY SIZE
                  "  EXPORTACOES: CTBEMIS.DAT" DELIMITED BY SIZE
                  INTO WS-LINHA
           IF WS-EMIS-OK NOT = "S"
               MOVE "(AUSENTE)" TO WS-LINHA(61:9)
           END-IF
           MOVE "CTBEXP.DAT" TO WS-LINHA(71:10)
           IF WS-EXP-OK NOT = "S"
               MOVE "(AUSENTE)" TO WS-LINHA(82:9)
           END-IF
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "   SALDO INICIAL" TO WS-LINHA(1:16)
           MOVE "           NOTAS" TO WS-LINHA(17:16)
           MOVE "   CANCELAMENTOS" TO WS-LINHA(33:16)
           MOVE "      PAGAMENTOS" TO WS-LINHA(49:16)
           MOVE "        CREDITOS" TO WS-LINHA(65:16)
           MOVE "  BAIXAS RESIDUO" TO WS-LINHA(81:16)
           MOVE "        ESTORNOS" TO WS-LINHA(97:16)
           MOVE "     SALDO FINAL" TO WS-LINHA(113:16)
           PERFORM GRAVA-LINHA.

      *> Uma linha de identificação e uma de valores por fornecedor;
      *> fornecedor sem saldo nem movimento no mês fica de fora.
       LISTA-FORNECEDORES.
           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
               COMPUTE WS-FORN-SALDO-FIM(WS-FORN-IDX) =
                   WS-FORN-SALDO-INI(WS-FORN-IDX)
                   + WS-FORN-NOTAS(WS-FORN-IDX)
                   - WS-FORN-CANCEL(WS-FORN-IDX)
                   - WS-FORN-PAGTOS(WS-FORN-IDX)
                   - WS-FORN-CREDITOS(WS-FORN-IDX)
                   - WS-FORN-BAIXAS(WS-FORN-IDX)
                   + WS-FORN-ESTORNOS(WS-FORN-IDX)
               IF WS-FORN-SALDO-INI(WS-FORN-IDX) NOT = ZEROS
                       OR WS-FORN-NOTAS(WS-FORN-IDX) NOT = ZEROS
                       OR WS-FORN-PAGTOS(WS-FORN-IDX) NOT = ZEROS
                       OR WS-FORN-CREDITOS(WS-FORN-IDX) NOT = ZEROS
                       OR WS-FORN-BAIXAS(WS-FORN-IDX) NOT = ZEROS
                       OR WS-FORN-ESTORNOS(WS-FORN-IDX) NOT = ZEROS
                   PERFORM GRAVA-FORNECEDOR
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "TOTAL DOS FORNECEDORES" TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-TOT-SALDO-INI TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(1:15)
           MOVE WS-TOT-NOTAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(17:15)
           MOVE WS-TOT-CANCEL TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(33:15)
           MOVE WS-TOT-PAGTOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(49:15)
           MOVE WS-TOT-CREDITOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(65:15)
           MOVE WS-TOT-BAIXAS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(81:15)
           MOVE WS-TOT-ESTORNOS TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(97:15)
           MOVE WS-TOT-SALDO-FIM TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(113:15)
           PERFORM GRAVA-LINHA.

       GRAVA-FORNECEDOR.
           MOVE WS-FORN-CNPJ(WS-FORN-IDX) TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "(FORNECEDOR NAO CADASTRADO)" TO WS-NOME-FORN
               NOT INVALID KEY
                   MOVE F-RAZAO-SOCIAL TO WS-NOME-FORN
           END-READ

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           STRING WS-FORN-CNPJ(WS-FORN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-FORN DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           MOVE WS-FORN-SALDO-INI(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(1:15)
           MOVE WS-FORN-NOTAS(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(17:15)
           MOVE WS-FORN-CANCEL(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(33:15)
           MOVE WS-FORN-PAGTOS(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(49:15)
           MOVE WS-FORN-CREDITOS(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(65:15)
           MOVE WS-FORN-BAIXAS(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(81:15)
           MOVE WS-FORN-ESTORNOS(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(97:15)
           MOVE WS-FORN-SALDO-FIM(WS-FORN-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(113:15)
           PERFORM GRAVA-LINHA

           ADD WS-FORN-SALDO-INI(WS-FORN-IDX) TO WS-TOT-SALDO-INI
           ADD WS-FORN-NOTAS(WS-FORN-IDX)     TO WS-TOT-NOTAS
           ADD WS-FORN-CANCEL(WS-FORN-IDX)    TO WS-TOT-CANCEL
           ADD WS-FORN-PAGTOS(WS-FORN-IDX)    TO WS-TOT-PAGTOS
           ADD WS-FORN-CREDITOS(WS-FORN-IDX)  TO WS-TOT-CREDITOS
           ADD WS-FORN-BAIXAS(WS-FORN-IDX)    TO WS-TOT-BAIXAS
           ADD WS-FORN-ESTORNOS(WS-FORN-IDX)  TO WS-TOT-ESTORNOS
           ADD WS-FORN-SALDO-FIM(WS-FORN-IDX) TO WS-TOT-SALDO-FIM.

      *> Linha de conciliação do total: o saldo inicial é o do
      *> subsistema (meses anteriores já conciliados); o saldo
      *> contábil soma a ele o movimento do mês na conta de
      *> fornecedores (créditos aumentam, débitos baixam o passivo).
       GRAVA-CONCILIACAO.
           COMPUTE WS-MOV-SUBSISTEMA =
               WS-TOT-SALDO-FIM - WS-TOT-SALDO-INI
           COMPUTE WS-MOV-CONTABIL = WS-TOT-EXP-CRED - WS-TOT-EXP-DEB
           COMPUTE WS-SALDO-CONTABIL =
               WS-TOT-SALDO-INI + WS-MOV-CONTABIL
           COMPUTE WS-DIFERENCA = WS-TOT-SALDO-FIM - WS-SALDO-CONTABIL

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           STRING "CONCILIACAO COM A CONTA " DELIMITED BY SIZE
                  WS-CONTA-FORNECEDORES DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-TOT-SALDO-INI TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "SALDO INICIAL..................: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-MOV-SUBSISTEMA TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "MOVIMENTO DO MES (SUBSISTEMA)..: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-MOV-CONTABIL TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "MOVIMENTO DO MES (CONTABIL)....: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-TOT-SALDO-FIM TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "SALDO FINAL (SUBSISTEMA).......: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-SALDO-CONTABIL TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "SALDO FINAL (CONTABIL).........: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-DIFERENCA TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "DIFERENCA......................: " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           IF WS-DIFERENCA = ZEROS
               MOVE "CONCILIADO" TO WS-LINHA(52:10)
           ELSE
               MOVE "NAO CONCILIADO" TO WS-LINHA(52:14)
           END-IF
           PERFORM GRAVA-LINHA.

      *> Documento cujo movimento do mês não bate entre os dois lados:
      *> só no subsistema (não exportado, ou exportado sem passar pela
      *> conta de fornecedores), só na contabilidade, ou com valores
      *> diferentes.
       LISTA-DIVERGENCIAS.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "MOVIMENTOS QUE CHEGARAM A UM SO LADO" TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "CNPJ           DOCUMENTO " TO WS-LINHA
           MOVE "   SUBSIST.CRED" TO WS-LINHA(27:16)
           MOVE "    SUBSIST.DEB" TO WS-LINHA(43:16)
           MOVE "   CONTABIL.CRED" TO WS-LINHA(58:17)
           MOVE "   CONTABIL.DEB" TO WS-LINHA(75:16)
           MOVE " SITUACAO" TO WS-LINHA(91:9)
           PERFORM GRAVA-LINHA

           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MOV-IDX > WS-MOV-QTD-LINHAS
               IF WS-MOV-SUB-CRED(WS-MOV-IDX)
                       NOT = WS-MOV-EXP-CRED(WS-MOV-IDX)
                   OR WS-MOV-SUB-DEB(WS-MOV-IDX)
                       NOT = WS-MOV-EXP-DEB(WS-MOV-IDX)
                   PERFORM GRAVA-DIVERGENCIA
               END-IF
           END-PERFORM

           IF WS-QTD-DIVERGENCIAS = ZEROS
               MOVE "(NENHUM)" TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           IF WS-TAB-CHEIA = "S"
               MOVE "ATENCAO: TABELA CHEIA, RAZAO INCOMPLETO"
                   TO WS-LINHA
               MOVE " - EMITA POR EMPRESA" TO WS-LINHA(40:20)
               PERFORM GRAVA-LINHA
           END-IF.

       GRAVA-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS
           EVALUATE TRUE
               WHEN WS-MOV-SUB-CRED(WS-MOV-IDX) = ZEROS
                       AND WS-MOV-SUB-DEB(WS-MOV-IDX) = ZEROS
                   MOVE "SO NA CONTABILIDADE" TO WS-SITUACAO-MOV
               WHEN WS-MOV-EXP-CRED(WS-MOV-IDX) = ZEROS
                       AND WS-MOV-EXP-DEB(WS-MOV-IDX) = ZEROS
                       AND WS-MOV-EXP-OUTRA(WS-MOV-IDX) NOT = ZEROS
                   MOVE "FORA DA CONTA 21000-FORN" TO WS-SITUACAO-MOV
               WHEN WS-MOV-EXP-CRED(WS-MOV-IDX) = ZEROS
                       AND WS-MOV-EXP-DEB(WS-MOV-IDX) = ZEROS
                   MOVE "SO NO SUBSISTEMA" TO WS-SITUACAO-MOV
               WHEN OTHER
                   MOVE "VALOR DIVERGENTE" TO WS-SITUACAO-MOV
           END-EVALUATE

           MOVE SPACES TO WS-LINHA
           STRING WS-MOV-CNPJ(WS-MOV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOV-DOC(WS-MOV-IDX) DELIMITED BY SIZE
                  INTO WS-LINHA
           MOVE WS-MOV-SUB-CRED(WS-MOV-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(27:15)
           MOVE WS-MOV-SUB-DEB(WS-MOV-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(43:15)
           MOVE WS-MOV-EXP-CRED(WS-MOV-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(60:15)
           MOVE WS-MOV-EXP-DEB(WS-MOV-IDX) TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(76:15)
           MOVE WS-SITUACAO-MOV TO WS-LINHA(92:24)
           PERFORM GRAVA-LINHA.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO RAZAO-REG
           WRITE RAZAO-REG.
