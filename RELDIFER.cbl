       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Planos de apropriação das despesas antecipadas (ver
      *> LANCCONT.cbl) e apropriações já geradas (ver AMORTIZA.cbl).
           SELECT DIFERIDO-FILE ASSIGN TO "DIFERIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DF.

           SELECT DIFLANC-FILE ASSIGN TO "DIFLANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DL.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Um arquivo por mês de referência (mesma técnica do razão
      *> em RAZAOFOR.cbl).
           SELECT RELDIF-FILE ASSIGN TO WS-NOME-RELDIF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELDIF.

       DATA DIVISION.
       FILE SECTION.

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

       FD DIFLANC-FILE.
       01 DIFLANC-REG.
           05 DL-CHAVE.                     *> 10 doc + 14 CNPJ + mês
               10 DL-NUM-DOC    PIC 9(10).
               10 DL-CNPJ-FORN  PIC 9(14).
               10 DL-ANO-MES    PIC 9(06).
           05 DL-TIPO           PIC X(1).   *> A=apropriação,
                                            *> E=estorno p/ o ativo
           05 DL-VALOR          PIC 9(10)V99.
           05 DL-DATA-LANC      PIC 9(8).   *> último dia do mês
           05 DL-CENTRO-CUSTO   PIC X(06).
           05 DL-EMPRESA        PIC 9(02).
           05 DL-DATA-GERACAO   PIC 9(8).

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

       FD RELDIF-FILE.
       01 RELDIF-REG            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-DF     PIC XX.
       01 WS-STATUS-FILE-DL     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-RELDIF      PIC XX.
       01 WS-DIFLANC-OK         PIC X VALUE "S".
       01 WS-FIM-ARQUIVO        PIC X VALUE "N".
       01 WS-NOME-RELDIF        PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-ANO-MES-REF        PIC 9(06).
       01 WS-MES-EMISSAO        PIC 9(06).

      *> Valores do plano na referência: base = parcelas não
      *> canceladas; apropriado = apropriações (menos estornos) até o
      *> mês de referência; o total geral de DIFLANC confere com o
      *> acumulado gravado no plano.
       01 WS-BASE               PIC 9(10)V99.
       01 WS-APROPRIADO-REF     PIC S9(10)V99.
       01 WS-APROPRIADO-GERAL   PIC S9(10)V99.
       01 WS-SALDO              PIC S9(10)V99.
       01 WS-MESES-DECORRIDOS   PIC S9(05).
       01 WS-MESES-RESTANTES    PIC 9(03).

       01 WS-QTD-PLANOS         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-DIVERGE        PIC 9(5) VALUE ZEROS.
       01 WS-TOT-ORIGINAL       PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-BASE           PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOT-APROPRIADO     PIC S9(12)V99 VALUE ZEROS.
       01 WS-TOT-SALDO          PIC S9(12)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT         PIC Z(7)9.99.
       01 WS-SALDO-EDIT         PIC -Z(7)9.99.
       01 WS-TOTAL-EDIT         PIC Z(9)9.99.
       01 WS-TOT-SALDO-EDIT     PIC -Z(9)9.99.
       01 WS-QTD-EDIT           PIC ZZ9.

       PROCEDURE DIVISION.

      *> Posição das despesas antecipadas num mês de referência
      *> (em branco = mês corrente): por plano, o valor original, a
      *> base atual, o apropriado até o mês, o saldo a apropriar e
      *> os meses restantes. O total do saldo a apropriar é o saldo
      *> da conta de despesas antecipadas (11500-DANT) no fim do mês.
       MAIN-PROCEDURE.
           DISPLAY "DESPESAS ANTECIPADAS A APROPRIAR"
           DISPLAY "Mês de referência (AAAAMM, branco = corrente): "
           MOVE ZEROS TO WS-ANO-MES-REF
           ACCEPT WS-ANO-MES-REF
           IF WS-ANO-MES-REF = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANO-MES-REF
           END-IF
           IF WS-ANO-MES-REF(5:2) < "01" OR WS-ANO-MES-REF(5:2) > "12"
               DISPLAY "Mês de referência inválido."
               STOP RUN
           END-IF

           OPEN INPUT DIFERIDO-FILE
           IF WS-STATUS-FILE-DF NOT = "00"
               DISPLAY "Erro ao abrir DIFERIDO.DAT: " WS-STATUS-FILE-DF
               STOP RUN
           END-IF
           OPEN INPUT DIFLANC-FILE
           IF WS-STATUS-FILE-DL NOT = "00"
               MOVE "N" TO WS-DIFLANC-OK
           END-IF
           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOME-RELDIF
           STRING "RELDIFER_"       DELIMITED BY SIZE
                  WS-ANO-MES-REF    DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-RELDIF
           OPEN OUTPUT RELDIF-FILE
           IF WS-STATUS-RELDIF NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-RELDIF ": "
                   WS-STATUS-RELDIF
               STOP RUN
           END-IF

           PERFORM GRAVA-CABECALHO

           MOVE LOW-VALUES TO DF-CHAVE
           START DIFERIDO-FILE KEY IS NOT LESS DF-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ DIFERIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE DF-DATA-EMISSAO(1:6) TO WS-MES-EMISSAO
                       IF WS-MES-EMISSAO <= WS-ANO-MES-REF
                           PERFORM LISTA-PLANO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-PLANOS = ZEROS
               MOVE "NENHUMA DESPESA ANTECIPADA NO PERIODO" TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           PERFORM GRAVA-TOTAIS

           CLOSE DIFERIDO-FILE
           IF WS-DIFLANC-OK = "S"
               CLOSE DIFLANC-FILE
           END-IF
           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE RELDIF-FILE

           DISPLAY "Relatório gravado em " WS-NOME-RELDIF
           STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "DESPESAS ANTECIPADAS A APROPRIAR - REFERENCIA "
                      DELIMITED BY SIZE
                  WS-ANO-MES-REF DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "FORNECEDOR"     TO WS-LINHA(1:10)
           MOVE "DOCUMENTO"      TO WS-LINHA(27:9)
           MOVE "INICIO"         TO WS-LINHA(39:6)
           MOVE "MES"            TO WS-LINHA(46:3)
           MOVE "ORIGINAL"       TO WS-LINHA(55:8)
           MOVE "BASE"           TO WS-LINHA(72:4)
           MOVE "APROPRIADO"     TO WS-LINHA(79:10)
           MOVE "A APROPRIAR"    TO WS-LINHA(92:11)
           MOVE "RES"            TO WS-LINHA(105:3)
           MOVE "S"              TO WS-LINHA(109:1)
           MOVE "CONFERE"        TO WS-LINHA(111:7)
           PERFORM GRAVA-LINHA.

       LISTA-PLANO.
           ADD 1 TO WS-QTD-PLANOS
           PERFORM SOMA-BASE-CONTA
           PERFORM SOMA-APROPRIACOES

           COMPUTE WS-SALDO = WS-BASE - WS-APROPRIADO-REF

      *> Meses ainda por apropriar depois da referência.
           COMPUTE WS-MESES-DECORRIDOS =
               (FUNCTION INTEGER-PART(WS-ANO-MES-REF / 100) * 12
                + FUNCTION MOD(WS-ANO-MES-REF, 100))
               - (FUNCTION INTEGER-PART(DF-MES-INICIO / 100) * 12
                + FUNCTION MOD(DF-MES-INICIO, 100)) + 1
           IF WS-MESES-DECORRIDOS < 0
               MOVE ZEROS TO WS-MESES-DECORRIDOS
           END-IF
           IF WS-MESES-DECORRIDOS >= DF-QTD-MESES
                   OR DF-SITUACAO = "C"
               MOVE ZEROS TO WS-MESES-RESTANTES
           ELSE
               COMPUTE WS-MESES-RESTANTES =
                   DF-QTD-MESES - WS-MESES-DECORRIDOS
           END-IF

           MOVE DF-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO F-RAZAO-SOCIAL
           END-READ

           MOVE SPACES TO WS-LINHA
           MOVE F-RAZAO-SOCIAL      TO WS-LINHA(1:25)
           MOVE DF-NUM-DOC          TO WS-LINHA(27:10)
           MOVE DF-MES-INICIO       TO WS-LINHA(39:6)
           MOVE DF-QTD-MESES        TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT         TO WS-LINHA(46:3)
           MOVE DF-VALOR-TOTAL      TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT       TO WS-LINHA(52:11)
           MOVE WS-BASE             TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT       TO WS-LINHA(65:11)
           MOVE WS-APROPRIADO-REF   TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT       TO WS-LINHA(77:12)
           MOVE WS-SALDO            TO WS-SALDO-EDIT
           MOVE WS-SALDO-EDIT       TO WS-LINHA(91:12)
           MOVE WS-MESES-RESTANTES  TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT         TO WS-LINHA(105:3)
           MOVE DF-SITUACAO         TO WS-LINHA(109:1)
           IF WS-APROPRIADO-GERAL = DF-VALOR-APROPRIADO
               MOVE "OK"      TO WS-LINHA(111:7)
           ELSE
               MOVE "DIVERGE" TO WS-LINHA(111:7)
               ADD 1 TO WS-QTD-DIVERGE
           END-IF
           PERFORM GRAVA-LINHA

           ADD DF-VALOR-TOTAL    TO WS-TOT-ORIGINAL
           ADD WS-BASE           TO WS-TOT-BASE
           ADD WS-APROPRIADO-REF TO WS-TOT-APROPRIADO
           ADD WS-SALDO          TO WS-TOT-SALDO.

       GRAVA-TOTAIS.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-TOT-ORIGINAL TO WS-TOTAL-EDIT
           STRING "TOTAL ORIGINAL:            " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-TOT-BASE TO WS-TOTAL-EDIT
           STRING "TOTAL BASE (NAO CANCELADO): " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-TOT-APROPRIADO TO WS-TOT-SALDO-EDIT
           STRING "TOTAL APROPRIADO ATE O MES:" DELIMITED BY SIZE
                  WS-TOT-SALDO-EDIT              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE WS-TOT-SALDO TO WS-TOT-SALDO-EDIT
           STRING "SALDO A APROPRIAR:         " DELIMITED BY SIZE
                  WS-TOT-SALDO-EDIT              DELIMITED BY SIZE
                  "  (= SALDO DA CONTA 11500-DANT EM "
                                                 DELIMITED BY SIZE
                  WS-ANO-MES-REF                 DELIMITED BY SIZE
                  ")"                            DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "PLANOS: "        DELIMITED BY SIZE
                  WS-QTD-PLANOS     DELIMITED BY SIZE
                  "  DIVERGENTES: " DELIMITED BY SIZE
                  WS-QTD-DIVERGE    DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA.

      *> Soma as parcelas ainda válidas da conta (doc + CNPJ).
       SOMA-BASE-CONTA.
           MOVE ZEROS TO WS-BASE
           MOVE SPACES TO CP-CHAVE
           STRING DF-NUM-DOC   DELIMITED BY SIZE
                  DF-CNPJ-FORN DELIMITED BY SIZE
                  "00"         DELIMITED BY SIZE
                  INTO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "00" TO WS-STATUS-FILE-C
           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
                   NOT AT END
                       IF CP-NUM-DOC NOT = DF-NUM-DOC
                               OR CP-CNPJ-FORN NOT = DF-CNPJ-FORN
                           MOVE "10" TO WS-STATUS-FILE-C
                       ELSE
                           IF CP-SITUACAO NOT = "C"
                               ADD CP-VALOR TO WS-BASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Apropriações do plano: até a referência e no total.
       SOMA-APROPRIACOES.
           MOVE ZEROS TO WS-APROPRIADO-REF
           MOVE ZEROS TO WS-APROPRIADO-GERAL
           IF WS-DIFLANC-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE DF-NUM-DOC   TO DL-NUM-DOC
           MOVE DF-CNPJ-FORN TO DL-CNPJ-FORN
           MOVE ZEROS        TO DL-ANO-MES
           START DIFLANC-FILE KEY IS NOT LESS DL-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "00" TO WS-STATUS-FILE-DL
           PERFORM UNTIL WS-STATUS-FILE-DL = "10"
               READ DIFLANC-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DL
                   NOT AT END
                       IF DL-NUM-DOC NOT = DF-NUM-DOC
                               OR DL-CNPJ-FORN NOT = DF-CNPJ-FORN
                           MOVE "10" TO WS-STATUS-FILE-DL
                       ELSE
                           PERFORM ACUMULA-APROPRIACAO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULA-APROPRIACAO.
           IF DL-TIPO = "E"
               SUBTRACT DL-VALOR FROM WS-APROPRIADO-GERAL
               IF DL-ANO-MES <= WS-ANO-MES-REF
                   SUBTRACT DL-VALOR FROM WS-APROPRIADO-REF
               END-IF
           ELSE
               ADD DL-VALOR TO WS-APROPRIADO-GERAL
               IF DL-ANO-MES <= WS-ANO-MES-REF
                   ADD DL-VALOR TO WS-APROPRIADO-REF
               END-IF
           END-IF.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO RELDIF-REG
           WRITE RELDIF-REG.
