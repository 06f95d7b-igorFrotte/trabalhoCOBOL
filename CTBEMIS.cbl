               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RA.

      *> Relatórios de despesas aprovados (ver REEMBOLS.cbl e
      *> APROVLAN.cbl): a conta a pagar do reembolso sai com um
      *> lançamento por linha, na conta de despesa da categoria (ver
      *> CADCATD.cbl) e no centro de custo da linha. Todos opcionais.
           SELECT REEMBOLSO-FILE ASSIGN TO "REEMBOLSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               ALTERNATE RECORD KEY IS RB-CPF WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-RB.

           SELECT RDLINHA-FILE ASSIGN TO "RDLINHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RD.

           SELECT CATDESP-FILE ASSIGN TO "CATDESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CG.

           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> Despesas antecipadas (ver LANCCONT.cbl e AMORTIZA.cbl): a
      *> emissão da conta marcada debita o ativo de despesas
      *> antecipadas em vez da despesa, e cada apropriação mensal
      *> gerada em DIFLANC.DAT passa a fatia do mês do ativo para a
      *> despesa do centro de custo. Ambos opcionais.
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

      *> Investimento (CAPEX, ver LANCCONT.cbl): a emissão da conta
      *> marcada debita o imobilizado em andamento da classe de
      *> ativo (CLASATIV.DAT) em vez da despesa, sem rateio. Ambos
      *> opcionais.
           SELECT CAPEX-FILE ASSIGN TO "CAPEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-IV.

           SELECT CLASATIV-FILE ASSIGN TO "CLASATIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-CODIGO
               FILE STATUS IS WS-STATUS-FILE-KA.

           SELECT CONTABIL-FILE ASSIGN TO "CTBEMIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 RA-CENTRO-CUSTO   PIC X(06).
           05 RA-PERCENTUAL     PIC 9(03)V99.

       FD REEMBOLSO-FILE.
       01 REEMBOLSO-REG.
           05 RB-NUMERO         PIC 9(10).
           05 RB-CPF            PIC 9(14).
           05 RB-CENTRO-CUSTO   PIC X(06).
           05 RB-EMPRESA        PIC 9(02).
           05 RB-DATA           PIC 9(8).
           05 RB-DESCRICAO      PIC X(40).
           05 RB-QTD-LINHAS     PIC 9(03).
           05 RB-VALOR-TOTAL    PIC 9(10)V99.
           05 RB-VALOR-APROVADO PIC 9(10)V99.
           05 RB-SITUACAO       PIC X(1).   *> D=digitacao,S=submetido,
                                            *> A=aprovado,R=rejeitado
           05 RB-EXCEDE         PIC X(1).   *> S=linha fora da política
           05 RB-USUARIO        PIC X(10).
           05 RB-DATA-SUBMISSAO PIC 9(8).
           05 RB-APROVADOR      PIC X(10).
           05 RB-DATA-DECISAO   PIC 9(8).
           05 RB-MOTIVO         PIC X(40).

       FD RDLINHA-FILE.
       01 RDLINHA-REG.
           05 RD-CHAVE.
               10 RD-NUMERO     PIC 9(10).
               10 RD-SEQ        PIC 9(03).
           05 RD-DATA           PIC 9(8).
           05 RD-CATEGORIA      PIC X(04).
           05 RD-CENTRO-CUSTO   PIC X(06).
           05 RD-RECIBO         PIC X(15).
           05 RD-DESCRICAO      PIC X(30).
           05 RD-VALOR          PIC 9(8)V99.
           05 RD-POLITICA       PIC X(1).   *> branco=ok,L=lim. linha,
                                            *> D=lim. dia,A=ambos
           05 RD-EXCESSO        PIC 9(8)V99.
           05 RD-VALOR-APROVADO PIC 9(8)V99.

       FD CATDESP-FILE.
       01 CATDESP-REG.
           05 CG-CODIGO         PIC X(04).
           05 CG-DESCRICAO      PIC X(30).
           05 CG-LIMITE-LINHA   PIC 9(8)V99.
           05 CG-LIMITE-DIA     PIC 9(8)V99.
           05 CG-EXIGE-RECIBO   PIC X(1).
           05 CG-CONTA-DEBITO   PIC X(11).
           05 CG-ATIVO          PIC X(1).

       FD FUNCIONARIO-FILE.
       01 FUNCIONARIO-REG.
           05 FU-CPF            PIC 9(14).
           05 FU-NOME           PIC X(40).
           05 FU-EMAIL          PIC X(30).
           05 FU-LOGIN          PIC X(10).
           05 FU-CENTRO-CUSTO   PIC X(06).
           05 FU-BANCO          PIC X(03).
           05 FU-AGENCIA        PIC X(06).
           05 FU-CONTA          PIC X(12).
           05 FU-PIX            PIC X(40).
           05 FU-ATIVO          PIC X(1).
           05 FU-DATA-CADASTRO  PIC 9(8).

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

       FD CLASATIV-FILE.
       01 CLASATIV-REG.
           05 KA-CODIGO         PIC X(04).
           05 KA-DESCRICAO      PIC X(30).
           05 KA-CONTA-ANDAMENTO PIC X(11). *> imobilizado em andamento
           05 KA-VIDA-UTIL      PIC 9(03).  *> meses, p/ o ativo fixo
           05 KA-ATIVO          PIC X(1).   *> S=ativa,N=desativada

       FD CONTABIL-FILE.
       01 CONTABIL-REG.
           05 CT-DATA-LANC      PIC 9(8).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).

      *> Registro da execução no checklist do fechamento mensal
      *> (ver MARCAFEC.cbl).
       01 WS-MF-AREA.
           05 WS-MF-EMPRESA         PIC 9(02).
           05 WS-MF-ANO-MES         PIC 9(06).
           05 WS-MF-ITEM            PIC X(10).
           05 WS-MF-DESCRICAO       PIC X(40).
           05 WS-MF-USUARIO         PIC X(10).
           05 WS-MF-OBS             PIC X(40).
           05 WS-MF-RETORNO         PIC X(02).
       01 WS-MF-DIA-SEGUINTE    PIC 9(8).
       01 WS-QTD-LANC           PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ESTORNOS       PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL        PIC 9(12)V99 VALUE ZEROS.
       01 WS-RAT-VALOR          PIC 9(10)V99.
       01 WS-RAT-ACUMULADO      PIC 9(10)V99.

       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-RD     PIC XX.
       01 WS-REEMB-OK           PIC X VALUE "N".
       01 WS-REEMB-ACHOU        PIC X.
       01 WS-STATUS-FILE-CG     PIC XX.
       01 WS-CATDESP-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-FUNCIONARIO-OK     PIC X VALUE "N".
       01 WS-QTD-REEMB          PIC 9(5) VALUE ZEROS.

       01 WS-STATUS-FILE-DF     PIC XX.
       01 WS-DIFERIDO-OK        PIC X VALUE "N".
       01 WS-DIFER-ACHOU        PIC X VALUE "N".
       01 WS-STATUS-FILE-DL     PIC XX.
       01 WS-DIFLANC-OK         PIC X VALUE "N".
       01 WS-CONTA-DESP-ANTECIP PIC X(11) VALUE "11500-DANT".
       01 WS-QTD-APROPR         PIC 9(5) VALUE ZEROS.

       01 WS-STATUS-FILE-IV     PIC XX.
       01 WS-CAPEX-OK           PIC X VALUE "N".
       01 WS-CAPEX-ACHOU        PIC X VALUE "N".
       01 WS-STATUS-FILE-KA     PIC XX.
       01 WS-CLASATIV-OK        PIC X VALUE "N".
       01 WS-CONTA-IMOB-ANDAMENTO PIC X(11) VALUE "13200-IMAN".
       01 WS-CONTA-IMOB-CLASSE  PIC X(11).
       01 WS-QTD-CAPEX          PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               END-IF
           END-IF

      *> Reembolsos: sem REEMBOLSO.DAT e RDLINHA.DAT, a conta do
      *> reembolso sai como as demais, num lançamento só.
           MOVE "N" TO WS-REEMB-OK
           OPEN INPUT REEMBOLSO-FILE
           IF WS-STATUS-FILE-RB = "00"
               OPEN INPUT RDLINHA-FILE
               IF WS-STATUS-FILE-RD = "00"
                   MOVE "S" TO WS-REEMB-OK
               ELSE
                   CLOSE REEMBOLSO-FILE
               END-IF
           END-IF
           MOVE "N" TO WS-CATDESP-OK
           OPEN INPUT CATDESP-FILE
           IF WS-STATUS-FILE-CG = "00"
               MOVE "S" TO WS-CATDESP-OK
           END-IF
           MOVE "N" TO WS-FUNCIONARIO-OK
           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU = "00"
               MOVE "S" TO WS-FUNCIONARIO-OK
           END-IF

           MOVE "N" TO WS-DIFERIDO-OK
           OPEN INPUT DIFERIDO-FILE
           IF WS-STATUS-FILE-DF = "00"
               MOVE "S" TO WS-DIFERIDO-OK
           END-IF
           MOVE "N" TO WS-DIFLANC-OK
           OPEN INPUT DIFLANC-FILE
           IF WS-STATUS-FILE-DL = "00"
               MOVE "S" TO WS-DIFLANC-OK
           END-IF

           MOVE "N" TO WS-CAPEX-OK
           OPEN INPUT CAPEX-FILE
           IF WS-STATUS-FILE-IV = "00"
               MOVE "S" TO WS-CAPEX-OK
           END-IF
           MOVE "N" TO WS-CLASATIV-OK
           OPEN INPUT CLASATIV-FILE
           IF WS-STATUS-FILE-KA = "00"
               MOVE "S" TO WS-CLASATIV-OK
           END-IF

           OPEN OUTPUT CONTABIL-FILE
           IF WS-STATUS-FILE-CT NOT = "00"
               DISPLAY "Erro ao abrir CTBEMIS.DAT: " WS-STATUS-FILE-CT
           END-IF

           PERFORM GERA-LANCAMENTOS
           IF WS-DIFLANC-OK = "S"
               PERFORM GERA-APROPRIACOES
           END-IF

           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-MAPA-OK = "S"
               CLOSE MAPACTB-FILE
           END-IF
           IF WS-REEMB-OK = "S"
               CLOSE REEMBOLSO-FILE
               CLOSE RDLINHA-FILE
           END-IF
           IF WS-CATDESP-OK = "S"
               CLOSE CATDESP-FILE
           END-IF
           IF WS-FUNCIONARIO-OK = "S"
               CLOSE FUNCIONARIO-FILE
           END-IF
           IF WS-DIFERIDO-OK = "S"
               CLOSE DIFERIDO-FILE
           END-IF
           IF WS-DIFLANC-OK = "S"
               CLOSE DIFLANC-FILE
           END-IF
           IF WS-CAPEX-OK = "S"
               CLOSE CAPEX-FILE
           END-IF
           IF WS-CLASATIV-OK = "S"
               CLOSE CLASATIV-FILE
           END-IF

           DISPLAY "Lançamentos de emissão:  " WS-QTD-LANC
           DISPLAY "  dos quais, reembolsos: " WS-QTD-REEMB
           DISPLAY "Estornos (canceladas):   " WS-QTD-ESTORNOS
           DISPLAY "  dos quais, CAPEX:      " WS-QTD-CAPEX
           DISPLAY "Apropriações (antecip.): " WS-QTD-APROPR
           DISPLAY "Valor total exportado:   " WS-VALOR-TOTAL
           PERFORM REGISTRA-CHECKLIST
           STOP RUN.

      *> Varre CONTAPAGAR inteiro: toda conta emitida no período gera
      *> emissão por centro de custo, cada um com a sua fatia; sem
      *> rateio, um único lançamento pelo centro do cabeçalho.
       GRAVA-LANCAMENTO-EMISSAO.
           PERFORM LOCALIZA-REEMBOLSO
           IF WS-REEMB-ACHOU = "S"
               PERFORM GRAVA-EMISSAO-REEMBOLSO
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE SPACE TO F-TIPO-FORNECEDOR
           END-READ

      *> Despesa antecipada: a emissão vai inteira para o ativo, sem
      *> rateio; os centros de custo recebem a despesa mês a mês
      *> nas apropriações (GERA-APROPRIACOES).
           PERFORM LOCALIZA-DIFERIDO
           IF WS-DIFER-ACHOU = "S"
               MOVE CP-VALOR TO WS-RAT-VALOR
               PERFORM GRAVA-EMISSAO-LINHA
               EXIT PARAGRAPH
           END-IF

      *> Investimento: a emissão vai inteira para o imobilizado em
      *> andamento da classe de ativo, também sem rateio.
           PERFORM LOCALIZA-CAPEX
           IF WS-CAPEX-ACHOU = "S"
               MOVE CP-VALOR TO WS-RAT-VALOR
               PERFORM GRAVA-EMISSAO-LINHA
               ADD 1 TO WS-QTD-CAPEX
               EXIT PARAGRAPH
           END-IF

           PERFORM CARREGA-RATEIO-CONTA
           IF WS-RAT-QTD = ZEROS
               MOVE CP-VALOR TO WS-RAT-VALOR
           END-IF.

       GRAVA-EMISSAO-LINHA.
           EVALUATE TRUE
               WHEN WS-DIFER-ACHOU = "S"
                   MOVE WS-CONTA-DESP-ANTECIP TO WS-CONTA-DESPESA
               WHEN WS-CAPEX-ACHOU = "S"
                   MOVE WS-CONTA-IMOB-CLASSE TO WS-CONTA-DESPESA
               WHEN OTHER
                   PERFORM ESCOLHE-CONTA-DESPESA
           END-EVALUATE

           MOVE CP-DATA-EMISSAO TO CT-DATA-LANC
           MOVE WS-CONTA-DESPESA TO CT-CONTA-DEBITO
               DISPLAY "Erro ao gravar estorno: " WS-STATUS-FILE-CT
           END-IF.

      *> Conta a pagar gerada pela aprovação de um relatório de
      *> despesas: documento = número do relatório e CPF do
      *> funcionário no lugar do CNPJ (ver APROVLAN.cbl).
       LOCALIZA-REEMBOLSO.
           MOVE "N" TO WS-REEMB-ACHOU
           IF WS-REEMB-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUM-DOC TO RB-NUMERO
           READ REEMBOLSO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RB-CPF = CP-CNPJ-FORN AND RB-SITUACAO = "A"
               MOVE "S" TO WS-REEMB-ACHOU
           END-IF.

      *> Um lançamento por linha aprovada do relatório: débito na
      *> conta da categoria (ou, sem ela, a conta de despesa do
      *> centro da linha pelo mapeamento) e crédito no mesmo passivo
      *> de fornecedores que CTBEXP.cbl baixa no pagamento.
       GRAVA-EMISSAO-REEMBOLSO.
           MOVE "FUNCIONARIO NAO CADASTRADO" TO F-RAZAO-SOCIAL
           MOVE SPACE TO F-TIPO-FORNECEDOR
           IF WS-FUNCIONARIO-OK = "S"
               MOVE CP-CNPJ-FORN TO FU-CPF
               READ FUNCIONARIO-FILE
                   NOT INVALID KEY
                       MOVE FU-NOME TO F-RAZAO-SOCIAL
               END-READ
           END-IF

           MOVE RB-NUMERO TO RD-NUMERO
           MOVE ZEROS     TO RD-SEQ
           START RDLINHA-FILE KEY IS NOT LESS RD-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ RDLINHA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RD = "10"
                   OR RD-NUMERO NOT = RB-NUMERO
               IF RD-VALOR-APROVADO > ZEROS
                   PERFORM GRAVA-REEMBOLSO-LINHA
               END-IF
               READ RDLINHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RD.

       GRAVA-REEMBOLSO-LINHA.
           MOVE RD-CENTRO-CUSTO TO CP-CENTRO-CUSTO
           MOVE SPACES TO CG-CONTA-DEBITO
           IF WS-CATDESP-OK = "S"
               MOVE RD-CATEGORIA TO CG-CODIGO
               READ CATDESP-FILE
                   INVALID KEY
                       MOVE SPACES TO CG-CONTA-DEBITO
               END-READ
           END-IF
           IF CG-CONTA-DEBITO NOT = SPACES
               MOVE CG-CONTA-DEBITO TO WS-CONTA-DESPESA
           ELSE
               PERFORM ESCOLHE-CONTA-DESPESA
           END-IF

           MOVE CP-DATA-EMISSAO TO CT-DATA-LANC
           MOVE WS-CONTA-DESPESA TO CT-CONTA-DEBITO
           MOVE WS-CONTA-FORNECEDORES TO CT-CONTA-CREDITO
           MOVE SPACES TO CT-HISTORICO
           STRING "REEMBOLSO " DELIMITED BY SIZE
                  RD-CATEGORIA DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  INTO CT-HISTORICO
           MOVE RD-VALOR-APROVADO TO WS-RAT-VALOR
           MOVE WS-RAT-VALOR TO CT-VALOR
           MOVE CP-CNPJ-FORN TO CT-CNPJ-FORN
           MOVE CP-NUM-DOC TO CT-NUM-DOC

           WRITE CONTABIL-REG
           IF WS-STATUS-FILE-CT NOT = "00"
               DISPLAY "Erro ao gravar lançamento: " WS-STATUS-FILE-CT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-LANC
           ADD 1 TO WS-QTD-REEMB
           ADD WS-RAT-VALOR TO WS-VALOR-TOTAL

           IF CP-SITUACAO = "C"
               PERFORM GRAVA-ESTORNO
           END-IF.

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
           END-READ.

      *> Conta de investimento: a conta de imobilizado em andamento
      *> vem da classe de ativo; classe sem conta (ou CLASATIV.DAT
      *> ausente) cai na conta padrão WS-CONTA-IMOB-ANDAMENTO.
       LOCALIZA-CAPEX.
           MOVE "N" TO WS-CAPEX-ACHOU
           IF WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "C"          TO IV-TIPO
           MOVE CP-NUM-DOC   TO IV-NUM-DOC
           MOVE CP-CNPJ-FORN TO IV-CNPJ-FORN
           READ CAPEX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "S" TO WS-CAPEX-ACHOU

           MOVE WS-CONTA-IMOB-ANDAMENTO TO WS-CONTA-IMOB-CLASSE
           IF WS-CLASATIV-OK = "S"
               MOVE IV-CLASSE TO KA-CODIGO
               READ CLASATIV-FILE
                   NOT INVALID KEY
                       IF KA-CONTA-ANDAMENTO NOT = SPACES
                           MOVE KA-CONTA-ANDAMENTO
                               TO WS-CONTA-IMOB-CLASSE
                       END-IF
               END-READ
           END-IF.

      *> Apropriações mensais geradas por AMORTIZA.cbl com data de
      *> lançamento no período: débito na despesa do centro de custo
      *> (rateada como a conta de origem) e crédito no ativo de
      *> despesas antecipadas. O estorno ao ativo (conta cancelada
      *> depois de iniciada a apropriação) sai com as contas
      *> invertidas.
       GERA-APROPRIACOES.
           MOVE "N" TO WS-DIFER-ACHOU
           MOVE LOW-VALUES TO DL-CHAVE
           START DIFLANC-FILE KEY IS NOT LESS DL-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ DIFLANC-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-DL = "10"
               IF DL-DATA-LANC >= WS-DATA-INI
                       AND DL-DATA-LANC <= WS-DATA-FINAL
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR DL-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM GRAVA-APROPRIACAO
               END-IF
               READ DIFLANC-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DL
               END-READ
           END-PERFORM.

       GRAVA-APROPRIACAO.
           MOVE DL-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "FORNECEDOR NÃO CADASTRADO" TO F-RAZAO-SOCIAL
                   MOVE SPACE TO F-TIPO-FORNECEDOR
           END-READ

           MOVE DL-NUM-DOC      TO CP-NUM-DOC
           MOVE DL-CNPJ-FORN    TO CP-CNPJ-FORN
           MOVE DL-CENTRO-CUSTO TO CP-CENTRO-CUSTO
           PERFORM CARREGA-RATEIO-CONTA
           IF WS-RAT-QTD = ZEROS
               MOVE DL-VALOR TO WS-RAT-VALOR
               PERFORM GRAVA-APROPRIACAO-LINHA
           ELSE
               MOVE ZEROS TO WS-RAT-ACUMULADO
               PERFORM VARYING WS-RAT-I FROM 1 BY 1
                       UNTIL WS-RAT-I > WS-RAT-QTD
                   MOVE WS-RAT-CC(WS-RAT-I) TO CP-CENTRO-CUSTO
                   IF WS-RAT-I = WS-RAT-QTD
                       COMPUTE WS-RAT-VALOR =
                           DL-VALOR - WS-RAT-ACUMULADO
                   ELSE
                       COMPUTE WS-RAT-VALOR ROUNDED =
                           DL-VALOR * WS-RAT-PERC(WS-RAT-I) / 100
                       ADD WS-RAT-VALOR TO WS-RAT-ACUMULADO
                   END-IF
                   PERFORM GRAVA-APROPRIACAO-LINHA
               END-PERFORM
           END-IF.

       GRAVA-APROPRIACAO-LINHA.
           PERFORM ESCOLHE-CONTA-DESPESA

           MOVE DL-DATA-LANC TO CT-DATA-LANC
           MOVE SPACES TO CT-HISTORICO
           IF DL-TIPO = "E"
               MOVE WS-CONTA-DESP-ANTECIP TO CT-CONTA-DEBITO
               MOVE WS-CONTA-DESPESA TO CT-CONTA-CREDITO
               STRING "ESTORNO APROPRIACAO " DELIMITED BY SIZE
                      F-RAZAO-SOCIAL DELIMITED BY SIZE
                      INTO CT-HISTORICO
           ELSE
               MOVE WS-CONTA-DESPESA TO CT-CONTA-DEBITO
               MOVE WS-CONTA-DESP-ANTECIP TO CT-CONTA-CREDITO
               STRING "APROPRIACAO DESP ANTECIP " DELIMITED BY SIZE
                      F-RAZAO-SOCIAL DELIMITED BY SIZE
                      INTO CT-HISTORICO
           END-IF
           MOVE WS-RAT-VALOR TO CT-VALOR
           MOVE DL-CNPJ-FORN TO CT-CNPJ-FORN
           MOVE DL-NUM-DOC TO CT-NUM-DOC

           WRITE CONTABIL-REG
           IF WS-STATUS-FILE-CT NOT = "00"
               DISPLAY "Erro ao gravar apropriação: "
                   WS-STATUS-FILE-CT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-APROPR
           ADD WS-RAT-VALOR TO WS-VALOR-TOTAL.

      *> Carrega para a tabela as linhas de rateio do doc/CNPJ da
      *> conta corrente, lendo por prefixo da chave.
       CARREGA-RATEIO-CONTA.
               NOT INVALID KEY
                   MOVE "S" TO WS-MAPA-ACHOU
           END-READ.

      *> Só a exportação que cobre o mês inteiro da data final
      *> conta no checklist do fechamento; com a empresa 00 (todas),
      *> vale para qualquer empresa do grupo.
       REGISTRA-CHECKLIST.
           COMPUTE WS-MF-DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL) + 1)
           IF WS-MF-DIA-SEGUINTE(5:2) = WS-DATA-FINAL(5:2)
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INI(1:6) = WS-DATA-FINAL(1:6)
                   AND WS-DATA-INI(7:2) NOT = "01"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMPRESA-FILTRO    TO WS-MF-EMPRESA
           MOVE WS-DATA-FINAL(1:6)   TO WS-MF-ANO-MES
           MOVE "CTBEMIS"             TO WS-MF-ITEM
           MOVE "Exportação contábil da emissão (CTBEMIS)"
               TO WS-MF-DESCRICAO
           MOVE "CTBEMIS"             TO WS-MF-USUARIO
           MOVE SPACES               TO WS-MF-OBS
           STRING "lancamentos " DELIMITED BY SIZE
                  WS-QTD-LANC DELIMITED BY SIZE
                  " valor " DELIMITED BY SIZE
                  WS-VALOR-TOTAL DELIMITED BY SIZE
                  INTO WS-MF-OBS
           CALL "MARCAFEC" USING WS-MF-AREA.
