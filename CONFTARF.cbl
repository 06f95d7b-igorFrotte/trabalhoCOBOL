       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFTARF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Tarifas negociadas por conta bancária e forma (ver
      *> CADTARIF.cbl).
           SELECT TARIFNEG-FILE ASSIGN TO "TARIFNEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-CHAVE
               FILE STATUS IS WS-STATUS-FILE-TN.

      *> Contas bancárias da empresa (ver CADBANCO.cbl).
           SELECT CONTABANCO-FILE ASSIGN TO "CONTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CB.

      *> Registro dos lotes de remessa (ver REMESSA.cbl): cada
      *> transação do lote é um TED, PIX ou boleto que o banco cobra,
      *> e cada lote é um arquivo transmitido.
           SELECT REMLOTE-FILE ASSIGN TO "REMLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RL.

      *> Só entra na conferência o item cuja conta foi de fato paga
      *> por aquele lote (confirmação do retorno, ver RETREM.cbl).
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Talão de cheques (ver CHEQUES.cbl): cheque compensado no mês.
           SELECT CHEQUE-FILE ASSIGN TO "CHEQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CH.

      *> Movimento de tesouraria (ver TESOUR.cbl): as tarifas do
      *> extrato são os débitos de categoria TARIFA, conferidos
      *> contra o extrato em CONCBANC.cbl.
           SELECT MOVBANCO-FILE ASSIGN TO "MOVBANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-MV.

      *> Relatório de conferência, no mesmo padrão de spool dos
      *> demais relatórios.
           SELECT SPOOL-FILE ASSIGN TO "CONFTARF.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD TARIFNEG-FILE.
       01 TARIFNEG-REG.
           05 TN-CHAVE.                     *> 03 conta + 01 forma +
               10 TN-CONTA-BANCO PIC X(03). *> 08 início vigência
               10 TN-FORMA       PIC X(01). *> T=TED,P=PIX,B=boleto,
                                            *> Q=cheque,R=arquivo
                                            *> de remessa,M=pacote
                                            *> mensal
               10 TN-VIGENCIA    PIC 9(8).
           05 TN-VALOR-UNIT     PIC 9(04)V99.  *> por item (M: por mês)
           05 TN-FRANQUIA       PIC 9(05).  *> itens isentos no mês

      *> Contas bancárias da empresa (ver CADBANCO.cbl).
       FD CONTABANCO-FILE.
       01 CONTABANCO-REG.
           05 CB-CODIGO         PIC X(03).
           05 CB-BANCO          PIC X(03).
           05 CB-AGENCIA        PIC X(06).
           05 CB-CONTA          PIC X(12).
           05 CB-DESCRICAO      PIC X(30).
           05 CB-SALDO          PIC S9(10)V99. *> saldo corrente
           05 CB-ATIVO          PIC X(1).

      *> Registro dos lotes de remessa (ver REMESSA.cbl).
       FD REMLOTE-FILE.
       01 REMLOTE-REG.
           05 RL-CHAVE          PIC X(10).  *> 06 número + 04 item
           05 RL-NUMERO         PIC 9(06).
           05 RL-ITEM           PIC 9(04).
           05 RL-DATA           PIC 9(8).
           05 RL-CONTA-PAGADORA PIC X(03).
           05 RL-BANCO          PIC X(03).
           05 RL-AGENCIA        PIC X(06).
           05 RL-CONTA          PIC X(12).
           05 RL-PIX            PIC X(40).
           05 RL-CNPJ-FORN      PIC 9(14).
           05 RL-NUM-DOC        PIC 9(10).
           05 RL-NUM-PARCELA    PIC 9(02).
           05 RL-DATA-VENC      PIC 9(8).
           05 RL-VALOR          PIC 9(10)V99.
           05 RL-FORMA-PGTO     PIC X(01).
           05 RL-COD-BARRAS     PIC X(47).
           05 RL-ITEM-GRUPO     PIC 9(04).  *> item do registro
                                            *> agrupado (0 = avulso;
                                            *> igual ao próprio item
                                            *> = agrupador)

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

       FD CHEQUE-FILE.
       01 CHEQUE-REG.
           05 CH-CHAVE.                     *> 03 conta + 06 número
               10 CH-CONTA-BANCO PIC X(03).
               10 CH-NUMERO      PIC 9(06).
           05 CH-DATA-EMISSAO   PIC 9(8).
           05 CH-CNPJ-FORN      PIC 9(14).
           05 CH-CP-CHAVE       PIC X(26).
           05 CH-VALOR          PIC 9(10)V99.
           05 CH-SITUACAO       PIC X(1).  *> E=emitido,C=compensado,
                                            *> S=sustado,D=devolvido,
                                            *> X=cancelado
           05 CH-DATA-COMPENSA  PIC 9(8).

      *> Movimento de tesouraria (ver TESOUR.cbl).
       FD MOVBANCO-FILE.
       01 MOVBANCO-REG.
           05 MV-CHAVE.                     *> 03 conta + 08 data +
               10 MV-CONTA-BANCO PIC X(03). *> 04 sequencial
               10 MV-DATA        PIC 9(8).
               10 MV-SEQ         PIC 9(04).
           05 MV-TIPO           PIC X(01).  *> T=transf. enviada,
                                            *> D=débito avulso,
                                            *> C=crédito avulso
           05 MV-VALOR          PIC 9(10)V99.
           05 MV-CONTA-DESTINO  PIC X(03).  *> só nas transferências
           05 MV-CATEGORIA      PIC X(10).  *> TARIFA, RENDIMENTO...
           05 MV-CENTRO-CUSTO   PIC X(06).
           05 MV-DESCRICAO      PIC X(30).
           05 MV-USUARIO        PIC X(10).
           05 MV-CONCILIADO     PIC X(01).  *> S=visto no extrato

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-TN     PIC XX.
       01 WS-STATUS-FILE-CB     PIC XX.
       01 WS-STATUS-FILE-RL     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-CH     PIC XX.
       01 WS-STATUS-FILE-MV     PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).

       01 WS-REMLOTE-OK         PIC X VALUE "N".
       01 WS-CONTAPAGAR-OK      PIC X VALUE "N".
       01 WS-CHEQUE-OK          PIC X VALUE "N".
       01 WS-MOVBANCO-OK        PIC X VALUE "N".

      *> Competência conferida e filtro opcional de conta.
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-CONTA-FILTRO       PIC X(03).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FIM           PIC 9(8).
       01 WS-MES-AUX            PIC 9(6).
       01 WS-HOJE               PIC 9(8).

      *> Formas conferidas, na ordem das linhas do relatório. A
      *> sétima linha (OUTRAS) junta as tarifas do extrato que não se
      *> reconhecem pela descrição e os itens de lote sem tarifa
      *> própria (depósito judicial).
       01 WS-CODIGOS-FORMA      PIC X(06) VALUE "TPBQRM".
       01 WS-CODIGOS-FORMA-R REDEFINES WS-CODIGOS-FORMA.
           05 WS-COD-FORMA      PIC X(01) OCCURS 6 TIMES.
       01 WS-NOMES-FORMA.
           05 FILLER            PIC X(36) VALUE
               "TED         PIX         BOLETO      ".
           05 FILLER            PIC X(36) VALUE
               "CHEQUE      ARQ.REMESSA PACOTE MES  ".
           05 FILLER            PIC X(12) VALUE
               "OUTRAS      ".
       01 WS-NOMES-FORMA-R REDEFINES WS-NOMES-FORMA.
           05 WS-NOME-FORMA     PIC X(12) OCCURS 7 TIMES.

      *> Uma linha por conta bancária: quantidade de itens pagos,
      *> tarifa vigente, valor esperado e valor cobrado por forma.
       01 WS-TAB-CONTA.
           05 WS-CT-LINHA     OCCURS 50 TIMES.
               10 WS-CT-CODIGO      PIC X(03).
               10 WS-CT-BANCO       PIC X(03).
               10 WS-CT-AGENCIA     PIC X(06).
               10 WS-CT-NUMERO      PIC X(12).
               10 WS-CT-DESCRICAO   PIC X(30).
               10 WS-CT-IMPRESSA    PIC X(01).
               10 WS-CT-CONCILIADAS PIC 9(05).
               10 WS-CT-LANCADAS    PIC 9(05).
               10 WS-CT-FORMA     OCCURS 7 TIMES.
                   15 WS-CT-QTD       PIC 9(05).
                   15 WS-CT-TEM-TARIFA PIC X(01).
                   15 WS-CT-UNIT      PIC 9(04)V99.
                   15 WS-CT-FRANQUIA  PIC 9(05).
                   15 WS-CT-ESPERADO  PIC 9(08)V99.
                   15 WS-CT-QTD-COBR  PIC 9(05).
                   15 WS-CT-COBRADO   PIC 9(08)V99.
       01 WS-CT-QTD-CONTAS      PIC 9(02) VALUE ZEROS.
       01 WS-CT-IDX             PIC 9(02).
       01 WS-CT-ACHOU           PIC 9(02).
       01 WS-CT-IDX2            PIC 9(02).
       01 WS-CONTA-BUSCA        PIC X(03).
       01 WS-FM-IDX             PIC 9(01).
       01 WS-FORMA-ITEM         PIC X(01).

      *> Descrição do lançamento de tarifa em maiúsculas e contagem
      *> das palavras que identificam a forma.
       01 WS-DESCRICAO          PIC X(30).
       01 WS-OCORRE             PIC 9(03).

      *> Totais da conta, do banco e geral.
       01 WS-TOT-ESPERADO       PIC 9(09)V99.
       01 WS-TOT-COBRADO        PIC 9(09)V99.
       01 WS-DIFERENCA          PIC S9(09)V99.
       01 WS-BANCO-ATUAL        PIC X(03).
       01 WS-BANCO-A-MAIOR      PIC 9(09)V99.
       01 WS-GERAL-A-MAIOR      PIC 9(09)V99 VALUE ZEROS.
       01 WS-SEM-TARIFA         PIC 9(03) VALUE ZEROS.
       01 WS-ITENS-NAO-PAGOS    PIC 9(05) VALUE ZEROS.

      *> Campos editados das linhas do relatório.
       01 WS-ED-QTD             PIC ZZZZ9.
       01 WS-ED-FRANQ           PIC ZZZZ9.
       01 WS-ED-QTD-COBR        PIC ZZZZ9.
       01 WS-ED-UNIT            PIC ZZZ9.99.
       01 WS-ED-ESPERADO        PIC ZZZZZZZ9.99.
       01 WS-ED-COBRADO         PIC ZZZZZZZ9.99.
       01 WS-ED-DIFERENCA       PIC -ZZZZZZZ9.99.
       01 WS-ED-TOTAL           PIC ZZZZZZZZ9.99.
       01 WS-ED-CONT            PIC ZZZZ9.
       01 WS-MARCA              PIC X(12).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "CONFERENCIA MENSAL DE TARIFAS BANCARIAS"
           DISPLAY "Competência (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA(5:2) < "01" OR WS-COMPETENCIA(5:2) > "12"
               DISPLAY "Competência inválida."
               STOP RUN
           END-IF
           DISPLAY "Conta bancária (código, ENTER = todas): "
           ACCEPT WS-CONTA-FILTRO

           PERFORM CALCULA-DATAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT CONTABANCO-FILE
           IF WS-STATUS-FILE-CB NOT = "00"
               DISPLAY "Erro ao abrir CONTABANCO.DAT: "
                   WS-STATUS-FILE-CB
               STOP RUN
           END-IF

           OPEN INPUT TARIFNEG-FILE
           IF WS-STATUS-FILE-TN NOT = "00"
               DISPLAY "TARIFNEG.DAT indisponível: cadastre as "
                   "tarifas negociadas antes da conferência."
               CLOSE CONTABANCO-FILE
               STOP RUN
           END-IF

      *> Os arquivos de movimento são opcionais: conta sem remessa,
      *> sem cheque ou sem lançamento no mês simplesmente fica com
      *> quantidade zero naquela forma.
           MOVE "S" TO WS-REMLOTE-OK
           OPEN INPUT REMLOTE-FILE
           IF WS-STATUS-FILE-RL NOT = "00"
               MOVE "N" TO WS-REMLOTE-OK
           END-IF
           MOVE "S" TO WS-CONTAPAGAR-OK
           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               MOVE "N" TO WS-CONTAPAGAR-OK
           END-IF
           MOVE "S" TO WS-CHEQUE-OK
           OPEN INPUT CHEQUE-FILE
           IF WS-STATUS-FILE-CH NOT = "00"
               MOVE "N" TO WS-CHEQUE-OK
           END-IF
           MOVE "S" TO WS-MOVBANCO-OK
           OPEN INPUT MOVBANCO-FILE
           IF WS-STATUS-FILE-MV NOT = "00"
               MOVE "N" TO WS-MOVBANCO-OK
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir CONFTARF.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           INITIALIZE WS-TAB-CONTA
           PERFORM CARREGA-CONTAS
           IF WS-CT-QTD-CONTAS = ZEROS
               DISPLAY "Nenhuma conta bancária para conferir."
               PERFORM FECHA-ARQUIVOS
               STOP RUN
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-QTD-CONTAS
               PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                       UNTIL WS-FM-IDX > 6
                   PERFORM BUSCA-TARIFA
               END-PERFORM
           END-PERFORM

           IF WS-REMLOTE-OK = "S"
               PERFORM CONTA-REMESSAS
           END-IF
           IF WS-CHEQUE-OK = "S"
               PERFORM CONTA-CHEQUES
           END-IF
           IF WS-MOVBANCO-OK = "S"
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-QTD-CONTAS
                   PERFORM SOMA-TARIFAS-EXTRATO
               END-PERFORM
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-QTD-CONTAS
               PERFORM CALCULA-ESPERADO
           END-PERFORM

           PERFORM IMPRIME-RELATORIO

           PERFORM FECHA-ARQUIVOS
           STOP RUN.

       FECHA-ARQUIVOS.
           CLOSE CONTABANCO-FILE
           CLOSE TARIFNEG-FILE
           IF WS-REMLOTE-OK = "S"
               CLOSE REMLOTE-FILE
           END-IF
           IF WS-CONTAPAGAR-OK = "S"
               CLOSE CONTAPAGAR-FILE
           END-IF
           IF WS-CHEQUE-OK = "S"
               CLOSE CHEQUE-FILE
           END-IF
           IF WS-MOVBANCO-OK = "S"
               CLOSE MOVBANCO-FILE
           END-IF
           CLOSE SPOOL-FILE.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Primeiro e último dia da competência.
       CALCULA-DATAS.
           COMPUTE WS-DATA-INI = WS-COMPETENCIA * 100 + 1

           MOVE WS-COMPETENCIA TO WS-MES-AUX
           IF WS-MES-AUX(5:2) = "12"
               ADD 89 TO WS-MES-AUX
           ELSE
               ADD 1 TO WS-MES-AUX
           END-IF
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-AUX * 100 + 1) - 1).

      *> Contas bancárias conferidas: todas as ativas, ou só a
      *> informada (mesmo inativa, para fechar o último mês dela).
       CARREGA-CONTAS.
           MOVE LOW-VALUES TO CB-CODIGO
           START CONTABANCO-FILE KEY IS NOT LESS CB-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-STATUS-FILE-CB = "10"
               READ CONTABANCO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CB
                   NOT AT END
                       IF (WS-CONTA-FILTRO = SPACES AND CB-ATIVO = "S")
                               OR CB-CODIGO = WS-CONTA-FILTRO
                           IF WS-CT-QTD-CONTAS < 50
                               ADD 1 TO WS-CT-QTD-CONTAS
                               MOVE WS-CT-QTD-CONTAS TO WS-CT-IDX
                               MOVE CB-CODIGO
                                   TO WS-CT-CODIGO(WS-CT-IDX)
                               MOVE CB-BANCO
                                   TO WS-CT-BANCO(WS-CT-IDX)
                               MOVE CB-AGENCIA
                                   TO WS-CT-AGENCIA(WS-CT-IDX)
                               MOVE CB-CONTA
                                   TO WS-CT-NUMERO(WS-CT-IDX)
                               MOVE CB-DESCRICAO
                                   TO WS-CT-DESCRICAO(WS-CT-IDX)
                           ELSE
                               DISPLAY "Limite de 50 contas: conta "
                                   CB-CODIGO " fora da conferência."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Tarifa da forma WS-FM-IDX na conta WS-CT-IDX: a de vigência
      *> mais recente que já valia no último dia da competência.
       BUSCA-TARIFA.
           MOVE "N" TO WS-CT-TEM-TARIFA(WS-CT-IDX, WS-FM-IDX)
           MOVE WS-CT-CODIGO(WS-CT-IDX) TO TN-CONTA-BANCO
           MOVE WS-COD-FORMA(WS-FM-IDX) TO TN-FORMA
           MOVE ZEROS TO TN-VIGENCIA
           START TARIFNEG-FILE KEY IS NOT LESS TN-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-STATUS-FILE-TN = "10"
               READ TARIFNEG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TN
                   NOT AT END
                       IF TN-CONTA-BANCO NOT = WS-CT-CODIGO(WS-CT-IDX)
                               OR TN-FORMA NOT = WS-COD-FORMA(WS-FM-IDX)
                               OR TN-VIGENCIA > WS-DATA-FIM
                           MOVE "10" TO WS-STATUS-FILE-TN
                       ELSE
                           MOVE "S" TO
                               WS-CT-TEM-TARIFA(WS-CT-IDX, WS-FM-IDX)
                           MOVE TN-VALOR-UNIT TO
                               WS-CT-UNIT(WS-CT-IDX, WS-FM-IDX)
                           MOVE TN-FRANQUIA TO
                               WS-CT-FRANQUIA(WS-CT-IDX, WS-FM-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      *> Uma passada no registro dos lotes. O cabeçalho (item 0000)
      *> é o arquivo transmitido; entre os itens, só conta a
      *> transação que foi ao banco — o item avulso ou o agrupador,
      *> como na geração da remessa — e só se a conta foi paga por
      *> aquele lote.
       CONTA-REMESSAS.
           MOVE LOW-VALUES TO RL-CHAVE
           START REMLOTE-FILE KEY IS NOT LESS RL-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-STATUS-FILE-RL = "10"
               READ REMLOTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RL
                   NOT AT END
                       IF RL-DATA >= WS-DATA-INI
                               AND RL-DATA <= WS-DATA-FIM
                           PERFORM AVALIA-ITEM-LOTE
                       END-IF
               END-READ
           END-PERFORM.

       AVALIA-ITEM-LOTE.
           MOVE RL-CONTA-PAGADORA TO WS-CONTA-BUSCA
           PERFORM ACHA-CONTA
           IF WS-CT-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF RL-ITEM = ZEROS
               ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 5)
               EXIT PARAGRAPH
           END-IF

           IF RL-ITEM-GRUPO NOT = ZEROS AND RL-ITEM-GRUPO NOT = RL-ITEM
               EXIT PARAGRAPH
           END-IF

      *> Depósito judicial (parcela 00) não tem conta a pagar própria
      *> nem tarifa negociada: entra na linha OUTRAS.
           IF RL-FORMA-PGTO = "J" OR RL-NUM-PARCELA = ZEROS
               ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 7)
               EXIT PARAGRAPH
           END-IF

           IF WS-CONTAPAGAR-OK NOT = "S"
               ADD 1 TO WS-ITENS-NAO-PAGOS
               EXIT PARAGRAPH
           END-IF
           MOVE RL-NUM-DOC     TO CP-NUM-DOC
           MOVE RL-CNPJ-FORN   TO CP-CNPJ-FORN
           MOVE RL-NUM-PARCELA TO CP-NUM-PARCELA
           MOVE CP-NUM-DOC     TO CP-CHAVE(1:10)
           MOVE CP-CNPJ-FORN   TO CP-CHAVE(11:14)
           MOVE CP-NUM-PARCELA TO CP-CHAVE(25:2)
           READ CONTAPAGAR-FILE
               INVALID KEY
                   ADD 1 TO WS-ITENS-NAO-PAGOS
                   EXIT PARAGRAPH
           END-READ
           IF CP-SITUACAO NOT = "P" OR CP-NUM-REMESSA NOT = RL-NUMERO
               ADD 1 TO WS-ITENS-NAO-PAGOS
               EXIT PARAGRAPH
           END-IF

           EVALUATE RL-FORMA-PGTO
               WHEN "T"
                   ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 1)
               WHEN "P"
                   ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 2)
               WHEN "B"
                   ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 3)
               WHEN OTHER
                   ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 7)
           END-EVALUATE.

       ACHA-CONTA.
           MOVE ZEROS TO WS-CT-ACHOU
           PERFORM VARYING WS-CT-IDX2 FROM 1 BY 1
                   UNTIL WS-CT-IDX2 > WS-CT-QTD-CONTAS
                      OR WS-CT-ACHOU NOT = ZEROS
               IF WS-CT-CODIGO(WS-CT-IDX2) = WS-CONTA-BUSCA
                   MOVE WS-CT-IDX2 TO WS-CT-ACHOU
               END-IF
           END-PERFORM.

      *> Cheques compensados no mês, pela conta do talão.
       CONTA-CHEQUES.
           MOVE LOW-VALUES TO CH-CHAVE
           START CHEQUE-FILE KEY IS NOT LESS CH-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-STATUS-FILE-CH = "10"
               READ CHEQUE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CH
                   NOT AT END
                       IF CH-SITUACAO = "C"
                               AND CH-DATA-COMPENSA >= WS-DATA-INI
                               AND CH-DATA-COMPENSA <= WS-DATA-FIM
                           MOVE CH-CONTA-BANCO TO WS-CONTA-BUSCA
                           PERFORM ACHA-CONTA
                           IF WS-CT-ACHOU NOT = ZEROS
                               ADD 1 TO WS-CT-QTD(WS-CT-ACHOU, 4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Tarifas debitadas no extrato da conta WS-CT-IDX no mês: os
      *> débitos de categoria TARIFA, separados por forma pela
      *> descrição do lançamento.
       SOMA-TARIFAS-EXTRATO.
           MOVE WS-CT-CODIGO(WS-CT-IDX) TO MV-CONTA-BANCO
           MOVE WS-DATA-INI TO MV-DATA
           MOVE ZEROS TO MV-SEQ
           START MOVBANCO-FILE KEY IS NOT LESS MV-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-STATUS-FILE-MV = "10"
               READ MOVBANCO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MV
                   NOT AT END
                       IF MV-CONTA-BANCO NOT = WS-CT-CODIGO(WS-CT-IDX)
                               OR MV-DATA > WS-DATA-FIM
                           MOVE "10" TO WS-STATUS-FILE-MV
                       ELSE
                           IF MV-TIPO = "D"
                                   AND FUNCTION UPPER-CASE(MV-CATEGORIA)
                                       = "TARIFA"
                               PERFORM CLASSIFICA-TARIFA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFICA-TARIFA.
           MOVE FUNCTION UPPER-CASE(MV-DESCRICAO) TO WS-DESCRICAO
           MOVE 7 TO WS-FM-IDX

           MOVE ZEROS TO WS-OCORRE
           INSPECT WS-DESCRICAO TALLYING WS-OCORRE
               FOR ALL "PACOTE" ALL "CESTA" ALL "MENSALIDADE"
           IF WS-OCORRE > ZEROS
               MOVE 6 TO WS-FM-IDX
           END-IF

           IF WS-FM-IDX = 7
               MOVE ZEROS TO WS-OCORRE
               INSPECT WS-DESCRICAO TALLYING WS-OCORRE
                   FOR ALL "REMESSA" ALL "ARQUIVO" ALL "CNAB"
               IF WS-OCORRE > ZEROS
                   MOVE 5 TO WS-FM-IDX
               END-IF
           END-IF

           IF WS-FM-IDX = 7
               MOVE ZEROS TO WS-OCORRE
               INSPECT WS-DESCRICAO TALLYING WS-OCORRE
                   FOR ALL "PIX"
               IF WS-OCORRE > ZEROS
                   MOVE 2 TO WS-FM-IDX
               END-IF
           END-IF

           IF WS-FM-IDX = 7
               MOVE ZEROS TO WS-OCORRE
               INSPECT WS-DESCRICAO TALLYING WS-OCORRE
                   FOR ALL "TED" ALL "DOC/TED" ALL "TRANSF"
               IF WS-OCORRE > ZEROS
                   MOVE 1 TO WS-FM-IDX
               END-IF
           END-IF

           IF WS-FM-IDX = 7
               MOVE ZEROS TO WS-OCORRE
               INSPECT WS-DESCRICAO TALLYING WS-OCORRE
                   FOR ALL "BOLETO" ALL "TITULO" ALL "BLOQUETO"
               IF WS-OCORRE > ZEROS
                   MOVE 3 TO WS-FM-IDX
               END-IF
           END-IF

           IF WS-FM-IDX = 7
               MOVE ZEROS TO WS-OCORRE
               INSPECT WS-DESCRICAO TALLYING WS-OCORRE
                   FOR ALL "CHEQUE" ALL "CHQ"
               IF WS-OCORRE > ZEROS
                   MOVE 4 TO WS-FM-IDX
               END-IF
           END-IF

           ADD 1 TO WS-CT-QTD-COBR(WS-CT-IDX, WS-FM-IDX)
           ADD MV-VALOR TO WS-CT-COBRADO(WS-CT-IDX, WS-FM-IDX)
           ADD 1 TO WS-CT-LANCADAS(WS-CT-IDX)
           IF MV-CONCILIADO = "S"
               ADD 1 TO WS-CT-CONCILIADAS(WS-CT-IDX)
           END-IF.

      *> Valor esperado por forma: itens acima da franquia vezes a
      *> tarifa vigente; o pacote mensal é cobrado uma vez no mês.
       CALCULA-ESPERADO.
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1 UNTIL WS-FM-IDX > 6
               IF WS-CT-TEM-TARIFA(WS-CT-IDX, WS-FM-IDX) = "S"
                   IF WS-FM-IDX = 6
                       MOVE WS-CT-UNIT(WS-CT-IDX, WS-FM-IDX)
                           TO WS-CT-ESPERADO(WS-CT-IDX, WS-FM-IDX)
                   ELSE
                       IF WS-CT-QTD(WS-CT-IDX, WS-FM-IDX) >
                               WS-CT-FRANQUIA(WS-CT-IDX, WS-FM-IDX)
                           COMPUTE WS-CT-ESPERADO(WS-CT-IDX, WS-FM-IDX)
                               = (WS-CT-QTD(WS-CT-IDX, WS-FM-IDX)
                               - WS-CT-FRANQUIA(WS-CT-IDX, WS-FM-IDX))
                               * WS-CT-UNIT(WS-CT-IDX, WS-FM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Relatório agrupado por banco: as contas do mesmo banco saem
      *> juntas, com o subtotal cobrado a maior no fim de cada banco
      *> e o total geral a reclamar no fim.
       IMPRIME-RELATORIO.
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CONFERENCIA DE TARIFAS BANCARIAS - COMPETENCIA "
                      DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  ")  EMITIDO EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-QTD-CONTAS
               IF WS-CT-IMPRESSA(WS-CT-IDX) NOT = "S"
                   MOVE WS-CT-BANCO(WS-CT-IDX) TO WS-BANCO-ATUAL
                   PERFORM IMPRIME-BANCO
               END-IF
           END-PERFORM

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE WS-GERAL-A-MAIOR TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINHA
           STRING "TOTAL COBRADO A MAIOR A RECLAMAR: " DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-SEM-TARIFA > ZEROS
               MOVE WS-SEM-TARIFA TO WS-ED-CONT
               MOVE SPACES TO WS-LINHA
               STRING "FORMAS COM MOVIMENTO E SEM TARIFA NEGOCIADA: "
                          DELIMITED BY SIZE
                      WS-ED-CONT DELIMITED BY SIZE
                      " (VER CADASTRO DE TARIFAS)" DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           IF WS-ITENS-NAO-PAGOS > ZEROS
               MOVE WS-ITENS-NAO-PAGOS TO WS-ED-CONT
               MOVE SPACES TO WS-LINHA
               STRING "ITENS DE REMESSA SEM PAGAMENTO CONFIRMADO "
                          DELIMITED BY SIZE
                      "(FORA DA CONTAGEM): " DELIMITED BY SIZE
                      WS-ED-CONT DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

       IMPRIME-BANCO.
           MOVE ZEROS TO WS-BANCO-A-MAIOR
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "BANCO " DELIMITED BY SIZE
                  WS-BANCO-ATUAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-CT-IDX2 FROM WS-CT-IDX BY 1
                   UNTIL WS-CT-IDX2 > WS-CT-QTD-CONTAS
               IF WS-CT-BANCO(WS-CT-IDX2) = WS-BANCO-ATUAL
                   PERFORM IMPRIME-CONTA
               END-IF
           END-PERFORM

           MOVE WS-BANCO-A-MAIOR TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINHA
           STRING "  SUBTOTAL BANCO " DELIMITED BY SIZE
                  WS-BANCO-ATUAL DELIMITED BY SIZE
                  " - COBRADO A MAIOR: " DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           ADD WS-BANCO-A-MAIOR TO WS-GERAL-A-MAIOR.

      *> Detalhe da conta WS-CT-IDX2. A diferença de cada forma mostra
      *> onde está a divergência; o valor a reclamar é o total
      *> cobrado acima do total esperado na conta, porque o banco
      *> nem sempre descreve a tarifa do mesmo jeito e uma forma pode
      *> cair em OUTRAS.
       IMPRIME-CONTA.
           MOVE "S" TO WS-CT-IMPRESSA(WS-CT-IDX2)
           MOVE SPACES TO WS-LINHA
           STRING "  CONTA " DELIMITED BY SIZE
                  WS-CT-CODIGO(WS-CT-IDX2) DELIMITED BY SIZE
                  " AG " DELIMITED BY SIZE
                  WS-CT-AGENCIA(WS-CT-IDX2) DELIMITED BY SIZE
                  " C/C " DELIMITED BY SIZE
                  WS-CT-NUMERO(WS-CT-IDX2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CT-DESCRICAO(WS-CT-IDX2) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "    FORMA         QTD FRANQ  TARIFA"
                      DELIMITED BY SIZE
                  "    ESPERADO  LANC     COBRADO    DIFERENCA"
                      DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE ZEROS TO WS-TOT-ESPERADO
           MOVE ZEROS TO WS-TOT-COBRADO
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1 UNTIL WS-FM-IDX > 7
               PERFORM IMPRIME-FORMA
           END-PERFORM

           COMPUTE WS-DIFERENCA = WS-TOT-COBRADO - WS-TOT-ESPERADO
           MOVE WS-TOT-ESPERADO TO WS-ED-ESPERADO
           MOVE WS-TOT-COBRADO  TO WS-ED-COBRADO
           MOVE WS-DIFERENCA    TO WS-ED-DIFERENCA
           MOVE SPACES TO WS-LINHA
           STRING "    TOTAL DA CONTA                  "
                      DELIMITED BY SIZE
                  WS-ED-ESPERADO DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-ED-COBRADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-DIFERENCA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-DIFERENCA > ZEROS
               ADD WS-DIFERENCA TO WS-BANCO-A-MAIOR
               MOVE WS-DIFERENCA TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINHA
               STRING "    *** COBRADO A MAIOR - RECLAMAR "
                          DELIMITED BY SIZE
                      "ESTORNO AO BANCO: " DELIMITED BY SIZE
                      WS-ED-TOTAL DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           IF WS-CT-CONCILIADAS(WS-CT-IDX2) <
                   WS-CT-LANCADAS(WS-CT-IDX2)
               MOVE WS-CT-LANCADAS(WS-CT-IDX2) TO WS-ED-QTD
               MOVE WS-CT-CONCILIADAS(WS-CT-IDX2) TO WS-ED-CONT
               MOVE SPACES TO WS-LINHA
               STRING "    ATENCAO: " DELIMITED BY SIZE
                      WS-ED-CONT DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WS-ED-QTD DELIMITED BY SIZE
                      " TARIFAS LANCADAS JA CONFERIDAS NO EXTRATO "
                          DELIMITED BY SIZE
                      "(CONCILIACAO DO MES INCOMPLETA)"
                          DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

      *> Linha da forma WS-FM-IDX; forma sem movimento e sem cobrança
      *> não sai.
       IMPRIME-FORMA.
           IF WS-CT-QTD(WS-CT-IDX2, WS-FM-IDX) = ZEROS
                   AND WS-CT-QTD-COBR(WS-CT-IDX2, WS-FM-IDX) = ZEROS
                   AND WS-CT-ESPERADO(WS-CT-IDX2, WS-FM-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD WS-CT-ESPERADO(WS-CT-IDX2, WS-FM-IDX) TO WS-TOT-ESPERADO
           ADD WS-CT-COBRADO(WS-CT-IDX2, WS-FM-IDX)  TO WS-TOT-COBRADO
           COMPUTE WS-DIFERENCA =
               WS-CT-COBRADO(WS-CT-IDX2, WS-FM-IDX)
               - WS-CT-ESPERADO(WS-CT-IDX2, WS-FM-IDX)

           MOVE WS-CT-QTD(WS-CT-IDX2, WS-FM-IDX)      TO WS-ED-QTD
           MOVE WS-CT-FRANQUIA(WS-CT-IDX2, WS-FM-IDX) TO WS-ED-FRANQ
           MOVE WS-CT-UNIT(WS-CT-IDX2, WS-FM-IDX)     TO WS-ED-UNIT
           MOVE WS-CT-ESPERADO(WS-CT-IDX2, WS-FM-IDX) TO WS-ED-ESPERADO
           MOVE WS-CT-QTD-COBR(WS-CT-IDX2, WS-FM-IDX)
               TO WS-ED-QTD-COBR
           MOVE WS-CT-COBRADO(WS-CT-IDX2, WS-FM-IDX)  TO WS-ED-COBRADO
           MOVE WS-DIFERENCA TO WS-ED-DIFERENCA

           MOVE SPACES TO WS-MARCA
           IF WS-FM-IDX < 7
               IF WS-CT-TEM-TARIFA(WS-CT-IDX2, WS-FM-IDX) NOT = "S"
                   MOVE "SEM TARIFA" TO WS-MARCA
                   ADD 1 TO WS-SEM-TARIFA
               ELSE
                   IF WS-DIFERENCA > ZEROS
                       MOVE "A MAIOR" TO WS-MARCA
                   END-IF
               END-IF
           ELSE
               IF WS-CT-COBRADO(WS-CT-IDX2, WS-FM-IDX) > ZEROS
                   MOVE "CONFERIR" TO WS-MARCA
               END-IF
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "    " DELIMITED BY SIZE
                  WS-NOME-FORMA(WS-FM-IDX) DELIMITED BY SIZE
                  WS-ED-QTD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-FRANQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-UNIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-ESPERADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-QTD-COBR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-COBRADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-DIFERENCA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MARCA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.
