               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PA.

      *> Encargos do pagamento liberado em atraso (ver PGTOCONT.cbl).
           SELECT ENCARGO-FILE ASSIGN TO "ENCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EG-CHAVE
               FILE STATUS IS WS-STATUS-FILE-EG.

      *> Aberto compartilhado com trava automática por registro: o
      *> bloqueio vale só entre o READ e o REWRITE de cada conta, e
      *> outros operadores seguem trabalhando no resto do arquivo
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
           05 PA-VALOR-ISS      PIC 9(10)V99.
           05 PA-USUARIO-SOLIC  PIC X(10).
           05 PA-DATA-SOLIC     PIC 9(8).
           05 PA-DIAS-ATRASO    PIC 9(05).
           05 PA-VALOR-JUROS    PIC 9(10)V99.
           05 PA-VALOR-MULTA    PIC 9(10)V99.

      *> Juros e multa de pagamento em atraso (ver PGTOCONT.cbl).
       FD ENCARGO-FILE.
       01 ENCARGO-REG.
           05 EG-CHAVE          PIC X(30).  *> composição H-CHAVE
           05 EG-CP-CHAVE       PIC X(26).
           05 EG-CNPJ-FORN      PIC 9(14).
           05 EG-CENTRO-CUSTO   PIC X(06).
           05 EG-EMPRESA        PIC 9(02).
           05 EG-DATA-VENC      PIC 9(8).
           05 EG-DATA-PGTO      PIC 9(8).
           05 EG-DIAS-ATRASO    PIC 9(05).
           05 EG-VALOR-JUROS    PIC 9(10)V99.  *> calculado
           05 EG-VALOR-MULTA    PIC 9(10)V99.  *> calculada
           05 EG-VALOR-ENCARGOS PIC 9(10)V99.  *> pago além do
                                               *> principal
           05 EG-DATA-SOLIC     PIC 9(8).   *> pedido de autorização
                                            *> (zeros = pago direto)
           05 EG-PROGRAMA       PIC X(08).

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-STATUS-FILE-EG     PIC XX.
       01 WS-ENCARGO-OK         PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-QTD-LIBERADAS      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-NEGADAS        PIC 9(5) VALUE ZEROS.

      *> Autônomo (tipo "F"): INSS/IRRF refeitos na liberação sobre o
      *> acumulado do CPF no mês (pode ter havido outro pagamento
      *> desde a solicitação) e RPA impresso por EMITRPA.cbl.
       01 WS-EH-AUTONOMO        PIC X VALUE "N".
       01 WS-RPA-ANO-MES        PIC 9(06).
       01 WS-SOMA-BRUTO-MES     PIC S9(12)V99.
       01 WS-SOMA-INSS-MES      PIC S9(12)V99.
       01 WS-SOMA-IRRF-MES      PIC S9(12)V99.
       01 WS-RPA-AREA.
           05 WS-RPA-CPF            PIC 9(14).
           05 WS-RPA-NOME           PIC X(40).
           05 WS-RPA-NUM-DOC        PIC 9(10).
           05 WS-RPA-NUM-PARCELA    PIC 9(02).
           05 WS-RPA-SEQ            PIC 9(04).
           05 WS-RPA-DATA-PGTO      PIC 9(8).
           05 WS-RPA-EMPRESA        PIC 9(02).
           05 WS-RPA-VALOR-BRUTO    PIC 9(10)V99.
           05 WS-RPA-BRUTO-MES      PIC 9(10)V99.
           05 WS-RPA-INSS-MES       PIC 9(10)V99.
           05 WS-RPA-IRRF-MES       PIC 9(10)V99.
           05 WS-RPA-VALOR-INSS     PIC 9(10)V99.
           05 WS-RPA-VALOR-IRRF     PIC 9(10)V99.
           05 WS-RPA-VALOR-ISS      PIC 9(10)V99.
           05 WS-RPA-VALOR-LIQUIDO  PIC 9(10)V99.
           05 WS-RPA-BASE-IRRF      PIC 9(10)V99.
           05 WS-RPA-DEPENDENTES    PIC 9(02).
           05 WS-RPA-NIT            PIC 9(11).
           05 WS-RPA-OCUPACAO       PIC X(30).

      *> Caução contratual (ver RETCAUC.cbl), mesma área de
      *> PGTOCONT.cbl.
       01 WS-CAU-AREA.
           05 WS-CAU-MODO           PIC X(01).
           05 WS-CAU-CP-CHAVE       PIC X(26).
           05 WS-CAU-NUM-PEDIDO     PIC 9(10).
           05 WS-CAU-VALOR-BASE     PIC 9(10)V99.
           05 WS-CAU-DATA           PIC 9(8).
           05 WS-CAU-H-SEQ          PIC 9(04).
           05 WS-CAU-USUARIO        PIC X(10).
           05 WS-CAU-NUM-CONTRATO   PIC 9(08).
           05 WS-CAU-VALOR          PIC 9(10)V99.

      *> Penhora judicial (ver RETPENH.cbl), mesma área de
      *> PGTOCONT.cbl.
       01 WS-PEN-AREA.
           05 WS-PEN-MODO           PIC X(01).
           05 WS-PEN-CNPJ           PIC 9(14).
           05 WS-PEN-CP-CHAVE       PIC X(26).
           05 WS-PEN-VALOR-BASE     PIC 9(10)V99.
           05 WS-PEN-DATA           PIC 9(8).
           05 WS-PEN-PROGRAMA       PIC X(08).
           05 WS-PEN-NUM-REMESSA    PIC 9(06).
           05 WS-PEN-USUARIO        PIC X(10).
           05 WS-PEN-NUM-ORDEM      PIC 9(06).
           05 WS-PEN-PROCESSO       PIC X(25).
           05 WS-PEN-BENEF-CNPJ     PIC 9(14).
           05 WS-PEN-BANCO          PIC X(03).
           05 WS-PEN-AGENCIA        PIC X(06).
           05 WS-PEN-CONTA          PIC X(12).
           05 WS-PEN-VALOR          PIC 9(10)V99.

      *> Cessão de crédito confirmada sobre a conta (ver
      *> LOCCESS.cbl): paga-se ao cessionário, sem desconto nem
      *> penhora do cedente.
       01 WS-CES-AREA.
           05 WS-CES-CP-CHAVE       PIC X(26).
           05 WS-CES-CNPJ           PIC 9(14).
           05 WS-CES-DATA-EMISSAO   PIC 9(8).
           05 WS-CES-CEDIDA         PIC X(01).
           05 WS-CES-NUM-CESSAO     PIC 9(06).
           05 WS-CES-CESS-CNPJ      PIC 9(14).
           05 WS-CES-CESS-NOME      PIC X(40).
           05 WS-CES-BANCO          PIC X(03).
           05 WS-CES-AGENCIA        PIC X(06).
           05 WS-CES-CONTA          PIC X(12).
       01 WS-PEN-DESCONTOS      PIC 9(10)V99.
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-LIMITE-CHAMADOR    PIC 9(10)V99.
                   WS-STATUS-AUDITORIA
           END-IF

           OPEN I-O ENCARGO-FILE
           IF WS-STATUS-FILE-EG = "35"
               OPEN OUTPUT ENCARGO-FILE
               CLOSE ENCARGO-FILE
               OPEN I-O ENCARGO-FILE
           END-IF
           IF WS-STATUS-FILE-EG = "00"
               MOVE "S" TO WS-ENCARGO-OK
           ELSE
               DISPLAY "AVISO: ENCARGO.DAT indisponível: "
                   WS-STATUS-FILE-EG
           END-IF

           PERFORM CARREGA-FECHAMENTO
           PERFORM CARREGA-DELEGACAO

           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           IF WS-ENCARGO-OK = "S"
               CLOSE ENCARGO-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Solicitações examinadas: " WS-QTD-EXAMINADAS
               EXIT PARAGRAPH
           END-IF

      *> Cessão confirmada depois da solicitação não aceita o
      *> desconto calculado para o cedente.
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               IF PA-VALOR-DESCONTO > ZEROS
                   DISPLAY "Conta cedida após a solicitação "
                       "(cessão " WS-CES-NUM-CESSAO "); negue e "
                       "refaça o pagamento sem desconto."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CONTA CEDIDA - pagar ao cessionário "
                   WS-CES-CESS-CNPJ " " WS-CES-CESS-NOME
               DISPLAY "  banco " WS-CES-BANCO " ag. " WS-CES-AGENCIA
                   " conta " WS-CES-CONTA
           END-IF

           MOVE PA-DATA-PGTO(1:6) TO WS-ANO-MES-PGTO
           MOVE CP-EMPRESA TO WS-EMPRESA-FECH
           PERFORM CONSULTA-FECHAMENTO
                  INTO WS-AUD-ANTES

           MOVE PA-DATA-PGTO TO CP-DATA-PGTO
           PERFORM RECALCULA-RPA
           SUBTRACT PA-VALOR-PRINCIPAL FROM CP-SALDO

           IF CP-SALDO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE PA-NUM-DOC        TO H-NUM-DOC
           MOVE PA-CNPJ-FORN      TO H-CNPJ-FORN
           MOVE PA-NUM-PARCELA    TO H-NUM-PARCELA
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: pagamento efetivado, mas histórico "
                   "não gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
               IF WS-EH-AUTONOMO = "S"
                   MOVE H-SEQ TO WS-RPA-SEQ
                   CALL "EMITRPA" USING WS-RPA-AREA
               END-IF
               PERFORM GRAVA-CAUCAO
               PERFORM GRAVA-PENHORA
               IF PA-DIAS-ATRASO > 0
                   PERFORM GRAVA-ENCARGO
               END-IF
           END-IF

           ADD 1 TO WS-QTD-LIBERADAS
           END-IF
           PERFORM GRAVA-AUDITORIA

           IF WS-CES-CEDIDA NOT = "N"
               MOVE "PGTO.CESS" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CESSAO=" DELIMITED BY SIZE
                      WS-CES-NUM-CESSAO DELIMITED BY SIZE
                      " BENEF=" DELIMITED BY SIZE
                      WS-CES-CESS-CNPJ DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF

           PERFORM EXCLUI-SOLICITACAO.

      *> Caução do contrato ligado à conta (ver CADCONTR.cbl) sobre
      *> o principal da solicitação, gravada no saldo do contrato só
      *> agora que o pagamento foi efetivado.
       GRAVA-CAUCAO.
           INITIALIZE WS-CAU-AREA
           MOVE "G"                 TO WS-CAU-MODO
           MOVE CP-CHAVE            TO WS-CAU-CP-CHAVE
           MOVE CP-NUM-PEDIDO       TO WS-CAU-NUM-PEDIDO
           MOVE PA-VALOR-PRINCIPAL  TO WS-CAU-VALOR-BASE
           MOVE PA-DATA-PGTO        TO WS-CAU-DATA
           MOVE H-SEQ               TO WS-CAU-H-SEQ
           MOVE WS-USUARIO-CHAMADOR TO WS-CAU-USUARIO
           CALL "RETCAUC" USING WS-CAU-AREA
           IF WS-CAU-VALOR > ZEROS
               DISPLAY "Caução do contrato " WS-CAU-NUM-CONTRATO
                   " retida: " WS-CAU-VALOR
               MOVE "CAUCAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CONTRATO=" DELIMITED BY SIZE
                      WS-CAU-NUM-CONTRATO DELIMITED BY SIZE
                      " RETIDO=" DELIMITED BY SIZE
                      WS-CAU-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               MOVE SPACES TO WS-AUD-DEPOIS
           END-IF.

      *> Penhora judicial contra o fornecedor (ver CADPENH.cbl),
      *> calculada só na efetivação: pago menos retenções e
      *> caução.
       GRAVA-PENHORA.
           INITIALIZE WS-PEN-AREA
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "G"                 TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN        TO WS-PEN-CNPJ
           MOVE CP-CHAVE            TO WS-PEN-CP-CHAVE
           MOVE PA-DATA-PGTO        TO WS-PEN-DATA
           MOVE "APROVPAG"          TO WS-PEN-PROGRAMA
           MOVE WS-USUARIO-CHAMADOR TO WS-PEN-USUARIO
           COMPUTE WS-PEN-DESCONTOS = H-VALOR-IRRF + H-VALOR-INSS
               + H-VALOR-ISS + WS-CAU-VALOR
           IF H-VALOR-PAGO > WS-PEN-DESCONTOS
               COMPUTE WS-PEN-VALOR-BASE =
                   H-VALOR-PAGO - WS-PEN-DESCONTOS
           END-IF
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR > ZEROS
               DISPLAY "PENHORA JUDICIAL - ordem " WS-PEN-NUM-ORDEM
                   " processo " WS-PEN-PROCESSO
               DISPLAY "Depositar " WS-PEN-VALOR " no banco "
                   WS-PEN-BANCO " ag. " WS-PEN-AGENCIA " conta "
                   WS-PEN-CONTA
               MOVE "PENHORA" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "ORDEM=" DELIMITED BY SIZE
                      WS-PEN-NUM-ORDEM DELIMITED BY SIZE
                      " DEPOSITO=" DELIMITED BY SIZE
                      WS-PEN-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               MOVE SPACES TO WS-AUD-DEPOIS
           END-IF.

      *> Solicitação feita para pagamento em atraso: grava juros e
      *> multa calculados no pedido e a data do pedido, que distingue
      *> o atraso causado pela própria espera da autorização.
       GRAVA-ENCARGO.
           IF WS-ENCARGO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE H-CHAVE            TO EG-CHAVE
           MOVE CP-CHAVE           TO EG-CP-CHAVE
           MOVE CP-CNPJ-FORN       TO EG-CNPJ-FORN
           MOVE CP-CENTRO-CUSTO    TO EG-CENTRO-CUSTO
           MOVE CP-EMPRESA         TO EG-EMPRESA
           MOVE CP-DATA-VENC       TO EG-DATA-VENC
           MOVE PA-DATA-PGTO       TO EG-DATA-PGTO
           MOVE PA-DIAS-ATRASO     TO EG-DIAS-ATRASO
           MOVE PA-VALOR-JUROS     TO EG-VALOR-JUROS
           MOVE PA-VALOR-MULTA     TO EG-VALOR-MULTA
           MOVE ZEROS              TO EG-VALOR-ENCARGOS
           IF PA-VALOR-PAGO > PA-VALOR-PRINCIPAL
               COMPUTE EG-VALOR-ENCARGOS =
                   PA-VALOR-PAGO - PA-VALOR-PRINCIPAL
           END-IF
           MOVE PA-DATA-SOLIC      TO EG-DATA-SOLIC
           MOVE "APROVPAG"         TO EG-PROGRAMA

           WRITE ENCARGO-REG
           IF WS-STATUS-FILE-EG NOT = "00"
               DISPLAY "AVISO: encargos do pagamento não gravados: "
                   WS-STATUS-FILE-EG
           END-IF.

      *> Pagamento a autônomo: refaz INSS/IRRF por CALCRPA.cbl com o
      *> bruto e o ISS da solicitação; roda antes de PROXIMO-SEQ-HIST,
      *> que reaproveita HIST-REG.
       RECALCULA-RPA.
           MOVE "N" TO WS-EH-AUTONOMO
           IF WS-STATUS-FILE-F NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE PA-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF F-TIPO-FORNECEDOR NOT = "F"
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-EH-AUTONOMO
           INITIALIZE WS-RPA-AREA
           PERFORM SOMA-RPA-MES
           MOVE PA-CNPJ-FORN     TO WS-RPA-CPF
           MOVE F-RAZAO-SOCIAL   TO WS-RPA-NOME
           MOVE PA-NUM-DOC       TO WS-RPA-NUM-DOC
           MOVE PA-NUM-PARCELA   TO WS-RPA-NUM-PARCELA
           MOVE PA-DATA-PGTO     TO WS-RPA-DATA-PGTO
           MOVE CP-EMPRESA       TO WS-RPA-EMPRESA
           MOVE PA-VALOR-PAGO    TO WS-RPA-VALOR-BRUTO
           MOVE PA-VALOR-ISS     TO WS-RPA-VALOR-ISS
           CALL "CALCRPA" USING WS-RPA-AREA

           IF WS-RPA-VALOR-IRRF NOT = PA-VALOR-IRRF
                   OR WS-RPA-VALOR-INSS NOT = PA-VALOR-INSS
               DISPLAY "Retenções do autônomo refeitas pelo "
                   "acumulado do mês: INSS " WS-RPA-VALOR-INSS
                   " IRRF " WS-RPA-VALOR-IRRF
           END-IF
           MOVE WS-RPA-VALOR-IRRF TO PA-VALOR-IRRF
           MOVE WS-RPA-VALOR-INSS TO PA-VALOR-INSS.

      *> Mesma soma do mês de PGTOCONT.cbl, pela chave alternada.
       SOMA-RPA-MES.
           MOVE ZEROS TO WS-SOMA-BRUTO-MES
           MOVE ZEROS TO WS-SOMA-INSS-MES
           MOVE ZEROS TO WS-SOMA-IRRF-MES
           MOVE PA-DATA-PGTO(1:6) TO WS-RPA-ANO-MES

           MOVE PA-CNPJ-FORN TO H-CNPJ-FORN
           START HISTPAGTO-FILE KEY IS NOT LESS H-CNPJ-FORN
               INVALID KEY
                   MOVE "00" TO WS-STATUS-HIST
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "00" TO WS-STATUS-HIST
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-CNPJ-FORN NOT = PA-CNPJ-FORN
               IF H-DATA-PGTO(1:6) = WS-RPA-ANO-MES
                       AND H-TIPO NOT = "X"
                   IF H-TIPO = "E"
                       SUBTRACT H-VALOR-PAGO FROM WS-SOMA-BRUTO-MES
                       SUBTRACT H-VALOR-INSS FROM WS-SOMA-INSS-MES
                       SUBTRACT H-VALOR-IRRF FROM WS-SOMA-IRRF-MES
                   ELSE
                       ADD H-VALOR-PAGO TO WS-SOMA-BRUTO-MES
                       ADD H-VALOR-INSS TO WS-SOMA-INSS-MES
                       ADD H-VALOR-IRRF TO WS-SOMA-IRRF-MES
                   END-IF
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST

           IF WS-SOMA-BRUTO-MES > ZEROS
               MOVE WS-SOMA-BRUTO-MES TO WS-RPA-BRUTO-MES
           END-IF
           IF WS-SOMA-INSS-MES > ZEROS
               MOVE WS-SOMA-INSS-MES TO WS-RPA-INSS-MES
           END-IF
           IF WS-SOMA-IRRF-MES > ZEROS
               MOVE WS-SOMA-IRRF-MES TO WS-RPA-IRRF-MES
           END-IF.

       NEGA-SOLICITACAO.
           ADD 1 TO WS-QTD-NEGADAS
           DISPLAY "Solicitação negada."
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "APROVPAG" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "APROVPAG" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
