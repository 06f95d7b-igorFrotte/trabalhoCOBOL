               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONTAS.
               FILE STATUS IS WS-STATUS-FILE-NC.

      *> Cadastro de fornecedores (ver CADFORNE.cbl), consultado aqui
      *> para o bloqueio por certidão do prestador de serviço e para
      *> identificar o autônomo pago por RPA.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 WS-CND-TIPO           PIC X.
       01 WS-CND-MOTIVO         PIC X(40).
       01 WS-HOJE               PIC 9(8).
       01 WS-FORNECEDOR-OK      PIC X VALUE "N".

      *> Autônomo (tipo "F"): INSS/IRRF do mês por CALCRPA.cbl e RPA
      *> impresso por EMITRPA.cbl, como em PGTOCONT.cbl.
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
       01 WS-PEN-DESCONTOS      PIC 9(10)V99.

      *> Cessão de crédito (ver LOCCESS.cbl), mesma área de
      *> PGTOCONT.cbl: conta cedida não abate notas de crédito nem
      *> sofre penhora do cedente.
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
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       PROCEDURE DIVISION.

               END-IF
           END-IF

      *> FORNECEDOR.DAT é opcional: sem ele, nenhum item é tratado
      *> como autônomo nem bloqueado por certidão.
           MOVE "S" TO WS-FORNECEDOR-OK
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               MOVE "N" TO WS-FORNECEDOR-OK
           END-IF

      *> CERTIDAO.DAT é opcional: sem ele (ou sem o cadastro de
      *> fornecedores), nenhum item é bloqueado por certidão.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
               END-IF
           END-IF
           IF WS-CERTIDAO-OK = "S"
               IF WS-FORNECEDOR-OK NOT = "S"
                   DISPLAY "AVISO: FORNECEDOR.DAT indisponível; "
                       "bloqueio por certidão desligado."
                   CLOSE CERTIDAO-FILE

           IF WS-CERTIDAO-OK = "S"
               CLOSE CERTIDAO-FILE
           END-IF
           IF WS-FORNECEDOR-OK = "S"
               CLOSE FORNECEDOR-FILE
           END-IF
           CLOSE LOTE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM CONSULTA-CESSAO

           MOVE "SITUACAO=" TO WS-AUD-ANTES
           MOVE CP-SITUACAO TO WS-AUD-ANTES(10:1)

           END-IF

           MOVE LT-DATA-PGTO TO CP-DATA-PGTO
           PERFORM CALCULA-RPA-LOTE
           MOVE "P" TO CP-SITUACAO

           REWRITE CONTA-REG
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE CP-NUM-DOC     TO H-NUM-DOC
           MOVE CP-CNPJ-FORN   TO H-CNPJ-FORN
           MOVE CP-NUM-PARCELA TO H-NUM-PARCELA
           MOVE ZEROS          TO H-VALOR-IRRF
           MOVE ZEROS          TO H-VALOR-INSS
           MOVE ZEROS          TO H-VALOR-ISS
           IF WS-EH-AUTONOMO = "S"
               MOVE WS-RPA-VALOR-IRRF TO H-VALOR-IRRF
               MOVE WS-RPA-VALOR-INSS TO H-VALOR-INSS
           END-IF
           MOVE CP-EMPRESA     TO H-EMPRESA
           PERFORM APLICA-CREDITOS-LOTE
           MOVE WS-VALOR-CREDITO TO H-VALOR-CREDITO
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: conta " CP-CHAVE
                   " paga, mas histórico não gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
               IF WS-EH-AUTONOMO = "S"
                   MOVE H-SEQ TO WS-RPA-SEQ
                   CALL "EMITRPA" USING WS-RPA-AREA
               END-IF
               PERFORM GRAVA-CAUCAO-LOTE
               PERFORM GRAVA-PENHORA-LOTE
           END-IF

           IF WS-CES-CEDIDA NOT = "N"
               MOVE "PGTO.CESS" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CESSAO=" DELIMITED BY SIZE
                      WS-CES-NUM-CESSAO DELIMITED BY SIZE
                      " BENEF=" DELIMITED BY SIZE
                      WS-CES-CESS-CNPJ DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               MOVE SPACES TO WS-AUD-DEPOIS
           END-IF

           MOVE "PAGAMENTO" TO WS-AUD-ACAO
           IF WS-NOTACRED-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE H-VALOR-PAGO TO WS-CREDITO-A-DEBITAR
           MOVE CP-CNPJ-FORN TO NC-CNPJ-FORN
                   " aplicado na conta " CP-CHAVE "."
           END-IF.

      *> Autônomo pago no lote: mesmas retenções de PGTOCONT.cbl
      *> sobre o saldo integral, somado o que o CPF já recebeu no mês.
      *> Roda antes de PROXIMO-SEQ-HIST, que reaproveita HIST-REG.
       CALCULA-RPA-LOTE.
           MOVE "N" TO WS-EH-AUTONOMO
           IF WS-FORNECEDOR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CNPJ-FORN TO F-CNPJ
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
           MOVE CP-CNPJ-FORN     TO WS-RPA-CPF
           MOVE F-RAZAO-SOCIAL   TO WS-RPA-NOME
           MOVE CP-NUM-DOC       TO WS-RPA-NUM-DOC
           MOVE CP-NUM-PARCELA   TO WS-RPA-NUM-PARCELA
           MOVE CP-DATA-PGTO     TO WS-RPA-DATA-PGTO
           MOVE CP-EMPRESA       TO WS-RPA-EMPRESA
           MOVE CP-SALDO         TO WS-RPA-VALOR-BRUTO
           CALL "CALCRPA" USING WS-RPA-AREA.

      *> Caução do contrato ligado à conta (ver CADCONTR.cbl) sobre
      *> o valor pago, gravada direto no saldo do contrato. Não há
      *> líquido mostrado antes no lote: a retenção sai só no
      *> movimento da caução e na auditoria.
       GRAVA-CAUCAO-LOTE.
           INITIALIZE WS-CAU-AREA
           MOVE "G"            TO WS-CAU-MODO
           MOVE CP-CHAVE       TO WS-CAU-CP-CHAVE
           MOVE CP-NUM-PEDIDO  TO WS-CAU-NUM-PEDIDO
           MOVE H-VALOR-PAGO   TO WS-CAU-VALOR-BASE
           MOVE H-DATA-PGTO    TO WS-CAU-DATA
           MOVE H-SEQ          TO WS-CAU-H-SEQ
           MOVE "LOTE"         TO WS-CAU-USUARIO
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

      *> Penhora judicial contra o fornecedor (ver CADPENH.cbl) sobre
      *> o que seria creditado a ele: pago menos retenções, crédito
      *> aplicado e caução.
       GRAVA-PENHORA-LOTE.
           INITIALIZE WS-PEN-AREA
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "G"            TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN   TO WS-PEN-CNPJ
           MOVE CP-CHAVE       TO WS-PEN-CP-CHAVE
           MOVE H-DATA-PGTO    TO WS-PEN-DATA
           MOVE "PGTOLOTE"     TO WS-PEN-PROGRAMA
           MOVE "LOTE"         TO WS-PEN-USUARIO
           COMPUTE WS-PEN-DESCONTOS = H-VALOR-IRRF + H-VALOR-INSS
               + H-VALOR-ISS + H-VALOR-CREDITO + WS-CAU-VALOR
           IF H-VALOR-PAGO > WS-PEN-DESCONTOS
               COMPUTE WS-PEN-VALOR-BASE =
                   H-VALOR-PAGO - WS-PEN-DESCONTOS
           END-IF
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR > ZEROS
               DISPLAY "PENHORA: " WS-PEN-VALOR " da conta " CP-CHAVE
                   " ao depósito judicial (ordem " WS-PEN-NUM-ORDEM
                   ", banco " WS-PEN-BANCO " ag. " WS-PEN-AGENCIA
                   " conta " WS-PEN-CONTA ")."
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

      *> Conta cedida: o pagamento vai ao cessionário (mesma consulta
      *> de PGTOCONT.cbl).
       CONSULTA-CESSAO.
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               DISPLAY "CESSAO: conta " CP-CHAVE
                   " paga ao cessionário " WS-CES-CESS-CNPJ
                   " (cessão " WS-CES-NUM-CESSAO
                   ", banco " WS-CES-BANCO " ag. " WS-CES-AGENCIA
                   " conta " WS-CES-CONTA ")."
           END-IF.

      *> Mesma soma do mês de PGTOCONT.cbl, pela chave alternada.
       SOMA-RPA-MES.
           MOVE ZEROS TO WS-SOMA-BRUTO-MES
           MOVE ZEROS TO WS-SOMA-INSS-MES
           MOVE ZEROS TO WS-SOMA-IRRF-MES
           MOVE CP-DATA-PGTO(1:6) TO WS-RPA-ANO-MES

           MOVE CP-CNPJ-FORN TO H-CNPJ-FORN
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
                   OR H-CNPJ-FORN NOT = CP-CNPJ-FORN
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

      *> Mesma conferência de certidões de PGTOCONT.cbl: prestador
      *> de serviço com certidão INSS/FGTS vencida ou ausente tem o
      *> item bloqueado.
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "PGTOLOTE" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "PGTOLOTE" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
