               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
       01 WS-STATUS-FILE-CT     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-HISTK-DOC          PIC 9(10).
       01 WS-QTD-PARES          PIC 9(3) VALUE ZEROS.
       01 WS-QTD-CONTAS-BAIXA   PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-COMPENSADO   PIC 9(12)V99 VALUE ZEROS.
       01 WS-QTD-PENHORA        PIC 9(5) VALUE ZEROS.

      *> Penhora judicial de créditos do fornecedor (ver
      *> RETPENH.cbl): mesma área de troca de PGTOCONT e REMESSA.
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
      *> LOCCESS.cbl): conta cedida não sofre penhora do cedente.
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

           DISPLAY "Contas baixadas por encontro: " WS-QTD-CONTAS-BAIXA
           DISPLAY "Valor total compensado:       "
               WS-VALOR-COMPENSADO
           IF WS-QTD-PENHORA > ZEROS
               DISPLAY "Contas fora do encontro (penhora): "
                   WS-QTD-PENHORA
           END-IF
           STOP RUN.

       CARREGA-EMPRESAS.

      *> Varre as contas em aberto e acumula, por par devedora x
      *> credora, o saldo devido quando o CNPJ do fornecedor é o de
      *> outra empresa ativa do grupo. Crédito penhorado fica de fora
      *> (ver VERIFICA-PENHORA).
       ACUMULA-SALDOS-MUTUOS.
           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               IF (CP-SITUACAO = "A" OR CP-SITUACAO = "B")
                       AND CP-EMPRESA >= 1 AND CP-EMPRESA <= 99
                   PERFORM IDENTIFICA-EMPRESA-CREDORA
                   MOVE ZEROS TO WS-PEN-VALOR
                   IF WS-EMP-CREDORA NOT = ZEROS
                           AND WS-EMP-CREDORA NOT = CP-EMPRESA
                       PERFORM VERIFICA-PENHORA
                   END-IF
                   IF WS-PEN-VALOR > ZEROS
                       ADD 1 TO WS-QTD-PENHORA
                       DISPLAY "Conta " CP-CHAVE " fora do encontro: "
                           "penhora, ordem " WS-PEN-NUM-ORDEM
                   END-IF
                   IF WS-EMP-CREDORA NOT = ZEROS
                           AND WS-EMP-CREDORA NOT = CP-EMPRESA
                           AND WS-PEN-VALOR = ZEROS
      *> Conta "A" ainda sem saldo lançado vale o valor cheio (mesma
      *> regra de EFETUAR-PAGAMENTO em PGTOCONT.cbl).
                       IF CP-SITUACAO = "A"
                       AND CP-EMPRESA = WS-EMP-DEVEDORA
                       AND CP-CNPJ-FORN =
                           WS-EMP-CNPJ(WS-EMP-CREDORA)
                   PERFORM VERIFICA-PENHORA
                   IF WS-PEN-VALOR > ZEROS
                       PERFORM RECUSA-ENCONTRO-PENHORA
                   ELSE
                       PERFORM BAIXA-CONTA-ENCONTRO
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE CP-NUM-DOC     TO H-NUM-DOC
           MOVE CP-CNPJ-FORN   TO H-CNPJ-FORN
           MOVE CP-NUM-PARCELA TO H-NUM-PARCELA
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: conta " CP-CHAVE " baixada, mas "
                   "histórico não gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
           END-IF

           PERFORM GRAVA-LANCAMENTO-CONTABIL
           DISPLAY "Baixada por encontro: conta " CP-CHAVE
               " valor " WS-VALOR-BAIXA

           MOVE "ENCONTRO" TO WS-AUD-ACAO
           MOVE "ENCONTRO" TO WS-AUD-DEPOIS
           STRING "SITUACAO=" DELIMITED BY SIZE
                  CP-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Crédito penhorado não se compensa (a compensação não vale
      *> contra o exequente): a conta fica de fora do encontro, com
      *> o saldo em aberto, e segue para o pagamento normal, onde
      *> PGTOCONT/REMESSA desviam a parte do juízo.
       VERIFICA-PENHORA.
           INITIALIZE WS-PEN-AREA
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "C"             TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN    TO WS-PEN-CNPJ
           MOVE CP-CHAVE        TO WS-PEN-CP-CHAVE
           IF CP-SITUACAO = "A"
               MOVE CP-VALOR    TO WS-PEN-VALOR-BASE
           ELSE
               MOVE CP-SALDO    TO WS-PEN-VALOR-BASE
           END-IF
           MOVE WS-HOJE         TO WS-PEN-DATA
           MOVE "NETINTER"      TO WS-PEN-PROGRAMA
           MOVE "NETTING"       TO WS-PEN-USUARIO
           CALL "RETPENH" USING WS-PEN-AREA.

       RECUSA-ENCONTRO-PENHORA.
           MOVE "PENHORA" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=" DELIMITED BY SIZE
                  CP-SITUACAO DELIMITED BY SIZE
                  " BASE="   DELIMITED BY SIZE
                  WS-PEN-VALOR-BASE DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "FORA DO ENCONTRO ORDEM=" DELIMITED BY SIZE
                  WS-PEN-NUM-ORDEM DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Perna contábil do encontro: baixa o fornecedor contra a
      *> conta de mútuo intercompanhia, em vez de bancos, para os
      *> dois lados eliminarem o saldo na consolidação.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "NETINTER"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE CP-CHAVE                    TO AU-CHAVE
           MOVE "NETTING"                   TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "NETINTER" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "NETINTER" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
