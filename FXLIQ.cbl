               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Regras de tributação da remessa por fornecedor e tipo de
      *> serviço (ver CADTRIBX.cbl). Opcional: sem ele, nenhum
      *> tributo é calculado.
           SELECT REGREXT-FILE ASSIGN TO "REGREXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RX.

      *> Tributos da remessa (IRRF, CIDE, PIS e COFINS-importação)
      *> calculados no fechamento do contrato, um registro por
      *> contrato + tributo + item. A liquidação fixa a data do fato
      *> gerador e GERAGUIA.cbl gera as contas das guias.
           SELECT FXTRIB-FILE ASSIGN TO "FXTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FT.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por contrato registrado e por conta liquidada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

       FD REGREXT-FILE.
       01 REGREXT-REG.
           05 RX-CHAVE.                     *> 14 CNPJ + 04 tipo serv.
               10 RX-CNPJ-FORN  PIC 9(14).  *> zeros = regra padrão
               10 RX-TIPO-SERVICO PIC X(04). *> ex: ROYA, TECN, SOFT
           05 RX-DESCRICAO      PIC X(30).
           05 RX-ALIQ-IRRF      PIC 9(02)V99.
           05 RX-ALIQ-CIDE      PIC 9(02)V99.
           05 RX-ALIQ-PIS       PIC 9(02)V99.
           05 RX-ALIQ-COFINS    PIC 9(02)V99.

       FD FXTRIB-FILE.
       01 FXTRIB-REG.
           05 FT-CHAVE.                     *> 06 contr + 04 trib + 03
               10 FT-NUMERO     PIC 9(06).  *> item
               10 FT-TRIBUTO    PIC X(04).  *> IRRF, CIDE, PIS, COFI
               10 FT-ITEM       PIC 9(03).
           05 FT-CP-CHAVE       PIC X(26).  *> conta do fornecedor
           05 FT-TIPO-SERVICO   PIC X(04).
           05 FT-BASE           PIC 9(10)V99.  *> em BRL
           05 FT-ALIQUOTA       PIC 9(02)V99.
           05 FT-VALOR          PIC 9(10)V99.
           05 FT-GROSS-UP       PIC X(1).   *> S=IRRF por conta da
                                            *> empresa (gross-up)
           05 FT-DATA-FATO      PIC 9(8).   *> data da remessa
           05 FT-EMPRESA        PIC 9(02).
           05 FT-SITUACAO       PIC X(1).   *> C=calculado,
                                            *> L=liquidado,G=em guia
           05 FT-GUIA-CHAVE     PIC X(26).  *> conta da guia gerada

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-LINHA              PIC X(100).
       01 WS-QTD-LIQUIDADAS     PIC 9(3).

      *> Tributos da remessa: sem gross-up, o IRRF é retido do
      *> fornecedor (sai da remessa); com gross-up, o fornecedor
      *> recebe o valor cheio e a base do IRRF é reajustada para
      *> valor / (1 - alíquota), ficando o imposto como custo.
      *> CIDE e PIS/COFINS-importação são sempre custo da empresa,
      *> sobre a mesma base.
       01 WS-STATUS-FILE-RX     PIC XX.
       01 WS-REGREXT-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-FT     PIC XX.
       01 WS-GROSS-UP           PIC X.
       01 WS-TIPO-SERVICO       PIC X(04).
       01 WS-TRIB-CANCELA       PIC X.
       01 WS-REMESSA-BRL        PIC 9(10)V99.
       01 WS-BASE-TRIB          PIC 9(10)V99.
       01 WS-TOTAL-TRIB         PIC 9(12)V99.
       01 WS-IRRF-RETIDO        PIC 9(10)V99.

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

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

               END-IF
           END-IF

           OPEN INPUT REGREXT-FILE
           IF WS-STATUS-FILE-RX = "00"
               MOVE "S" TO WS-REGREXT-OK
           END-IF

           OPEN I-O FXTRIB-FILE
           IF WS-STATUS-FILE-FT = "35"
               OPEN OUTPUT FXTRIB-FILE
               CLOSE FXTRIB-FILE
               OPEN I-O FXTRIB-FILE
           END-IF
           IF WS-STATUS-FILE-FT NOT = "00"
               DISPLAY "Erro ao abrir FXTRIB.DAT: " WS-STATUS-FILE-FT
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "AVISO: FORNECEDOR.DAT indisponível; a "
           CLOSE FXITEM-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE HISTPAGTO-FILE
           CLOSE FXTRIB-FILE
           IF WS-REGREXT-OK = "S"
               CLOSE REGREXT-FILE
           END-IF
           IF WS-CONTABANCO-OK = "S"
               CLOSE CONTABANCO-FILE
           END-IF
           DISPLAY "Data de liquidação (AAAAMMDD): "
           ACCEPT FX-DATA-LIQUIDACAO

           MOVE "N" TO WS-GROSS-UP
           IF WS-REGREXT-OK = "S"
               DISPLAY "Fornecedor recebe o valor cheio, IRRF por "
                   "conta da empresa (gross-up)? (S/N): "
               ACCEPT WS-GROSS-UP
               MOVE FUNCTION UPPER-CASE(WS-GROSS-UP) TO WS-GROSS-UP
               IF WS-GROSS-UP NOT = "S"
                   MOVE "N" TO WS-GROSS-UP
               END-IF
           END-IF

           MOVE ZEROS TO WS-SOMA-MOEDA
           MOVE ZEROS TO WS-PROX-ITEM
           MOVE ZEROS TO WS-TOTAL-TRIB
           PERFORM VINCULA-CONTAS

           IF WS-PROX-ITEM = ZEROS
               DISPLAY "Contrato " FX-NUMERO " registrado: "
                   FX-VALOR-MOEDA " " FX-MOEDA " a "
                   FX-TAXA-CONTRATADA
               IF WS-TOTAL-TRIB > 0
                   DISPLAY "Tributos da remessa calculados: "
                       WS-TOTAL-TRIB " BRL (gross-up " WS-GROSS-UP
                       ")"
               END-IF
               MOVE "FX.CONTR" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
                      FX-VALOR-MOEDA DELIMITED BY SIZE
                      " TAXA=" DELIMITED BY SIZE
                      FX-TAXA-CONTRATADA DELIMITED BY SIZE
                      " TRIB=" DELIMITED BY SIZE
                      WS-TOTAL-TRIB DELIMITED BY SIZE
                      " GU=" DELIMITED BY SIZE
                      WS-GROSS-UP DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               MOVE SPACES TO CP-CHAVE
               MOVE FX-NUMERO TO CP-CHAVE(1:6)
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURA-REGRA-REMESSA
           IF WS-TRIB-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROX-ITEM
           MOVE FX-NUMERO TO FI-NUMERO
           MOVE WS-PROX-ITEM TO FI-ITEM
               ADD CP-VALOR-ORIGINAL TO WS-SOMA-MOEDA
               DISPLAY "Vinculada: " CP-CHAVE " ("
                   CP-VALOR-ORIGINAL " " CP-MOEDA ")"
               PERFORM CALCULA-TRIBUTOS-ITEM
           ELSE
               DISPLAY "Erro ao vincular conta: " WS-STATUS-FILE-FI
               SUBTRACT 1 FROM WS-PROX-ITEM
           END-IF.

      *> Regra de tributação do item: a do fornecedor para o tipo de
      *> serviço informado ou, na falta dela, a regra padrão do tipo
      *> (CNPJ zerado). Tipo informado sem regra recusa o vínculo.
       CAPTURA-REGRA-REMESSA.
           MOVE "N" TO WS-TRIB-CANCELA
           MOVE SPACES TO WS-TIPO-SERVICO
           IF WS-REGREXT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Tipo de serviço p/ tributos da remessa (em "
               "branco se não houver): "
           ACCEPT WS-TIPO-SERVICO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-SERVICO) TO WS-TIPO-SERVICO
           IF WS-TIPO-SERVICO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CNPJ-FORN    TO RX-CNPJ-FORN
           MOVE WS-TIPO-SERVICO TO RX-TIPO-SERVICO
           READ REGREXT-FILE
               INVALID KEY
                   MOVE ZEROS TO RX-CNPJ-FORN
                   READ REGREXT-FILE
                       INVALID KEY
                           DISPLAY "Tipo de serviço " WS-TIPO-SERVICO
                               " sem regra (ver CADTRIBX); vínculo "
                               "recusado."
                           MOVE "S" TO WS-TRIB-CANCELA
                   END-READ
           END-READ.

      *> Calcula e grava os tributos do item recém-vinculado, em BRL
      *> na taxa contratada; a data do fato gerador é a liquidação
      *> prevista, confirmada em LIQUIDA-TRIBUTOS-ITEM.
       CALCULA-TRIBUTOS-ITEM.
           IF WS-TIPO-SERVICO = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REMESSA-BRL ROUNDED =
               FI-VALOR-MOEDA * FX-TAXA-CONTRATADA
           IF WS-GROSS-UP = "S"
               COMPUTE WS-BASE-TRIB ROUNDED =
                   WS-REMESSA-BRL / (1 - RX-ALIQ-IRRF / 100)
           ELSE
               MOVE WS-REMESSA-BRL TO WS-BASE-TRIB
           END-IF

           MOVE "IRRF" TO FT-TRIBUTO
           MOVE RX-ALIQ-IRRF TO FT-ALIQUOTA
           IF WS-GROSS-UP = "S"
               COMPUTE FT-VALOR = WS-BASE-TRIB - WS-REMESSA-BRL
           ELSE
               COMPUTE FT-VALOR ROUNDED =
                   WS-BASE-TRIB * RX-ALIQ-IRRF / 100
           END-IF
           PERFORM GRAVA-TRIBUTO

           MOVE "CIDE" TO FT-TRIBUTO
           MOVE RX-ALIQ-CIDE TO FT-ALIQUOTA
           COMPUTE FT-VALOR ROUNDED = WS-BASE-TRIB * RX-ALIQ-CIDE / 100
           PERFORM GRAVA-TRIBUTO

           MOVE "PIS " TO FT-TRIBUTO
           MOVE RX-ALIQ-PIS TO FT-ALIQUOTA
           COMPUTE FT-VALOR ROUNDED = WS-BASE-TRIB * RX-ALIQ-PIS / 100
           PERFORM GRAVA-TRIBUTO

           MOVE "COFI" TO FT-TRIBUTO
           MOVE RX-ALIQ-COFINS TO FT-ALIQUOTA
           COMPUTE FT-VALOR ROUNDED =
               WS-BASE-TRIB * RX-ALIQ-COFINS / 100
           PERFORM GRAVA-TRIBUTO.

       GRAVA-TRIBUTO.
           IF FT-VALOR = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE FX-NUMERO          TO FT-NUMERO
           MOVE FI-ITEM            TO FT-ITEM
           MOVE CP-CHAVE           TO FT-CP-CHAVE
           MOVE WS-TIPO-SERVICO    TO FT-TIPO-SERVICO
           MOVE WS-BASE-TRIB       TO FT-BASE
           MOVE WS-GROSS-UP        TO FT-GROSS-UP
           MOVE FX-DATA-LIQUIDACAO TO FT-DATA-FATO
           MOVE CP-EMPRESA         TO FT-EMPRESA
           MOVE "C"                TO FT-SITUACAO
           MOVE SPACES             TO FT-GUIA-CHAVE
           WRITE FXTRIB-REG
           IF WS-STATUS-FILE-FT = "00"
               ADD FT-VALOR TO WS-TOTAL-TRIB
               DISPLAY "  " FT-TRIBUTO " " FT-ALIQUOTA "% s/ "
                   FT-BASE " = " FT-VALOR
           ELSE
               DISPLAY "AVISO: tributo " FT-TRIBUTO " não gravado: "
                   WS-STATUS-FILE-FT
           END-IF.

      *> Liquida o contrato na taxa contratada: cada conta vinculada
      *> é baixada pelo valor de livro em BRL; a diferença entre a
      *> taxa contratada e a CP-TAXA-CAMBIO do lançamento vai para a
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE CP-NUM-DOC     TO H-NUM-DOC
           MOVE CP-CNPJ-FORN   TO H-CNPJ-FORN
           MOVE CP-NUM-PARCELA TO H-NUM-PARCELA
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: conta baixada, mas histórico não "
                   "gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
           END-IF

      *> Variação cambial: perda (taxa contratada acima do livro)
               WRITE CONTABIL-REG
           END-IF

           PERFORM LIQUIDA-TRIBUTOS-ITEM

      *> IRRF retido sai da remessa: o banco debita só o líquido
      *> enviado ao fornecedor; o imposto vai para a guia.
           ADD WS-VALOR-BRL-CONTR TO WS-TOTAL-BRL
           SUBTRACT WS-IRRF-RETIDO FROM WS-TOTAL-BRL
           ADD 1 TO WS-QTD-LIQUIDADAS

           IF WS-STATUS-FILE-F = "00"
                  FX-MOEDA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-INSTRUCAO
           IF WS-IRRF-RETIDO > 0
               MOVE SPACES TO WS-LINHA
               STRING "  IRRF RETIDO NA FONTE BRL " DELIMITED BY SIZE
                      WS-IRRF-RETIDO DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA-INSTRUCAO
           END-IF

           DISPLAY "Liquidada " CP-CHAVE " por "
               WS-VALOR-BRL-CONTR " BRL (variação "
               WS-VARIACAO ")"

           PERFORM PENHORA-ITEM.

      *> Ordem de penhora contra o fornecedor do título: o contrato
      *> de câmbio já fechou o valor em moeda com o banco, então a
      *> remessa não tem como ser dividida. A parte do juízo, sobre
      *> o líquido em BRL enviado, é gravada contra a ordem como
      *> depósito pendente (abate o teto e aparece em RELPENH como
      *> devida) e sai na instrução para ser depositada em reais.
       PENHORA-ITEM.
           INITIALIZE WS-PEN-AREA
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "P"                 TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN        TO WS-PEN-CNPJ
           MOVE CP-CHAVE            TO WS-PEN-CP-CHAVE
           IF WS-VALOR-BRL-CONTR > WS-IRRF-RETIDO
               COMPUTE WS-PEN-VALOR-BASE =
                   WS-VALOR-BRL-CONTR - WS-IRRF-RETIDO
           END-IF
           MOVE WS-HOJE             TO WS-PEN-DATA
           MOVE "FXLIQ"             TO WS-PEN-PROGRAMA
           MOVE WS-USUARIO-CHAMADOR TO WS-PEN-USUARIO
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  PENHORA ORDEM " DELIMITED BY SIZE
                  WS-PEN-NUM-ORDEM DELIMITED BY SIZE
                  " DEPOSITO JUDICIAL PENDENTE BRL " DELIMITED BY SIZE
                  WS-PEN-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-INSTRUCAO
           MOVE SPACES TO WS-LINHA
           STRING "  DEPOSITAR NO BANCO " DELIMITED BY SIZE
                  WS-PEN-BANCO DELIMITED BY SIZE
                  " AG " DELIMITED BY SIZE
                  WS-PEN-AGENCIA DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-PEN-CONTA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-INSTRUCAO
           DISPLAY "PENHORA JUDICIAL - ordem " WS-PEN-NUM-ORDEM
               " processo " WS-PEN-PROCESSO
           DISPLAY "Depósito pendente de " WS-PEN-VALOR
               " BRL (baixar em CADPENH após depositar)."

           MOVE "PENHORA" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING "CONTRATO=" DELIMITED BY SIZE
                  FX-NUMERO DELIMITED BY SIZE
                  " BASE=" DELIMITED BY SIZE
                  WS-PEN-VALOR-BASE DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "ORDEM=" DELIMITED BY SIZE
                  WS-PEN-NUM-ORDEM DELIMITED BY SIZE
                  " PENDENTE=" DELIMITED BY SIZE
                  WS-PEN-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Tributos calculados para o item: a data do fato gerador
      *> passa a ser a da liquidação efetiva e o registro fica
      *> liberado para a guia ("L"). IRRF sem gross-up é retido da
      *> conta do fornecedor; os demais são despesa do contrato.
       LIQUIDA-TRIBUTOS-ITEM.
           MOVE ZEROS TO WS-IRRF-RETIDO
           MOVE "IRRF" TO FT-TRIBUTO
           PERFORM LIQUIDA-UM-TRIBUTO
           MOVE "CIDE" TO FT-TRIBUTO
           PERFORM LIQUIDA-UM-TRIBUTO
           MOVE "PIS " TO FT-TRIBUTO
           PERFORM LIQUIDA-UM-TRIBUTO
           MOVE "COFI" TO FT-TRIBUTO
           PERFORM LIQUIDA-UM-TRIBUTO.

       LIQUIDA-UM-TRIBUTO.
           MOVE FX-NUMERO TO FT-NUMERO
           MOVE FI-ITEM   TO FT-ITEM
           READ FXTRIB-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FT-SITUACAO NOT = "C"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE TO FT-DATA-FATO
           MOVE "L" TO FT-SITUACAO
           REWRITE FXTRIB-REG
           IF WS-STATUS-FILE-FT NOT = "00"
               DISPLAY "AVISO: tributo " FT-TRIBUTO " da conta "
                   CP-CHAVE " não liberado: " WS-STATUS-FILE-FT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE TO CT-DATA-LANC
           IF FT-TRIBUTO = "IRRF" AND FT-GROSS-UP NOT = "S"
               MOVE "21000-FORN " TO CT-CONTA-DEBITO
               ADD FT-VALOR TO WS-IRRF-RETIDO
           ELSE
               MOVE "43300-TRIBX" TO CT-CONTA-DEBITO
           END-IF
           MOVE "21500-TRIBX" TO CT-CONTA-CREDITO
           MOVE SPACES TO CT-HISTORICO
           STRING FT-TRIBUTO DELIMITED BY SIZE
                  " S/ REMESSA CONTRATO " DELIMITED BY SIZE
                  FX-NUMERO DELIMITED BY SIZE
                  INTO CT-HISTORICO
           MOVE FT-VALOR TO CT-VALOR
           MOVE CP-CNPJ-FORN TO CT-CNPJ-FORN
           MOVE CP-NUM-DOC TO CT-NUM-DOC
           WRITE CONTABIL-REG.

      *> Debita o total em BRL da conta pagadora informada (câmbio +
      *> IOF + tarifa); conta não cadastrada segue sem débito, com
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "FXLIQ" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "FXLIQ" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
