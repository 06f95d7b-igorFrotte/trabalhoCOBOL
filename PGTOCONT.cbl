               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-CONTAS.
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PA.

      *> Juros e multa de cada pagamento feito em atraso, um registro
      *> por lançamento do histórico (mesma chave H-CHAVE); base do
      *> relatório de custo do atraso (ver RELPERDA.cbl).
           SELECT ENCARGO-FILE ASSIGN TO "ENCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EG-CHAVE
               FILE STATUS IS WS-STATUS-FILE-EG.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 PA-VALOR-ISS      PIC 9(10)V99.
           05 PA-USUARIO-SOLIC  PIC X(10).
           05 PA-DATA-SOLIC     PIC 9(8).
           05 PA-DIAS-ATRASO    PIC 9(05).
           05 PA-VALOR-JUROS    PIC 9(10)V99.
           05 PA-VALOR-MULTA    PIC 9(10)V99.

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

      *> Trilha de auditoria compartilhada com CADFORNE/LANCCONT (ver
      *> CADFORNE.cbl); um registro por pagamento efetivado aqui.
       01 WS-VALOR-MULTA        PIC 9(10)V99.
       01 WS-VALOR-SUGERIDO     PIC 9(10)V99.
       01 WS-VALOR-PRINCIPAL    PIC 9(10)V99.
       01 WS-STATUS-FILE-EG     PIC XX.
       01 WS-ENCARGO-OK         PIC X VALUE "N".

      *> Desconto por pagamento antecipado (ver CP-DESC-PERC/
      *> CP-DESC-LIMITE, capturados em LANCCONT.cbl).
       01 WS-VALOR-ISS          PIC 9(10)V99.
       01 WS-VALOR-LIQUIDO      PIC 9(10)V99.

      *> Pagamento a pessoa física (tipo "F"): INSS e IRRF saem de
      *> CALCRPA.cbl sobre o acumulado do CPF no mês (HISTPAGTO pela
      *> chave alternada), e cada pagamento imprime o RPA (ver
      *> EMITRPA.cbl) depois de gravado o histórico.
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

      *> Caução contratual (ver RETCAUC.cbl): mesma área de troca
      *> em PGTOLOTE e APROVPAG.
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

      *> Penhora judicial de créditos do fornecedor (ver
      *> RETPENH.cbl): mesma área de troca em PGTOLOTE, APROVPAG,
      *> BORDERO e REMESSA.
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
      *> CADCESS.cbl/LOCCESS.cbl): o beneficiário passa a ser o
      *> cessionário e a conta não aceita desconto, nota de crédito
      *> nem penhora do cedente.
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
       01 WS-LIMITE-CHAMADOR    PIC 9(10)V99.
               STOP RUN
           END-IF

      *> ENCARGO.DAT ainda não existe — cria o arquivo na primeira
      *> execução; sem ele o pagamento segue, só sem o registro dos
      *> encargos.
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

      *> RETENCAO.DAT é opcional (mesmo padrão de PEDIDO.DAT em
      *> LANCCONT): sem ele, nenhum pagamento sofre retenção.
           MOVE "S" TO WS-RETENCAO-OK
               CLOSE RETENCAO-FILE
           END-IF
           CLOSE PENDAPROV-FILE
           IF WS-ENCARGO-OK = "S"
               CLOSE ENCARGO-FILE
           END-IF
           IF WS-NOTACRED-OK = "S"
               CLOSE NOTACRED-FILE
           END-IF
               MOVE CP-VALOR TO CP-SALDO
           END-IF

           PERFORM CONSULTA-CESSAO

           DISPLAY "Saldo em aberto: " CP-SALDO

           STRING "SITUACAO=" DELIMITED BY SIZE

           PERFORM CALCULA-RETENCOES

           PERFORM CALCULA-CAUCAO

      *> Pagamento acima da alçada do usuário logado não é mais
      *> liberado por um segundo operador presente no terminal: fica
      *> parqueado em PENDAPROV.DAT com todos os valores já

           PERFORM OFERECE-CREDITOS

           PERFORM CALCULA-PENHORA

           SUBTRACT WS-VALOR-PRINCIPAL FROM CP-SALDO

           IF CP-SALDO = 0

           REWRITE CONTA-REG
           IF WS-STATUS-CONTAS = "00"
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               IF CP-SITUACAO = "P"
                   DISPLAY "Conta paga com sucesso!"
               ELSE

           WRITE HIST-REG
           IF WS-STATUS-HIST = "00"
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
               DISPLAY "Registro histórico gravado."
           ELSE
               MOVE WS-STATUS-HIST TO WS-STATUS-CODE
                   " (" WS-STATUS-DESCRICAO ")"
           END-IF

           IF WS-DIAS-ATRASO > 0 AND WS-STATUS-HIST = "00"
               PERFORM GRAVA-ENCARGO
           END-IF

           IF WS-EH-AUTONOMO = "S" AND WS-STATUS-HIST = "00"
               PERFORM EMITE-RPA
           END-IF

           IF WS-CAU-VALOR > ZEROS AND WS-STATUS-HIST = "00"
               PERFORM GRAVA-CAUCAO
           END-IF

           IF WS-PEN-VALOR > ZEROS
               PERFORM GRAVA-PENHORA
           END-IF

           IF WS-CES-CEDIDA NOT = "N"
               MOVE "PGTO.CESS" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CESSAO=" DELIMITED BY SIZE
                      WS-CES-NUM-CESSAO DELIMITED BY SIZE
                      " BENEF=" DELIMITED BY SIZE
                      WS-CES-CESS-CNPJ DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF

           IF CP-FORMA-PGTO = "Q"
               PERFORM EMITE-CHEQUE
           END-IF.

      *> Conta cedida: mostra a quem pagar antes de qualquer valor.
       CONSULTA-CESSAO.
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               DISPLAY "CONTA CEDIDA (cessão " WS-CES-NUM-CESSAO
                   ") - pagar ao cessionário:"
               DISPLAY "  " WS-CES-CESS-CNPJ " " WS-CES-CESS-NOME
               DISPLAY "  banco " WS-CES-BANCO " ag. " WS-CES-AGENCIA
                   " conta " WS-CES-CONTA
           END-IF.

      *> Conta ligada a contrato com caução (ver CADCONTR.cbl): o
      *> percentual do contrato sobre o principal fica retido na
      *> garantia e sai do líquido a creditar. Só calcula aqui; a
      *> gravação vem depois do histórico, em GRAVA-CAUCAO.
       CALCULA-CAUCAO.
           INITIALIZE WS-CAU-AREA
           MOVE "C"                TO WS-CAU-MODO
           MOVE CP-CHAVE           TO WS-CAU-CP-CHAVE
           MOVE CP-NUM-PEDIDO      TO WS-CAU-NUM-PEDIDO
           MOVE WS-VALOR-PRINCIPAL TO WS-CAU-VALOR-BASE
           MOVE CP-DATA-PGTO       TO WS-CAU-DATA
           MOVE WS-USUARIO-CHAMADOR TO WS-CAU-USUARIO
           CALL "RETCAUC" USING WS-CAU-AREA

           IF WS-CAU-VALOR > ZEROS
               SUBTRACT WS-CAU-VALOR FROM WS-VALOR-LIQUIDO
               DISPLAY "Caução do contrato " WS-CAU-NUM-CONTRATO
                   " retida: " WS-CAU-VALOR
               DISPLAY "Valor líquido a creditar ao fornecedor: "
                   WS-VALOR-LIQUIDO
           END-IF.

       GRAVA-CAUCAO.
           MOVE "G"   TO WS-CAU-MODO
           MOVE H-SEQ TO WS-CAU-H-SEQ
           CALL "RETCAUC" USING WS-CAU-AREA
           IF WS-CAU-VALOR > ZEROS
               MOVE "CAUCAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CONTRATO=" DELIMITED BY SIZE
                      WS-CAU-NUM-CONTRATO DELIMITED BY SIZE
                      " RETIDO=" DELIMITED BY SIZE
                      WS-CAU-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *> Ordem judicial de penhora contra o fornecedor (ver
      *> CADPENH.cbl): parte do que seria creditado a ele (líquido
      *> de retenções, caução e crédito aplicado) vai para a conta
      *> de depósito judicial. Só calcula aqui; a gravação contra o
      *> teto da ordem vem depois do histórico, em GRAVA-PENHORA.
       CALCULA-PENHORA.
           INITIALIZE WS-PEN-AREA
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "C"                 TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN        TO WS-PEN-CNPJ
           MOVE CP-CHAVE            TO WS-PEN-CP-CHAVE
           MOVE CP-DATA-PGTO        TO WS-PEN-DATA
           MOVE "PGTOCONT"          TO WS-PEN-PROGRAMA
           MOVE WS-USUARIO-CHAMADOR TO WS-PEN-USUARIO
           IF WS-VALOR-LIQUIDO > WS-VALOR-CREDITO
               COMPUTE WS-PEN-VALOR-BASE =
                   WS-VALOR-LIQUIDO - WS-VALOR-CREDITO
           END-IF
           CALL "RETPENH" USING WS-PEN-AREA

           IF WS-PEN-VALOR > ZEROS
               DISPLAY "PENHORA JUDICIAL - ordem " WS-PEN-NUM-ORDEM
                   " processo " WS-PEN-PROCESSO
               DISPLAY "Depositar " WS-PEN-VALOR " no banco "
                   WS-PEN-BANCO " ag. " WS-PEN-AGENCIA " conta "
                   WS-PEN-CONTA
               COMPUTE WS-PEN-VALOR-BASE =
                   WS-PEN-VALOR-BASE - WS-PEN-VALOR
               DISPLAY "Valor a creditar ao fornecedor: "
                   WS-PEN-VALOR-BASE
           END-IF.

       GRAVA-PENHORA.
           MOVE "G" TO WS-PEN-MODO
           ADD WS-PEN-VALOR TO WS-PEN-VALOR-BASE
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR > ZEROS
               MOVE "PENHORA" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "ORDEM=" DELIMITED BY SIZE
                      WS-PEN-NUM-ORDEM DELIMITED BY SIZE
                      " DEPOSITO=" DELIMITED BY SIZE
                      WS-PEN-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *> RPA do pagamento a autônomo recém-gravado no histórico; a
      *> sequência do histórico entra no nome do documento.
       EMITE-RPA.
           MOVE H-SEQ TO WS-RPA-SEQ
           CALL "EMITRPA" USING WS-RPA-AREA

           MOVE "RPA" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING "BRUTO=" DELIMITED BY SIZE
                  WS-RPA-VALOR-BRUTO DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-RPA-SEQ DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "INSS=" DELIMITED BY SIZE
                  WS-RPA-VALOR-INSS DELIMITED BY SIZE
                  " IRRF=" DELIMITED BY SIZE
                  WS-RPA-VALOR-IRRF DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Conta paga por cheque: obtém o próximo número do talão da
      *> conta bancária informada, grava o cheque como emitido
      *> (pendente de compensação, ver CONCBANC.cbl) e imprime o
      *> documento com via do favorecido e cópia de arquivo. O valor
      *> do cheque é o efetivamente desembolsado: pago menos
      *> retenções, caução, penhora e crédito aplicado.
       EMITE-CHEQUE.
           COMPUTE WS-VALOR-CHEQUE = WS-VALOR-NUM
               - WS-VALOR-IRRF - WS-VALOR-INSS - WS-VALOR-ISS
               - WS-VALOR-CREDITO - WS-CAU-VALOR - WS-PEN-VALOR
           IF WS-VALOR-CHEQUE <= 0
               DISPLAY "Nada a desembolsar; cheque não emitido."
               EXIT PARAGRAPH
           PERFORM GRAVA-LINHA-CHEQUE

           MOVE SPACES TO WS-LINHA-CHEQUE
           EVALUATE TRUE
               WHEN WS-CES-CEDIDA NOT = "N"
                   STRING "A " DELIMITED BY SIZE
                          WS-CES-CESS-NOME DELIMITED BY SIZE
                          INTO WS-LINHA-CHEQUE
                   PERFORM GRAVA-LINHA-CHEQUE
                   MOVE SPACES TO WS-LINHA-CHEQUE
                   STRING "(CESSIONARIO DO CREDITO DO CNPJ "
                              DELIMITED BY SIZE
                          CP-CNPJ-FORN DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO WS-LINHA-CHEQUE
               WHEN WS-STATUS-FILE-F = "00"
                   MOVE CP-CNPJ-FORN TO F-CNPJ
                   READ FORNECEDOR-FILE
                       INVALID KEY
                           MOVE "FORNECEDOR NÃO CADASTRADO"
                               TO F-RAZAO-SOCIAL
                   END-READ
                   STRING "A " DELIMITED BY SIZE
                          F-RAZAO-SOCIAL DELIMITED BY SIZE
                          INTO WS-LINHA-CHEQUE
               WHEN OTHER
                   STRING "AO CNPJ " DELIMITED BY SIZE
                          CP-CNPJ-FORN DELIMITED BY SIZE
                          INTO WS-LINHA-CHEQUE
           END-EVALUATE
           PERFORM GRAVA-LINHA-CHEQUE

           MOVE SPACES TO WS-LINHA-CHEQUE
               EXIT PARAGRAPH
           END-IF

      *> Nota de crédito é contra o cedente: não abate conta cedida.
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM SOMA-CREDITOS-DISPONIVEIS
           IF WS-CREDITO-DISPONIVEL = ZEROS
               EXIT PARAGRAPH
           MOVE WS-VALOR-ISS      TO PA-VALOR-ISS
           MOVE WS-USUARIO-CHAMADOR TO PA-USUARIO-SOLIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DATA-SOLIC
           MOVE ZEROS             TO PA-DIAS-ATRASO
           IF WS-DIAS-ATRASO > 0
               MOVE WS-DIAS-ATRASO TO PA-DIAS-ATRASO
           END-IF
           MOVE WS-VALOR-JUROS    TO PA-VALOR-JUROS
           MOVE WS-VALOR-MULTA    TO PA-VALOR-MULTA

           WRITE PENDAPROV-REG
           IF WS-STATUS-FILE-PA = "00"
                   WS-VALOR-SUGERIDO
           END-IF.

      *> Pagamento em atraso: guarda juros e multa calculados e o
      *> quanto de fato se pagou além do principal, na chave do
      *> lançamento do histórico recém-gravado.
       GRAVA-ENCARGO.
           IF WS-ENCARGO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE H-CHAVE          TO EG-CHAVE
           MOVE CP-CHAVE         TO EG-CP-CHAVE
           MOVE CP-CNPJ-FORN     TO EG-CNPJ-FORN
           MOVE CP-CENTRO-CUSTO  TO EG-CENTRO-CUSTO
           MOVE CP-EMPRESA       TO EG-EMPRESA
           MOVE CP-DATA-VENC     TO EG-DATA-VENC
           MOVE CP-DATA-PGTO     TO EG-DATA-PGTO
           MOVE WS-DIAS-ATRASO   TO EG-DIAS-ATRASO
           MOVE WS-VALOR-JUROS   TO EG-VALOR-JUROS
           MOVE WS-VALOR-MULTA   TO EG-VALOR-MULTA
           MOVE ZEROS            TO EG-VALOR-ENCARGOS
           IF WS-VALOR-NUM > WS-VALOR-PRINCIPAL
               COMPUTE EG-VALOR-ENCARGOS =
                   WS-VALOR-NUM - WS-VALOR-PRINCIPAL
           END-IF
           MOVE ZEROS            TO EG-DATA-SOLIC
           MOVE "PGTOCONT"       TO EG-PROGRAMA

           WRITE ENCARGO-REG
           IF WS-STATUS-FILE-EG NOT = "00"
               DISPLAY "AVISO: encargos do pagamento não gravados: "
                   WS-STATUS-FILE-EG
           END-IF.

      *> Quando a conta tem desconto por pagamento antecipado (ver
      *> CP-DESC-PERC/CP-DESC-LIMITE) e o pagamento ainda não está em
      *> atraso nem passou do prazo limite do desconto, calcula e
           MOVE ZEROS TO WS-VALOR-COM-DESCONTO
           MOVE "N" TO WS-DESCONTO-APLICADO

      *> O cessionário comprou o título pelo valor de face.
           IF WS-CES-CEDIDA NOT = "N"
               IF CP-DESC-PERC > 0
                   DISPLAY "Desconto antecipado bloqueado: conta "
                       "cedida."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CP-DESC-PERC > 0
                   AND CP-DESC-LIMITE > 0
                   AND WS-DIAS-ATRASO NOT > 0
           MOVE ZEROS TO WS-VALOR-INSS
           MOVE ZEROS TO WS-VALOR-ISS
           MOVE WS-VALOR-NUM TO WS-VALOR-LIQUIDO
           MOVE "N" TO WS-EH-AUTONOMO

           IF WS-STATUS-FILE-F NOT = "00"
               EXIT PARAGRAPH
           END-IF

                   EXIT PARAGRAPH
           END-READ

      *> Autônomo não usa os percentuais fixos de RETENCAO.DAT para
      *> IRRF/INSS, e é retido mesmo sem o arquivo de retenções.
           IF F-TIPO-FORNECEDOR = "F"
               PERFORM CALCULA-RETENCOES-RPA
               EXIT PARAGRAPH
           END-IF

           IF WS-RETENCAO-OK NOT = "S"
                   OR F-TIPO-FORNECEDOR NOT = "S"
               EXIT PARAGRAPH
           END-IF

                   WS-VALOR-LIQUIDO
           END-IF.

      *> Retenções do contribuinte individual: ISS só pela regra do
      *> próprio CPF em RETENCAO.DAT (a regra padrão é de pessoa
      *> jurídica); INSS com teto e IRRF progressivo por CALCRPA.cbl
      *> sobre o que já foi pago ao CPF no mês.
       CALCULA-RETENCOES-RPA.
           MOVE "S" TO WS-EH-AUTONOMO

           IF WS-RETENCAO-OK = "S"
               MOVE CP-CNPJ-FORN TO RE-CNPJ-FORN
               READ RETENCAO-FILE
                   NOT INVALID KEY
                       COMPUTE WS-VALOR-ISS ROUNDED =
                           WS-VALOR-NUM * RE-PERC-ISS / 100
               END-READ
           END-IF

           INITIALIZE WS-RPA-AREA
           PERFORM SOMA-RPA-MES
           MOVE CP-CNPJ-FORN     TO WS-RPA-CPF
           MOVE F-RAZAO-SOCIAL   TO WS-RPA-NOME
           MOVE CP-NUM-DOC       TO WS-RPA-NUM-DOC
           MOVE CP-NUM-PARCELA   TO WS-RPA-NUM-PARCELA
           MOVE CP-DATA-PGTO     TO WS-RPA-DATA-PGTO
           MOVE CP-EMPRESA       TO WS-RPA-EMPRESA
           MOVE WS-VALOR-NUM     TO WS-RPA-VALOR-BRUTO
           MOVE WS-VALOR-ISS     TO WS-RPA-VALOR-ISS
           CALL "CALCRPA" USING WS-RPA-AREA

           MOVE WS-RPA-VALOR-IRRF    TO WS-VALOR-IRRF
           MOVE WS-RPA-VALOR-INSS    TO WS-VALOR-INSS
           MOVE WS-RPA-VALOR-LIQUIDO TO WS-VALOR-LIQUIDO

           DISPLAY "Autônomo (RPA) - já pago ao CPF no mês: "
               WS-RPA-BRUTO-MES
           DISPLAY "INSS: " WS-VALOR-INSS
               " IRRF: " WS-VALOR-IRRF
               " ISS: " WS-VALOR-ISS
               " (base IRRF no mês: " WS-RPA-BASE-IRRF ")"
           DISPLAY "Valor líquido a creditar ao autônomo: "
               WS-VALOR-LIQUIDO.

      *> Soma bruto, INSS e IRRF já lançados no histórico para o CPF
      *> no mês do pagamento, pela chave alternada de CNPJ (ver
      *> EXTRATO.cbl): estorno abate, baixa de resíduo fica fora.
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

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
       GRAVA-AUDITORIA.
                   MOVE "código de status não mapeado"
                       TO WS-STATUS-DESCRICAO
           END-EVALUATE.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "PGTOCONT" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "PGTOCONT" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
