               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT NUMDOC-FILE ASSIGN TO "NUMDOC.DAT"
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-FILE-ND.

      *> Vínculos com contratos de fornecedor (ver CADCONTR.cbl): a
      *> conta gerada de recorrente ligada a contrato é registrada
      *> aqui para a retenção da caução no pagamento (RETCAUC.cbl).
      *> Arquivo opcional.
           SELECT CTRLINK-FILE ASSIGN TO "CTRLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-LK.

      *> Fila de contas fora da faixa do próprio histórico (mesmo
      *> fornecedor e centro de custo nos 12 meses anteriores): a
      *> conta fica fora do borderô até alguém confirmar o valor em
      *> CONFANOM.cbl. Compartilhada com DDAIMP/CONCBANC.
           SELECT ANOMALIA-FILE ASSIGN TO "ANOMALIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-AM.

      *> Faixa aceita e histórico mínimo para a comparação (ver
      *> CADPARAM.cbl). Arquivo opcional.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

      *> Trilha de auditoria compartilhada com CADFORNE/LANCCONT/
      *> PGTOCONT/CANCCONT/PGTOLOTE/LANCLOTE/CONFREM/REMESSA (ver
      *> CADFORNE.cbl); um registro por conta recorrente gerada.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Prévia da simulação (ver NOTURNO.cbl e SIMPASSO.cbl): as
      *> contas que seriam geradas, sem gravar conta, número,
      *> vínculo, anomalia nem auditoria.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

           05 ND-CHAVE          PIC X(02).
           05 ND-PROX-NUM        PIC 9(10).

       FD CTRLINK-FILE.
       01 CTRLINK-REG.
           05 LK-CHAVE.
               10 LK-TIPO       PIC X(01).  *> P=pedido,R=recorrente,
                                            *> C=conta gerada
               10 LK-IDENT      PIC X(26).
           05 LK-NUM-CONTRATO   PIC 9(08).

       FD ANOMALIA-FILE.
       01 ANOMALIA-REG.
           05 AM-CHAVE          PIC X(26).  *> conta (CP-CHAVE)
           05 AM-CNPJ-FORN      PIC 9(14).
           05 AM-CENTRO-CUSTO   PIC X(06).
           05 AM-EMPRESA        PIC 9(02).
           05 AM-ORIGEM         PIC X(01).  *> R=recorrente,B=boleto
                                            *> DDA,D=débito automático
           05 AM-DATA-EMISSAO   PIC 9(8).
           05 AM-DATA-VENC      PIC 9(8).
           05 AM-VALOR          PIC 9(10)V99.
           05 AM-MEDIA          PIC 9(10)V99.  *> média dos 12 meses
           05 AM-MINIMO         PIC 9(10)V99.
           05 AM-MAXIMO         PIC 9(10)V99.
           05 AM-QTD-HIST       PIC 9(03).
           05 AM-DESVIO         PIC S9(07)V99. *> % sobre a média
           05 AM-FAIXA          PIC 9(03)V99.  *> faixa vigente (%)
           05 AM-DATA-DETECCAO  PIC 9(8).
           05 AM-SITUACAO       PIC X(01).  *> P=pendente,L=liberada,
                                            *> R=retida
           05 AM-USUARIO        PIC X(10).
           05 AM-DATA-DECISAO   PIC 9(8).
           05 AM-OBSERVACAO     PIC X(40).

       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 PRM-CHAVE         PIC X(10).
           05 PRM-VALOR         PIC 9(08)V9(04).
           05 PRM-DESCRICAO     PIC X(30).

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
           05 AU-VALOR-ANTES   PIC X(60).
           05 AU-VALOR-DEPOIS  PIC X(60).

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-RC     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
      *> Modo simulação, também compartilhado (EXTERNAL): com "S",
      *> nada é gravado e o que o passo faria vai para a prévia
      *> SIMUL_GERARECOR_<data>.PRN.
       01 WS-SIMULACAO-PASSO    PIC X(1) EXTERNAL.
       01 WS-NOME-SPOOL         PIC X(40).
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).
      *> Na simulação, a numeração segue em memória a partir do
      *> próximo número de NUMDOC.DAT, que não é consumido.
       01 WS-SIM-PROX-DOC       PIC 9(10).
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-ND     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-STATUS-FILE-LK     PIC XX.
       01 WS-CTRLINK-OK         PIC X VALUE "N".
       01 WS-NUM-CONTRATO       PIC 9(08).

       01 WS-HOJE               PIC 9(8).
       01 WS-ANO                PIC 9(4).
       01 WS-ACHOU-GERADO       PIC X VALUE "N".
       01 WS-QTD-GERADAS        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-PULADAS        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ANOMALIAS      PIC 9(5) VALUE ZEROS.

      *> Comparação da conta gerada com o histórico do fornecedor no
      *> mesmo centro de custo: faixa em % sobre a média (parâmetro
      *> ANOM-FAIXA, 30% na falta) e mínimo de contas no histórico
      *> para haver comparação (ANOM-MINHI, 3 na falta).
       01 WS-STATUS-FILE-AM     PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-ANOMALIA-OK        PIC X VALUE "N".
       01 WS-ANOM-FAIXA         PIC 9(03)V99 VALUE 30.00.
       01 WS-ANOM-MIN-HIST      PIC 9(03) VALUE 3.
       01 WS-ANOM-ORIGEM        PIC X(01).
       01 WS-ANOM-CHAVE         PIC X(26).
       01 WS-ANOM-CNPJ          PIC 9(14).
       01 WS-ANOM-CENTRO        PIC X(06).
       01 WS-ANOM-EMPRESA       PIC 9(02).
       01 WS-ANOM-EMISSAO       PIC 9(8).
       01 WS-ANOM-VENC          PIC 9(8).
       01 WS-ANOM-VALOR         PIC 9(10)V99.
       01 WS-ANOM-DATA-INI      PIC 9(8).
       01 WS-ANOM-QTD           PIC 9(03).
       01 WS-ANOM-SOMA          PIC 9(12)V99.
       01 WS-ANOM-MEDIA         PIC 9(10)V99.
       01 WS-ANOM-MINIMO        PIC 9(10)V99.
       01 WS-ANOM-MAXIMO        PIC 9(10)V99.
       01 WS-ANOM-DESVIO        PIC S9(07)V99.
       01 WS-ANOM-DESVIO-ED     PIC -ZZZZZZ9.99.
       01 WS-ANOM-HIST-RETIDA   PIC X.
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

      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-GERADAS
           MOVE ZEROS TO WS-QTD-PULADAS
           MOVE ZEROS TO WS-QTD-ANOMALIAS
           DISPLAY "GERAÇÃO DE CONTAS RECORRENTES DO PRÓXIMO MÊS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "N" TO WS-AUDITORIA-OK
           PERFORM CALCULA-PROXIMO-MES

           OPEN INPUT RECORRENTE-FILE
               STOP RUN
           END-IF

           IF WS-SIMULACAO-PASSO = "S"
               PERFORM ABRE-SIMULACAO
           ELSE
               OPEN I-O CONTAPAGAR-FILE
               IF WS-STATUS-FILE-C NOT = "00"
                   DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                       WS-STATUS-FILE-C
                   STOP RUN
               END-IF

               OPEN I-O NUMDOC-FILE
               IF WS-STATUS-FILE-ND = "35"
                   OPEN OUTPUT NUMDOC-FILE
                   CLOSE NUMDOC-FILE
                   OPEN I-O NUMDOC-FILE
               END-IF
               IF WS-STATUS-FILE-ND NOT = "00"
                   DISPLAY "Erro ao abrir NUMDOC.DAT: "
                       WS-STATUS-FILE-ND
                   STOP RUN
               END-IF

               MOVE "N" TO WS-CTRLINK-OK
               OPEN I-O CTRLINK-FILE
               IF WS-STATUS-FILE-LK = "00"
                   MOVE "S" TO WS-CTRLINK-OK
               END-IF

               PERFORM ABRE-ANOMALIA

               OPEN EXTEND AUDITORIA-FILE
               IF WS-STATUS-AUDITORIA = "35"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               IF WS-STATUS-AUDITORIA = "00"
                   MOVE "S" TO WS-AUDITORIA-OK
               ELSE
                   DISPLAY "AVISO: trilha de auditoria indisponível: "
                       WS-STATUS-AUDITORIA
               END-IF
           END-IF

           PERFORM PROCESSA-RECORRENTES
           CLOSE RECORRENTE-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           IF WS-SIMULACAO-PASSO = "S"
               PERFORM FECHA-SIMULACAO
           ELSE
               CLOSE NUMDOC-FILE
           END-IF
           IF WS-CTRLINK-OK = "S"
               CLOSE CTRLINK-FILE
           END-IF
           IF WS-ANOMALIA-OK = "S"
               CLOSE ANOMALIA-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           DISPLAY "========================================"
           DISPLAY "Contas geradas:  " WS-QTD-GERADAS
           DISPLAY "Contas puladas:  " WS-QTD-PULADAS
           DISPLAY "Fora da faixa:   " WS-QTD-ANOMALIAS
           MOVE WS-QTD-GERADAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.

           MOVE SPACES               TO CP-COD-BARRAS
           MOVE RC-EMPRESA           TO CP-EMPRESA

           IF WS-SIMULACAO-PASSO = "S"
               PERFORM PREVIA-CONTA-GERADA
               EXIT PARAGRAPH
           END-IF

           WRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               DISPLAY "Gerada conta " CP-CHAVE " - " RC-DESCRICAO
               ADD 1 TO WS-QTD-GERADAS
               STRING "VALOR=" DELIMITED BY SIZE
                      CP-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               PERFORM LIGA-CONTA-CONTRATO
               MOVE "R" TO WS-ANOM-ORIGEM
               PERFORM VERIFICA-ANOMALIA
           ELSE
               DISPLAY "Erro ao gravar conta recorrente: "
                   WS-STATUS-FILE-C
               ADD 1 TO WS-QTD-PULADAS
           END-IF.

      *> Recorrente ligada a contrato: a conta recém-gerada passa a
      *> pertencer ao mesmo contrato.
       LIGA-CONTA-CONTRATO.
           IF WS-CTRLINK-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO LK-TIPO
           MOVE RC-CHAVE TO LK-IDENT
           READ CTRLINK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE LK-NUM-CONTRATO TO WS-NUM-CONTRATO
           MOVE "C" TO LK-TIPO
           MOVE CP-CHAVE TO LK-IDENT
           MOVE WS-NUM-CONTRATO TO LK-NUM-CONTRATO
           WRITE CTRLINK-REG
           IF WS-STATUS-FILE-LK NOT = "00"
               DISPLAY "AVISO: falha ao ligar conta " CP-CHAVE
                   " ao contrato " WS-NUM-CONTRATO ": "
                   WS-STATUS-FILE-LK
           END-IF.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl/CANCCONT.cbl); não fatal se o arquivo não puder
      *> ser aberto. Rotina sem operador logado, como em PGTOLOTE.cbl.

      *> Mesmo algoritmo de NUMDOC.DAT usado em LANCCONT.cbl.
       GERA-PROX-NUMDOC.
           IF WS-SIMULACAO-PASSO = "S"
               MOVE WS-SIM-PROX-DOC TO CP-NUM-DOC
               ADD 1 TO WS-SIM-PROX-DOC
               EXIT PARAGRAPH
           END-IF

           MOVE "01" TO ND-CHAVE
           READ NUMDOC-FILE
               INVALID KEY
           MOVE ND-PROX-NUM TO CP-NUM-DOC
           ADD 1 TO ND-PROX-NUM
           REWRITE NUMDOC-REG.

      *> Abre a fila de anomalias (criando-a na primeira execução) e
      *> carrega a faixa; sem a fila, a geração segue sem a
      *> comparação com o histórico.
       ABRE-ANOMALIA.
           MOVE "N" TO WS-ANOMALIA-OK
           IF WS-SIMULACAO-PASSO = "S"
               OPEN INPUT ANOMALIA-FILE
           ELSE
               OPEN I-O ANOMALIA-FILE
               IF WS-STATUS-FILE-AM = "35"
                   OPEN OUTPUT ANOMALIA-FILE
                   CLOSE ANOMALIA-FILE
                   OPEN I-O ANOMALIA-FILE
               END-IF
           END-IF
           IF WS-STATUS-FILE-AM = "00"
               MOVE "S" TO WS-ANOMALIA-OK
           ELSE
               DISPLAY "AVISO: ANOMALIA.DAT indisponível ("
                   WS-STATUS-FILE-AM "); valores não conferidos."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "ANOM-FAIXA" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-ANOM-FAIXA
           END-READ
           MOVE "ANOM-MINHI" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-ANOM-MIN-HIST
           END-READ
           CLOSE PARAMFIN-FILE.

      *> Compara a conta corrente (em CONTA-REG) com a média das
      *> contas do mesmo fornecedor e centro de custo emitidas nos
      *> 12 meses anteriores; fora da faixa, a conta entra na fila
      *> como pendente. Conta já na fila não é reavaliada: vale a
      *> decisão já tomada sobre ela. A leitura do histórico usa o
      *> registro de CONTA-REG, que não deve ser usado depois daqui.
       VERIFICA-ANOMALIA.
           IF WS-ANOMALIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CHAVE        TO WS-ANOM-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-ANOM-CNPJ
           MOVE CP-CENTRO-CUSTO TO WS-ANOM-CENTRO
           MOVE CP-EMPRESA      TO WS-ANOM-EMPRESA
           MOVE CP-DATA-EMISSAO TO WS-ANOM-EMISSAO
           MOVE CP-DATA-VENC    TO WS-ANOM-VENC
           MOVE CP-VALOR        TO WS-ANOM-VALOR

           MOVE WS-ANOM-CHAVE TO AM-CHAVE
           READ ANOMALIA-FILE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE WS-ANOM-DATA-INI = WS-ANOM-EMISSAO - 10000
           MOVE ZEROS TO WS-ANOM-QTD
           MOVE ZEROS TO WS-ANOM-SOMA
           MOVE ZEROS TO WS-ANOM-MINIMO
           MOVE ZEROS TO WS-ANOM-MAXIMO
           PERFORM SOMA-HISTORICO-ANOMALIA

      *> Histórico curto demais (fornecedor ou centro novo) não dá
      *> base para comparação.
           IF WS-ANOM-QTD = ZEROS OR WS-ANOM-QTD < WS-ANOM-MIN-HIST
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANOM-MEDIA ROUNDED = WS-ANOM-SOMA / WS-ANOM-QTD
           IF WS-ANOM-MEDIA = ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANOM-DESVIO ROUNDED =
               (WS-ANOM-VALOR - WS-ANOM-MEDIA) * 100 / WS-ANOM-MEDIA
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-ANOM-DESVIO
           END-COMPUTE

           IF WS-ANOM-DESVIO <= WS-ANOM-FAIXA
                   AND WS-ANOM-DESVIO >= 0 - WS-ANOM-FAIXA
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-ANOMALIA.

      *> Varre as contas do fornecedor pela chave alternada CNPJ
      *> (mesma leitura de SOMA-EXPOSICAO-FORNECEDOR em LANCCONT.cbl).
      *> Ficam de fora a própria conta, as canceladas e as retidas
      *> na fila, para um valor contestado não contaminar a média.
       SOMA-HISTORICO-ANOMALIA.
           MOVE WS-ANOM-CNPJ TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-C
           END-START

           IF WS-STATUS-FILE-C NOT = "10"
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-CNPJ-FORN NOT = WS-ANOM-CNPJ
               IF CP-CHAVE NOT = WS-ANOM-CHAVE
                       AND CP-CENTRO-CUSTO = WS-ANOM-CENTRO
                       AND CP-SITUACAO NOT = "C"
                       AND CP-DATA-EMISSAO >= WS-ANOM-DATA-INI
                       AND CP-DATA-EMISSAO <= WS-ANOM-EMISSAO
                   PERFORM CONFERE-HIST-RETIDA
                   IF WS-ANOM-HIST-RETIDA NOT = "S"
                       ADD 1 TO WS-ANOM-QTD
                       ADD CP-VALOR TO WS-ANOM-SOMA
                       IF WS-ANOM-QTD = 1
                               OR CP-VALOR < WS-ANOM-MINIMO
                           MOVE CP-VALOR TO WS-ANOM-MINIMO
                       END-IF
                       IF CP-VALOR > WS-ANOM-MAXIMO
                           MOVE CP-VALOR TO WS-ANOM-MAXIMO
                       END-IF
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

       CONFERE-HIST-RETIDA.
           MOVE "N" TO WS-ANOM-HIST-RETIDA
           MOVE CP-CHAVE TO AM-CHAVE
           READ ANOMALIA-FILE
               NOT INVALID KEY
                   IF AM-SITUACAO = "P" OR AM-SITUACAO = "R"
                       MOVE "S" TO WS-ANOM-HIST-RETIDA
                   END-IF
           END-READ.

       GRAVA-ANOMALIA.
           IF WS-SIMULACAO-PASSO = "S"
               ADD 1 TO WS-QTD-ANOMALIAS
               MOVE WS-ANOM-DESVIO TO WS-ANOM-DESVIO-ED
               MOVE SPACES TO WS-LINHA
               STRING "  FORA DA FAIXA: media " DELIMITED BY SIZE
                   WS-ANOM-MEDIA DELIMITED BY SIZE
                   " desvio " DELIMITED BY SIZE
                   WS-ANOM-DESVIO-ED DELIMITED BY SIZE
                   "% - ficaria retida ate a confirmacao (CONFANOM)"
                       DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-PREVIA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ANOM-CHAVE    TO AM-CHAVE
           MOVE WS-ANOM-CNPJ     TO AM-CNPJ-FORN
           MOVE WS-ANOM-CENTRO   TO AM-CENTRO-CUSTO
           MOVE WS-ANOM-EMPRESA  TO AM-EMPRESA
           MOVE WS-ANOM-ORIGEM   TO AM-ORIGEM
           MOVE WS-ANOM-EMISSAO  TO AM-DATA-EMISSAO
           MOVE WS-ANOM-VENC     TO AM-DATA-VENC
           MOVE WS-ANOM-VALOR    TO AM-VALOR
           MOVE WS-ANOM-MEDIA    TO AM-MEDIA
           MOVE WS-ANOM-MINIMO   TO AM-MINIMO
           MOVE WS-ANOM-MAXIMO   TO AM-MAXIMO
           MOVE WS-ANOM-QTD      TO AM-QTD-HIST
           MOVE WS-ANOM-DESVIO   TO AM-DESVIO
           MOVE WS-ANOM-FAIXA    TO AM-FAIXA
           MOVE FUNCTION CURRENT-DATE(1:8) TO AM-DATA-DETECCAO
           MOVE "P"              TO AM-SITUACAO
           MOVE SPACES           TO AM-USUARIO
           MOVE ZEROS            TO AM-DATA-DECISAO
           MOVE SPACES           TO AM-OBSERVACAO
           WRITE ANOMALIA-REG
           IF WS-STATUS-FILE-AM NOT = "00"
               DISPLAY "AVISO: falha ao gravar anomalia da conta "
                   WS-ANOM-CHAVE ": " WS-STATUS-FILE-AM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-ANOMALIAS
           MOVE WS-ANOM-DESVIO TO WS-ANOM-DESVIO-ED
           DISPLAY "FORA DA FAIXA: conta " WS-ANOM-CHAVE " valor "
               WS-ANOM-VALOR " média " WS-ANOM-MEDIA
           DISPLAY "  desvio " WS-ANOM-DESVIO-ED "% - retida até a "
               "confirmação (CONFANOM).".

      *> Simulação: contas, numeração, vínculos e fila de anomalias
      *> só para leitura; a prévia tem o nome do dia.
       ABRE-SIMULACAO.
           DISPLAY "SIMULAÇÃO: nenhuma conta será gravada."
           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           MOVE 1 TO WS-SIM-PROX-DOC
           OPEN INPUT NUMDOC-FILE
           IF WS-STATUS-FILE-ND = "00"
               MOVE "01" TO ND-CHAVE
               READ NUMDOC-FILE
                   NOT INVALID KEY
                       MOVE ND-PROX-NUM TO WS-SIM-PROX-DOC
               END-READ
               CLOSE NUMDOC-FILE
           END-IF

           MOVE "N" TO WS-CTRLINK-OK
           OPEN INPUT CTRLINK-FILE
           IF WS-STATUS-FILE-LK = "00"
               MOVE "S" TO WS-CTRLINK-OK
           END-IF

           PERFORM ABRE-ANOMALIA

           MOVE SPACES TO WS-NOME-SPOOL
           STRING "SIMUL_GERARECOR_" DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               ".PRN" DELIMITED BY SIZE
               INTO WS-NOME-SPOOL
           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SPOOL ": "
                   WS-STATUS-SPOOL
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "PREVIA DE GERARECOR - CONTAS RECORRENTES DE "
               DELIMITED BY SIZE
               WS-PROX-ANO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PROX-MES DELIMITED BY SIZE
               " (SIMULACAO, NADA GRAVADO)" DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-PREVIA
           MOVE "Numeros de documento previstos (NUMDOC.DAT nao muda)."
               TO WS-LINHA
           PERFORM IMPRIME-PREVIA.

       FECHA-SIMULACAO.
           MOVE SPACES TO WS-LINHA
           STRING "Contas que seriam geradas: " DELIMITED BY SIZE
               WS-QTD-GERADAS DELIMITED BY SIZE
               "  puladas: " DELIMITED BY SIZE
               WS-QTD-PULADAS DELIMITED BY SIZE
               "  fora da faixa: " DELIMITED BY SIZE
               WS-QTD-ANOMALIAS DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-PREVIA
           CLOSE SPOOL-FILE
           DISPLAY "Prévia gravada em " WS-NOME-SPOOL.

      *> A conta montada em CONTA-REG, como seria gravada, seguida do
      *> contrato a que ficaria ligada e da conferência com o
      *> histórico (que também não grava nada na simulação).
       PREVIA-CONTA-GERADA.
           ADD 1 TO WS-QTD-GERADAS
           MOVE SPACES TO WS-LINHA
           STRING "GERARIA: " DELIMITED BY SIZE
               CP-CHAVE DELIMITED BY SIZE
               " venc " DELIMITED BY SIZE
               CP-DATA-VENC DELIMITED BY SIZE
               " valor " DELIMITED BY SIZE
               CP-VALOR DELIMITED BY SIZE
               " cc " DELIMITED BY SIZE
               CP-CENTRO-CUSTO DELIMITED BY SIZE
               " forma " DELIMITED BY SIZE
               CP-FORMA-PGTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-DESCRICAO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-PREVIA

           IF WS-CTRLINK-OK = "S"
               MOVE "R" TO LK-TIPO
               MOVE RC-CHAVE TO LK-IDENT
               READ CTRLINK-FILE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-LINHA
                       STRING "  ligada ao contrato " DELIMITED BY SIZE
                           LK-NUM-CONTRATO DELIMITED BY SIZE
                           INTO WS-LINHA
                       PERFORM IMPRIME-PREVIA
               END-READ
           END-IF

           MOVE "R" TO WS-ANOM-ORIGEM
           PERFORM VERIFICA-ANOMALIA.

      *> Escreve a mesma linha no console e na prévia.
       IMPRIME-PREVIA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "GERAREC" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
