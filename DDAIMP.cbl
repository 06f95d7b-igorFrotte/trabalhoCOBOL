      *> Arquivo diário de DDA (Débito Direto Autorizado) exportado
      *> pelo banco: um boleto emitido contra o nosso CNPJ por linha,
      *> com o CNPJ do beneficiário, valor, vencimento e a linha
      *> digitável completa. Cada arquivo pendente na caixa de
      *> entrada (ENTRADA/, ver CAIXAENT.cbl) é carregado em ordem.
           SELECT DDA-FILE ASSIGN TO WS-NOME-DDA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DDA.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENTE.

      *> Fila de contas fora da faixa do próprio histórico (mesmo
      *> fornecedor e centro de custo nos 12 meses anteriores): a
      *> conta fica fora do borderô até alguém confirmar o valor em
      *> CONFANOM.cbl. Compartilhada com GERARECOR/CONCBANC.
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
      *> PGTOCONT/CANCCONT/PGTOLOTE/LANCLOTE (ver CADFORNE.cbl); um
      *> registro por conta casada com boleto do DDA.
       FD PENDENTE-FILE.
       01 PENDENTE-REG          PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-DDA         PIC XX.
       01 WS-NOME-DDA           PIC X(60).
       01 WS-QTD-ARQUIVOS       PIC 9(3) VALUE ZEROS.

      *> Caixa de entrada dos arquivos recebidos (ver CAIXAENT.cbl).
       01 WS-CAIXA-ENTRADA.
           05 WS-CX-FUNCAO      PIC X(1).   *> P=próximo pendente,
                                            *> C=concluído,
                                            *> F=falha na leitura
           05 WS-CX-TIPO        PIC X(10).
           05 WS-CX-TAM-REG     PIC 9(4).   *> tamanho do registro
           05 WS-CX-CAMINHO     PIC X(60).  *> devolvido em P
           05 WS-CX-QTD-REG     PIC 9(7).
           05 WS-CX-DATA-INI    PIC 9(8).   *> informados em C
           05 WS-CX-DATA-FIM    PIC 9(8).
           05 WS-CX-VALOR       PIC 9(12)V99.
           05 WS-CX-RETORNO     PIC X(1).   *> S=ok,N=nada pendente
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-PENDENTE    PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-ACHOU-CONTA        PIC X.
       01 WS-CHAVE-CASADA       PIC X(26).
       01 WS-QTD-BOLETOS        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CASADOS        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-JA-TINHAM      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-PENDENTES      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ANOMALIAS      PIC 9(5) VALUE ZEROS.

      *> Comparação da conta casada com o histórico do fornecedor no
      *> mesmo centro de custo, com a mesma faixa e o mesmo
      *> histórico mínimo de GERARECOR.cbl (ANOM-FAIXA/ANOM-MINHI).
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

       MAIN-PROCEDURE.
           DISPLAY "IMPORTAÇÃO DO ARQUIVO DDA DO BANCO"

           OPEN I-O CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           PERFORM ABRE-ANOMALIA

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
                   WS-STATUS-AUDITORIA
           END-IF

           PERFORM PROCESSA-CAIXA

           CLOSE CONTAPAGAR-FILE
           CLOSE PENDENTE-FILE
           IF WS-ANOMALIA-OK = "S"
               CLOSE ANOMALIA-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivos carregados:      " WS-QTD-ARQUIVOS
           DISPLAY "Boletos no DDA:           " WS-QTD-BOLETOS
           DISPLAY "Casados com lançamento:   " WS-QTD-CASADOS
           DISPLAY "Já tinham código gravado: " WS-QTD-JA-TINHAM
           DISPLAY "Sem lançamento (DDAPEND): " WS-QTD-PENDENTES
           DISPLAY "Fora da faixa histórica:  " WS-QTD-ANOMALIAS
           STOP RUN.

      *> Retira da caixa de entrada, em ordem, cada arquivo DDA
      *> pendente; o arquivo já processado (mesmo nome ou mesmo
      *> conteúdo) é recusado pela própria caixa.
       PROCESSA-CAIXA.
           MOVE "DDA" TO WS-CX-TIPO
           MOVE 81 TO WS-CX-TAM-REG
           MOVE "S" TO WS-CX-RETORNO
           PERFORM UNTIL WS-CX-RETORNO NOT = "S"
               MOVE "P" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               IF WS-CX-RETORNO = "S"
                   PERFORM CARREGA-ARQUIVO
               END-IF
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               DISPLAY "Nenhum arquivo DDA pendente em ENTRADA/."
           END-IF.

       CARREGA-ARQUIVO.
           MOVE WS-CX-CAMINHO TO WS-NOME-DDA
           OPEN INPUT DDA-FILE
           IF WS-STATUS-DDA NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-DDA ": "
                   WS-STATUS-DDA
               MOVE "F" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-CX-QTD-REG
           MOVE ZEROS TO WS-CX-DATA-INI
           MOVE ZEROS TO WS-CX-DATA-FIM
           MOVE ZEROS TO WS-CX-VALOR
           PERFORM PROCESSA-DDA
           CLOSE DDA-FILE
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE "C" TO WS-CX-FUNCAO
           CALL "CAIXAENT" USING WS-CAIXA-ENTRADA.

      *> Resumo do arquivo para o registro da caixa: contagem, menor
      *> e maior data e valor total.
       ACUMULA-RESUMO-CAIXA.
           ADD 1 TO WS-CX-QTD-REG
           ADD DD-VALOR TO WS-CX-VALOR
           IF WS-CX-DATA-INI = ZEROS OR DD-DATA-VENC < WS-CX-DATA-INI
               MOVE DD-DATA-VENC TO WS-CX-DATA-INI
           END-IF
           IF DD-DATA-VENC > WS-CX-DATA-FIM
               MOVE DD-DATA-VENC TO WS-CX-DATA-FIM
           END-IF.

       PROCESSA-DDA.
           READ DDA-FILE
               AT END
           END-READ

           PERFORM UNTIL WS-STATUS-DDA = "10"
               PERFORM ACUMULA-RESUMO-CAIXA
               ADD 1 TO WS-QTD-BOLETOS
               PERFORM CASA-BOLETO
               READ DDA-FILE

           REWRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               ADD 1 TO WS-QTD-CASADOS
               DISPLAY "Casado: conta " CP-CHAVE
                   " recebeu o código de barras do DDA."
               MOVE "DDA-CASADO" TO WS-AUD-DEPOIS
               MOVE "DDA-BARRAS" TO WS-AUD-ACAO
               PERFORM GRAVA-AUDITORIA
      *> O boleto casado vai ser pago pelo valor do lançamento:
      *> confere com o histórico antes de a conta seguir ao borderô.
               MOVE "B" TO WS-ANOM-ORIGEM
               PERFORM VERIFICA-ANOMALIA
           ELSE
               DISPLAY "AVISO: falha ao gravar código de barras na "
                   "conta " CP-CHAVE ": " WS-STATUS-FILE-C

      *> Boleto do DDA sem lançamento correspondente: nota esquecida
      *> ou tentativa de fraude; fica na fila para o financeiro
      *> investigar e lançar (ou contestar) manualmente. A trilha
      *> guarda a ocorrência com data e CNPJ (na posição do CNPJ de
      *> CP-CHAVE), já que DDAPEND.TXT é refeito a cada carga; é de
      *> lá que SCOREFOR.cbl conta os boletos sem conta.
       GRAVA-PENDENTE.
           MOVE SPACES TO PENDENTE-REG
           STRING "CNPJ " DELIMITED BY SIZE
                  INTO PENDENTE-REG
           WRITE PENDENTE-REG
           DISPLAY "SEM LANÇAMENTO: " PENDENTE-REG(1:80)
           ADD 1 TO WS-QTD-PENDENTES

           MOVE SPACES TO WS-CHAVE-CASADA
           STRING "0000000000" DELIMITED BY SIZE
                  DD-CNPJ-FORN DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
                  INTO WS-CHAVE-CASADA
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "VENC=" DELIMITED BY SIZE
                  DD-DATA-VENC DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  DD-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE "DDA-SEMCTA" TO WS-AUD-ACAO
           PERFORM GRAVA-AUDITORIA.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl/CANCCONT.cbl); não fatal se o arquivo não puder
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "DDAIMP"                    TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-CHAVE-CASADA             TO AU-CHAVE
           MOVE "DDA"                       TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Abre a fila de anomalias (criando-a na primeira execução) e
      *> carrega a faixa; sem a fila, a carga segue sem a
      *> comparação com o histórico.
       ABRE-ANOMALIA.
           MOVE "N" TO WS-ANOMALIA-OK
           OPEN I-O ANOMALIA-FILE
           IF WS-STATUS-FILE-AM = "35"
               OPEN OUTPUT ANOMALIA-FILE
               CLOSE ANOMALIA-FILE
               OPEN I-O ANOMALIA-FILE
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

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "DDAIMP" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
