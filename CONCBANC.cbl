       FILE-CONTROL.
      *> Extrato exportado pelo banco para uma conta da empresa: um
      *> lançamento por linha, com tipo D (débito) ou C (crédito).
      *> Os extratos pendentes na caixa de entrada (ENTRADA/, ver
      *> CAIXAENT.cbl) são lidos em ordem, como um extrato contínuo
      *> da conta informada.
           SELECT EXTRATO-BCO-FILE ASSIGN TO WS-NOME-EXTRATO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Fila de contas fora da faixa do próprio histórico (mesmo
      *> fornecedor e centro de custo nos 12 meses anteriores): a
      *> conta fica fora do borderô até alguém confirmar o valor em
      *> CONFANOM.cbl. Aqui o débito automático já ocorreu, e a fila
      *> serve para a revisão posterior. Compartilhada com GERARECOR
      *> e DDAIMP.
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

      *> Contas bancárias da empresa (ver CADBANCO.cbl), para o
      *> confronto de saldo no fim da conciliação. Arquivo opcional.
           SELECT CONTABANCO-FILE ASSIGN TO "CONTABANCO.DAT"
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

      *> Contas bancárias da empresa (ver CADBANCO.cbl).
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

       FD CONTABANCO-FILE.
       01 CONTABANCO-REG.
           05 CB-CODIGO         PIC X(03).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-EXTR        PIC XX.
       01 WS-NOME-EXTRATO       PIC X(60).
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
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).
       01 WS-CHAVE-BAIXA        PIC X(26).
       01 WS-SEQ-HIST           PIC 9(04).
       01 WS-CONTA-DEBITADA     PIC X(03).
       01 WS-QTD-ANOMALIAS      PIC 9(5) VALUE ZEROS.

      *> Comparação da conta debitada com o histórico do fornecedor
      *> no mesmo centro de custo, com a mesma faixa e o mesmo
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

       01 WS-CONTA-EXTRATO      PIC X(03).
       01 WS-SALDO-TXT          PIC X(15).
       01 WS-DIFERENCA          PIC S9(12)V99.
       01 WS-TIPO-PROCURADO     PIC X(01).

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
       01 WS-MF-ANO-MES-EXTR    PIC 9(06).
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

       MAIN-PROCEDURE.
                   FUNCTION NUMVAL(WS-SALDO-TXT)
           END-IF

      *> I-O porque a baixa de débito automático grava o registro de
      *> pagamento aqui mesmo, durante a conciliação.
           OPEN I-O HISTPAGTO-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               MOVE "N" TO WS-CONTAPAGAR-OK
           END-IF
           IF WS-CONTAPAGAR-OK = "S"
               PERFORM ABRE-ANOMALIA
           END-IF

      *> CHEQUE.DAT é opcional (mesmo padrão de PEDIDO.DAT em
      *> LANCCONT): sem ele, não há cheque a compensar.
               DISPLAY "e ficaram FORA do confronto; rode por "
                   "período menor ou amplie a tabela."
           END-IF
           PERFORM PROCESSA-CAIXA
           PERFORM LISTA-PAGAMENTOS-SEM-DEBITO
           PERFORM LISTA-DEB-AUT-NAO-OCORRIDOS
           PERFORM CONFRONTA-SALDO
           PERFORM FIM-RELATORIO

           CLOSE HISTPAGTO-FILE
           IF WS-MOVBANCO-OK = "S"
               CLOSE MOVBANCO-FILE
           IF WS-CONTAPAGAR-OK = "S"
               CLOSE CONTAPAGAR-FILE
           END-IF
           IF WS-ANOMALIA-OK = "S"
               CLOSE ANOMALIA-FILE
           END-IF
           CLOSE SPOOL-FILE
           STOP RUN.

               END-READ
           END-PERFORM.

      *> Retira da caixa de entrada, em ordem, cada extrato
      *> pendente; o arquivo já processado (mesmo nome ou mesmo
      *> conteúdo) é recusado pela própria caixa.
       PROCESSA-CAIXA.
           MOVE "EXTRBANCO" TO WS-CX-TIPO
           MOVE 61 TO WS-CX-TAM-REG
           MOVE "S" TO WS-CX-RETORNO
           PERFORM UNTIL WS-CX-RETORNO NOT = "S"
               MOVE "P" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               IF WS-CX-RETORNO = "S"
                   PERFORM CARREGA-ARQUIVO
               END-IF
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               DISPLAY "Nenhum extrato pendente em ENTRADA/."
           END-IF.

       CARREGA-ARQUIVO.
           MOVE WS-CX-CAMINHO TO WS-NOME-EXTRATO
           OPEN INPUT EXTRATO-BCO-FILE
           IF WS-STATUS-EXTR NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-EXTRATO ": "
                   WS-STATUS-EXTR
               MOVE "F" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-CX-QTD-REG
           MOVE ZEROS TO WS-CX-DATA-INI
           MOVE ZEROS TO WS-CX-DATA-FIM
           MOVE ZEROS TO WS-CX-VALOR
           PERFORM PROCESSA-EXTRATO
           CLOSE EXTRATO-BCO-FILE
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE "C" TO WS-CX-FUNCAO
           CALL "CAIXAENT" USING WS-CAIXA-ENTRADA.

      *> Resumo do arquivo para o registro da caixa: contagem, menor
      *> e maior data e valor total.
       ACUMULA-RESUMO-CAIXA.
           ADD 1 TO WS-CX-QTD-REG
           ADD EB-VALOR TO WS-CX-VALOR
           IF WS-CX-DATA-INI = ZEROS OR EB-DATA < WS-CX-DATA-INI
               MOVE EB-DATA TO WS-CX-DATA-INI
           END-IF
           IF EB-DATA > WS-CX-DATA-FIM
               MOVE EB-DATA TO WS-CX-DATA-FIM
           END-IF.

      *> Para cada débito do extrato, procura um pagamento ainda não
      *> conciliado com a mesma data e o mesmo valor; débito sem
      *> pagamento correspondente vira exceção. Créditos do extrato
           END-READ

           PERFORM UNTIL WS-STATUS-EXTR = "10"
               PERFORM ACUMULA-RESUMO-CAIXA
               IF EB-TIPO = "D"
                   ADD 1 TO WS-QTD-DEBITOS
                   IF EB-DATA < WS-DATA-MIN-EXTR
               EXIT PARAGRAPH
           END-IF

           MOVE "I" TO WS-JN-OPERACAO
           PERFORM JORNAL-HIST

           MOVE ZEROS           TO CP-SALDO
           MOVE "P"             TO CP-SITUACAO
           MOVE EB-DATA         TO CP-DATA-PGTO
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE "S" TO WS-ACHOU
           ADD 1 TO WS-QTD-DEB-AUT
           PERFORM DESCONTA-SALDO-BANCO
                  " valor " DELIMITED BY SIZE
                  EB-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM PENHORA-DEBITO-AUTOMATICO

      *> O banco já debitou; a conta fora da faixa do histórico vai
      *> para a fila para que alguém confira o valor com a
      *> concessionária.
           MOVE "D" TO WS-ANOM-ORIGEM
           PERFORM VERIFICA-ANOMALIA.

      *> Ordem de penhora contra o fornecedor da conta debitada: o
      *> banco já pagou o valor cheio à concessionária, então a
      *> parte do juízo não tem como ser desviada. O depósito é
      *> gravado contra a ordem como pendente (abate o teto e
      *> aparece em RELPENH como devido ao juízo) e sai no
      *> relatório para ser feito com recursos da empresa.
       PENHORA-DEBITO-AUTOMATICO.
           INITIALIZE WS-PEN-AREA
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "P"             TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN    TO WS-PEN-CNPJ
           MOVE CP-CHAVE        TO WS-PEN-CP-CHAVE
           MOVE EB-VALOR        TO WS-PEN-VALOR-BASE
           MOVE EB-DATA         TO WS-PEN-DATA
           MOVE "CONCBANC"      TO WS-PEN-PROGRAMA
           MOVE "CONCBANC"      TO WS-PEN-USUARIO
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  PENHORA      : ordem " DELIMITED BY SIZE
                  WS-PEN-NUM-ORDEM DELIMITED BY SIZE
                  " processo " DELIMITED BY SIZE
                  WS-PEN-PROCESSO DELIMITED BY SIZE
                  " deposito pendente " DELIMITED BY SIZE
                  WS-PEN-VALOR DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "                 depositar no banco " DELIMITED
                      BY SIZE
                  WS-PEN-BANCO DELIMITED BY SIZE
                  " ag. " DELIMITED BY SIZE
                  WS-PEN-AGENCIA DELIMITED BY SIZE
                  " conta " DELIMITED BY SIZE
                  WS-PEN-CONTA DELIMITED BY SIZE
                  " e baixar em CADPENH" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Próxima sequência livre do histórico para a parcela baixada
               MOVE "DIFERENCA NAO EXPLICADA: veja as excecoes acima"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
           ELSE
               PERFORM REGISTRA-CHECKLIST
           END-IF.

      *> Pagamentos do histórico dentro do período coberto pelo
               WS-QTD-DEB-AUT-FALTA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Débitos autom. fora faixa:" DELIMITED BY SIZE
               WS-QTD-ANOMALIAS DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           STRING "Cheques compensados:      " DELIMITED BY SIZE
               WS-QTD-CHEQUES DELIMITED BY SIZE
               INTO WS-LINHA
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

      *> Abre a fila de anomalias (criando-a na primeira execução) e
      *> carrega a faixa; sem a fila, a conciliação segue sem a
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
           MOVE SPACES TO WS-LINHA
           STRING "DEB AUT FORA DA FAIXA: conta " DELIMITED BY SIZE
                  WS-ANOM-CHAVE DELIMITED BY SIZE
                  " media " DELIMITED BY SIZE
                  WS-ANOM-MEDIA DELIMITED BY SIZE
                  " desvio " DELIMITED BY SIZE
                  WS-ANOM-DESVIO-ED DELIMITED BY SIZE
                  "% (conferir em CONFANOM)" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Saldo batido: o operador informa a competência que este
      *> extrato encerra (em geral, o mês da última data do extrato)
      *> e a conta fica conciliada no checklist do fechamento, para
      *> o grupo todo (empresa 00), no item "BANCO-" + código.
       REGISTRA-CHECKLIST.
           MOVE WS-DATA-MAX-EXTR(1:6) TO WS-MF-ANO-MES-EXTR
           DISPLAY "Saldo conciliado sem diferença. Competência "
               "encerrada por este extrato"
           DISPLAY "(AAAAMM, 000000 = nenhuma; até "
               WS-MF-ANO-MES-EXTR "): "
           ACCEPT WS-MF-ANO-MES
           IF WS-MF-ANO-MES = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-MF-ANO-MES > WS-MF-ANO-MES-EXTR
               DISPLAY "Competência posterior ao extrato; "
                   "conciliação não registrada no checklist."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS                TO WS-MF-EMPRESA
           MOVE SPACES               TO WS-MF-ITEM
           STRING "BANCO-" DELIMITED BY SIZE
                  CB-CODIGO DELIMITED BY SIZE
                  INTO WS-MF-ITEM
           MOVE SPACES               TO WS-MF-DESCRICAO
           STRING "Conciliação bancária " DELIMITED BY SIZE
                  CB-DESCRICAO DELIMITED BY SIZE
                  INTO WS-MF-DESCRICAO
           MOVE "CONCBANC"           TO WS-MF-USUARIO
           MOVE SPACES               TO WS-MF-OBS
           STRING "extrato " DELIMITED BY SIZE
                  WS-DATA-MIN-EXTR DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-DATA-MAX-EXTR DELIMITED BY SIZE
                  " saldo " DELIMITED BY SIZE
                  WS-SALDO-EXTRATO DELIMITED BY SIZE
                  INTO WS-MF-OBS
           CALL "MARCAFEC" USING WS-MF-AREA.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "CONCBANC" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "CONCBANC" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
