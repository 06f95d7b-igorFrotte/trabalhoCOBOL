       FILE-CONTROL.
      *> Arquivo de retorno do banco, um registro por título enviado
      *> na remessa (ver REMESSA.cbl): ocorrência "00" = pago, demais
      *> códigos = rejeitado, com o motivo em texto. Cada retorno
      *> pendente na caixa de entrada (ENTRADA/, ver CAIXAENT.cbl) é
      *> processado em ordem.
           SELECT RETORNO-FILE ASSIGN TO WS-NOME-RETORNO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Histórico de pagamentos, indexado por documento + CNPJ +

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RETORNO     PIC XX.
       01 WS-NOME-RETORNO       PIC X(60).
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
       01 WS-STATUS-HIST        PIC XX.
       01 WS-HISTK-DOC          PIC 9(10).
       01 WS-MEM-QTD            PIC 9(3).
       01 WS-MEM-I              PIC 9(3).

      *> Conferência do retorno contra o selo da remessa (ver
      *> SELAREM.cbl): o item devolvido pelo banco tem de constar do
      *> lote selado com o mesmo valor enviado, e o retornado de cada
      *> remessa não pode passar do que foi selado.
       01 WS-SELO-REMESSA.
           05 WS-SR-FUNCAO      PIC X(1).
           05 WS-SR-NUM-REMESSA PIC 9(06).
           05 WS-SR-USUARIO     PIC X(10).
           05 WS-SR-SELADO.
               10 WS-SR-QTD-SEL     PIC 9(5).
               10 WS-SR-VALOR-SEL   PIC 9(12)V99.
               10 WS-SR-CONTAS-SEL  PIC 9(15).
               10 WS-SR-DIGITAL-SEL PIC 9(10).
               10 WS-SR-BYTES-SEL   PIC 9(9).
           05 WS-SR-ARQUIVO.
               10 WS-SR-QTD-ARQ     PIC 9(5).
               10 WS-SR-VALOR-ARQ   PIC 9(12)V99.
               10 WS-SR-CONTAS-ARQ  PIC 9(15).
               10 WS-SR-DIGITAL-ARQ PIC 9(10).
               10 WS-SR-BYTES-ARQ   PIC 9(9).
           05 WS-SR-SITUACAO    PIC X(1).
           05 WS-SR-DATA-SELO   PIC 9(8).
           05 WS-SR-RETORNO     PIC X(1).
           05 WS-SR-MOTIVO      PIC X(40).
       01 WS-TAB-SELO.
           05 WS-TS-LINHA       OCCURS 50 TIMES.
               10 WS-TS-NUM         PIC 9(06).
               10 WS-TS-TEM-SELO    PIC X(01).
               10 WS-TS-SITUACAO    PIC X(01).
               10 WS-TS-QTD-SEL     PIC 9(5).
               10 WS-TS-VALOR-SEL   PIC 9(12)V99.
               10 WS-TS-QTD-RET     PIC 9(5).
               10 WS-TS-VALOR-RET   PIC 9(12)V99.
       01 WS-TS-QTD             PIC 9(3) VALUE ZEROS.
       01 WS-TS-I               PIC 9(3).
       01 WS-TS-ACHOU           PIC 9(3).
       01 WS-SELO-DIVERGE       PIC X VALUE "N".
       01 WS-SELO-MOTIVO        PIC X(40).
       01 WS-ITEM-NO-LOTE       PIC X VALUE "N".
       01 WS-VALOR-NO-LOTE      PIC 9(10)V99.
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
           DISPLAY "PROCESSAMENTO DO RETORNO BANCÁRIO DA REMESSA"

           OPEN I-O CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C

           PERFORM CARREGA-FECHAMENTO

           PERFORM PROCESSA-CAIXA
           PERFORM MOSTRA-SELOS

           IF WS-REMLOTE-OK = "S"
               CLOSE REMLOTE-FILE
           END-IF
           CLOSE CONTAPAGAR-FILE
           IF WS-FECHAMENTO-OK = "S"
               CLOSE FECHAMENTO-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivos processados:      " WS-QTD-ARQUIVOS
           DISPLAY "Itens confirmados (pagos): " WS-QTD-CONFIRMADAS
           DISPLAY "Itens rejeitados:          " WS-QTD-REJEITADAS
           DISPLAY "Itens com falha:           " WS-QTD-FALHA
           DISPLAY "Valor total confirmado:    " WS-VALOR-CONFIRMADO
           STOP RUN.

      *> Retira da caixa de entrada, em ordem, cada arquivo de retorno
      *> pendente; o arquivo já processado (mesmo nome ou mesmo
      *> conteúdo) é recusado pela própria caixa.
       PROCESSA-CAIXA.
           MOVE "RETORNO" TO WS-CX-TIPO
           MOVE 78 TO WS-CX-TAM-REG
           MOVE "S" TO WS-CX-RETORNO
           PERFORM UNTIL WS-CX-RETORNO NOT = "S"
               MOVE "P" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               IF WS-CX-RETORNO = "S"
                   PERFORM CARREGA-ARQUIVO
               END-IF
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               DISPLAY "Nenhum arquivo de retorno pendente em ENTRADA/."
           END-IF.

       CARREGA-ARQUIVO.
           MOVE WS-CX-CAMINHO TO WS-NOME-RETORNO
           OPEN INPUT RETORNO-FILE
           IF WS-STATUS-RETORNO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-RETORNO ": "
                   WS-STATUS-RETORNO
               MOVE "F" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-CX-QTD-REG
           MOVE ZEROS TO WS-CX-DATA-INI
           MOVE ZEROS TO WS-CX-DATA-FIM
           MOVE ZEROS TO WS-CX-VALOR
           PERFORM PROCESSA-RETORNO
           CLOSE RETORNO-FILE
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE "C" TO WS-CX-FUNCAO
           CALL "CAIXAENT" USING WS-CAIXA-ENTRADA.

      *> Resumo do arquivo para o registro da caixa: contagem, menor
      *> e maior data e valor total.
       ACUMULA-RESUMO-CAIXA.
           ADD 1 TO WS-CX-QTD-REG
           ADD RT-VALOR TO WS-CX-VALOR
           IF WS-CX-DATA-INI = ZEROS OR RT-DATA-PGTO < WS-CX-DATA-INI
               MOVE RT-DATA-PGTO TO WS-CX-DATA-INI
           END-IF
           IF RT-DATA-PGTO > WS-CX-DATA-FIM
               MOVE RT-DATA-PGTO TO WS-CX-DATA-FIM
           END-IF.

       PROCESSA-RETORNO.
           READ RETORNO-FILE
               AT END
           END-READ

           PERFORM UNTIL WS-STATUS-RETORNO = "10"
               PERFORM ACUMULA-RESUMO-CAIXA
               PERFORM PROCESSA-ITEM-RETORNO
               READ RETORNO-FILE
                   AT END
                  RT-NUM-PARCELA DELIMITED BY SIZE
                  INTO CP-CHAVE

      *> Parcela 00 é o depósito judicial da penhora (ver
      *> REMESSA.cbl), não uma conta: a conta é liquidada pela sua
      *> própria linha do retorno.
           IF RT-NUM-PARCELA = ZEROS
               PERFORM TRATA-DEPOSITO-JUDICIAL
               EXIT PARAGRAPH
           END-IF

           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "FALHA: conta " CP-CHAVE " não localizada."
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUM-REMESSA TO WS-REMESSA-CONTA
           PERFORM CONFERE-SELO
           IF WS-SELO-DIVERGE = "S"
               ADD 1 TO WS-QTD-FALHA
               EXIT PARAGRAPH
           END-IF

           STRING "SITUACAO=E SALDO=" DELIMITED BY SIZE
                  CP-SALDO            DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
      *> mesma sorte do título identificado no retorno.
           PERFORM TRATA-GRUPO-REMESSA.

      *> Remessa sem número (anterior ao registro do lote) ou sem
      *> selo (gerada antes da selagem) segue como antes. Remessa
      *> bloqueada na verificação não deveria ter ido ao banco: o
      *> retorno dela não liquida nada até ser apurado.
       CONFERE-SELO.
           MOVE "N"    TO WS-SELO-DIVERGE
           MOVE SPACES TO WS-SELO-MOTIVO
           IF WS-REMESSA-CONTA = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZA-SELO
           IF WS-TS-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-TEM-SELO(WS-TS-ACHOU) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF WS-TS-SITUACAO(WS-TS-ACHOU) = "B"
               MOVE "REMESSA BLOQUEADA NA VERIFICACAO"
                   TO WS-SELO-MOTIVO
               PERFORM REGISTRA-DIVERGENCIA
               EXIT PARAGRAPH
           END-IF

           IF WS-REMLOTE-OK = "S"
               PERFORM LOCALIZA-ITEM-LOTE
               IF WS-ITEM-NO-LOTE NOT = "S"
                   MOVE "ITEM NAO CONSTA DA REMESSA SELADA"
                       TO WS-SELO-MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
                   EXIT PARAGRAPH
               END-IF
               IF WS-VALOR-NO-LOTE NOT = RT-VALOR
                   MOVE "VALOR DIFERE DO ENVIADO NA REMESSA"
                       TO WS-SELO-MOTIVO
                   PERFORM REGISTRA-DIVERGENCIA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1       TO WS-TS-QTD-RET(WS-TS-ACHOU)
           ADD RT-VALOR TO WS-TS-VALOR-RET(WS-TS-ACHOU)
           IF WS-TS-QTD-RET(WS-TS-ACHOU) > WS-TS-QTD-SEL(WS-TS-ACHOU)
                   OR WS-TS-VALOR-RET(WS-TS-ACHOU)
                      > WS-TS-VALOR-SEL(WS-TS-ACHOU)
               SUBTRACT 1        FROM WS-TS-QTD-RET(WS-TS-ACHOU)
               SUBTRACT RT-VALOR FROM WS-TS-VALOR-RET(WS-TS-ACHOU)
               MOVE "RETORNO EXCEDE O SELO DA REMESSA"
                   TO WS-SELO-MOTIVO
               PERFORM REGISTRA-DIVERGENCIA
           END-IF.

      *> Cada remessa é consultada uma vez por rodada; a que não
      *> passou pela verificação antes do envio é avisada e vai para
      *> a trilha, mas o retorno é tratado (o banco já pagou).
       LOCALIZA-SELO.
           MOVE ZEROS TO WS-TS-ACHOU
           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-TS-QTD OR WS-TS-ACHOU > ZEROS
               IF WS-TS-NUM(WS-TS-I) = WS-REMESSA-CONTA
                   MOVE WS-TS-I TO WS-TS-ACHOU
               END-IF
           END-PERFORM
           IF WS-TS-ACHOU > ZEROS OR WS-TS-QTD >= 50
               EXIT PARAGRAPH
           END-IF

           MOVE "C"              TO WS-SR-FUNCAO
           MOVE WS-REMESSA-CONTA TO WS-SR-NUM-REMESSA
           MOVE "RETORNO"        TO WS-SR-USUARIO
           CALL "SELAREM" USING WS-SELO-REMESSA

           ADD 1 TO WS-TS-QTD
           MOVE WS-TS-QTD        TO WS-TS-ACHOU
           MOVE WS-REMESSA-CONTA TO WS-TS-NUM(WS-TS-ACHOU)
           MOVE "N"              TO WS-TS-TEM-SELO(WS-TS-ACHOU)
           MOVE ZEROS            TO WS-TS-QTD-RET(WS-TS-ACHOU)
           MOVE ZEROS            TO WS-TS-VALOR-RET(WS-TS-ACHOU)
           IF WS-SR-RETORNO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "S"             TO WS-TS-TEM-SELO(WS-TS-ACHOU)
           MOVE WS-SR-SITUACAO  TO WS-TS-SITUACAO(WS-TS-ACHOU)
           MOVE WS-SR-QTD-SEL   TO WS-TS-QTD-SEL(WS-TS-ACHOU)
           MOVE WS-SR-VALOR-SEL TO WS-TS-VALOR-SEL(WS-TS-ACHOU)

           IF WS-SR-SITUACAO = "G"
               DISPLAY "AVISO: remessa " WS-REMESSA-CONTA
                   " foi enviada sem a verificação do selo (VERREM)."
               MOVE "RETSEMVER" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "REMESSA "       DELIMITED BY SIZE
                      WS-REMESSA-CONTA DELIMITED BY SIZE
                      " SELO G"        DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               MOVE "RETORNO DE REMESSA NAO VERIFICADA"
                   TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
           END-IF.

      *> Item enviado ao banco: avulso ou agrupador (os membros do
      *> grupo não saíram no arquivo).
       LOCALIZA-ITEM-LOTE.
           MOVE "N"   TO WS-ITEM-NO-LOTE
           MOVE ZEROS TO WS-VALOR-NO-LOTE
           MOVE WS-REMESSA-CONTA TO RL-NUMERO
           MOVE 1                TO RL-ITEM
           STRING RL-NUMERO DELIMITED BY SIZE
                  RL-ITEM   DELIMITED BY SIZE
                  INTO RL-CHAVE
           START REMLOTE-FILE KEY IS NOT LESS RL-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ REMLOTE-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RL = "10"
                   OR RL-NUMERO NOT = WS-REMESSA-CONTA
                   OR WS-ITEM-NO-LOTE = "S"
               IF RL-NUM-DOC = RT-NUM-DOC
                       AND RL-CNPJ-FORN = RT-CNPJ-FORN
                       AND RL-NUM-PARCELA = RT-NUM-PARCELA
                       AND (RL-ITEM-GRUPO = ZEROS
                            OR RL-ITEM-GRUPO = RL-ITEM)
                   MOVE "S"      TO WS-ITEM-NO-LOTE
                   MOVE RL-VALOR TO WS-VALOR-NO-LOTE
               ELSE
                   READ REMLOTE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-RL
                   END-READ
               END-IF
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RL.

       REGISTRA-DIVERGENCIA.
           MOVE "S" TO WS-SELO-DIVERGE
           DISPLAY "FALHA: conta " CP-CHAVE " - retorno não confere "
               "com a remessa " WS-REMESSA-CONTA " selada: "
               WS-SELO-MOTIVO
           MOVE "RETDIVERG" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "REMESSA "       DELIMITED BY SIZE
                  WS-REMESSA-CONTA DELIMITED BY SIZE
                  " RETORNO="      DELIMITED BY SIZE
                  RT-VALOR         DELIMITED BY SIZE
                  " OCOR="         DELIMITED BY SIZE
                  RT-COD-OCORRENCIA DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE WS-SELO-MOTIVO TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS.

      *> Resumo por remessa selada: quanto do selo já voltou nesta
      *> rodada.
       MOSTRA-SELOS.
           PERFORM VARYING WS-TS-I FROM 1 BY 1
                   UNTIL WS-TS-I > WS-TS-QTD
               IF WS-TS-TEM-SELO(WS-TS-I) = "S"
                   DISPLAY "Remessa " WS-TS-NUM(WS-TS-I)
                       ": retornados " WS-TS-QTD-RET(WS-TS-I)
                       " de " WS-TS-QTD-SEL(WS-TS-I)
                       " itens selados, valor "
                       WS-TS-VALOR-RET(WS-TS-I) " de "
                       WS-TS-VALOR-SEL(WS-TS-I)
               END-IF
           END-PERFORM.

      *> O depósito já foi abatido do teto da ordem na geração da
      *> remessa; aqui só se registra a resposta do banco. Depósito
      *> devolvido tem de ser refeito à mão junto ao juízo.
       TRATA-DEPOSITO-JUDICIAL.
           MOVE SPACES TO WS-AUD-ANTES
           IF RT-COD-OCORRENCIA = "00"
               DISPLAY "Depósito judicial confirmado: doc "
                   RT-NUM-DOC " CNPJ " RT-CNPJ-FORN " - " RT-VALOR
               MOVE "DEPJUDIC" TO WS-AUD-ACAO
               STRING "CONFIRMADO VALOR=" DELIMITED BY SIZE
                      RT-VALOR            DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
           ELSE
               DISPLAY "ATENÇÃO: depósito judicial REJEITADO: doc "
                   RT-NUM-DOC " CNPJ " RT-CNPJ-FORN " - " RT-VALOR
               DISPLAY "    " RT-COD-OCORRENCIA " - " RT-MOTIVO
                   " - refazer o depósito manualmente."
               ADD 1 TO WS-QTD-FALHA
               MOVE "DEPJUDREJ" TO WS-AUD-ACAO
               STRING "REJEITADO " DELIMITED BY SIZE
                      RT-COD-OCORRENCIA DELIMITED BY SIZE
                      " VALOR=" DELIMITED BY SIZE
                      RT-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
           END-IF
           PERFORM GRAVA-AUDITORIA.

      *> Localiza no registro do lote o item do título devolvido;
      *> se ele pertence a um grupo, cada outro membro é confirmado
      *> ou reaberto com as mesmas rotinas do item principal.
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           WRITE HIST-REG
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: conta " CP-CHAVE " paga, mas histórico "
                   "não gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
           END-IF

           ADD H-VALOR-PAGO TO WS-VALOR-CONFIRMADO
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           ADD 1 TO WS-QTD-REJEITADAS
           DISPLAY "REJEITADA: conta " CP-CHAVE " ocorrência "
               RT-COD-OCORRENCIA " - " RT-MOTIVO
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "RETREM" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "RETREM" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
