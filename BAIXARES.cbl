               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Resumo das baixas, com o acumulado por mês já gravado no
      *> histórico (mesmo padrão de spool dos demais relatórios).
      *> Na simulação, o mesmo spool sai com o nome da prévia.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
      *> Modo simulação, também compartilhado (EXTERNAL): com "S",
      *> nada é gravado e o que o passo faria vai para a prévia
      *> SIMUL_BAIXARES_<data>.PRN.
       01 WS-SIMULACAO-PASSO    PIC X(1) EXTERNAL.
       01 WS-NOME-SPOOL         PIC X(40) VALUE "BAIXARES.PRN".
       01 WS-HIST-OK            PIC X VALUE "N".
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-MES-QTD-LINHAS     PIC 9(2) VALUE ZEROS.
       01 WS-MES-IDX            PIC 9(2).
       01 WS-MES-ACHOU          PIC X.
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

           MOVE ZEROS TO WS-MES-QTD-LINHAS
           DISPLAY "BAIXA AUTOMÁTICA DE RESÍDUOS DE SALDO"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "N" TO WS-AUDITORIA-OK

      *> Simulação: contas e histórico só para leitura, sem
      *> auditoria, e o spool com o nome da prévia do dia.
           IF WS-SIMULACAO-PASSO = "S"
               DISPLAY "SIMULAÇÃO: nenhuma conta será baixada."
               MOVE SPACES TO WS-NOME-SPOOL
               STRING "SIMUL_BAIXARES_" DELIMITED BY SIZE
                   WS-HOJE DELIMITED BY SIZE
                   ".PRN" DELIMITED BY SIZE
                   INTO WS-NOME-SPOOL
               OPEN INPUT CONTAPAGAR-FILE
           ELSE
               MOVE "BAIXARES.PRN" TO WS-NOME-SPOOL
               OPEN I-O CONTAPAGAR-FILE
           END-IF
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           MOVE "S" TO WS-HIST-OK
           IF WS-SIMULACAO-PASSO = "S"
               OPEN INPUT HISTPAGTO-FILE
               IF WS-STATUS-HIST = "35"
                   MOVE "N" TO WS-HIST-OK
                   MOVE "00" TO WS-STATUS-HIST
               END-IF
           ELSE
               OPEN I-O HISTPAGTO-FILE
               IF WS-STATUS-HIST = "35"
                   OPEN OUTPUT HISTPAGTO-FILE
                   CLOSE HISTPAGTO-FILE
                   OPEN I-O HISTPAGTO-FILE
               END-IF
           END-IF
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir HISTPAGTO.DAT: " WS-STATUS-HIST

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SPOOL ": "
                   WS-STATUS-SPOOL
               STOP RUN
           END-IF

           IF WS-SIMULACAO-PASSO NOT = "S"
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

           PERFORM CARREGA-PARAMETROS

           IF WS-SIMULACAO-PASSO = "S"
               MOVE "PREVIA - SIMULACAO, NADA GRAVADO" TO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "BAIXA DE RESIDUOS ATE " DELIMITED BY SIZE
                  WS-RESIDUO-MAX DELIMITED BY SIZE
           PERFORM IMPRIME-LINHA

           PERFORM PERCORRE-CONTAS
           IF WS-HIST-OK = "S"
               PERFORM RESUMO-POR-MES
           END-IF

           CLOSE CONTAPAGAR-FILE
           IF WS-HIST-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           CLOSE SPOOL-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF

           IF WS-SIMULACAO-PASSO = "S"
               DISPLAY "Resíduos que seriam baixados: " WS-QTD-BAIXADAS
                   " somando " WS-TOTAL-BAIXADO
               DISPLAY "Prévia gravada em " WS-NOME-SPOOL
           ELSE
               DISPLAY "Resíduos baixados: " WS-QTD-BAIXADAS
                   " somando " WS-TOTAL-BAIXADO
           END-IF
           MOVE WS-QTD-BAIXADAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.

       BAIXA-RESIDUO.
           MOVE WS-SALDO-BASE TO WS-VALOR-BAIXADO

      *> Simulação: só a linha da prévia, com o que a baixa faria.
           IF WS-SIMULACAO-PASSO = "S"
               ADD 1 TO WS-QTD-BAIXADAS
               ADD WS-VALOR-BAIXADO TO WS-TOTAL-BAIXADO
               MOVE SPACES TO WS-LINHA
               STRING "BAIXARIA: " DELIMITED BY SIZE
                      CP-CHAVE DELIMITED BY SIZE
                      " situacao " DELIMITED BY SIZE
                      CP-SITUACAO DELIMITED BY SIZE
                      " venc " DELIMITED BY SIZE
                      CP-DATA-VENC DELIMITED BY SIZE
                      " residuo " DELIMITED BY SIZE
                      WS-VALOR-BAIXADO DELIMITED BY SIZE
                      " -> situacao P, saldo 0" DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=" DELIMITED BY SIZE
                  CP-SITUACAO DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE CP-NUM-DOC     TO H-NUM-DOC
           MOVE CP-CNPJ-FORN   TO H-CNPJ-FORN
           MOVE CP-NUM-PARCELA TO H-NUM-PARCELA
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: resíduo baixado, mas histórico não "
                   "gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
           END-IF

           ADD 1 TO WS-QTD-BAIXADAS
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "BAIXARES" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "BAIXARES" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
