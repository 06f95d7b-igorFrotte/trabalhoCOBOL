               FILE STATUS IS WS-STATUS-FILE-P.

      *> Relatório antes/depois do reajuste, no mesmo padrão de
      *> spool de CONCBANC.PRN. Na simulação, o mesmo spool sai com o
      *> nome da prévia.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.
       01 WS-STATUS-FILE-IX     PIC XX.
       01 WS-STATUS-FILE-P      PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
      *> Modo simulação, também compartilhado (EXTERNAL): com "S",
      *> nada é gravado e o que o passo faria vai para a prévia
      *> SIMUL_REAJUSTE_<data>.PRN.
       01 WS-SIMULACAO-PASSO    PIC X(1) EXTERNAL.
       01 WS-NOME-SPOOL         PIC X(40) VALUE "REAJUSTE.PRN".
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ANTES          PIC X(60).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE WS-HOJE(1:4) TO WS-ANO-ATUAL
           MOVE WS-HOJE(5:2) TO WS-MES-ATUAL
           MOVE "N" TO WS-AUDITORIA-OK

      *> Simulação: modelos e pedidos só para leitura, sem
      *> auditoria, e o spool com o nome da prévia do dia.
           IF WS-SIMULACAO-PASSO = "S"
               DISPLAY "SIMULAÇÃO: nenhum modelo será reajustado."
               MOVE SPACES TO WS-NOME-SPOOL
               STRING "SIMUL_REAJUSTE_" DELIMITED BY SIZE
                   WS-HOJE DELIMITED BY SIZE
                   ".PRN" DELIMITED BY SIZE
                   INTO WS-NOME-SPOOL
               OPEN INPUT RECORRENTE-FILE
           ELSE
               MOVE "REAJUSTE.PRN" TO WS-NOME-SPOOL
               OPEN I-O RECORRENTE-FILE
           END-IF
           IF WS-STATUS-FILE-RC = "35"
               DISPLAY "RECORRENTE.DAT não cadastrado. Nada a "
                   "reajustar."
      *> PEDIDO.DAT é opcional (mesmo padrão de LANCCONT.cbl): sem
      *> ele, só o valor do modelo recorrente é corrigido.
           MOVE "S" TO WS-PEDIDO-FILE-OK
           IF WS-SIMULACAO-PASSO = "S"
               OPEN INPUT PEDIDO-FILE
           ELSE
               OPEN I-O PEDIDO-FILE
           END-IF
           IF WS-STATUS-FILE-P = "35"
               MOVE "N" TO WS-PEDIDO-FILE-OK
           ELSE

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

           IF WS-SIMULACAO-PASSO = "S"
               MOVE "PREVIA - SIMULACAO, NADA GRAVADO" TO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "REAJUSTE DE RECORRENTES - COMPETENCIA "
               DELIMITED BY SIZE
               CLOSE AUDITORIA-FILE
           END-IF

           IF WS-SIMULACAO-PASSO = "S"
               DISPLAY "Prévia gravada em " WS-NOME-SPOOL
           END-IF
           MOVE WS-QTD-REAJUSTADAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.


           MOVE RC-VALOR TO WS-VALOR-ANTES
           COMPUTE WS-VALOR-DEPOIS ROUNDED = RC-VALOR * WS-FATOR

      *> Simulação: a linha da prévia sai igual à do reajuste, sem
      *> regravar o modelo nem o pedido ligado.
           IF WS-SIMULACAO-PASSO NOT = "S"
               MOVE WS-VALOR-DEPOIS TO RC-VALOR
               MOVE WS-ANO-ATUAL TO RC-ANO-REAJUSTE
               REWRITE RECORRENTE-REG
               IF WS-STATUS-FILE-RC NOT = "00"
                   DISPLAY "AVISO: falha ao reajustar modelo "
                       RC-CHAVE ": " WS-STATUS-FILE-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-QTD-REAJUSTADAS
           COMPUTE PD-VALOR-PEDIDO ROUNDED =
               PD-VALOR-PEDIDO * WS-FATOR

           IF WS-SIMULACAO-PASSO = "S"
               MOVE "00" TO WS-STATUS-FILE-P
           ELSE
               REWRITE PEDIDO-REG
           END-IF
           IF WS-STATUS-FILE-P = "00"
               MOVE SPACES TO WS-LINHA
               STRING "  pedido " DELIMITED BY SIZE
