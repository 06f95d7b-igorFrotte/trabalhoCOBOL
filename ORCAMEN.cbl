       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> O orçamento de investimento (CAPEX) é um arquivo à parte,
      *> ORCCAPEX.DAT, com o mesmo layout (ver LANCCONT.cbl).
           SELECT ORCAMENTO-FILE ASSIGN TO WS-NOME-ORCAMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-LIMITE-TXT         PIC X(15).
       01 WS-TIPO-ORCAMENTO     PIC X VALUE "D".
       01 WS-NOME-ORCAMENTO     PIC X(13) VALUE "ORCAMENTO.DAT".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "MANUTENÇÃO DE ORÇAMENTO POR CENTRO DE CUSTO"
           DISPLAY "Orçamento de D=despesa ou C=investimento (CAPEX): "
           ACCEPT WS-TIPO-ORCAMENTO
           IF FUNCTION UPPER-CASE(WS-TIPO-ORCAMENTO) = "C"
               MOVE "ORCCAPEX.DAT" TO WS-NOME-ORCAMENTO
           ELSE
               MOVE "ORCAMENTO.DAT" TO WS-NOME-ORCAMENTO
           END-IF

           OPEN I-O ORCAMENTO-FILE
           IF WS-STATUS-FILE-OR = "35"
      *> ORCAMENTO.DAT (ou ORCCAPEX.DAT) ainda não existe — cria o
      *> arquivo na primeira execução.
               OPEN OUTPUT ORCAMENTO-FILE
               CLOSE ORCAMENTO-FILE
               OPEN I-O ORCAMENTO-FILE
           END-IF
           IF WS-STATUS-FILE-OR NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-ORCAMENTO ": "
                   WS-STATUS-FILE-OR
               STOP RUN
           END-IF

