       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): um
      *> registro por verificação, liberada ou bloqueada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
           05 AU-HORA          PIC 9(6).
           05 AU-PROGRAMA      PIC X(8).
           05 AU-ACAO          PIC X(10).
           05 AU-CHAVE         PIC X(26).
           05 AU-USUARIO       PIC X(10).
           05 AU-VALOR-ANTES   PIC X(60).
           05 AU-VALOR-DEPOIS  PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-NUM-REMESSA        PIC 9(06).
       01 WS-NOME-REMESSA       PIC X(20).
       01 WS-NOME-BLOQUEADO     PIC X(20).

      *> Mesma área de SELAREM.cbl.
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

      *> Verificação do arquivo de remessa imediatamente antes do
      *> envio pelo portal do banco: recalcula do arquivo em disco a
      *> quantidade de itens, o valor total, a soma das contas
      *> beneficiárias e a impressão digital, e confronta com o selo
      *> gravado na geração (ver REMESSA.cbl e SELAREM.cbl). Qualquer
      *> diferença bloqueia a transmissão: o selo fica bloqueado, o
      *> arquivo é renomeado para .BLOQ — fora do alcance de quem vai
      *> enviá-lo — e a divergência vai para a trilha de auditoria.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "VERIFICAÇÃO DA REMESSA ANTES DO ENVIO AO BANCO"

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

           DISPLAY "Número da remessa a enviar: "
           ACCEPT WS-NUM-REMESSA

           MOVE "V"            TO WS-SR-FUNCAO
           MOVE WS-NUM-REMESSA TO WS-SR-NUM-REMESSA
           MOVE "LOTE"         TO WS-SR-USUARIO
           CALL "SELAREM" USING WS-SELO-REMESSA

           MOVE SPACES TO WS-AUD-CHAVE
           STRING "REMESSA "     DELIMITED BY SIZE
                  WS-NUM-REMESSA DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           STRING "Q="              DELIMITED BY SIZE
                  WS-SR-QTD-SEL     DELIMITED BY SIZE
                  " V="             DELIMITED BY SIZE
                  WS-SR-VALOR-SEL   DELIMITED BY SIZE
                  " C="             DELIMITED BY SIZE
                  WS-SR-CONTAS-SEL  DELIMITED BY SIZE
                  " D="             DELIMITED BY SIZE
                  WS-SR-DIGITAL-SEL DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "Q="              DELIMITED BY SIZE
                  WS-SR-QTD-ARQ     DELIMITED BY SIZE
                  " V="             DELIMITED BY SIZE
                  WS-SR-VALOR-ARQ   DELIMITED BY SIZE
                  " C="             DELIMITED BY SIZE
                  WS-SR-CONTAS-ARQ  DELIMITED BY SIZE
                  " D="             DELIMITED BY SIZE
                  WS-SR-DIGITAL-ARQ DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS

           EVALUATE WS-SR-RETORNO
               WHEN "S"
                   PERFORM LIBERA-REMESSA
               WHEN "N"
                   PERFORM BLOQUEIA-REMESSA
               WHEN OTHER
                   PERFORM RECUSA-SEM-SELO
           END-EVALUATE

           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

       LIBERA-REMESSA.
           DISPLAY "Itens:            " WS-SR-QTD-ARQ
           DISPLAY "Valor total:      " WS-SR-VALOR-ARQ
           DISPLAY "Soma das contas:  " WS-SR-CONTAS-ARQ
           DISPLAY "Impressão digital:" WS-SR-DIGITAL-ARQ
           DISPLAY "Arquivo confere com o selo de " WS-SR-DATA-SELO
               ": LIBERADO para envio ao banco."
           MOVE "VERIFREM" TO WS-AUD-ACAO
           PERFORM GRAVA-AUDITORIA.

       BLOQUEIA-REMESSA.
           DISPLAY "*** TRANSMISSÃO BLOQUEADA ***"
           DISPLAY "Motivo: " WS-SR-MOTIVO
           DISPLAY "Selado:  itens " WS-SR-QTD-SEL " valor "
               WS-SR-VALOR-SEL " contas " WS-SR-CONTAS-SEL
           DISPLAY "Arquivo: itens " WS-SR-QTD-ARQ " valor "
               WS-SR-VALOR-ARQ " contas " WS-SR-CONTAS-ARQ

           MOVE SPACES TO WS-NOME-REMESSA
           STRING "REMESSA_"     DELIMITED BY SIZE
                  WS-NUM-REMESSA DELIMITED BY SIZE
                  ".CNAB"        DELIMITED BY SIZE
                  INTO WS-NOME-REMESSA
           MOVE SPACES TO WS-NOME-BLOQUEADO
           STRING "REMESSA_"     DELIMITED BY SIZE
                  WS-NUM-REMESSA DELIMITED BY SIZE
                  ".BLOQ"        DELIMITED BY SIZE
                  INTO WS-NOME-BLOQUEADO
           CALL "CBL_RENAME_FILE" USING WS-NOME-REMESSA
                                        WS-NOME-BLOQUEADO
           IF RETURN-CODE = 0
               DISPLAY "Arquivo renomeado para " WS-NOME-BLOQUEADO
                   "; NÃO envie ao banco."
           END-IF
           DISPLAY "Apure a divergência e regere a remessa (REMESSA, "
               "opção 2) antes de verificar de novo."
           MOVE "BLOQREM" TO WS-AUD-ACAO
           PERFORM GRAVA-AUDITORIA

      *> Segunda linha com o motivo, para a consulta à trilha.
           MOVE WS-SR-MOTIVO TO WS-AUD-DEPOIS
           MOVE SPACES TO WS-AUD-ANTES
           PERFORM GRAVA-AUDITORIA.

      *> Remessa gerada antes da selagem (ou com selo perdido) não
      *> tem com o que ser conferida: regerar do registro do lote
      *> sela o arquivo.
       RECUSA-SEM-SELO.
           DISPLAY "*** TRANSMISSÃO BLOQUEADA ***"
           DISPLAY "Motivo: " WS-SR-MOTIVO
           DISPLAY "Regere a remessa (REMESSA, opção 2) para selar o "
               "arquivo e verifique de novo."
           MOVE "BLOQREM" TO WS-AUD-ACAO
           MOVE WS-SR-MOTIVO TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl/CANCCONT.cbl); não fatal se o arquivo não puder
      *> ser aberto. Rotina sem operador logado, como em PGTOLOTE.cbl.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "VERREM"                    TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE "LOTE"                      TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
