       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRIBX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Alíquotas dos tributos sobre remessa ao exterior (IRRF,
      *> CIDE, PIS e COFINS-importação) por fornecedor estrangeiro
      *> e tipo de serviço, aplicadas por FXLIQ.cbl no fechamento do
      *> contrato de câmbio. O registro de CNPJ zerado é a regra
      *> padrão do tipo de serviço para todo fornecedor sem regra
      *> própria (mesmo padrão de RETENCAO.DAT em CADRETEN.cbl).
           SELECT REGREXT-FILE ASSIGN TO "REGREXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RX.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-RX     PIC XX.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-PERC-TXT           PIC X(06).
       01 WS-REGRA-EXISTE       PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "MANUTENÇÃO DE TRIBUTOS SOBRE REMESSA AO EXTERIOR"

           OPEN I-O REGREXT-FILE
           IF WS-STATUS-FILE-RX = "35"
      *> REGREXT.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT REGREXT-FILE
               CLOSE REGREXT-FILE
               OPEN I-O REGREXT-FILE
           END-IF
           IF WS-STATUS-FILE-RX NOT = "00"
               DISPLAY "Erro ao abrir REGREXT.DAT: " WS-STATUS-FILE-RX
               STOP RUN
           END-IF

           PERFORM UNTIL CONTINUA = "N"
               PERFORM LANCA-REGRA
               DISPLAY "Deseja informar outra regra? (S/N): "
               ACCEPT RESPOSTA
               MOVE FUNCTION UPPER-CASE(RESPOSTA) TO CONTINUA
           END-PERFORM

           CLOSE REGREXT-FILE
           STOP RUN.

      *> Lê a regra ANTES de aceitar as alíquotas, para que a
      *> leitura não sobreponha o que o operador digitou; a gravação
      *> decide entre WRITE e REWRITE pelo resultado da leitura.
       LANCA-REGRA.
           DISPLAY "Código do fornecedor (zeros p/ regra padrão): "
           ACCEPT RX-CNPJ-FORN
           DISPLAY "Tipo de serviço (ex: ROYA, TECN, SOFT): "
           ACCEPT RX-TIPO-SERVICO
           MOVE FUNCTION UPPER-CASE(RX-TIPO-SERVICO) TO RX-TIPO-SERVICO
           IF RX-TIPO-SERVICO = SPACES
               DISPLAY "Erro: tipo de serviço obrigatório."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-REGRA-EXISTE
           READ REGREXT-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGRA-EXISTE
               NOT INVALID KEY
                   DISPLAY "Regra atual - " RX-DESCRICAO
                   DISPLAY "  IRRF: " RX-ALIQ-IRRF
                       " CIDE: " RX-ALIQ-CIDE
                       " PIS: " RX-ALIQ-PIS
                       " COFINS: " RX-ALIQ-COFINS
           END-READ

           DISPLAY "Descrição do serviço: "
           ACCEPT RX-DESCRICAO

           DISPLAY "% IRRF sobre a remessa (ex: 15.00): "
           ACCEPT WS-PERC-TXT
           COMPUTE RX-ALIQ-IRRF = FUNCTION NUMVAL(WS-PERC-TXT)
           IF RX-ALIQ-IRRF >= 100
               DISPLAY "Erro: alíquota de IRRF inválida."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "% CIDE (ex: 10.00): "
           ACCEPT WS-PERC-TXT
           COMPUTE RX-ALIQ-CIDE = FUNCTION NUMVAL(WS-PERC-TXT)

           DISPLAY "% PIS-importação (ex: 1.65): "
           ACCEPT WS-PERC-TXT
           COMPUTE RX-ALIQ-PIS = FUNCTION NUMVAL(WS-PERC-TXT)

           DISPLAY "% COFINS-importação (ex: 7.60): "
           ACCEPT WS-PERC-TXT
           COMPUTE RX-ALIQ-COFINS = FUNCTION NUMVAL(WS-PERC-TXT)

           IF WS-REGRA-EXISTE = "N"
               WRITE REGREXT-REG
               IF WS-STATUS-FILE-RX = "00"
                   DISPLAY "Regra de remessa cadastrada."
               ELSE
                   DISPLAY "Erro ao gravar regra: " WS-STATUS-FILE-RX
               END-IF
           ELSE
               REWRITE REGREXT-REG
               IF WS-STATUS-FILE-RX = "00"
                   DISPLAY "Regra de remessa atualizada."
               ELSE
                   DISPLAY "Erro ao atualizar regra: "
                       WS-STATUS-FILE-RX
               END-IF
           END-IF.
