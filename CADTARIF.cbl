       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTARIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Tarifas negociadas com o banco por conta bancária e forma de
      *> pagamento, com início de vigência: a renegociação grava uma
      *> linha nova e a conferência de um mês antigo (CONFTARF.cbl)
      *> continua usando a tarifa que valia naquele mês.
           SELECT TARIFNEG-FILE ASSIGN TO "TARIFNEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-CHAVE
               FILE STATUS IS WS-STATUS-FILE-TN.

      *> Contas bancárias da empresa (ver CADBANCO.cbl).
           SELECT CONTABANCO-FILE ASSIGN TO "CONTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CB.

       DATA DIVISION.
       FILE SECTION.

       FD TARIFNEG-FILE.
       01 TARIFNEG-REG.
           05 TN-CHAVE.                     *> 03 conta + 01 forma +
               10 TN-CONTA-BANCO PIC X(03). *> 08 início vigência
               10 TN-FORMA       PIC X(01). *> T=TED,P=PIX,B=boleto,
                                            *> Q=cheque,R=arquivo
                                            *> de remessa,M=pacote
                                            *> mensal
               10 TN-VIGENCIA    PIC 9(8).
           05 TN-VALOR-UNIT     PIC 9(04)V99.  *> por item (M: por mês)
           05 TN-FRANQUIA       PIC 9(05).  *> itens isentos no mês

      *> Contas bancárias da empresa (ver CADBANCO.cbl).
       FD CONTABANCO-FILE.
       01 CONTABANCO-REG.
           05 CB-CODIGO         PIC X(03).
           05 CB-BANCO          PIC X(03).
           05 CB-AGENCIA        PIC X(06).
           05 CB-CONTA          PIC X(12).
           05 CB-DESCRICAO      PIC X(30).
           05 CB-SALDO          PIC S9(10)V99. *> saldo corrente
           05 CB-ATIVO          PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-TN     PIC XX.
       01 WS-STATUS-FILE-CB     PIC XX.
       01 WS-CONTABANCO-OK      PIC X VALUE "N".
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-TARIFA-EXISTE      PIC X.
       01 WS-VALOR-TXT          PIC X(15).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "TARIFAS BANCÁRIAS NEGOCIADAS POR CONTA E FORMA"

           OPEN I-O TARIFNEG-FILE
           IF WS-STATUS-FILE-TN = "35"
      *> TARIFNEG.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT TARIFNEG-FILE
               CLOSE TARIFNEG-FILE
               OPEN I-O TARIFNEG-FILE
           END-IF
           IF WS-STATUS-FILE-TN NOT = "00"
               DISPLAY "Erro ao abrir TARIFNEG.DAT: " WS-STATUS-FILE-TN
               STOP RUN
           END-IF

           MOVE "S" TO WS-CONTABANCO-OK
           OPEN INPUT CONTABANCO-FILE
           IF WS-STATUS-FILE-CB NOT = "00"
               MOVE "N" TO WS-CONTABANCO-OK
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== TARIFAS NEGOCIADAS ====="
               DISPLAY "1 - Incluir / alterar tarifa"
               DISPLAY "2 - Listar tarifas"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM INCLUI-TARIFA
                   WHEN 2
                       PERFORM LISTA-TARIFAS
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE TARIFNEG-FILE
           IF WS-CONTABANCO-OK = "S"
               CLOSE CONTABANCO-FILE
           END-IF
           STOP RUN.

       INCLUI-TARIFA.
           DISPLAY "Conta bancária (código): "
           ACCEPT TN-CONTA-BANCO

           IF WS-CONTABANCO-OK = "S"
               MOVE TN-CONTA-BANCO TO CB-CODIGO
               READ CONTABANCO-FILE
                   INVALID KEY
                       DISPLAY "Conta bancária não cadastrada."
                       EXIT PARAGRAPH
               END-READ
           END-IF

           DISPLAY "Forma (T=TED, P=PIX, B=boleto, Q=cheque, "
               "R=arquivo de remessa, M=pacote mensal): "
           ACCEPT TN-FORMA
           MOVE FUNCTION UPPER-CASE(TN-FORMA) TO TN-FORMA
           IF TN-FORMA NOT = "T" AND TN-FORMA NOT = "P"
                   AND TN-FORMA NOT = "B" AND TN-FORMA NOT = "Q"
                   AND TN-FORMA NOT = "R" AND TN-FORMA NOT = "M"
               DISPLAY "Forma inválida."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Início da vigência (AAAAMMDD): "
           ACCEPT TN-VIGENCIA
           IF TN-VIGENCIA = ZEROS
               DISPLAY "Vigência inválida."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-TARIFA-EXISTE
           READ TARIFNEG-FILE
               INVALID KEY
                   MOVE "N" TO WS-TARIFA-EXISTE
               NOT INVALID KEY
                   DISPLAY "Tarifa atual: " TN-VALOR-UNIT
                       " franquia " TN-FRANQUIA
           END-READ

           DISPLAY "Tarifa negociada (ex: 8.50; M = valor do mês): "
           ACCEPT WS-VALOR-TXT
           COMPUTE TN-VALOR-UNIT = FUNCTION NUMVAL(WS-VALOR-TXT)
           MOVE ZEROS TO TN-FRANQUIA
           IF TN-FORMA NOT = "M"
               DISPLAY "Franquia mensal (itens isentos, 0 = nenhum): "
               ACCEPT TN-FRANQUIA
           END-IF

           IF WS-TARIFA-EXISTE = "S"
               REWRITE TARIFNEG-REG
           ELSE
               WRITE TARIFNEG-REG
           END-IF
           IF WS-STATUS-FILE-TN = "00"
               DISPLAY "Tarifa gravada."
           ELSE
               DISPLAY "Erro ao gravar tarifa: " WS-STATUS-FILE-TN
           END-IF.

       LISTA-TARIFAS.
           MOVE LOW-VALUES TO TN-CHAVE
           START TARIFNEG-FILE KEY IS NOT LESS TN-CHAVE
               INVALID KEY
                   DISPLAY "Nenhuma tarifa cadastrada."
                   EXIT PARAGRAPH
           END-START

           READ TARIFNEG-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhuma tarifa cadastrada."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CTA | FRM | VIGENCIA | TARIFA  | FRANQUIA"
           PERFORM UNTIL WS-STATUS-FILE-TN = "10"
               DISPLAY TN-CONTA-BANCO " |  " TN-FORMA "  | "
                   TN-VIGENCIA " | " TN-VALOR-UNIT " | " TN-FRANQUIA
               READ TARIFNEG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TN
               END-READ
           END-PERFORM.
