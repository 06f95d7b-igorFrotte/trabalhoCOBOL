               RECORD KEY IS PD-NUM-PEDIDO
               FILE STATUS IS WS-STATUS-FILE-P.

      *> Itens do pedido (ver CADPEDIDO.cbl). Opcional: sem ele, ou
      *> com pedido sem itens, o recebimento é lançado só por valor.
           SELECT PEDITEM-FILE ASSIGN TO "PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PI.

      *> Quantidade recebida por item em cada recebimento; chave =
      *> chave do recebimento + nº do item do pedido.
           SELECT RECITEM-FILE ASSIGN TO "RECITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RI.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por recebimento lançado.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 PD-VALOR-PEDIDO   PIC 9(10)V99.  *> valor aprovado
           05 PD-VALOR-CONSUMIDO PIC 9(10)V99. *> notas já lançadas

       FD PEDITEM-FILE.
       01 PEDITEM-REG.
           05 PI-CHAVE.
               10 PI-NUM-PEDIDO PIC 9(10).
               10 PI-ITEM       PIC 9(03).
           05 PI-COD-PRODUTO    PIC X(15).
           05 PI-DESCRICAO      PIC X(30).
           05 PI-QTD-PEDIDA     PIC 9(07)V999.
           05 PI-PRECO-UNIT     PIC 9(08)V9(04).
           05 PI-QTD-RECEBIDA   PIC 9(07)V999.
           05 PI-QTD-FATURADA   PIC 9(07)V999.

       FD RECITEM-FILE.
       01 RECITEM-REG.
           05 RI-CHAVE.
               10 RI-CHAVE-RECEB PIC X(12).  *> = RB-CHAVE
               10 RI-ITEM        PIC 9(03).
           05 RI-QTD-RECEBIDA    PIC 9(07)V999.

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-VALOR-TXT          PIC X(15).
       01 WS-PROX-SEQ           PIC 9(02).

      *> Recebimento por item: quantidade informada para cada linha
      *> do pedido, guardada até a gravação do recebimento.
       01 WS-STATUS-FILE-PI     PIC XX.
       01 WS-STATUS-FILE-RI     PIC XX.
       01 WS-PEDITEM-OK         PIC X VALUE "N".
       01 WS-PEDIDO-COM-ITENS   PIC X.
       01 WS-QTD-TXT            PIC X(15).
       01 WS-QTD-ABERTA         PIC S9(07)V999.
       01 WS-VALOR-LINHA        PIC 9(10)V99.
       01 WS-RI-QTD-LINHAS      PIC 9(03).
       01 WS-RI-I               PIC 9(03).
       01 WS-TAB-RECITEM.
           05 WS-RI-LINHA       OCCURS 50 TIMES.
               10 WS-RI-ITEM    PIC 9(03).
               10 WS-RI-QTD     PIC 9(07)V999.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

               STOP RUN
           END-IF

           OPEN I-O PEDITEM-FILE
           IF WS-STATUS-FILE-PI = "00"
               MOVE "S" TO WS-PEDITEM-OK
           END-IF

           OPEN I-O RECITEM-FILE
           IF WS-STATUS-FILE-RI = "35"
               OPEN OUTPUT RECITEM-FILE
               CLOSE RECITEM-FILE
               OPEN I-O RECITEM-FILE
           END-IF
           IF WS-STATUS-FILE-RI NOT = "00"
               DISPLAY "Erro ao abrir RECITEM.DAT: " WS-STATUS-FILE-RI
               STOP RUN
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE

           CLOSE RECEBIMENTO-FILE
           CLOSE PEDIDO-FILE
           IF WS-PEDITEM-OK = "S"
               CLOSE PEDITEM-FILE
           END-IF
           CLOSE RECITEM-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           DISPLAY "Data do Recebimento (AAAAMMDD): "
           ACCEPT RB-DATA-RECEB

           PERFORM CAPTURA-QTD-ITENS

           IF WS-PEDIDO-COM-ITENS = "N"
               DISPLAY "Valor da mercadoria recebida (ex: 1000.50): "
               ACCEPT WS-VALOR-TXT

               IF WS-VALOR-TXT = SPACES
                   DISPLAY "Erro: valor não informado."
                   EXIT PARAGRAPH
               END-IF

               COMPUTE RB-VALOR = FUNCTION NUMVAL(WS-VALOR-TXT)
           END-IF

           IF RB-VALOR <= 0
               DISPLAY "Erro: valor deve ser maior que zero."
           IF WS-STATUS-FILE-RB = "00"
               DISPLAY "Recebimento " RB-SEQUENCIA " do pedido "
                   RB-NUM-PEDIDO " registrado."
               IF WS-PEDIDO-COM-ITENS = "S"
                   PERFORM GRAVA-QTD-ITENS
               END-IF
               STRING "VALOR=" DELIMITED BY SIZE
                      RB-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               DISPLAY "Erro ao gravar recebimento: " WS-STATUS-FILE-RB
           END-IF.

      *> Pedido com itens: mostra o saldo a receber de cada linha e
      *> pede a quantidade entregue agora. RB-VALOR passa a ser a
      *> soma quantidade x preço unitário do pedido.
       CAPTURA-QTD-ITENS.
           MOVE "N" TO WS-PEDIDO-COM-ITENS
           MOVE ZEROS TO WS-RI-QTD-LINHAS
           MOVE ZEROS TO RB-VALOR
           IF WS-PEDITEM-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE PD-NUM-PEDIDO TO PI-NUM-PEDIDO
           MOVE ZEROS TO PI-ITEM
           START PEDITEM-FILE KEY IS NOT LESS PI-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PEDITEM-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF PI-NUM-PEDIDO NOT = PD-NUM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-PEDIDO-COM-ITENS
           PERFORM UNTIL WS-STATUS-FILE-PI = "10"
                   OR PI-NUM-PEDIDO NOT = PD-NUM-PEDIDO
                   OR WS-RI-QTD-LINHAS >= 50
               COMPUTE WS-QTD-ABERTA = PI-QTD-PEDIDA - PI-QTD-RECEBIDA
               DISPLAY "Item " PI-ITEM " " PI-COD-PRODUTO " "
                   PI-DESCRICAO
               DISPLAY "  pedida " PI-QTD-PEDIDA " recebida "
                   PI-QTD-RECEBIDA " a receber " WS-QTD-ABERTA
               DISPLAY "  Quantidade recebida agora (0 se nada): "
               ACCEPT WS-QTD-TXT
               IF WS-QTD-TXT NOT = SPACES
                   ADD 1 TO WS-RI-QTD-LINHAS
                   MOVE PI-ITEM TO WS-RI-ITEM(WS-RI-QTD-LINHAS)
                   COMPUTE WS-RI-QTD(WS-RI-QTD-LINHAS) =
                       FUNCTION NUMVAL(WS-QTD-TXT)
                   IF WS-RI-QTD(WS-RI-QTD-LINHAS) = ZEROS
                       SUBTRACT 1 FROM WS-RI-QTD-LINHAS
                   ELSE
                       IF WS-RI-QTD(WS-RI-QTD-LINHAS) > WS-QTD-ABERTA
                           DISPLAY "  AVISO: quantidade acima do saldo "
                               "a receber do item."
                       END-IF
                       COMPUTE WS-VALOR-LINHA ROUNDED =
                           WS-RI-QTD(WS-RI-QTD-LINHAS) * PI-PRECO-UNIT
                       ADD WS-VALOR-LINHA TO RB-VALOR
                   END-IF
               END-IF
               READ PEDITEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PI
               END-READ
           END-PERFORM

           DISPLAY "Valor recebido pelos itens: " RB-VALOR.

      *> Grava a quantidade de cada item no RECITEM.DAT e acumula o
      *> recebido na linha do pedido.
       GRAVA-QTD-ITENS.
           PERFORM VARYING WS-RI-I FROM 1 BY 1
                   UNTIL WS-RI-I > WS-RI-QTD-LINHAS
               MOVE RB-CHAVE             TO RI-CHAVE-RECEB
               MOVE WS-RI-ITEM(WS-RI-I)  TO RI-ITEM
               MOVE WS-RI-QTD(WS-RI-I)   TO RI-QTD-RECEBIDA
               WRITE RECITEM-REG
               IF WS-STATUS-FILE-RI NOT = "00"
                   DISPLAY "AVISO: falha ao gravar item " RI-ITEM
                       " do recebimento: " WS-STATUS-FILE-RI
               END-IF

               MOVE PD-NUM-PEDIDO        TO PI-NUM-PEDIDO
               MOVE WS-RI-ITEM(WS-RI-I)  TO PI-ITEM
               READ PEDITEM-FILE
                   INVALID KEY
                       DISPLAY "AVISO: item " PI-ITEM
                           " não encontrado."
                   NOT INVALID KEY
                       ADD WS-RI-QTD(WS-RI-I) TO PI-QTD-RECEBIDA
                       REWRITE PEDITEM-REG
                       COMPUTE WS-QTD-ABERTA =
                           PI-QTD-PEDIDA - PI-QTD-RECEBIDA
                       IF WS-QTD-ABERTA > ZEROS
                           DISPLAY "Item " PI-ITEM
                               " saldo a receber: " WS-QTD-ABERTA
                       END-IF
               END-READ
           END-PERFORM.

      *> Varre os recebimentos já gravados para o pedido, a partir da
      *> sequência 01, e devolve a próxima sequência livre em
      *> WS-PROX-SEQ (zero quando as 99 posições já foram usadas).
