               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

       DATA DIVISION.
       01 WS-DIAS-ATRASO        PIC S9(5).
       01 WS-SALDO-BASE         PIC 9(10)V99.
       01 WS-CLASSE             PIC 9.
      *> Situações que aparecem no painel: A=aberto, B=parcial,
      *> D=disputa, E=enviado ao banco, P=pago.
       01 WS-SIT-PAINEL         PIC X(5) VALUE "ABDEP".
       01 WS-SIT-I              PIC 9.
       01 WS-SIT-LIDA           PIC X.
       01 WS-MODO-LEITURA       PIC X.
       01 WS-OPCAO-DETALHE      PIC 9.

      *> Uma linha do painel por situação de interesse da tesouraria;
           CLOSE CONTAPAGAR-FILE
           STOP RUN.

      *> Classifica cada conta nas linhas do painel: 1=total em
      *> aberto, 2=vence hoje, 3=vence nos próximos 7 dias,
      *> 4=vencida (com as faixas de atraso), 5=em disputa, 6=enviada
      *> ao banco, 7=paga no mês corrente. As linhas 2/3/4 são
      *> recortes do total em aberto (1). Lê só as situações que
      *> entram no painel, pela chave alternada CP-SITUACAO.
       ACUMULA-PAINEL.
           MOVE "A" TO WS-MODO-LEITURA
           PERFORM VARYING WS-SIT-I FROM 1 BY 1 UNTIL WS-SIT-I > 5
               MOVE WS-SIT-PAINEL(WS-SIT-I:1) TO WS-SIT-LIDA
               PERFORM PERCORRE-SITUACAO
           END-PERFORM.

      *> Percorre as contas da situação WS-SIT-LIDA; WS-MODO-LEITURA
      *> diz se acumula o painel (A) ou lista o detalhe (D).
       PERCORRE-SITUACAO.
           MOVE WS-SIT-LIDA TO CP-SITUACAO
           START CONTAPAGAR-FILE KEY IS EQUAL CP-SITUACAO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-SITUACAO NOT = WS-SIT-LIDA
               PERFORM CLASSIFICA-CONTA
               IF WS-MODO-LEITURA = "A"
                   PERFORM SOMA-NO-PAINEL
               ELSE
                   PERFORM MOSTRA-DETALHE
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

      *> Devolve em WS-CLASSE o recorte fino da conta (0 = fora do
      *> painel); o saldo-base repete a regra de EFETUAR-PAGAMENTO:
               "  " WS-PAN-VALOR(7)
           DISPLAY "==================================================".

      *> Nova leitura listando as contas do recorte escolhido; a
      *> linha 1 (total em aberto) detalha os recortes 2, 3 e 4.
       DETALHA-LINHA.
           DISPLAY " VENC     | DOC        | CNPJ           | SALDO"
           MOVE "D" TO WS-MODO-LEITURA
           EVALUATE WS-OPCAO-DETALHE
               WHEN 5
                   MOVE "D" TO WS-SIT-LIDA
                   PERFORM PERCORRE-SITUACAO
               WHEN 6
                   MOVE "E" TO WS-SIT-LIDA
                   PERFORM PERCORRE-SITUACAO
               WHEN 7
                   MOVE "P" TO WS-SIT-LIDA
                   PERFORM PERCORRE-SITUACAO
               WHEN OTHER
                   MOVE "A" TO WS-SIT-LIDA
                   PERFORM PERCORRE-SITUACAO
                   MOVE "B" TO WS-SIT-LIDA
                   PERFORM PERCORRE-SITUACAO
           END-EVALUATE.

       MOSTRA-DETALHE.
           IF WS-CLASSE = WS-OPCAO-DETALHE
                   OR (WS-OPCAO-DETALHE = 1
                       AND WS-CLASSE >= 2 AND WS-CLASSE <= 4)
               IF WS-CLASSE = 7
                   DISPLAY CP-DATA-PGTO " | " CP-NUM-DOC " | "
                       CP-CNPJ-FORN " | " CP-VALOR
               ELSE
                   DISPLAY CP-DATA-VENC " | " CP-NUM-DOC " | "
                       CP-CNPJ-FORN " | " WS-SALDO-BASE
               END-IF
           END-IF.
