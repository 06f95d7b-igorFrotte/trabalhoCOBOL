               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Lista de alerta gerada a cada execução, para o time financeiro
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTA.

      *> Prévia da simulação (ver NOTURNO.cbl e SIMPASSO.cbl): a
      *> lista que iria para VENCIDAS.DAT, sem tocar no arquivo de
      *> alerta.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

           05 AL-DIAS-ATRASO    PIC 9(5).
           05 AL-SALDO          PIC 9(10)V99.

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-ALERTA      PIC XX.
      *> Modo simulação, também compartilhado (EXTERNAL): com "S",
      *> nada é gravado e o que o passo faria vai para a prévia
      *> SIMUL_VENCIDAS_<data>.PRN.
       01 WS-SIMULACAO-PASSO    PIC X(1) EXTERNAL.
       01 WS-NOME-SPOOL         PIC X(40).
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).
       01 WS-HOJE               PIC 9(8).
       01 WS-DIAS-ATRASO        PIC S9(5).
       01 WS-VENC-AJUSTADO      PIC 9(8).
       01 WS-QTD-VENCIDAS       PIC 9(5) VALUE ZEROS.
      *> Situações que contam como em aberto: A=aberto, B=parcial,
      *> E=enviado ao banco.
       01 WS-SIT-ABERTAS        PIC X(3) VALUE "ABE".
       01 WS-SIT-I              PIC 9.
       01 WS-SIT-LIDA           PIC X.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF

           IF WS-SIMULACAO-PASSO = "S"
               PERFORM ABRE-PREVIA
           ELSE
               OPEN OUTPUT ALERTA-FILE
               IF WS-STATUS-ALERTA NOT = "00"
                   DISPLAY "Erro ao abrir VENCIDAS.DAT: "
                       WS-STATUS-ALERTA
                   STOP RUN
               END-IF
           END-IF

           PERFORM VERIFICA-VENCIDAS

           CLOSE CONTAPAGAR-FILE
           IF WS-SIMULACAO-PASSO = "S"
               MOVE SPACES TO WS-LINHA
               STRING "Contas que seriam sinalizadas: "
                   DELIMITED BY SIZE
                   WS-QTD-VENCIDAS DELIMITED BY SIZE
                   INTO WS-LINHA
               MOVE WS-LINHA TO SPOOL-LINHA
               WRITE SPOOL-LINHA
               CLOSE SPOOL-FILE
               DISPLAY "Prévia gravada em " WS-NOME-SPOOL
           ELSE
               CLOSE ALERTA-FILE
           END-IF

           DISPLAY "Total de contas vencidas encontradas: "
               WS-QTD-VENCIDAS
           MOVE WS-QTD-VENCIDAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.

      *> Sinaliza, em console e no arquivo de alerta, toda conta em
      *> aberto cujo vencimento já passou em relação à data de hoje.
      *> Lê só as contas em aberto, parciais e enviadas, pela chave
      *> alternada CP-SITUACAO, uma situação de cada vez.
       VERIFICA-VENCIDAS.
           PERFORM VARYING WS-SIT-I FROM 1 BY 1 UNTIL WS-SIT-I > 3
               MOVE WS-SIT-ABERTAS(WS-SIT-I:1) TO WS-SIT-LIDA
               PERFORM VERIFICA-SITUACAO
           END-PERFORM.

       VERIFICA-SITUACAO.
           MOVE WS-SIT-LIDA TO CP-SITUACAO
           START CONTAPAGAR-FILE KEY IS EQUAL CP-SITUACAO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-SITUACAO NOT = WS-SIT-LIDA
               IF CP-DATA-VENC < WS-HOJE
      *> O vencimento efetivo é o dia útil seguinte quando a data cai
      *> em fim de semana ou feriado (ver DIAUTIL.cbl): a conta só é
      *> vencida depois do vencimento efetivo.
                   MOVE CP-DATA-VENC TO WS-VENC-AJUSTADO
                   CALL "DIAUTIL" USING WS-VENC-AJUSTADO
               END-IF
               IF CP-DATA-VENC < WS-HOJE
                       AND WS-VENC-AJUSTADO < WS-HOJE
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-HOJE) -
                       " Venc " CP-DATA-VENC
                       " Atraso " WS-DIAS-ATRASO " dia(s)"
                       " Saldo " CP-SALDO
                   IF WS-SIMULACAO-PASSO = "S"
                       PERFORM IMPRIME-PREVIA
                   ELSE
                       MOVE CP-NUM-DOC     TO AL-NUM-DOC
                       MOVE CP-CNPJ-FORN   TO AL-CNPJ-FORN
                       MOVE CP-NUM-PARCELA TO AL-NUM-PARCELA
                       MOVE CP-DATA-VENC   TO AL-DATA-VENC
                       MOVE WS-DIAS-ATRASO TO AL-DIAS-ATRASO
                       MOVE CP-SALDO       TO AL-SALDO
                       WRITE ALERTA-REG
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

      *> Simulação: a prévia tem o nome do dia, para não sobrepor a
      *> lista de alerta nem a prévia de outra data.
       ABRE-PREVIA.
           MOVE SPACES TO WS-NOME-SPOOL
           STRING "SIMUL_VENCIDAS_" DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               ".PRN" DELIMITED BY SIZE
               INTO WS-NOME-SPOOL
           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SPOOL ": "
                   WS-STATUS-SPOOL
               STOP RUN
           END-IF
           DISPLAY "SIMULAÇÃO: nada será gravado em VENCIDAS.DAT."
           MOVE SPACES TO WS-LINHA
           STRING "PREVIA DE VENCIDAS - CONTAS QUE SERIAM SINALIZADAS"
               DELIMITED BY SIZE
               " EM " DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               INTO WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Uma linha por conta que iria para VENCIDAS.DAT, com os
      *> mesmos dados do registro de alerta.
       IMPRIME-PREVIA.
           MOVE SPACES TO WS-LINHA
           STRING "SINALIZARIA: Doc " DELIMITED BY SIZE
               CP-NUM-DOC DELIMITED BY SIZE
               " CNPJ " DELIMITED BY SIZE
               CP-CNPJ-FORN DELIMITED BY SIZE
               " Parc " DELIMITED BY SIZE
               CP-NUM-PARCELA DELIMITED BY SIZE
               " Venc " DELIMITED BY SIZE
               CP-DATA-VENC DELIMITED BY SIZE
               " Atraso " DELIMITED BY SIZE
               WS-DIAS-ATRASO DELIMITED BY SIZE
               " dia(s) Saldo " DELIMITED BY SIZE
               CP-SALDO DELIMITED BY SIZE
               INTO WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.
