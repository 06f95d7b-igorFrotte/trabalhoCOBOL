               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Tabela de cotações diárias (ver CADCAMB.cbl): a taxa de
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-DATA-FECHO         PIC 9(8).

      *> Registro da execução no checklist do fechamento mensal
      *> (ver MARCAFEC.cbl).
       01 WS-MF-AREA.
           05 WS-MF-EMPRESA         PIC 9(02).
           05 WS-MF-ANO-MES         PIC 9(06).
           05 WS-MF-ITEM            PIC X(10).
           05 WS-MF-DESCRICAO       PIC X(40).
           05 WS-MF-USUARIO         PIC X(10).
           05 WS-MF-OBS             PIC X(40).
           05 WS-MF-RETORNO         PIC X(02).
       01 WS-TAXA-FECHO         PIC 9(04)V9(04).
       01 WS-SALDO-ORIGINAL     PIC 9(10)V99.
       01 WS-SALDO-NOVO         PIC 9(10)V99.
       01 WS-QTD-SEM-COTACAO    PIC 9(5) VALUE ZEROS.
       01 WS-CONTA-VCAMBIAL     PIC X(11) VALUE "61000-VCAMB".
       01 WS-CONTA-FORNECEDORES PIC X(10) VALUE "21000-FORN".
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

           DISPLAY "Contas reavaliadas:       " WS-QTD-REAVALIADAS
           DISPLAY "Sem cotação (mantidas):   " WS-QTD-SEM-COTACAO
           DISPLAY "Variação cambial total:   " WS-TOTAL-VARIACAO
           PERFORM REGISTRA-CHECKLIST
           STOP RUN.

       VARRE-CONTAS.
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           ADD 1 TO WS-QTD-REAVALIADAS
           ADD WS-VARIACAO TO WS-TOTAL-VARIACAO
           DISPLAY "Conta " CP-NUM-DOC " " CP-MOEDA
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> A reavaliação roda para o grupo todo: registra o mês da
      *> data de fechamento no checklist com a empresa 00.
       REGISTRA-CHECKLIST.
           MOVE ZEROS                TO WS-MF-EMPRESA
           MOVE WS-DATA-FECHO(1:6)   TO WS-MF-ANO-MES
           MOVE "REAVCAMB"           TO WS-MF-ITEM
           MOVE "Reavaliação cambial (REAVCAMB)" TO WS-MF-DESCRICAO
           MOVE "REAVCAMB"           TO WS-MF-USUARIO
           MOVE SPACES               TO WS-MF-OBS
           STRING "fecho " DELIMITED BY SIZE
                  WS-DATA-FECHO DELIMITED BY SIZE
                  " reavaliadas " DELIMITED BY SIZE
                  WS-QTD-REAVALIADAS DELIMITED BY SIZE
                  INTO WS-MF-OBS
           CALL "MARCAFEC" USING WS-MF-AREA.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "REAVCAMB" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
