       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCAUC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contratos de fornecedor com caução contratual (ver
      *> CADCONTR.cbl). Arquivo opcional: sem ele, nenhuma conta tem
      *> caução e o pagamento segue cheio.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUM-CONTRATO
               FILE STATUS IS WS-STATUS-FILE-CT.

      *> Vínculos de pedido, recorrente e conta com o contrato (ver
      *> CADCONTR.cbl e GERARECOR.cbl).
           SELECT CTRLINK-FILE ASSIGN TO "CTRLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-LK.

      *> Movimento da conta-garantia de cada contrato: retenções nos
      *> pagamentos e liberações.
           SELECT CAUCAOMV-FILE ASSIGN TO "CAUCAOMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-MV.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRATO-FILE.
       01 CONTRATO-REG.
           05 CT-NUM-CONTRATO   PIC 9(08).
           05 CT-CNPJ-FORN      PIC 9(14).
           05 CT-OBJETO         PIC X(40).
           05 CT-DATA-INICIO    PIC 9(8).
           05 CT-DATA-FIM       PIC 9(8).
           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-PERC-CAUCAO    PIC 9(02)V99.
           05 CT-SALDO-CAUCAO   PIC 9(10)V99.  *> garantia em poder
           05 CT-CAUCAO-RETIDA  PIC 9(10)V99.  *> acumulado retido
           05 CT-CAUCAO-LIBERADA PIC 9(10)V99. *> acumulado liberado
           05 CT-SITUACAO       PIC X(1).   *> A=ATIVO,L=LIBERAÇÃO
                                            *> SOLICITADA,E=ENCERRADO
           05 CT-LIB-USUARIO    PIC X(10).  *> quem pediu a liberação
           05 CT-LIB-DATA       PIC 9(8).
           05 CT-LIB-VALOR      PIC 9(10)V99.
           05 CT-ULT-SEQ-MOV    PIC 9(05).
           05 CT-EMPRESA        PIC 9(02).
           05 CT-PEDIDO         PIC 9(10) OCCURS 5 TIMES.
           05 CT-RECORRENTE     PIC X(16) OCCURS 5 TIMES.

       FD CTRLINK-FILE.
       01 CTRLINK-REG.
           05 LK-CHAVE.
               10 LK-TIPO       PIC X(01).  *> P=pedido,R=recorrente,
                                            *> C=conta gerada
               10 LK-IDENT      PIC X(26).
           05 LK-NUM-CONTRATO   PIC 9(08).

       FD CAUCAOMV-FILE.
       01 CAUCAOMV-REG.
           05 MV-CHAVE.
               10 MV-NUM-CONTRATO PIC 9(08).
               10 MV-SEQ        PIC 9(05).
           05 MV-TIPO           PIC X(01).  *> R=retido,L=liberado
           05 MV-DATA           PIC 9(8).
           05 MV-CP-CHAVE       PIC X(26).
           05 MV-H-SEQ          PIC 9(04).  *> seq. do histórico
           05 MV-VALOR-BASE     PIC 9(10)V99.
           05 MV-VALOR          PIC 9(10)V99.
           05 MV-USUARIO        PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-CT     PIC XX.
       01 WS-STATUS-FILE-LK     PIC XX.
       01 WS-STATUS-FILE-MV     PIC XX.
       01 WS-ACHOU-CONTRATO     PIC X.
       01 WS-PEDIDO-TXT         PIC 9(10).

       LINKAGE SECTION.
      *> Área de troca com PGTOCONT, PGTOLOTE e APROVPAG. Modo "C"
      *> só calcula (para mostrar o líquido antes de confirmar); modo
      *> "G" calcula e grava a retenção no saldo do contrato.
       01 WS-CAU-AREA.
           05 WS-CAU-MODO           PIC X(01).
           05 WS-CAU-CP-CHAVE       PIC X(26).
           05 WS-CAU-NUM-PEDIDO     PIC 9(10).
           05 WS-CAU-VALOR-BASE     PIC 9(10)V99.
           05 WS-CAU-DATA           PIC 9(8).
           05 WS-CAU-H-SEQ          PIC 9(04).
           05 WS-CAU-USUARIO        PIC X(10).
           05 WS-CAU-NUM-CONTRATO   PIC 9(08).
           05 WS-CAU-VALOR          PIC 9(10)V99.

      *> Caução contratual sobre o pagamento de uma conta: acha o
      *> contrato pela própria conta (gerada de recorrente ligado) ou
      *> pelo pedido, e retém o percentual do contrato sobre o valor
      *> aplicado ao principal. Contrato encerrado não retém mais.
       PROCEDURE DIVISION USING WS-CAU-AREA.

       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-CAU-NUM-CONTRATO
           MOVE ZEROS TO WS-CAU-VALOR

           OPEN INPUT CTRLINK-FILE
           IF WS-STATUS-FILE-LK NOT = "00"
               EXIT PROGRAM
           END-IF

           PERFORM LOCALIZA-CONTRATO
           CLOSE CTRLINK-FILE
           IF WS-CAU-NUM-CONTRATO = ZEROS
               EXIT PROGRAM
           END-IF

           OPEN I-O CONTRATO-FILE
           IF WS-STATUS-FILE-CT NOT = "00"
               MOVE ZEROS TO WS-CAU-NUM-CONTRATO
               EXIT PROGRAM
           END-IF

           MOVE WS-CAU-NUM-CONTRATO TO CT-NUM-CONTRATO
           READ CONTRATO-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-CAU-NUM-CONTRATO
           END-READ
           IF WS-CAU-NUM-CONTRATO = ZEROS
                   OR CT-SITUACAO = "E"
                   OR CT-PERC-CAUCAO = ZEROS
               MOVE ZEROS TO WS-CAU-NUM-CONTRATO
               CLOSE CONTRATO-FILE
               EXIT PROGRAM
           END-IF

           COMPUTE WS-CAU-VALOR ROUNDED =
               WS-CAU-VALOR-BASE * CT-PERC-CAUCAO / 100

           IF WS-CAU-MODO = "G" AND WS-CAU-VALOR > ZEROS
               PERFORM GRAVA-RETENCAO
           END-IF

           CLOSE CONTRATO-FILE
           EXIT PROGRAM.

      *> Primeiro o vínculo da própria conta (contas geradas de
      *> recorrente ligado ao contrato), depois o do pedido.
       LOCALIZA-CONTRATO.
           MOVE "C" TO LK-TIPO
           MOVE WS-CAU-CP-CHAVE TO LK-IDENT
           READ CTRLINK-FILE
               NOT INVALID KEY
                   MOVE LK-NUM-CONTRATO TO WS-CAU-NUM-CONTRATO
                   EXIT PARAGRAPH
           END-READ

           IF WS-CAU-NUM-PEDIDO = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO LK-TIPO
           MOVE SPACES TO LK-IDENT
           MOVE WS-CAU-NUM-PEDIDO TO WS-PEDIDO-TXT
           MOVE WS-PEDIDO-TXT TO LK-IDENT(1:10)
           READ CTRLINK-FILE
               NOT INVALID KEY
                   MOVE LK-NUM-CONTRATO TO WS-CAU-NUM-CONTRATO
           END-READ.

       GRAVA-RETENCAO.
           OPEN I-O CAUCAOMV-FILE
           IF WS-STATUS-FILE-MV = "35"
               OPEN OUTPUT CAUCAOMV-FILE
               CLOSE CAUCAOMV-FILE
               OPEN I-O CAUCAOMV-FILE
           END-IF
           IF WS-STATUS-FILE-MV NOT = "00"
               DISPLAY "AVISO: falha ao abrir CAUCAOMV.DAT: "
                   WS-STATUS-FILE-MV
               MOVE ZEROS TO WS-CAU-VALOR
               EXIT PARAGRAPH
           END-IF

           ADD WS-CAU-VALOR TO CT-SALDO-CAUCAO
           ADD WS-CAU-VALOR TO CT-CAUCAO-RETIDA
           ADD 1 TO CT-ULT-SEQ-MOV
           REWRITE CONTRATO-REG
           IF WS-STATUS-FILE-CT NOT = "00"
               DISPLAY "AVISO: falha ao atualizar caução do contrato "
                   CT-NUM-CONTRATO ": " WS-STATUS-FILE-CT
               MOVE ZEROS TO WS-CAU-VALOR
               CLOSE CAUCAOMV-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE CT-NUM-CONTRATO   TO MV-NUM-CONTRATO
           MOVE CT-ULT-SEQ-MOV    TO MV-SEQ
           MOVE "R"               TO MV-TIPO
           MOVE WS-CAU-DATA       TO MV-DATA
           MOVE WS-CAU-CP-CHAVE   TO MV-CP-CHAVE
           MOVE WS-CAU-H-SEQ      TO MV-H-SEQ
           MOVE WS-CAU-VALOR-BASE TO MV-VALOR-BASE
           MOVE WS-CAU-VALOR      TO MV-VALOR
           MOVE WS-CAU-USUARIO    TO MV-USUARIO
           WRITE CAUCAOMV-REG
           IF WS-STATUS-FILE-MV NOT = "00"
               DISPLAY "AVISO: falha ao gravar movimento da caução: "
                   WS-STATUS-FILE-MV
           END-IF

           CLOSE CAUCAOMV-FILE.
