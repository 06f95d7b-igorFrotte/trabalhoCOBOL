       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPENH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Ordens judiciais de penhora sobre os créditos do fornecedor
      *> (ver CADPENH.cbl), com chave alternada por CNPJ. Arquivo
      *> opcional: sem ele, nenhum pagamento é desviado.
           SELECT PENHORA-FILE ASSIGN TO "PENHORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NUM-ORDEM
               ALTERNATE RECORD KEY IS PH-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PH.

      *> Um registro por depósito judicial feito (ou pendente, ver
      *> modo "P") contra a ordem; é a base do relatório ao juízo
      *> (ver RELPENH.cbl).
           SELECT PENHORMV-FILE ASSIGN TO "PENHORMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PM.

       DATA DIVISION.
       FILE SECTION.

       FD PENHORA-FILE.
       01 PENHORA-REG.
           05 PH-NUM-ORDEM      PIC 9(06).
           05 PH-CNPJ-FORN      PIC 9(14).
           05 PH-PROCESSO       PIC X(25).  *> nº do processo (CNJ)
           05 PH-VARA           PIC X(40).  *> juízo / vara
           05 PH-DATA-ORDEM     PIC 9(8).
           05 PH-BENEF-NOME     PIC X(40).  *> titular do depósito
           05 PH-BENEF-CNPJ     PIC 9(14).
           05 PH-BANCO          PIC X(03).
           05 PH-AGENCIA        PIC X(06).
           05 PH-CONTA          PIC X(12).
           05 PH-TIPO           PIC X(01).  *> P=percentual,V=valor
                                            *> fixo por pagamento
           05 PH-PERC           PIC 9(03)V99.
           05 PH-VALOR-FIXO     PIC 9(10)V99.
           05 PH-TETO           PIC 9(12)V99.  *> limite da ordem
           05 PH-TOTAL-DEPOSITADO PIC 9(12)V99.
           05 PH-SITUACAO       PIC X(01).  *> A=ATIVA,S=SUSPENSA,
                                            *> E=ENCERRADA
           05 PH-ULT-SEQ-MOV    PIC 9(05).
           05 PH-USUARIO        PIC X(10).  *> quem cadastrou

       FD PENHORMV-FILE.
       01 PENHORMV-REG.
           05 PM-CHAVE.
               10 PM-NUM-ORDEM  PIC 9(06).
               10 PM-SEQ        PIC 9(05).
           05 PM-DATA           PIC 9(8).
           05 PM-CP-CHAVE       PIC X(26).
           05 PM-PROGRAMA       PIC X(08).  *> caminho do pagamento
           05 PM-NUM-REMESSA    PIC 9(06).
           05 PM-VALOR-BASE     PIC 9(10)V99.
           05 PM-VALOR          PIC 9(10)V99.
           05 PM-SALDO-TETO     PIC 9(12)V99.  *> a depositar depois
           05 PM-USUARIO        PIC X(10).
           05 PM-SITUACAO       PIC X(01).  *> P=DEPOSITO PENDENTE,
                                            *> D=DEPOSITADO DEPOIS
           05 PM-DATA-DEPOSITO  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-PH     PIC XX.
       01 WS-STATUS-FILE-PM     PIC XX.
       01 WS-SALDO-TETO         PIC 9(12)V99.

       LINKAGE SECTION.
      *> Área de troca com PGTOCONT, PGTOLOTE, APROVPAG, BORDERO e
      *> REMESSA. Modo "C" só calcula; modo "G" calcula e grava o
      *> depósito contra a ordem, abatendo do teto. Modo "P" é o "G"
      *> de um pagamento que já saiu cheio ao fornecedor (débito
      *> automático em CONCBANC, liquidações de NETINTER e FXLIQ):
      *> o depósito fica pendente, a fazer com recursos da empresa,
      *> até ser baixado em CADPENH.
       01 WS-PEN-AREA.
           05 WS-PEN-MODO           PIC X(01).
           05 WS-PEN-CNPJ           PIC 9(14).
           05 WS-PEN-CP-CHAVE       PIC X(26).
           05 WS-PEN-VALOR-BASE     PIC 9(10)V99.
           05 WS-PEN-DATA           PIC 9(8).
           05 WS-PEN-PROGRAMA       PIC X(08).
           05 WS-PEN-NUM-REMESSA    PIC 9(06).
           05 WS-PEN-USUARIO        PIC X(10).
           05 WS-PEN-NUM-ORDEM      PIC 9(06).
           05 WS-PEN-PROCESSO       PIC X(25).
           05 WS-PEN-BENEF-CNPJ     PIC 9(14).
           05 WS-PEN-BANCO          PIC X(03).
           05 WS-PEN-AGENCIA        PIC X(06).
           05 WS-PEN-CONTA          PIC X(12).
           05 WS-PEN-VALOR          PIC 9(10)V99.

      *> Penhora sobre um pagamento ao fornecedor: vale a ordem ativa
      *> mais antiga do CNPJ com teto ainda a cumprir (as seguintes
      *> entram quando ela se encerra). O valor desviado é o
      *> percentual ou o valor fixo da ordem, limitado ao que falta
      *> do teto e ao próprio valor do pagamento.
       PROCEDURE DIVISION USING WS-PEN-AREA.

       MAIN-PROCEDURE.
           MOVE ZEROS  TO WS-PEN-NUM-ORDEM
           MOVE ZEROS  TO WS-PEN-VALOR
           MOVE SPACES TO WS-PEN-PROCESSO
           MOVE ZEROS  TO WS-PEN-BENEF-CNPJ
           MOVE SPACES TO WS-PEN-BANCO
           MOVE SPACES TO WS-PEN-AGENCIA
           MOVE SPACES TO WS-PEN-CONTA

           IF WS-PEN-VALOR-BASE = ZEROS
               EXIT PROGRAM
           END-IF

           IF WS-PEN-MODO = "G" OR WS-PEN-MODO = "P"
               OPEN I-O PENHORA-FILE
           ELSE
               OPEN INPUT PENHORA-FILE
           END-IF
           IF WS-STATUS-FILE-PH NOT = "00"
               EXIT PROGRAM
           END-IF

           PERFORM LOCALIZA-ORDEM
           IF WS-PEN-NUM-ORDEM = ZEROS
               CLOSE PENHORA-FILE
               EXIT PROGRAM
           END-IF

           COMPUTE WS-SALDO-TETO = PH-TETO - PH-TOTAL-DEPOSITADO
           IF PH-TIPO = "V"
               MOVE PH-VALOR-FIXO TO WS-PEN-VALOR
           ELSE
               COMPUTE WS-PEN-VALOR ROUNDED =
                   WS-PEN-VALOR-BASE * PH-PERC / 100
           END-IF
           IF WS-PEN-VALOR > WS-SALDO-TETO
               MOVE WS-SALDO-TETO TO WS-PEN-VALOR
           END-IF
           IF WS-PEN-VALOR > WS-PEN-VALOR-BASE
               MOVE WS-PEN-VALOR-BASE TO WS-PEN-VALOR
           END-IF

           MOVE PH-PROCESSO   TO WS-PEN-PROCESSO
           MOVE PH-BENEF-CNPJ TO WS-PEN-BENEF-CNPJ
           MOVE PH-BANCO      TO WS-PEN-BANCO
           MOVE PH-AGENCIA    TO WS-PEN-AGENCIA
           MOVE PH-CONTA      TO WS-PEN-CONTA

           IF (WS-PEN-MODO = "G" OR WS-PEN-MODO = "P")
                   AND WS-PEN-VALOR > ZEROS
               PERFORM GRAVA-DEPOSITO
           END-IF

           CLOSE PENHORA-FILE
           EXIT PROGRAM.

      *> Percorre as ordens do CNPJ pela chave alternada; a primeira
      *> ativa com teto em aberto é a que vale.
       LOCALIZA-ORDEM.
           MOVE WS-PEN-CNPJ TO PH-CNPJ-FORN
           START PENHORA-FILE KEY IS EQUAL PH-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PH = "10"
                   OR PH-CNPJ-FORN NOT = WS-PEN-CNPJ
                   OR WS-PEN-NUM-ORDEM NOT = ZEROS
               IF PH-SITUACAO = "A"
                       AND PH-TOTAL-DEPOSITADO < PH-TETO
                   MOVE PH-NUM-ORDEM TO WS-PEN-NUM-ORDEM
               ELSE
                   READ PENHORA-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-PH
                   END-READ
               END-IF
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PH.

      *> Abate o depósito do teto (ordem cumprida é encerrada) e
      *> registra o movimento para o relatório ao juízo.
       GRAVA-DEPOSITO.
           OPEN I-O PENHORMV-FILE
           IF WS-STATUS-FILE-PM = "35"
               OPEN OUTPUT PENHORMV-FILE
               CLOSE PENHORMV-FILE
               OPEN I-O PENHORMV-FILE
           END-IF
           IF WS-STATUS-FILE-PM NOT = "00"
               DISPLAY "AVISO: falha ao abrir PENHORMV.DAT: "
                   WS-STATUS-FILE-PM
               MOVE ZEROS TO WS-PEN-VALOR
               EXIT PARAGRAPH
           END-IF

           ADD WS-PEN-VALOR TO PH-TOTAL-DEPOSITADO
           ADD 1 TO PH-ULT-SEQ-MOV
           IF PH-TOTAL-DEPOSITADO >= PH-TETO
               MOVE "E" TO PH-SITUACAO
           END-IF
           REWRITE PENHORA-REG
           IF WS-STATUS-FILE-PH NOT = "00"
               DISPLAY "AVISO: falha ao atualizar a ordem de penhora "
                   PH-NUM-ORDEM ": " WS-STATUS-FILE-PH
               MOVE ZEROS TO WS-PEN-VALOR
               CLOSE PENHORMV-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE PH-NUM-ORDEM       TO PM-NUM-ORDEM
           MOVE PH-ULT-SEQ-MOV     TO PM-SEQ
           MOVE WS-PEN-DATA        TO PM-DATA
           MOVE WS-PEN-CP-CHAVE    TO PM-CP-CHAVE
           MOVE WS-PEN-PROGRAMA    TO PM-PROGRAMA
           MOVE WS-PEN-NUM-REMESSA TO PM-NUM-REMESSA
           MOVE WS-PEN-VALOR-BASE  TO PM-VALOR-BASE
           MOVE WS-PEN-VALOR       TO PM-VALOR
           COMPUTE PM-SALDO-TETO = PH-TETO - PH-TOTAL-DEPOSITADO
           MOVE WS-PEN-USUARIO     TO PM-USUARIO
           MOVE ZEROS              TO PM-DATA-DEPOSITO
           IF WS-PEN-MODO = "P"
               MOVE "P"            TO PM-SITUACAO
           ELSE
               MOVE SPACE          TO PM-SITUACAO
               MOVE WS-PEN-DATA    TO PM-DATA-DEPOSITO
           END-IF
           WRITE PENHORMV-REG
           IF WS-STATUS-FILE-PM NOT = "00"
               DISPLAY "AVISO: falha ao gravar depósito da penhora: "
                   WS-STATUS-FILE-PM
           END-IF

           IF PH-SITUACAO = "E"
               DISPLAY "Ordem de penhora " PH-NUM-ORDEM
                   " cumprida (teto atingido) e encerrada."
           END-IF

           CLOSE PENHORMV-FILE.
