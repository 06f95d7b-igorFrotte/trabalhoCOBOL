       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPENH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Ordens de penhora e seus depósitos (ver CADPENH.cbl e
      *> RETPENH.cbl).
           SELECT PENHORA-FILE ASSIGN TO "PENHORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NUM-ORDEM
               ALTERNATE RECORD KEY IS PH-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PH.

           SELECT PENHORMV-FILE ASSIGN TO "PENHORMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PM.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Informe ao juízo, um arquivo por ordem (número no nome), na
      *> mesma técnica do RPA em EMITRPA.cbl.
           SELECT INFORME-FILE ASSIGN TO WS-NOME-INFORME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-INFORME.

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

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 F-RAZAO-SOCIAL PIC X(40).
           05 F-ENDERECO     PIC X(50).
           05 F-TELEFONE     PIC 9(11).
           05 F-EMAIL        PIC X(30).
           05 F-ATIVO        PIC X(1).
           05 F-BANCO        PIC X(03).
           05 F-AGENCIA      PIC X(06).
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

       FD INFORME-FILE.
       01 INFORME-REG           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-PH     PIC XX.
       01 WS-STATUS-FILE-PM     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-INFORME     PIC XX.
       01 WS-NOME-INFORME       PIC X(30).
       01 WS-LINHA              PIC X(100).
       01 WS-NOME-FORN          PIC X(40).
       01 WS-SALDO-TETO         PIC 9(12)V99.
       01 WS-QTD-DEPOSITOS      PIC 9(5) VALUE ZEROS.
       01 WS-SOMA-DEPOSITOS     PIC 9(12)V99 VALUE ZEROS.
       01 WS-QTD-PENDENTES      PIC 9(5) VALUE ZEROS.
       01 WS-SOMA-PENDENTES     PIC 9(12)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT         PIC Z(11)9.99.
       01 WS-BASE-EDIT          PIC Z(9)9.99.
       01 WS-DEP-EDIT           PIC Z(9)9.99.
       01 WS-PERC-EDIT          PIC ZZ9.99.
       01 WS-DOC-TXT            PIC X(10).
       01 WS-PARC-TXT           PIC X(02).

       PROCEDURE DIVISION.

      *> Extrato de uma ordem de penhora para resposta ao juízo:
      *> dados da ordem, cada depósito feito (data, título de origem,
      *> caminho de pagamento, valor) e o quanto falta do teto.
      *> Depósito de pagamento que saiu cheio ao fornecedor (débito
      *> automático, câmbio) sai marcado como PENDENTE até ser
      *> baixado em CADPENH, e é somado à parte como devido ao juízo.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-QTD-DEPOSITOS
           MOVE ZEROS TO WS-SOMA-DEPOSITOS
           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE ZEROS TO WS-SOMA-PENDENTES
           DISPLAY "INFORME DE PENHORA AO JUÍZO"

           OPEN INPUT PENHORA-FILE
           IF WS-STATUS-FILE-PH NOT = "00"
               DISPLAY "PENHORA.DAT não cadastrado. Nada a informar."
               EXIT PROGRAM
           END-IF

           DISPLAY "Número da ordem: "
           ACCEPT PH-NUM-ORDEM
           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "Ordem não encontrada."
                   CLOSE PENHORA-FILE
                   EXIT PROGRAM
           END-READ

           MOVE "(fornecedor não cadastrado)" TO WS-NOME-FORN
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F = "00"
               MOVE PH-CNPJ-FORN TO F-CNPJ
               READ FORNECEDOR-FILE
                   NOT INVALID KEY
                       MOVE F-RAZAO-SOCIAL TO WS-NOME-FORN
               END-READ
               CLOSE FORNECEDOR-FILE
           END-IF

           MOVE SPACES TO WS-NOME-INFORME
           STRING "PENHORA_"   DELIMITED BY SIZE
                  PH-NUM-ORDEM DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO WS-NOME-INFORME
           OPEN OUTPUT INFORME-FILE
           IF WS-STATUS-INFORME NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-INFORME ": "
                   WS-STATUS-INFORME
               CLOSE PENHORA-FILE
               EXIT PROGRAM
           END-IF

           PERFORM GRAVA-CABECALHO

           OPEN INPUT PENHORMV-FILE
           IF WS-STATUS-FILE-PM = "00"
               PERFORM LISTA-DEPOSITOS
               CLOSE PENHORMV-FILE
           END-IF

           PERFORM GRAVA-RODAPE

           CLOSE INFORME-FILE
           CLOSE PENHORA-FILE
           DISPLAY "Informe gravado em " WS-NOME-INFORME
           EXIT PROGRAM.

       GRAVA-CABECALHO.
           MOVE "INFORME DE CUMPRIMENTO DE ORDEM DE PENHORA DE CREDITOS"
               TO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "PROCESSO " DELIMITED BY SIZE
                  PH-PROCESSO DELIMITED BY SIZE
                  "  ORDEM DE " DELIMITED BY SIZE
                  PH-DATA-ORDEM DELIMITED BY SIZE
                  "  CONTROLE " DELIMITED BY SIZE
                  PH-NUM-ORDEM DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "JUIZO: " DELIMITED BY SIZE
                  PH-VARA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "EXECUTADO: " DELIMITED BY SIZE
                  PH-CNPJ-FORN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-FORN DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "DEPOSITO: " DELIMITED BY SIZE
                  PH-BENEF-NOME DELIMITED BY SIZE
                  " BANCO " DELIMITED BY SIZE
                  PH-BANCO DELIMITED BY SIZE
                  " AG " DELIMITED BY SIZE
                  PH-AGENCIA DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  PH-CONTA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           IF PH-TIPO = "V"
               MOVE PH-VALOR-FIXO TO WS-DEP-EDIT
               STRING "CONSTRICAO: VALOR FIXO DE " DELIMITED BY SIZE
                      WS-DEP-EDIT DELIMITED BY SIZE
                      " POR PAGAMENTO" DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               MOVE PH-PERC TO WS-PERC-EDIT
               STRING "CONSTRICAO: " DELIMITED BY SIZE
                      WS-PERC-EDIT DELIMITED BY SIZE
                      "% DE CADA PAGAMENTO" DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM GRAVA-LINHA

           MOVE PH-TETO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "TETO DA ORDEM..........: R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "DATA     TITULO (DOC/PARC)  ORIGEM   REMESSA  "
               TO WS-LINHA
           MOVE "VALOR DO PAGTO   DEPOSITADO" TO WS-LINHA(48:27)
           PERFORM GRAVA-LINHA.

       LISTA-DEPOSITOS.
           MOVE PH-NUM-ORDEM TO PM-NUM-ORDEM
           MOVE ZEROS TO PM-SEQ
           START PENHORMV-FILE KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORMV-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PM = "10"
                   OR PM-NUM-ORDEM NOT = PH-NUM-ORDEM
               PERFORM GRAVA-DEPOSITO
               READ PENHORMV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PM
               END-READ
           END-PERFORM.

       GRAVA-DEPOSITO.
           IF PM-SITUACAO = "P"
               ADD 1 TO WS-QTD-PENDENTES
               ADD PM-VALOR TO WS-SOMA-PENDENTES
           ELSE
               ADD 1 TO WS-QTD-DEPOSITOS
               ADD PM-VALOR TO WS-SOMA-DEPOSITOS
           END-IF
           MOVE PM-CP-CHAVE(1:10)  TO WS-DOC-TXT
           MOVE PM-CP-CHAVE(25:2)  TO WS-PARC-TXT
           MOVE PM-VALOR-BASE TO WS-BASE-EDIT
           MOVE PM-VALOR      TO WS-DEP-EDIT
           MOVE SPACES TO WS-LINHA
           STRING PM-DATA        DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-DOC-TXT     DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-PARC-TXT    DELIMITED BY SIZE
                  "    "         DELIMITED BY SIZE
                  PM-PROGRAMA    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  PM-NUM-REMESSA DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  WS-BASE-EDIT   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-DEP-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA
           EVALUATE PM-SITUACAO
               WHEN "P"
                   MOVE " PENDENTE" TO WS-LINHA(72:9)
               WHEN "D"
                   MOVE " EM "      TO WS-LINHA(72:4)
                   MOVE PM-DATA-DEPOSITO TO WS-LINHA(76:8)
           END-EVALUATE
           PERFORM GRAVA-LINHA.

       GRAVA-RODAPE.
           COMPUTE WS-SALDO-TETO = PH-TETO - PH-TOTAL-DEPOSITADO
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE WS-SOMA-DEPOSITOS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "TOTAL DEPOSITADO.......: R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-QTD-DEPOSITOS DELIMITED BY SIZE
                  " DEPOSITOS)" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           IF WS-QTD-PENDENTES > ZEROS
               MOVE WS-SOMA-PENDENTES TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA
               STRING "PENDENTE DE DEPOSITO...: R$ " DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      WS-QTD-PENDENTES DELIMITED BY SIZE
                      " DEPOSITOS)" DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           MOVE WS-SALDO-TETO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "SALDO A DEPOSITAR......: R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           EVALUATE PH-SITUACAO
               WHEN "A"
                   MOVE "SITUACAO DA ORDEM......: EM CUMPRIMENTO"
                       TO WS-LINHA
               WHEN "S"
                   MOVE "SITUACAO DA ORDEM......: SUSPENSA"
                       TO WS-LINHA
               WHEN OTHER
                   MOVE "SITUACAO DA ORDEM......: ENCERRADA"
                       TO WS-LINHA
           END-EVALUATE
           PERFORM GRAVA-LINHA.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO INFORME-REG
           WRITE INFORME-REG.
