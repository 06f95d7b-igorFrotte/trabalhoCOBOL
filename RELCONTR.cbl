       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contratos de fornecedor com caução (ver CADCONTR.cbl).
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUM-CONTRATO
               FILE STATUS IS WS-STATUS-FILE-CT.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-CT     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-FORNECEDOR-OK      PIC X VALUE "N".
       01 WS-HOJE               PIC 9(8).
       01 WS-DATA-ALERTA        PIC 9(8).
       01 WS-DIAS-ALERTA        PIC 9(3) VALUE 60.
       01 WS-DIAS-RESTANTES     PIC S9(5).
       01 WS-NOME-FORN          PIC X(40).
       01 WS-MARCA              PIC X(9).
       01 WS-QTD-VENCENDO       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-VENCIDOS       PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-CAUCAO       PIC 9(12)V99 VALUE ZEROS.
       01 WS-VALOR-EDIT         PIC Z(11)9.99.
       01 WS-CAUCAO-EDIT        PIC Z(9)9.99.
       01 WS-DIAS-EDIT          PIC -(4)9.

       PROCEDURE DIVISION.

      *> Contratos não encerrados que vencem dentro da janela
      *> informada (ou já venceram), para a renovação ou para a
      *> liberação da caução retida.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-QTD-VENCENDO
           MOVE ZEROS TO WS-QTD-VENCIDOS
           MOVE ZEROS TO WS-TOTAL-CAUCAO
           MOVE 60 TO WS-DIAS-ALERTA
           DISPLAY "RENOVAÇÃO DE CONTRATOS DE FORNECEDOR"

           DISPLAY "Janela em dias (0 = 60 dias): "
           ACCEPT WS-DIAS-ALERTA
           IF WS-DIAS-ALERTA = ZEROS
               MOVE 60 TO WS-DIAS-ALERTA
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           COMPUTE WS-DATA-ALERTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-ALERTA)

           OPEN INPUT CONTRATO-FILE
           IF WS-STATUS-FILE-CT = "35"
               DISPLAY "CONTRATO.DAT não cadastrado. Nada a listar."
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-CT NOT = "00"
               DISPLAY "Erro ao abrir CONTRATO.DAT: " WS-STATUS-FILE-CT
               EXIT PROGRAM
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F = "00"
               MOVE "S" TO WS-FORNECEDOR-OK
           ELSE
               MOVE "N" TO WS-FORNECEDOR-OK
           END-IF

           DISPLAY "Vencimento até " WS-DATA-ALERTA
               " (hoje " WS-HOJE ")"
           DISPLAY "========================================"
               "========================================"
           PERFORM PERCORRE-CONTRATOS

           CLOSE CONTRATO-FILE
           IF WS-FORNECEDOR-OK = "S"
               CLOSE FORNECEDOR-FILE
           END-IF

           MOVE WS-TOTAL-CAUCAO TO WS-VALOR-EDIT
           DISPLAY "========================================"
               "========================================"
           DISPLAY "Contratos vencendo na janela:  " WS-QTD-VENCENDO
           DISPLAY "Contratos já vencidos:         " WS-QTD-VENCIDOS
           DISPLAY "Caução retida nesses contratos: " WS-VALOR-EDIT
           EXIT PROGRAM.

       PERCORRE-CONTRATOS.
           MOVE LOW-VALUES TO CT-NUM-CONTRATO
           START CONTRATO-FILE KEY IS NOT LESS CT-NUM-CONTRATO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTRATO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CT = "10"
               IF CT-SITUACAO NOT = "E"
                       AND CT-DATA-FIM <= WS-DATA-ALERTA
                   PERFORM LISTA-CONTRATO
               END-IF
               READ CONTRATO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CT
               END-READ
           END-PERFORM.

       LISTA-CONTRATO.
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(CT-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE)
           IF WS-DIAS-RESTANTES < 0
               MOVE "VENCIDO" TO WS-MARCA
               ADD 1 TO WS-QTD-VENCIDOS
           ELSE
               MOVE "VENCENDO" TO WS-MARCA
               ADD 1 TO WS-QTD-VENCENDO
           END-IF
           ADD CT-SALDO-CAUCAO TO WS-TOTAL-CAUCAO

           MOVE "(fornecedor não cadastrado)" TO WS-NOME-FORN
           IF WS-FORNECEDOR-OK = "S"
               MOVE CT-CNPJ-FORN TO F-CNPJ
               READ FORNECEDOR-FILE
                   NOT INVALID KEY
                       MOVE F-RAZAO-SOCIAL TO WS-NOME-FORN
               END-READ
           END-IF

           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
           MOVE CT-SALDO-CAUCAO TO WS-CAUCAO-EDIT
           DISPLAY WS-MARCA " Contrato " CT-NUM-CONTRATO
               " fim " CT-DATA-FIM " (" WS-DIAS-EDIT " dias)"
           DISPLAY "    " CT-CNPJ-FORN " " WS-NOME-FORN
           DISPLAY "    " CT-OBJETO
           IF CT-SITUACAO = "L"
               DISPLAY "    Caução retida: " WS-CAUCAO-EDIT
                   "  (liberação solicitada)"
           ELSE
               DISPLAY "    Caução retida: " WS-CAUCAO-EDIT
           END-IF.
