       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITRPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Recibo de pagamento a autônomo, um arquivo por pagamento
      *> (documento + parcela + sequência do histórico no nome), com
      *> via do autônomo seguida da cópia de arquivo (mesma técnica
      *> do documento do cheque em PGTOCONT.cbl).
           SELECT RPADOC-FILE ASSIGN TO WS-NOME-RPA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RPADOC.

       DATA DIVISION.
       FILE SECTION.

       FD RPADOC-FILE.
       01 RPADOC-REG            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-RPADOC      PIC XX.
       01 WS-NOME-RPA           PIC X(30).
       01 WS-LINHA-RPA          PIC X(80).
       01 WS-CPF-EDIT           PIC X(14).
       01 WS-CPF-NUM            PIC 9(11).
       01 WS-DATA-EDIT          PIC X(10).
       01 WS-VALOR-EDIT         PIC Z(9)9.99.

       LINKAGE SECTION.
      *> Mesma área de troca de CALCRPA.cbl, já com os valores
      *> calculados e gravados no histórico.
       01 WS-RPA-AREA.
           05 WS-RPA-CPF            PIC 9(14).
           05 WS-RPA-NOME           PIC X(40).
           05 WS-RPA-NUM-DOC        PIC 9(10).
           05 WS-RPA-NUM-PARCELA    PIC 9(02).
           05 WS-RPA-SEQ            PIC 9(04).
           05 WS-RPA-DATA-PGTO      PIC 9(8).
           05 WS-RPA-EMPRESA        PIC 9(02).
           05 WS-RPA-VALOR-BRUTO    PIC 9(10)V99.
           05 WS-RPA-BRUTO-MES      PIC 9(10)V99.
           05 WS-RPA-INSS-MES       PIC 9(10)V99.
           05 WS-RPA-IRRF-MES       PIC 9(10)V99.
           05 WS-RPA-VALOR-INSS     PIC 9(10)V99.
           05 WS-RPA-VALOR-IRRF     PIC 9(10)V99.
           05 WS-RPA-VALOR-ISS      PIC 9(10)V99.
           05 WS-RPA-VALOR-LIQUIDO  PIC 9(10)V99.
           05 WS-RPA-BASE-IRRF      PIC 9(10)V99.
           05 WS-RPA-DEPENDENTES    PIC 9(02).
           05 WS-RPA-NIT            PIC 9(11).
           05 WS-RPA-OCUPACAO       PIC X(30).

      *> Imprime o RPA em RPA_<doc><parcela><seq>.TXT. Chamado por
      *> PGTOCONT, PGTOLOTE e APROVPAG depois de gravado o histórico
      *> do pagamento a pessoa física.
       PROCEDURE DIVISION USING WS-RPA-AREA.

       MAIN-PROCEDURE.
           MOVE SPACES TO WS-NOME-RPA
           STRING "RPA_" DELIMITED BY SIZE
                  WS-RPA-NUM-DOC DELIMITED BY SIZE
                  WS-RPA-NUM-PARCELA DELIMITED BY SIZE
                  WS-RPA-SEQ DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-RPA

           OPEN OUTPUT RPADOC-FILE
           IF WS-STATUS-RPADOC NOT = "00"
               DISPLAY "AVISO: falha ao abrir " WS-NOME-RPA ": "
                   WS-STATUS-RPADOC
               EXIT PROGRAM
           END-IF

           MOVE WS-RPA-CPF TO WS-CPF-NUM
           MOVE SPACES TO WS-CPF-EDIT
           STRING WS-CPF-NUM(1:3) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-CPF-NUM(4:3) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-CPF-NUM(7:3) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CPF-NUM(10:2) DELIMITED BY SIZE
                  INTO WS-CPF-EDIT
           MOVE SPACES TO WS-DATA-EDIT
           STRING WS-RPA-DATA-PGTO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RPA-DATA-PGTO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RPA-DATA-PGTO(1:4) DELIMITED BY SIZE
                  INTO WS-DATA-EDIT

           MOVE "----------------- VIA DO AUTONOMO -----------------"
               TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           PERFORM GRAVA-CORPO-RPA
           MOVE "---------------- COPIA DE ARQUIVO -----------------"
               TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           PERFORM GRAVA-CORPO-RPA

           CLOSE RPADOC-FILE
           DISPLAY "RPA emitido em " WS-NOME-RPA
           EXIT PROGRAM.

       GRAVA-CORPO-RPA.
           MOVE "RECIBO DE PAGAMENTO A AUTONOMO - RPA" TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE SPACES TO WS-LINHA-RPA
           STRING "EMPRESA " DELIMITED BY SIZE
                  WS-RPA-EMPRESA DELIMITED BY SIZE
                  "  DOC " DELIMITED BY SIZE
                  WS-RPA-NUM-DOC DELIMITED BY SIZE
                  " PARCELA " DELIMITED BY SIZE
                  WS-RPA-NUM-PARCELA DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  WS-DATA-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE SPACES TO WS-LINHA-RPA
           STRING "AUTONOMO: " DELIMITED BY SIZE
                  WS-RPA-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE SPACES TO WS-LINHA-RPA
           STRING "CPF " DELIMITED BY SIZE
                  WS-CPF-EDIT DELIMITED BY SIZE
                  "  NIT " DELIMITED BY SIZE
                  WS-RPA-NIT DELIMITED BY SIZE
                  "  DEPENDENTES " DELIMITED BY SIZE
                  WS-RPA-DEPENDENTES DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           IF WS-RPA-OCUPACAO NOT = SPACES
               MOVE SPACES TO WS-LINHA-RPA
               STRING "SERVICO/OCUPACAO: " DELIMITED BY SIZE
                      WS-RPA-OCUPACAO DELIMITED BY SIZE
                      INTO WS-LINHA-RPA
               PERFORM GRAVA-LINHA-RPA
           END-IF

           MOVE WS-RPA-VALOR-BRUTO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-RPA
           STRING "VALOR BRUTO DO SERVICO........ R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE WS-RPA-VALOR-INSS TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-RPA
           STRING "(-) INSS CONTRIB. INDIVIDUAL.. R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE WS-RPA-BASE-IRRF TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-RPA
           STRING "    BASE DO IRRF NO MES....... R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE WS-RPA-VALOR-IRRF TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-RPA
           STRING "(-) IRRF...................... R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           IF WS-RPA-VALOR-ISS > ZEROS
               MOVE WS-RPA-VALOR-ISS TO WS-VALOR-EDIT
               MOVE SPACES TO WS-LINHA-RPA
               STRING "(-) ISS....................... R$ "
                          DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-RPA
               PERFORM GRAVA-LINHA-RPA
           END-IF

           MOVE WS-RPA-VALOR-LIQUIDO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA-RPA
           STRING "VALOR LIQUIDO A RECEBER....... R$ " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA

           MOVE SPACES TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           MOVE "RECEBI A IMPORTANCIA LIQUIDA ACIMA PELOS SERVICOS "
               TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           MOVE "PRESTADOS, SEM VINCULO EMPREGATICIO."
               TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           MOVE SPACES TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           MOVE "ASSINATURA: ______________________________________"
               TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA
           MOVE SPACES TO WS-LINHA-RPA
           PERFORM GRAVA-LINHA-RPA.

       GRAVA-LINHA-RPA.
           MOVE WS-LINHA-RPA TO RPADOC-REG
           WRITE RPADOC-REG.
