       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTRIBX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Tributos sobre remessa ao exterior por contrato de câmbio
      *> (ver FXLIQ.cbl); só entram os já liquidados ("L") ou em
      *> guia ("G"), pela data efetiva da remessa.
           SELECT FXTRIB-FILE ASSIGN TO "FXTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FT.

      *> Cópia impressa do relatório, para arquivamento/impressão,
      *> além da saída no console (mesmo padrão de RELRETEN.cbl).
           SELECT SPOOL-FILE ASSIGN TO "RELTRIBX.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD FXTRIB-FILE.
       01 FXTRIB-REG.
           05 FT-CHAVE.                     *> 06 contr + 04 trib + 03
               10 FT-NUMERO     PIC 9(06).  *> item
               10 FT-TRIBUTO    PIC X(04).  *> IRRF, CIDE, PIS, COFI
               10 FT-ITEM       PIC 9(03).
           05 FT-CP-CHAVE       PIC X(26).  *> conta do fornecedor
           05 FT-TIPO-SERVICO   PIC X(04).
           05 FT-BASE           PIC 9(10)V99.  *> em BRL
           05 FT-ALIQUOTA       PIC 9(02)V99.
           05 FT-VALOR          PIC 9(10)V99.
           05 FT-GROSS-UP       PIC X(1).   *> S=IRRF por conta da
                                            *> empresa (gross-up)
           05 FT-DATA-FATO      PIC 9(8).   *> data da remessa
           05 FT-EMPRESA        PIC 9(02).
           05 FT-SITUACAO       PIC X(1).   *> C=calculado,
                                            *> L=liquidado,G=em guia
           05 FT-GUIA-CHAVE     PIC X(26).  *> conta da guia gerada

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-FT     PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-TRIBUTO            PIC X(04).
       01 WS-NOME-TRIBUTO       PIC X(30).
       01 CONTADOR              PIC 9(5) VALUE ZEROS.
       01 WS-QTD-TRIBUTO        PIC 9(5).
       01 WS-TOTAL-TRIBUTO      PIC 9(12)V99.
       01 WS-TOTAL-GUIA         PIC 9(12)V99.
       01 WS-TOTAL-PENDENTE     PIC 9(12)V99.
       01 WS-TOTAL-GERAL        PIC 9(12)V99 VALUE ZEROS.
       01 WS-DESC-SITUACAO      PIC X(13).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "RELATÓRIO MENSAL DE TRIBUTOS SOBRE REMESSAS"

           DISPLAY "Mês das remessas (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           OPEN INPUT FXTRIB-FILE
           IF WS-STATUS-FILE-FT NOT = "00"
               DISPLAY "Erro ao abrir FXTRIB.DAT: " WS-STATUS-FILE-FT
               STOP RUN
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir RELTRIBX.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "TRIBUTOS SOBRE REMESSAS AO EXTERIOR - MES "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

      *> Uma passada por tributo, na ordem em que as guias saem.
           MOVE "IRRF" TO WS-TRIBUTO
           MOVE "IRRF S/ REMESSA (DARF)" TO WS-NOME-TRIBUTO
           PERFORM LISTA-TRIBUTO
           MOVE "CIDE" TO WS-TRIBUTO
           MOVE "CIDE-REMESSA (DARF)" TO WS-NOME-TRIBUTO
           PERFORM LISTA-TRIBUTO
           MOVE "PIS " TO WS-TRIBUTO
           MOVE "PIS-IMPORTACAO (DARF)" TO WS-NOME-TRIBUTO
           PERFORM LISTA-TRIBUTO
           MOVE "COFI" TO WS-TRIBUTO
           MOVE "COFINS-IMPORTACAO (DARF)" TO WS-NOME-TRIBUTO
           PERFORM LISTA-TRIBUTO

           PERFORM FIM-RELATORIO

           CLOSE FXTRIB-FILE
           CLOSE SPOOL-FILE
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Lista os registros do tributo corrente com remessa no mês,
      *> separando o total já em guia do que ainda falta gerar.
       LISTA-TRIBUTO.
           MOVE ZEROS TO WS-QTD-TRIBUTO
           MOVE ZEROS TO WS-TOTAL-TRIBUTO
           MOVE ZEROS TO WS-TOTAL-GUIA
           MOVE ZEROS TO WS-TOTAL-PENDENTE

           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE WS-NOME-TRIBUTO TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "CONTR. |ITEM| DATA     | SERV |      BASE     | ALIQ "
               TO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE LOW-VALUES TO FT-CHAVE
           START FXTRIB-FILE KEY IS NOT LESS FT-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-FT
           END-START

           IF WS-STATUS-FILE-FT NOT = "10"
               READ FXTRIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FT
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-FT = "10"
               IF FT-TRIBUTO = WS-TRIBUTO
                       AND FT-DATA-FATO(1:6) = WS-COMPETENCIA
                       AND (FT-SITUACAO = "L" OR FT-SITUACAO = "G")
                   PERFORM LISTA-UM-REGISTRO
               END-IF
               READ FXTRIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-FT

           IF WS-QTD-TRIBUTO = 0
               MOVE "  Nenhuma remessa com o tributo no mes."
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  Total " DELIMITED BY SIZE
               WS-TRIBUTO DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-TOTAL-TRIBUTO DELIMITED BY SIZE
               " (em guia " DELIMITED BY SIZE
               WS-TOTAL-GUIA DELIMITED BY SIZE
               " a gerar " DELIMITED BY SIZE
               WS-TOTAL-PENDENTE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       LISTA-UM-REGISTRO.
           ADD 1 TO WS-QTD-TRIBUTO
           ADD 1 TO CONTADOR
           ADD FT-VALOR TO WS-TOTAL-TRIBUTO
           ADD FT-VALOR TO WS-TOTAL-GERAL
           IF FT-SITUACAO = "G"
               ADD FT-VALOR TO WS-TOTAL-GUIA
               MOVE "EM GUIA" TO WS-DESC-SITUACAO
           ELSE
               ADD FT-VALOR TO WS-TOTAL-PENDENTE
               MOVE "GUIA A GERAR" TO WS-DESC-SITUACAO
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING FT-NUMERO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-ITEM DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-DATA-FATO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-TIPO-SERVICO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-BASE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-ALIQUOTA DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-VALOR DELIMITED BY SIZE
               " | GU " DELIMITED BY SIZE
               FT-GROSS-UP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DESC-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       FIM-RELATORIO.
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF CONTADOR = 0
               MOVE "Nenhum tributo sobre remessa no mes." TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "Registros: " DELIMITED BY SIZE
               CONTADOR DELIMITED BY SIZE
               "  Total dos tributos: " DELIMITED BY SIZE
               WS-TOTAL-GERAL DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.
