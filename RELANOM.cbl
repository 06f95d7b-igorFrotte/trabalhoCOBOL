       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELANOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contas fora da faixa do próprio histórico detectadas na
      *> geração de recorrentes, na carga do DDA e na baixa de
      *> débito automático (ver GERARECOR.cbl e CONFANOM.cbl); entram
      *> pela data da detecção.
           SELECT ANOMALIA-FILE ASSIGN TO "ANOMALIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-AM.

      *> Cópia impressa do relatório, para arquivamento/impressão,
      *> além da saída no console (mesmo padrão de RELRETEN.cbl).
           SELECT SPOOL-FILE ASSIGN TO "RELANOM.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD ANOMALIA-FILE.
       01 ANOMALIA-REG.
           05 AM-CHAVE          PIC X(26).  *> conta (CP-CHAVE)
           05 AM-CNPJ-FORN      PIC 9(14).
           05 AM-CENTRO-CUSTO   PIC X(06).
           05 AM-EMPRESA        PIC 9(02).
           05 AM-ORIGEM         PIC X(01).  *> R=recorrente,B=boleto
                                            *> DDA,D=débito automático
           05 AM-DATA-EMISSAO   PIC 9(8).
           05 AM-DATA-VENC      PIC 9(8).
           05 AM-VALOR          PIC 9(10)V99.
           05 AM-MEDIA          PIC 9(10)V99.  *> média dos 12 meses
           05 AM-MINIMO         PIC 9(10)V99.
           05 AM-MAXIMO         PIC 9(10)V99.
           05 AM-QTD-HIST       PIC 9(03).
           05 AM-DESVIO         PIC S9(07)V99. *> % sobre a média
           05 AM-FAIXA          PIC 9(03)V99.  *> faixa vigente (%)
           05 AM-DATA-DETECCAO  PIC 9(8).
           05 AM-SITUACAO       PIC X(01).  *> P=pendente,L=liberada,
                                            *> R=retida
           05 AM-USUARIO        PIC X(10).
           05 AM-DATA-DECISAO   PIC 9(8).
           05 AM-OBSERVACAO     PIC X(40).

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-AM     PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 CONTADOR              PIC 9(5) VALUE ZEROS.
       01 WS-QTD-RECORRENTE     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-BOLETO         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-DEB-AUT        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-PENDENTE       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-LIBERADA       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-RETIDA         PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-VALOR        PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-EXCESSO      PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-RETIDO       PIC 9(12)V99 VALUE ZEROS.
       01 WS-DESVIO-ED          PIC -ZZZZZZ9.99.
       01 WS-DESC-SITUACAO      PIC X(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "RELATÓRIO MENSAL DE DESVIOS DE VALOR"

           DISPLAY "Mês da detecção (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           DISPLAY "Empresa (00 = todas): "
           ACCEPT WS-EMPRESA-FILTRO

           OPEN INPUT ANOMALIA-FILE
           IF WS-STATUS-FILE-AM = "35"
               DISPLAY "Nenhum desvio registrado (ANOMALIA.DAT "
                   "inexistente)."
               STOP RUN
           END-IF
           IF WS-STATUS-FILE-AM NOT = "00"
               DISPLAY "Erro ao abrir ANOMALIA.DAT: " WS-STATUS-FILE-AM
               STOP RUN
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir RELANOM.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DESVIOS DE VALOR X HISTORICO DO FORNECEDOR - MES "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "O: R=recorrente B=boleto DDA D=debito automatico"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CONTA                      |O| CC     | EMISSAO  |"
               DELIMITED BY SIZE
               "         VALOR |         MEDIA |QTD|    DESVIO% |"
               DELIMITED BY SIZE
               " SITUACAO | DECISAO" DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM LISTA-DESVIOS

           PERFORM FIM-RELATORIO

           CLOSE ANOMALIA-FILE
           CLOSE SPOOL-FILE
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

       LISTA-DESVIOS.
           MOVE LOW-VALUES TO AM-CHAVE
           START ANOMALIA-FILE KEY IS NOT LESS AM-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-AM
           END-START

           IF WS-STATUS-FILE-AM NOT = "10"
               READ ANOMALIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AM
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-AM = "10"
               IF AM-DATA-DETECCAO(1:6) = WS-COMPETENCIA
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR AM-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM LISTA-UM-DESVIO
               END-IF
               READ ANOMALIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AM
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-AM.

       LISTA-UM-DESVIO.
           ADD 1 TO CONTADOR
           ADD AM-VALOR TO WS-TOTAL-VALOR
           IF AM-VALOR > AM-MEDIA
               COMPUTE WS-TOTAL-EXCESSO =
                   WS-TOTAL-EXCESSO + AM-VALOR - AM-MEDIA
           END-IF

           EVALUATE AM-ORIGEM
               WHEN "R"
                   ADD 1 TO WS-QTD-RECORRENTE
               WHEN "B"
                   ADD 1 TO WS-QTD-BOLETO
               WHEN "D"
                   ADD 1 TO WS-QTD-DEB-AUT
           END-EVALUATE

           EVALUATE AM-SITUACAO
               WHEN "P"
                   ADD 1 TO WS-QTD-PENDENTE
                   ADD AM-VALOR TO WS-TOTAL-RETIDO
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
               WHEN "L"
                   ADD 1 TO WS-QTD-LIBERADA
                   MOVE "LIBERADA" TO WS-DESC-SITUACAO
               WHEN "R"
                   ADD 1 TO WS-QTD-RETIDA
                   ADD AM-VALOR TO WS-TOTAL-RETIDO
                   MOVE "RETIDA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "?" TO WS-DESC-SITUACAO
           END-EVALUATE

           MOVE AM-DESVIO TO WS-DESVIO-ED
           MOVE SPACES TO WS-LINHA
           STRING AM-CHAVE DELIMITED BY SIZE
               " |" DELIMITED BY SIZE
               AM-ORIGEM DELIMITED BY SIZE
               "| " DELIMITED BY SIZE
               AM-CENTRO-CUSTO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AM-DATA-EMISSAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AM-VALOR DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AM-MEDIA DELIMITED BY SIZE
               " |" DELIMITED BY SIZE
               AM-QTD-HIST DELIMITED BY SIZE
               "| " DELIMITED BY SIZE
               WS-DESVIO-ED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DESC-SITUACAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AM-USUARIO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           IF AM-OBSERVACAO NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "      obs: " DELIMITED BY SIZE
                   AM-OBSERVACAO DELIMITED BY SIZE
                   " em " DELIMITED BY SIZE
                   AM-DATA-DECISAO DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

       FIM-RELATORIO.
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF CONTADOR = 0
               MOVE "Nenhum desvio de valor detectado no mes."
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "Desvios: " DELIMITED BY SIZE
               CONTADOR DELIMITED BY SIZE
               "  recorrentes " DELIMITED BY SIZE
               WS-QTD-RECORRENTE DELIMITED BY SIZE
               "  boletos DDA " DELIMITED BY SIZE
               WS-QTD-BOLETO DELIMITED BY SIZE
               "  debito automatico " DELIMITED BY SIZE
               WS-QTD-DEB-AUT DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "Pendentes: " DELIMITED BY SIZE
               WS-QTD-PENDENTE DELIMITED BY SIZE
               "  liberadas " DELIMITED BY SIZE
               WS-QTD-LIBERADA DELIMITED BY SIZE
               "  retidas " DELIMITED BY SIZE
               WS-QTD-RETIDA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE SPACES TO WS-LINHA
           STRING "Valor das contas: " DELIMITED BY SIZE
               WS-TOTAL-VALOR DELIMITED BY SIZE
               "  acima da media: " DELIMITED BY SIZE
               WS-TOTAL-EXCESSO DELIMITED BY SIZE
               "  ainda retido: " DELIMITED BY SIZE
               WS-TOTAL-RETIDO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.
