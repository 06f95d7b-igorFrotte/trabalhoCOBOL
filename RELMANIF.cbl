       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMANIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Manifestações do destinatário sobre as NF-e distribuídas
      *> (ver NFEDIST.cbl e MANIFNFE.cbl).
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-MN.

      *> Vínculo chave de acesso x conta lançada (ver LANCCONT.cbl).
           SELECT NFECHAVE-FILE ASSIGN TO "NFECHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NK-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-NK.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Cópia impressa do relatório, para arquivamento/impressão,
      *> além da saída no console (mesmo padrão de RELRETEN.cbl).
           SELECT SPOOL-FILE ASSIGN TO "RELMANIF.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD MANIFEST-FILE.
       01 MANIFEST-REG.
           05 MN-CHAVE-NFE      PIC X(44).
           05 MN-CNPJ-EMIT      PIC 9(14).
           05 MN-EMPRESA        PIC 9(02).
           05 MN-DATA-EMISSAO   PIC 9(8).
           05 MN-VALOR          PIC 9(10)V99.
           05 MN-DATA-RECEB     PIC 9(8).   *> carga da distribuição
           05 MN-SITUACAO       PIC X(1).   *> P=pendente,C=ciência,
                                            *> F=confirmação,
                                            *> D=desconhecimento,
                                            *> N=operação não realiz.
           05 MN-JUSTIFICATIVA  PIC X(60).
           05 MN-DATA-MANIF     PIC 9(8).
           05 MN-USUARIO        PIC X(10).
           05 MN-EVENTO-GERADO  PIC X(1).   *> S=já no arquivo SEFAZ
           05 MN-DATA-EVENTO    PIC 9(8).

       FD NFECHAVE-FILE.
       01 NFECHAVE-REG.
           05 NK-CHAVE-NFE      PIC X(44).
           05 NK-CNPJ-EMIT      PIC 9(14).
           05 NK-CP-CHAVE       PIC X(26).
           05 NK-EMPRESA        PIC 9(02).
           05 NK-DATA-REG       PIC 9(8).

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 CP-NUM-DOC        PIC 9(10).
           05 CP-CNPJ-FORN      PIC 9(14).
           05 CP-NUM-PARCELA    PIC 9(02).
           05 CP-TOTAL-PARCELAS PIC 9(02).
           05 CP-DATA-EMISSAO   PIC 9(8).
           05 CP-DATA-VENC      PIC 9(8).
           05 CP-VALOR          PIC 9(10)V99.
           05 CP-SITUACAO       PIC X(1).  *> A=ABERTO,B=PARCIAL,P=PAGO,
                                            *> E=ENVIADO,C=CANCEL
           05 CP-DATA-PGTO      PIC 9(8).
           05 CP-CENTRO-CUSTO   PIC X(06).
           05 CP-NUM-PEDIDO     PIC 9(10).
           05 CP-SALDO          PIC 9(10)V99.
           05 CP-MOEDA          PIC X(03).
           05 CP-TAXA-CAMBIO    PIC 9(04)V9(04).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.
           05 CP-DESC-PERC      PIC 9(02)V99.  *> % desc. antecipado
           05 CP-DESC-LIMITE    PIC 9(8).  *> prazo desconto AAAAMMDD
           05 CP-MOTIVO-REJEICAO PIC X(30). *> rejeição do banco
           05 CP-CONTA-PAGADORA PIC X(03).  *> conta bancária pagadora
           05 CP-ALERTAS        PIC X(04).  *> avisos do lançamento
           05 CP-NUM-REMESSA    PIC 9(06).  *> lote de remessa (nº)
           05 CP-FORMA-PGTO     PIC X(01).  *> B=boleto,P=PIX,T=TED
           05 CP-COD-BARRAS     PIC X(47).  *> linha digitável boleto
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-MN     PIC XX.
       01 WS-STATUS-FILE-NK     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-NFECHAVE-OK        PIC X VALUE "N".
       01 WS-CONTAPAGAR-OK      PIC X VALUE "N".
       01 WS-LINHA              PIC X(132).
       01 WS-HOJE               PIC 9(8).
       01 WS-ANTECEDENCIA       PIC 9(3).
       01 WS-DATA-LIMITE        PIC 9(8).
       01 WS-DIAS-RESTANTES     PIC S9(5).
       01 WS-DIAS-EDIT          PIC -ZZZZ9.
       01 WS-DESC-SITUACAO      PIC X(15).
       01 WS-MOTIVO-SEM-CONTA   PIC X(30).
       01 WS-QTD-PRAZO          PIC 9(5) VALUE ZEROS.
       01 WS-QTD-VENCIDAS       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-SEM-CONTA      PIC 9(5) VALUE ZEROS.
       01 WS-TOTAL-PRAZO        PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-SEM-CONTA    PIC 9(12)V99 VALUE ZEROS.

      *> Prazo legal para a manifestação conclusiva, em dias corridos
      *> a partir da emissão da nota (mesmo prazo de MANIFNFE.cbl).
       01 WS-PRAZO-MANIF        PIC 9(3) VALUE 180.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "RELATÓRIO DE MANIFESTAÇÃO DO DESTINATÁRIO"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           DISPLAY "Alertar notas a quantos dias do prazo legal "
               "(0 = 15): "
           ACCEPT WS-ANTECEDENCIA
           IF WS-ANTECEDENCIA = 0
               MOVE 15 TO WS-ANTECEDENCIA
           END-IF

           OPEN INPUT MANIFEST-FILE
           IF WS-STATUS-FILE-MN NOT = "00"
               DISPLAY "Erro ao abrir MANIFEST.DAT: " WS-STATUS-FILE-MN
               STOP RUN
           END-IF

      *> Sem o vínculo ou sem as contas, toda nota confirmada aparece
      *> como sem conta — o que é verdade para quem lê o relatório.
           OPEN INPUT NFECHAVE-FILE
           IF WS-STATUS-FILE-NK = "00"
               MOVE "S" TO WS-NFECHAVE-OK
           END-IF
           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C = "00"
               MOVE "S" TO WS-CONTAPAGAR-OK
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir RELMANIF.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "MANIFESTACAO DO DESTINATARIO NF-E - POSICAO EM "
               DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM LISTA-PRAZO
           PERFORM LISTA-SEM-CONTA
           PERFORM FIM-RELATORIO

           CLOSE MANIFEST-FILE
           IF WS-NFECHAVE-OK = "S"
               CLOSE NFECHAVE-FILE
           END-IF
           IF WS-CONTAPAGAR-OK = "S"
               CLOSE CONTAPAGAR-FILE
           END-IF
           CLOSE SPOOL-FILE
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Posiciona no início do arquivo de manifestações; usado antes
      *> de cada seção do relatório.
       INICIA-LEITURA.
           MOVE LOW-VALUES TO MN-CHAVE-NFE
           START MANIFEST-FILE KEY IS NOT LESS MN-CHAVE-NFE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-MN
           END-START

           IF WS-STATUS-FILE-MN NOT = "10"
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MN
               END-READ
           END-IF.

      *> Notas ainda sem manifestação conclusiva (pendentes ou só com
      *> ciência) cujo prazo legal vence dentro da antecedência
      *> informada, incluídas as de prazo já vencido.
       LISTA-PRAZO.
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "NOTAS SEM MANIFESTACAO CONCLUSIVA PROXIMAS DO PRAZO"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CHAVE DE ACESSO                              | "
               DELIMITED BY SIZE
               "EMP | EMISSAO  | LIMITE   |  DIAS |         VALOR | "
               DELIMITED BY SIZE
               "SITUACAO" DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM INICIA-LEITURA
           PERFORM UNTIL WS-STATUS-FILE-MN = "10"
               IF MN-SITUACAO = "P" OR MN-SITUACAO = "C"
                   PERFORM VERIFICA-PRAZO
               END-IF
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-MN

           IF WS-QTD-PRAZO = 0
               MOVE "  Nenhuma nota proxima do prazo." TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  Notas: " DELIMITED BY SIZE
               WS-QTD-PRAZO DELIMITED BY SIZE
               " (prazo vencido: " DELIMITED BY SIZE
               WS-QTD-VENCIDAS DELIMITED BY SIZE
               ")  Valor: " DELIMITED BY SIZE
               WS-TOTAL-PRAZO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       VERIFICA-PRAZO.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MN-DATA-EMISSAO)
               + WS-PRAZO-MANIF)
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE)
           IF WS-DIAS-RESTANTES > WS-ANTECEDENCIA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-PRAZO
           ADD MN-VALOR TO WS-TOTAL-PRAZO
           IF WS-DIAS-RESTANTES < 0
               ADD 1 TO WS-QTD-VENCIDAS
               MOVE "PRAZO VENCIDO" TO WS-DESC-SITUACAO
           ELSE
               IF MN-SITUACAO = "C"
                   MOVE "CIENCIA" TO WS-DESC-SITUACAO
               ELSE
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
               END-IF
           END-IF
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT

           MOVE SPACES TO WS-LINHA
           STRING MN-CHAVE-NFE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               MN-EMPRESA DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               MN-DATA-EMISSAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DATA-LIMITE DELIMITED BY SIZE
               " |" DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               MN-VALOR DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DESC-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Notas confirmadas sem conta correspondente no contas a
      *> pagar: confirmar a operação reconhece a dívida, então a
      *> nota tem de estar lançada.
       LISTA-SEM-CONTA.
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "NOTAS CONFIRMADAS SEM CONTA A PAGAR" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CHAVE DE ACESSO                              | "
               DELIMITED BY SIZE
               "EMP | EMISSAO  | CONFIRM. |         VALOR | "
               DELIMITED BY SIZE
               "OCORRENCIA" DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM INICIA-LEITURA
           PERFORM UNTIL WS-STATUS-FILE-MN = "10"
               IF MN-SITUACAO = "F"
                   PERFORM VERIFICA-CONTA
               END-IF
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-MN

           IF WS-QTD-SEM-CONTA = 0
               MOVE "  Nenhuma nota confirmada sem conta." TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "  Notas: " DELIMITED BY SIZE
               WS-QTD-SEM-CONTA DELIMITED BY SIZE
               "  Valor: " DELIMITED BY SIZE
               WS-TOTAL-SEM-CONTA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> A conta é achada pelo vínculo de NFECHAVE.DAT; conta
      *> cancelada também não cobre a nota confirmada.
       VERIFICA-CONTA.
           MOVE SPACES TO WS-MOTIVO-SEM-CONTA
           IF WS-NFECHAVE-OK NOT = "S"
               MOVE "NOTA NAO LANCADA" TO WS-MOTIVO-SEM-CONTA
           ELSE
               MOVE MN-CHAVE-NFE TO NK-CHAVE-NFE
               READ NFECHAVE-FILE
                   INVALID KEY
                       MOVE "NOTA NAO LANCADA" TO WS-MOTIVO-SEM-CONTA
               END-READ
           END-IF

           IF WS-MOTIVO-SEM-CONTA = SPACES
               IF WS-CONTAPAGAR-OK NOT = "S"
                   MOVE "CONTA NAO ENCONTRADA" TO WS-MOTIVO-SEM-CONTA
               ELSE
                   MOVE NK-CP-CHAVE TO CP-CHAVE
                   READ CONTAPAGAR-FILE
                       INVALID KEY
                           MOVE "CONTA NAO ENCONTRADA"
                               TO WS-MOTIVO-SEM-CONTA
                       NOT INVALID KEY
                           IF CP-SITUACAO = "C"
                               MOVE "CONTA CANCELADA"
                                   TO WS-MOTIVO-SEM-CONTA
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF WS-MOTIVO-SEM-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-SEM-CONTA
           ADD MN-VALOR TO WS-TOTAL-SEM-CONTA

           MOVE SPACES TO WS-LINHA
           STRING MN-CHAVE-NFE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               MN-EMPRESA DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               MN-DATA-EMISSAO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               MN-DATA-MANIF DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               MN-VALOR DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-MOTIVO-SEM-CONTA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       FIM-RELATORIO.
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Proximas do prazo: " DELIMITED BY SIZE
               WS-QTD-PRAZO DELIMITED BY SIZE
               "  Confirmadas sem conta: " DELIMITED BY SIZE
               WS-QTD-SEM-CONTA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.
