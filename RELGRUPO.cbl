               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Visão consolidada do grupo numa só passada, empresa a
      *> empresa lado a lado com o total, no mesmo padrão de spool
      *> dos demais relatórios. Nome do spool e do CSV em variável:
      *> na fila noturna (ver EXECFILA.cbl) a saída leva o login do
      *> solicitante.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

      *> Mesma abertura em arquivo delimitado de RELCTAPG.CSV.
           SELECT CSV-FILE ASSIGN TO WS-NOME-CSV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.
       01 WS-CSV-30D            PIC 9(12).99.
       01 WS-CSV-INTERCO        PIC 9(12).99.

       01 WS-NOME-SPOOL         PIC X(50) VALUE "RELGRUPO.PRN".
       01 WS-NOME-CSV           PIC X(50) VALUE "RELGRUPO.CSV".

      *> Parâmetros de uma solicitação da fila noturna de relatórios
      *> (ver SOLICREL.cbl e EXECFILA.cbl), compartilhados (EXTERNAL)
      *> com o programa que a executa: FR-LOTE = "S" troca as
      *> perguntas ao operador por estes valores e o nome fixo da
      *> saída pelo nome do solicitante.
       01 WS-FILA-RELATORIO EXTERNAL.
           05 FR-LOTE           PIC X(1).
           05 FR-DATA-INI       PIC 9(8).
           05 FR-DATA-FIM       PIC 9(8).
           05 FR-EMPRESA        PIC 9(02).
           05 FR-CENTRO-CUSTO   PIC X(06).
           05 FR-CNPJ-FORN      PIC 9(14).
           05 FR-CSV            PIC X(1).
           05 FR-TIPO-ORC       PIC X(1).
           05 FR-NOME-SPOOL     PIC X(50).
           05 FR-NOME-CSV       PIC X(50).

      *> Filtros da solicitação (zeros = todos).
       01 WS-EMPRESA-FILTRO     PIC 9(02) VALUE ZEROS.
       01 WS-VENC-INI           PIC 9(8) VALUE ZEROS.
       01 WS-VENC-FIM           PIC 9(8) VALUE ZEROS.
       01 WS-CNPJ-FILTRO        PIC 9(14) VALUE ZEROS.
       01 WS-NA-SELECAO         PIC X.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 7)
           COMPUTE WS-DATA-30 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 30)
           IF FR-LOTE = "S"
               PERFORM CARREGA-PARAMETROS-FILA
           END-IF

           OPEN INPUT EMPRESA-FILE
           IF WS-STATUS-FILE-EM NOT = "00"

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SPOOL ": "
                   WS-STATUS-SPOOL
               STOP RUN
           END-IF

           OPEN OUTPUT CSV-FILE
           IF WS-STATUS-CSV NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-CSV ": "
                   WS-STATUS-CSV
               STOP RUN
           END-IF

           CLOSE CONTAPAGAR-FILE
           CLOSE SPOOL-FILE
           CLOSE CSV-FILE
      *> Chamado pela fila noturna: devolve o controle ao EXECFILA
      *> em vez de encerrar a rotina.
           IF FR-LOTE = "S"
               EXIT PROGRAM
           END-IF
           STOP RUN.

      *> Parâmetros da solicitação (ver EXECFILA.cbl); o relatório
      *> interativo não pergunta nada e sai com o grupo inteiro.
       CARREGA-PARAMETROS-FILA.
           MOVE FR-EMPRESA      TO WS-EMPRESA-FILTRO
           MOVE FR-DATA-INI     TO WS-VENC-INI
           MOVE FR-DATA-FIM     TO WS-VENC-FIM
           MOVE FR-CNPJ-FORN    TO WS-CNPJ-FILTRO
           MOVE FR-NOME-SPOOL   TO WS-NOME-SPOOL
           MOVE FR-NOME-CSV     TO WS-NOME-CSV.

      *> Filtros da solicitação da fila; fora dela ficam vazios e
      *> todas as contas passam.
       CONFERE-FILTROS-FILA.
           MOVE "S" TO WS-NA-SELECAO
           IF WS-EMPRESA-FILTRO NOT = ZEROS
                   AND CP-EMPRESA NOT = WS-EMPRESA-FILTRO
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-VENC-INI NOT = ZEROS AND CP-DATA-VENC < WS-VENC-INI
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-VENC-FIM NOT = ZEROS AND CP-DATA-VENC > WS-VENC-FIM
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-CNPJ-FILTRO NOT = ZEROS
                   AND CP-CNPJ-FORN NOT = WS-CNPJ-FILTRO
               MOVE "N" TO WS-NA-SELECAO
           END-IF.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               PERFORM CONFERE-FILTROS-FILA
               IF (CP-SITUACAO = "A" OR CP-SITUACAO = "B"
                       OR CP-SITUACAO = "E")
                       AND WS-NA-SELECAO = "S"
                   PERFORM ACUMULA-UMA-CONTA
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
