               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-F WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-V WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE.

      *> Nome do spool e do CSV em variável: na fila noturna (ver
      *> EXECFILA.cbl) a saída leva o login do solicitante.
           SELECT SPOOL-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

      *> Arquivo delimitado opcional com as linhas de detalhe, para
      *> a planilha do financeiro carregar em vez de redigitar.
           SELECT CSV-FILE ASSIGN TO WS-NOME-CSV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.
       01 WS-TIPO-IDX           PIC 9(02).
       01 WS-TIPO-ACHOU         PIC X VALUE "N".

       01 WS-NOME-SPOOL         PIC X(50) VALUE "RELCTAPG.PRN".
       01 WS-NOME-CSV           PIC X(50) VALUE "RELCTAPG.CSV".

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

      *> Filtros adicionais da solicitação (zeros/brancos = todos).
       01 WS-VENC-INI           PIC 9(8) VALUE ZEROS.
       01 WS-VENC-FIM           PIC 9(8) VALUE ZEROS.
       01 WS-CC-FILTRO          PIC X(06) VALUE SPACES.
       01 WS-CNPJ-FILTRO        PIC 9(14) VALUE ZEROS.
       01 WS-NA-SELECAO         PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR  PIC X(10).

       MAIN-PROCEDURE.
           DISPLAY "RELATÃ“RIO DE CONTAS EM ABERTO"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           IF FR-LOTE = "S"
               PERFORM CARREGA-PARAMETROS-FILA
           ELSE
               DISPLAY "Empresa (código, 00 p/ todas): "
               ACCEPT WS-EMPRESA-FILTRO
               DISPLAY "Gerar também o arquivo CSV? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
                   MOVE "S" TO WS-CSV-OK
               END-IF
           END-IF
           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE NOT = "00"
           IF WS-STATUS-SPOOL NOT = "00"
               MOVE WS-STATUS-SPOOL TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao abrir " WS-NOME-SPOOL ": "
                   WS-STATUS-SPOOL " (" WS-STATUS-DESCRICAO ")"
               STOP RUN
           END-IF

           IF WS-CSV-OK = "S"
               OPEN OUTPUT CSV-FILE
               IF WS-STATUS-CSV NOT = "00"
                   DISPLAY "Erro ao abrir " WS-NOME-CSV ": "
                       WS-STATUS-CSV
                   STOP RUN
               END-IF
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF FR-LOTE = "S"
               PERFORM IMPRIME-PARAMETROS-FILA
           END-IF

           PERFORM LER-REGISTROS

           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF
      *> Chamado pela fila noturna: devolve o controle ao EXECFILA
      *> em vez de encerrar a rotina.
           IF FR-LOTE = "S"
               EXIT PROGRAM
           END-IF
           STOP RUN.

      *> Parâmetros da solicitação no lugar das perguntas ao
      *> operador (ver EXECFILA.cbl).
       CARREGA-PARAMETROS-FILA.
           MOVE FR-EMPRESA      TO WS-EMPRESA-FILTRO
           MOVE FR-DATA-INI     TO WS-VENC-INI
           MOVE FR-DATA-FIM     TO WS-VENC-FIM
           MOVE FR-CENTRO-CUSTO TO WS-CC-FILTRO
           MOVE FR-CNPJ-FORN    TO WS-CNPJ-FILTRO
           MOVE FR-NOME-SPOOL   TO WS-NOME-SPOOL
           IF FR-CSV = "S"
               MOVE "S" TO WS-CSV-OK
               MOVE FR-NOME-CSV TO WS-NOME-CSV
           END-IF.

      *> Registra no cabeçalho da saída os filtros da solicitação.
       IMPRIME-PARAMETROS-FILA.
           MOVE SPACES TO WS-LINHA
           STRING "FILTROS: EMPRESA " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  " VENCIMENTO " DELIMITED BY SIZE
                  WS-VENC-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-VENC-FIM DELIMITED BY SIZE
                  " CC " DELIMITED BY SIZE
                  WS-CC-FILTRO DELIMITED BY SIZE
                  " FORNECEDOR " DELIMITED BY SIZE
                  WS-CNPJ-FILTRO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Filtros da solicitação da fila; fora dela ficam vazios e
      *> todas as contas passam.
       CONFERE-FILTROS-FILA.
           MOVE "S" TO WS-NA-SELECAO
           IF WS-VENC-INI NOT = ZEROS AND CP-DATA-V < WS-VENC-INI
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-VENC-FIM NOT = ZEROS AND CP-DATA-V > WS-VENC-FIM
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-CC-FILTRO NOT = SPACES
                   AND CP-CENTRO-CUSTO NOT = WS-CC-FILTRO
               MOVE "N" TO WS-NA-SELECAO
           END-IF
           IF WS-CNPJ-FILTRO NOT = ZEROS
                   AND CP-CNPJ-F NOT = WS-CNPJ-FILTRO
               MOVE "N" TO WS-NA-SELECAO
           END-IF.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           PERFORM UNTIL WS-STATUS-FILE = "10"
               MOVE CP-CENTRO-CUSTO TO WS-CC-CONSULTA
               PERFORM VERIFICA-CC-AUTORIZADO
               PERFORM CONFERE-FILTROS-FILA
               IF (CP-SITUACAO = "A" OR CP-SITUACAO = "B"
                       OR CP-SITUACAO = "E")
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR CP-EMPRESA = WS-EMPRESA-FILTRO)
                       AND WS-CC-AUTORIZADO = "S"
                       AND WS-NA-SELECAO = "S"
                   ADD 1 TO CONTADOR
                   STRING
                       CP-N DELIMITED BY SIZE
