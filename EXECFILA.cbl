       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECFILA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Solicitações de relatório deixadas pelos usuários (ver
      *> SOLICREL.cbl).
           SELECT RELFILA-FILE ASSIGN TO "RELFILA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-NUMERO
               ALTERNATE RECORD KEY IS RQ-USUARIO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-RQ.

      *> Fila de notificações consumida por ENVNOTIF.cbl: um aviso
      *> ao solicitante por relatório gerado (ou que falhou).
           SELECT NOTIFICA-FILE ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFICA.

      *> Spool recém-gerado pelo relatório, aberto só para conferir
      *> que a saída existe antes de avisar o solicitante.
           SELECT SAIDA-FILE ASSIGN TO WS-NOME-SPOOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAIDA.

       DATA DIVISION.
       FILE SECTION.

       FD RELFILA-FILE.
       01 RELFILA-REG.
           05 RQ-NUMERO         PIC 9(06).
           05 RQ-USUARIO        PIC X(10).
           05 RQ-RELATORIO      PIC X(08).  *> programa do relatório
           05 RQ-DATA-INI       PIC 9(8).   *> período (zeros = livre)
           05 RQ-DATA-FIM       PIC 9(8).
           05 RQ-DIAS-JANELA    PIC 9(03).  *> recorrente: execução
                                            *> + N dias de vencimento
           05 RQ-EMPRESA        PIC 9(02).  *> 00 = todas
           05 RQ-CENTRO-CUSTO   PIC X(06).  *> brancos = todos
           05 RQ-CNPJ-FORN      PIC 9(14).  *> zeros = todos
           05 RQ-CSV            PIC X(1).   *> S=gera também o CSV
           05 RQ-TIPO-ORC       PIC X(1).   *> D=despesa,C=CAPEX
           05 RQ-RECORRENCIA    PIC X(1).   *> U=uma vez,S=semanal,
                                            *> F=fim do mês
           05 RQ-DIA-SEMANA     PIC 9(1).   *> 1=segunda ... 7=domingo
           05 RQ-EMAIL          PIC X(30).
           05 RQ-SITUACAO       PIC X(1).   *> P=pendente/ativa,
                                            *> C=concluída,F=falha,
                                            *> X=cancelada
           05 RQ-DATA-SOLIC     PIC 9(8).
           05 RQ-ULT-EXECUCAO   PIC 9(8).
           05 RQ-QTD-EXECUCOES  PIC 9(04).
           05 RQ-ARQUIVO        PIC X(50).  *> última saída gerada
           05 RQ-MENSAGEM       PIC X(40).

       FD NOTIFICA-FILE.
       01 NOTIFICA-REG.
           05 NT-DATA          PIC 9(8).
           05 NT-HORA          PIC 9(6).
           05 NT-EMAIL         PIC X(30).
           05 NT-CHAVE         PIC X(26).
           05 NT-MENSAGEM      PIC X(60).
           05 NT-SITUACAO      PIC X(1).   *> P=pendente,E=enviada,
                                            *> F=falha (retenta)
           05 NT-DATA-ENVIO    PIC 9(8).
           05 NT-HORA-ENVIO    PIC 9(6).

       FD SAIDA-FILE.
       01 SAIDA-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.

      *> Parâmetros da solicitação em execução (ver SOLICREL.cbl),
      *> compartilhados (EXTERNAL) com o relatório chamado: FR-LOTE
      *> = "S" troca as perguntas ao operador por estes valores e o
      *> nome fixo da saída pelo nome do solicitante.
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

       01 WS-STATUS-FILE-RQ     PIC XX.
       01 WS-STATUS-NOTIFICA    PIC XX.
       01 WS-NOTIFICA-OK        PIC X VALUE "N".
       01 WS-STATUS-SAIDA       PIC XX.
       01 WS-NOME-SPOOL         PIC X(50).
       01 WS-NOME-CSV           PIC X(50).
       01 WS-USUARIO-FILA       PIC X(10).
       01 WS-CHAMADA-OK         PIC X.
       01 WS-NO-CALENDARIO      PIC X.

      *> Calendário do dia, pela mesma conta de NOTURNO.cbl (ver
      *> DIAUTIL.cbl).
       01 WS-HOJE               PIC 9(8).
       01 WS-DATA-AUX           PIC 9(8).
       01 WS-DIA-SEMANA-HOJE    PIC 9(1).
       01 WS-HOJE-UTIL          PIC X.
       01 WS-FIM-DE-MES         PIC X.

       01 WS-QTD-LIDAS          PIC 9(5) VALUE ZEROS.
       01 WS-QTD-GERADAS        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-FALHAS         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-AVISOS         PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Executa a fila de relatórios solicitados pelos usuários:
      *> as solicitações de uma vez saem na primeira noite; as
      *> semanais no dia da semana escolhido e as de fim de mês no
      *> último dia útil. Cada saída leva o login e o número da
      *> solicitação no nome e o solicitante recebe o aviso por
      *> e-mail (NOTIFICA.DAT).
       MAIN-PROCEDURE.
      *> Reinicializa os contadores: o programa pode ser chamado
      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GERADAS
           MOVE ZEROS TO WS-QTD-FALHAS
           MOVE ZEROS TO WS-QTD-AVISOS
           MOVE "N" TO WS-NOTIFICA-OK
           MOVE "N" TO FR-LOTE
           DISPLAY "FILA NOTURNA DE RELATÓRIOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM CALCULA-CALENDARIO

           OPEN I-O RELFILA-FILE
           IF WS-STATUS-FILE-RQ = "35"
               DISPLAY "RELFILA.DAT não cadastrado. "
                   "Nada a executar."
               MOVE ZEROS TO WS-REGISTROS-PASSO
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-RQ NOT = "00"
               DISPLAY "Erro ao abrir RELFILA.DAT: " WS-STATUS-FILE-RQ
               STOP RUN
           END-IF

           OPEN EXTEND NOTIFICA-FILE
           IF WS-STATUS-NOTIFICA = "35"
               OPEN OUTPUT NOTIFICA-FILE
           END-IF
           IF WS-STATUS-NOTIFICA = "00"
               MOVE "S" TO WS-NOTIFICA-OK
           ELSE
               DISPLAY "AVISO: NOTIFICA.DAT indisponível ("
                   WS-STATUS-NOTIFICA "); relatórios sem aviso."
           END-IF

           PERFORM PROCESSA-FILA

           CLOSE RELFILA-FILE
           IF WS-NOTIFICA-OK = "S"
               CLOSE NOTIFICA-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Solicitações ativas:    " WS-QTD-LIDAS
           DISPLAY "Relatórios gerados:     " WS-QTD-GERADAS
           DISPLAY "Relatórios com falha:   " WS-QTD-FALHAS
           DISPLAY "Avisos enfileirados:    " WS-QTD-AVISOS
           MOVE WS-QTD-GERADAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.

      *> Mesma conta de CALCULA-CALENDARIO em NOTURNO.cbl: dia da
      *> semana (1 = segunda ... 7 = domingo) e se hoje é o último
      *> dia útil do mês.
       CALCULA-CALENDARIO.
           COMPUTE WS-DIA-SEMANA-HOJE =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-HOJE), 7)
           IF WS-DIA-SEMANA-HOJE = 0
               MOVE 7 TO WS-DIA-SEMANA-HOJE
           END-IF

           MOVE WS-HOJE TO WS-DATA-AUX
           CALL "DIAUTIL" USING WS-DATA-AUX
           IF WS-DATA-AUX = WS-HOJE
               MOVE "S" TO WS-HOJE-UTIL
           ELSE
               MOVE "N" TO WS-HOJE-UTIL
           END-IF

           MOVE "N" TO WS-FIM-DE-MES
           IF WS-HOJE-UTIL NOT = "S"
               EXIT PARAGRAPH
           END-IF

      *> WS-DATA-AUX passa a ser o próximo dia útil depois de hoje.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + 1)
           CALL "DIAUTIL" USING WS-DATA-AUX
           IF WS-DATA-AUX(1:6) NOT = WS-HOJE(1:6)
               MOVE "S" TO WS-FIM-DE-MES
           END-IF.

       PROCESSA-FILA.
           MOVE ZEROS TO RQ-NUMERO
           START RELFILA-FILE KEY IS NOT LESS RQ-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ RELFILA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RQ = "10"
               IF RQ-SITUACAO = "P"
                   ADD 1 TO WS-QTD-LIDAS
                   PERFORM CONFERE-CALENDARIO
                   IF WS-NO-CALENDARIO = "S"
                       PERFORM EXECUTA-SOLICITACAO
                   END-IF
               END-IF
               READ RELFILA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RQ
               END-READ
           END-PERFORM.

      *> A solicitação é do dia? A que já rodou hoje (reexecução
      *> da rotina depois de um abend) não roda de novo.
       CONFERE-CALENDARIO.
           MOVE "N" TO WS-NO-CALENDARIO
           IF RQ-ULT-EXECUCAO = WS-HOJE
               EXIT PARAGRAPH
           END-IF
           EVALUATE RQ-RECORRENCIA
               WHEN "U"
                   MOVE "S" TO WS-NO-CALENDARIO
               WHEN "S"
                   IF RQ-DIA-SEMANA = WS-DIA-SEMANA-HOJE
                       MOVE "S" TO WS-NO-CALENDARIO
                   END-IF
               WHEN "F"
                   IF WS-FIM-DE-MES = "S"
                       MOVE "S" TO WS-NO-CALENDARIO
                   END-IF
           END-EVALUATE.

      *> Passa os parâmetros pela área EXTERNAL e chama o relatório
      *> em modo de lote; o CANCEL devolve o programa ao estado
      *> inicial, já que os totais dele começam pelos VALUE.
       EXECUTA-SOLICITACAO.
           PERFORM MONTA-NOMES-SAIDA

           MOVE "S"              TO FR-LOTE
           MOVE RQ-DATA-INI      TO FR-DATA-INI
           MOVE RQ-DATA-FIM      TO FR-DATA-FIM
           IF RQ-DIAS-JANELA > ZEROS
               MOVE WS-HOJE TO FR-DATA-INI
               COMPUTE FR-DATA-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + RQ-DIAS-JANELA)
           END-IF
           MOVE RQ-EMPRESA       TO FR-EMPRESA
           MOVE RQ-CENTRO-CUSTO  TO FR-CENTRO-CUSTO
           MOVE RQ-CNPJ-FORN     TO FR-CNPJ-FORN
           MOVE RQ-CSV           TO FR-CSV
           MOVE RQ-TIPO-ORC      TO FR-TIPO-ORC
           MOVE WS-NOME-SPOOL    TO FR-NOME-SPOOL
           MOVE WS-NOME-CSV      TO FR-NOME-CSV
           MOVE RQ-USUARIO       TO WS-USUARIO-FILA

           DISPLAY "Solicitação " RQ-NUMERO ": " RQ-RELATORIO
               " de " RQ-USUARIO
           MOVE "S" TO WS-CHAMADA-OK
           EVALUATE RQ-RELATORIO
               WHEN "RELCTAPG"
                   CALL "RELCTAPG" USING WS-USUARIO-FILA
                       ON EXCEPTION
                           MOVE "N" TO WS-CHAMADA-OK
                   END-CALL
                   CANCEL "RELCTAPG"
               WHEN "RELORCAM"
                   CALL "RELORCAM" USING WS-USUARIO-FILA
                       ON EXCEPTION
                           MOVE "N" TO WS-CHAMADA-OK
                   END-CALL
                   CANCEL "RELORCAM"
               WHEN "RELGRUPO"
                   CALL "RELGRUPO"
                       ON EXCEPTION
                           MOVE "N" TO WS-CHAMADA-OK
                   END-CALL
                   CANCEL "RELGRUPO"
               WHEN OTHER
                   MOVE "N" TO WS-CHAMADA-OK
           END-EVALUATE
           MOVE "N" TO FR-LOTE

           IF WS-CHAMADA-OK = "S"
               OPEN INPUT SAIDA-FILE
               IF WS-STATUS-SAIDA = "00"
                   CLOSE SAIDA-FILE
               ELSE
                   MOVE "N" TO WS-CHAMADA-OK
               END-IF
           END-IF

           MOVE WS-HOJE TO RQ-ULT-EXECUCAO
           MOVE SPACES TO RQ-MENSAGEM
           IF WS-CHAMADA-OK = "S"
               ADD 1 TO WS-QTD-GERADAS
               ADD 1 TO RQ-QTD-EXECUCOES
               MOVE WS-NOME-SPOOL TO RQ-ARQUIVO
               IF RQ-RECORRENCIA = "U"
                   MOVE "C" TO RQ-SITUACAO
               END-IF
               IF RQ-CSV = "S"
                   STRING "GERADO EM " DELIMITED BY SIZE
                       WS-HOJE DELIMITED BY SIZE
                       " (COM CSV)" DELIMITED BY SIZE
                       INTO RQ-MENSAGEM
               ELSE
                   STRING "GERADO EM " DELIMITED BY SIZE
                       WS-HOJE DELIMITED BY SIZE
                       INTO RQ-MENSAGEM
               END-IF
           ELSE
               ADD 1 TO WS-QTD-FALHAS
               IF RQ-RECORRENCIA = "U"
                   MOVE "F" TO RQ-SITUACAO
               END-IF
               STRING "FALHA NA EXECUCAO DE " DELIMITED BY SIZE
                   WS-HOJE DELIMITED BY SIZE
                   INTO RQ-MENSAGEM
               DISPLAY "AVISO: solicitação " RQ-NUMERO
                   " não gerou " WS-NOME-SPOOL
           END-IF

           REWRITE RELFILA-REG
           IF WS-STATUS-FILE-RQ NOT = "00"
               DISPLAY "Erro ao atualizar solicitação " RQ-NUMERO
                   ": " WS-STATUS-FILE-RQ
           END-IF

           PERFORM ENFILEIRA-NOTIFICACAO.

      *> <login>_<relatório>_<solicitação>_<AAAAMMDD>.PRN (e .CSV),
      *> mesma técnica de nome montado de BURSTCC.cbl.
       MONTA-NOMES-SAIDA.
           MOVE SPACES TO WS-NOME-SPOOL
           STRING RQ-USUARIO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  RQ-RELATORIO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  RQ-NUMERO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".PRN" DELIMITED BY SIZE
                  INTO WS-NOME-SPOOL
           MOVE SPACES TO WS-NOME-CSV
           STRING RQ-USUARIO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  RQ-RELATORIO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  RQ-NUMERO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  ".CSV" DELIMITED BY SIZE
                  INTO WS-NOME-CSV.

      *> Aviso ao solicitante, como os avisos de PGTOCONT.cbl; sem
      *> e-mail na solicitação, o resultado fica só na consulta do
      *> SOLICREL.
       ENFILEIRA-NOTIFICACAO.
           IF WS-NOTIFICA-OK NOT = "S" OR RQ-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE                     TO NT-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO NT-HORA
           MOVE RQ-EMAIL                    TO NT-EMAIL
           MOVE SPACES                      TO NT-CHAVE
           STRING "RELFILA " DELIMITED BY SIZE
               RQ-NUMERO DELIMITED BY SIZE
               INTO NT-CHAVE
           MOVE SPACES                      TO NT-MENSAGEM
           IF WS-CHAMADA-OK = "S"
               STRING "Relatório pronto: " DELIMITED BY SIZE
                   WS-NOME-SPOOL DELIMITED BY SPACE
                   INTO NT-MENSAGEM
           ELSE
               STRING "Falha no relatório " DELIMITED BY SIZE
                   RQ-RELATORIO DELIMITED BY SPACE
                   ", solicitação " DELIMITED BY SIZE
                   RQ-NUMERO DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO NT-MENSAGEM
           END-IF
           MOVE "P"                         TO NT-SITUACAO
           MOVE ZEROS                       TO NT-DATA-ENVIO
           MOVE ZEROS                       TO NT-HORA-ENVIO
           WRITE NOTIFICA-REG
           IF WS-STATUS-NOTIFICA = "00"
               ADD 1 TO WS-QTD-AVISOS
           ELSE
               DISPLAY "AVISO: falha ao gravar notificação: "
                   WS-STATUS-NOTIFICA
           END-IF.
