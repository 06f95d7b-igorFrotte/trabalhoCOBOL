       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPASSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Simulação, na hora, dos passos da rotina noturna que
      *> atualizam contas (VENCIDAS, BAIXARES, REAJUSTE e GERARECOR):
      *> o passo roda sem gravar nada e deixa a prévia
      *> SIMUL_<programa>_<data>.PRN com as contas e valores que
      *> seriam sinalizados, baixados, reajustados ou gerados. Para
      *> simular na próxima noite, o passo é marcado com a situação
      *> T no catálogo (CADPASSO.cbl).

      *> Catálogo de passos da rotina noturna (ver NOTURNO.cbl).
           SELECT PASSONOT-FILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PASSO
               ALTERNATE RECORD KEY IS PN-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PN.

      *> Livro de controle da rotina noturna: a simulação ganha o
      *> registro próprio, com o modo "S" na chave, separado da
      *> execução de verdade.
           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RN.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por simulação.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD PASSONOT-FILE.
       01 PASSONOT-REG.
           05 PN-PASSO          PIC X(8).   *> nome no livro RUNCTRL
           05 PN-ORDEM          PIC 9(3).
           05 PN-PROGRAMA       PIC X(10).  *> PROGRAM-ID chamado
           05 PN-DESCRICAO      PIC X(30).
           05 PN-FREQUENCIA     PIC X(1).   *> D=diária,U=dia útil,
                                            *> S=semanal,M=N-ésimo
                                            *> dia útil,F=fim do mês
           05 PN-DIA-SEMANA     PIC 9(1).   *> S: 1=segunda..7=domingo
           05 PN-DIA-UTIL       PIC 9(2).   *> M: N-ésimo dia útil
           05 PN-REFERENCIA     PIC X(1).   *> D=dia, M=mês (AAAAMM00)
           05 PN-PREDECESSOR    PIC X(8) OCCURS 3 TIMES.
           05 PN-SITUACAO       PIC X(1).   *> A=ativo,S=suspenso,
                                            *> U=suspenso uma vez,
                                            *> T=simular uma vez
           05 PN-USUARIO        PIC X(10).  *> última alteração
           05 PN-DATA-ALT       PIC 9(8).
           05 PN-JANELA-MIN     PIC 9(4).   *> janela acordada, min
                                            *> (0 = sem janela)
           05 PN-ALERTA-ZERO    PIC X(1).   *> S=zero registros alerta
           05 PN-EMAIL-ALERTA   PIC X(30).  *> equipe de operação

       FD RUNCTRL-FILE.
       01 RUNCTRL-REG.
           05 RN-CHAVE.                     *> 08 data ref + 08 passo
                                            *> + 01 modo
               10 RN-DATA-REF   PIC 9(8).   *> mensal: AAAAMM00
               10 RN-PROGRAMA   PIC X(8).
               10 RN-MODO       PIC X(1).   *> espaço=execução,
                                            *> S=simulação
           05 RN-RESULTADO      PIC X(1).   *> I=iniciado,O=ok,
                                            *> F=falha,P=fora do
                                            *> calendário,S=suspenso,
                                            *> D=aguarda predecessor
           05 RN-HORA-INICIO    PIC 9(6).
           05 RN-HORA-FIM       PIC 9(6).
           05 RN-QTD-REGISTROS  PIC 9(7).   *> registros processados
           05 RN-MOTIVO         PIC X(40).  *> por que rodou/pulou

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
           05 AU-HORA          PIC 9(6).
           05 AU-PROGRAMA      PIC X(8).
           05 AU-ACAO          PIC X(10).
           05 AU-CHAVE         PIC X(26).
           05 AU-USUARIO       PIC X(10).
           05 AU-VALOR-ANTES   PIC X(60).
           05 AU-VALOR-DEPOIS  PIC X(60).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
      *> Modo simulação, também compartilhado (EXTERNAL): com "S", o
      *> passo só lista na prévia SIMUL_<programa>_<data>.PRN o que
      *> faria, sem gravar nada.
       01 WS-SIMULACAO-PASSO    PIC X(1) EXTERNAL.
       01 WS-STATUS-FILE-PN     PIC XX.
       01 WS-STATUS-FILE-RN     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-ENTRADA-PASSO      PIC X(8).
       01 WS-DATA-REF           PIC 9(8).
       01 WS-PROGRAMA           PIC X(10).
       01 WS-PASSO-EXISTIA      PIC X.
       01 WS-CHAMADA-OK         PIC X.
       01 WS-NOME-PREVIA        PIC X(40).
       01 WS-QTD-LISTADOS       PIC 9(3).

      *> Programas que sabem rodar em simulação.
       01 WS-PROGRAMAS-SIMULACAO PIC X(40) VALUE
           "VENCIDAS  BAIXARES  REAJUSTE  GERARECOR ".
       01 WS-PROGRAMAS-SIMULACAO-R REDEFINES WS-PROGRAMAS-SIMULACAO.
           05 WS-PROG-SIMULA    PIC X(10) OCCURS 4 TIMES.
       01 WS-SIM-I              PIC 9.
       01 WS-SIMULAVEL          PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "SIMULAÇÃO DOS PASSOS QUE ATUALIZAM CONTAS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "N" TO WS-SIMULACAO-PASSO

           CALL "PASSOPAD"
           OPEN INPUT PASSONOT-FILE
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao abrir PASSONOT.DAT: " WS-STATUS-FILE-PN
               STOP RUN
           END-IF

           OPEN I-O RUNCTRL-FILE
           IF WS-STATUS-FILE-RN = "35"
      *> RUNCTRL.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RUNCTRL-FILE
               CLOSE RUNCTRL-FILE
               OPEN I-O RUNCTRL-FILE
           END-IF
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Erro ao abrir RUNCTRL.DAT: " WS-STATUS-FILE-RN
               STOP RUN
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-STATUS-AUDITORIA = "00"
               MOVE "S" TO WS-AUDITORIA-OK
           ELSE
               DISPLAY "AVISO: trilha de auditoria indisponível: "
                   WS-STATUS-AUDITORIA
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== SIMULAÇÃO DE PASSOS (PRÉVIA) ====="
               DISPLAY "1 - Listar passos com simulação"
               DISPLAY "2 - Simular um passo agora"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM LISTA-SIMULAVEIS
                   WHEN 2
                       PERFORM SIMULA-PASSO
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE PASSONOT-FILE
           CLOSE RUNCTRL-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Passos do catálogo cujo programa tem modo simulação, com a
      *> situação atual (T = já marcado para simular na próxima
      *> noite).
       LISTA-SIMULAVEIS.
           DISPLAY "ORD PASSO    PROGRAMA   RF SIT DESCRIÇÃO"
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE ZEROS TO PN-ORDEM
           START PASSONOT-FILE KEY IS NOT LESS PN-ORDEM
               INVALID KEY
                   DISPLAY "Catálogo vazio."
                   EXIT PARAGRAPH
           END-START

           READ PASSONOT-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PN = "10"
               MOVE PN-PROGRAMA TO WS-PROGRAMA
               PERFORM CONFERE-SIMULAVEL
               IF WS-SIMULAVEL = "S"
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY PN-ORDEM " " PN-PASSO " " PN-PROGRAMA " "
                       PN-REFERENCIA "  " PN-SITUACAO "   "
                       PN-DESCRICAO
               END-IF
               READ PASSONOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PN

           IF WS-QTD-LISTADOS = 0
               DISPLAY "Nenhum passo do catálogo tem simulação."
           END-IF
           DISPLAY "Para simular na próxima noite, use a situação T "
               "no catálogo (CADPASSO).".

      *> Roda o passo em simulação e registra o resultado no livro
      *> na referência do próprio passo (dia ou AAAAMM00), com o
      *> modo "S": a execução de verdade da noite não é afetada.
       SIMULA-PASSO.
           DISPLAY "Passo: "
           ACCEPT WS-ENTRADA-PASSO
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-PASSO) TO PN-PASSO
           READ PASSONOT-FILE
               INVALID KEY
                   DISPLAY "Passo não cadastrado."
                   EXIT PARAGRAPH
           END-READ

           MOVE PN-PROGRAMA TO WS-PROGRAMA
           PERFORM CONFERE-SIMULAVEL
           IF WS-SIMULAVEL NOT = "S"
               DISPLAY "O programa " PN-PROGRAMA " não tem modo "
                   "simulação."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Simular " PN-PASSO " (" PN-DESCRICAO ")? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE TO WS-DATA-REF
           IF PN-REFERENCIA = "M"
               MOVE "00" TO WS-DATA-REF(7:2)
           END-IF

           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE PN-PASSO    TO RN-PROGRAMA
           MOVE "S"         TO RN-MODO
           MOVE "S" TO WS-PASSO-EXISTIA
           READ RUNCTRL-FILE
               INVALID KEY
                   MOVE "N" TO WS-PASSO-EXISTIA
           END-READ

           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE PN-PASSO    TO RN-PROGRAMA
           MOVE "S"         TO RN-MODO
           MOVE "I"         TO RN-RESULTADO
           MOVE FUNCTION CURRENT-DATE(9:6) TO RN-HORA-INICIO
           MOVE ZEROS       TO RN-HORA-FIM
           MOVE ZEROS       TO RN-QTD-REGISTROS
           MOVE SPACES      TO RN-MOTIVO
           STRING "SIMULACAO PELO MENU (" DELIMITED BY SIZE
               WS-USUARIO-CHAMADOR DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO RN-MOTIVO
           IF WS-PASSO-EXISTIA = "S"
               REWRITE RUNCTRL-REG
           ELSE
               WRITE RUNCTRL-REG
           END-IF
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Erro ao registrar a simulação: "
                   WS-STATUS-FILE-RN
               EXIT PARAGRAPH
           END-IF

      *> O passo é descarregado depois da chamada (CANCEL), para a
      *> próxima chamada na sessão começar do estado inicial.
           MOVE ZEROS TO WS-REGISTROS-PASSO
           MOVE "S" TO WS-SIMULACAO-PASSO
           MOVE "S" TO WS-CHAMADA-OK
           CALL WS-PROGRAMA
               ON EXCEPTION
                   MOVE "N" TO WS-CHAMADA-OK
           END-CALL
           CANCEL WS-PROGRAMA
           MOVE "N" TO WS-SIMULACAO-PASSO

           IF WS-CHAMADA-OK = "S"
               MOVE "O" TO RN-RESULTADO
           ELSE
               MOVE "F" TO RN-RESULTADO
               MOVE SPACES TO RN-MOTIVO
               STRING "FALHA: PROGRAMA " DELIMITED BY SIZE
                   WS-PROGRAMA DELIMITED BY SPACE
                   " NAO ENCONTRADO" DELIMITED BY SIZE
                   INTO RN-MOTIVO
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO RN-HORA-FIM
           MOVE WS-REGISTROS-PASSO TO RN-QTD-REGISTROS
           REWRITE RUNCTRL-REG
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Erro ao registrar fim da simulação: "
                   WS-STATUS-FILE-RN
           END-IF

           IF WS-CHAMADA-OK NOT = "S"
               DISPLAY "Simulação com falha: " RN-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-PREVIA
           STRING "SIMUL_" DELIMITED BY SIZE
               WS-PROGRAMA DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               ".PRN" DELIMITED BY SIZE
               INTO WS-NOME-PREVIA
           DISPLAY "========================================"
           DISPLAY "Simulação concluída: " RN-QTD-REGISTROS
               " registro(s) na prévia " WS-NOME-PREVIA
           DISPLAY "Nada foi gravado nos arquivos do passo."
           PERFORM GRAVA-AUDITORIA.

       CONFERE-SIMULAVEL.
           MOVE "N" TO WS-SIMULAVEL
           PERFORM VARYING WS-SIM-I FROM 1 BY 1 UNTIL WS-SIM-I > 4
               IF WS-PROG-SIMULA(WS-SIM-I) = WS-PROGRAMA
                   MOVE "S" TO WS-SIMULAVEL
               END-IF
           END-PERFORM.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl).
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "SIMPASSO"                  TO AU-PROGRAMA
           MOVE "SIMULACAO"                 TO AU-ACAO
           MOVE PN-PASSO                    TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           MOVE SPACES                      TO AU-VALOR-DEPOIS
           STRING "PREVIA " DELIMITED BY SIZE
               WS-NOME-PREVIA DELIMITED BY SPACE
               " REGISTROS " DELIMITED BY SIZE
               RN-QTD-REGISTROS DELIMITED BY SIZE
               INTO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
