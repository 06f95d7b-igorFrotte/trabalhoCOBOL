       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fila de relatórios para a rotina noturna: o usuário deixa
      *> a solicitação com os parâmetros (período, empresa, centro,
      *> fornecedor) e o EXECFILA.cbl gera o relatório durante a
      *> noite, com o login no nome do arquivo e aviso por e-mail —
      *> acabou a espera de horas na tela pelos relatórios pesados.
           SELECT RELFILA-FILE ASSIGN TO "RELFILA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-NUMERO
               ALTERNATE RECORD KEY IS RQ-USUARIO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-RQ.

      *> Registro único de controle do próximo número de
      *> solicitação, mesmo padrão de RMJCTRL.DAT em REMANEJ.cbl.
           SELECT RELFCTRL-FILE ASSIGN TO "RELFCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-QC.

      *> Cadastro de funcionários (ver CADFUNC.cbl), só para sugerir
      *> o e-mail do aviso pelo login. Arquivo opcional.
           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por solicitação ou cancelamento.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

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

       FD RELFCTRL-FILE.
       01 RELFCTRL-REG.
           05 QC-CHAVE          PIC X(02).
           05 QC-PROX-NUM       PIC 9(06).

       FD FUNCIONARIO-FILE.
       01 FUNCIONARIO-REG.
           05 FU-CPF            PIC 9(14).
           05 FU-NOME           PIC X(40).
           05 FU-EMAIL          PIC X(30).
           05 FU-LOGIN          PIC X(10).  *> login do sistema
           05 FU-CENTRO-CUSTO   PIC X(06).  *> centro de lotação
           05 FU-BANCO          PIC X(03).
           05 FU-AGENCIA        PIC X(06).
           05 FU-CONTA          PIC X(12).
           05 FU-PIX            PIC X(40).
           05 FU-ATIVO          PIC X(1).   *> S=ativo,N=desligado
           05 FU-DATA-CADASTRO  PIC 9(8).

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
       01 WS-STATUS-FILE-RQ     PIC XX.
       01 WS-STATUS-FILE-QC     PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-HOJE               PIC 9(8).
       01 WS-NUMERO             PIC 9(06).
       01 WS-OPCAO-REL          PIC 9.
       01 WS-EMAIL-SUGERIDO     PIC X(30).
       01 WS-QTD-LISTADAS       PIC 9(5).
       01 WS-DESC-SITUACAO      PIC X(10).
       01 WS-DESC-RECORRENCIA   PIC X(16).
       01 RESPOSTA              PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "SOLICITAÇÃO DE RELATÓRIOS P/ A ROTINA NOTURNA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O RELFILA-FILE
           IF WS-STATUS-FILE-RQ = "35"
      *> RELFILA.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RELFILA-FILE
               CLOSE RELFILA-FILE
               OPEN I-O RELFILA-FILE
           END-IF
           IF WS-STATUS-FILE-RQ NOT = "00"
               DISPLAY "Erro ao abrir RELFILA.DAT: " WS-STATUS-FILE-RQ
               STOP RUN
           END-IF

           OPEN I-O RELFCTRL-FILE
           IF WS-STATUS-FILE-QC = "35"
      *> RELFCTRL.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RELFCTRL-FILE
               CLOSE RELFCTRL-FILE
               OPEN I-O RELFCTRL-FILE
           END-IF
           IF WS-STATUS-FILE-QC NOT = "00"
               DISPLAY "Erro ao abrir RELFCTRL.DAT: "
                   WS-STATUS-FILE-QC
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
               DISPLAY "===== RELATÓRIOS NA ROTINA NOTURNA ====="
               DISPLAY "1 - Nova solicitação"
               DISPLAY "2 - Minhas solicitações (situação)"
               DISPLAY "3 - Cancelar solicitação"
               DISPLAY "4 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM NOVA-SOLICITACAO
                   WHEN 2
                       PERFORM LISTA-SOLICITACOES
                   WHEN 3
                       PERFORM CANCELA-SOLICITACAO
                   WHEN 4
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE RELFILA-FILE
           CLOSE RELFCTRL-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Só são perguntados os parâmetros que o relatório escolhido
      *> usa; o que fica em branco/zero não filtra.
       NOVA-SOLICITACAO.
           INITIALIZE RELFILA-REG
           DISPLAY "Relatório: 1=Contas em Aberto "
               "2=Orçado x Realizado 3=Posição do Grupo: "
           ACCEPT WS-OPCAO-REL
           EVALUATE WS-OPCAO-REL
               WHEN 1
                   MOVE "RELCTAPG" TO RQ-RELATORIO
               WHEN 2
                   MOVE "RELORCAM" TO RQ-RELATORIO
               WHEN 3
                   MOVE "RELGRUPO" TO RQ-RELATORIO
               WHEN OTHER
                   DISPLAY "Relatório inválido."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Execução: U=uma vez (próxima noite), "
               "S=toda semana, F=todo fim de mês: "
           ACCEPT RQ-RECORRENCIA
           MOVE FUNCTION UPPER-CASE(RQ-RECORRENCIA) TO RQ-RECORRENCIA
           EVALUATE RQ-RECORRENCIA
               WHEN "U"
                   CONTINUE
               WHEN "F"
                   CONTINUE
               WHEN "S"
                   DISPLAY "Dia da semana (1=segunda ... 7=domingo): "
                   ACCEPT RQ-DIA-SEMANA
                   IF RQ-DIA-SEMANA < 1 OR RQ-DIA-SEMANA > 7
                       DISPLAY "Erro: dia da semana inválido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Erro: execução deve ser U, S ou F."
                   EXIT PARAGRAPH
           END-EVALUATE

           IF RQ-RELATORIO = "RELORCAM"
               PERFORM PARAMETROS-ORCAMENTO
           ELSE
               PERFORM PARAMETROS-CONTAS
           END-IF
           IF RQ-RELATORIO = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM SUGERE-EMAIL
           IF WS-EMAIL-SUGERIDO = SPACES
               DISPLAY "E-mail p/ o aviso de relatório pronto "
                   "(branco = sem aviso): "
           ELSE
               DISPLAY "E-mail p/ o aviso (branco = "
                   WS-EMAIL-SUGERIDO "): "
           END-IF
           ACCEPT RQ-EMAIL
           IF RQ-EMAIL = SPACES
               MOVE WS-EMAIL-SUGERIDO TO RQ-EMAIL
           END-IF

           PERFORM GERA-PROX-NUMERO
           MOVE WS-NUMERO TO RQ-NUMERO
           MOVE WS-USUARIO-CHAMADOR TO RQ-USUARIO
           MOVE "P" TO RQ-SITUACAO
           MOVE WS-HOJE TO RQ-DATA-SOLIC
           MOVE ZEROS TO RQ-ULT-EXECUCAO
           MOVE ZEROS TO RQ-QTD-EXECUCOES
           MOVE SPACES TO RQ-ARQUIVO
           MOVE "AGUARDANDO A ROTINA NOTURNA" TO RQ-MENSAGEM

           WRITE RELFILA-REG
           IF WS-STATUS-FILE-RQ = "00"
               DISPLAY "Solicitação " RQ-NUMERO " registrada; o "
                   "relatório sai na rotina noturna."
               MOVE "SOLICITA" TO WS-AUD-ACAO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar solicitação: "
                   WS-STATUS-FILE-RQ
           END-IF.

      *> Contas em aberto (RELCTAPG) e posição do grupo (RELGRUPO):
      *> período de vencimento, empresa, centro e fornecedor. A
      *> solicitação recorrente pode trazer uma janela móvel de
      *> vencimentos a partir do dia da execução.
       PARAMETROS-CONTAS.
           IF RQ-RECORRENCIA NOT = "U"
               DISPLAY "Vencimentos nos próximos N dias a partir da "
                   "execução (0 = período fixo): "
               ACCEPT RQ-DIAS-JANELA
           END-IF
           IF RQ-DIAS-JANELA = ZEROS
               DISPLAY "Vencimento de (AAAAMMDD, 0 = sem limite): "
               ACCEPT RQ-DATA-INI
               DISPLAY "Vencimento até (AAAAMMDD, 0 = sem limite): "
               ACCEPT RQ-DATA-FIM
               PERFORM VALIDA-PERIODO
               IF RQ-RELATORIO = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Empresa (código, 00 p/ todas): "
           ACCEPT RQ-EMPRESA
           IF RQ-RELATORIO = "RELCTAPG"
               DISPLAY "Centro de custo (branco p/ todos): "
               ACCEPT RQ-CENTRO-CUSTO
           END-IF
           DISPLAY "CNPJ do fornecedor (0 p/ todos): "
           ACCEPT RQ-CNPJ-FORN

           IF RQ-RELATORIO = "RELGRUPO"
               MOVE "S" TO RQ-CSV
           ELSE
               DISPLAY "Gerar também o arquivo CSV? (S/N): "
               ACCEPT RQ-CSV
               MOVE FUNCTION UPPER-CASE(RQ-CSV) TO RQ-CSV
               IF RQ-CSV NOT = "S"
                   MOVE "N" TO RQ-CSV
               END-IF
           END-IF.

      *> Orçado x realizado (RELORCAM): natureza do orçamento,
      *> meses e centro. Sem período, vale o ano da execução.
       PARAMETROS-ORCAMENTO.
           DISPLAY "Orçamento de D=despesa ou C=investimento (CAPEX): "
           ACCEPT RQ-TIPO-ORC
           MOVE FUNCTION UPPER-CASE(RQ-TIPO-ORC) TO RQ-TIPO-ORC
           IF RQ-TIPO-ORC NOT = "C"
               MOVE "D" TO RQ-TIPO-ORC
           END-IF

           IF RQ-RECORRENCIA = "U"
               DISPLAY "Competência de (AAAAMMDD, 0 = ano corrente): "
           ELSE
               DISPLAY "Competência de (AAAAMMDD, 0 = ano da "
                   "execução): "
           END-IF
           ACCEPT RQ-DATA-INI
           IF RQ-DATA-INI NOT = ZEROS
               DISPLAY "Competência até (AAAAMMDD, mesmo ano): "
               ACCEPT RQ-DATA-FIM
               PERFORM VALIDA-PERIODO
               IF RQ-RELATORIO = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF RQ-DATA-FIM NOT = ZEROS
                       AND RQ-DATA-FIM(1:4) NOT = RQ-DATA-INI(1:4)
                   DISPLAY "Erro: o relatório é de um ano só."
                   MOVE SPACES TO RQ-RELATORIO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Centro de custo (branco p/ todos): "
           ACCEPT RQ-CENTRO-CUSTO
           MOVE "N" TO RQ-CSV.

      *> Datas informadas precisam ser válidas e em ordem; erro
      *> limpa RQ-RELATORIO para o chamador desistir da gravação.
       VALIDA-PERIODO.
           IF RQ-DATA-INI NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(RQ-DATA-INI) NOT = 0
                   DISPLAY "Erro: data inicial inválida."
                   MOVE SPACES TO RQ-RELATORIO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RQ-DATA-FIM NOT = ZEROS
               IF FUNCTION TEST-DATE-YYYYMMDD(RQ-DATA-FIM) NOT = 0
                   DISPLAY "Erro: data final inválida."
                   MOVE SPACES TO RQ-RELATORIO
                   EXIT PARAGRAPH
               END-IF
               IF RQ-DATA-FIM < RQ-DATA-INI
                   DISPLAY "Erro: data final antes da inicial."
                   MOVE SPACES TO RQ-RELATORIO
               END-IF
           END-IF.

      *> E-mail do funcionário com o mesmo login (ver CADFUNC.cbl);
      *> sem cadastro, o usuário digita o endereço.
       SUGERE-EMAIL.
           MOVE SPACES TO WS-EMAIL-SUGERIDO
           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO FU-CPF
           START FUNCIONARIO-FILE KEY IS NOT LESS FU-CPF
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-FU
           END-START
           IF WS-STATUS-FILE-FU NOT = "10"
               READ FUNCIONARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FU
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-FU = "10"
               IF FU-LOGIN = WS-USUARIO-CHAMADOR
                       AND FU-ATIVO = "S"
                   MOVE FU-EMAIL TO WS-EMAIL-SUGERIDO
                   MOVE "10" TO WS-STATUS-FILE-FU
               ELSE
                   READ FUNCIONARIO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-FU
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FUNCIONARIO-FILE.

      *> As solicitações do próprio login, pela chave alternativa,
      *> com a situação e o nome do último arquivo gerado.
       LISTA-SOLICITACOES.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE WS-USUARIO-CHAMADOR TO RQ-USUARIO
           START RELFILA-FILE KEY IS EQUAL RQ-USUARIO
               INVALID KEY
                   DISPLAY "Nenhuma solicitação do seu login."
                   EXIT PARAGRAPH
           END-START

           READ RELFILA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RQ
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RQ = "10"
                   OR RQ-USUARIO NOT = WS-USUARIO-CHAMADOR
               PERFORM MOSTRA-SOLICITACAO
               READ RELFILA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RQ
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RQ

           IF WS-QTD-LISTADAS = ZEROS
               DISPLAY "Nenhuma solicitação do seu login."
           END-IF.

       MOSTRA-SOLICITACAO.
           ADD 1 TO WS-QTD-LISTADAS
           EVALUATE RQ-SITUACAO
               WHEN "P"
                   IF RQ-RECORRENCIA = "U"
                       MOVE "PENDENTE" TO WS-DESC-SITUACAO
                   ELSE
                       MOVE "ATIVA" TO WS-DESC-SITUACAO
                   END-IF
               WHEN "C"
                   MOVE "CONCLUIDA" TO WS-DESC-SITUACAO
               WHEN "F"
                   MOVE "FALHA" TO WS-DESC-SITUACAO
               WHEN "X"
                   MOVE "CANCELADA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE RQ-SITUACAO TO WS-DESC-SITUACAO
           END-EVALUATE
           EVALUATE RQ-RECORRENCIA
               WHEN "S"
                   MOVE SPACES TO WS-DESC-RECORRENCIA
                   STRING "SEMANAL, DIA " DELIMITED BY SIZE
                       RQ-DIA-SEMANA DELIMITED BY SIZE
                       INTO WS-DESC-RECORRENCIA
               WHEN "F"
                   MOVE "FIM DO MES" TO WS-DESC-RECORRENCIA
               WHEN OTHER
                   MOVE "UMA VEZ" TO WS-DESC-RECORRENCIA
           END-EVALUATE

           DISPLAY "----------------------------------------"
           DISPLAY RQ-NUMERO " " RQ-RELATORIO " " WS-DESC-RECORRENCIA
               " solicitada em " RQ-DATA-SOLIC
               " - " WS-DESC-SITUACAO
           IF RQ-ULT-EXECUCAO NOT = ZEROS
               DISPLAY "   Última execução " RQ-ULT-EXECUCAO
                   " (" RQ-QTD-EXECUCOES " no total): " RQ-ARQUIVO
           END-IF
           DISPLAY "   " RQ-MENSAGEM.

      *> Só o próprio solicitante cancela; a recorrente deixa de
      *> rodar a partir da próxima noite.
       CANCELA-SOLICITACAO.
           DISPLAY "Número da solicitação: "
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO TO RQ-NUMERO
           READ RELFILA-FILE
               INVALID KEY
                   DISPLAY "Solicitação não encontrada."
                   EXIT PARAGRAPH
           END-READ

           IF RQ-USUARIO NOT = WS-USUARIO-CHAMADOR
               DISPLAY "Solicitação de outro login; não pode ser "
                   "cancelada por você."
               EXIT PARAGRAPH
           END-IF
           IF RQ-SITUACAO NOT = "P"
               DISPLAY "Solicitação já encerrada."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma o cancelamento de " RQ-NUMERO " "
               RQ-RELATORIO "? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "X" TO RQ-SITUACAO
           MOVE SPACES TO RQ-MENSAGEM
           STRING "CANCELADA PELO USUARIO EM " DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               INTO RQ-MENSAGEM
           REWRITE RELFILA-REG
           IF WS-STATUS-FILE-RQ = "00"
               DISPLAY "Solicitação " RQ-NUMERO " cancelada."
               MOVE "CANCELA" TO WS-AUD-ACAO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao cancelar solicitação: "
                   WS-STATUS-FILE-RQ
           END-IF.

      *> Mesmo registro único de controle de REMANEJ.cbl.
       GERA-PROX-NUMERO.
           MOVE "01" TO QC-CHAVE
           READ RELFCTRL-FILE
               INVALID KEY
                   MOVE 1 TO WS-NUMERO
                   MOVE 2 TO QC-PROX-NUM
                   WRITE RELFCTRL-REG
                   EXIT PARAGRAPH
           END-READ

           MOVE QC-PROX-NUM TO WS-NUMERO
           ADD 1 TO QC-PROX-NUM
           REWRITE RELFCTRL-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl), com os parâmetros da solicitação.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING RQ-RELATORIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RQ-RECORRENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RQ-DATA-INI DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RQ-DATA-FIM DELIMITED BY SIZE
                  " EMP " DELIMITED BY SIZE
                  RQ-EMPRESA DELIMITED BY SIZE
                  " CC " DELIMITED BY SIZE
                  RQ-CENTRO-CUSTO DELIMITED BY SIZE
                  " SIT " DELIMITED BY SIZE
                  RQ-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "SOLICREL"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           MOVE RQ-NUMERO                   TO AU-CHAVE(1:6)
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS
           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
