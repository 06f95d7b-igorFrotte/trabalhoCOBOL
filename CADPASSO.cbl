       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPASSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Catálogo de passos da rotina noturna (ver NOTURNO.cbl).
           SELECT PASSONOT-FILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PASSO
               ALTERNATE RECORD KEY IS PN-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PN.

      *> Livro de controle da rotina noturna, só para consulta.
           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RN.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
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
       01 WS-STATUS-FILE-PN     PIC XX.
       01 WS-STATUS-FILE-RN     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-PASSO-EXISTIA      PIC X.
       01 WS-ENTRADA-PASSO      PIC X(8).
       01 WS-ENTRADA-TEXTO      PIC X(30).
       01 WS-ENTRADA-NUM        PIC 9(3).
       01 WS-NOVA-SITUACAO      PIC X.
       01 WS-DADOS-OK           PIC X.
       01 WS-PRED-I             PIC 9.
       01 WS-PRED-J             PIC 9.
       01 WS-QTD-DEPENDENTES    PIC 9(3).
       01 WS-DATA-CONSULTA      PIC 9(8).
       01 WS-REF-CONSULTA       PIC 9(8).
       01 WS-QTD-LISTADOS       PIC 9(3).
       01 WS-ENTRADA-EMAIL      PIC X(30).
       01 WS-QTD-ALTERADOS      PIC 9(3).

      *> Programas que sabem rodar em simulação (ver SIMPASSO.cbl).
       01 WS-PROGRAMAS-SIMULACAO PIC X(40) VALUE
           "VENCIDAS  BAIXARES  REAJUSTE  GERARECOR ".
       01 WS-PROGRAMAS-SIMULACAO-R REDEFINES WS-PROGRAMAS-SIMULACAO.
           05 WS-PROG-SIMULA    PIC X(10) OCCURS 4 TIMES.
       01 WS-SIM-I              PIC 9.
       01 WS-SIMULAVEL          PIC X.

      *> Passo em edição, guardado enquanto os predecessores são
      *> conferidos no próprio catálogo (a leitura troca o registro).
       01 WS-PASSO-EDITADO.
           05 WS-PE-PASSO       PIC X(8).
           05 WS-PE-ORDEM       PIC 9(3).
           05 WS-PE-PROGRAMA    PIC X(10).
           05 WS-PE-DESCRICAO   PIC X(30).
           05 WS-PE-FREQUENCIA  PIC X(1).
           05 WS-PE-DIA-SEMANA  PIC 9(1).
           05 WS-PE-DIA-UTIL    PIC 9(2).
           05 WS-PE-REFERENCIA  PIC X(1).
           05 WS-PE-PREDECESSOR PIC X(8) OCCURS 3 TIMES.
           05 WS-PE-SITUACAO    PIC X(1).
           05 WS-PE-USUARIO     PIC X(10).
           05 WS-PE-DATA-ALT    PIC 9(8).
           05 WS-PE-JANELA-MIN  PIC 9(4).
           05 WS-PE-ALERTA-ZERO PIC X(1).
           05 WS-PE-EMAIL-ALERTA PIC X(30).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

      *> Manutenção do catálogo da rotina noturna: ordem, programa,
      *> frequência e calendário, predecessores e suspensão de cada
      *> passo, a janela acordada e os alertas à operação, mais a
      *> consulta do livro de controle de uma noite.
       MAIN-PROCEDURE.
           DISPLAY "CATÁLOGO DA ROTINA NOTURNA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           CALL "PASSOPAD"
           OPEN I-O PASSONOT-FILE
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao abrir PASSONOT.DAT: " WS-STATUS-FILE-PN
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
               DISPLAY "===== CATÁLOGO DA ROTINA NOTURNA ====="
               DISPLAY "1 - Listar passos"
               DISPLAY "2 - Incluir/alterar passo"
               DISPLAY "3 - Suspender/liberar/simular passo"
               DISPLAY "4 - Excluir passo"
               DISPLAY "5 - Livro de controle de uma data"
               DISPLAY "6 - E-mail de alerta da operação (todos)"
               DISPLAY "7 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM LISTA-PASSOS
                   WHEN 2
                       PERFORM MANTEM-PASSO
                   WHEN 3
                       PERFORM SUSPENDE-PASSO
                   WHEN 4
                       PERFORM EXCLUI-PASSO
                   WHEN 5
                       PERFORM CONSULTA-LIVRO
                   WHEN 6
                       PERFORM DEFINE-EMAIL-ALERTA
                   WHEN 7
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE PASSONOT-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

       LISTA-PASSOS.
           DISPLAY "ORD PASSO    PROGRAMA   FR DS DU RF SIT "
               "PREDECESSORES"
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
               DISPLAY PN-ORDEM " " PN-PASSO " " PN-PROGRAMA " "
                   PN-FREQUENCIA "  " PN-DIA-SEMANA "  " PN-DIA-UTIL
                   " " PN-REFERENCIA "  " PN-SITUACAO "   "
                   PN-PREDECESSOR(1) " " PN-PREDECESSOR(2) " "
                   PN-PREDECESSOR(3)
               DISPLAY "    " PN-DESCRICAO " (alt. " PN-USUARIO
                   " em " PN-DATA-ALT ")"
               DISPLAY "    Janela " PN-JANELA-MIN " min  Zero=alerta: "
                   PN-ALERTA-ZERO "  Alerta p/ " PN-EMAIL-ALERTA
               READ PASSONOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PN
           DISPLAY "FR: D=diária U=dia útil S=semanal M=N-ésimo dia "
               "útil F=fim do mês"
           DISPLAY "RF: D=referência no dia, M=uma vez no mês. "
               "SIT: A=ativo S=suspenso U=suspenso uma vez".

      *> Inclusão ou alteração: ENTER mantém o valor atual de cada
      *> campo na alteração.
       MANTEM-PASSO.
           DISPLAY "Passo (nome no livro de controle, 8 pos.): "
           ACCEPT WS-ENTRADA-PASSO
           IF WS-ENTRADA-PASSO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-PASSO) TO PN-PASSO

           MOVE "S" TO WS-PASSO-EXISTIA
           READ PASSONOT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PASSO-EXISTIA
           END-READ

           IF WS-PASSO-EXISTIA = "S"
               MOVE PASSONOT-REG TO WS-PASSO-EDITADO
               PERFORM MONTA-RESUMO-ANTES
           ELSE
               INITIALIZE WS-PASSO-EDITADO
               MOVE PN-PASSO TO WS-PE-PASSO
               MOVE PN-PASSO TO WS-PE-PROGRAMA
               MOVE "D"      TO WS-PE-FREQUENCIA
               MOVE "D"      TO WS-PE-REFERENCIA
               MOVE "A"      TO WS-PE-SITUACAO
               MOVE "N"      TO WS-PE-ALERTA-ZERO
               MOVE SPACES   TO WS-AUD-ANTES
               DISPLAY "Passo novo."
           END-IF

           DISPLAY "Ordem de execução [" WS-PE-ORDEM "]: "
           MOVE ZEROS TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM NOT = ZEROS
               MOVE WS-ENTRADA-NUM TO WS-PE-ORDEM
           END-IF

           DISPLAY "Programa (PROGRAM-ID) [" WS-PE-PROGRAMA "]: "
           MOVE SPACES TO WS-ENTRADA-TEXTO
           ACCEPT WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO)
                   TO WS-PE-PROGRAMA
           END-IF

           DISPLAY "Descrição [" WS-PE-DESCRICAO "]: "
           MOVE SPACES TO WS-ENTRADA-TEXTO
           ACCEPT WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO)
                   TO WS-PE-DESCRICAO
           END-IF

           DISPLAY "Frequência D/U/S/M/F [" WS-PE-FREQUENCIA "]: "
           MOVE SPACES TO WS-ENTRADA-TEXTO
           ACCEPT WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO(1:1))
                   TO WS-PE-FREQUENCIA
           END-IF

           MOVE ZEROS TO WS-PE-DIA-SEMANA
           MOVE ZEROS TO WS-PE-DIA-UTIL
           IF WS-PE-FREQUENCIA = "S"
               DISPLAY "Dia da semana (1=segunda ... 7=domingo): "
               ACCEPT WS-PE-DIA-SEMANA
           END-IF
           IF WS-PE-FREQUENCIA = "M"
               DISPLAY "Rodar no N-ésimo dia útil do mês (N): "
               ACCEPT WS-PE-DIA-UTIL
           END-IF

           DISPLAY "Referência D=dia, M=uma vez no mês ["
               WS-PE-REFERENCIA "]: "
           MOVE SPACES TO WS-ENTRADA-TEXTO
           ACCEPT WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO(1:1))
                   TO WS-PE-REFERENCIA
           END-IF

           DISPLAY "Predecessores (até 3; ENTER mantém, '-' limpa):"
           PERFORM VARYING WS-PRED-I FROM 1 BY 1 UNTIL WS-PRED-I > 3
               DISPLAY "  Predecessor " WS-PRED-I " ["
                   WS-PE-PREDECESSOR(WS-PRED-I) "]: "
               MOVE SPACES TO WS-ENTRADA-TEXTO
               ACCEPT WS-ENTRADA-TEXTO
               IF WS-ENTRADA-TEXTO = "-"
                   MOVE SPACES TO WS-PE-PREDECESSOR(WS-PRED-I)
               ELSE
                   IF WS-ENTRADA-TEXTO NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO)
                           TO WS-PE-PREDECESSOR(WS-PRED-I)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Janela acordada em minutos (0 = sem janela) ["
               WS-PE-JANELA-MIN "]: "
           MOVE SPACES TO WS-ENTRADA-TEXTO
           ACCEPT WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENTRADA-TEXTO)
                   TO WS-PE-JANELA-MIN
           END-IF

           DISPLAY "Zero registros processados é alerta? S/N ["
               WS-PE-ALERTA-ZERO "]: "
           MOVE SPACES TO WS-ENTRADA-TEXTO
           ACCEPT WS-ENTRADA-TEXTO
           IF WS-ENTRADA-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENTRADA-TEXTO(1:1))
                   TO WS-PE-ALERTA-ZERO
           END-IF

           DISPLAY "E-mail de alerta [" WS-PE-EMAIL-ALERTA "]: "
           MOVE SPACES TO WS-ENTRADA-EMAIL
           ACCEPT WS-ENTRADA-EMAIL
           IF WS-ENTRADA-EMAIL NOT = SPACES
               MOVE WS-ENTRADA-EMAIL TO WS-PE-EMAIL-ALERTA
           END-IF

           PERFORM VALIDA-PASSO
           IF WS-DADOS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USUARIO-CHAMADOR TO WS-PE-USUARIO
           MOVE WS-HOJE             TO WS-PE-DATA-ALT

      *> A validação leu outros passos: relê o passo editado antes
      *> de regravar.
           MOVE WS-PE-PASSO TO PN-PASSO
           IF WS-PASSO-EXISTIA = "S"
               READ PASSONOT-FILE
                   INVALID KEY
                       DISPLAY "Passo excluído durante a edição."
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-PASSO-EDITADO TO PASSONOT-REG
               REWRITE PASSONOT-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               MOVE WS-PASSO-EDITADO TO PASSONOT-REG
               WRITE PASSONOT-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao gravar o passo: " WS-STATUS-FILE-PN
               EXIT PARAGRAPH
           END-IF

           MOVE PN-PASSO TO WS-AUD-CHAVE
           PERFORM MONTA-RESUMO-DEPOIS
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Passo " PN-PASSO " gravado.".

      *> Regras de calendário coerentes e predecessores que existem
      *> no catálogo e rodam ANTES (ordem menor) deste passo.
       VALIDA-PASSO.
           MOVE "N" TO WS-DADOS-OK
           IF WS-PE-ORDEM = ZEROS
               DISPLAY "Ordem de execução obrigatória."
               EXIT PARAGRAPH
           END-IF
           IF WS-PE-PROGRAMA = SPACES
               DISPLAY "Programa obrigatório."
               EXIT PARAGRAPH
           END-IF
           IF WS-PE-FREQUENCIA NOT = "D" AND NOT = "U"
                   AND NOT = "S" AND NOT = "M" AND NOT = "F"
               DISPLAY "Frequência inválida."
               EXIT PARAGRAPH
           END-IF
           IF WS-PE-FREQUENCIA = "S"
                   AND (WS-PE-DIA-SEMANA < 1 OR WS-PE-DIA-SEMANA > 7)
               DISPLAY "Dia da semana deve ser de 1 a 7."
               EXIT PARAGRAPH
           END-IF
           IF WS-PE-FREQUENCIA = "M"
                   AND (WS-PE-DIA-UTIL < 1 OR WS-PE-DIA-UTIL > 23)
               DISPLAY "N-ésimo dia útil deve ser de 1 a 23."
               EXIT PARAGRAPH
           END-IF
           IF WS-PE-REFERENCIA NOT = "D" AND NOT = "M"
               DISPLAY "Referência inválida."
               EXIT PARAGRAPH
           END-IF
           IF WS-PE-ALERTA-ZERO NOT = "S" AND NOT = "N"
               DISPLAY "Alerta de zero registros deve ser S ou N."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRED-I FROM 1 BY 1 UNTIL WS-PRED-I > 3
               IF WS-PE-PREDECESSOR(WS-PRED-I) NOT = SPACES
                   PERFORM VALIDA-PREDECESSOR
                   IF WS-DADOS-OK = "X"
                       MOVE "N" TO WS-DADOS-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           MOVE "S" TO WS-DADOS-OK.

       VALIDA-PREDECESSOR.
           IF WS-PE-PREDECESSOR(WS-PRED-I) = WS-PE-PASSO
               DISPLAY "Passo não pode depender de si mesmo."
               MOVE "X" TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PE-PREDECESSOR(WS-PRED-I) TO PN-PASSO
           READ PASSONOT-FILE
               INVALID KEY
                   DISPLAY "Predecessor " WS-PE-PREDECESSOR(WS-PRED-I)
                       " não está no catálogo."
                   MOVE "X" TO WS-DADOS-OK
                   EXIT PARAGRAPH
           END-READ

           IF PN-ORDEM NOT < WS-PE-ORDEM
               DISPLAY "Predecessor " PN-PASSO " roda na ordem "
                   PN-ORDEM "; precisa ser antes de " WS-PE-ORDEM "."
               MOVE "X" TO WS-DADOS-OK
           END-IF.

      *> Suspensão (S) até liberar de novo, suspensão de uma
      *> execução só (U — a rotina noturna reativa o passo depois
      *> de pulá-lo), simulação de uma execução só (T — a rotina
      *> noturna roda só a prévia e reativa o passo) ou liberação
      *> (A).
       SUSPENDE-PASSO.
           DISPLAY "Passo: "
           ACCEPT WS-ENTRADA-PASSO
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-PASSO) TO PN-PASSO
           READ PASSONOT-FILE
               INVALID KEY
                   DISPLAY "Passo não cadastrado."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Situação atual: " PN-SITUACAO
           DISPLAY "Nova situação (A=ativo, S=suspenso, U=suspenso "
               "só na próxima execução, T=só simular na próxima "
               "execução): "
           ACCEPT WS-NOVA-SITUACAO
           MOVE FUNCTION UPPER-CASE(WS-NOVA-SITUACAO)
               TO WS-NOVA-SITUACAO
           IF WS-NOVA-SITUACAO NOT = "A" AND NOT = "S"
                   AND NOT = "U" AND NOT = "T"
               DISPLAY "Situação inválida."
               EXIT PARAGRAPH
           END-IF
           IF WS-NOVA-SITUACAO = "T"
               MOVE "N" TO WS-SIMULAVEL
               PERFORM VARYING WS-SIM-I FROM 1 BY 1 UNTIL WS-SIM-I > 4
                   IF WS-PROG-SIMULA(WS-SIM-I) = PN-PROGRAMA
                       MOVE "S" TO WS-SIMULAVEL
                   END-IF
               END-PERFORM
               IF WS-SIMULAVEL NOT = "S"
                   DISPLAY "O programa " PN-PROGRAMA " não tem modo "
                       "simulação."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NOVA-SITUACAO = PN-SITUACAO
               DISPLAY "Passo já está nessa situação."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO " DELIMITED BY SIZE
               PN-SITUACAO DELIMITED BY SIZE
               INTO WS-AUD-ANTES
           MOVE WS-NOVA-SITUACAO    TO PN-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO PN-USUARIO
           MOVE WS-HOJE             TO PN-DATA-ALT
           REWRITE PASSONOT-REG
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao gravar o passo: " WS-STATUS-FILE-PN
               EXIT PARAGRAPH
           END-IF

           EVALUATE PN-SITUACAO
               WHEN "A"
                   MOVE "LIBERACAO" TO WS-AUD-ACAO
               WHEN "T"
                   MOVE "SIMULACAO" TO WS-AUD-ACAO
               WHEN OTHER
                   MOVE "SUSPENSAO" TO WS-AUD-ACAO
           END-EVALUATE
           MOVE PN-PASSO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO " DELIMITED BY SIZE
               PN-SITUACAO DELIMITED BY SIZE
               INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Passo " PN-PASSO " agora com situação "
               PN-SITUACAO ".".

      *> Passo que é predecessor de outro não sai do catálogo: o
      *> dependente ficaria retido toda noite.
       EXCLUI-PASSO.
           DISPLAY "Passo a excluir: "
           ACCEPT WS-ENTRADA-PASSO
           MOVE FUNCTION UPPER-CASE(WS-ENTRADA-PASSO)
               TO WS-ENTRADA-PASSO

           MOVE ZEROS TO WS-QTD-DEPENDENTES
           MOVE ZEROS TO PN-ORDEM
           START PASSONOT-FILE KEY IS NOT LESS PN-ORDEM
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-PN
           END-START
           IF WS-STATUS-FILE-PN NOT = "10"
               READ PASSONOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PN
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-PN = "10"
               PERFORM VARYING WS-PRED-J FROM 1 BY 1
                       UNTIL WS-PRED-J > 3
                   IF PN-PREDECESSOR(WS-PRED-J) = WS-ENTRADA-PASSO
                       ADD 1 TO WS-QTD-DEPENDENTES
                       DISPLAY "Predecessor de " PN-PASSO
                   END-IF
               END-PERFORM
               READ PASSONOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PN
           IF WS-QTD-DEPENDENTES > 0
               DISPLAY "Exclusão recusada: retire antes a "
                   "dependência."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRADA-PASSO TO PN-PASSO
           READ PASSONOT-FILE
               INVALID KEY
                   DISPLAY "Passo não cadastrado."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Excluir " PN-PASSO " - " PN-DESCRICAO "? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE PASSONOT-REG TO WS-PASSO-EDITADO
           PERFORM MONTA-RESUMO-ANTES
           DELETE PASSONOT-FILE
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao excluir o passo: " WS-STATUS-FILE-PN
               EXIT PARAGRAPH
           END-IF

           MOVE "EXCLUSAO" TO WS-AUD-ACAO
           MOVE WS-PE-PASSO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Passo excluído.".

      *> A equipe de operação costuma ser uma só: grava o mesmo
      *> e-mail de alerta em todos os passos do catálogo (um passo
      *> com dono diferente é ajustado depois pela opção 2).
       DEFINE-EMAIL-ALERTA.
           DISPLAY "E-mail da equipe de operação: "
           MOVE SPACES TO WS-ENTRADA-EMAIL
           ACCEPT WS-ENTRADA-EMAIL
           IF WS-ENTRADA-EMAIL = SPACES
               DISPLAY "E-mail não informado; nada alterado."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-ALTERADOS
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
               MOVE WS-ENTRADA-EMAIL    TO PN-EMAIL-ALERTA
               MOVE WS-USUARIO-CHAMADOR TO PN-USUARIO
               MOVE WS-HOJE             TO PN-DATA-ALT
               REWRITE PASSONOT-REG
               IF WS-STATUS-FILE-PN = "00"
                   ADD 1 TO WS-QTD-ALTERADOS
               ELSE
                   DISPLAY "Erro ao gravar " PN-PASSO ": "
                       WS-STATUS-FILE-PN
               END-IF
               READ PASSONOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PN

           MOVE "ALERTA"           TO WS-AUD-ACAO
           MOVE "TODOS OS PASSOS"  TO WS-AUD-CHAVE
           MOVE SPACES             TO WS-AUD-ANTES
           MOVE WS-ENTRADA-EMAIL   TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           DISPLAY WS-QTD-ALTERADOS " passo(s) atualizado(s).".

      *> Lista o que a rotina noturna registrou para a data: os
      *> passos de referência diária e, dos de referência mensal, o
      *> registro do mês (AAAAMM00).
       CONSULTA-LIVRO.
           DISPLAY "Data (AAAAMMDD): "
           ACCEPT WS-DATA-CONSULTA

           OPEN INPUT RUNCTRL-FILE
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Livro de controle indisponível: "
                   WS-STATUS-FILE-RN
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REFERENC PASSO    M R INICIO FIM    REGISTROS "
               "MOTIVO"
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE WS-DATA-CONSULTA TO WS-REF-CONSULTA
           PERFORM LISTA-LIVRO-REFERENCIA
           MOVE "00" TO WS-REF-CONSULTA(7:2)
           PERFORM LISTA-LIVRO-REFERENCIA
           CLOSE RUNCTRL-FILE

           IF WS-QTD-LISTADOS = 0
               DISPLAY "Nenhum registro para a data."
           END-IF
           DISPLAY "R: O=ok I=iniciado F=falha P=fora do calendário "
               "S=suspenso D=aguarda predecessor"
           DISPLAY "M: S=simulação (só prévia, nada gravado)".

       LISTA-LIVRO-REFERENCIA.
           MOVE WS-REF-CONSULTA TO RN-DATA-REF
           MOVE LOW-VALUES TO RN-PROGRAMA
           MOVE LOW-VALUES TO RN-MODO
           START RUNCTRL-FILE KEY IS NOT LESS RN-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ RUNCTRL-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RN = "10"
                   OR RN-DATA-REF NOT = WS-REF-CONSULTA
               ADD 1 TO WS-QTD-LISTADOS
               DISPLAY RN-DATA-REF " " RN-PROGRAMA " " RN-MODO " "
                   RN-RESULTADO
                   " " RN-HORA-INICIO " " RN-HORA-FIM " "
                   RN-QTD-REGISTROS "   " RN-MOTIVO
               READ RUNCTRL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RN
               END-READ
           END-PERFORM.

       MONTA-RESUMO-ANTES.
           MOVE SPACES TO WS-AUD-ANTES
           STRING WS-PE-ORDEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PE-PROGRAMA DELIMITED BY SPACE
               " FR=" DELIMITED BY SIZE
               WS-PE-FREQUENCIA DELIMITED BY SIZE
               WS-PE-DIA-SEMANA DELIMITED BY SIZE
               WS-PE-DIA-UTIL DELIMITED BY SIZE
               " RF=" DELIMITED BY SIZE
               WS-PE-REFERENCIA DELIMITED BY SIZE
               " PRED=" DELIMITED BY SIZE
               WS-PE-PREDECESSOR(1) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-PE-PREDECESSOR(2) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-PE-PREDECESSOR(3) DELIMITED BY SPACE
               INTO WS-AUD-ANTES.

       MONTA-RESUMO-DEPOIS.
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING PN-ORDEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PN-PROGRAMA DELIMITED BY SPACE
               " FR=" DELIMITED BY SIZE
               PN-FREQUENCIA DELIMITED BY SIZE
               PN-DIA-SEMANA DELIMITED BY SIZE
               PN-DIA-UTIL DELIMITED BY SIZE
               " RF=" DELIMITED BY SIZE
               PN-REFERENCIA DELIMITED BY SIZE
               " PRED=" DELIMITED BY SIZE
               PN-PREDECESSOR(1) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PN-PREDECESSOR(2) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PN-PREDECESSOR(3) DELIMITED BY SPACE
               INTO WS-AUD-DEPOIS.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl).
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADPASSO"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
