       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Livro de controle da rotina noturna: um registro por passo e
      *> data de referência, com início, fim, resultado e o motivo de
      *> ter rodado, pulado ou ficado retido. Passo já concluído
      *> na data não roda de novo; após um abend, a reexecução
      *> retoma do passo que ficou marcado como iniciado.
           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RN.

      *> Catálogo de passos: ordem, frequência, calendário,
      *> predecessores e suspensão de cada passo (mantido em
      *> CADPASSO.cbl; criado com a cadeia padrão por PASSOPAD.cbl).
           SELECT PASSONOT-FILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PASSO
               ALTERNATE RECORD KEY IS PN-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PN.

      *> Fila de e-mails (ver ENVNOTIF.cbl): alertas à operação
      *> quando um passo falha, estoura a janela acordada ou processa
      *> um volume fora do normal.
           SELECT NOTIFICA-FILE ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFICA.

      *> Sinalizador de janela de lote: levantado aqui no início e
      *> baixado no fim, faz o MENU recusar as opções de atualização
      *> enquanto a rotina noturna roda, para o backup não fotografar
       FD RUNCTRL-FILE.
       01 RUNCTRL-REG.
           05 RN-CHAVE.                     *> 08 data ref + 08 passo
                                            *> + 01 modo
               10 RN-DATA-REF   PIC 9(8).   *> p/ GERARECOR: AAAAMM00
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

      *> Registro único de controle da janela de lote (compartilhado
      *> com MENU.cbl).
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
      *> Modo simulação, também compartilhado (EXTERNAL): com "S", o
      *> passo só lista na prévia SIMUL_<programa>_<data>.PRN o que
      *> faria, sem gravar nada.
       01 WS-SIMULACAO-PASSO    PIC X(1) EXTERNAL.
       01 WS-STATUS-FILE-RN     PIC XX.
       01 WS-STATUS-FILE-SC     PIC XX.
       01 WS-STATUS-FILE-PN     PIC XX.
       01 WS-STATUS-NOTIFICA    PIC XX.
       01 WS-NOTIFICA-OK        PIC X VALUE "N".
       01 WS-QTD-ALERTAS        PIC 9(3) VALUE ZEROS.
       01 WS-RESULTADO-ANT      PIC X(1).
       01 WS-SISCTRL-OK         PIC X VALUE "N".
       01 WS-SISCTRL-EXISTIA    PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-PASSO-EXISTIA      PIC X.
       01 WS-QTD-EXECUTADOS     PIC 9(2) VALUE ZEROS.
       01 WS-QTD-PULADOS        PIC 9(2) VALUE ZEROS.
       01 WS-QTD-SUSPENSOS      PIC 9(2) VALUE ZEROS.
       01 WS-QTD-RETIDOS        PIC 9(2) VALUE ZEROS.
       01 WS-QTD-FALHAS         PIC 9(2) VALUE ZEROS.
       01 WS-QTD-SIMULADOS      PIC 9(2) VALUE ZEROS.
       01 WS-PROGRAMA           PIC X(10).
       01 WS-RESULTADO          PIC X(1).
       01 WS-MOTIVO             PIC X(40).
       01 WS-MOTIVO-CAL         PIC X(29).
       01 WS-CHAMADA-OK         PIC X.
       01 WS-NO-CALENDARIO      PIC X.
       01 WS-PRED-OK            PIC X.
       01 WS-PRED-I             PIC 9.
       01 WS-PRED-PASSO         PIC X(8).
       01 WS-PRED-J             PIC 9(2).
       01 WS-PRED-K             PIC 9(2).
       01 WS-PRED-REF           PIC 9(8).

      *> Programas que sabem rodar em simulação (ver SIMPASSO.cbl).
       01 WS-PROGRAMAS-SIMULACAO PIC X(40) VALUE
           "VENCIDAS  BAIXARES  REAJUSTE  GERARECOR ".
       01 WS-PROGRAMAS-SIMULACAO-R REDEFINES WS-PROGRAMAS-SIMULACAO.
           05 WS-PROG-SIMULA    PIC X(10) OCCURS 4 TIMES.
       01 WS-SIM-I              PIC 9.
       01 WS-SIMULAVEL          PIC X.

      *> Catálogo carregado em memória na ordem de execução: os
      *> predecessores são consultados aqui, sem perder a posição
      *> da leitura do arquivo.
       01 WS-TAB-PASSOS.
           05 WS-TP-LINHA       OCCURS 50 TIMES.
               10 WS-TP-PASSO   PIC X(8).
               10 WS-TP-PROGRAMA PIC X(10).
               10 WS-TP-FREQ    PIC X(1).
               10 WS-TP-DIA-SEM PIC 9(1).
               10 WS-TP-DIA-UTIL PIC 9(2).
               10 WS-TP-REF     PIC X(1).
               10 WS-TP-PRED    PIC X(8) OCCURS 3 TIMES.
               10 WS-TP-SITUACAO PIC X(1).
               10 WS-TP-JANELA  PIC 9(4).
               10 WS-TP-ALERTA-ZERO PIC X(1).
               10 WS-TP-EMAIL   PIC X(30).
       01 WS-TP-QTD             PIC 9(2) VALUE ZEROS.
       01 WS-TP-I               PIC 9(2).

      *> Calendário do dia, calculado uma vez (ver DIAUTIL.cbl).
       01 WS-DATA-AUX           PIC 9(8).
       01 WS-DIA-SEMANA-HOJE    PIC 9(1).
       01 WS-HOJE-UTIL          PIC X.
       01 WS-ORDEM-UTIL-HOJE    PIC 9(2).
       01 WS-FIM-DE-MES         PIC X.

      *> Conferência do passo recém-executado contra a janela
      *> acordada e contra o volume das últimas execuções: fora da
      *> faixa de média +/- o maior entre 3 desvios-padrão e metade
      *> da média, com no mínimo 5 execuções de histórico.
       01 WS-SLA-INICIO         PIC 9(6).
       01 WS-SLA-INICIO-R REDEFINES WS-SLA-INICIO.
           05 WS-SLA-INI-HH     PIC 9(2).
           05 WS-SLA-INI-MM     PIC 9(2).
           05 WS-SLA-INI-SS     PIC 9(2).
       01 WS-SLA-FIM            PIC 9(6).
       01 WS-SLA-FIM-R REDEFINES WS-SLA-FIM.
           05 WS-SLA-FIM-HH     PIC 9(2).
           05 WS-SLA-FIM-MM     PIC 9(2).
           05 WS-SLA-FIM-SS     PIC 9(2).
       01 WS-SLA-SEGUNDOS       PIC S9(6).
       01 WS-SLA-MINUTOS        PIC 9(4).
       01 WS-SLA-QTD            PIC 9(7).
       01 WS-SLA-MENSAGEM       PIC X(60).
       01 WS-HIST-MAX           PIC 9(2) VALUE 30.
       01 WS-HIST-MIN           PIC 9(2) VALUE 5.
       01 WS-HIST-N             PIC 9(2).
       01 WS-HIST-I             PIC 9(2).
       01 WS-HIST-REF           PIC 9(8).
       01 WS-HIST-SOMA          PIC 9(12).
       01 WS-HIST-SOMA2         PIC 9(18).
       01 WS-HIST-MEDIA         PIC 9(9)V99.
       01 WS-HIST-VARIANCIA     PIC S9(16)V99.
       01 WS-HIST-DESVIO        PIC 9(9)V99.
       01 WS-HIST-FAIXA         PIC 9(9)V99.
       01 WS-HIST-DIFERENCA     PIC 9(9)V99.
       01 WS-HIST-MEDIA-ED      PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "ROTINA NOTURNA DE FECHAMENTO DO DIA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE "N" TO WS-SIMULACAO-PASSO

           OPEN I-O RUNCTRL-FILE
           IF WS-STATUS-FILE-RN = "35"
               STOP RUN
           END-IF

           CALL "PASSOPAD"
           OPEN I-O PASSONOT-FILE
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "Erro ao abrir PASSONOT.DAT: " WS-STATUS-FILE-PN
               CLOSE RUNCTRL-FILE
               STOP RUN
           END-IF
           PERFORM CARREGA-CATALOGO
           PERFORM CALCULA-CALENDARIO

           OPEN EXTEND NOTIFICA-FILE
           IF WS-STATUS-NOTIFICA = "35"
               OPEN OUTPUT NOTIFICA-FILE
           END-IF
           IF WS-STATUS-NOTIFICA = "00"
               MOVE "S" TO WS-NOTIFICA-OK
           ELSE
               DISPLAY "AVISO: NOTIFICA.DAT indisponível ("
                   WS-STATUS-NOTIFICA "); alertas só no console."
           END-IF

           PERFORM LEVANTA-JANELA-LOTE

      *> A cadeia sai do catálogo, na ordem cadastrada: cada passo é
      *> avaliado (suspensão, calendário, predecessores) e o motivo
      *> de ter rodado, pulado ou ficado retido vai para o livro de
      *> controle.
           PERFORM VARYING WS-TP-I FROM 1 BY 1
                   UNTIL WS-TP-I > WS-TP-QTD
               PERFORM AVALIA-PASSO
           END-PERFORM

           PERFORM BAIXA-JANELA-LOTE

           CLOSE PASSONOT-FILE
           CLOSE RUNCTRL-FILE
           IF WS-NOTIFICA-OK = "S"
               CLOSE NOTIFICA-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Passos executados: " WS-QTD-EXECUTADOS
           DISPLAY "Passos pulados:    " WS-QTD-PULADOS
           DISPLAY "Passos suspensos:  " WS-QTD-SUSPENSOS
           DISPLAY "Passos retidos:    " WS-QTD-RETIDOS
           DISPLAY "Passos com falha:  " WS-QTD-FALHAS
           DISPLAY "Passos simulados:  " WS-QTD-SIMULADOS
           DISPLAY "Alertas à operação: " WS-QTD-ALERTAS
           STOP RUN.

       CARREGA-CATALOGO.
           MOVE ZEROS TO PN-ORDEM
           START PASSONOT-FILE KEY IS NOT LESS PN-ORDEM
               INVALID KEY
                   DISPLAY "AVISO: catálogo da rotina noturna vazio."
                   EXIT PARAGRAPH
           END-START

           READ PASSONOT-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PN = "10"
               IF WS-TP-QTD < 50
                   ADD 1 TO WS-TP-QTD
                   MOVE PN-PASSO      TO WS-TP-PASSO(WS-TP-QTD)
                   MOVE PN-PROGRAMA   TO WS-TP-PROGRAMA(WS-TP-QTD)
                   MOVE PN-FREQUENCIA TO WS-TP-FREQ(WS-TP-QTD)
                   MOVE PN-DIA-SEMANA TO WS-TP-DIA-SEM(WS-TP-QTD)
                   MOVE PN-DIA-UTIL   TO WS-TP-DIA-UTIL(WS-TP-QTD)
                   MOVE PN-REFERENCIA TO WS-TP-REF(WS-TP-QTD)
                   MOVE PN-PREDECESSOR(1) TO WS-TP-PRED(WS-TP-QTD, 1)
                   MOVE PN-PREDECESSOR(2) TO WS-TP-PRED(WS-TP-QTD, 2)
                   MOVE PN-PREDECESSOR(3) TO WS-TP-PRED(WS-TP-QTD, 3)
                   MOVE PN-SITUACAO   TO WS-TP-SITUACAO(WS-TP-QTD)
                   MOVE PN-JANELA-MIN TO WS-TP-JANELA(WS-TP-QTD)
                   MOVE PN-ALERTA-ZERO TO WS-TP-ALERTA-ZERO(WS-TP-QTD)
                   MOVE PN-EMAIL-ALERTA TO WS-TP-EMAIL(WS-TP-QTD)
               ELSE
                   DISPLAY "AVISO: catálogo com mais de 50 passos; "
                       PN-PASSO " fica fora desta execução."
               END-IF
               READ PASSONOT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PN.

      *> Dia da semana (1 = segunda ... 7 = domingo, pela mesma
      *> conta de DIAUTIL.cbl), se hoje é dia útil, qual dia útil do
      *> mês ele é e se é o último dia útil do mês.
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

           MOVE ZEROS TO WS-ORDEM-UTIL-HOJE
           MOVE "N" TO WS-FIM-DE-MES
           IF WS-HOJE-UTIL NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE TO WS-DATA-AUX
           MOVE "01" TO WS-DATA-AUX(7:2)
           CALL "DIAUTIL" USING WS-DATA-AUX
           PERFORM UNTIL WS-DATA-AUX > WS-HOJE
               ADD 1 TO WS-ORDEM-UTIL-HOJE
               COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) + 1)
               CALL "DIAUTIL" USING WS-DATA-AUX
           END-PERFORM

      *> WS-DATA-AUX é agora o próximo dia útil depois de hoje.
           IF WS-DATA-AUX(1:6) NOT = WS-HOJE(1:6)
               MOVE "S" TO WS-FIM-DE-MES
           END-IF.

      *> Decide o destino do passo WS-TP-I: já concluído na
      *> referência (pula sem tocar no livro), suspenso, fora do
      *> calendário, aguardando predecessor ou executado.
       AVALIA-PASSO.
           MOVE WS-TP-PASSO(WS-TP-I)    TO WS-PASSO
           MOVE WS-TP-PROGRAMA(WS-TP-I) TO WS-PROGRAMA
           MOVE WS-HOJE TO WS-DATA-REF
           IF WS-TP-REF(WS-TP-I) = "M"
               MOVE "00" TO WS-DATA-REF(7:2)
           END-IF

           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE SPACE       TO RN-MODO
           MOVE "S" TO WS-PASSO-EXISTIA
           READ RUNCTRL-FILE
               INVALID KEY
               EXIT PARAGRAPH
           END-IF

           IF WS-TP-SITUACAO(WS-TP-I) = "S"
               MOVE "S" TO WS-RESULTADO
               MOVE "SUSPENSO NO CATALOGO" TO WS-MOTIVO
               PERFORM REGISTRA-SEM-EXECUCAO
               ADD 1 TO WS-QTD-SUSPENSOS
               EXIT PARAGRAPH
           END-IF
           IF WS-TP-SITUACAO(WS-TP-I) = "U"
               MOVE "S" TO WS-RESULTADO
               MOVE "SUSPENSO SO NESTA EXECUCAO" TO WS-MOTIVO
               PERFORM REGISTRA-SEM-EXECUCAO
               PERFORM LIBERA-SUSPENSAO-UNICA
               ADD 1 TO WS-QTD-SUSPENSOS
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFERE-CALENDARIO
           IF WS-NO-CALENDARIO NOT = "S"
               MOVE "P" TO WS-RESULTADO
               PERFORM REGISTRA-SEM-EXECUCAO
               ADD 1 TO WS-QTD-PULADOS
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFERE-PREDECESSORES
           IF WS-PRED-OK NOT = "S"
               MOVE "D" TO WS-RESULTADO
               PERFORM REGISTRA-SEM-EXECUCAO
               ADD 1 TO WS-QTD-RETIDOS
               EXIT PARAGRAPH
           END-IF

      *> Simulação de uma execução só (T): no dia em que o passo
      *> rodaria, roda só a prévia; a execução de verdade fica no
      *> livro como suspensa (os dependentes ficam retidos) e o passo
      *> volta a ativo no catálogo.
           IF WS-TP-SITUACAO(WS-TP-I) = "T"
               PERFORM CONFERE-SIMULAVEL
               IF WS-SIMULAVEL = "S"
                   PERFORM EXECUTA-SIMULACAO
                   MOVE "S" TO WS-RESULTADO
                   MOVE "SUBSTITUIDO POR SIMULACAO" TO WS-MOTIVO
                   PERFORM REGISTRA-SEM-EXECUCAO
                   PERFORM LIBERA-SUSPENSAO-UNICA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "AVISO: " WS-PROGRAMA " não roda em "
                   "simulação; passo executado normalmente."
           END-IF

           PERFORM EXECUTA-PASSO.

      *> Monta em WS-MOTIVO-CAL a regra de calendário do passo; fora
      *> do dia, WS-NO-CALENDARIO fica "N" e WS-MOTIVO diz por quê.
       CONFERE-CALENDARIO.
           MOVE "S" TO WS-NO-CALENDARIO
           MOVE SPACES TO WS-MOTIVO-CAL
           EVALUATE WS-TP-FREQ(WS-TP-I)
               WHEN "D"
                   MOVE "DIARIO" TO WS-MOTIVO-CAL
               WHEN "U"
                   MOVE "DIA UTIL" TO WS-MOTIVO-CAL
                   IF WS-HOJE-UTIL NOT = "S"
                       MOVE "N" TO WS-NO-CALENDARIO
                   END-IF
               WHEN "S"
                   STRING "SEMANAL, DIA " DELIMITED BY SIZE
                       WS-TP-DIA-SEM(WS-TP-I) DELIMITED BY SIZE
                       " DA SEMANA" DELIMITED BY SIZE
                       INTO WS-MOTIVO-CAL
                   IF WS-DIA-SEMANA-HOJE NOT = WS-TP-DIA-SEM(WS-TP-I)
                       MOVE "N" TO WS-NO-CALENDARIO
                   END-IF
               WHEN "M"
                   STRING "MENSAL, " DELIMITED BY SIZE
                       WS-TP-DIA-UTIL(WS-TP-I) DELIMITED BY SIZE
                       "O. DIA UTIL" DELIMITED BY SIZE
                       INTO WS-MOTIVO-CAL
                   IF WS-ORDEM-UTIL-HOJE NOT = WS-TP-DIA-UTIL(WS-TP-I)
                       MOVE "N" TO WS-NO-CALENDARIO
                   END-IF
               WHEN "F"
                   MOVE "FIM DO MES (ULTIMO DIA UTIL)" TO WS-MOTIVO-CAL
                   IF WS-FIM-DE-MES NOT = "S"
                       MOVE "N" TO WS-NO-CALENDARIO
                   END-IF
               WHEN OTHER
                   MOVE "FREQUENCIA INVALIDA" TO WS-MOTIVO-CAL
                   MOVE "N" TO WS-NO-CALENDARIO
           END-EVALUATE
           IF WS-NO-CALENDARIO NOT = "S"
               MOVE SPACES TO WS-MOTIVO
               STRING "FORA DO DIA: " DELIMITED BY SIZE
                   WS-MOTIVO-CAL DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF.

      *> Cada predecessor precisa estar concluído ("O") ou fora do
      *> calendário ("P") na própria referência dele; suspenso,
      *> retido, com falha ou ainda não avaliado segura o passo.
       CONFERE-PREDECESSORES.
           MOVE "S" TO WS-PRED-OK
           PERFORM VARYING WS-PRED-I FROM 1 BY 1
                   UNTIL WS-PRED-I > 3 OR WS-PRED-OK NOT = "S"
               MOVE WS-TP-PRED(WS-TP-I, WS-PRED-I) TO WS-PRED-PASSO
               IF WS-PRED-PASSO NOT = SPACES
                   PERFORM CONFERE-UM-PREDECESSOR
               END-IF
           END-PERFORM.

       CONFERE-UM-PREDECESSOR.
           MOVE ZEROS TO WS-PRED-J
           PERFORM VARYING WS-PRED-K FROM 1 BY 1
                   UNTIL WS-PRED-K > WS-TP-QTD
               IF WS-TP-PASSO(WS-PRED-K) = WS-PRED-PASSO
                   MOVE WS-PRED-K TO WS-PRED-J
               END-IF
           END-PERFORM

           IF WS-PRED-J = 0
               MOVE "N" TO WS-PRED-OK
               MOVE SPACES TO WS-MOTIVO
               STRING "PREDECESSOR " DELIMITED BY SIZE
                   WS-PRED-PASSO DELIMITED BY SPACE
                   " FORA DO CATALOGO" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE TO WS-PRED-REF
           IF WS-TP-REF(WS-PRED-J) = "M"
               MOVE "00" TO WS-PRED-REF(7:2)
           END-IF
           MOVE WS-PRED-REF   TO RN-DATA-REF
           MOVE WS-PRED-PASSO TO RN-PROGRAMA
           MOVE SPACE         TO RN-MODO
           READ RUNCTRL-FILE
               INVALID KEY
                   MOVE SPACE TO RN-RESULTADO
           END-READ
           IF RN-RESULTADO NOT = "O" AND RN-RESULTADO NOT = "P"
               MOVE "N" TO WS-PRED-OK
               MOVE SPACES TO WS-MOTIVO
               STRING "AGUARDA PREDECESSOR " DELIMITED BY SIZE
                   WS-PRED-PASSO DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   RN-RESULTADO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF.

      *> Passo que não roda também deixa registro no livro, com o
      *> motivo — reavaliado (e sobrescrito) na próxima execução.
       REGISTRA-SEM-EXECUCAO.
           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE SPACE       TO RN-MODO
           MOVE "S" TO WS-PASSO-EXISTIA
           READ RUNCTRL-FILE
               INVALID KEY
                   MOVE "N" TO WS-PASSO-EXISTIA
           END-READ

           MOVE WS-DATA-REF  TO RN-DATA-REF
           MOVE WS-PASSO     TO RN-PROGRAMA
           MOVE SPACE        TO RN-MODO
           MOVE WS-RESULTADO TO RN-RESULTADO
           MOVE FUNCTION CURRENT-DATE(9:6) TO RN-HORA-INICIO
           MOVE RN-HORA-INICIO TO RN-HORA-FIM
           MOVE ZEROS        TO RN-QTD-REGISTROS
           MOVE WS-MOTIVO    TO RN-MOTIVO
           IF WS-PASSO-EXISTIA = "S"
               REWRITE RUNCTRL-REG
           ELSE
               WRITE RUNCTRL-REG
           END-IF
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Erro ao registrar o passo " WS-PASSO
                   ": " WS-STATUS-FILE-RN
           END-IF
           DISPLAY "Passo " WS-PASSO " não executado: " WS-MOTIVO.

      *> Suspensão ou simulação de uma execução só: cumprida, o
      *> passo volta a ativo no catálogo.
       LIBERA-SUSPENSAO-UNICA.
           MOVE WS-PASSO TO PN-PASSO
           READ PASSONOT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "A" TO PN-SITUACAO
           MOVE "NOTURNO" TO PN-USUARIO
           MOVE WS-HOJE TO PN-DATA-ALT
           REWRITE PASSONOT-REG
           IF WS-STATUS-FILE-PN NOT = "00"
               DISPLAY "AVISO: falha ao reativar o passo " WS-PASSO
                   ": " WS-STATUS-FILE-PN
           END-IF.

      *> Passo já concluído ("O") na data de referência foi pulado em
      *> AVALIA-PASSO; passo que ficou como iniciado ("I") — um abend
      *> na execução anterior — roda de novo a partir dali. O
      *> registro é marcado iniciado ANTES da chamada e concluído
      *> logo depois do retorno.
       EXECUTA-PASSO.
           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE SPACE       TO RN-MODO

           MOVE "S" TO WS-PASSO-EXISTIA
           READ RUNCTRL-FILE
               INVALID KEY
                   MOVE "N" TO WS-PASSO-EXISTIA
           END-READ

           MOVE SPACE TO WS-RESULTADO-ANT
           IF WS-PASSO-EXISTIA = "S"
               MOVE RN-RESULTADO TO WS-RESULTADO-ANT
           END-IF
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-PASSO-EXISTIA = "S" AND RN-RESULTADO = "I"
                   MOVE "REEXECUCAO APOS ABEND" TO WS-MOTIVO
               WHEN WS-PASSO-EXISTIA = "S" AND RN-RESULTADO = "F"
                   MOVE "REEXECUCAO APOS FALHA" TO WS-MOTIVO
               WHEN OTHER
                   STRING "EXECUTADO: " DELIMITED BY SIZE
                       WS-MOTIVO-CAL DELIMITED BY SIZE
                       INTO WS-MOTIVO
           END-EVALUATE

           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE SPACE       TO RN-MODO
           MOVE "I"         TO RN-RESULTADO
           MOVE FUNCTION CURRENT-DATE(9:6) TO RN-HORA-INICIO
           MOVE ZEROS       TO RN-HORA-FIM
           MOVE ZEROS       TO RN-QTD-REGISTROS
           MOVE WS-MOTIVO   TO RN-MOTIVO

           IF WS-PASSO-EXISTIA = "S"
               REWRITE RUNCTRL-REG
           MOVE ZEROS TO WS-REGISTROS-PASSO
           PERFORM CHAMA-PASSO

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
                   ": " WS-STATUS-FILE-RN
           END-IF

           MOVE RN-HORA-INICIO   TO WS-SLA-INICIO
           MOVE RN-HORA-FIM      TO WS-SLA-FIM
           MOVE RN-QTD-REGISTROS TO WS-SLA-QTD

           IF WS-RESULTADO-ANT = "I"
               MOVE "REEXECUTADO APOS ABEND NA NOITE ANTERIOR"
                   TO WS-SLA-MENSAGEM
               PERFORM GRAVA-ALERTA
           END-IF

           IF WS-CHAMADA-OK NOT = "S"
               ADD 1 TO WS-QTD-FALHAS
               DISPLAY "Passo " WS-PASSO " com falha: " RN-MOTIVO
               MOVE RN-MOTIVO TO WS-SLA-MENSAGEM
               PERFORM GRAVA-ALERTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-EXECUTADOS
           DISPLAY "Passo " WS-PASSO " concluído ("
               RN-QTD-REGISTROS " registros)."
           PERFORM CONFERE-SLA.

      *> Janela acordada, zero registros onde isso é suspeito e
      *> volume fora da faixa normal do próprio passo.
       CONFERE-SLA.
           COMPUTE WS-SLA-SEGUNDOS =
               (WS-SLA-FIM-HH * 3600 + WS-SLA-FIM-MM * 60
                + WS-SLA-FIM-SS)
             - (WS-SLA-INI-HH * 3600 + WS-SLA-INI-MM * 60
                + WS-SLA-INI-SS)
      *> Passo que virou a meia-noite.
           IF WS-SLA-SEGUNDOS < 0
               ADD 86400 TO WS-SLA-SEGUNDOS
           END-IF
           COMPUTE WS-SLA-MINUTOS = WS-SLA-SEGUNDOS / 60

           IF WS-TP-JANELA(WS-TP-I) > 0
                   AND WS-SLA-SEGUNDOS > WS-TP-JANELA(WS-TP-I) * 60
               MOVE SPACES TO WS-SLA-MENSAGEM
               STRING "DUROU " DELIMITED BY SIZE
                   WS-SLA-MINUTOS DELIMITED BY SIZE
                   " MIN, ACIMA DA JANELA DE " DELIMITED BY SIZE
                   WS-TP-JANELA(WS-TP-I) DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO WS-SLA-MENSAGEM
               PERFORM GRAVA-ALERTA
           END-IF

           IF WS-SLA-QTD = 0 AND WS-TP-ALERTA-ZERO(WS-TP-I) = "S"
               MOVE "NENHUM REGISTRO PROCESSADO" TO WS-SLA-MENSAGEM
               PERFORM GRAVA-ALERTA
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULA-HISTORICO
           IF WS-HIST-N < WS-HIST-MIN
               EXIT PARAGRAPH
           END-IF

           IF WS-SLA-QTD > WS-HIST-MEDIA
               COMPUTE WS-HIST-DIFERENCA = WS-SLA-QTD - WS-HIST-MEDIA
           ELSE
               COMPUTE WS-HIST-DIFERENCA = WS-HIST-MEDIA - WS-SLA-QTD
           END-IF
           IF WS-HIST-DIFERENCA > WS-HIST-FAIXA
               MOVE WS-HIST-MEDIA TO WS-HIST-MEDIA-ED
               MOVE SPACES TO WS-SLA-MENSAGEM
               STRING "VOLUME " DELIMITED BY SIZE
                   WS-SLA-QTD DELIMITED BY SIZE
                   " FORA DO NORMAL (MEDIA " DELIMITED BY SIZE
                   WS-HIST-MEDIA-ED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-SLA-MENSAGEM
               PERFORM GRAVA-ALERTA
           END-IF.

      *> Volume das últimas execuções concluídas do passo, lidas
      *> direto pela chave do livro: até 60 dias para trás (ou 12
      *> meses, no passo de referência mensal).
       CALCULA-HISTORICO.
           MOVE ZEROS TO WS-HIST-N
           MOVE ZEROS TO WS-HIST-SOMA
           MOVE ZEROS TO WS-HIST-SOMA2
           MOVE WS-DATA-REF TO WS-HIST-REF

           IF WS-TP-REF(WS-TP-I) = "M"
               PERFORM VARYING WS-HIST-I FROM 1 BY 1
                       UNTIL WS-HIST-I > 12
                   IF WS-HIST-REF(5:2) = "01"
                       COMPUTE WS-HIST-REF = WS-HIST-REF - 10000
                           + 1100
                   ELSE
                       COMPUTE WS-HIST-REF = WS-HIST-REF - 100
                   END-IF
                   PERFORM SOMA-HISTORICO
               END-PERFORM
           ELSE
               PERFORM VARYING WS-HIST-I FROM 1 BY 1
                       UNTIL WS-HIST-I > 60
                          OR WS-HIST-N NOT < WS-HIST-MAX
                   COMPUTE WS-HIST-REF = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-HIST-REF) - 1)
                   PERFORM SOMA-HISTORICO
               END-PERFORM
           END-IF

           IF WS-HIST-N < WS-HIST-MIN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-HIST-MEDIA ROUNDED = WS-HIST-SOMA / WS-HIST-N
           COMPUTE WS-HIST-VARIANCIA ROUNDED =
               WS-HIST-SOMA2 / WS-HIST-N
               - (WS-HIST-SOMA / WS-HIST-N) ** 2
           IF WS-HIST-VARIANCIA < 0
               MOVE ZEROS TO WS-HIST-VARIANCIA
           END-IF
           COMPUTE WS-HIST-DESVIO ROUNDED =
               FUNCTION SQRT(WS-HIST-VARIANCIA)

           COMPUTE WS-HIST-FAIXA = WS-HIST-DESVIO * 3
           IF WS-HIST-FAIXA < WS-HIST-MEDIA / 2
               COMPUTE WS-HIST-FAIXA = WS-HIST-MEDIA / 2
           END-IF.

       SOMA-HISTORICO.
           MOVE WS-HIST-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE SPACE       TO RN-MODO
           READ RUNCTRL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RN-RESULTADO = "O"
               ADD 1 TO WS-HIST-N
               ADD RN-QTD-REGISTROS TO WS-HIST-SOMA
               COMPUTE WS-HIST-SOMA2 = WS-HIST-SOMA2
                   + RN-QTD-REGISTROS * RN-QTD-REGISTROS
           END-IF.

      *> Alerta à operação: sempre no console; na fila de e-mails
      *> quando o passo tem destinatário cadastrado no catálogo.
       GRAVA-ALERTA.
           ADD 1 TO WS-QTD-ALERTAS
           DISPLAY "ALERTA " WS-PASSO ": " WS-SLA-MENSAGEM

           IF WS-NOTIFICA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-TP-EMAIL(WS-TP-I) = SPACES
               DISPLAY "AVISO: passo " WS-PASSO " sem e-mail de "
                   "alerta no catálogo (CADPASSO)."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOJE                     TO NT-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO NT-HORA
           MOVE WS-TP-EMAIL(WS-TP-I)        TO NT-EMAIL
           MOVE SPACES                      TO NT-CHAVE
           STRING "NOTURNO " DELIMITED BY SIZE
               WS-PASSO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-DATA-REF DELIMITED BY SIZE
               INTO NT-CHAVE
           MOVE WS-SLA-MENSAGEM             TO NT-MENSAGEM
           MOVE "P"                         TO NT-SITUACAO
           MOVE ZEROS                       TO NT-DATA-ENVIO
           MOVE ZEROS                       TO NT-HORA-ENVIO
           WRITE NOTIFICA-REG
           IF WS-STATUS-NOTIFICA NOT = "00"
               DISPLAY "AVISO: falha ao gravar alerta: "
                   WS-STATUS-NOTIFICA
           END-IF.

      *> Levanta o sinalizador de janela de lote ANTES do primeiro
      *> passo; enquanto ele estiver "S", o MENU recusa as opções de
           END-IF
           CLOSE SISCTRL-FILE.

      *> Prévia no lugar da execução: registro próprio no livro, com
      *> o modo "S" na chave, que não conta como execução para o "já
      *> concluído", os predecessores, o histórico de volume nem as
      *> estatísticas de RELNOTUR. Sem alertas de SLA: nada foi
      *> gravado.
       EXECUTA-SIMULACAO.
           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE "S"         TO RN-MODO
           MOVE "S" TO WS-PASSO-EXISTIA
           READ RUNCTRL-FILE
               INVALID KEY
                   MOVE "N" TO WS-PASSO-EXISTIA
           END-READ

           MOVE WS-DATA-REF TO RN-DATA-REF
           MOVE WS-PASSO    TO RN-PROGRAMA
           MOVE "S"         TO RN-MODO
           MOVE "I"         TO RN-RESULTADO
           MOVE FUNCTION CURRENT-DATE(9:6) TO RN-HORA-INICIO
           MOVE ZEROS       TO RN-HORA-FIM
           MOVE ZEROS       TO RN-QTD-REGISTROS
           MOVE "SIMULACAO PEDIDA NO CATALOGO" TO RN-MOTIVO
           IF WS-PASSO-EXISTIA = "S"
               REWRITE RUNCTRL-REG
           ELSE
               WRITE RUNCTRL-REG
           END-IF
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Erro ao registrar a simulação do passo "
                   WS-PASSO ": " WS-STATUS-FILE-RN
               EXIT PARAGRAPH
           END-IF

           DISPLAY "----------------------------------------"
           DISPLAY "Simulando passo: " WS-PASSO
           MOVE ZEROS TO WS-REGISTROS-PASSO
           MOVE "S" TO WS-SIMULACAO-PASSO
           PERFORM CHAMA-PASSO
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
               DISPLAY "Erro ao registrar fim da simulação do passo "
                   WS-PASSO ": " WS-STATUS-FILE-RN
           END-IF

           IF WS-CHAMADA-OK NOT = "S"
               DISPLAY "Simulação do passo " WS-PASSO " com falha: "
                   RN-MOTIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-SIMULADOS
           DISPLAY "Passo " WS-PASSO " simulado ("
               RN-QTD-REGISTROS " registros na prévia).".

       CONFERE-SIMULAVEL.
           MOVE "N" TO WS-SIMULAVEL
           PERFORM VARYING WS-SIM-I FROM 1 BY 1 UNTIL WS-SIM-I > 4
               IF WS-PROG-SIMULA(WS-SIM-I) = WS-PROGRAMA
                   MOVE "S" TO WS-SIMULAVEL
               END-IF
           END-PERFORM.

      *> Os nomes dos passos no livro de controle são limitados a 8
      *> posições; a chamada usa o PROGRAM-ID completo, cadastrado
      *> no catálogo.
       CHAMA-PASSO.
           MOVE "S" TO WS-CHAMADA-OK
           CALL WS-PROGRAMA
               ON EXCEPTION
                   MOVE "N" TO WS-CHAMADA-OK
           END-CALL.
