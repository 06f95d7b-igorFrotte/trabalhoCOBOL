       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNOTUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Livro de controle da rotina noturna (ver NOTURNO.cbl): um
      *> registro por data de referência e passo, com início, fim,
      *> resultado e registros processados.
           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RN.

      *> Catálogo de passos (ver CADPASSO.cbl), para a janela
      *> acordada de cada passo.
           SELECT PASSONOT-FILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PASSO
               ALTERNATE RECORD KEY IS PN-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PN.

      *> Estatística do período, um arquivo por data final (mesma
      *> técnica do razão em RAZAOFOR.cbl).
           SELECT RELNOT-FILE ASSIGN TO WS-NOME-RELNOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELNOT.

       DATA DIVISION.
       FILE SECTION.

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

       FD RELNOT-FILE.
       01 RELNOT-REG            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-RN     PIC XX.
       01 WS-STATUS-FILE-PN     PIC XX.
       01 WS-STATUS-RELNOT      PIC XX.
       01 WS-CATALOGO-OK        PIC X VALUE "N".
       01 WS-FIM-ARQUIVO        PIC X VALUE "N".
       01 WS-NOME-RELNOT        PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).
       01 WS-DATA-MEIO          PIC 9(8).
       01 WS-MES-INI            PIC 9(8).
       01 WS-DATA-EXEC          PIC 9(8).
       01 WS-DETALHE            PIC X VALUE "N".

      *> Duração de uma execução, em segundos, a partir das horas
      *> de início e fim gravadas no livro.
       01 WS-HORA-INICIO        PIC 9(6).
       01 WS-HORA-INICIO-R REDEFINES WS-HORA-INICIO.
           05 WS-INI-HH         PIC 9(2).
           05 WS-INI-MM         PIC 9(2).
           05 WS-INI-SS         PIC 9(2).
       01 WS-HORA-FIM           PIC 9(6).
       01 WS-HORA-FIM-R REDEFINES WS-HORA-FIM.
           05 WS-FIM-HH         PIC 9(2).
           05 WS-FIM-MM         PIC 9(2).
           05 WS-FIM-SS         PIC 9(2).
       01 WS-SEGUNDOS           PIC S9(6).
       01 WS-DUR-SEGUNDOS       PIC 9(6).
       01 WS-DUR-HH             PIC 9(2).
       01 WS-DUR-MM             PIC 9(2).
       01 WS-DUR-SS             PIC 9(2).
       01 WS-DUR-TXT            PIC X(8).

      *> Estatística por passo, na ordem em que o passo aparece no
      *> livro. A metade do período (1 = primeira, 2 = segunda) dá a
      *> tendência de duração e volume.
       01 WS-TAB-EST.
           05 WS-EST-LINHA      OCCURS 50 TIMES.
               10 WS-EST-PASSO       PIC X(8).
               10 WS-EST-JANELA      PIC 9(4).
               10 WS-EST-EXEC        PIC 9(4).
               10 WS-EST-FALHAS      PIC 9(4).
               10 WS-EST-OK          PIC 9(4).
               10 WS-EST-ESTOUROS    PIC 9(4).
               10 WS-EST-SOMA-SEG    PIC 9(10).
               10 WS-EST-MAX-SEG     PIC 9(6).
               10 WS-EST-DATA-MAX    PIC 9(8).
               10 WS-EST-SOMA-QTD    PIC 9(12).
               10 WS-EST-MIN-QTD     PIC 9(7).
               10 WS-EST-MAX-QTD     PIC 9(7).
               10 WS-EST-METADE      OCCURS 2 TIMES.
                   15 WS-EST-MET-OK      PIC 9(4).
                   15 WS-EST-MET-SEG     PIC 9(10).
                   15 WS-EST-MET-QTD     PIC 9(12).
       01 WS-EST-QTD-LINHAS     PIC 9(02) VALUE ZEROS.
       01 WS-EST-IDX            PIC 9(02).
       01 WS-EST-ACHOU          PIC 9(02).
       01 WS-METADE             PIC 9(1).
       01 WS-TAB-CHEIA          PIC X VALUE "N".

       01 WS-MEDIA-1            PIC 9(12)V99.
       01 WS-MEDIA-2            PIC 9(12)V99.
       01 WS-TENDENCIA          PIC X(7).
       01 WS-TEND-DUR           PIC X(7).
       01 WS-TEND-VOL           PIC X(7).
       01 WS-MEDIA-SEG          PIC 9(6).
       01 WS-MEDIA-QTD          PIC 9(7).
       01 WS-QTD-EDIT           PIC Z(6)9.
       01 WS-CONT-EDIT          PIC ZZZ9.
       01 WS-QTD-LIDOS          PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Estatística da rotina noturna num período: por passo,
      *> execuções, falhas, duração média e pior caso (com a data),
      *> volume médio, mínimo e máximo, estouros da janela acordada
      *> e a tendência, comparando a primeira com a segunda metade
      *> do período. Opcionalmente lista cada execução do período.
       MAIN-PROCEDURE.
           DISPLAY "ESTATÍSTICA DA ROTINA NOTURNA"

           DISPLAY "Data inicial (AAAAMMDD): "
           ACCEPT WS-DATA-INI
           DISPLAY "Data final (AAAAMMDD): "
           ACCEPT WS-DATA-FINAL
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INI) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FINAL)
                      NOT = 0
                   OR WS-DATA-INI > WS-DATA-FINAL
               DISPLAY "Erro: Período inválido."
               STOP RUN
           END-IF
           DISPLAY "Listar cada execução (S/N): "
           ACCEPT WS-DETALHE
           MOVE FUNCTION UPPER-CASE(WS-DETALHE) TO WS-DETALHE

           COMPUTE WS-DATA-MEIO = FUNCTION DATE-OF-INTEGER(
               (FUNCTION INTEGER-OF-DATE(WS-DATA-INI)
              + FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL)) / 2)
      *> Passos de referência mensal ficam no livro como AAAAMM00;
      *> a leitura começa no mês da data inicial.
           MOVE WS-DATA-INI TO WS-MES-INI
           MOVE "00" TO WS-MES-INI(7:2)

           OPEN INPUT RUNCTRL-FILE
           IF WS-STATUS-FILE-RN NOT = "00"
               DISPLAY "Erro ao abrir RUNCTRL.DAT: " WS-STATUS-FILE-RN
               STOP RUN
           END-IF

           MOVE "S" TO WS-CATALOGO-OK
           OPEN INPUT PASSONOT-FILE
           IF WS-STATUS-FILE-PN = "35"
               MOVE "N" TO WS-CATALOGO-OK
           ELSE
               IF WS-STATUS-FILE-PN NOT = "00"
                   DISPLAY "Erro ao abrir PASSONOT.DAT: "
                       WS-STATUS-FILE-PN
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-NOME-RELNOT
           STRING "RELNOT_"         DELIMITED BY SIZE
                  WS-DATA-INI       DELIMITED BY SIZE
                  "_"               DELIMITED BY SIZE
                  WS-DATA-FINAL     DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-RELNOT
           OPEN OUTPUT RELNOT-FILE
           IF WS-STATUS-RELNOT NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-RELNOT ": "
                   WS-STATUS-RELNOT
               STOP RUN
           END-IF

           PERFORM GRAVA-CABECALHO
           PERFORM ACUMULA-EXECUCOES
           PERFORM LISTA-PASSOS

           CLOSE RUNCTRL-FILE
           IF WS-CATALOGO-OK = "S"
               CLOSE PASSONOT-FILE
           END-IF
           CLOSE RELNOT-FILE

           IF WS-TAB-CHEIA = "S"
               DISPLAY "Atenção: tabela de passos cheia; passos "
                   "excedentes ficaram fora da estatística."
           END-IF
           DISPLAY "Estatística gravada em " WS-NOME-RELNOT
           DISPLAY "Execuções lidas: " WS-QTD-LIDOS
           STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "ESTATISTICA DA ROTINA NOTURNA - PERIODO "
                      DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FINAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DURACAO HH:MM:SS; TENDENCIA = SEGUNDA METADE DO "
                      DELIMITED BY SIZE
                  "PERIODO CONTRA A PRIMEIRA (+/- 20%)"
                      DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           IF WS-CATALOGO-OK NOT = "S"
               MOVE "CATALOGO PASSONOT.DAT AUSENTE: SEM JANELAS"
                   TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           IF WS-DETALHE = "S"
               MOVE "DATA REF" TO WS-LINHA(1:8)
               MOVE "PASSO"    TO WS-LINHA(10:5)
               MOVE "R"        TO WS-LINHA(19:1)
               MOVE " DURACAO" TO WS-LINHA(21:8)
               MOVE "REGISTROS" TO WS-LINHA(30:9)
               MOVE "MOTIVO"   TO WS-LINHA(41:6)
               PERFORM GRAVA-LINHA
           END-IF.

      *> Varre o livro pela chave a partir do mês da data inicial;
      *> só execuções concluídas (O), com falha (F) ou interrompidas
      *> por abend (I) contam — pulados, suspensos e retidos não
      *> rodaram, e as simulações (modo "S") não gravaram nada.
       ACUMULA-EXECUCOES.
           MOVE WS-MES-INI TO RN-DATA-REF
           MOVE LOW-VALUES TO RN-PROGRAMA
           MOVE LOW-VALUES TO RN-MODO
           START RUNCTRL-FILE KEY IS NOT LESS RN-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ RUNCTRL-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RN-DATA-REF > WS-DATA-FINAL
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           PERFORM ACUMULA-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULA-EXECUCAO.
      *> Referência mensal vale como o dia 1º do mês.
           MOVE RN-DATA-REF TO WS-DATA-EXEC
           IF WS-DATA-EXEC(7:2) = "00"
               MOVE "01" TO WS-DATA-EXEC(7:2)
               IF WS-DATA-EXEC(1:6) < WS-DATA-INI(1:6)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DATA-EXEC < WS-DATA-INI
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RN-RESULTADO NOT = "O" AND RN-RESULTADO NOT = "F"
                   AND RN-RESULTADO NOT = "I"
               EXIT PARAGRAPH
           END-IF
           IF RN-MODO = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM PROCURA-PASSO
           IF WS-EST-ACHOU = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EST-ACHOU TO WS-EST-IDX
           ADD 1 TO WS-QTD-LIDOS
           ADD 1 TO WS-EST-EXEC(WS-EST-IDX)

           MOVE RN-HORA-INICIO TO WS-HORA-INICIO
           MOVE RN-HORA-FIM    TO WS-HORA-FIM
           PERFORM CALCULA-DURACAO

           IF RN-RESULTADO NOT = "O"
               ADD 1 TO WS-EST-FALHAS(WS-EST-IDX)
               PERFORM GRAVA-DETALHE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EST-OK(WS-EST-IDX)
           ADD WS-DUR-SEGUNDOS TO WS-EST-SOMA-SEG(WS-EST-IDX)
           ADD RN-QTD-REGISTROS TO WS-EST-SOMA-QTD(WS-EST-IDX)
           IF WS-DUR-SEGUNDOS > WS-EST-MAX-SEG(WS-EST-IDX)
                   OR WS-EST-OK(WS-EST-IDX) = 1
               MOVE WS-DUR-SEGUNDOS TO WS-EST-MAX-SEG(WS-EST-IDX)
               MOVE RN-DATA-REF TO WS-EST-DATA-MAX(WS-EST-IDX)
           END-IF
           IF RN-QTD-REGISTROS < WS-EST-MIN-QTD(WS-EST-IDX)
                   OR WS-EST-OK(WS-EST-IDX) = 1
               MOVE RN-QTD-REGISTROS TO WS-EST-MIN-QTD(WS-EST-IDX)
           END-IF
           IF RN-QTD-REGISTROS > WS-EST-MAX-QTD(WS-EST-IDX)
               MOVE RN-QTD-REGISTROS TO WS-EST-MAX-QTD(WS-EST-IDX)
           END-IF
           IF WS-EST-JANELA(WS-EST-IDX) > 0
                   AND WS-DUR-SEGUNDOS >
                       WS-EST-JANELA(WS-EST-IDX) * 60
               ADD 1 TO WS-EST-ESTOUROS(WS-EST-IDX)
           END-IF

           IF WS-DATA-EXEC > WS-DATA-MEIO
               MOVE 2 TO WS-METADE
           ELSE
               MOVE 1 TO WS-METADE
           END-IF
           ADD 1 TO WS-EST-MET-OK(WS-EST-IDX, WS-METADE)
           ADD WS-DUR-SEGUNDOS
               TO WS-EST-MET-SEG(WS-EST-IDX, WS-METADE)
           ADD RN-QTD-REGISTROS
               TO WS-EST-MET-QTD(WS-EST-IDX, WS-METADE)
           PERFORM GRAVA-DETALHE.

      *> Linha do passo na tabela; passo novo entra com a janela do
      *> catálogo (zero se o passo já saiu do catálogo).
       PROCURA-PASSO.
           MOVE 0 TO WS-EST-ACHOU
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-QTD-LINHAS
                      OR WS-EST-ACHOU > 0
               IF WS-EST-PASSO(WS-EST-IDX) = RN-PROGRAMA
                   MOVE WS-EST-IDX TO WS-EST-ACHOU
               END-IF
           END-PERFORM
           IF WS-EST-ACHOU > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EST-QTD-LINHAS = 50
               MOVE "S" TO WS-TAB-CHEIA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EST-QTD-LINHAS
           MOVE WS-EST-QTD-LINHAS TO WS-EST-ACHOU
           INITIALIZE WS-EST-LINHA(WS-EST-ACHOU)
           MOVE RN-PROGRAMA TO WS-EST-PASSO(WS-EST-ACHOU)
           IF WS-CATALOGO-OK = "S"
               MOVE RN-PROGRAMA TO PN-PASSO
               READ PASSONOT-FILE
                   NOT INVALID KEY
                       MOVE PN-JANELA-MIN
                           TO WS-EST-JANELA(WS-EST-ACHOU)
               END-READ
           END-IF.

      *> Passo que virou a meia-noite soma um dia.
       CALCULA-DURACAO.
           COMPUTE WS-SEGUNDOS =
               (WS-FIM-HH * 3600 + WS-FIM-MM * 60 + WS-FIM-SS)
             - (WS-INI-HH * 3600 + WS-INI-MM * 60 + WS-INI-SS)
           IF WS-SEGUNDOS < 0
               ADD 86400 TO WS-SEGUNDOS
           END-IF
           MOVE WS-SEGUNDOS TO WS-DUR-SEGUNDOS.

       FORMATA-DURACAO.
           COMPUTE WS-DUR-HH = WS-DUR-SEGUNDOS / 3600
           COMPUTE WS-DUR-MM =
               FUNCTION MOD(WS-DUR-SEGUNDOS, 3600) / 60
           COMPUTE WS-DUR-SS = FUNCTION MOD(WS-DUR-SEGUNDOS, 60)
           MOVE SPACES TO WS-DUR-TXT
           STRING WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
               DELIMITED BY SIZE INTO WS-DUR-TXT.

       GRAVA-DETALHE.
           IF WS-DETALHE NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMATA-DURACAO
           MOVE SPACES TO WS-LINHA
           MOVE RN-DATA-REF      TO WS-LINHA(1:8)
           MOVE RN-PROGRAMA      TO WS-LINHA(10:8)
           MOVE RN-RESULTADO     TO WS-LINHA(19:1)
           MOVE WS-DUR-TXT       TO WS-LINHA(21:8)
           MOVE RN-QTD-REGISTROS TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT      TO WS-LINHA(32:7)
           MOVE RN-MOTIVO        TO WS-LINHA(41:40)
           PERFORM GRAVA-LINHA.

      *> Uma linha por passo com as médias do período e a tendência.
       LISTA-PASSOS.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "PASSO"     TO WS-LINHA(1:5)
           MOVE "EXEC"      TO WS-LINHA(10:4)
           MOVE "FALH"      TO WS-LINHA(15:4)
           MOVE "DUR.MEDIA" TO WS-LINHA(20:9)
           MOVE "PIOR"      TO WS-LINHA(30:4)
           MOVE "DATA PIOR" TO WS-LINHA(39:9)
           MOVE "JANELA"    TO WS-LINHA(49:6)
           MOVE "ESTOU"     TO WS-LINHA(56:5)
           MOVE "VOL.MEDIO" TO WS-LINHA(62:9)
           MOVE "VOL.MIN"   TO WS-LINHA(72:7)
           MOVE "VOL.MAX"   TO WS-LINHA(80:7)
           MOVE "TEND.DUR"  TO WS-LINHA(88:8)
           MOVE "TEND.VOL"  TO WS-LINHA(97:8)
           PERFORM GRAVA-LINHA

           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-QTD-LINHAS
               PERFORM GRAVA-PASSO
           END-PERFORM

           IF WS-EST-QTD-LINHAS = 0
               MOVE "NENHUMA EXECUCAO NO PERIODO" TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.

       GRAVA-PASSO.
           MOVE SPACES TO WS-LINHA
           MOVE WS-EST-PASSO(WS-EST-IDX) TO WS-LINHA(1:8)
           MOVE WS-EST-EXEC(WS-EST-IDX) TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO WS-LINHA(10:4)
           MOVE WS-EST-FALHAS(WS-EST-IDX) TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO WS-LINHA(15:4)
           IF WS-EST-JANELA(WS-EST-IDX) > 0
               MOVE WS-EST-JANELA(WS-EST-IDX) TO WS-CONT-EDIT
               MOVE WS-CONT-EDIT TO WS-LINHA(49:4)
           ELSE
               MOVE "-" TO WS-LINHA(52:1)
           END-IF
           MOVE WS-EST-ESTOUROS(WS-EST-IDX) TO WS-CONT-EDIT
           MOVE WS-CONT-EDIT TO WS-LINHA(56:4)

      *> Passo que só falhou não tem duração nem volume a mostrar.
           IF WS-EST-OK(WS-EST-IDX) = 0
               MOVE "SEM EXECUCAO CONCLUIDA" TO WS-LINHA(62:22)
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MEDIA-SEG ROUNDED =
               WS-EST-SOMA-SEG(WS-EST-IDX) / WS-EST-OK(WS-EST-IDX)
           MOVE WS-MEDIA-SEG TO WS-DUR-SEGUNDOS
           PERFORM FORMATA-DURACAO
           MOVE WS-DUR-TXT TO WS-LINHA(20:8)
           MOVE WS-EST-MAX-SEG(WS-EST-IDX) TO WS-DUR-SEGUNDOS
           PERFORM FORMATA-DURACAO
           MOVE WS-DUR-TXT TO WS-LINHA(30:8)
           MOVE WS-EST-DATA-MAX(WS-EST-IDX) TO WS-LINHA(39:8)

           COMPUTE WS-MEDIA-QTD ROUNDED =
               WS-EST-SOMA-QTD(WS-EST-IDX) / WS-EST-OK(WS-EST-IDX)
           MOVE WS-MEDIA-QTD TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(64:7)
           MOVE WS-EST-MIN-QTD(WS-EST-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(72:7)
           MOVE WS-EST-MAX-QTD(WS-EST-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(80:7)

           MOVE "-" TO WS-TEND-DUR
           MOVE "-" TO WS-TEND-VOL
           IF WS-EST-MET-OK(WS-EST-IDX, 1) > 0
                   AND WS-EST-MET-OK(WS-EST-IDX, 2) > 0
               COMPUTE WS-MEDIA-1 = WS-EST-MET-SEG(WS-EST-IDX, 1)
                   / WS-EST-MET-OK(WS-EST-IDX, 1)
               COMPUTE WS-MEDIA-2 = WS-EST-MET-SEG(WS-EST-IDX, 2)
                   / WS-EST-MET-OK(WS-EST-IDX, 2)
               PERFORM CLASSIFICA-TENDENCIA
               MOVE WS-TENDENCIA TO WS-TEND-DUR
               COMPUTE WS-MEDIA-1 = WS-EST-MET-QTD(WS-EST-IDX, 1)
                   / WS-EST-MET-OK(WS-EST-IDX, 1)
               COMPUTE WS-MEDIA-2 = WS-EST-MET-QTD(WS-EST-IDX, 2)
                   / WS-EST-MET-OK(WS-EST-IDX, 2)
               PERFORM CLASSIFICA-TENDENCIA
               MOVE WS-TENDENCIA TO WS-TEND-VOL
           END-IF
           MOVE WS-TEND-DUR TO WS-LINHA(88:7)
           MOVE WS-TEND-VOL TO WS-LINHA(97:7)
           PERFORM GRAVA-LINHA.

      *> Variação de até 20% entre as metades é estável.
       CLASSIFICA-TENDENCIA.
           EVALUATE TRUE
               WHEN WS-MEDIA-2 > WS-MEDIA-1 * 1.2
                   MOVE "SOBE" TO WS-TENDENCIA
               WHEN WS-MEDIA-2 < WS-MEDIA-1 * 0.8
                   MOVE "CAI" TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL" TO WS-TENDENCIA
           END-EVALUATE.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO RELNOT-REG
           WRITE RELNOT-REG.
