       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCICLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): cada
      *> etapa da conta deixa ali a data e a hora — inclusão,
      *> liberação em APROVLAN e em APROVPAG, aprovação do borderô,
      *> envio da remessa e confirmação do pagamento.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Itens do borderô (ver BORDERO.cbl): a trilha do borderô é
      *> gravada pelo número dele, e é o item que diz qual conta
      *> entrou em qual borderô.
           SELECT BORDERO-FILE ASSIGN TO "BORDERO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-BD.

      *> Relatório de tempo de ciclo, no mesmo padrão de spool dos
      *> demais relatórios.
           SELECT SPOOL-FILE ASSIGN TO "RELCICLO.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

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
           05 CP-SITUACAO       PIC X(1).  *> N=PENDENTE,A=ABERTO,
                                            *> B=PARCIAL,P=PAGO,
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

       FD BORDERO-FILE.
       01 BORDERO-REG.
           05 BD-CHAVE          PIC X(10).  *> 06 número + 04 item
           05 BD-NUMERO         PIC 9(06).
           05 BD-ITEM           PIC 9(04).
           05 BD-SITUACAO       PIC X(01).
           05 BD-DATA           PIC 9(8).
           05 BD-NUM-DOC        PIC 9(10).
           05 BD-CNPJ-FORN      PIC 9(14).
           05 BD-NUM-PARCELA    PIC 9(02).
           05 BD-VALOR          PIC 9(10)V99.
           05 BD-CONTA-PAGADORA PIC X(03).  *> escolhida na aprovação

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-FILE-BD     PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-LINHA              PIC X(132).

      *> Período de entrada (competências de inclusão) que entra nas
      *> médias; a lista de contas paradas é sempre a posição de
      *> hoje.
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-COMP-INI           PIC 9(06).
       01 WS-COMP-FIM           PIC 9(06).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FIM           PIC 9(8).
       01 WS-MES-AUX            PIC 9(6).
       01 WS-HOJE               PIC 9(8).
       01 WS-AGORA              PIC 9(6).
       01 WS-MIN-AGORA          PIC 9(11).

      *> Marcos do caminho da conta, na ordem do processo:
      *> 1=emissão da nota, 2=inclusão, 3=liberação em APROVLAN,
      *> 4=liberação na alçada (APROVPAG), 5=aprovação do borderô,
      *> 6=envio da remessa, 7=confirmação do pagamento (retorno do
      *> banco ou baixa em PGTOCONT/PGTOLOTE).
       01 WS-NOMES-MARCO.
           05 FILLER            PIC X(30) VALUE
               "EMISSAO   INCLUSAO  APROV.LANC".
           05 FILLER            PIC X(40) VALUE
               "ALCADA    BORDERO   REMESSA   CONFIRMA  ".
       01 WS-NOMES-MARCO-R REDEFINES WS-NOMES-MARCO.
           05 WS-NOME-MARCO     PIC X(10) OCCURS 7 TIMES.

      *> Etapas medidas: a etapa N vai do marco anterior presente até
      *> o marco N + 1 (conta sem aprovação de lançamento, por
      *> exemplo, soma a espera toda na etapa seguinte). A etapa 7 é
      *> o ciclo inteiro, da inclusão ao último marco da conta paga.
       01 WS-NOMES-ETAPA.
           05 FILLER            PIC X(30) VALUE
               "ENTRADA   APROV.LANCALCADA    ".
           05 FILLER            PIC X(40) VALUE
               "BORDERO   REMESSA   CONF.BANCOCICLO     ".
       01 WS-NOMES-ETAPA-R REDEFINES WS-NOMES-ETAPA.
           05 WS-NOME-ETAPA     PIC X(10) OCCURS 7 TIMES.

      *> Uma linha por conta incluída que a trilha mostra; os dados
      *> da conta vêm depois, de CONTAPAGAR.DAT.
       01 WS-TAB-CONTA.
           05 WS-CT-LINHA     OCCURS 5000 TIMES.
               10 WS-CT-CHAVE       PIC X(26).
               10 WS-CT-MARCO     OCCURS 7 TIMES.
                   15 WS-CT-DATA    PIC 9(8).
                   15 WS-CT-HORA    PIC 9(6).
               10 WS-CT-APROV-LANC  PIC X(10).
               10 WS-CT-APROVADOR   PIC X(10).
               10 WS-CT-EMPRESA     PIC 9(02).
               10 WS-CT-CENTRO      PIC X(06).
               10 WS-CT-SITUACAO    PIC X(01).
               10 WS-CT-VALOR       PIC 9(10)V99.
               10 WS-CT-GRUPO       PIC 9(03) OCCURS 4 TIMES.
       01 WS-CT-QTD             PIC 9(04) VALUE ZEROS.
       01 WS-CT-IDX             PIC 9(04).
       01 WS-CT-ACHOU           PIC 9(04).
       01 WS-CHAVE-BUSCA        PIC X(26).
       01 WS-MARCO              PIC 9(01).
       01 WS-MARCO-ANT          PIC 9(01).
       01 WS-ULT-MARCO          PIC 9(01).

      *> Borderôs aprovados (número, data e hora da aprovação).
       01 WS-TAB-BORD.
           05 WS-BO-LINHA     OCCURS 1000 TIMES.
               10 WS-BO-NUMERO      PIC 9(06).
               10 WS-BO-DATA        PIC 9(8).
               10 WS-BO-HORA        PIC 9(6).
       01 WS-BO-QTD             PIC 9(04) VALUE ZEROS.
       01 WS-BO-IDX             PIC 9(04).
       01 WS-BO-ACHOU           PIC 9(04).
       01 WS-BO-NUM-AUD         PIC 9(06).

      *> Grupos de quebra: 1=empresa, 2=centro de custo,
      *> 3=aprovador (o da alçada; sem ele, o do lançamento),
      *> 4=mês de inclusão. Quantidade e soma em minutos por etapa.
       01 WS-TAB-GRUPO.
           05 WS-GR-LINHA     OCCURS 800 TIMES.
               10 WS-GR-DIM         PIC 9(01).
               10 WS-GR-CHAVE       PIC X(10).
               10 WS-GR-CONTAS      PIC 9(05).
               10 WS-GR-ETAPA     OCCURS 7 TIMES.
                   15 WS-GR-N       PIC 9(05).
                   15 WS-GR-SOMA    PIC 9(11).
       01 WS-GR-QTD             PIC 9(03) VALUE ZEROS.
       01 WS-GR-IDX             PIC 9(03).
       01 WS-GR-ACHOU           PIC 9(03).
       01 WS-DIM                PIC 9(01).
       01 WS-DIM-CHAVE          PIC X(10).
       01 WS-NOMES-DIM.
           05 FILLER            PIC X(40) VALUE
               "EMPRESA             CENTRO DE CUSTO     ".
           05 FILLER            PIC X(40) VALUE
               "APROVADOR           MES DE ENTRADA      ".
       01 WS-NOMES-DIM-R REDEFINES WS-NOMES-DIM.
           05 WS-NOME-DIM       PIC X(20) OCCURS 4 TIMES.
       01 WS-ULT-CHAVE          PIC X(10).
       01 WS-MENOR              PIC 9(03).

      *> Durações de cada etapa em ordem decrescente, com a conta de
      *> origem: dá o percentil 90 de qualquer grupo numa leitura do
      *> topo da lista.
       01 WS-TAB-ORDEM.
           05 WS-ORD-ETAPA    OCCURS 7 TIMES.
               10 WS-ORD-QTD        PIC 9(04).
               10 WS-ORD-ITEM     OCCURS 5000 TIMES.
                   15 WS-ORD-MIN    PIC 9(07).
                   15 WS-ORD-CONTA  PIC 9(04).
       01 WS-ETAPA              PIC 9(01).
       01 WS-POS                PIC 9(04).
       01 WS-POS-OK             PIC X.
       01 WS-DURACAO            PIC S9(11).
       01 WS-MIN-INI            PIC 9(11).
       01 WS-MIN-FIM            PIC 9(11).
       01 WS-CALC-DATA          PIC 9(8).
       01 WS-CALC-HORA          PIC 9(6).
       01 WS-CALC-HORA-R REDEFINES WS-CALC-HORA.
           05 WS-CALC-HH        PIC 9(02).
           05 WS-CALC-MM        PIC 9(02).
           05 WS-CALC-SS        PIC 9(02).
       01 WS-CALC-MIN           PIC 9(11).
       01 WS-P90-RANK           PIC 9(05).
       01 WS-P90-POS            PIC 9(05).
       01 WS-P90-CONTA          PIC 9(05).
       01 WS-P90-MIN            PIC 9(07).
       01 WS-MEDIA-MIN          PIC 9(07).
       01 WS-DIAS               PIC 9(04)V9.
       01 WS-DIAS-EDIT          PIC ZZZ9.9.
       01 WS-QTD-EDIT           PIC ZZZZ9.
       01 WS-COL                PIC 9(03).

      *> Contas paradas hoje: as dez mais antigas de cada etapa
      *> (a etapa 1 não tem parada — nota ainda não lançada não
      *> aparece no sistema).
       01 WS-TAB-PARADA.
           05 WS-PA-ETAPA     OCCURS 7 TIMES.
               10 WS-PA-QTD         PIC 9(02).
               10 WS-PA-TOTAL       PIC 9(05).
               10 WS-PA-ITEM      OCCURS 10 TIMES.
                   15 WS-PA-MIN     PIC 9(07).
                   15 WS-PA-CONTA   PIC 9(04).
       01 WS-PA-IDX             PIC 9(02).

       01 WS-QTD-CONTAS-PER     PIC 9(05) VALUE ZEROS.
       01 WS-AVISO-CHEIA        PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "TEMPO DE CICLO DO PROCESSO: DA ENTRADA À "
               "CONFIRMAÇÃO DO PAGAMENTO"

           DISPLAY "Empresa (00 = todas): "
           ACCEPT WS-EMPRESA-FILTRO
           DISPLAY "Competência inicial de entrada (AAAAMM): "
           ACCEPT WS-COMP-INI
           DISPLAY "Competência final de entrada (AAAAMM, igual à "
               "inicial p/ um mês): "
           ACCEPT WS-COMP-FIM

           IF WS-COMP-FIM < WS-COMP-INI
               DISPLAY "Erro: competência final menor que a inicial."
               STOP RUN
           END-IF

           PERFORM CALCULA-DATAS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AGORA
           MOVE WS-HOJE  TO WS-CALC-DATA
           MOVE WS-AGORA TO WS-CALC-HORA
           PERFORM CALCULA-MINUTOS
           MOVE WS-CALC-MIN TO WS-MIN-AGORA

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AUDITORIA.DAT indisponível: sem a trilha "
                   "não há como medir o ciclo."
               CLOSE CONTAPAGAR-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir RELCICLO.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           INITIALIZE WS-TAB-GRUPO
           INITIALIZE WS-TAB-ORDEM
           INITIALIZE WS-TAB-PARADA

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "TEMPO DE CICLO - ENTRADAS DE " DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FIM DELIMITED BY SIZE
                  "  EMPRESA " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  "  POSICAO DE " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "TEMPOS EM DIAS (MEDIA E PERCENTIL 90, O TEMPO ABAIXO DO
      -        " QUAL FICAM 90% DAS CONTAS)" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM LER-AUDITORIA
           CLOSE AUDITORIA-FILE
           PERFORM LIGA-BORDEROS

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-QTD
               PERFORM AVALIA-CONTA
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           STRING "CONTAS INCLUIDAS NO PERIODO: " DELIMITED BY SIZE
                  WS-QTD-CONTAS-PER DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 4
               PERFORM IMPRIME-DIMENSAO
           END-PERFORM

           PERFORM VARYING WS-ETAPA FROM 2 BY 1 UNTIL WS-ETAPA > 6
               PERFORM IMPRIME-PARADAS
           END-PERFORM

           CLOSE CONTAPAGAR-FILE
           CLOSE SPOOL-FILE
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Primeiro dia da competência inicial e último da final.
       CALCULA-DATAS.
           COMPUTE WS-DATA-INI = WS-COMP-INI * 100 + 1

           MOVE WS-COMP-FIM TO WS-MES-AUX
           IF WS-MES-AUX(5:2) = "12"
               ADD 89 TO WS-MES-AUX
           ELSE
               ADD 1 TO WS-MES-AUX
           END-IF
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-AUX * 100 + 1) - 1).

      *> Data e hora em minutos corridos, para medir as esperas entre
      *> marcos em dias diferentes.
       CALCULA-MINUTOS.
           COMPUTE WS-CALC-MIN =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATA) * 1440
               + WS-CALC-HH * 60 + WS-CALC-MM.

      *> Uma passada na trilha inteira, em ordem de gravação. A
      *> inclusão abre a linha da conta; os demais marcos guardam a
      *> última ocorrência (reenvio após rejeição, nova
      *> liberação).
       LER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               EVALUATE TRUE
                   WHEN AU-ACAO = "INCLUSAO"
                       PERFORM ANOTA-INCLUSAO
                   WHEN AU-PROGRAMA = "APROVLAN"
                           AND AU-ACAO = "LIBERACAO"
                       MOVE 3 TO WS-MARCO
                       PERFORM ANOTA-MARCO
                   WHEN AU-PROGRAMA = "APROVPAG"
                           AND AU-ACAO = "LIBERACAO"
                       MOVE 4 TO WS-MARCO
                       PERFORM ANOTA-MARCO
                   WHEN AU-PROGRAMA = "BORDERO"
                           AND AU-ACAO = "APROVACAO"
                       PERFORM ANOTA-BORDERO
                   WHEN AU-PROGRAMA = "REMESSA"
                           AND AU-ACAO = "REMESSA"
                       MOVE 6 TO WS-MARCO
                       PERFORM ANOTA-MARCO
                   WHEN (AU-PROGRAMA = "CONFREM"
                           AND AU-ACAO = "CONFIRMACAO")
                        OR (AU-PROGRAMA = "RETREM"
                           AND AU-ACAO = "CONFIRMA")
                        OR ((AU-PROGRAMA = "PGTOCONT"
                                OR AU-PROGRAMA = "PGTOLOTE")
                           AND AU-ACAO = "PAGAMENTO")
                       MOVE 7 TO WS-MARCO
                       PERFORM ANOTA-MARCO
               END-EVALUATE
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM.

      *> A inclusão de outros cadastros também grava INCLUSAO; a
      *> chave que não for de conta some ao ler CONTAPAGAR.DAT.
       ANOTA-INCLUSAO.
           MOVE AU-CHAVE TO WS-CHAVE-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-CT-ACHOU > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CT-QTD >= 5000
               PERFORM AVISA-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-QTD
           INITIALIZE WS-CT-LINHA(WS-CT-QTD)
           MOVE AU-CHAVE TO WS-CT-CHAVE(WS-CT-QTD)
           MOVE AU-DATA  TO WS-CT-DATA(WS-CT-QTD, 2)
           MOVE AU-HORA  TO WS-CT-HORA(WS-CT-QTD, 2).

       ANOTA-MARCO.
           MOVE AU-CHAVE TO WS-CHAVE-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-CT-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE AU-DATA TO WS-CT-DATA(WS-CT-ACHOU, WS-MARCO)
           MOVE AU-HORA TO WS-CT-HORA(WS-CT-ACHOU, WS-MARCO)
           IF WS-MARCO = 3
               MOVE AU-USUARIO TO WS-CT-APROV-LANC(WS-CT-ACHOU)
           END-IF
           IF WS-MARCO = 4
               MOVE AU-USUARIO TO WS-CT-APROVADOR(WS-CT-ACHOU)
           END-IF.

      *> AU-CHAVE do borderô traz o número nas seis primeiras
      *> posições.
       ANOTA-BORDERO.
           IF AU-CHAVE(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AU-CHAVE(1:6) TO WS-BO-NUM-AUD
           PERFORM LOCALIZA-BORDERO
           IF WS-BO-ACHOU = ZEROS
               IF WS-BO-QTD >= 1000
                   PERFORM AVISA-TABELA-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BO-QTD
               MOVE WS-BO-QTD TO WS-BO-ACHOU
               MOVE WS-BO-NUM-AUD TO WS-BO-NUMERO(WS-BO-ACHOU)
           END-IF
           MOVE AU-DATA TO WS-BO-DATA(WS-BO-ACHOU)
           MOVE AU-HORA TO WS-BO-HORA(WS-BO-ACHOU).

       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-CT-ACHOU
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-QTD
                      OR WS-CT-ACHOU > 0
               IF WS-CT-CHAVE(WS-CT-IDX) = WS-CHAVE-BUSCA
                   MOVE WS-CT-IDX TO WS-CT-ACHOU
               END-IF
           END-PERFORM.

       LOCALIZA-BORDERO.
           MOVE ZEROS TO WS-BO-ACHOU
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-QTD
                      OR WS-BO-ACHOU > 0
               IF WS-BO-NUMERO(WS-BO-IDX) = WS-BO-NUM-AUD
                   MOVE WS-BO-IDX TO WS-BO-ACHOU
               END-IF
           END-PERFORM.

       AVISA-TABELA-CHEIA.
           IF WS-AVISO-CHEIA = "N"
               MOVE "AVISO: TABELA CHEIA; PARTE DOS EVENTOS FICOU FORA"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               MOVE "S" TO WS-AVISO-CHEIA
           END-IF.

      *> Cada item de borderô aprovado dá à conta o marco do
      *> borderô; sem BORDERO.DAT a etapa fica somada na remessa.
       LIGA-BORDEROS.
           IF WS-BO-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BORDERO-FILE
           IF WS-STATUS-FILE-BD NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO BD-CHAVE
           START BORDERO-FILE KEY IS NOT LESS BD-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-BD
           END-START
           IF WS-STATUS-FILE-BD NOT = "10"
               READ BORDERO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-BD
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-BD = "10"
               IF BD-ITEM > ZEROS AND BD-NUM-DOC > ZEROS
                   PERFORM LIGA-ITEM-BORDERO
               END-IF
               READ BORDERO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-BD
               END-READ
           END-PERFORM
           CLOSE BORDERO-FILE.

       LIGA-ITEM-BORDERO.
           MOVE BD-NUMERO TO WS-BO-NUM-AUD
           PERFORM LOCALIZA-BORDERO
           IF WS-BO-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHAVE-BUSCA
           STRING BD-NUM-DOC     DELIMITED BY SIZE
                  BD-CNPJ-FORN   DELIMITED BY SIZE
                  BD-NUM-PARCELA DELIMITED BY SIZE
                  INTO WS-CHAVE-BUSCA
           PERFORM LOCALIZA-CONTA
           IF WS-CT-ACHOU = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BO-DATA(WS-BO-ACHOU) TO WS-CT-DATA(WS-CT-ACHOU, 5)
           MOVE WS-BO-HORA(WS-BO-ACHOU) TO WS-CT-HORA(WS-CT-ACHOU, 5).

      *> Completa a conta com CONTAPAGAR.DAT (cancelada ou de outra
      *> empresa fica fora), mede as etapas das contas que entraram
      *> no período e classifica a parada das que seguem em aberto.
       AVALIA-CONTA.
           MOVE WS-CT-CHAVE(WS-CT-IDX) TO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CP-SITUACAO = "C"
               EXIT PARAGRAPH
           END-IF
      *> Conta antiga sem empresa gravada (zeros) é da empresa 01.
           IF CP-EMPRESA = ZEROS
               MOVE 1 TO WS-CT-EMPRESA(WS-CT-IDX)
           ELSE
               MOVE CP-EMPRESA TO WS-CT-EMPRESA(WS-CT-IDX)
           END-IF
           IF WS-EMPRESA-FILTRO NOT = ZEROS
                   AND WS-CT-EMPRESA(WS-CT-IDX) NOT = WS-EMPRESA-FILTRO
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CENTRO-CUSTO TO WS-CT-CENTRO(WS-CT-IDX)
           MOVE CP-SITUACAO     TO WS-CT-SITUACAO(WS-CT-IDX)
           MOVE CP-VALOR        TO WS-CT-VALOR(WS-CT-IDX)
           IF FUNCTION TEST-DATE-YYYYMMDD(CP-DATA-EMISSAO) = ZEROS
                   AND CP-DATA-EMISSAO <= WS-CT-DATA(WS-CT-IDX, 2)
               MOVE CP-DATA-EMISSAO TO WS-CT-DATA(WS-CT-IDX, 1)
               MOVE ZEROS           TO WS-CT-HORA(WS-CT-IDX, 1)
           END-IF

           MOVE ZEROS TO WS-ULT-MARCO
           PERFORM VARYING WS-MARCO FROM 1 BY 1 UNTIL WS-MARCO > 7
               IF WS-CT-DATA(WS-CT-IDX, WS-MARCO) NOT = ZEROS
                   MOVE WS-MARCO TO WS-ULT-MARCO
               END-IF
           END-PERFORM

           IF WS-CT-DATA(WS-CT-IDX, 2) >= WS-DATA-INI
                   AND WS-CT-DATA(WS-CT-IDX, 2) <= WS-DATA-FIM
               ADD 1 TO WS-QTD-CONTAS-PER
               PERFORM DEFINE-GRUPOS
               PERFORM MEDE-ETAPAS
           END-IF

           PERFORM CLASSIFICA-PARADA.

      *> Localiza (ou abre) a linha da conta em cada quebra.
       DEFINE-GRUPOS.
           PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 4
               MOVE SPACES TO WS-DIM-CHAVE
               EVALUATE WS-DIM
                   WHEN 1
                       MOVE WS-CT-EMPRESA(WS-CT-IDX) TO WS-DIM-CHAVE
                   WHEN 2
                       MOVE WS-CT-CENTRO(WS-CT-IDX) TO WS-DIM-CHAVE
                   WHEN 3
                       IF WS-CT-APROVADOR(WS-CT-IDX) NOT = SPACES
                           MOVE WS-CT-APROVADOR(WS-CT-IDX)
                               TO WS-DIM-CHAVE
                       ELSE
                           MOVE WS-CT-APROV-LANC(WS-CT-IDX)
                               TO WS-DIM-CHAVE
                       END-IF
                       IF WS-DIM-CHAVE = SPACES
                           MOVE "(NENHUM)" TO WS-DIM-CHAVE
                       END-IF
                   WHEN 4
                       MOVE WS-CT-DATA(WS-CT-IDX, 2)(1:6)
                           TO WS-DIM-CHAVE
               END-EVALUATE
               PERFORM LOCALIZA-GRUPO
               MOVE WS-GR-ACHOU TO WS-CT-GRUPO(WS-CT-IDX, WS-DIM)
               IF WS-GR-ACHOU > 0
                   ADD 1 TO WS-GR-CONTAS(WS-GR-ACHOU)
               END-IF
           END-PERFORM.

       LOCALIZA-GRUPO.
           MOVE ZEROS TO WS-GR-ACHOU
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-QTD
                      OR WS-GR-ACHOU > 0
               IF WS-GR-DIM(WS-GR-IDX) = WS-DIM
                       AND WS-GR-CHAVE(WS-GR-IDX) = WS-DIM-CHAVE
                   MOVE WS-GR-IDX TO WS-GR-ACHOU
               END-IF
           END-PERFORM
           IF WS-GR-ACHOU > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-GR-QTD >= 800
               PERFORM AVISA-TABELA-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GR-QTD
           MOVE WS-GR-QTD    TO WS-GR-ACHOU
           MOVE WS-DIM       TO WS-GR-DIM(WS-GR-ACHOU)
           MOVE WS-DIM-CHAVE TO WS-GR-CHAVE(WS-GR-ACHOU).

      *> Etapa N = do marco presente anterior até o marco N + 1;
      *> marco fora de ordem (reenvio antes de nova liberação, por
      *> exemplo) conta como espera zero. Ciclo = da inclusão ao
      *> último marco, só para conta já paga.
       MEDE-ETAPAS.
           MOVE ZEROS TO WS-MARCO-ANT
           PERFORM VARYING WS-MARCO FROM 1 BY 1 UNTIL WS-MARCO > 7
               IF WS-CT-DATA(WS-CT-IDX, WS-MARCO) NOT = ZEROS
                   IF WS-MARCO-ANT > ZEROS
                       MOVE WS-MARCO-ANT TO WS-POS
                       MOVE WS-MARCO     TO WS-P90-POS
                       PERFORM CALCULA-DURACAO
                       COMPUTE WS-ETAPA = WS-MARCO - 1
                       PERFORM REGISTRA-DURACAO
                   END-IF
                   MOVE WS-MARCO TO WS-MARCO-ANT
               END-IF
           END-PERFORM

           IF WS-CT-SITUACAO(WS-CT-IDX) = "P"
                   AND WS-CT-DATA(WS-CT-IDX, 2) NOT = ZEROS
                   AND WS-ULT-MARCO > 2
               MOVE 2            TO WS-POS
               MOVE WS-ULT-MARCO TO WS-P90-POS
               PERFORM CALCULA-DURACAO
               MOVE 7 TO WS-ETAPA
               PERFORM REGISTRA-DURACAO
           END-IF.

      *> Minutos entre o marco WS-POS e o marco WS-P90-POS da conta.
       CALCULA-DURACAO.
           MOVE WS-CT-DATA(WS-CT-IDX, WS-POS) TO WS-CALC-DATA
           MOVE WS-CT-HORA(WS-CT-IDX, WS-POS) TO WS-CALC-HORA
           PERFORM CALCULA-MINUTOS
           MOVE WS-CALC-MIN TO WS-MIN-INI
           MOVE WS-CT-DATA(WS-CT-IDX, WS-P90-POS) TO WS-CALC-DATA
           MOVE WS-CT-HORA(WS-CT-IDX, WS-P90-POS) TO WS-CALC-HORA
           PERFORM CALCULA-MINUTOS
           MOVE WS-CALC-MIN TO WS-MIN-FIM
           COMPUTE WS-DURACAO = WS-MIN-FIM - WS-MIN-INI
           IF WS-DURACAO < ZEROS
               MOVE ZEROS TO WS-DURACAO
           END-IF
           IF WS-DURACAO > 9999999
               MOVE 9999999 TO WS-DURACAO
           END-IF.

      *> Soma nos grupos da conta e insere na lista decrescente da
      *> etapa.
       REGISTRA-DURACAO.
           PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 4
               MOVE WS-CT-GRUPO(WS-CT-IDX, WS-DIM) TO WS-GR-IDX
               IF WS-GR-IDX > 0
                   ADD 1 TO WS-GR-N(WS-GR-IDX, WS-ETAPA)
                   ADD WS-DURACAO TO WS-GR-SOMA(WS-GR-IDX, WS-ETAPA)
               END-IF
           END-PERFORM

           MOVE WS-ORD-QTD(WS-ETAPA) TO WS-POS
           MOVE "N" TO WS-POS-OK
           PERFORM UNTIL WS-POS = ZEROS OR WS-POS-OK = "S"
               IF WS-ORD-MIN(WS-ETAPA, WS-POS) >= WS-DURACAO
                   MOVE "S" TO WS-POS-OK
               ELSE
                   MOVE WS-ORD-ITEM(WS-ETAPA, WS-POS)
                       TO WS-ORD-ITEM(WS-ETAPA, WS-POS + 1)
                   SUBTRACT 1 FROM WS-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-ORD-QTD(WS-ETAPA)
           ADD 1 TO WS-POS
           MOVE WS-DURACAO TO WS-ORD-MIN(WS-ETAPA, WS-POS)
           MOVE WS-CT-IDX  TO WS-ORD-CONTA(WS-ETAPA, WS-POS).

      *> Etapa em que a conta aberta está parada hoje, pela situação
      *> e pelo último marco: pendente aguarda APROVLAN; enviada
      *> aguarda o banco; aberta aguarda o marco seguinte ao último
      *> (alçada, borderô ou remessa). Paga, em disputa ou outra fica
      *> fora.
       CLASSIFICA-PARADA.
           EVALUATE WS-CT-SITUACAO(WS-CT-IDX)
               WHEN "N"
                   MOVE 2 TO WS-ETAPA
               WHEN "E"
                   MOVE 6 TO WS-ETAPA
               WHEN "A"
               WHEN "B"
                   COMPUTE WS-ETAPA = WS-ULT-MARCO + 1
                   IF WS-ETAPA < 3
                       MOVE 3 TO WS-ETAPA
                   END-IF
                   IF WS-ETAPA > 5
                       MOVE 5 TO WS-ETAPA
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-ULT-MARCO TO WS-POS
           MOVE WS-CT-DATA(WS-CT-IDX, WS-POS) TO WS-CALC-DATA
           MOVE WS-CT-HORA(WS-CT-IDX, WS-POS) TO WS-CALC-HORA
           PERFORM CALCULA-MINUTOS
           COMPUTE WS-DURACAO = WS-MIN-AGORA - WS-CALC-MIN
           IF WS-DURACAO < ZEROS
               MOVE ZEROS TO WS-DURACAO
           END-IF
           IF WS-DURACAO > 9999999
               MOVE 9999999 TO WS-DURACAO
           END-IF
           ADD 1 TO WS-PA-TOTAL(WS-ETAPA)

           MOVE WS-PA-QTD(WS-ETAPA) TO WS-PA-IDX
           MOVE "N" TO WS-POS-OK
           PERFORM UNTIL WS-PA-IDX = ZEROS OR WS-POS-OK = "S"
               IF WS-PA-MIN(WS-ETAPA, WS-PA-IDX) >= WS-DURACAO
                   MOVE "S" TO WS-POS-OK
               ELSE
                   IF WS-PA-IDX < 10
                       MOVE WS-PA-ITEM(WS-ETAPA, WS-PA-IDX)
                           TO WS-PA-ITEM(WS-ETAPA, WS-PA-IDX + 1)
                   END-IF
                   SUBTRACT 1 FROM WS-PA-IDX
               END-IF
           END-PERFORM
           IF WS-PA-IDX >= 10
               EXIT PARAGRAPH
           END-IF
           IF WS-PA-QTD(WS-ETAPA) < 10
               ADD 1 TO WS-PA-QTD(WS-ETAPA)
           END-IF
           ADD 1 TO WS-PA-IDX
           MOVE WS-DURACAO TO WS-PA-MIN(WS-ETAPA, WS-PA-IDX)
           MOVE WS-CT-IDX  TO WS-PA-CONTA(WS-ETAPA, WS-PA-IDX).

      *> Uma quebra inteira, grupos em ordem de chave: contas, e para
      *> cada etapa média e percentil 90 em dias.
       IMPRIME-DIMENSAO.
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "POR " DELIMITED BY SIZE
                  WS-NOME-DIM(WS-DIM) DELIMITED BY "  "
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE "GRUPO      CONTAS" TO WS-LINHA(1:17)
           MOVE 19 TO WS-COL
           PERFORM VARYING WS-ETAPA FROM 1 BY 1 UNTIL WS-ETAPA > 7
               MOVE WS-NOME-ETAPA(WS-ETAPA) TO WS-LINHA(WS-COL:10)
               ADD 14 TO WS-COL
           END-PERFORM
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE 19 TO WS-COL
           PERFORM VARYING WS-ETAPA FROM 1 BY 1 UNTIL WS-ETAPA > 7
               MOVE "  MED    P90" TO WS-LINHA(WS-COL:12)
               ADD 14 TO WS-COL
           END-PERFORM
           PERFORM IMPRIME-LINHA

           MOVE LOW-VALUES TO WS-ULT-CHAVE
           MOVE 1 TO WS-MENOR
           PERFORM UNTIL WS-MENOR = ZEROS
               MOVE ZEROS TO WS-MENOR
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                       UNTIL WS-GR-IDX > WS-GR-QTD
                   IF WS-GR-DIM(WS-GR-IDX) = WS-DIM
                           AND WS-GR-CHAVE(WS-GR-IDX) > WS-ULT-CHAVE
                       IF WS-MENOR = ZEROS
                           MOVE WS-GR-IDX TO WS-MENOR
                       ELSE
                           IF WS-GR-CHAVE(WS-GR-IDX)
                                   < WS-GR-CHAVE(WS-MENOR)
                               MOVE WS-GR-IDX TO WS-MENOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MENOR > ZEROS
                   MOVE WS-GR-CHAVE(WS-MENOR) TO WS-ULT-CHAVE
                   MOVE WS-MENOR TO WS-GR-ACHOU
                   PERFORM IMPRIME-GRUPO
               END-IF
           END-PERFORM.

       IMPRIME-GRUPO.
           MOVE SPACES TO WS-LINHA
           MOVE WS-GR-CHAVE(WS-GR-ACHOU) TO WS-LINHA(1:10)
           MOVE WS-GR-CONTAS(WS-GR-ACHOU) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(13:5)
           MOVE 19 TO WS-COL
           PERFORM VARYING WS-ETAPA FROM 1 BY 1 UNTIL WS-ETAPA > 7
               IF WS-GR-N(WS-GR-ACHOU, WS-ETAPA) = ZEROS
                   MOVE "     -      -" TO WS-LINHA(WS-COL:13)
               ELSE
                   COMPUTE WS-MEDIA-MIN ROUNDED =
                       WS-GR-SOMA(WS-GR-ACHOU, WS-ETAPA)
                       / WS-GR-N(WS-GR-ACHOU, WS-ETAPA)
                   MOVE WS-MEDIA-MIN TO WS-P90-MIN
                   PERFORM CONVERTE-DIAS
                   MOVE WS-DIAS-EDIT TO WS-LINHA(WS-COL:6)
                   PERFORM CALCULA-P90
                   PERFORM CONVERTE-DIAS
                   MOVE WS-DIAS-EDIT TO WS-LINHA(WS-COL + 7:6)
               END-IF
               ADD 14 TO WS-COL
           END-PERFORM
           PERFORM IMPRIME-LINHA.

      *> Percentil 90 do grupo: posição ceil(0,9 x N) na ordem
      *> crescente, ou seja, a (N - posição + 1)-ésima do grupo a
      *> partir do topo da lista decrescente da etapa.
       CALCULA-P90.
           COMPUTE WS-P90-RANK =
               (9 * WS-GR-N(WS-GR-ACHOU, WS-ETAPA) + 9) / 10
           COMPUTE WS-P90-POS =
               WS-GR-N(WS-GR-ACHOU, WS-ETAPA) - WS-P90-RANK + 1
           MOVE ZEROS TO WS-P90-CONTA
           MOVE ZEROS TO WS-P90-MIN
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-ORD-QTD(WS-ETAPA)
                      OR WS-P90-CONTA >= WS-P90-POS
               MOVE WS-ORD-CONTA(WS-ETAPA, WS-POS) TO WS-CT-ACHOU
               IF WS-CT-GRUPO(WS-CT-ACHOU, WS-DIM) = WS-GR-ACHOU
                   ADD 1 TO WS-P90-CONTA
                   MOVE WS-ORD-MIN(WS-ETAPA, WS-POS) TO WS-P90-MIN
               END-IF
           END-PERFORM.

       CONVERTE-DIAS.
           COMPUTE WS-DIAS ROUNDED = WS-P90-MIN / 1440
           MOVE WS-DIAS TO WS-DIAS-EDIT.

      *> Contas abertas paradas há mais tempo na etapa, com o último
      *> marco alcançado e há quantos dias.
       IMPRIME-PARADAS.
           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "PARADAS HOJE NA ETAPA " DELIMITED BY SIZE
                  WS-NOME-ETAPA(WS-ETAPA) DELIMITED BY "  "
                  " - TOTAL DE CONTAS: " DELIMITED BY SIZE
                  WS-PA-TOTAL(WS-ETAPA) DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-PA-QTD(WS-ETAPA) = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE "DOCUMENTO  CNPJ           PC EMP CCUSTO ULTIMO MARCO DA
      -        "TA     HORA    DIAS          VALOR" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                   UNTIL WS-PA-IDX > WS-PA-QTD(WS-ETAPA)
               MOVE WS-PA-CONTA(WS-ETAPA, WS-PA-IDX) TO WS-CT-IDX
               MOVE WS-PA-MIN(WS-ETAPA, WS-PA-IDX) TO WS-P90-MIN
               PERFORM CONVERTE-DIAS
               MOVE ZEROS TO WS-ULT-MARCO
               PERFORM VARYING WS-MARCO FROM 1 BY 1 UNTIL WS-MARCO > 7
                   IF WS-CT-DATA(WS-CT-IDX, WS-MARCO) NOT = ZEROS
                       MOVE WS-MARCO TO WS-ULT-MARCO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-LINHA
               STRING WS-CT-CHAVE(WS-CT-IDX)(1:10) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-CHAVE(WS-CT-IDX)(11:14) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-CHAVE(WS-CT-IDX)(25:2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-EMPRESA(WS-CT-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CT-CENTRO(WS-CT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-MARCO(WS-ULT-MARCO) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CT-DATA(WS-CT-IDX, WS-ULT-MARCO)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-HORA(WS-CT-IDX, WS-ULT-MARCO)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DIAS-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CT-VALOR(WS-CT-IDX) DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-PERFORM.
