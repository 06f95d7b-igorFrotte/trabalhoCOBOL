       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDFRAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Casos de indício de fraude levantados pela varredura, com a
      *> pontuação, a evidência e o acompanhamento da auditoria
      *> interna. A chave alternada (regra + referência do evento)
      *> impede que a mesma ocorrência vire dois casos quando a
      *> varredura roda de novo sobre o mesmo período.
           SELECT FRAUDE-FILE ASSIGN TO "FRAUDE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUM-CASO
               ALTERNATE RECORD KEY IS FR-REF
               FILE STATUS IS WS-STATUS-FILE-FR.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Histórico de pagamentos, indexado por documento + CNPJ +
      *> parcela + sequência e com chave alternada por CNPJ (ver
      *> MIGHIST.cbl).
           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Propostas de troca de dados bancários ainda não decididas
      *> (ver CADFORNE e APROVBCO). Arquivo opcional.
           SELECT PENDBANCO-FILE ASSIGN TO "PENDBANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CNPJ
               FILE STATUS IS WS-STATUS-FILE-PB.

      *> Alçadas de pagamento dos usuários (ver CADUSU.cbl), para o
      *> teste de valor logo abaixo da alçada. Arquivo opcional.
           SELECT USUARIO-FILE ASSIGN TO "USUARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-LOGIN
               FILE STATUS IS WS-STATUS-FILE-US.

      *> Parâmetros financeiros centrais (ver CADPARAM.cbl): prazos,
      *> faixa de alçada e múltiplo de valor redondo da varredura.
      *> Arquivo opcional: sem ele, valem os padrões abaixo.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): lida
      *> pela varredura e acrescida no tratamento dos casos.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Relatório da varredura, um arquivo por período (mesma
      *> técnica do informe em RELPENH.cbl).
           SELECT VARRE-FILE ASSIGN TO WS-NOME-VARRE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-VARRE.

       DATA DIVISION.
       FILE SECTION.

       FD FRAUDE-FILE.
       01 FRAUDE-REG.
           05 FR-NUM-CASO       PIC 9(06).
           05 FR-REF.
               10 FR-REGRA      PIC X(02).  *> BC,PB,MU,DP,AL,RD,FS
               10 FR-REF-CHAVE  PIC X(30).  *> evento que disparou
           05 FR-DATA-DETEC     PIC 9(8).
           05 FR-DATA-EVENTO    PIC 9(8).
           05 FR-CNPJ-FORN      PIC 9(14).
           05 FR-CP-CHAVE       PIC X(26).
           05 FR-VALOR          PIC 9(10)V99.
           05 FR-PONTOS         PIC 9(03).
           05 FR-EVIDENCIA      PIC X(100).
           05 FR-SITUACAO       PIC X(01).  *> A=ABERTO,E=ESCALADO,
                                            *> F=FECHADO
           05 FR-USUARIO-TRAT   PIC X(10).
           05 FR-DATA-TRAT      PIC 9(8).
           05 FR-PARECER        PIC X(60).

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

       FD HISTPAGTO-FILE.
       01 HIST-REG.
           05 H-CHAVE.                      *> 10 doc + 14 CNPJ +
               10 H-NUM-DOC     PIC 9(10).  *> 02 parc + 04 seq
               10 H-CNPJ-FORN   PIC 9(14).
               10 H-NUM-PARCELA PIC 9(02).
               10 H-SEQ         PIC 9(04).
           05 H-DATA-PGTO       PIC 9(8).
           05 H-VALOR-PAGO      PIC 9(10)V99.
           05 H-VALOR-DESCONTO  PIC 9(10)V99.
           05 H-VALOR-IRRF      PIC 9(10)V99.  *> retenção na fonte
           05 H-VALOR-INSS      PIC 9(10)V99.
           05 H-VALOR-ISS       PIC 9(10)V99.
           05 H-EMPRESA         PIC 9(02).  *> empresa do grupo
           05 H-VALOR-CREDITO   PIC 9(10)V99.  *> nota de crédito
           05 H-TIPO            PIC X(01).  *> espaço=pagamento,
                                            *> E=estorno,X=baixa
                                            *> de resíduo

       FD PENDBANCO-FILE.
       01 PENDBANCO-REG.
           05 PB-CNPJ           PIC 9(14).
           05 PB-BANCO          PIC X(03).
           05 PB-AGENCIA        PIC X(06).
           05 PB-CONTA          PIC X(12).
           05 PB-PIX            PIC X(40).
           05 PB-USUARIO-SOLIC  PIC X(10).
           05 PB-DATA-SOLIC     PIC 9(8).

       FD USUARIO-FILE.
       01 USUARIO-REG.
           05 US-LOGIN          PIC X(10).
           05 US-SENHA          PIC X(10).  *> resumo numérico da senha
           05 US-LIMITE         PIC 9(10)V99.
           05 US-PERFIL         PIC X(1).   *> O=operador,T=tesoureiro,
                                            *> A=administrador
           05 US-DATA-SENHA     PIC 9(8).   *> última troca AAAAMMDD
           05 US-FALHAS         PIC 9(1).   *> tentativas seguidas
           05 US-BLOQUEADO      PIC X(1).   *> S=conta bloqueada

       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 PRM-CHAVE         PIC X(10).
           05 PRM-VALOR         PIC 9(08)V9(04).
           05 PRM-DESCRICAO     PIC X(30).

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

       FD VARRE-FILE.
       01 VARRE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-FR     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-PB     PIC XX.
       01 WS-STATUS-FILE-US     PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-VARRE       PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-PENDBANCO-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-ENCERRA            PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-NUM-CASO-TXT       PIC 9(06).
       01 WS-PROX-CASO          PIC 9(06).
       01 WS-NOME-VARRE         PIC X(40).
       01 WS-LINHA              PIC X(132).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).
       01 WS-PONTOS-MIN         PIC 9(03).
       01 WS-VALOR-EDIT         PIC Z(9)9.99.
       01 WS-DIAS               PIC S9(6).
       01 WS-DIAS-EDIT          PIC ZZZZ9.
       01 WS-I                  PIC 9(04).
       01 WS-J                  PIC 9(04).
       01 WS-ACHOU              PIC X.

      *> Parâmetros da varredura (PARAMFIN.DAT), com os padrões:
      *> FRD-DIASBC dias entre a aprovação bancária e o pagamento,
      *> FRD-ALCADA faixa (%) logo abaixo de uma alçada, FRD-REDOND
      *> múltiplo que caracteriza valor redondo, FRD-DIASDP janela
      *> (dias) da procura de pagamento em duplicidade.
       01 WS-DIAS-BANCO         PIC 9(03) VALUE 5.
       01 WS-FAIXA-ALCADA       PIC 9(03)V99 VALUE 5.
       01 WS-MULT-REDONDO       PIC 9(08)V99 VALUE 1000.
       01 WS-DIAS-DUPLIC        PIC 9(03) VALUE 180.

      *> Pontuação de cada regra; quanto maior, mais forte o indício.
       01 WS-PTS-BANCO          PIC 9(03) VALUE 40.
       01 WS-PTS-BANCO-IMED     PIC 9(03) VALUE 60.
       01 WS-PTS-PENDENTE       PIC 9(03) VALUE 20.
       01 WS-PTS-PEND-MESMO     PIC 9(03) VALUE 50.
       01 WS-PTS-MESMO-USU      PIC 9(03) VALUE 35.
       01 WS-PTS-DUPLIC         PIC 9(03) VALUE 50.
       01 WS-PTS-ALCADA         PIC 9(03) VALUE 25.
       01 WS-PTS-REDONDO        PIC 9(03) VALUE 10.
       01 WS-PTS-NAO-UTIL       PIC 9(03) VALUE 15.

      *> Ocorrência montada pela regra antes de virar caso.
       01 WS-OCO-REGRA          PIC X(02).
       01 WS-OCO-REF            PIC X(30).
       01 WS-OCO-DATA           PIC 9(8).
       01 WS-OCO-CNPJ           PIC 9(14).
       01 WS-OCO-CP-CHAVE       PIC X(26).
       01 WS-OCO-VALOR          PIC 9(10)V99.
       01 WS-OCO-PONTOS         PIC 9(03).
       01 WS-OCO-EVIDENCIA      PIC X(100).

      *> Totais da varredura por regra (novos casos) e repetidos.
       01 WS-QTD-BC             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-PB             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-MU             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-DP             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AL             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-RD             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-FS             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-NOVOS          PIC 9(05) VALUE ZEROS.
       01 WS-QTD-REPETIDOS      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-CASOS          PIC 9(05) VALUE ZEROS.
       01 WS-TAB-CHEIA          PIC X VALUE "N".

      *> Dia não útil: mesma regra de DIAUTIL.cbl (a data volta
      *> diferente quando cai em sábado, domingo ou feriado). A
      *> última data testada fica guardada, porque a trilha de
      *> auditoria vem em ordem de data.
       01 WS-DATA-TESTE         PIC 9(8).
       01 WS-DATA-AJUSTADA      PIC 9(8).
       01 WS-ULT-DATA-TESTE     PIC 9(8) VALUE ZEROS.
       01 WS-ULT-NAO-UTIL       PIC X VALUE "N".
       01 WS-NAO-UTIL           PIC X.

      *> Alçadas distintas cadastradas em USUARIO.DAT.
       01 WS-TAB-ALCADA.
           05 WS-ALC-LIMITE     OCCURS 50 TIMES PIC 9(10)V99.
       01 WS-ALC-QTD            PIC 9(02) VALUE ZEROS.
       01 WS-ALC-PISO           PIC 9(10)V99.

      *> Aprovações de dados bancários (APROVBCO, ação CONF.BCO).
       01 WS-TAB-BCO.
           05 WS-BCO-LINHA      OCCURS 500 TIMES.
               10 WS-BCO-CNPJ   PIC 9(14).
               10 WS-BCO-DATA   PIC 9(8).
               10 WS-BCO-USUARIO PIC X(10).
       01 WS-BCO-QTD            PIC 9(03) VALUE ZEROS.
       01 WS-BCO-ACHADA         PIC 9(03).
       01 WS-BCO-DIAS           PIC S9(6).

      *> Quem pagou cada conta no período: pagamento em PGTOCONT ou
      *> PGTOLOTE, liberação em APROVPAG.
       01 WS-TAB-EVT.
           05 WS-EVT-LINHA      OCCURS 3000 TIMES.
               10 WS-EVT-CHAVE  PIC X(26).
               10 WS-EVT-USUARIO PIC X(10).
               10 WS-EVT-DATA   PIC 9(8).
               10 WS-EVT-PROGRAMA PIC X(8).
       01 WS-EVT-QTD            PIC 9(04) VALUE ZEROS.

      *> Pagamentos do período lidos de HISTPAGTO.
       01 WS-TAB-PGTO.
           05 WS-PGT-LINHA      OCCURS 3000 TIMES.
               10 WS-PGT-CHAVE  PIC X(30).
               10 WS-PGT-CNPJ   PIC 9(14).
               10 WS-PGT-DOC    PIC 9(10).
               10 WS-PGT-PARCELA PIC 9(02).
               10 WS-PGT-DATA   PIC 9(8).
               10 WS-PGT-VALOR  PIC 9(10)V99.
       01 WS-PGT-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-PGT-CP-CHAVE       PIC X(26).

       01 WS-REDONDO-QUOC       PIC 9(10).
       01 WS-REDONDO-RESTO      PIC 9(08)V99.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

      *> Varredura periódica de indícios de fraude nos pagamentos:
      *> cruza HISTPAGTO, AUDITORIA, PENDBANCO e CONTAPAGAR atrás
      *> dos padrões clássicos e grava cada ocorrência como caso com
      *> pontuação e evidência; a auditoria interna fecha ou escala
      *> cada caso pela opção de tratamento.
       MAIN-PROCEDURE.
           DISPLAY "INDÍCIOS DE FRAUDE EM PAGAMENTOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O FRAUDE-FILE
           IF WS-STATUS-FILE-FR = "35"
      *> FRAUDE.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT FRAUDE-FILE
               CLOSE FRAUDE-FILE
               OPEN I-O FRAUDE-FILE
           END-IF
           IF WS-STATUS-FILE-FR NOT = "00"
               DISPLAY "Erro ao abrir FRAUDE.DAT: " WS-STATUS-FILE-FR
               STOP RUN
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== INDÍCIOS DE FRAUDE ====="
               DISPLAY "1 - Varredura do período"
               DISPLAY "2 - Tratar casos em aberto"
               DISPLAY "3 - Consultar caso"
               DISPLAY "4 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM VARREDURA
                   WHEN 2
                       PERFORM TRATA-CASOS
                   WHEN 3
                       PERFORM CONSULTA-CASO
                   WHEN 4
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE FRAUDE-FILE
           STOP RUN.

      *> ------------------------------------------------------------
      *> Varredura
      *> ------------------------------------------------------------
       VARREDURA.
           DISPLAY "Data inicial (AAAAMMDD): "
           ACCEPT WS-DATA-INI
           DISPLAY "Data final (AAAAMMDD): "
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL < WS-DATA-INI
               DISPLAY "Erro: Data final menor que a inicial."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir HISTPAGTO.DAT: " WS-STATUS-HIST
               CLOSE CONTAPAGAR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PENDBANCO-OK
           OPEN INPUT PENDBANCO-FILE
           IF WS-STATUS-FILE-PB = "00"
               MOVE "S" TO WS-PENDBANCO-OK
           END-IF

           MOVE SPACES TO WS-NOME-VARRE
           STRING "FRAUDE_"     DELIMITED BY SIZE
                  WS-DATA-INI   DELIMITED BY SIZE
                  "_"           DELIMITED BY SIZE
                  WS-DATA-FINAL DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
                  INTO WS-NOME-VARRE
           OPEN OUTPUT VARRE-FILE
           IF WS-STATUS-VARRE NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-VARRE ": "
                   WS-STATUS-VARRE
               CLOSE CONTAPAGAR-FILE
               CLOSE HISTPAGTO-FILE
               IF WS-PENDBANCO-OK = "S"
                   CLOSE PENDBANCO-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-BC WS-QTD-PB WS-QTD-MU WS-QTD-DP
                         WS-QTD-AL WS-QTD-RD WS-QTD-FS
                         WS-QTD-NOVOS WS-QTD-REPETIDOS
                         WS-BCO-QTD WS-EVT-QTD WS-PGT-QTD WS-ALC-QTD
           MOVE "N" TO WS-TAB-CHEIA
           MOVE ZEROS TO WS-ULT-DATA-TESTE

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-ALCADAS
           PERFORM GERA-PROX-CASO

           MOVE SPACES TO WS-LINHA
           STRING "VARREDURA DE INDICIOS DE FRAUDE - PERIODO "
                      DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FINAL DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA

           PERFORM VARRE-AUDITORIA
           PERFORM VARRE-INCLUSOES
           PERFORM CARREGA-PAGAMENTOS
           PERFORM VARRE-PAGAMENTOS
           PERFORM VARRE-CONTAS

           PERFORM GRAVA-RESUMO-VARREDURA

           CLOSE VARRE-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE HISTPAGTO-FILE
           IF WS-PENDBANCO-OK = "S"
               CLOSE PENDBANCO-FILE
           END-IF
           DISPLAY "Relatório gravado em " WS-NOME-VARRE.

      *> Substitui os padrões pelos parâmetros centrais, quando
      *> PARAMFIN.DAT existir (ver CADPARAM.cbl).
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "FRD-DIASBC" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-DIAS-BANCO
           END-READ
           MOVE "FRD-ALCADA" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-FAIXA-ALCADA
           END-READ
           MOVE "FRD-REDOND" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-MULT-REDONDO
           END-READ
           MOVE "FRD-DIASDP" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-DIAS-DUPLIC
           END-READ

           CLOSE PARAMFIN-FILE.

      *> Guarda cada alçada distinta (maior que zero) dos usuários.
       CARREGA-ALCADAS.
           OPEN INPUT USUARIO-FILE
           IF WS-STATUS-FILE-US NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO US-LOGIN
           START USUARIO-FILE KEY IS NOT LESS US-LOGIN
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-US
           END-START
           IF WS-STATUS-FILE-US NOT = "10"
               READ USUARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-US
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-US = "10"
               IF US-LIMITE > ZEROS
                   MOVE "N" TO WS-ACHOU
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-ALC-QTD
                       IF WS-ALC-LIMITE(WS-I) = US-LIMITE
                           MOVE "S" TO WS-ACHOU
                       END-IF
                   END-PERFORM
                   IF WS-ACHOU = "N" AND WS-ALC-QTD < 50
                       ADD 1 TO WS-ALC-QTD
                       MOVE US-LIMITE TO WS-ALC-LIMITE(WS-ALC-QTD)
                   END-IF
               END-IF
               READ USUARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-US
               END-READ
           END-PERFORM

           CLOSE USUARIO-FILE.

      *> Primeira passada na trilha: aprovações de dados bancários
      *> (qualquer data até o fim do período), quem pagou cada conta
      *> no período, e lançamentos feitos em dia não útil.
       VARRE-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "AUDITORIA.DAT INDISPONIVEL:" TO WS-LINHA
               MOVE " REGRAS DA TRILHA NAO APLICADAS"
                   TO WS-LINHA(28:31)
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-DATA <= WS-DATA-FINAL
                   PERFORM EXAMINA-EVENTO-AUDITORIA
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE AUDITORIA-FILE.

       EXAMINA-EVENTO-AUDITORIA.
           IF AU-PROGRAMA = "APROVBCO" AND AU-ACAO = "CONF.BCO"
               IF WS-BCO-QTD < 500
                   ADD 1 TO WS-BCO-QTD
                   MOVE AU-CHAVE(1:14) TO WS-BCO-CNPJ(WS-BCO-QTD)
                   MOVE AU-DATA        TO WS-BCO-DATA(WS-BCO-QTD)
                   MOVE AU-USUARIO     TO WS-BCO-USUARIO(WS-BCO-QTD)
               ELSE
                   MOVE "S" TO WS-TAB-CHEIA
               END-IF
           END-IF

           IF AU-DATA < WS-DATA-INI
               EXIT PARAGRAPH
           END-IF

           IF ((AU-PROGRAMA = "PGTOCONT" OR AU-PROGRAMA = "PGTOLOTE")
                   AND AU-ACAO = "PAGAMENTO")
               OR (AU-PROGRAMA = "APROVPAG" AND AU-ACAO = "LIBERACAO")
               IF WS-EVT-QTD < 3000
                   ADD 1 TO WS-EVT-QTD
                   MOVE AU-CHAVE    TO WS-EVT-CHAVE(WS-EVT-QTD)
                   MOVE AU-USUARIO  TO WS-EVT-USUARIO(WS-EVT-QTD)
                   MOVE AU-DATA     TO WS-EVT-DATA(WS-EVT-QTD)
                   MOVE AU-PROGRAMA TO WS-EVT-PROGRAMA(WS-EVT-QTD)
               ELSE
                   MOVE "S" TO WS-TAB-CHEIA
               END-IF
           END-IF

           IF AU-ACAO = "INCLUSAO" OR AU-ACAO = "PAGAMENTO"
                   OR AU-ACAO = "LIBERACAO" OR AU-ACAO = "CONF.BCO"
                   OR AU-ACAO = "AVULSO" OR AU-ACAO = "TRANSFER"
               MOVE AU-DATA TO WS-DATA-TESTE
               PERFORM VERIFICA-DIA-UTIL
               IF WS-NAO-UTIL = "S"
                   PERFORM REGRA-DIA-NAO-UTIL
               END-IF
           END-IF.

       REGRA-DIA-NAO-UTIL.
           MOVE "FS" TO WS-OCO-REGRA
           MOVE SPACES TO WS-OCO-REF
           STRING AU-DATA          DELIMITED BY SIZE
                  AU-HORA          DELIMITED BY SIZE
                  AU-PROGRAMA      DELIMITED BY SIZE
                  AU-ACAO(1:8)     DELIMITED BY SIZE
                  INTO WS-OCO-REF
           MOVE AU-DATA TO WS-OCO-DATA
           MOVE ZEROS TO WS-OCO-CNPJ
           MOVE SPACES TO WS-OCO-CP-CHAVE
           IF AU-CHAVE(1:24) IS NUMERIC
               MOVE AU-CHAVE(11:14) TO WS-OCO-CNPJ
               MOVE AU-CHAVE TO WS-OCO-CP-CHAVE
           END-IF
           IF AU-PROGRAMA = "APROVBCO"
               MOVE AU-CHAVE(1:14) TO WS-OCO-CNPJ
               MOVE SPACES TO WS-OCO-CP-CHAVE
           END-IF
           MOVE ZEROS TO WS-OCO-VALOR
           MOVE WS-PTS-NAO-UTIL TO WS-OCO-PONTOS
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING AU-ACAO DELIMITED BY SPACE
                  " EM DIA NAO UTIL (" DELIMITED BY SIZE
                  AU-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AU-HORA DELIMITED BY SIZE
                  ") POR " DELIMITED BY SIZE
                  AU-USUARIO DELIMITED BY SPACE
                  " VIA " DELIMITED BY SIZE
                  AU-PROGRAMA DELIMITED BY SPACE
                  " CHAVE " DELIMITED BY SIZE
                  AU-CHAVE DELIMITED BY SPACE
                  INTO WS-OCO-EVIDENCIA
           PERFORM REGISTRA-OCORRENCIA.

      *> Segunda passada: inclusão da conta (LANCCONT/LANCLOTE) pelo
      *> mesmo login que depois a pagou ou liberou no período.
       VARRE-INCLUSOES.
           IF WS-EVT-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-ACAO = "INCLUSAO" AND AU-DATA <= WS-DATA-FINAL
                       AND (AU-PROGRAMA = "LANCCONT"
                            OR AU-PROGRAMA = "LANCLOTE")
                   PERFORM CONFERE-MESMO-USUARIO
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE AUDITORIA-FILE.

       CONFERE-MESMO-USUARIO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-EVT-QTD
               IF WS-EVT-CHAVE(WS-I) = AU-CHAVE
                       AND WS-EVT-USUARIO(WS-I) = AU-USUARIO
                   PERFORM REGRA-MESMO-USUARIO
               END-IF
           END-PERFORM.

       REGRA-MESMO-USUARIO.
           MOVE "MU" TO WS-OCO-REGRA
           MOVE AU-CHAVE TO WS-OCO-REF
           MOVE WS-EVT-DATA(WS-I) TO WS-OCO-DATA
           MOVE AU-CHAVE(11:14) TO WS-OCO-CNPJ
           MOVE AU-CHAVE TO WS-OCO-CP-CHAVE
           MOVE ZEROS TO WS-OCO-VALOR
           MOVE AU-CHAVE TO CP-CHAVE
           READ CONTAPAGAR-FILE
               NOT INVALID KEY
                   MOVE CP-VALOR TO WS-OCO-VALOR
           END-READ
           MOVE WS-PTS-MESMO-USU TO WS-OCO-PONTOS
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING "CONTA LANCADA E PAGA POR " DELIMITED BY SIZE
                  AU-USUARIO DELIMITED BY SPACE
                  ": INCLUSAO " DELIMITED BY SIZE
                  AU-DATA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  AU-PROGRAMA DELIMITED BY SPACE
                  "), PAGTO " DELIMITED BY SIZE
                  WS-EVT-DATA(WS-I) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-EVT-PROGRAMA(WS-I) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO WS-OCO-EVIDENCIA
           PERFORM REGISTRA-OCORRENCIA.

      *> Pagamentos efetivos do período (estornos e baixas de resíduo
      *> ficam de fora).
       CARREGA-PAGAMENTOS.
           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
               IF H-TIPO = SPACE
                       AND H-DATA-PGTO >= WS-DATA-INI
                       AND H-DATA-PGTO <= WS-DATA-FINAL
                   IF WS-PGT-QTD < 3000
                       ADD 1 TO WS-PGT-QTD
                       MOVE H-CHAVE TO WS-PGT-CHAVE(WS-PGT-QTD)
                       MOVE H-CNPJ-FORN TO WS-PGT-CNPJ(WS-PGT-QTD)
                       MOVE H-NUM-DOC TO WS-PGT-DOC(WS-PGT-QTD)
                       MOVE H-NUM-PARCELA
                           TO WS-PGT-PARCELA(WS-PGT-QTD)
                       MOVE H-DATA-PGTO TO WS-PGT-DATA(WS-PGT-QTD)
                       MOVE H-VALOR-PAGO TO WS-PGT-VALOR(WS-PGT-QTD)
                   ELSE
                       MOVE "S" TO WS-TAB-CHEIA
                   END-IF
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM.

       VARRE-PAGAMENTOS.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PGT-QTD
               MOVE SPACES TO WS-PGT-CP-CHAVE
               STRING WS-PGT-DOC(WS-J)     DELIMITED BY SIZE
                      WS-PGT-CNPJ(WS-J)    DELIMITED BY SIZE
                      WS-PGT-PARCELA(WS-J) DELIMITED BY SIZE
                      INTO WS-PGT-CP-CHAVE
               PERFORM CONFERE-APROVACAO-BANCO
               PERFORM CONFERE-BANCO-PENDENTE
               PERFORM CONFERE-DUPLICIDADE
           END-PERFORM.

      *> Pagamento ao fornecedor poucos dias depois de aprovada a
      *> troca dos dados bancários; no mesmo dia ou no seguinte o
      *> indício pesa mais.
       CONFERE-APROVACAO-BANCO.
           MOVE ZEROS TO WS-BCO-ACHADA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BCO-QTD
               IF WS-BCO-CNPJ(WS-I) = WS-PGT-CNPJ(WS-J)
                       AND WS-BCO-DATA(WS-I) <= WS-PGT-DATA(WS-J)
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-PGT-DATA(WS-J))
                       - FUNCTION INTEGER-OF-DATE(WS-BCO-DATA(WS-I))
                   IF WS-DIAS <= WS-DIAS-BANCO
      *> Vale a aprovação mais próxima do pagamento.
                       MOVE WS-I TO WS-BCO-ACHADA
                       MOVE WS-DIAS TO WS-BCO-DIAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BCO-ACHADA > ZEROS
               MOVE WS-BCO-ACHADA TO WS-I
               MOVE WS-BCO-DIAS TO WS-DIAS
               PERFORM REGRA-APROVACAO-BANCO
           END-IF.

       REGRA-APROVACAO-BANCO.
           MOVE "BC" TO WS-OCO-REGRA
           MOVE SPACES TO WS-OCO-REF
           MOVE WS-PGT-CHAVE(WS-J) TO WS-OCO-REF
           MOVE WS-PGT-DATA(WS-J) TO WS-OCO-DATA
           MOVE WS-PGT-CNPJ(WS-J) TO WS-OCO-CNPJ
           MOVE WS-PGT-CP-CHAVE TO WS-OCO-CP-CHAVE
           MOVE WS-PGT-VALOR(WS-J) TO WS-OCO-VALOR
           IF WS-DIAS <= 1
               MOVE WS-PTS-BANCO-IMED TO WS-OCO-PONTOS
           ELSE
               MOVE WS-PTS-BANCO TO WS-OCO-PONTOS
           END-IF
           MOVE WS-DIAS TO WS-DIAS-EDIT
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING "DADOS BANCARIOS APROVADOS EM " DELIMITED BY SIZE
                  WS-BCO-DATA(WS-I) DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-BCO-USUARIO(WS-I) DELIMITED BY SPACE
                  "; PAGO " DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  " DIA(S) DEPOIS, EM " DELIMITED BY SIZE
                  WS-PGT-DATA(WS-J) DELIMITED BY SIZE
                  INTO WS-OCO-EVIDENCIA
           PERFORM REGISTRA-OCORRENCIA.

      *> Pagamento com troca de dados bancários ainda pendente; se o
      *> próprio solicitante da troca foi quem pagou, pesa mais.
       CONFERE-BANCO-PENDENTE.
           IF WS-PENDBANCO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PGT-CNPJ(WS-J) TO PB-CNPJ
           READ PENDBANCO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PB-DATA-SOLIC > WS-PGT-DATA(WS-J)
               EXIT PARAGRAPH
           END-IF

           MOVE "PB" TO WS-OCO-REGRA
           MOVE WS-PGT-CHAVE(WS-J) TO WS-OCO-REF
           MOVE WS-PGT-DATA(WS-J) TO WS-OCO-DATA
           MOVE WS-PGT-CNPJ(WS-J) TO WS-OCO-CNPJ
           MOVE WS-PGT-CP-CHAVE TO WS-OCO-CP-CHAVE
           MOVE WS-PGT-VALOR(WS-J) TO WS-OCO-VALOR
           MOVE WS-PTS-PENDENTE TO WS-OCO-PONTOS
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING "PAGO EM " DELIMITED BY SIZE
                  WS-PGT-DATA(WS-J) DELIMITED BY SIZE
                  " COM TROCA BANCARIA PENDENTE DESDE "
                      DELIMITED BY SIZE
                  PB-DATA-SOLIC DELIMITED BY SIZE
                  " (SOLIC. " DELIMITED BY SIZE
                  PB-USUARIO-SOLIC DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO WS-OCO-EVIDENCIA
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-EVT-QTD
               IF WS-EVT-CHAVE(WS-I) = WS-PGT-CP-CHAVE
                       AND WS-EVT-USUARIO(WS-I) = PB-USUARIO-SOLIC
                   MOVE WS-PTS-PEND-MESMO TO WS-OCO-PONTOS
                   MOVE "; PAGOU O SOLICITANTE" TO
                       WS-OCO-EVIDENCIA(80:21)
               END-IF
           END-PERFORM
           PERFORM REGISTRA-OCORRENCIA.

      *> Mesmo fornecedor e mesmo valor pagos por outro documento,
      *> antes deste pagamento e dentro da janela de FRD-DIASDP dias.
      *> Só o pagamento posterior do par vira caso.
       CONFERE-DUPLICIDADE.
           MOVE WS-PGT-CNPJ(WS-J) TO H-CNPJ-FORN
           START HISTPAGTO-FILE KEY IS EQUAL H-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-HIST
           END-READ

           MOVE "N" TO WS-ACHOU
           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-CNPJ-FORN NOT = WS-PGT-CNPJ(WS-J)
                   OR WS-ACHOU = "S"
               IF H-TIPO = SPACE
                       AND H-NUM-DOC NOT = WS-PGT-DOC(WS-J)
                       AND H-VALOR-PAGO = WS-PGT-VALOR(WS-J)
                   IF H-DATA-PGTO < WS-PGT-DATA(WS-J)
                       OR (H-DATA-PGTO = WS-PGT-DATA(WS-J)
                           AND H-CHAVE < WS-PGT-CHAVE(WS-J))
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-PGT-DATA(WS-J))
                           - FUNCTION INTEGER-OF-DATE(H-DATA-PGTO)
                       IF WS-DIAS <= WS-DIAS-DUPLIC
                           MOVE "S" TO WS-ACHOU
                           PERFORM REGRA-DUPLICIDADE
                       END-IF
                   END-IF
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

       REGRA-DUPLICIDADE.
           MOVE "DP" TO WS-OCO-REGRA
           MOVE WS-PGT-CHAVE(WS-J) TO WS-OCO-REF
           MOVE WS-PGT-DATA(WS-J) TO WS-OCO-DATA
           MOVE WS-PGT-CNPJ(WS-J) TO WS-OCO-CNPJ
           MOVE WS-PGT-CP-CHAVE TO WS-OCO-CP-CHAVE
           MOVE WS-PGT-VALOR(WS-J) TO WS-OCO-VALOR
           MOVE WS-PTS-DUPLIC TO WS-OCO-PONTOS
           MOVE WS-PGT-VALOR(WS-J) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING "VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " PAGO NO DOC " DELIMITED BY SIZE
                  WS-PGT-DOC(WS-J) DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-PGT-DATA(WS-J) DELIMITED BY SIZE
                  " E NO DOC " DELIMITED BY SIZE
                  H-NUM-DOC DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  H-DATA-PGTO DELIMITED BY SIZE
                  INTO WS-OCO-EVIDENCIA
           PERFORM REGISTRA-OCORRENCIA.

      *> Notas emitidas no período: valor redondo e valor logo abaixo
      *> de uma alçada de pagamento (fracionamento para fugir da
      *> autorização).
       VARRE-CONTAS.
           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               IF CP-DATA-EMISSAO >= WS-DATA-INI
                       AND CP-DATA-EMISSAO <= WS-DATA-FINAL
                       AND CP-SITUACAO NOT = "C"
                   PERFORM CONFERE-VALOR-REDONDO
                   PERFORM CONFERE-ABAIXO-ALCADA
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM.

       CONFERE-VALOR-REDONDO.
           IF WS-MULT-REDONDO = ZEROS OR CP-VALOR < WS-MULT-REDONDO
               EXIT PARAGRAPH
           END-IF
           DIVIDE CP-VALOR BY WS-MULT-REDONDO
               GIVING WS-REDONDO-QUOC REMAINDER WS-REDONDO-RESTO
           IF WS-REDONDO-RESTO NOT = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE "RD" TO WS-OCO-REGRA
           MOVE CP-CHAVE TO WS-OCO-REF
           MOVE CP-DATA-EMISSAO TO WS-OCO-DATA
           MOVE CP-CNPJ-FORN TO WS-OCO-CNPJ
           MOVE CP-CHAVE TO WS-OCO-CP-CHAVE
           MOVE CP-VALOR TO WS-OCO-VALOR
           MOVE WS-PTS-REDONDO TO WS-OCO-PONTOS
           MOVE CP-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING "NOTA DE VALOR REDONDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " EMITIDA EM " DELIMITED BY SIZE
                  CP-DATA-EMISSAO DELIMITED BY SIZE
                  INTO WS-OCO-EVIDENCIA
           PERFORM REGISTRA-OCORRENCIA.

       CONFERE-ABAIXO-ALCADA.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ALC-QTD OR WS-ACHOU = "S"
               COMPUTE WS-ALC-PISO ROUNDED =
                   WS-ALC-LIMITE(WS-I) * (100 - WS-FAIXA-ALCADA) / 100
               IF CP-VALOR < WS-ALC-LIMITE(WS-I)
                       AND CP-VALOR >= WS-ALC-PISO
                   MOVE "S" TO WS-ACHOU
                   PERFORM REGRA-ABAIXO-ALCADA
               END-IF
           END-PERFORM.

       REGRA-ABAIXO-ALCADA.
           MOVE "AL" TO WS-OCO-REGRA
           MOVE CP-CHAVE TO WS-OCO-REF
           MOVE CP-DATA-EMISSAO TO WS-OCO-DATA
           MOVE CP-CNPJ-FORN TO WS-OCO-CNPJ
           MOVE CP-CHAVE TO WS-OCO-CP-CHAVE
           MOVE CP-VALOR TO WS-OCO-VALOR
           MOVE WS-PTS-ALCADA TO WS-OCO-PONTOS
           MOVE WS-ALC-LIMITE(WS-I) TO WS-VALOR-EDIT
           MOVE SPACES TO WS-OCO-EVIDENCIA
           STRING "NOTA LOGO ABAIXO DA ALCADA DE " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-OCO-EVIDENCIA
           MOVE CP-VALOR TO WS-VALOR-EDIT
           MOVE " VALOR" TO WS-OCO-EVIDENCIA(44:6)
           MOVE WS-VALOR-EDIT TO WS-OCO-EVIDENCIA(50:13)
           PERFORM REGISTRA-OCORRENCIA.

      *> Grava a ocorrência como caso novo, em aberto; se a mesma
      *> regra já disparou para o mesmo evento numa varredura
      *> anterior, o caso existente (e o seu tratamento) é mantido.
       REGISTRA-OCORRENCIA.
           MOVE WS-OCO-REGRA TO FR-REGRA
           MOVE WS-OCO-REF   TO FR-REF-CHAVE
           READ FRAUDE-FILE KEY IS FR-REF
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-FR
           END-READ
           IF WS-STATUS-FILE-FR NOT = "10"
               ADD 1 TO WS-QTD-REPETIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROX-CASO     TO FR-NUM-CASO
           MOVE WS-OCO-REGRA     TO FR-REGRA
           MOVE WS-OCO-REF       TO FR-REF-CHAVE
           MOVE WS-HOJE          TO FR-DATA-DETEC
           MOVE WS-OCO-DATA      TO FR-DATA-EVENTO
           MOVE WS-OCO-CNPJ      TO FR-CNPJ-FORN
           MOVE WS-OCO-CP-CHAVE  TO FR-CP-CHAVE
           MOVE WS-OCO-VALOR     TO FR-VALOR
           MOVE WS-OCO-PONTOS    TO FR-PONTOS
           MOVE WS-OCO-EVIDENCIA TO FR-EVIDENCIA
           MOVE "A"              TO FR-SITUACAO
           MOVE SPACES           TO FR-USUARIO-TRAT
           MOVE ZEROS            TO FR-DATA-TRAT
           MOVE SPACES           TO FR-PARECER
           WRITE FRAUDE-REG
           IF WS-STATUS-FILE-FR NOT = "00"
               DISPLAY "Erro ao gravar caso: " WS-STATUS-FILE-FR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROX-CASO
           ADD 1 TO WS-QTD-NOVOS

           EVALUATE FR-REGRA
               WHEN "BC"
                   ADD 1 TO WS-QTD-BC
               WHEN "PB"
                   ADD 1 TO WS-QTD-PB
               WHEN "MU"
                   ADD 1 TO WS-QTD-MU
               WHEN "DP"
                   ADD 1 TO WS-QTD-DP
               WHEN "AL"
                   ADD 1 TO WS-QTD-AL
               WHEN "RD"
                   ADD 1 TO WS-QTD-RD
               WHEN OTHER
                   ADD 1 TO WS-QTD-FS
           END-EVALUATE

           PERFORM GRAVA-CASO-RELATORIO.

       GRAVA-CASO-RELATORIO.
           MOVE FR-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "CASO " DELIMITED BY SIZE
                  FR-NUM-CASO DELIMITED BY SIZE
                  "  REGRA " DELIMITED BY SIZE
                  FR-REGRA DELIMITED BY SIZE
                  "  PONTOS " DELIMITED BY SIZE
                  FR-PONTOS DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  FR-DATA-EVENTO DELIMITED BY SIZE
                  "  FORNECEDOR " DELIMITED BY SIZE
                  FR-CNPJ-FORN DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           MOVE FR-EVIDENCIA TO WS-LINHA(7:100)
           PERFORM GRAVA-LINHA.

       GRAVA-RESUMO-VARREDURA.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "RESUMO DA VARREDURA (CASOS NOVOS POR REGRA)"
               TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "BC APROVACAO BANCARIA + PAGAMENTO....: "
                      DELIMITED BY SIZE
                  WS-QTD-BC DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "PB PAGAMENTO COM TROCA PENDENTE......: "
                      DELIMITED BY SIZE
                  WS-QTD-PB DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "MU MESMO LOGIN LANCOU E PAGOU........: "
                      DELIMITED BY SIZE
                  WS-QTD-MU DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "DP MESMO VALOR PAGO EM OUTRO DOC.....: "
                      DELIMITED BY SIZE
                  WS-QTD-DP DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "AL VALOR LOGO ABAIXO DA ALCADA.......: "
                      DELIMITED BY SIZE
                  WS-QTD-AL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "RD VALOR REDONDO.....................: "
                      DELIMITED BY SIZE
                  WS-QTD-RD DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FS LANCAMENTO EM DIA NAO UTIL........: "
                      DELIMITED BY SIZE
                  WS-QTD-FS DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CASOS NOVOS..........................: "
                      DELIMITED BY SIZE
                  WS-QTD-NOVOS DELIMITED BY SIZE
                  "   JA REGISTRADOS: " DELIMITED BY SIZE
                  WS-QTD-REPETIDOS DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           IF WS-TAB-CHEIA = "S"
               MOVE "ATENCAO: TABELA CHEIA, VARREDURA INCOMPLETA"
                   TO WS-LINHA
               MOVE " - REDUZA O PERIODO" TO WS-LINHA(44:19)
               PERFORM GRAVA-LINHA
           END-IF.

      *> Data em WS-DATA-TESTE: devolve WS-NAO-UTIL = "S" quando o
      *> dia é sábado, domingo ou feriado.
       VERIFICA-DIA-UTIL.
           IF WS-DATA-TESTE = WS-ULT-DATA-TESTE
               MOVE WS-ULT-NAO-UTIL TO WS-NAO-UTIL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-TESTE TO WS-DATA-AJUSTADA
           CALL "DIAUTIL" USING WS-DATA-AJUSTADA
           IF WS-DATA-AJUSTADA NOT = WS-DATA-TESTE
               MOVE "S" TO WS-NAO-UTIL
           ELSE
               MOVE "N" TO WS-NAO-UTIL
           END-IF
           MOVE WS-DATA-TESTE TO WS-ULT-DATA-TESTE
           MOVE WS-NAO-UTIL TO WS-ULT-NAO-UTIL.

      *> Próximo número livre: o maior cadastrado mais um.
       GERA-PROX-CASO.
           MOVE ZEROS TO WS-PROX-CASO
           MOVE ZEROS TO FR-NUM-CASO
           START FRAUDE-FILE KEY IS NOT LESS FR-NUM-CASO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-FR
           END-START
           IF WS-STATUS-FILE-FR NOT = "10"
               READ FRAUDE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FR
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-FR = "10"
               MOVE FR-NUM-CASO TO WS-PROX-CASO
               READ FRAUDE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-FR
           ADD 1 TO WS-PROX-CASO.

      *> ------------------------------------------------------------
      *> Acompanhamento dos casos
      *> ------------------------------------------------------------
      *> Percorre os casos em aberto ou escalados com pontuação a
      *> partir do mínimo informado; para cada um, a auditoria
      *> interna fecha (F), escala (E), pula (P) ou encerra (S).
       TRATA-CASOS.
           DISPLAY "Pontuação mínima (0 = todos): "
           ACCEPT WS-PONTOS-MIN

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-STATUS-AUDITORIA = "00"
               MOVE "S" TO WS-AUDITORIA-OK
           ELSE
               MOVE "N" TO WS-AUDITORIA-OK
               DISPLAY "AVISO: trilha de auditoria indisponível: "
                   WS-STATUS-AUDITORIA
           END-IF

           MOVE "N" TO WS-ENCERRA
           MOVE ZEROS TO WS-QTD-CASOS
           MOVE ZEROS TO FR-NUM-CASO
           START FRAUDE-FILE KEY IS NOT LESS FR-NUM-CASO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-FR
           END-START
           IF WS-STATUS-FILE-FR NOT = "10"
               READ FRAUDE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FR
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-FR = "10"
                   OR WS-ENCERRA = "S"
               IF FR-SITUACAO NOT = "F"
                       AND FR-PONTOS >= WS-PONTOS-MIN
                   ADD 1 TO WS-QTD-CASOS
                   PERFORM EXAMINA-CASO
               END-IF
               READ FRAUDE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-FR

           IF WS-QTD-CASOS = ZEROS
               DISPLAY "Nenhum caso pendente de tratamento."
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
               MOVE "N" TO WS-AUDITORIA-OK
           END-IF.

       EXAMINA-CASO.
           DISPLAY "----------------------------------------"
           PERFORM MOSTRA-CASO
           DISPLAY "F = fechar, E = escalar, P = pular, S = sair: "
           ACCEPT RESPOSTA
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO RESPOSTA

           EVALUATE RESPOSTA
               WHEN "S"
                   MOVE "S" TO WS-ENCERRA
                   EXIT PARAGRAPH
               WHEN "F"
                   CONTINUE
               WHEN "E"
                   IF FR-SITUACAO = "E"
                       DISPLAY "Caso já escalado."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Parecer: "
           ACCEPT FR-PARECER
           IF FR-PARECER = SPACES
               DISPLAY "Erro: parecer obrigatório."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=" DELIMITED BY SIZE
                  FR-SITUACAO DELIMITED BY SIZE
                  " PONTOS=" DELIMITED BY SIZE
                  FR-PONTOS DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE RESPOSTA TO FR-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO FR-USUARIO-TRAT
           MOVE WS-HOJE TO FR-DATA-TRAT
           REWRITE FRAUDE-REG
           IF WS-STATUS-FILE-FR NOT = "00"
               DISPLAY "Erro ao gravar caso: " WS-STATUS-FILE-FR
               EXIT PARAGRAPH
           END-IF

           IF FR-SITUACAO = "F"
               DISPLAY "Caso " FR-NUM-CASO " fechado."
               MOVE "CASO.FECHA" TO WS-AUD-ACAO
           ELSE
               DISPLAY "Caso " FR-NUM-CASO " escalado."
               MOVE "CASO.ESCAL" TO WS-AUD-ACAO
           END-IF
           MOVE FR-PARECER TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       CONSULTA-CASO.
           DISPLAY "Número do caso: "
           ACCEPT FR-NUM-CASO
           READ FRAUDE-FILE
               INVALID KEY
                   DISPLAY "Caso não encontrado."
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOSTRA-CASO.

       MOSTRA-CASO.
           MOVE FR-VALOR TO WS-VALOR-EDIT
           DISPLAY "Caso " FR-NUM-CASO " regra " FR-REGRA
               " pontos " FR-PONTOS " situação " FR-SITUACAO
           DISPLAY "  Fornecedor " FR-CNPJ-FORN "  conta " FR-CP-CHAVE
           DISPLAY "  Evento em " FR-DATA-EVENTO "  valor "
               WS-VALOR-EDIT "  detectado em " FR-DATA-DETEC
           DISPLAY "  " FR-EVIDENCIA
           IF FR-USUARIO-TRAT NOT = SPACES
               DISPLAY "  Tratado por " FR-USUARIO-TRAT
                   " em " FR-DATA-TRAT ": " FR-PARECER
           END-IF.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO VARRE-REG
           WRITE VARRE-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa o número do caso.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "INDFRAUD"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE FR-NUM-CASO                 TO WS-NUM-CASO-TXT
           MOVE WS-NUM-CASO-TXT             TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
