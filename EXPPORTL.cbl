       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPORTL.

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

           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Motivo da disputa (ver BLOQCONT.cbl). Opcional.
           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-BL.

      *> Borderôs de pagamento (ver BORDERO.cbl). Opcional.
           SELECT BORDERO-FILE ASSIGN TO "BORDERO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-BD.

      *> Ordens de penhora e depósitos judiciais (ver CADPENH.cbl e
      *> RETPENH.cbl). Opcionais.
           SELECT PENHORA-FILE ASSIGN TO "PENHORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NUM-ORDEM
               ALTERNATE RECORD KEY IS PH-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PH.

           SELECT PENHORMV-FILE ASSIGN TO "PENHORMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PM.

      *> Última imagem enviada ao portal por conta, para que o
      *> arquivo do dia leve só o que mudou. O registro de chave em
      *> branco guarda a data da última execução.
           SELECT PORTALCT-FILE ASSIGN TO "PORTALCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PC.

      *> Data de recebimento: a inclusão da conta na trilha.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Um arquivo por dia para o portal do fornecedor (mesma
      *> técnica de EXPATIVO.cbl).
           SELECT PORTAL-FILE ASSIGN TO WS-NOME-PORTAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-PORTAL.

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
                                            *> E=ENVIADO,C=CANCEL,
                                            *> D=DISPUTA
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

       FD BLOQUEIO-FILE.
       01 BLOQUEIO-REG.
           05 BL-CHAVE          PIC X(26).  *> mesma composição CP-CHAVE
           05 BL-COD-MOTIVO     PIC X(02).  *> DV=divergência de valor,
                                            *> QL=qualidade,EN=entrega,
                                            *> OU=outros
           05 BL-MOTIVO         PIC X(40).
           05 BL-USUARIO        PIC X(10).
           05 BL-DATA           PIC 9(8).
           05 BL-SITUACAO-ANT   PIC X(1).   *> situação antes da disputa

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

       FD PENHORA-FILE.
       01 PENHORA-REG.
           05 PH-NUM-ORDEM      PIC 9(06).
           05 PH-CNPJ-FORN      PIC 9(14).
           05 PH-PROCESSO       PIC X(25).  *> nº do processo (CNJ)
           05 PH-VARA           PIC X(40).  *> juízo / vara
           05 PH-DATA-ORDEM     PIC 9(8).
           05 PH-BENEF-NOME     PIC X(40).  *> titular do depósito
           05 PH-BENEF-CNPJ     PIC 9(14).
           05 PH-BANCO          PIC X(03).
           05 PH-AGENCIA        PIC X(06).
           05 PH-CONTA          PIC X(12).
           05 PH-TIPO           PIC X(01).  *> P=percentual,V=valor
                                            *> fixo por pagamento
           05 PH-PERC           PIC 9(03)V99.
           05 PH-VALOR-FIXO     PIC 9(10)V99.
           05 PH-TETO           PIC 9(12)V99.  *> limite da ordem
           05 PH-TOTAL-DEPOSITADO PIC 9(12)V99.
           05 PH-SITUACAO       PIC X(01).  *> A=ATIVA,S=SUSPENSA,
                                            *> E=ENCERRADA
           05 PH-ULT-SEQ-MOV    PIC 9(05).
           05 PH-USUARIO        PIC X(10).  *> quem cadastrou

       FD PENHORMV-FILE.
       01 PENHORMV-REG.
           05 PM-CHAVE.
               10 PM-NUM-ORDEM  PIC 9(06).
               10 PM-SEQ        PIC 9(05).
           05 PM-DATA           PIC 9(8).
           05 PM-CP-CHAVE       PIC X(26).
           05 PM-PROGRAMA       PIC X(08).  *> caminho do pagamento
           05 PM-NUM-REMESSA    PIC 9(06).
           05 PM-VALOR-BASE     PIC 9(10)V99.
           05 PM-VALOR          PIC 9(10)V99.
           05 PM-SALDO-TETO     PIC 9(12)V99.  *> a depositar depois
           05 PM-USUARIO        PIC X(10).
           05 PM-SITUACAO       PIC X(01).  *> P=DEPOSITO PENDENTE,
                                            *> D=DEPOSITADO DEPOIS
           05 PM-DATA-DEPOSITO  PIC 9(8).

       FD PORTALCT-FILE.
       01 PORTALCT-REG.
           05 PC-CHAVE          PIC X(26).  *> CP-CHAVE; branco=controle
           05 PC-DATA-RECEB     PIC 9(8).   *> recebimento da conta
           05 PC-DATA-ENVIO     PIC 9(8).   *> último envio ao portal
           05 PC-IMAGEM         PIC X(170). *> linha enviada (sem data)

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

       FD PORTAL-FILE.
       01 PORTAL-REG            PIC X(180).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-BL     PIC XX.
       01 WS-BLOQUEIO-OK        PIC X VALUE "N".
       01 WS-STATUS-FILE-BD     PIC XX.
       01 WS-STATUS-FILE-PH     PIC XX.
       01 WS-STATUS-FILE-PM     PIC XX.
       01 WS-PENHORA-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-PC     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-PORTAL      PIC XX.
       01 WS-NOME-PORTAL        PIC X(30).

       01 WS-HOJE               PIC 9(8).
       01 WS-ULTIMA-EXECUCAO    PIC 9(8) VALUE ZEROS.
       01 WS-PRIMEIRA-CARGA     PIC X VALUE "N".
       01 WS-CONTA-NOVA         PIC X VALUE "N".
       01 WS-CHAVE-HIST         PIC X(26).
       01 WS-I                  PIC 9(5).

      *> Linha do arquivo do portal, largura fixa, uma por conta
      *> (todas as empresas). Situação: N=recebida, aguardando
      *> aprovação; A=aprovada; B=paga em parte; D=retida em
      *> disputa (PT-COD-DISPUTA com o motivo); E=em pagamento no
      *> banco; P=paga; C=cancelada. As posições 1-170 são a
      *> imagem comparada com o último envio.
       01 WS-LINHA-PORTAL.
           05 PT-CNPJ-FORN      PIC 9(14).
           05 PT-EMPRESA        PIC 9(02).
           05 PT-NUM-DOC        PIC 9(10).
           05 PT-NUM-PARCELA    PIC 9(02).
           05 PT-TOTAL-PARCELAS PIC 9(02).
           05 PT-DATA-EMISSAO   PIC 9(8).
           05 PT-DATA-RECEBIDA  PIC 9(8).
           05 PT-DATA-VENC      PIC 9(8).
           05 PT-VALOR          PIC 9(10)V99.
           05 PT-SALDO          PIC 9(10)V99.
           05 PT-SITUACAO       PIC X(1).
           05 PT-COD-DISPUTA    PIC X(2).
           05 PT-NUM-BORDERO    PIC 9(06).
           05 PT-DATA-PROGRAMADA PIC 9(8).
           05 PT-NUM-REMESSA    PIC 9(06).
           05 PT-DATA-PGTO      PIC 9(8).
           05 PT-VALOR-PAGO     PIC 9(10)V99.
           05 PT-VALOR-IRRF     PIC 9(10)V99.
           05 PT-VALOR-INSS     PIC 9(10)V99.
           05 PT-VALOR-ISS      PIC 9(10)V99.
           05 PT-VALOR-JUDICIAL PIC 9(10)V99.  *> depósito judicial
           05 PT-CEDIDA         PIC X(1).   *> S=crédito cedido
           05 PT-PENHORA        PIC X(1).   *> S=sob penhora
           05 PT-DATA-GERACAO   PIC 9(8).
           05 FILLER            PIC X(02) VALUE SPACES.

      *> Totais do histórico, com sinal por causa dos estornos.
       01 WS-SOMA-PAGO          PIC S9(10)V99.
       01 WS-SOMA-IRRF          PIC S9(10)V99.
       01 WS-SOMA-INSS          PIC S9(10)V99.
       01 WS-SOMA-ISS           PIC S9(10)V99.
       01 WS-SOMA-JUDICIAL      PIC 9(10)V99.

      *> Itens selecionados em borderôs proposto, aprovado ou
      *> remetido, carregados uma vez por execução.
       01 WS-QTD-BD             PIC 9(5) VALUE ZEROS.
       01 WS-SIT-CABECALHO      PIC X(1).
       01 WS-TAB-BORDERO.
           05 WS-BD-ITEM OCCURS 5000 TIMES.
               10 WS-BD-CP-CHAVE    PIC X(26).
               10 WS-BD-NUMERO      PIC 9(06).
               10 WS-BD-DATA        PIC 9(8).

      *> Área de troca com LOCCESS.cbl.
       01 WS-CES-AREA.
           05 WS-CES-CP-CHAVE       PIC X(26).
           05 WS-CES-CNPJ           PIC 9(14).
           05 WS-CES-DATA-EMISSAO   PIC 9(8).
           05 WS-CES-CEDIDA         PIC X(01).
           05 WS-CES-NUM-CESSAO     PIC 9(06).
           05 WS-CES-CESS-CNPJ      PIC 9(14).
           05 WS-CES-CESS-NOME      PIC X(40).
           05 WS-CES-BANCO          PIC X(03).
           05 WS-CES-AGENCIA        PIC X(06).
           05 WS-CES-CONTA          PIC X(12).

       01 WS-QTD-LIDAS          PIC 9(7) VALUE ZEROS.
       01 WS-QTD-NOVAS          PIC 9(7) VALUE ZEROS.
       01 WS-QTD-ALTERADAS      PIC 9(7) VALUE ZEROS.
       01 WS-QTD-RECEBIDAS      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Exportação diária para o portal do fornecedor: situação de
      *> cada conta, data prevista e dados do pagamento. Só saem as
      *> contas novas ou alteradas desde o último envio; reexecutar
      *> no mesmo dia regrava o mesmo arquivo.
       MAIN-PROCEDURE.
      *> Reinicializa os contadores: o programa pode ser chamado
      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-NOVAS
           MOVE ZEROS TO WS-QTD-ALTERADAS
           MOVE ZEROS TO WS-QTD-RECEBIDAS
           MOVE ZEROS TO WS-QTD-BD
           MOVE ZEROS TO WS-ULTIMA-EXECUCAO
           MOVE "N" TO WS-PRIMEIRA-CARGA
           DISPLAY "EXPORTAÇÃO P/ O PORTAL DO FORNECEDOR"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C = "35"
               DISPLAY "CONTAPAGAR.DAT não cadastrado. "
                   "Nada a exportar."
               MOVE ZEROS TO WS-REGISTROS-PASSO
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST = "35"
      *> HISTPAGTO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT HISTPAGTO-FILE
               CLOSE HISTPAGTO-FILE
               OPEN INPUT HISTPAGTO-FILE
           END-IF
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir HISTPAGTO.DAT: " WS-STATUS-HIST
               STOP RUN
           END-IF

           MOVE "N" TO WS-BLOQUEIO-OK
           OPEN INPUT BLOQUEIO-FILE
           IF WS-STATUS-FILE-BL = "00"
               MOVE "S" TO WS-BLOQUEIO-OK
           END-IF

           MOVE "N" TO WS-PENHORA-OK
           OPEN INPUT PENHORA-FILE
           IF WS-STATUS-FILE-PH = "00"
               OPEN INPUT PENHORMV-FILE
               IF WS-STATUS-FILE-PM = "00"
                   MOVE "S" TO WS-PENHORA-OK
               ELSE
                   CLOSE PENHORA-FILE
               END-IF
           END-IF

           OPEN I-O PORTALCT-FILE
           IF WS-STATUS-FILE-PC = "35"
      *> PORTALCT.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT PORTALCT-FILE
               CLOSE PORTALCT-FILE
               OPEN I-O PORTALCT-FILE
           END-IF
           IF WS-STATUS-FILE-PC NOT = "00"
               DISPLAY "Erro ao abrir PORTALCT.DAT: " WS-STATUS-FILE-PC
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOME-PORTAL
           STRING "PORTAL_"         DELIMITED BY SIZE
                  WS-HOJE           DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-PORTAL
           OPEN OUTPUT PORTAL-FILE
           IF WS-STATUS-PORTAL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-PORTAL ": "
                   WS-STATUS-PORTAL
               STOP RUN
           END-IF

           PERFORM LE-CONTROLE-PORTAL
           PERFORM CARREGA-RECEBIMENTOS
           PERFORM CARREGA-BORDEROS
           PERFORM PROCESSA-CONTAS
           PERFORM GRAVA-CONTROLE-PORTAL

           CLOSE CONTAPAGAR-FILE
           CLOSE HISTPAGTO-FILE
           CLOSE PORTALCT-FILE
           CLOSE PORTAL-FILE
           IF WS-BLOQUEIO-OK = "S"
               CLOSE BLOQUEIO-FILE
           END-IF
           IF WS-PENHORA-OK = "S"
               CLOSE PENHORA-FILE
               CLOSE PENHORMV-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivo gerado:         " WS-NOME-PORTAL
           DISPLAY "Contas lidas:           " WS-QTD-LIDAS
           DISPLAY "Recebimentos na trilha: " WS-QTD-RECEBIDAS
           DISPLAY "Contas novas:           " WS-QTD-NOVAS
           DISPLAY "Contas alteradas:       " WS-QTD-ALTERADAS
           COMPUTE WS-REGISTROS-PASSO = WS-QTD-NOVAS + WS-QTD-ALTERADAS
           EXIT PROGRAM.

      *> Sem registro de controle é a carga inicial: o portal recebe
      *> todas as contas e a trilha é lida desde o início.
       LE-CONTROLE-PORTAL.
           MOVE SPACES TO PC-CHAVE
           READ PORTALCT-FILE
               INVALID KEY
                   MOVE "S" TO WS-PRIMEIRA-CARGA
                   MOVE ZEROS TO WS-ULTIMA-EXECUCAO
                   EXIT PARAGRAPH
           END-READ
           MOVE PC-DATA-ENVIO TO WS-ULTIMA-EXECUCAO.

       GRAVA-CONTROLE-PORTAL.
           MOVE SPACES TO PC-CHAVE
           READ PORTALCT-FILE
               INVALID KEY
                   MOVE SPACES  TO PORTALCT-REG
                   MOVE ZEROS   TO PC-DATA-RECEB
                   MOVE WS-HOJE TO PC-DATA-ENVIO
                   WRITE PORTALCT-REG
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-HOJE TO PC-DATA-ENVIO
           REWRITE PORTALCT-REG.

      *> A data de recebimento é a da inclusão da conta na trilha
      *> (LANCCONT, LANCLOTE, NFEDIST, GERARECOR...). Só interessam
      *> as inclusões desde a última execução; a chave de conta é
      *> numérica nas 26 posições e precisa existir no cadastro.
       CARREGA-RECEBIMENTOS.
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-ACAO = "INCLUSAO"
                       AND AU-DATA NOT < WS-ULTIMA-EXECUCAO
                       AND AU-CHAVE IS NUMERIC
                   PERFORM REGISTRA-RECEBIMENTO
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE AUDITORIA-FILE.

       REGISTRA-RECEBIMENTO.
           MOVE AU-CHAVE TO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE AU-CHAVE TO PC-CHAVE
           READ PORTALCT-FILE
               INVALID KEY
                   MOVE SPACES  TO PORTALCT-REG
                   MOVE AU-CHAVE TO PC-CHAVE
                   MOVE AU-DATA TO PC-DATA-RECEB
                   MOVE ZEROS   TO PC-DATA-ENVIO
                   WRITE PORTALCT-REG
                   ADD 1 TO WS-QTD-RECEBIDAS
                   EXIT PARAGRAPH
           END-READ
           IF PC-DATA-RECEB = ZEROS
               MOVE AU-DATA TO PC-DATA-RECEB
               REWRITE PORTALCT-REG
               ADD 1 TO WS-QTD-RECEBIDAS
           END-IF.

      *> Percorre os borderôs na ordem da chave: o cabeçalho (item
      *> 0000) vem antes dos itens e decide se eles contam.
       CARREGA-BORDEROS.
           OPEN INPUT BORDERO-FILE
           IF WS-STATUS-FILE-BD NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SIT-CABECALHO
           READ BORDERO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-BD
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-BD = "10"
               IF BD-ITEM = ZEROS
                   MOVE BD-SITUACAO TO WS-SIT-CABECALHO
               ELSE
                   IF BD-SITUACAO = "S"
                           AND (WS-SIT-CABECALHO = "P"
                             OR WS-SIT-CABECALHO = "A"
                             OR WS-SIT-CABECALHO = "R")
                       IF WS-QTD-BD < 5000
                           ADD 1 TO WS-QTD-BD
                           STRING BD-NUM-DOC     DELIMITED BY SIZE
                                  BD-CNPJ-FORN   DELIMITED BY SIZE
                                  BD-NUM-PARCELA DELIMITED BY SIZE
                                  INTO WS-BD-CP-CHAVE(WS-QTD-BD)
                           MOVE BD-NUMERO TO WS-BD-NUMERO(WS-QTD-BD)
                           MOVE BD-DATA   TO WS-BD-DATA(WS-QTD-BD)
                       END-IF
                   END-IF
               END-IF
               READ BORDERO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-BD
               END-READ
           END-PERFORM

           CLOSE BORDERO-FILE.

       PROCESSA-CONTAS.
           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-C
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               ADD 1 TO WS-QTD-LIDAS
               PERFORM EXPORTA-CONTA
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM.

      *> Monta a linha da conta e só a envia se difere da última
      *> enviada (ou se já foi enviada hoje, na reexecução do dia).
       EXPORTA-CONTA.
           MOVE "N" TO WS-CONTA-NOVA
           MOVE CP-CHAVE TO PC-CHAVE
           READ PORTALCT-FILE
               INVALID KEY
                   MOVE "S" TO WS-CONTA-NOVA
                   MOVE SPACES   TO PORTALCT-REG
                   MOVE CP-CHAVE TO PC-CHAVE
      *> Conta sem inclusão na trilha (migrada, por exemplo): na
      *> carga inicial vale a emissão; depois, o dia em que apareceu.
                   IF WS-PRIMEIRA-CARGA = "S"
                       MOVE CP-DATA-EMISSAO TO PC-DATA-RECEB
                   ELSE
                       MOVE WS-HOJE TO PC-DATA-RECEB
                   END-IF
                   MOVE ZEROS TO PC-DATA-ENVIO
           END-READ
           IF PC-DATA-ENVIO = ZEROS
               MOVE "S" TO WS-CONTA-NOVA
           END-IF

           PERFORM MONTA-LINHA-PORTAL

           IF WS-CONTA-NOVA = "N"
                   AND PC-IMAGEM = WS-LINHA-PORTAL(1:170)
                   AND PC-DATA-ENVIO NOT = WS-HOJE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINHA-PORTAL TO PORTAL-REG
           WRITE PORTAL-REG
           IF WS-STATUS-PORTAL NOT = "00"
               DISPLAY "Erro ao gravar " WS-NOME-PORTAL ": "
                   WS-STATUS-PORTAL
               EXIT PARAGRAPH
           END-IF

           IF WS-CONTA-NOVA = "S"
               ADD 1 TO WS-QTD-NOVAS
           ELSE
               ADD 1 TO WS-QTD-ALTERADAS
           END-IF

           MOVE WS-LINHA-PORTAL(1:170) TO PC-IMAGEM
           MOVE WS-HOJE TO PC-DATA-ENVIO
           REWRITE PORTALCT-REG
               INVALID KEY
                   WRITE PORTALCT-REG
           END-REWRITE.

       MONTA-LINHA-PORTAL.
           MOVE CP-CNPJ-FORN      TO PT-CNPJ-FORN
           MOVE CP-EMPRESA        TO PT-EMPRESA
           MOVE CP-NUM-DOC        TO PT-NUM-DOC
           MOVE CP-NUM-PARCELA    TO PT-NUM-PARCELA
           MOVE CP-TOTAL-PARCELAS TO PT-TOTAL-PARCELAS
           MOVE CP-DATA-EMISSAO   TO PT-DATA-EMISSAO
           MOVE PC-DATA-RECEB     TO PT-DATA-RECEBIDA
           MOVE CP-DATA-VENC      TO PT-DATA-VENC
           MOVE CP-VALOR          TO PT-VALOR
           MOVE CP-SALDO          TO PT-SALDO
           MOVE CP-SITUACAO       TO PT-SITUACAO
           MOVE CP-NUM-REMESSA    TO PT-NUM-REMESSA
           MOVE CP-DATA-PGTO      TO PT-DATA-PGTO
           MOVE WS-HOJE           TO PT-DATA-GERACAO
           MOVE SPACES TO PT-COD-DISPUTA
           MOVE ZEROS  TO PT-NUM-BORDERO
           MOVE ZEROS  TO PT-DATA-PROGRAMADA
           MOVE "N"    TO PT-CEDIDA
           MOVE "N"    TO PT-PENHORA

           IF CP-SITUACAO = "D" AND WS-BLOQUEIO-OK = "S"
               MOVE CP-CHAVE TO BL-CHAVE
               READ BLOQUEIO-FILE
                   INVALID KEY
                       MOVE "OU" TO BL-COD-MOTIVO
               END-READ
               MOVE BL-COD-MOTIVO TO PT-COD-DISPUTA
           END-IF

           PERFORM LOCALIZA-BORDERO
           PERFORM SOMA-HISTORICO
           PERFORM SOMA-PENHORA
           PERFORM CONFERE-CESSAO.

      *> Um item pode ter passado por mais de um borderô (retirado e
      *> selecionado de novo): vale o de número mais alto.
       LOCALIZA-BORDERO.
           IF CP-SITUACAO = "N" OR CP-SITUACAO = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-QTD-BD
               IF WS-BD-CP-CHAVE(WS-I) = CP-CHAVE
                       AND WS-BD-NUMERO(WS-I) > PT-NUM-BORDERO
                   MOVE WS-BD-NUMERO(WS-I) TO PT-NUM-BORDERO
                   MOVE WS-BD-DATA(WS-I)   TO PT-DATA-PROGRAMADA
               END-IF
           END-PERFORM.

      *> Pago e retenções da parcela; estorno subtrai e baixa de
      *> resíduo não é pagamento (mesma regra de CONCILIA.cbl).
       SOMA-HISTORICO.
           MOVE ZEROS TO WS-SOMA-PAGO
           MOVE ZEROS TO WS-SOMA-IRRF
           MOVE ZEROS TO WS-SOMA-INSS
           MOVE ZEROS TO WS-SOMA-ISS
           MOVE ZEROS TO PT-VALOR-PAGO
           MOVE ZEROS TO PT-VALOR-IRRF
           MOVE ZEROS TO PT-VALOR-INSS
           MOVE ZEROS TO PT-VALOR-ISS

           MOVE CP-CHAVE TO WS-CHAVE-HIST
           MOVE CP-NUM-DOC     TO H-NUM-DOC
           MOVE CP-CNPJ-FORN   TO H-CNPJ-FORN
           MOVE CP-NUM-PARCELA TO H-NUM-PARCELA
           MOVE ZEROS          TO H-SEQ
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-HIST
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-CHAVE(1:26) NOT = WS-CHAVE-HIST
               EVALUATE H-TIPO
                   WHEN "E"
                       SUBTRACT H-VALOR-PAGO FROM WS-SOMA-PAGO
                       SUBTRACT H-VALOR-IRRF FROM WS-SOMA-IRRF
                       SUBTRACT H-VALOR-INSS FROM WS-SOMA-INSS
                       SUBTRACT H-VALOR-ISS  FROM WS-SOMA-ISS
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       ADD H-VALOR-PAGO TO WS-SOMA-PAGO
                       ADD H-VALOR-IRRF TO WS-SOMA-IRRF
                       ADD H-VALOR-INSS TO WS-SOMA-INSS
                       ADD H-VALOR-ISS  TO WS-SOMA-ISS
               END-EVALUATE
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST

           IF WS-SOMA-PAGO > ZEROS
               MOVE WS-SOMA-PAGO TO PT-VALOR-PAGO
           END-IF
           IF WS-SOMA-IRRF > ZEROS
               MOVE WS-SOMA-IRRF TO PT-VALOR-IRRF
           END-IF
           IF WS-SOMA-INSS > ZEROS
               MOVE WS-SOMA-INSS TO PT-VALOR-INSS
           END-IF
           IF WS-SOMA-ISS > ZEROS
               MOVE WS-SOMA-ISS TO PT-VALOR-ISS
           END-IF.

      *> Penhora: o fornecedor é parte no processo e vê o valor
      *> depositado em juízo a partir desta conta, mas não o
      *> processo, a vara nem os dados do beneficiário.
       SOMA-PENHORA.
           MOVE ZEROS TO WS-SOMA-JUDICIAL
           MOVE ZEROS TO PT-VALOR-JUDICIAL
           IF WS-PENHORA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CNPJ-FORN TO PH-CNPJ-FORN
           START PENHORA-FILE KEY IS EQUAL PH-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PH = "10"
                   OR PH-CNPJ-FORN NOT = CP-CNPJ-FORN
               IF PH-SITUACAO = "A"
                       AND CP-SITUACAO NOT = "P"
                       AND CP-SITUACAO NOT = "C"
                   MOVE "S" TO PT-PENHORA
               END-IF
               PERFORM SOMA-DEPOSITOS-ORDEM
               READ PENHORA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PH
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PH

           IF WS-SOMA-JUDICIAL > ZEROS
               MOVE WS-SOMA-JUDICIAL TO PT-VALOR-JUDICIAL
               MOVE "S" TO PT-PENHORA
           END-IF.

       SOMA-DEPOSITOS-ORDEM.
           MOVE PH-NUM-ORDEM TO PM-NUM-ORDEM
           MOVE ZEROS        TO PM-SEQ
           START PENHORMV-FILE KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORMV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PM
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PM = "10"
                   OR PM-NUM-ORDEM NOT = PH-NUM-ORDEM
               IF PM-CP-CHAVE = CP-CHAVE
                   ADD PM-VALOR TO WS-SOMA-JUDICIAL
               END-IF
               READ PENHORMV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PM
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PM.

      *> Conta cedida: o crédito é do cessionário, que recebe o
      *> pagamento. O fornecedor vê a situação, a data de baixa e
      *> as retenções (que são dele), mas não o borderô, a remessa
      *> nem o valor pago ao cessionário.
       CONFERE-CESSAO.
           IF CP-SITUACAO = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               MOVE "S"   TO PT-CEDIDA
               MOVE ZEROS TO PT-NUM-BORDERO
               MOVE ZEROS TO PT-DATA-PROGRAMADA
               MOVE ZEROS TO PT-NUM-REMESSA
               MOVE ZEROS TO PT-VALOR-PAGO
           END-IF.
