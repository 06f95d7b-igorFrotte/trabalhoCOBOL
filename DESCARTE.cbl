       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Guarda dos documentos (ver GUARDDOC.cbl).
           SELECT DOCGUARD-FILE ASSIGN TO "DOCGUARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CHAVE
               ALTERNATE RECORD KEY IS DG-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS DG-CHAVE-NFE WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-DG.

      *> Regra de guarda por tipo de documento: anos completos de
      *> exercício depois do ano do documento.
           SELECT DOCTIPO-FILE ASSIGN TO "DOCTIPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-TIPO
               FILE STATUS IS WS-STATUS-FILE-DT.

      *> Auditorias e fiscalizações em aberto: enquanto abertas,
      *> seguram o descarte dos documentos da empresa, fornecedor e
      *> período que cobrem.
           SELECT RETAUD-FILE ASSIGN TO "RETAUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-NUM
               FILE STATUS IS WS-STATUS-FILE-RA.

      *> Conta em disputa (situação "D", ver BLOQCONT.cbl) segura o
      *> descarte dos documentos dela.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Ordem de penhora não encerrada (ver CADPENH.cbl) segura o
      *> descarte de todos os documentos do fornecedor.
           SELECT PENHORA-FILE ASSIGN TO "PENHORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NUM-ORDEM
               ALTERNATE RECORD KEY IS PH-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PH.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por documento descartado, com quem autorizou.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Lista anual de descarte, no mesmo padrão de spool dos
      *> relatórios.
           SELECT SPOOL-FILE ASSIGN TO "DESCARTE.PRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

      *> Mesmo layout de GUARDDOC.cbl.
       FD DOCGUARD-FILE.
       01 DOCGUARD-REG.
           05 DG-CHAVE.                      *> 26 conta + 04 seq +
               10 DG-CP-CHAVE    PIC X(26).  *> 02 tipo
               10 DG-SEQ-PGTO    PIC 9(04).
               10 DG-TIPO-DOC    PIC X(02).
           05 DG-NUM-DOC        PIC 9(10).
           05 DG-CNPJ-FORN      PIC 9(14).
           05 DG-EMPRESA        PIC 9(02).
           05 DG-DATA-DOC       PIC 9(8).   *> emissão ou pagamento
           05 DG-CHAVE-NFE      PIC X(44).
           05 DG-MEIO           PIC X(01).  *> F=físico,D=digital
           05 DG-CAIXA          PIC X(10).
           05 DG-PASTA          PIC X(10).
           05 DG-CAMINHO        PIC X(60).
           05 DG-SITUACAO       PIC X(01).  *> G=guardado,
                                            *> D=descartado
           05 DG-DATA-REG       PIC 9(8).
           05 DG-USUARIO        PIC X(10).
           05 DG-DATA-DESCARTE  PIC 9(8).
           05 DG-AUTORIZADOR    PIC X(10).  *> quem autorizou descarte

       FD DOCTIPO-FILE.
       01 DOCTIPO-REG.
           05 DT-TIPO           PIC X(02).
           05 DT-DESCRICAO      PIC X(30).
           05 DT-ANOS-GUARDA    PIC 9(02).  *> 00 = guarda permanente

       FD RETAUD-FILE.
       01 RETAUD-REG.
           05 RA-NUM            PIC 9(06).
           05 RA-DESCRICAO      PIC X(40).  *> auditoria/fiscalização
           05 RA-EMPRESA        PIC 9(02).  *> 00 = todas
           05 RA-CNPJ-FORN      PIC 9(14).  *> zeros = todos
           05 RA-DATA-INI       PIC 9(8).   *> período dos documentos
           05 RA-DATA-FIM       PIC 9(8).
           05 RA-SITUACAO       PIC X(01).  *> A=aberta,E=encerrada
           05 RA-DATA-ABERTURA  PIC 9(8).
           05 RA-DATA-ENCERRA   PIC 9(8).
           05 RA-USUARIO        PIC X(10).

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

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-DG     PIC XX.
       01 WS-STATUS-FILE-DT     PIC XX.
       01 WS-STATUS-FILE-RA     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-PH     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-PENHORA-OK         PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-LINHA              PIC X(132).

       01 WS-TIPO-DOC           PIC X(02).
       01 WS-NUM-RET            PIC 9(06).
       01 WS-ANO-REF            PIC 9(04).
       01 WS-ANO-LIBERA         PIC 9(04).
       01 WS-CAIXA              PIC X(10).
       01 WS-MOTIVO             PIC X(12).
       01 WS-MODO-LISTA         PIC X.
       01 WS-QTD-ELEGIVEIS      PIC 9(05).
       01 WS-QTD-RETIDOS        PIC 9(05).
       01 WS-QTD-DESCARTADOS    PIC 9(05).

      *> Retenções por auditoria abertas, carregadas uma vez por
      *> lista ou descarte.
       01 WS-TAB-RETAUD.
           05 WS-RET-LINHA    OCCURS 200 TIMES.
               10 WS-RET-NUM        PIC 9(06).
               10 WS-RET-EMPRESA    PIC 9(02).
               10 WS-RET-CNPJ       PIC 9(14).
               10 WS-RET-DATA-INI   PIC 9(8).
               10 WS-RET-DATA-FIM   PIC 9(8).
       01 WS-RET-QTD            PIC 9(03) VALUE ZEROS.
       01 WS-RET-IDX            PIC 9(03).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-PERFIL-CHAMADOR    PIC X(01).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-PERFIL-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "GUARDA E DESCARTE DE DOCUMENTOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O DOCTIPO-FILE
           IF WS-STATUS-FILE-DT = "35"
      *> DOCTIPO.DAT ainda não existe — cria o arquivo na primeira
      *> execução com os tipos usuais, que o administrador ajusta.
               OPEN OUTPUT DOCTIPO-FILE
               PERFORM CARREGA-TIPOS-PADRAO
               CLOSE DOCTIPO-FILE
               OPEN I-O DOCTIPO-FILE
           END-IF
           IF WS-STATUS-FILE-DT NOT = "00"
               DISPLAY "Erro ao abrir DOCTIPO.DAT: " WS-STATUS-FILE-DT
               STOP RUN
           END-IF

           OPEN I-O RETAUD-FILE
           IF WS-STATUS-FILE-RA = "35"
      *> RETAUD.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RETAUD-FILE
               CLOSE RETAUD-FILE
               OPEN I-O RETAUD-FILE
           END-IF
           IF WS-STATUS-FILE-RA NOT = "00"
               DISPLAY "Erro ao abrir RETAUD.DAT: " WS-STATUS-FILE-RA
               STOP RUN
           END-IF

           OPEN I-O DOCGUARD-FILE
           IF WS-STATUS-FILE-DG = "35"
      *> DOCGUARD.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT DOCGUARD-FILE
               CLOSE DOCGUARD-FILE
               OPEN I-O DOCGUARD-FILE
           END-IF
           IF WS-STATUS-FILE-DG NOT = "00"
               DISPLAY "Erro ao abrir DOCGUARD.DAT: " WS-STATUS-FILE-DG
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT PENHORA-FILE
           IF WS-STATUS-FILE-PH = "00"
               MOVE "S" TO WS-PENHORA-OK
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
               DISPLAY "===== GUARDA E DESCARTE ====="
               DISPLAY "1 - Incluir / alterar tipo e prazo de guarda"
               DISPLAY "2 - Listar tipos de documento"
               DISPLAY "3 - Abrir retenção por auditoria/"
                   "fiscalização"
               DISPLAY "4 - Encerrar retenção por auditoria"
               DISPLAY "5 - Listar retenções por auditoria"
               DISPLAY "6 - Lista anual de descarte"
               DISPLAY "7 - Registrar descarte autorizado"
               DISPLAY "8 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM MANTEM-TIPO
                   WHEN 2
                       PERFORM LISTA-TIPOS
                   WHEN 3
                       PERFORM ABRE-RETENCAO
                   WHEN 4
                       PERFORM ENCERRA-RETENCAO
                   WHEN 5
                       PERFORM LISTA-RETENCOES
                   WHEN 6
                       PERFORM GERA-LISTA-DESCARTE
                   WHEN 7
                       PERFORM REGISTRA-DESCARTE
                   WHEN 8
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE DOCTIPO-FILE
           CLOSE RETAUD-FILE
           CLOSE DOCGUARD-FILE
           CLOSE CONTAPAGAR-FILE
           IF WS-PENHORA-OK = "S"
               CLOSE PENHORA-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

       CARREGA-TIPOS-PADRAO.
           MOVE "NF" TO DT-TIPO
           MOVE "NOTA FISCAL" TO DT-DESCRICAO
           MOVE 5 TO DT-ANOS-GUARDA
           WRITE DOCTIPO-REG
           MOVE "BO" TO DT-TIPO
           MOVE "BOLETO" TO DT-DESCRICAO
           MOVE 5 TO DT-ANOS-GUARDA
           WRITE DOCTIPO-REG
           MOVE "CT" TO DT-TIPO
           MOVE "CONTRATO" TO DT-DESCRICAO
           MOVE 10 TO DT-ANOS-GUARDA
           WRITE DOCTIPO-REG
           MOVE "CP" TO DT-TIPO
           MOVE "COMPROVANTE DE PAGAMENTO" TO DT-DESCRICAO
           MOVE 5 TO DT-ANOS-GUARDA
           WRITE DOCTIPO-REG.

       MANTEM-TIPO.
           DISPLAY "Tipo (2 posições): "
           ACCEPT WS-TIPO-DOC
           MOVE FUNCTION UPPER-CASE(WS-TIPO-DOC) TO WS-TIPO-DOC
           IF WS-TIPO-DOC = SPACES
               DISPLAY "Erro: tipo não informado."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TIPO-DOC TO DT-TIPO
           MOVE SPACES TO WS-AUD-ANTES
           READ DOCTIPO-FILE
               INVALID KEY
                   MOVE SPACES TO DT-DESCRICAO
                   MOVE ZEROS  TO DT-ANOS-GUARDA
                   MOVE "TIPO.INCL" TO WS-AUD-ACAO
               NOT INVALID KEY
                   DISPLAY "Atual: " DT-DESCRICAO " - "
                       DT-ANOS-GUARDA " anos"
                   STRING "ANOS=" DELIMITED BY SIZE
                          DT-ANOS-GUARDA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DT-DESCRICAO DELIMITED BY SIZE
                          INTO WS-AUD-ANTES
                   MOVE "TIPO.ALTER" TO WS-AUD-ACAO
           END-READ

           DISPLAY "Descrição: "
           ACCEPT DT-DESCRICAO
           DISPLAY "Anos de guarda após o ano do documento "
               "(00 = permanente): "
           ACCEPT DT-ANOS-GUARDA

           IF WS-AUD-ACAO = "TIPO.INCL"
               WRITE DOCTIPO-REG
           ELSE
               REWRITE DOCTIPO-REG
           END-IF
           IF WS-STATUS-FILE-DT NOT = "00"
               DISPLAY "Erro ao gravar DOCTIPO.DAT: " WS-STATUS-FILE-DT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tipo gravado."

           MOVE SPACES TO WS-AUD-CHAVE
           MOVE DT-TIPO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "ANOS=" DELIMITED BY SIZE
                  DT-ANOS-GUARDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DT-DESCRICAO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       LISTA-TIPOS.
           MOVE LOW-VALUES TO DT-TIPO
           START DOCTIPO-FILE KEY IS NOT LESS DT-TIPO
               INVALID KEY
                   DISPLAY "Nenhum tipo cadastrado."
                   EXIT PARAGRAPH
           END-START

           READ DOCTIPO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DT
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DT = "10"
               IF DT-ANOS-GUARDA = ZEROS
                   DISPLAY DT-TIPO " " DT-DESCRICAO " PERMANENTE"
               ELSE
                   DISPLAY DT-TIPO " " DT-DESCRICAO " "
                       DT-ANOS-GUARDA " anos"
               END-IF
               READ DOCTIPO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DT.

      *> Auditoria interna, externa ou fiscalização: empresa,
      *> fornecedor e período dos documentos em exame.
       ABRE-RETENCAO.
           DISPLAY "Número da retenção (controle interno): "
           ACCEPT RA-NUM
           IF RA-NUM = ZEROS
               DISPLAY "Erro: número não informado."
               EXIT PARAGRAPH
           END-IF
           READ RETAUD-FILE
               NOT INVALID KEY
                   DISPLAY "Retenção já cadastrada."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Descrição (auditoria / fiscalização): "
           ACCEPT RA-DESCRICAO
           DISPLAY "Empresa (00 = todas): "
           ACCEPT RA-EMPRESA
           DISPLAY "CNPJ do fornecedor (zeros = todos): "
           ACCEPT RA-CNPJ-FORN
           DISPLAY "Documentos de (AAAAMMDD): "
           ACCEPT RA-DATA-INI
           DISPLAY "Documentos até (AAAAMMDD): "
           ACCEPT RA-DATA-FIM
           IF RA-DATA-FIM < RA-DATA-INI
               DISPLAY "Erro: período inválido."
               EXIT PARAGRAPH
           END-IF

           MOVE "A"                 TO RA-SITUACAO
           MOVE WS-HOJE             TO RA-DATA-ABERTURA
           MOVE ZEROS               TO RA-DATA-ENCERRA
           MOVE WS-USUARIO-CHAMADOR TO RA-USUARIO
           WRITE RETAUD-REG
           IF WS-STATUS-FILE-RA NOT = "00"
               DISPLAY "Erro ao gravar RETAUD.DAT: " WS-STATUS-FILE-RA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Retenção aberta."

           MOVE "RET.ABRE" TO WS-AUD-ACAO
           PERFORM AUDITA-RETENCAO.

       ENCERRA-RETENCAO.
           DISPLAY "Número da retenção: "
           ACCEPT RA-NUM
           READ RETAUD-FILE
               INVALID KEY
                   DISPLAY "Retenção não encontrada."
                   EXIT PARAGRAPH
           END-READ
           IF RA-SITUACAO NOT = "A"
               DISPLAY "Retenção já encerrada em " RA-DATA-ENCERRA
               EXIT PARAGRAPH
           END-IF

           DISPLAY RA-DESCRICAO
           DISPLAY "Encerrar a retenção? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "E"     TO RA-SITUACAO
           MOVE WS-HOJE TO RA-DATA-ENCERRA
           REWRITE RETAUD-REG
           IF WS-STATUS-FILE-RA NOT = "00"
               DISPLAY "Erro ao gravar RETAUD.DAT: " WS-STATUS-FILE-RA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Retenção encerrada."

           MOVE "RET.ENCERR" TO WS-AUD-ACAO
           PERFORM AUDITA-RETENCAO.

       LISTA-RETENCOES.
           MOVE ZEROS TO RA-NUM
           START RETAUD-FILE KEY IS NOT LESS RA-NUM
               INVALID KEY
                   DISPLAY "Nenhuma retenção cadastrada."
                   EXIT PARAGRAPH
           END-START

           READ RETAUD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RA
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-RA = "10"
               DISPLAY RA-NUM " " RA-SITUACAO " " RA-DESCRICAO
               DISPLAY "       Emp " RA-EMPRESA " CNPJ " RA-CNPJ-FORN
                   " docs " RA-DATA-INI " a " RA-DATA-FIM
               READ RETAUD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RA.

       AUDITA-RETENCAO.
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE RA-NUM TO WS-AUD-CHAVE(1:6)
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "EMP=" DELIMITED BY SIZE
                  RA-EMPRESA DELIMITED BY SIZE
                  " CNPJ=" DELIMITED BY SIZE
                  RA-CNPJ-FORN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RA-DATA-INI DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RA-DATA-FIM DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Um documento pode ser descartado no ano de referência quando
      *> o ano do documento mais os anos de guarda do tipo já
      *> passaram (prazo contado em exercícios completos).
       PEDE-ANO-REFERENCIA.
           DISPLAY "Ano de referência (AAAA, 0 = ano corrente): "
           ACCEPT WS-ANO-REF
           IF WS-ANO-REF = ZEROS
               MOVE WS-HOJE(1:4) TO WS-ANO-REF
           END-IF
           PERFORM CARREGA-RETENCOES.

       CARREGA-RETENCOES.
           MOVE ZEROS TO WS-RET-QTD
           MOVE ZEROS TO RA-NUM
           START RETAUD-FILE KEY IS NOT LESS RA-NUM
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ RETAUD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RA
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-RA = "10"
               IF RA-SITUACAO = "A" AND WS-RET-QTD < 200
                   ADD 1 TO WS-RET-QTD
                   MOVE RA-NUM       TO WS-RET-NUM(WS-RET-QTD)
                   MOVE RA-EMPRESA   TO WS-RET-EMPRESA(WS-RET-QTD)
                   MOVE RA-CNPJ-FORN TO WS-RET-CNPJ(WS-RET-QTD)
                   MOVE RA-DATA-INI  TO WS-RET-DATA-INI(WS-RET-QTD)
                   MOVE RA-DATA-FIM  TO WS-RET-DATA-FIM(WS-RET-QTD)
               END-IF
               READ RETAUD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RA.

      *> Para o documento corrente de DOCGUARD: WS-MOTIVO = "PRAZO"
      *> ainda na guarda (ou tipo permanente, ou já descartado), o
      *> nome da retenção que o segura, ou espaços = pode descartar.
       AVALIA-DOCUMENTO.
           MOVE "PRAZO" TO WS-MOTIVO
           IF DG-SITUACAO = "D"
               EXIT PARAGRAPH
           END-IF

           MOVE DG-TIPO-DOC TO DT-TIPO
           READ DOCTIPO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DT-ANOS-GUARDA = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE DG-DATA-DOC(1:4) TO WS-ANO-LIBERA
           ADD DT-ANOS-GUARDA TO WS-ANO-LIBERA
           IF WS-ANO-LIBERA >= WS-ANO-REF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MOTIVO

           MOVE DG-CP-CHAVE TO CP-CHAVE
           READ CONTAPAGAR-FILE
               NOT INVALID KEY
                   IF CP-SITUACAO = "D"
                       MOVE "DISPUTA" TO WS-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           IF WS-PENHORA-OK = "S"
               PERFORM VERIFICA-PENHORA
               IF WS-MOTIVO NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-QTD
                   OR WS-MOTIVO NOT = SPACES
               IF (WS-RET-EMPRESA(WS-RET-IDX) = ZEROS
                       OR WS-RET-EMPRESA(WS-RET-IDX) = DG-EMPRESA)
                   AND (WS-RET-CNPJ(WS-RET-IDX) = ZEROS
                       OR WS-RET-CNPJ(WS-RET-IDX) = DG-CNPJ-FORN)
                   AND DG-DATA-DOC >= WS-RET-DATA-INI(WS-RET-IDX)
                   AND DG-DATA-DOC <= WS-RET-DATA-FIM(WS-RET-IDX)
                   MOVE SPACES TO WS-MOTIVO
                   STRING "AUDIT " DELIMITED BY SIZE
                          WS-RET-NUM(WS-RET-IDX) DELIMITED BY SIZE
                          INTO WS-MOTIVO
               END-IF
           END-PERFORM.

      *> Ordem ativa ou suspensa do fornecedor segura tudo dele.
       VERIFICA-PENHORA.
           MOVE DG-CNPJ-FORN TO PH-CNPJ-FORN
           START PENHORA-FILE KEY IS EQUAL PH-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PH
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-PH = "10"
                   OR PH-CNPJ-FORN NOT = DG-CNPJ-FORN
                   OR WS-MOTIVO NOT = SPACES
               IF PH-SITUACAO NOT = "E"
                   MOVE "PENHORA" TO WS-MOTIVO
               END-IF
               READ PENHORA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PH
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PH.

      *> Lista do ano: primeiro o que pode ser descartado, com o
      *> local; depois o que venceu o prazo mas está retido, com o
      *> motivo.
       GERA-LISTA-DESCARTE.
           PERFORM PEDE-ANO-REFERENCIA

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir DESCARTE.PRN: " WS-STATUS-SPOOL
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-ELEGIVEIS WS-QTD-RETIDOS

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "LISTA DE DESCARTE DE DOCUMENTOS - ANO " DELIMITED
                  BY SIZE
                  WS-ANO-REF DELIMITED BY SIZE
                  "  EMITIDA EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "1) DOCUMENTOS QUE PODEM SER DESCARTADOS" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "TP DOCUMENTO CNPJ           PC PGTO DATA DOC EMP LOCAL"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "E" TO WS-MODO-LISTA
           PERFORM PERCORRE-LISTA

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "2) PRAZO VENCIDO, MAS RETIDOS (DISPUTA, PENHORA OU AUDI
      -        "TORIA ABERTA)" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "TP DOCUMENTO CNPJ           PC PGTO DATA DOC EMP MOTIVO
      -        "       LOCAL" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "R" TO WS-MODO-LISTA
           PERFORM PERCORRE-LISTA

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "PODEM SER DESCARTADOS: " DELIMITED BY SIZE
                  WS-QTD-ELEGIVEIS DELIMITED BY SIZE
                  "   RETIDOS: " DELIMITED BY SIZE
                  WS-QTD-RETIDOS DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "O DESCARTE SO VALE REGISTRADO COM O AUTORIZADOR (OPCAO
      -        " 7)" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           CLOSE SPOOL-FILE.

      *> WS-MODO-LISTA = "E" lista os elegíveis, "R" os retidos.
       PERCORRE-LISTA.
           MOVE LOW-VALUES TO DG-CHAVE
           START DOCGUARD-FILE KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ DOCGUARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
               PERFORM AVALIA-DOCUMENTO
               IF WS-MODO-LISTA = "E" AND WS-MOTIVO = SPACES
                   PERFORM IMPRIME-DOCUMENTO
                   ADD 1 TO WS-QTD-ELEGIVEIS
               END-IF
               IF WS-MODO-LISTA = "R" AND WS-MOTIVO NOT = SPACES
                       AND WS-MOTIVO NOT = "PRAZO"
                   PERFORM IMPRIME-DOCUMENTO
                   ADD 1 TO WS-QTD-RETIDOS
               END-IF
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG.

       IMPRIME-DOCUMENTO.
           MOVE SPACES TO WS-LINHA
           IF DG-MEIO = "F"
               STRING DG-TIPO-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-NUM-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-CNPJ-FORN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-CP-CHAVE(25:2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-SEQ-PGTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-DATA-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-EMPRESA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                      " CAIXA " DELIMITED BY SIZE
                      DG-CAIXA DELIMITED BY SIZE
                      " PASTA " DELIMITED BY SIZE
                      DG-PASTA DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               STRING DG-TIPO-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-NUM-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-CNPJ-FORN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-CP-CHAVE(25:2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-SEQ-PGTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-DATA-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-EMPRESA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DG-CAMINHO DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM IMPRIME-LINHA.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Só o administrador autoriza. A elegibilidade é refeita na
      *> hora (uma retenção aberta depois da lista impressa ainda
      *> segura o documento); cada documento descartado leva a data
      *> e o autorizador, e vai para a trilha de auditoria.
       REGISTRA-DESCARTE.
           IF WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Opção restrita ao administrador."
               EXIT PARAGRAPH
           END-IF

           PERFORM PEDE-ANO-REFERENCIA
           DISPLAY "Caixa descartada (em branco = toda a lista): "
           ACCEPT WS-CAIXA
           MOVE FUNCTION UPPER-CASE(WS-CAIXA) TO WS-CAIXA
           DISPLAY "Confirma o descarte autorizado por "
               WS-USUARIO-CHAMADOR "? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-DESCARTADOS

           MOVE LOW-VALUES TO DG-CHAVE
           START DOCGUARD-FILE KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   DISPLAY "Nenhum documento registrado."
                   EXIT PARAGRAPH
           END-START

           READ DOCGUARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
               IF WS-CAIXA = SPACES
                       OR (DG-MEIO = "F" AND DG-CAIXA = WS-CAIXA)
                   PERFORM AVALIA-DOCUMENTO
                   IF WS-MOTIVO = SPACES
                       PERFORM MARCA-DESCARTADO
                   END-IF
               END-IF
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG
           DISPLAY WS-QTD-DESCARTADOS " documento(s) descartado(s).".

       MARCA-DESCARTADO.
           MOVE "D"                 TO DG-SITUACAO
           MOVE WS-HOJE             TO DG-DATA-DESCARTE
           MOVE WS-USUARIO-CHAMADOR TO DG-AUTORIZADOR
           REWRITE DOCGUARD-REG
           IF WS-STATUS-FILE-DG NOT = "00"
               DISPLAY "Erro ao gravar descarte de " DG-CP-CHAVE
                   ": " WS-STATUS-FILE-DG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-DESCARTADOS

           MOVE "DOC.DESCAR" TO WS-AUD-ACAO
           MOVE DG-CP-CHAVE  TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           STRING "TIPO=" DELIMITED BY SIZE
                  DG-TIPO-DOC DELIMITED BY SIZE
                  " PGTO=" DELIMITED BY SIZE
                  DG-SEQ-PGTO DELIMITED BY SIZE
                  " CAIXA=" DELIMITED BY SIZE
                  DG-CAIXA DELIMITED BY SIZE
                  " PASTA=" DELIMITED BY SIZE
                  DG-PASTA DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "DESCARTADO ANO " DELIMITED BY SIZE
                  WS-ANO-REF DELIMITED BY SIZE
                  " AUTORIZADO POR " DELIMITED BY SIZE
                  WS-USUARIO-CHAMADOR DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "DESCARTE"                  TO AU-PROGRAMA
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
