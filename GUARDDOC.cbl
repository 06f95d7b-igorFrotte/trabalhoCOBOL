       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDDOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Guarda dos documentos de cada conta e de cada pagamento:
      *> caixa e pasta do arquivo físico ou caminho no servidor de
      *> arquivos, por tipo de documento. O registro guarda CNPJ,
      *> documento, empresa e data do documento, então continua
      *> pesquisável depois que a conta vai para o arquivo morto
      *> (ver ARQUIVA.cbl). O descarte é feito em DESCARTE.cbl.
           SELECT DOCGUARD-FILE ASSIGN TO "DOCGUARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CHAVE
               ALTERNATE RECORD KEY IS DG-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS DG-CHAVE-NFE WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-DG.

      *> Tipos de documento e prazo de guarda (ver DESCARTE.cbl).
           SELECT DOCTIPO-FILE ASSIGN TO "DOCTIPO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-TIPO
               FILE STATUS IS WS-STATUS-FILE-DT.

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

      *> Vínculo chave de acesso NF-e x conta (ver LANCCONT.cbl):
      *> a busca pela chave chega também aos demais documentos da
      *> conta (boleto, comprovante). Arquivo opcional.
           SELECT NFECHAVE-FILE ASSIGN TO "NFECHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NK-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-NK.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *> Registro de guarda (compartilhado com DESCARTE.cbl). Um por
      *> conta + pagamento + tipo; DG-SEQ-PGTO zerado = documento da
      *> própria conta, senão é o H-SEQ do pagamento em HISTPAGTO.
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

       FD NFECHAVE-FILE.
       01 NFECHAVE-REG.
           05 NK-CHAVE-NFE      PIC X(44).
           05 NK-CNPJ-EMIT      PIC 9(14).
           05 NK-CP-CHAVE       PIC X(26).
           05 NK-EMPRESA        PIC 9(02).
           05 NK-DATA-REG       PIC 9(8).

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
       01 WS-STATUS-FILE-DG     PIC XX.
       01 WS-STATUS-FILE-DT     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-NK     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-NFECHAVE-OK        PIC X VALUE "N".
       01 WS-HIST-OK            PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).

       01 WS-VINCULO            PIC 9.
       01 WS-NUM-DOC            PIC 9(10).
       01 WS-CNPJ               PIC 9(14).
       01 WS-PARCELA            PIC 9(02).
       01 WS-SEQ-PGTO           PIC 9(04).
       01 WS-TIPO-DOC           PIC X(02).
       01 WS-CHAVE-NFE          PIC X(44).
       01 WS-CP-CHAVE           PIC X(26).
       01 WS-CHAVE-DG           PIC X(32).
       01 WS-ALTERACAO          PIC X.
       01 WS-ORIGEM-OK          PIC X.
       01 WS-QTD-ACHADOS        PIC 9(5).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "GUARDA DE DOCUMENTOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

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

           OPEN INPUT DOCTIPO-FILE
           IF WS-STATUS-FILE-DT NOT = "00"
               DISPLAY "Tipos de documento ainda não cadastrados "
                   "(Administração > Guarda e Descarte): "
                   WS-STATUS-FILE-DT
               CLOSE DOCGUARD-FILE
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST = "00"
               MOVE "S" TO WS-HIST-OK
           END-IF

           OPEN INPUT NFECHAVE-FILE
           IF WS-STATUS-FILE-NK = "00"
               MOVE "S" TO WS-NFECHAVE-OK
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
               DISPLAY "===== GUARDA DE DOCUMENTOS ====="
               DISPLAY "1 - Registrar / alterar local do documento"
               DISPLAY "2 - Pesquisar por fornecedor (CNPJ)"
               DISPLAY "3 - Pesquisar por número do documento"
               DISPLAY "4 - Pesquisar por chave de acesso NF-e"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM REGISTRA-DOCUMENTO
                   WHEN 2
                       PERFORM PESQUISA-FORNECEDOR
                   WHEN 3
                       PERFORM PESQUISA-DOCUMENTO
                   WHEN 4
                       PERFORM PESQUISA-CHAVE-NFE
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE DOCGUARD-FILE
           CLOSE DOCTIPO-FILE
           CLOSE CONTAPAGAR-FILE
           IF WS-HIST-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           IF WS-NFECHAVE-OK = "S"
               CLOSE NFECHAVE-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Documento da conta (nota, boleto, contrato) ou do
      *> pagamento (comprovante). Conta ou pagamento que já foi para
      *> o arquivo morto é aceito com confirmação, informando a data
      *> do documento à mão.
       REGISTRA-DOCUMENTO.
           DISPLAY "Vínculo: 1=Conta  2=Pagamento (HISTPAGTO): "
           ACCEPT WS-VINCULO
           IF WS-VINCULO NOT = 1 AND WS-VINCULO NOT = 2
               DISPLAY "Vínculo inválido."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Número do documento: "
           ACCEPT WS-NUM-DOC
           DISPLAY "CNPJ do fornecedor: "
           ACCEPT WS-CNPJ
           DISPLAY "Parcela: "
           ACCEPT WS-PARCELA
           MOVE ZEROS TO WS-SEQ-PGTO
           IF WS-VINCULO = 2
               DISPLAY "Sequência do pagamento: "
               ACCEPT WS-SEQ-PGTO
               IF WS-SEQ-PGTO = ZEROS
                   DISPLAY "Erro: sequência do pagamento não "
                       "informada."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-CP-CHAVE
           STRING WS-NUM-DOC DELIMITED BY SIZE
                  WS-CNPJ    DELIMITED BY SIZE
                  WS-PARCELA DELIMITED BY SIZE
                  INTO WS-CP-CHAVE

           DISPLAY "Tipo do documento (NF, BO, CT, CP ...): "
           ACCEPT WS-TIPO-DOC
           MOVE FUNCTION UPPER-CASE(WS-TIPO-DOC) TO WS-TIPO-DOC
           MOVE WS-TIPO-DOC TO DT-TIPO
           READ DOCTIPO-FILE
               INVALID KEY
                   DISPLAY "Tipo de documento não cadastrado."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Tipo: " DT-DESCRICAO

           MOVE WS-CP-CHAVE TO DG-CP-CHAVE
           MOVE WS-SEQ-PGTO TO DG-SEQ-PGTO
           MOVE WS-TIPO-DOC TO DG-TIPO-DOC
           MOVE DG-CHAVE    TO WS-CHAVE-DG
           MOVE "N" TO WS-ALTERACAO
           READ DOCGUARD-FILE
               NOT INVALID KEY
                   MOVE "S" TO WS-ALTERACAO
           END-READ

           IF WS-ALTERACAO = "S"
               IF DG-SITUACAO = "D"
                   DISPLAY "Documento já descartado em "
                       DG-DATA-DESCARTE " (autorizado por "
                       DG-AUTORIZADOR ")."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Já registrado:"
               PERFORM MOSTRA-DOCUMENTO
               DISPLAY "Alterar o local? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-AUD-ANTES
               STRING DG-MEIO     DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      DG-CAIXA    DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      DG-PASTA    DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      DG-CAMINHO  DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
           ELSE
               INITIALIZE DOCGUARD-REG
               MOVE WS-CHAVE-DG TO DG-CHAVE
               PERFORM BUSCA-ORIGEM
               IF WS-ORIGEM-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-AUD-ANTES
           END-IF

           DISPLAY "Meio: F=físico (caixa/pasta)  "
               "D=digital (caminho): "
           ACCEPT DG-MEIO
           MOVE FUNCTION UPPER-CASE(DG-MEIO) TO DG-MEIO
           EVALUATE DG-MEIO
               WHEN "F"
                   DISPLAY "Caixa: "
                   ACCEPT DG-CAIXA
                   MOVE FUNCTION UPPER-CASE(DG-CAIXA) TO DG-CAIXA
                   DISPLAY "Pasta: "
                   ACCEPT DG-PASTA
                   MOVE FUNCTION UPPER-CASE(DG-PASTA) TO DG-PASTA
                   MOVE SPACES TO DG-CAMINHO
                   IF DG-CAIXA = SPACES
                       DISPLAY "Erro: caixa não informada."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "D"
                   DISPLAY "Caminho do arquivo: "
                   ACCEPT DG-CAMINHO
                   MOVE SPACES TO DG-CAIXA DG-PASTA
                   IF DG-CAMINHO = SPACES
                       DISPLAY "Erro: caminho não informado."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Meio inválido."
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-TIPO-DOC = "NF"
               PERFORM INFORMA-CHAVE-NFE
               IF WS-ORIGEM-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "G"                 TO DG-SITUACAO
           MOVE WS-HOJE             TO DG-DATA-REG
           MOVE WS-USUARIO-CHAMADOR TO DG-USUARIO

           IF WS-ALTERACAO = "S"
               REWRITE DOCGUARD-REG
               MOVE "DOC.ALTERA" TO WS-AUD-ACAO
           ELSE
               WRITE DOCGUARD-REG
               MOVE "DOC.GUARDA" TO WS-AUD-ACAO
           END-IF

           IF WS-STATUS-FILE-DG = "00"
               DISPLAY "Local do documento registrado."
               PERFORM AUDITA-DOCUMENTO
           ELSE
               DISPLAY "Erro ao gravar DOCGUARD.DAT: "
                   WS-STATUS-FILE-DG
           END-IF.

      *> Documento, CNPJ, empresa e data vêm da conta ou do
      *> pagamento no arquivo vivo.
       BUSCA-ORIGEM.
           MOVE "N" TO WS-ORIGEM-OK
           MOVE WS-NUM-DOC TO DG-NUM-DOC
           MOVE WS-CNPJ    TO DG-CNPJ-FORN
           MOVE SPACES     TO DG-CHAVE-NFE

           IF WS-VINCULO = 1
               MOVE WS-CP-CHAVE TO CP-CHAVE
               READ CONTAPAGAR-FILE
                   INVALID KEY
                       MOVE "23" TO WS-STATUS-FILE-C
               END-READ
               IF WS-STATUS-FILE-C = "00"
                   MOVE CP-DATA-EMISSAO TO DG-DATA-DOC
                   MOVE CP-EMPRESA      TO DG-EMPRESA
                   MOVE "S" TO WS-ORIGEM-OK
               END-IF
           ELSE
               IF WS-HIST-OK = "S"
                   MOVE WS-NUM-DOC  TO H-NUM-DOC
                   MOVE WS-CNPJ     TO H-CNPJ-FORN
                   MOVE WS-PARCELA  TO H-NUM-PARCELA
                   MOVE WS-SEQ-PGTO TO H-SEQ
                   READ HISTPAGTO-FILE
                       INVALID KEY
                           MOVE "23" TO WS-STATUS-HIST
                   END-READ
                   IF WS-STATUS-HIST = "00"
                       MOVE H-DATA-PGTO TO DG-DATA-DOC
                       MOVE H-EMPRESA   TO DG-EMPRESA
                       MOVE "S" TO WS-ORIGEM-OK
                   END-IF
               END-IF
           END-IF

           IF WS-ORIGEM-OK = "S"
               IF DG-EMPRESA = ZEROS
                   MOVE 1 TO DG-EMPRESA
               END-IF
               DISPLAY "Data do documento: " DG-DATA-DOC
                   "  Empresa: " DG-EMPRESA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Não encontrado no arquivo vivo (arquivo morto?)."
           DISPLAY "Registrar assim mesmo? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Data do documento (AAAAMMDD): "
           ACCEPT DG-DATA-DOC
           IF FUNCTION TEST-DATE-YYYYMMDD(DG-DATA-DOC) NOT = 0
               DISPLAY "Data inválida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Empresa (código, ex: 01): "
           ACCEPT DG-EMPRESA
           IF DG-EMPRESA = ZEROS
               MOVE 1 TO DG-EMPRESA
           END-IF
           MOVE "S" TO WS-ORIGEM-OK.

      *> Chave opcional; se já vinculada em NFECHAVE.DAT, tem de ser
      *> da mesma conta.
       INFORMA-CHAVE-NFE.
           MOVE "S" TO WS-ORIGEM-OK
           DISPLAY "Chave de acesso NF-e (44 dígitos, em branco = "
               "sem chave): "
           ACCEPT WS-CHAVE-NFE
           IF WS-CHAVE-NFE = SPACES
               MOVE SPACES TO DG-CHAVE-NFE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHAVE-NFE IS NOT NUMERIC
               DISPLAY "Chave de acesso inválida."
               MOVE "N" TO WS-ORIGEM-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-NFECHAVE-OK = "S"
               MOVE WS-CHAVE-NFE TO NK-CHAVE-NFE
               READ NFECHAVE-FILE
                   NOT INVALID KEY
                       IF NK-CP-CHAVE NOT = WS-CP-CHAVE
                           DISPLAY "Chave vinculada a outra conta: "
                               NK-CP-CHAVE
                           MOVE "N" TO WS-ORIGEM-OK
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF
           MOVE WS-CHAVE-NFE TO DG-CHAVE-NFE.

       PESQUISA-FORNECEDOR.
           DISPLAY "CNPJ do fornecedor: "
           ACCEPT WS-CNPJ
           MOVE ZEROS TO WS-QTD-ACHADOS

           MOVE WS-CNPJ TO DG-CNPJ-FORN
           START DOCGUARD-FILE KEY IS EQUAL DG-CNPJ-FORN
               INVALID KEY
                   DISPLAY "Nenhum documento do fornecedor."
                   EXIT PARAGRAPH
           END-START

           READ DOCGUARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
                   OR DG-CNPJ-FORN NOT = WS-CNPJ
               PERFORM MOSTRA-DOCUMENTO
               ADD 1 TO WS-QTD-ACHADOS
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG
           DISPLAY WS-QTD-ACHADOS " documento(s).".

      *> O número do documento abre a chave da conta, então a
      *> pesquisa é um START na chave principal.
       PESQUISA-DOCUMENTO.
           DISPLAY "Número do documento: "
           ACCEPT WS-NUM-DOC
           MOVE ZEROS TO WS-QTD-ACHADOS

           MOVE LOW-VALUES TO DG-CHAVE
           MOVE WS-NUM-DOC TO DG-CP-CHAVE(1:10)
           PERFORM LISTA-POR-PREFIXO
           DISPLAY WS-QTD-ACHADOS " documento(s).".

       LISTA-POR-PREFIXO.
           MOVE DG-CP-CHAVE(1:10) TO WS-CHAVE-DG(1:10)
           START DOCGUARD-FILE KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ DOCGUARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
                   OR DG-CP-CHAVE(1:10) NOT = WS-CHAVE-DG(1:10)
               PERFORM MOSTRA-DOCUMENTO
               ADD 1 TO WS-QTD-ACHADOS
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG.

      *> Pela chave gravada na própria nota e, se a chave estiver
      *> vinculada a uma conta, pelos demais documentos dela.
       PESQUISA-CHAVE-NFE.
           DISPLAY "Chave de acesso NF-e: "
           ACCEPT WS-CHAVE-NFE
           MOVE ZEROS TO WS-QTD-ACHADOS

           MOVE WS-CHAVE-NFE TO DG-CHAVE-NFE
           START DOCGUARD-FILE KEY IS EQUAL DG-CHAVE-NFE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-START
           IF WS-STATUS-FILE-DG NOT = "10"
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
                   OR DG-CHAVE-NFE NOT = WS-CHAVE-NFE
               PERFORM MOSTRA-DOCUMENTO
               ADD 1 TO WS-QTD-ACHADOS
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG

           IF WS-NFECHAVE-OK = "S"
               MOVE WS-CHAVE-NFE TO NK-CHAVE-NFE
               READ NFECHAVE-FILE
                   INVALID KEY
                       MOVE "23" TO WS-STATUS-FILE-NK
               END-READ
               IF WS-STATUS-FILE-NK = "00"
                   DISPLAY "Demais documentos da conta " NK-CP-CHAVE ":"
                   PERFORM LISTA-CONTA-DA-NOTA
               END-IF
           END-IF
           DISPLAY WS-QTD-ACHADOS " documento(s).".

      *> Todas as parcelas da nota (mesmo documento e CNPJ), sem
      *> repetir o que já saiu pela chave.
       LISTA-CONTA-DA-NOTA.
           MOVE LOW-VALUES TO DG-CHAVE
           MOVE NK-CP-CHAVE(1:24) TO DG-CP-CHAVE(1:24)
           START DOCGUARD-FILE KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ DOCGUARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
                   OR DG-CP-CHAVE(1:24) NOT = NK-CP-CHAVE(1:24)
               IF DG-CHAVE-NFE NOT = WS-CHAVE-NFE
                   PERFORM MOSTRA-DOCUMENTO
                   ADD 1 TO WS-QTD-ACHADOS
               END-IF
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG.

       MOSTRA-DOCUMENTO.
           DISPLAY "----------------------------------------"
           DISPLAY "Doc " DG-NUM-DOC " CNPJ " DG-CNPJ-FORN
               " Parc " DG-CP-CHAVE(25:2) " Pgto " DG-SEQ-PGTO
               " Tipo " DG-TIPO-DOC " Emp " DG-EMPRESA
           DISPLAY "Data do documento: " DG-DATA-DOC
           IF DG-CHAVE-NFE NOT = SPACES
               DISPLAY "Chave NF-e: " DG-CHAVE-NFE
           END-IF
           IF DG-MEIO = "F"
               DISPLAY "Local: caixa " DG-CAIXA " pasta " DG-PASTA
           ELSE
               DISPLAY "Local: " DG-CAMINHO
           END-IF
           IF DG-SITUACAO = "D"
               DISPLAY "DESCARTADO em " DG-DATA-DESCARTE
                   " - autorizado por " DG-AUTORIZADOR
           ELSE
               DISPLAY "Registrado em " DG-DATA-REG " por " DG-USUARIO
           END-IF.

      *> AU-CHAVE: conta do documento; o tipo e o local vão no
      *> valor depois.
       AUDITA-DOCUMENTO.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "TIPO=" DELIMITED BY SIZE
                  DG-TIPO-DOC DELIMITED BY SIZE
                  " PGTO=" DELIMITED BY SIZE
                  DG-SEQ-PGTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DG-MEIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DG-CAIXA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DG-PASTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DG-CAMINHO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "GUARDDOC"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE DG-CP-CHAVE                 TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
