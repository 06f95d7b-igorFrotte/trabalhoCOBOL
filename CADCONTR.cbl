       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contratos de fornecedor (obras, facilities): objeto,
      *> vigência, valor total e percentual de caução. O pagamento de
      *> conta ligada ao contrato retém a caução (ver RETCAUC.cbl) e
      *> o saldo acumulado é liberado aqui, com aprovação, virando
      *> uma conta a pagar comum.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUM-CONTRATO
               FILE STATUS IS WS-STATUS-FILE-CT.

      *> Um registro por pedido ou recorrente ligado ao contrato; uma
      *> mesma origem não pode pertencer a dois contratos.
           SELECT CTRLINK-FILE ASSIGN TO "CTRLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-LK.

           SELECT CAUCAOMV-FILE ASSIGN TO "CAUCAOMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-MV.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Pedidos (ver CADPEDIDO.cbl) e recorrentes (ver CADRECOR.cbl)
      *> só para conferir o vínculo; ambos opcionais.
           SELECT PEDIDO-FILE ASSIGN TO "PEDIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUM-PEDIDO
               FILE STATUS IS WS-STATUS-FILE-P.

           SELECT RECORRENTE-FILE ASSIGN TO "RECORRENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RC.

      *> Aberto compartilhado com trava automática por registro,
      *> como nos demais programas que movimentam contas (ver
      *> LANCCONT.cbl).
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT NUMDOC-FILE ASSIGN TO "NUMDOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-FILE-ND.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRATO-FILE.
       01 CONTRATO-REG.
           05 CT-NUM-CONTRATO   PIC 9(08).
           05 CT-CNPJ-FORN      PIC 9(14).
           05 CT-OBJETO         PIC X(40).
           05 CT-DATA-INICIO    PIC 9(8).
           05 CT-DATA-FIM       PIC 9(8).
           05 CT-VALOR-TOTAL    PIC 9(12)V99.
           05 CT-PERC-CAUCAO    PIC 9(02)V99.
           05 CT-SALDO-CAUCAO   PIC 9(10)V99.  *> garantia em poder
           05 CT-CAUCAO-RETIDA  PIC 9(10)V99.  *> acumulado retido
           05 CT-CAUCAO-LIBERADA PIC 9(10)V99. *> acumulado liberado
           05 CT-SITUACAO       PIC X(1).   *> A=ATIVO,L=LIBERAÇÃO
                                            *> SOLICITADA,E=ENCERRADO
           05 CT-LIB-USUARIO    PIC X(10).  *> quem pediu a liberação
           05 CT-LIB-DATA       PIC 9(8).
           05 CT-LIB-VALOR      PIC 9(10)V99.
           05 CT-ULT-SEQ-MOV    PIC 9(05).
           05 CT-EMPRESA        PIC 9(02).
           05 CT-PEDIDO         PIC 9(10) OCCURS 5 TIMES.
           05 CT-RECORRENTE     PIC X(16) OCCURS 5 TIMES.

       FD CTRLINK-FILE.
       01 CTRLINK-REG.
           05 LK-CHAVE.
               10 LK-TIPO       PIC X(01).  *> P=pedido,R=recorrente,
                                            *> C=conta gerada
               10 LK-IDENT      PIC X(26).
           05 LK-NUM-CONTRATO   PIC 9(08).

       FD CAUCAOMV-FILE.
       01 CAUCAOMV-REG.
           05 MV-CHAVE.
               10 MV-NUM-CONTRATO PIC 9(08).
               10 MV-SEQ        PIC 9(05).
           05 MV-TIPO           PIC X(01).  *> R=retido,L=liberado
           05 MV-DATA           PIC 9(8).
           05 MV-CP-CHAVE       PIC X(26).
           05 MV-H-SEQ          PIC 9(04).  *> seq. do histórico
           05 MV-VALOR-BASE     PIC 9(10)V99.
           05 MV-VALOR          PIC 9(10)V99.
           05 MV-USUARIO        PIC X(10).

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 F-RAZAO-SOCIAL PIC X(40).
           05 F-ENDERECO     PIC X(50).
           05 F-TELEFONE     PIC 9(11).
           05 F-EMAIL        PIC X(30).
           05 F-ATIVO        PIC X(1).
           05 F-BANCO        PIC X(03).
           05 F-AGENCIA      PIC X(06).
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

       FD PEDIDO-FILE.
       01 PEDIDO-REG.
           05 PD-NUM-PEDIDO     PIC 9(10).
           05 PD-CNPJ-FORN      PIC 9(14).
           05 PD-SITUACAO       PIC X(1).  *> A=ABERTO, F=FECHADO
           05 PD-VALOR-PEDIDO   PIC 9(10)V99.  *> valor aprovado
           05 PD-VALOR-CONSUMIDO PIC 9(10)V99. *> notas já lançadas

       FD RECORRENTE-FILE.
       01 RECORRENTE-REG.
           05 RC-CHAVE          PIC X(16).  *> 14 CNPJ + 02 sequencial
           05 RC-CNPJ-FORN       PIC 9(14).
           05 RC-SEQUENCIA       PIC 9(02).
           05 RC-DESCRICAO       PIC X(40).
           05 RC-VALOR           PIC 9(10)V99.
           05 RC-DIA-VENC        PIC 9(02).  *> dia do vencimento
           05 RC-CENTRO-CUSTO    PIC X(06).
           05 RC-ATIVO           PIC X(1).   *> S=ativo,N=suspenso
           05 RC-EMPRESA         PIC 9(02).  *> empresa do grupo
           05 RC-INDICE          PIC X(03).  *> índice de reajuste
                                            *> (vazio = sem reajuste)
           05 RC-MES-REAJUSTE    PIC 9(02).  *> mês de aniversário
           05 RC-NUM-PEDIDO      PIC 9(10).  *> pedido/contrato ligado
           05 RC-ANO-REAJUSTE    PIC 9(04).  *> último ano reajustado
           05 RC-DEB-AUT         PIC X(01).  *> S=débito automático

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

      *> Controle do próximo número de documento (ver LANCCONT.cbl).
       FD NUMDOC-FILE.
       01 NUMDOC-REG.
           05 ND-CHAVE          PIC X(02).
           05 ND-PROX-NUM       PIC 9(10).

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
       01 WS-STATUS-FILE-CT     PIC XX.
       01 WS-STATUS-FILE-LK     PIC XX.
       01 WS-STATUS-FILE-MV     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-P      PIC XX.
       01 WS-STATUS-FILE-RC     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-ND     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-PEDIDO-OK          PIC X VALUE "N".
       01 WS-RECORRENTE-OK      PIC X VALUE "N".
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-VALOR-TXT          PIC X(15).
       01 WS-PERC-TXT           PIC X(10).
       01 WS-CONTRATO-EXISTE    PIC X.
       01 WS-VINCULO-OK         PIC X.
       01 WS-LK-I               PIC 9(02).
       01 WS-PEDIDO-DIG         PIC 9(10).
       01 WS-RC-SEQ-DIG         PIC 9(02).
       01 WS-PEDIDO-TXT         PIC 9(10).
       01 WS-NUM-CONTRATO-TXT   PIC 9(08).
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-EMPRESA-CHAMADA    PIC 9(02).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-EMPRESA-CHAMADA.

       MAIN-PROCEDURE.
           DISPLAY "CONTRATOS DE FORNECEDOR E CAUÇÃO CONTRATUAL"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O CONTRATO-FILE
           IF WS-STATUS-FILE-CT = "35"
      *> CONTRATO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT CONTRATO-FILE
               CLOSE CONTRATO-FILE
               OPEN I-O CONTRATO-FILE
           END-IF
           IF WS-STATUS-FILE-CT NOT = "00"
               DISPLAY "Erro ao abrir CONTRATO.DAT: " WS-STATUS-FILE-CT
               STOP RUN
           END-IF

           OPEN I-O CTRLINK-FILE
           IF WS-STATUS-FILE-LK = "35"
               OPEN OUTPUT CTRLINK-FILE
               CLOSE CTRLINK-FILE
               OPEN I-O CTRLINK-FILE
           END-IF
           IF WS-STATUS-FILE-LK NOT = "00"
               DISPLAY "Erro ao abrir CTRLINK.DAT: " WS-STATUS-FILE-LK
               STOP RUN
           END-IF

           OPEN I-O CAUCAOMV-FILE
           IF WS-STATUS-FILE-MV = "35"
               OPEN OUTPUT CAUCAOMV-FILE
               CLOSE CAUCAOMV-FILE
               OPEN I-O CAUCAOMV-FILE
           END-IF
           IF WS-STATUS-FILE-MV NOT = "00"
               DISPLAY "Erro ao abrir CAUCAOMV.DAT: " WS-STATUS-FILE-MV
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN INPUT PEDIDO-FILE
           IF WS-STATUS-FILE-P = "00"
               MOVE "S" TO WS-PEDIDO-OK
           END-IF

           OPEN INPUT RECORRENTE-FILE
           IF WS-STATUS-FILE-RC = "00"
               MOVE "S" TO WS-RECORRENTE-OK
           END-IF

           OPEN I-O CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN I-O NUMDOC-FILE
           IF WS-STATUS-FILE-ND = "35"
               OPEN OUTPUT NUMDOC-FILE
               CLOSE NUMDOC-FILE
               OPEN I-O NUMDOC-FILE
           END-IF
           IF WS-STATUS-FILE-ND NOT = "00"
               DISPLAY "Erro ao abrir NUMDOC.DAT: " WS-STATUS-FILE-ND
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
               DISPLAY "===== CONTRATOS DE FORNECEDOR ====="
               DISPLAY "1 - Incluir / alterar contrato"
               DISPLAY "2 - Consultar contrato e caução"
               DISPLAY "3 - Solicitar liberação da caução"
               DISPLAY "4 - Aprovar / negar liberação da caução"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM INCLUI-CONTRATO
                   WHEN 2
                       PERFORM CONSULTA-CONTRATO
                   WHEN 3
                       PERFORM SOLICITA-LIBERACAO
                   WHEN 4
                       PERFORM APROVA-LIBERACAO
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE CONTRATO-FILE
           CLOSE CTRLINK-FILE
           CLOSE CAUCAOMV-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-PEDIDO-OK = "S"
               CLOSE PEDIDO-FILE
           END-IF
           IF WS-RECORRENTE-OK = "S"
               CLOSE RECORRENTE-FILE
           END-IF
           CLOSE CONTAPAGAR-FILE
           CLOSE NUMDOC-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Inclusão ou alteração do contrato. Na alteração, saldo e
      *> movimento da caução são preservados; os vínculos antigos
      *> são desfeitos e refeitos com a lista informada.
       INCLUI-CONTRATO.
           DISPLAY "Número do contrato: "
           ACCEPT CT-NUM-CONTRATO
           IF CT-NUM-CONTRATO = ZEROS
               DISPLAY "Erro: número do contrato não informado."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-CONTRATO-EXISTE
           READ CONTRATO-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTRATO-EXISTE
           END-READ

           IF WS-CONTRATO-EXISTE = "S"
               IF CT-SITUACAO = "E"
                   DISPLAY "Contrato encerrado; não pode ser alterado."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Contrato existente do fornecedor "
                   CT-CNPJ-FORN " - caução em poder: " CT-SALDO-CAUCAO
               STRING "PERC=" DELIMITED BY SIZE
                      CT-PERC-CAUCAO DELIMITED BY SIZE
                      " FIM=" DELIMITED BY SIZE
                      CT-DATA-FIM DELIMITED BY SIZE
                      " TOTAL=" DELIMITED BY SIZE
                      CT-VALOR-TOTAL DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               PERFORM DESFAZ-VINCULOS
           ELSE
               MOVE SPACES TO WS-AUD-ANTES
               DISPLAY "CNPJ do fornecedor: "
               ACCEPT CT-CNPJ-FORN
               MOVE CT-CNPJ-FORN TO F-CNPJ
               READ FORNECEDOR-FILE
                   INVALID KEY
                       DISPLAY "Fornecedor não cadastrado."
                       EXIT PARAGRAPH
               END-READ
               IF F-ATIVO NOT = "S"
                   DISPLAY "Fornecedor está inativo."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Fornecedor: " F-RAZAO-SOCIAL
               MOVE ZEROS  TO CT-SALDO-CAUCAO
               MOVE ZEROS  TO CT-CAUCAO-RETIDA
               MOVE ZEROS  TO CT-CAUCAO-LIBERADA
               MOVE "A"    TO CT-SITUACAO
               MOVE SPACES TO CT-LIB-USUARIO
               MOVE ZEROS  TO CT-LIB-DATA
               MOVE ZEROS  TO CT-LIB-VALOR
               MOVE ZEROS  TO CT-ULT-SEQ-MOV
               MOVE WS-EMPRESA-CHAMADA TO CT-EMPRESA
           END-IF

           DISPLAY "Objeto do contrato: "
           ACCEPT CT-OBJETO
           DISPLAY "Início da vigência (AAAAMMDD): "
           ACCEPT CT-DATA-INICIO
           DISPLAY "Fim da vigência (AAAAMMDD): "
           ACCEPT CT-DATA-FIM
           IF CT-DATA-FIM < CT-DATA-INICIO
               DISPLAY "Erro: fim da vigência antes do início."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Valor total do contrato (ex: 250000.00): "
           ACCEPT WS-VALOR-TXT
           COMPUTE CT-VALOR-TOTAL = FUNCTION NUMVAL(WS-VALOR-TXT)
           IF CT-VALOR-TOTAL <= 0
               DISPLAY "Erro: valor deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Percentual de caução (em branco = 5.00): "
           ACCEPT WS-PERC-TXT
           IF WS-PERC-TXT = SPACES
               MOVE 5 TO CT-PERC-CAUCAO
           ELSE
               COMPUTE CT-PERC-CAUCAO = FUNCTION NUMVAL(WS-PERC-TXT)
           END-IF

           PERFORM CAPTURA-VINCULOS

           IF WS-CONTRATO-EXISTE = "S"
               REWRITE CONTRATO-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               WRITE CONTRATO-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF

           IF WS-STATUS-FILE-CT = "00"
               PERFORM GRAVA-VINCULOS
               DISPLAY "Contrato " CT-NUM-CONTRATO " gravado."
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "PERC=" DELIMITED BY SIZE
                      CT-PERC-CAUCAO DELIMITED BY SIZE
                      " FIM=" DELIMITED BY SIZE
                      CT-DATA-FIM DELIMITED BY SIZE
                      " TOTAL=" DELIMITED BY SIZE
                      CT-VALOR-TOTAL DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar contrato: " WS-STATUS-FILE-CT
           END-IF.

      *> Até 5 pedidos e 5 recorrentes do mesmo fornecedor; zero
      *> encerra cada lista. Origem já ligada a outro contrato é
      *> recusada.
       CAPTURA-VINCULOS.
           PERFORM VARYING WS-LK-I FROM 1 BY 1 UNTIL WS-LK-I > 5
               MOVE ZEROS TO CT-PEDIDO(WS-LK-I)
               MOVE SPACES TO CT-RECORRENTE(WS-LK-I)
           END-PERFORM

           MOVE 1 TO WS-LK-I
           MOVE 1 TO WS-PEDIDO-DIG
           PERFORM UNTIL WS-LK-I > 5 OR WS-PEDIDO-DIG = ZEROS
               DISPLAY "Pedido ligado " WS-LK-I " (0 encerra): "
               ACCEPT WS-PEDIDO-DIG
               IF WS-PEDIDO-DIG NOT = ZEROS
                   PERFORM CONFERE-PEDIDO
                   IF WS-VINCULO-OK = "S"
                       MOVE WS-PEDIDO-DIG TO CT-PEDIDO(WS-LK-I)
                       ADD 1 TO WS-LK-I
                   END-IF
               END-IF
           END-PERFORM

           MOVE 1 TO WS-LK-I
           MOVE 1 TO WS-RC-SEQ-DIG
           PERFORM UNTIL WS-LK-I > 5 OR WS-RC-SEQ-DIG = ZEROS
               DISPLAY "Sequência da recorrente ligada " WS-LK-I
                   " (0 encerra): "
               ACCEPT WS-RC-SEQ-DIG
               IF WS-RC-SEQ-DIG NOT = ZEROS
                   PERFORM CONFERE-RECORRENTE
                   IF WS-VINCULO-OK = "S"
                       MOVE RC-CHAVE TO CT-RECORRENTE(WS-LK-I)
                       ADD 1 TO WS-LK-I
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-PEDIDO.
           MOVE "S" TO WS-VINCULO-OK
           IF WS-PEDIDO-OK = "S"
               MOVE WS-PEDIDO-DIG TO PD-NUM-PEDIDO
               READ PEDIDO-FILE
                   INVALID KEY
                       DISPLAY "Pedido não cadastrado."
                       MOVE "N" TO WS-VINCULO-OK
                       EXIT PARAGRAPH
               END-READ
               IF PD-CNPJ-FORN NOT = CT-CNPJ-FORN
                   DISPLAY "Pedido é de outro fornecedor."
                   MOVE "N" TO WS-VINCULO-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "P" TO LK-TIPO
           MOVE SPACES TO LK-IDENT
           MOVE WS-PEDIDO-DIG TO WS-PEDIDO-TXT
           MOVE WS-PEDIDO-TXT TO LK-IDENT(1:10)
           READ CTRLINK-FILE
               NOT INVALID KEY
                   DISPLAY "Pedido já ligado ao contrato "
                       LK-NUM-CONTRATO "."
                   MOVE "N" TO WS-VINCULO-OK
           END-READ.

       CONFERE-RECORRENTE.
           MOVE "S" TO WS-VINCULO-OK
           MOVE SPACES TO RC-CHAVE
           STRING CT-CNPJ-FORN DELIMITED BY SIZE
                  WS-RC-SEQ-DIG DELIMITED BY SIZE
                  INTO RC-CHAVE
           IF WS-RECORRENTE-OK = "S"
               READ RECORRENTE-FILE
                   INVALID KEY
                       DISPLAY "Recorrente não cadastrada."
                       MOVE "N" TO WS-VINCULO-OK
                       EXIT PARAGRAPH
               END-READ
               DISPLAY "Recorrente: " RC-DESCRICAO
           END-IF

           MOVE "R" TO LK-TIPO
           MOVE RC-CHAVE TO LK-IDENT
           READ CTRLINK-FILE
               NOT INVALID KEY
                   DISPLAY "Recorrente já ligada ao contrato "
                       LK-NUM-CONTRATO "."
                   MOVE "N" TO WS-VINCULO-OK
           END-READ.

       GRAVA-VINCULOS.
           PERFORM VARYING WS-LK-I FROM 1 BY 1 UNTIL WS-LK-I > 5
               IF CT-PEDIDO(WS-LK-I) NOT = ZEROS
                   MOVE "P" TO LK-TIPO
                   MOVE SPACES TO LK-IDENT
                   MOVE CT-PEDIDO(WS-LK-I) TO WS-PEDIDO-TXT
                   MOVE WS-PEDIDO-TXT TO LK-IDENT(1:10)
                   MOVE CT-NUM-CONTRATO TO LK-NUM-CONTRATO
                   WRITE CTRLINK-REG
               END-IF
               IF CT-RECORRENTE(WS-LK-I) NOT = SPACES
                   MOVE "R" TO LK-TIPO
                   MOVE CT-RECORRENTE(WS-LK-I) TO LK-IDENT
                   MOVE CT-NUM-CONTRATO TO LK-NUM-CONTRATO
                   WRITE CTRLINK-REG
               END-IF
           END-PERFORM.

      *> Os vínculos de conta ("C", gravados por GERARECOR.cbl) ficam:
      *> a conta já gerada continua pertencendo ao contrato.
       DESFAZ-VINCULOS.
           PERFORM VARYING WS-LK-I FROM 1 BY 1 UNTIL WS-LK-I > 5
               IF CT-PEDIDO(WS-LK-I) NOT = ZEROS
                   MOVE "P" TO LK-TIPO
                   MOVE SPACES TO LK-IDENT
                   MOVE CT-PEDIDO(WS-LK-I) TO WS-PEDIDO-TXT
                   MOVE WS-PEDIDO-TXT TO LK-IDENT(1:10)
                   DELETE CTRLINK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               IF CT-RECORRENTE(WS-LK-I) NOT = SPACES
                   MOVE "R" TO LK-TIPO
                   MOVE CT-RECORRENTE(WS-LK-I) TO LK-IDENT
                   DELETE CTRLINK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM.

       CONSULTA-CONTRATO.
           DISPLAY "Número do contrato: "
           ACCEPT CT-NUM-CONTRATO
           READ CONTRATO-FILE
               INVALID KEY
                   DISPLAY "Contrato não encontrado."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Contrato " CT-NUM-CONTRATO " - " CT-OBJETO
           DISPLAY "Fornecedor " CT-CNPJ-FORN " situação " CT-SITUACAO
           DISPLAY "Vigência " CT-DATA-INICIO " a " CT-DATA-FIM
               " valor total " CT-VALOR-TOTAL
           DISPLAY "Caução " CT-PERC-CAUCAO "% - retida "
               CT-CAUCAO-RETIDA " liberada " CT-CAUCAO-LIBERADA
           DISPLAY "Caução em poder (saldo): " CT-SALDO-CAUCAO
           IF CT-SITUACAO = "L"
               DISPLAY "Liberação de " CT-LIB-VALOR " solicitada por "
                   CT-LIB-USUARIO " em " CT-LIB-DATA
           END-IF
           PERFORM VARYING WS-LK-I FROM 1 BY 1 UNTIL WS-LK-I > 5
               IF CT-PEDIDO(WS-LK-I) NOT = ZEROS
                   DISPLAY "  Pedido ligado: " CT-PEDIDO(WS-LK-I)
               END-IF
               IF CT-RECORRENTE(WS-LK-I) NOT = SPACES
                   DISPLAY "  Recorrente ligada: "
                       CT-RECORRENTE(WS-LK-I)
               END-IF
           END-PERFORM

           MOVE CT-NUM-CONTRATO TO MV-NUM-CONTRATO
           MOVE ZEROS TO MV-SEQ
           START CAUCAOMV-FILE KEY IS NOT LESS MV-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CAUCAOMV-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Movimento da caução:"
           PERFORM UNTIL WS-STATUS-FILE-MV = "10"
                   OR MV-NUM-CONTRATO NOT = CT-NUM-CONTRATO
               DISPLAY "  " MV-SEQ " " MV-TIPO " " MV-DATA " conta "
                   MV-CP-CHAVE " base " MV-VALOR-BASE " valor "
                   MV-VALOR
               READ CAUCAOMV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MV
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-MV.

      *> Primeiro passo da liberação: registra o aceite e quem pediu.
      *> A conta só nasce na aprovação, por outro usuário.
       SOLICITA-LIBERACAO.
           DISPLAY "Número do contrato: "
           ACCEPT CT-NUM-CONTRATO
           READ CONTRATO-FILE
               INVALID KEY
                   DISPLAY "Contrato não encontrado."
                   EXIT PARAGRAPH
           END-READ

           IF CT-SITUACAO NOT = "A"
               DISPLAY "Contrato não está ativo: " CT-SITUACAO
               EXIT PARAGRAPH
           END-IF

           IF CT-SALDO-CAUCAO = ZEROS
               DISPLAY "Contrato sem caução em poder."
               EXIT PARAGRAPH
           END-IF

           IF CT-DATA-FIM > WS-HOJE
               DISPLAY "AVISO: vigência só termina em " CT-DATA-FIM
                   ". Liberar antes do termo? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Caução em poder: " CT-SALDO-CAUCAO
           MOVE "SITUACAO=A" TO WS-AUD-ANTES
           MOVE CT-SALDO-CAUCAO     TO CT-LIB-VALOR
           MOVE WS-USUARIO-CHAMADOR TO CT-LIB-USUARIO
           MOVE WS-HOJE             TO CT-LIB-DATA
           MOVE "L"                 TO CT-SITUACAO

           REWRITE CONTRATO-REG
           IF WS-STATUS-FILE-CT = "00"
               DISPLAY "Liberação solicitada; aguarda aprovação de "
                   "outro usuário."
               MOVE "SOLIC.LIB" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "SITUACAO=L VALOR=" DELIMITED BY SIZE
                      CT-LIB-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar contrato: " WS-STATUS-FILE-CT
           END-IF.

      *> Segundo passo: quem aprova não pode ser quem pediu. Aprovada,
      *> a caução vira conta a pagar aberta ao fornecedor (sem pedido,
      *> para não sofrer nova retenção) e o contrato é encerrado;
      *> negada, o contrato volta a ativo com o saldo intacto.
       APROVA-LIBERACAO.
           DISPLAY "Número do contrato: "
           ACCEPT CT-NUM-CONTRATO
           READ CONTRATO-FILE
               INVALID KEY
                   DISPLAY "Contrato não encontrado."
                   EXIT PARAGRAPH
           END-READ

           IF CT-SITUACAO NOT = "L"
               DISPLAY "Contrato sem liberação pendente."
               EXIT PARAGRAPH
           END-IF

           IF CT-LIB-USUARIO = WS-USUARIO-CHAMADOR
               DISPLAY "Erro: a liberação deve ser aprovada por "
                   "outro usuário."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Liberação de " CT-LIB-VALOR " pedida por "
               CT-LIB-USUARIO " em " CT-LIB-DATA
           DISPLAY "Aprovar (S), negar (N) ou voltar (V)? "
           ACCEPT RESPOSTA
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO RESPOSTA
           MOVE "SITUACAO=L" TO WS-AUD-ANTES

           IF RESPOSTA = "N"
               MOVE "A"    TO CT-SITUACAO
               MOVE SPACES TO CT-LIB-USUARIO
               MOVE ZEROS  TO CT-LIB-DATA
               MOVE ZEROS  TO CT-LIB-VALOR
               REWRITE CONTRATO-REG
               DISPLAY "Liberação negada."
               MOVE "NEGA.LIB" TO WS-AUD-ACAO
               MOVE "SITUACAO=A" TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           IF RESPOSTA NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM GERA-CONTA-LIBERACAO
           IF WS-STATUS-FILE-C NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CT-ULT-SEQ-MOV
           MOVE CT-NUM-CONTRATO     TO MV-NUM-CONTRATO
           MOVE CT-ULT-SEQ-MOV      TO MV-SEQ
           MOVE "L"                 TO MV-TIPO
           MOVE WS-HOJE             TO MV-DATA
           MOVE CP-CHAVE            TO MV-CP-CHAVE
           MOVE ZEROS               TO MV-H-SEQ
           MOVE CT-SALDO-CAUCAO     TO MV-VALOR-BASE
           MOVE CT-LIB-VALOR        TO MV-VALOR
           MOVE WS-USUARIO-CHAMADOR TO MV-USUARIO
           WRITE CAUCAOMV-REG
           IF WS-STATUS-FILE-MV NOT = "00"
               DISPLAY "AVISO: falha ao gravar movimento da caução: "
                   WS-STATUS-FILE-MV
           END-IF

           SUBTRACT CT-LIB-VALOR FROM CT-SALDO-CAUCAO
           ADD CT-LIB-VALOR TO CT-CAUCAO-LIBERADA
           MOVE "E" TO CT-SITUACAO
           REWRITE CONTRATO-REG
           IF WS-STATUS-FILE-CT = "00"
               DISPLAY "Caução liberada: conta " CP-NUM-DOC
                   " gerada; contrato encerrado."
               MOVE "LIBERACAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "SITUACAO=E CONTA=" DELIMITED BY SIZE
                      CP-NUM-DOC DELIMITED BY SIZE
                      " VALOR=" DELIMITED BY SIZE
                      CT-LIB-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar contrato: " WS-STATUS-FILE-CT
           END-IF.

      *> Mesma montagem de conta de ADIANTA.cbl, já aberta ("A")
      *> porque a aprovação foi feita aqui.
       GERA-CONTA-LIBERACAO.
           DISPLAY "Vencimento da conta da caução (AAAAMMDD): "
           ACCEPT CP-DATA-VENC
           DISPLAY "Centro de Custo: "
           ACCEPT CP-CENTRO-CUSTO

           PERFORM GERA-PROX-NUMDOC
           MOVE CT-CNPJ-FORN TO CP-CNPJ-FORN
           MOVE 1 TO CP-NUM-PARCELA
           MOVE 1 TO CP-TOTAL-PARCELAS
           STRING CP-NUM-DOC     DELIMITED BY SIZE
                  CP-CNPJ-FORN   DELIMITED BY SIZE
                  CP-NUM-PARCELA DELIMITED BY SIZE
                  INTO CP-CHAVE

           MOVE WS-HOJE TO CP-DATA-EMISSAO
           MOVE CT-LIB-VALOR TO CP-VALOR
           MOVE CT-LIB-VALOR TO CP-SALDO
           MOVE "A" TO CP-SITUACAO
           MOVE ZEROS TO CP-DATA-PGTO
           MOVE ZEROS TO CP-NUM-PEDIDO
           MOVE "BRL" TO CP-MOEDA
           MOVE 1 TO CP-TAXA-CAMBIO
           MOVE CT-LIB-VALOR TO CP-VALOR-ORIGINAL
           MOVE ZEROS TO CP-DESC-PERC
           MOVE ZEROS TO CP-DESC-LIMITE
           MOVE SPACES TO CP-MOTIVO-REJEICAO
           MOVE SPACES TO CP-CONTA-PAGADORA
           MOVE SPACES TO CP-ALERTAS
           MOVE ZEROS TO CP-NUM-REMESSA
           MOVE "T" TO CP-FORMA-PGTO
           MOVE SPACES TO CP-COD-BARRAS
           MOVE CT-EMPRESA TO CP-EMPRESA

           WRITE CONTA-REG
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao gerar a conta da caução: "
                   WS-STATUS-FILE-C
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
           END-IF.

      *> Mesmo algoritmo de NUMDOC.DAT usado em LANCCONT.cbl.
       GERA-PROX-NUMDOC.
           MOVE "01" TO ND-CHAVE
           READ NUMDOC-FILE
               INVALID KEY
                   MOVE 1 TO ND-PROX-NUM
                   MOVE ND-PROX-NUM TO CP-NUM-DOC
                   ADD 1 TO ND-PROX-NUM
                   WRITE NUMDOC-REG
                   EXIT PARAGRAPH
           END-READ

           MOVE ND-PROX-NUM TO CP-NUM-DOC
           ADD 1 TO ND-PROX-NUM
           REWRITE NUMDOC-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa o número do contrato.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADCONTR"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE CT-NUM-CONTRATO             TO WS-NUM-CONTRATO-TXT
           MOVE WS-NUM-CONTRATO-TXT         TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "CADCONTR" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
