       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cessões de crédito (factoring / desconto bancário): a
      *> notificação do fornecedor manda pagar uma conta, ou todas as
      *> contas futuras dele, a um cessionário. Registrada aqui fica
      *> pendente; só a confirmação por outro usuário a põe em
      *> vigor nos caminhos de pagamento (ver LOCCESS.cbl).
           SELECT CESSAO-FILE ASSIGN TO "CESSAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-NUM-CESSAO
               ALTERNATE RECORD KEY IS CS-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-CS.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD CESSAO-FILE.
       01 CESSAO-REG.
           05 CS-NUM-CESSAO     PIC 9(06).
           05 CS-CNPJ-FORN      PIC 9(14).  *> cedente
           05 CS-TIPO           PIC X(01).  *> C=conta específica,
                                            *> F=contas futuras
           05 CS-CP-CHAVE       PIC X(26).  *> conta cedida (tipo C)
           05 CS-DATA-INICIO    PIC 9(8).   *> tipo F: emitidas desde
           05 CS-DATA-NOTIF     PIC 9(8).   *> notificação recebida
           05 CS-CESS-CNPJ      PIC 9(14).  *> cessionário
           05 CS-CESS-NOME      PIC X(40).
           05 CS-BANCO          PIC X(03).
           05 CS-AGENCIA        PIC X(06).
           05 CS-CONTA          PIC X(12).
           05 CS-SITUACAO       PIC X(01).  *> P=PENDENTE,A=ATIVA,
                                            *> R=RECUSADA,E=ENCERRADA
           05 CS-USUARIO-REG    PIC X(10).
           05 CS-USUARIO-CONF   PIC X(10).
           05 CS-DATA-CONF      PIC 9(8).

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
       01 WS-STATUS-FILE-CS     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-DECISAO            PIC X.
       01 WS-ENCERRA            PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-NUM-CESSAO-TXT     PIC 9(06).
       01 WS-PROX-CESSAO        PIC 9(06).
       01 WS-CNPJ-CONSULTA      PIC 9(14).
       01 WS-QTD-CESSOES        PIC 9(5).
       01 WS-CONTA-OK           PIC X.
       01 WS-NUM-DOC            PIC 9(10).
       01 WS-NUM-PARCELA        PIC 9(02).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "CESSÃO DE CRÉDITO DE FORNECEDOR"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O CESSAO-FILE
           IF WS-STATUS-FILE-CS = "35"
      *> CESSAO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT CESSAO-FILE
               CLOSE CESSAO-FILE
               OPEN I-O CESSAO-FILE
           END-IF
           IF WS-STATUS-FILE-CS NOT = "00"
               DISPLAY "Erro ao abrir CESSAO.DAT: " WS-STATUS-FILE-CS
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
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
               DISPLAY "===== CESSÃO DE CRÉDITO ====="
               DISPLAY "1 - Registrar notificação de cessão"
               DISPLAY "2 - Confirmar cessões pendentes"
               DISPLAY "3 - Consultar cessão"
               DISPLAY "4 - Encerrar cessão"
               DISPLAY "5 - Cessões de um fornecedor"
               DISPLAY "6 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM REGISTRA-CESSAO
                   WHEN 2
                       PERFORM CONFIRMA-PENDENTES
                   WHEN 3
                       PERFORM CONSULTA-CESSAO
                   WHEN 4
                       PERFORM ENCERRA-CESSAO
                   WHEN 5
                       PERFORM LISTA-CESSOES-FORNECEDOR
                   WHEN 6
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE CESSAO-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> A cessão entra pendente ("P"): nenhum pagamento muda de
      *> beneficiário até outro usuário conferir a notificação e
      *> confirmá-la (opção 2).
       REGISTRA-CESSAO.
           DISPLAY "CNPJ do fornecedor cedente: "
           ACCEPT CS-CNPJ-FORN
           MOVE CS-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   DISPLAY "Fornecedor não cadastrado."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL

           DISPLAY "Cessão de: C = uma conta específica, "
               "F = todas as contas futuras: "
           ACCEPT CS-TIPO
           MOVE FUNCTION UPPER-CASE(CS-TIPO) TO CS-TIPO
           MOVE SPACES TO CS-CP-CHAVE
           MOVE ZEROS  TO CS-DATA-INICIO
           EVALUATE CS-TIPO
               WHEN "C"
                   PERFORM INFORMA-CONTA-CEDIDA
                   IF WS-CONTA-OK NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "F"
                   DISPLAY "Contas emitidas a partir de (AAAAMMDD, "
                       "0 = hoje): "
                   ACCEPT CS-DATA-INICIO
                   IF CS-DATA-INICIO = ZEROS
                       MOVE WS-HOJE TO CS-DATA-INICIO
                   END-IF
               WHEN OTHER
                   DISPLAY "Erro: tipo deve ser C ou F."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Data da notificação recebida (AAAAMMDD): "
           ACCEPT CS-DATA-NOTIF
           IF CS-DATA-NOTIF = ZEROS
               MOVE WS-HOJE TO CS-DATA-NOTIF
           END-IF

           DISPLAY "CNPJ do cessionário: "
           ACCEPT CS-CESS-CNPJ
           DISPLAY "Razão social do cessionário: "
           ACCEPT CS-CESS-NOME
           DISPLAY "Banco do cessionário: "
           ACCEPT CS-BANCO
           DISPLAY "Agência: "
           ACCEPT CS-AGENCIA
           DISPLAY "Conta: "
           ACCEPT CS-CONTA
           IF CS-CESS-CNPJ = ZEROS OR CS-CESS-NOME = SPACES
               DISPLAY "Erro: CNPJ e nome do cessionário são "
                   "obrigatórios."
               EXIT PARAGRAPH
           END-IF
           IF CS-BANCO = SPACES OR CS-AGENCIA = SPACES
                   OR CS-CONTA = SPACES
               DISPLAY "Erro: dados bancários do cessionário são "
                   "obrigatórios."
               EXIT PARAGRAPH
           END-IF
           IF CS-CESS-CNPJ = CS-CNPJ-FORN
               DISPLAY "Erro: cessionário igual ao cedente."
               EXIT PARAGRAPH
           END-IF

           PERFORM GERA-PROX-CESSAO
           MOVE WS-PROX-CESSAO TO CS-NUM-CESSAO
           MOVE "P" TO CS-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO CS-USUARIO-REG
           MOVE SPACES TO CS-USUARIO-CONF
           MOVE ZEROS  TO CS-DATA-CONF

           WRITE CESSAO-REG
           IF WS-STATUS-FILE-CS = "00"
               DISPLAY "Cessão " CS-NUM-CESSAO " registrada; aguarda "
                   "confirmação de outro usuário."
               MOVE "INCLUSAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CEDENTE=" DELIMITED BY SIZE
                      CS-CNPJ-FORN DELIMITED BY SIZE
                      " TIPO=" DELIMITED BY SIZE
                      CS-TIPO DELIMITED BY SIZE
                      " CESSIONARIO=" DELIMITED BY SIZE
                      CS-CESS-CNPJ DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar cessão: " WS-STATUS-FILE-CS
           END-IF.

      *> Só conta ainda em aberto pode ser cedida; a que já foi ao
      *> banco em remessa tem de esperar o retorno (ou ser
      *> rejeitada) antes.
       INFORMA-CONTA-CEDIDA.
           MOVE "N" TO WS-CONTA-OK
           DISPLAY "Número do documento: "
           ACCEPT WS-NUM-DOC
           DISPLAY "Parcela (00 se conta sem parcelamento): "
           ACCEPT WS-NUM-PARCELA
           MOVE SPACES TO CP-CHAVE
           STRING WS-NUM-DOC     DELIMITED BY SIZE
                  CS-CNPJ-FORN   DELIMITED BY SIZE
                  WS-NUM-PARCELA DELIMITED BY SIZE
                  INTO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "Conta não encontrada."
                   EXIT PARAGRAPH
           END-READ

           IF CP-SITUACAO = "E"
               DISPLAY "Conta já enviada ao banco (remessa "
                   CP-NUM-REMESSA "); aguarde o retorno."
               EXIT PARAGRAPH
           END-IF
           IF CP-SITUACAO NOT = "N" AND CP-SITUACAO NOT = "A"
                   AND CP-SITUACAO NOT = "B"
               DISPLAY "Conta não está em aberto: " CP-SITUACAO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Conta " CP-CHAVE " venc. " CP-DATA-VENC
               " valor " CP-VALOR
           IF CP-DESC-PERC > 0
               DISPLAY "AVISO: o desconto antecipado de " CP-DESC-PERC
                   "% deixa de ser aplicado na conta cedida."
           END-IF
           MOVE CP-CHAVE TO CS-CP-CHAVE
           MOVE "S" TO WS-CONTA-OK.

      *> Próximo número livre: o maior cadastrado mais um.
       GERA-PROX-CESSAO.
           MOVE ZEROS TO WS-PROX-CESSAO
           MOVE ZEROS TO CS-NUM-CESSAO
           START CESSAO-FILE KEY IS NOT LESS CS-NUM-CESSAO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-CS
           END-START
           IF WS-STATUS-FILE-CS NOT = "10"
               READ CESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CS
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-CS = "10"
               MOVE CS-NUM-CESSAO TO WS-PROX-CESSAO
               READ CESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CS
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CS
           ADD 1 TO WS-PROX-CESSAO.

      *> Mesma regra de APROVBCO.cbl: quem registrou a notificação
      *> não pode confirmar a própria cessão.
       CONFIRMA-PENDENTES.
           MOVE "N" TO WS-ENCERRA
           MOVE ZEROS TO WS-QTD-CESSOES
           MOVE ZEROS TO CS-NUM-CESSAO
           START CESSAO-FILE KEY IS NOT LESS CS-NUM-CESSAO
               INVALID KEY
                   DISPLAY "Nenhuma cessão cadastrada."
                   EXIT PARAGRAPH
           END-START

           READ CESSAO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CS
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CS = "10"
                   OR WS-ENCERRA = "S"
               IF CS-SITUACAO = "P"
                   ADD 1 TO WS-QTD-CESSOES
                   PERFORM EXAMINA-PENDENTE
               END-IF
               READ CESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CS
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CS

           IF WS-QTD-CESSOES = ZEROS
               DISPLAY "Nenhuma cessão pendente de confirmação."
           END-IF.

       EXAMINA-PENDENTE.
           DISPLAY "----------------------------------------"
           PERFORM MOSTRA-CESSAO
           MOVE CS-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE SPACES TO F-RAZAO-SOCIAL
                   MOVE SPACES TO F-BANCO
                   MOVE SPACES TO F-AGENCIA
                   MOVE SPACES TO F-CONTA
           END-READ
           DISPLAY "  Cedente: " F-RAZAO-SOCIAL
           DISPLAY "  Pagamento hoje vai a: " F-BANCO " " F-AGENCIA
               " " F-CONTA

           IF CS-USUARIO-REG = WS-USUARIO-CHAMADOR
               DISPLAY "Cessão registrada por você: outro usuário "
                   "deve confirmá-la."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirmar, Recusar, Pular ou Encerrar? "
               "(C/R/P/E): "
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "C"
                   PERFORM CONFIRMA-CESSAO
               WHEN "R"
                   MOVE "R" TO CS-SITUACAO
                   MOVE WS-USUARIO-CHAMADOR TO CS-USUARIO-CONF
                   MOVE WS-HOJE TO CS-DATA-CONF
                   PERFORM REGRAVA-DECISAO
               WHEN "P"
                   CONTINUE
               WHEN "E"
                   MOVE "S" TO WS-ENCERRA
               WHEN OTHER
                   DISPLAY "Opção inválida; cessão mantida "
                       "pendente."
           END-EVALUATE.

      *> Conta cedida que saiu do aberto desde o registro (paga,
      *> cancelada ou já em remessa) não pode mais ser confirmada.
       CONFIRMA-CESSAO.
           IF CS-TIPO = "C"
               MOVE CS-CP-CHAVE TO CP-CHAVE
               READ CONTAPAGAR-FILE
                   INVALID KEY
                       MOVE "X" TO CP-SITUACAO
               END-READ
               IF CP-SITUACAO NOT = "N" AND CP-SITUACAO NOT = "A"
                       AND CP-SITUACAO NOT = "B"
                   DISPLAY "Conta " CS-CP-CHAVE " não está mais em "
                       "aberto (" CP-SITUACAO "); cessão não "
                       "confirmada."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "A" TO CS-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO CS-USUARIO-CONF
           MOVE WS-HOJE TO CS-DATA-CONF
           PERFORM REGRAVA-DECISAO.

       REGRAVA-DECISAO.
           REWRITE CESSAO-REG
           IF WS-STATUS-FILE-CS NOT = "00"
               DISPLAY "Erro ao gravar cessão: " WS-STATUS-FILE-CS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=P REG=" DELIMITED BY SIZE
                  CS-USUARIO-REG DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           IF CS-SITUACAO = "A"
               DISPLAY "Cessão " CS-NUM-CESSAO " confirmada: os "
                   "pagamentos vão ao cessionário."
               MOVE "CONF.CESS" TO WS-AUD-ACAO
           ELSE
               DISPLAY "Cessão " CS-NUM-CESSAO " recusada."
               MOVE "RECUSA.CES" TO WS-AUD-ACAO
           END-IF
           STRING "SITUACAO=" DELIMITED BY SIZE
                  CS-SITUACAO DELIMITED BY SIZE
                  " CESSIONARIO=" DELIMITED BY SIZE
                  CS-CESS-CNPJ DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       CONSULTA-CESSAO.
           DISPLAY "Número da cessão: "
           ACCEPT CS-NUM-CESSAO
           READ CESSAO-FILE
               INVALID KEY
                   DISPLAY "Cessão não encontrada."
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOSTRA-CESSAO.

       MOSTRA-CESSAO.
           DISPLAY "Cessão " CS-NUM-CESSAO " situação " CS-SITUACAO
               " - cedente " CS-CNPJ-FORN
           IF CS-TIPO = "C"
               DISPLAY "  Conta cedida: " CS-CP-CHAVE
           ELSE
               DISPLAY "  Contas futuras emitidas desde "
                   CS-DATA-INICIO
           END-IF
           DISPLAY "  Cessionário: " CS-CESS-CNPJ " " CS-CESS-NOME
           DISPLAY "  Pagar em: banco " CS-BANCO " ag. " CS-AGENCIA
               " conta " CS-CONTA
           DISPLAY "  Notificada em " CS-DATA-NOTIF
               " - registrada por " CS-USUARIO-REG
           IF CS-USUARIO-CONF NOT = SPACES
               DISPLAY "  Decidida por " CS-USUARIO-CONF
                   " em " CS-DATA-CONF
           END-IF.

      *> Encerramento: recompra do título pelo cedente ou fim do
      *> contrato de factoring; os próximos pagamentos voltam ao
      *> cadastro do fornecedor.
       ENCERRA-CESSAO.
           DISPLAY "Número da cessão: "
           ACCEPT CS-NUM-CESSAO
           READ CESSAO-FILE
               INVALID KEY
                   DISPLAY "Cessão não encontrada."
                   EXIT PARAGRAPH
           END-READ

           PERFORM MOSTRA-CESSAO
           IF CS-SITUACAO NOT = "A" AND CS-SITUACAO NOT = "P"
               DISPLAY "Cessão já encerrada ou recusada."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma o encerramento? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=" DELIMITED BY SIZE
                  CS-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE "E" TO CS-SITUACAO
           REWRITE CESSAO-REG
           IF WS-STATUS-FILE-CS = "00"
               DISPLAY "Cessão " CS-NUM-CESSAO " encerrada."
               MOVE "ENCERRA" TO WS-AUD-ACAO
               MOVE "SITUACAO=E" TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar cessão: " WS-STATUS-FILE-CS
           END-IF.

       LISTA-CESSOES-FORNECEDOR.
           DISPLAY "CNPJ do fornecedor cedente: "
           ACCEPT WS-CNPJ-CONSULTA
           MOVE ZEROS TO WS-QTD-CESSOES
           MOVE WS-CNPJ-CONSULTA TO CS-CNPJ-FORN
           START CESSAO-FILE KEY IS EQUAL CS-CNPJ-FORN
               INVALID KEY
                   DISPLAY "Nenhuma cessão para o fornecedor."
                   EXIT PARAGRAPH
           END-START

           READ CESSAO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CS = "10"
                   OR CS-CNPJ-FORN NOT = WS-CNPJ-CONSULTA
               PERFORM MOSTRA-CESSAO
               ADD 1 TO WS-QTD-CESSOES
               READ CESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CS
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CS
           DISPLAY "Cessões do fornecedor: " WS-QTD-CESSOES.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa o número da cessão.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADCESS"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE CS-NUM-CESSAO               TO WS-NUM-CESSAO-TXT
           MOVE WS-NUM-CESSAO-TXT           TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
