       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPENH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Ordens judiciais de penhora de créditos do fornecedor: um
      *> percentual ou valor fixo de cada pagamento vai para a conta
      *> de depósito judicial até o teto da ordem (ver RETPENH.cbl,
      *> chamado em todos os caminhos de pagamento).
           SELECT PENHORA-FILE ASSIGN TO "PENHORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NUM-ORDEM
               ALTERNATE RECORD KEY IS PH-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PH.

      *> Depósitos feitos contra cada ordem (ver RETPENH.cbl); os
      *> pendentes são baixados aqui quando a empresa deposita.
           SELECT PENHORMV-FILE ASSIGN TO "PENHORMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PM.

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
       01 WS-STATUS-FILE-PH     PIC XX.
       01 WS-STATUS-FILE-PM     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-VALOR-TXT          PIC X(15).
       01 WS-NUM-ORDEM-TXT      PIC 9(06).
       01 WS-CNPJ-CONSULTA      PIC 9(14).
       01 WS-QTD-ORDENS         PIC 9(5).
       01 WS-SALDO-TETO         PIC 9(12)V99.
       01 WS-QTD-PENDENTES      PIC 9(5).
       01 WS-SEQ-PENDENTE       PIC 9(05).
       01 WS-DATA-DEPOSITO      PIC 9(8).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "ORDENS JUDICIAIS DE PENHORA DE CRÉDITOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O PENHORA-FILE
           IF WS-STATUS-FILE-PH = "35"
      *> PENHORA.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT PENHORA-FILE
               CLOSE PENHORA-FILE
               OPEN I-O PENHORA-FILE
           END-IF
           IF WS-STATUS-FILE-PH NOT = "00"
               DISPLAY "Erro ao abrir PENHORA.DAT: " WS-STATUS-FILE-PH
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
               DISPLAY "===== PENHORAS JUDICIAIS ====="
               DISPLAY "1 - Incluir ordem de penhora"
               DISPLAY "2 - Consultar ordem"
               DISPLAY "3 - Suspender / reativar / encerrar ordem"
               DISPLAY "4 - Ordens de um fornecedor"
               DISPLAY "5 - Baixar depósito pendente"
               DISPLAY "6 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM INCLUI-ORDEM
                   WHEN 2
                       PERFORM CONSULTA-ORDEM
                   WHEN 3
                       PERFORM ALTERA-SITUACAO
                   WHEN 4
                       PERFORM LISTA-ORDENS-FORNECEDOR
                   WHEN 5
                       PERFORM BAIXA-DEPOSITO-PENDENTE
                   WHEN 6
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE PENHORA-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> A ordem entra ativa e passa a valer no próximo pagamento do
      *> CNPJ, em qualquer caminho (PGTOCONT, PGTOLOTE, APROVPAG,
      *> REMESSA).
       INCLUI-ORDEM.
           DISPLAY "Número da ordem (controle interno): "
           ACCEPT PH-NUM-ORDEM
           IF PH-NUM-ORDEM = ZEROS
               DISPLAY "Erro: número da ordem não informado."
               EXIT PARAGRAPH
           END-IF

           READ PENHORA-FILE
               NOT INVALID KEY
                   DISPLAY "Ordem já cadastrada."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CNPJ do fornecedor executado: "
           ACCEPT PH-CNPJ-FORN
           MOVE PH-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   DISPLAY "Fornecedor não cadastrado."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL

           DISPLAY "Número do processo: "
           ACCEPT PH-PROCESSO
           DISPLAY "Juízo / vara: "
           ACCEPT PH-VARA
           DISPLAY "Data da ordem (AAAAMMDD): "
           ACCEPT PH-DATA-ORDEM
           IF PH-PROCESSO = SPACES OR PH-VARA = SPACES
               DISPLAY "Erro: processo e juízo são obrigatórios."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Titular da conta de depósito judicial: "
           ACCEPT PH-BENEF-NOME
           DISPLAY "CNPJ do titular do depósito: "
           ACCEPT PH-BENEF-CNPJ
           DISPLAY "Banco do depósito: "
           ACCEPT PH-BANCO
           DISPLAY "Agência: "
           ACCEPT PH-AGENCIA
           DISPLAY "Conta / identificador do depósito: "
           ACCEPT PH-CONTA
           IF PH-BANCO = SPACES OR PH-CONTA = SPACES
               DISPLAY "Erro: dados bancários do depósito são "
                   "obrigatórios."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Tipo: P = percentual de cada pagamento, "
               "V = valor fixo por pagamento: "
           ACCEPT PH-TIPO
           MOVE FUNCTION UPPER-CASE(PH-TIPO) TO PH-TIPO
           MOVE ZEROS TO PH-PERC
           MOVE ZEROS TO PH-VALOR-FIXO
           EVALUATE PH-TIPO
               WHEN "P"
                   DISPLAY "Percentual a depositar (ex: 30.00): "
                   ACCEPT WS-VALOR-TXT
                   COMPUTE PH-PERC = FUNCTION NUMVAL(WS-VALOR-TXT)
                   IF PH-PERC = ZEROS OR PH-PERC > 100
                       DISPLAY "Erro: percentual inválido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "V"
                   DISPLAY "Valor fixo por pagamento (ex: 1500.00): "
                   ACCEPT WS-VALOR-TXT
                   COMPUTE PH-VALOR-FIXO =
                       FUNCTION NUMVAL(WS-VALOR-TXT)
                   IF PH-VALOR-FIXO = ZEROS
                       DISPLAY "Erro: valor deve ser maior que zero."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Erro: tipo deve ser P ou V."
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Teto da ordem (valor total a depositar): "
           ACCEPT WS-VALOR-TXT
           COMPUTE PH-TETO = FUNCTION NUMVAL(WS-VALOR-TXT)
           IF PH-TETO = ZEROS
               DISPLAY "Erro: teto deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO PH-TOTAL-DEPOSITADO
           MOVE ZEROS TO PH-ULT-SEQ-MOV
           MOVE "A" TO PH-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO PH-USUARIO

           WRITE PENHORA-REG
           IF WS-STATUS-FILE-PH = "00"
               DISPLAY "Ordem " PH-NUM-ORDEM " cadastrada e ativa."
               MOVE "INCLUSAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "CNPJ=" DELIMITED BY SIZE
                      PH-CNPJ-FORN DELIMITED BY SIZE
                      " TIPO=" DELIMITED BY SIZE
                      PH-TIPO DELIMITED BY SIZE
                      " TETO=" DELIMITED BY SIZE
                      PH-TETO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar ordem: " WS-STATUS-FILE-PH
           END-IF.

       CONSULTA-ORDEM.
           DISPLAY "Número da ordem: "
           ACCEPT PH-NUM-ORDEM
           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "Ordem não encontrada."
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOSTRA-ORDEM.

       MOSTRA-ORDEM.
           COMPUTE WS-SALDO-TETO = PH-TETO - PH-TOTAL-DEPOSITADO
           DISPLAY "Ordem " PH-NUM-ORDEM " situação " PH-SITUACAO
               " - processo " PH-PROCESSO
           DISPLAY "  Juízo: " PH-VARA " (ordem de " PH-DATA-ORDEM ")"
           DISPLAY "  Fornecedor executado: " PH-CNPJ-FORN
           DISPLAY "  Depósito: " PH-BENEF-NOME " banco " PH-BANCO
               " ag. " PH-AGENCIA " conta " PH-CONTA
           IF PH-TIPO = "V"
               DISPLAY "  Valor fixo por pagamento: " PH-VALOR-FIXO
           ELSE
               DISPLAY "  Percentual por pagamento: " PH-PERC
           END-IF
           DISPLAY "  Teto " PH-TETO " depositado "
               PH-TOTAL-DEPOSITADO " a depositar " WS-SALDO-TETO.

      *> Suspensão (ordem de sustação do juízo), reativação e
      *> encerramento antecipado (levantamento da penhora).
       ALTERA-SITUACAO.
           DISPLAY "Número da ordem: "
           ACCEPT PH-NUM-ORDEM
           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "Ordem não encontrada."
                   EXIT PARAGRAPH
           END-READ

           PERFORM MOSTRA-ORDEM
           IF PH-SITUACAO = "E"
               DISPLAY "Ordem encerrada; não pode ser alterada."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=" DELIMITED BY SIZE
                  PH-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-ANTES

           DISPLAY "Nova situação (A=ativa, S=suspensa, "
               "E=encerrada): "
           ACCEPT RESPOSTA
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO RESPOSTA
           IF RESPOSTA NOT = "A" AND RESPOSTA NOT = "S"
                   AND RESPOSTA NOT = "E"
               DISPLAY "Situação inválida."
               EXIT PARAGRAPH
           END-IF

           MOVE RESPOSTA TO PH-SITUACAO
           REWRITE PENHORA-REG
           IF WS-STATUS-FILE-PH = "00"
               DISPLAY "Ordem " PH-NUM-ORDEM " agora na situação "
                   PH-SITUACAO "."
               MOVE "SITUACAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "SITUACAO=" DELIMITED BY SIZE
                      PH-SITUACAO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar ordem: " WS-STATUS-FILE-PH
           END-IF.

       LISTA-ORDENS-FORNECEDOR.
           DISPLAY "CNPJ do fornecedor: "
           ACCEPT WS-CNPJ-CONSULTA
           MOVE ZEROS TO WS-QTD-ORDENS
           MOVE WS-CNPJ-CONSULTA TO PH-CNPJ-FORN
           START PENHORA-FILE KEY IS EQUAL PH-CNPJ-FORN
               INVALID KEY
                   DISPLAY "Nenhuma ordem para o fornecedor."
                   EXIT PARAGRAPH
           END-START

           READ PENHORA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PH = "10"
                   OR PH-CNPJ-FORN NOT = WS-CNPJ-CONSULTA
               PERFORM MOSTRA-ORDEM
               ADD 1 TO WS-QTD-ORDENS
               READ PENHORA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PH
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PH
           DISPLAY "Ordens do fornecedor: " WS-QTD-ORDENS.

      *> Depósito pendente é a parte do juízo de um pagamento que
      *> saiu cheio ao fornecedor (débito automático em CONCBANC,
      *> câmbio em FXLIQ): já abateu o teto, mas a empresa ainda
      *> precisa depositar. Feito o depósito, baixa-se aqui, com a
      *> data em que foi feito, para o informe ao juízo (RELPENH).
       BAIXA-DEPOSITO-PENDENTE.
           DISPLAY "Número da ordem: "
           ACCEPT PH-NUM-ORDEM
           READ PENHORA-FILE
               INVALID KEY
                   DISPLAY "Ordem não encontrada."
                   EXIT PARAGRAPH
           END-READ

           OPEN I-O PENHORMV-FILE
           IF WS-STATUS-FILE-PM NOT = "00"
               DISPLAY "Nenhum depósito registrado para a ordem."
               EXIT PARAGRAPH
           END-IF

           PERFORM LISTA-PENDENTES
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "Nenhum depósito pendente para a ordem."
               CLOSE PENHORMV-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Sequência do depósito feito: "
           ACCEPT WS-SEQ-PENDENTE
           MOVE PH-NUM-ORDEM    TO PM-NUM-ORDEM
           MOVE WS-SEQ-PENDENTE TO PM-SEQ
           READ PENHORMV-FILE
               INVALID KEY
                   DISPLAY "Depósito não encontrado."
                   CLOSE PENHORMV-FILE
                   EXIT PARAGRAPH
           END-READ
           IF PM-SITUACAO NOT = "P"
               DISPLAY "Depósito não está pendente."
               CLOSE PENHORMV-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data do depósito (AAAAMMDD, 0 = hoje): "
           ACCEPT WS-DATA-DEPOSITO
           IF WS-DATA-DEPOSITO = ZEROS
               MOVE WS-HOJE TO WS-DATA-DEPOSITO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-DEPOSITO) NOT = 0
                   OR WS-DATA-DEPOSITO < PM-DATA
               DISPLAY "Erro: data inválida."
               CLOSE PENHORMV-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "D"              TO PM-SITUACAO
           MOVE WS-DATA-DEPOSITO TO PM-DATA-DEPOSITO
           REWRITE PENHORMV-REG
           IF WS-STATUS-FILE-PM = "00"
               DISPLAY "Depósito " PM-SEQ " baixado em "
                   PM-DATA-DEPOSITO "."
               MOVE "DEP.PEND" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               STRING "SEQ=" DELIMITED BY SIZE
                      PM-SEQ DELIMITED BY SIZE
                      " SITUACAO=P VALOR=" DELIMITED BY SIZE
                      PM-VALOR DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "SITUACAO=D DATA=" DELIMITED BY SIZE
                      PM-DATA-DEPOSITO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao gravar depósito: " WS-STATUS-FILE-PM
           END-IF
           CLOSE PENHORMV-FILE.

       LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE PH-NUM-ORDEM TO PM-NUM-ORDEM
           MOVE ZEROS TO PM-SEQ
           START PENHORMV-FILE KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORMV-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PM = "10"
                   OR PM-NUM-ORDEM NOT = PH-NUM-ORDEM
               IF PM-SITUACAO = "P"
                   ADD 1 TO WS-QTD-PENDENTES
                   DISPLAY "  Seq " PM-SEQ " de " PM-DATA " "
                       PM-PROGRAMA " conta " PM-CP-CHAVE
                       " valor " PM-VALOR
               END-IF
               READ PENHORMV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PM
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PM.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa o número da ordem.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADPENH"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE PH-NUM-ORDEM                TO WS-NUM-ORDEM-TXT
           MOVE WS-NUM-ORDEM-TXT            TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
