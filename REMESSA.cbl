               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Cadastro de funcionários (ver CADFUNC.cbl): o reembolso de
      *> despesas aprovado (ver APROVLAN.cbl) vira conta a pagar com
      *> o CPF do funcionário no lugar do CNPJ, e os dados bancários
      *> vêm daqui. Arquivo opcional.
           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> Arquivo de remessa com o número do lote no nome (montado em
      *> MONTA-NOME-REMESSA), para que uma geração não sobrescreva a
      *> anterior.
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RL.

      *> Registro "01" de controle do próximo número de remessa,
      *> mesmo padrão de NUMDOC.DAT em LANCCONT.cbl, e um selo por
      *> remessa gerada, gravado por SELAREM.cbl.
           SELECT REMCTRL-FILE ASSIGN TO "REMCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

       FD FUNCIONARIO-FILE.
       01 FUNCIONARIO-REG.
           05 FU-CPF            PIC 9(14).
           05 FU-NOME           PIC X(40).
           05 FU-EMAIL          PIC X(30).
           05 FU-LOGIN          PIC X(10).
           05 FU-CENTRO-CUSTO   PIC X(06).
           05 FU-BANCO          PIC X(03).
           05 FU-AGENCIA        PIC X(06).
           05 FU-CONTA          PIC X(12).
           05 FU-PIX            PIC X(40).
           05 FU-ATIVO          PIC X(1).
           05 FU-DATA-CADASTRO  PIC 9(8).

      *> Registro de remessa simplificado, com os campos bancários e
      *> de título necessários para o banco processar o pagamento.
      *> Layout próprio, alinhado aos campos que já temos em

       FD REMCTRL-FILE.
       01 REMCTRL-REG.
           05 RT-CHAVE          PIC X(08).  *> "01" = controle;
                                            *> "SL"+nº = selo
           05 RT-PROX-NUM       PIC 9(06).
           05 RT-SELO           PIC X(132). *> ver SELAREM.cbl

      *> Corte e teto por conta e forma (ver CADLIM.cbl).
       FD LIMITES-FILE.
       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-FUNCIONARIO-OK     PIC X VALUE "N".
       01 WS-FAVORECIDO-OK      PIC X.
       01 WS-STATUS-FILE-R      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-AUD-CHAVE          PIC X(26).

      *> Selo do arquivo gerado (ver SELAREM.cbl): totais de controle
      *> e impressão digital conferidos por VERREM antes do envio.
       01 WS-SELO-REMESSA.
           05 WS-SR-FUNCAO      PIC X(1).
           05 WS-SR-NUM-REMESSA PIC 9(06).
           05 WS-SR-USUARIO     PIC X(10).
           05 WS-SR-SELADO.
               10 WS-SR-QTD-SEL     PIC 9(5).
               10 WS-SR-VALOR-SEL   PIC 9(12)V99.
               10 WS-SR-CONTAS-SEL  PIC 9(15).
               10 WS-SR-DIGITAL-SEL PIC 9(10).
               10 WS-SR-BYTES-SEL   PIC 9(9).
           05 WS-SR-ARQUIVO.
               10 WS-SR-QTD-ARQ     PIC 9(5).
               10 WS-SR-VALOR-ARQ   PIC 9(12)V99.
               10 WS-SR-CONTAS-ARQ  PIC 9(15).
               10 WS-SR-DIGITAL-ARQ PIC 9(10).
               10 WS-SR-BYTES-ARQ   PIC 9(9).
           05 WS-SR-SITUACAO    PIC X(1).
           05 WS-SR-DATA-SELO   PIC 9(8).
           05 WS-SR-RETORNO     PIC X(1).
           05 WS-SR-MOTIVO      PIC X(40).
       01 WS-STATUS-FILE-BD     PIC XX.
       01 WS-STATUS-FILE-CB     PIC XX.
       01 WS-CONTA-FUNDO        PIC X(03).
       01 WS-GRP-ACHOU          PIC 9(3).
       01 WS-ITEM-GRUPO-ATUAL   PIC 9(04) VALUE ZEROS.

      *> Penhora judicial sobre os créditos do fornecedor (ver
      *> RETPENH.cbl): a parte penhorada sai num registro TED próprio
      *> para a conta de depósito judicial, com a parcela 00 como
      *> marca, e o fornecedor recebe só o restante. Conta penhorada
      *> não entra em agrupamento.
       01 WS-PEN-AREA.
           05 WS-PEN-MODO           PIC X(01).
           05 WS-PEN-CNPJ           PIC 9(14).
           05 WS-PEN-CP-CHAVE       PIC X(26).
           05 WS-PEN-VALOR-BASE     PIC 9(10)V99.
           05 WS-PEN-DATA           PIC 9(8).
           05 WS-PEN-PROGRAMA       PIC X(08).
           05 WS-PEN-NUM-REMESSA    PIC 9(06).
           05 WS-PEN-USUARIO        PIC X(10).
           05 WS-PEN-NUM-ORDEM      PIC 9(06).
           05 WS-PEN-PROCESSO       PIC X(25).
           05 WS-PEN-BENEF-CNPJ     PIC 9(14).
           05 WS-PEN-BANCO          PIC X(03).
           05 WS-PEN-AGENCIA        PIC X(06).
           05 WS-PEN-CONTA          PIC X(12).
           05 WS-PEN-VALOR          PIC 9(10)V99.
       01 WS-PEN-DEPOSITO       PIC 9(10)V99.

      *> Cessão de crédito confirmada (ver CADCESS.cbl/LOCCESS.cbl):
      *> a conta cedida é paga ao cessionário, por TED na conta
      *> notificada, item a item e fora da penhora do cedente.
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
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               STOP RUN
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU = "00"
               MOVE "S" TO WS-FUNCIONARIO-OK
           END-IF

           OPEN I-O REMLOTE-FILE
           IF WS-STATUS-FILE-RL = "35"
      *> REMLOTE.DAT ainda não existe — cria o arquivo na primeira
               PERFORM REGERA-REMESSA
               CLOSE CONTAPAGAR-FILE
               CLOSE FORNECEDOR-FILE
               IF WS-FUNCIONARIO-OK = "S"
                   CLOSE FUNCIONARIO-FILE
               END-IF
               CLOSE REMLOTE-FILE
               IF WS-AUDITORIA-OK = "S"
                   CLOSE AUDITORIA-FILE

           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-FUNCIONARIO-OK = "S"
               CLOSE FUNCIONARIO-FILE
           END-IF
           CLOSE REMESSA-FILE
           PERFORM SELA-REMESSA
           CLOSE BORDERO-FILE
           CLOSE REMLOTE-FILE
           IF WS-LIMITES-OK = "S"
               WS-NOME-REMESSA
           DISPLAY "Itens incluídos na remessa: " WS-QTD-ITENS
           DISPLAY "Valor total da remessa: " WS-VALOR-TOTAL
           DISPLAY "Rode VERREM imediatamente antes de enviar o "
               "arquivo ao banco."
           STOP RUN.

      *> Percorre os itens selecionados do borderô aprovado, localiza
               EXIT PARAGRAPH
           END-IF

      *> Conta cedida ou com penhora judicial vai item a item: o
      *> beneficiário, ou o depósito ao juízo, é decidido conta por
      *> conta.
           PERFORM CONSULTA-CESSAO
           PERFORM CONSULTA-PENHORA
           IF WS-CES-CEDIDA NOT = "N" OR WS-PEN-DEPOSITO > ZEROS
               MOVE ZEROS TO WS-ITEM-GRUPO-ATUAL
               PERFORM GRAVA-ITEM-REMESSA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-GRP-ACHOU
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-QTD-LINHAS

       EMITE-UM-GRUPO.
           MOVE WS-GRP-CNPJ(WS-GRP-I) TO F-CNPJ
           PERFORM LE-FAVORECIDO
           IF WS-FAVORECIDO-OK NOT = "S"
               DISPLAY "AVISO: fornecedor "
                   WS-GRP-CNPJ(WS-GRP-I)
                   " não encontrado; grupo e membros pulados."
               MOVE ZEROS TO WS-GRP-ITEM-LOTE(WS-GRP-I)
               EXIT PARAGRAPH
           END-IF

      *> Corte e teto valem também para o registro agrupado, pela
      *> soma do grupo.
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           STRING "SITUACAO=" DELIMITED BY SIZE
                  CP-SITUACAO DELIMITED BY SIZE
                  " AGRUPADA NO ITEM " DELIMITED BY SIZE
                   WS-STATUS-FILE-BD
           END-IF.

      *> Favorecido do pagamento pela chave em F-CNPJ: fornecedor
      *> ou, não sendo, funcionário com reembolso aprovado, cujos
      *> dados bancários são copiados para a área do fornecedor.
       LE-FAVORECIDO.
           MOVE "S" TO WS-FAVORECIDO-OK
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-FAVORECIDO-OK
           END-READ
           IF WS-FAVORECIDO-OK = "S" OR WS-FUNCIONARIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE F-CNPJ TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "S" TO WS-FAVORECIDO-OK
           MOVE FU-NOME    TO F-RAZAO-SOCIAL
           MOVE FU-EMAIL   TO F-EMAIL
           MOVE FU-BANCO   TO F-BANCO
           MOVE FU-AGENCIA TO F-AGENCIA
           MOVE FU-CONTA   TO F-CONTA
           MOVE FU-PIX     TO F-PIX
           MOVE "S"        TO F-ATIVO.

       GRAVA-ITEM-REMESSA.
           MOVE CP-CNPJ-FORN TO F-CNPJ
           PERFORM LE-FAVORECIDO
           IF WS-FAVORECIDO-OK NOT = "S"
               DISPLAY "AVISO: fornecedor " CP-CNPJ-FORN
                   " não encontrado, item ignorado."
               EXIT PARAGRAPH
           END-IF

      *> Corte e teto diário da conta/forma (ver CADLIM.cbl): item
      *> acima do teto acumulado fica fora desta remessa, com a
               EXIT PARAGRAPH
           END-IF

           PERFORM CONSULTA-CESSAO
           PERFORM CONSULTA-PENHORA

      *> Tipo de registro conforme a forma de pagamento capturada no
      *> lançamento (ver CAPTURA-FORMA-PGTO em LANCCONT.cbl): boleto
      *> leva a linha digitável; PIX e TED seguem com os dados de
           MOVE F-AGENCIA       TO RM-AGENCIA
           MOVE F-CONTA         TO RM-CONTA
           MOVE F-PIX           TO RM-PIX
      *> Conta cedida: a TED vai à conta do cessionário (a chave PIX
      *> do cadastro é do cedente). Boleto segue pela linha
      *> digitável, que já identifica o beneficiário do título.
           IF WS-CES-CEDIDA NOT = "N" AND CP-FORMA-PGTO NOT = "B"
               MOVE "1"             TO RM-TIPO-REGISTRO
               MOVE WS-CES-BANCO    TO RM-BANCO
               MOVE WS-CES-AGENCIA  TO RM-AGENCIA
               MOVE WS-CES-CONTA    TO RM-CONTA
               MOVE SPACES          TO RM-PIX
               DISPLAY "CESSÃO: conta " CP-CHAVE " paga a "
                   WS-CES-CESS-NOME " (cessão " WS-CES-NUM-CESSAO ")"
           END-IF
           MOVE CP-CNPJ-FORN    TO RM-CNPJ-FORN
           MOVE CP-NUM-DOC      TO RM-NUM-DOC
           MOVE CP-NUM-PARCELA  TO RM-NUM-PARCELA
               DISPLAY "AVISO: após o corte da forma "
                   CP-FORMA-PGTO "; item datado em " RM-DATA-VENC
           END-IF
           COMPUTE RM-VALOR = CP-SALDO - WS-PEN-DEPOSITO

           WRITE REMESSA-REG
           IF WS-STATUS-FILE-R NOT = "00"

           PERFORM GRAVA-ITEM-LOTE

           IF WS-PEN-DEPOSITO > ZEROS
               PERFORM GRAVA-DEPOSITO-JUDICIAL
           END-IF

      *> A chave não muda no REWRITE; a leitura atual já posiciona o
      *> registro corretamente no arquivo indexado.
           STRING "SITUACAO=" DELIMITED BY SIZE
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           STRING "SITUACAO=" DELIMITED BY SIZE
                  CP-SITUACAO DELIMITED BY SIZE
                  " SALDO=" DELIMITED BY SIZE
           READ REMCTRL-FILE
               INVALID KEY
                   MOVE 1 TO RT-PROX-NUM
                   MOVE SPACES TO RT-SELO
                   MOVE RT-PROX-NUM TO WS-NUM-REMESSA
                   ADD 1 TO RT-PROX-NUM
                   WRITE REMCTRL-REG
                  INTO RL-CHAVE
           MOVE WS-HOJE         TO RL-DATA
           MOVE WS-CONTA-FUNDO  TO RL-CONTA-PAGADORA
           MOVE RM-BANCO        TO RL-BANCO
           MOVE RM-AGENCIA      TO RL-AGENCIA
           MOVE RM-CONTA        TO RL-CONTA
           MOVE RM-PIX          TO RL-PIX
           MOVE CP-CNPJ-FORN    TO RL-CNPJ-FORN
           MOVE CP-NUM-DOC      TO RL-NUM-DOC
           MOVE CP-NUM-PARCELA  TO RL-NUM-PARCELA
      *> no arquivo enviado ao banco, para a regeração reproduzir o
      *> lote fielmente.
           MOVE RM-DATA-VENC    TO RL-DATA-VENC
           MOVE RM-VALOR        TO RL-VALOR
           MOVE CP-FORMA-PGTO   TO RL-FORMA-PGTO
      *> PIX desviado ao cessionário saiu como TED.
           IF CP-FORMA-PGTO = "P" AND RM-TIPO-REGISTRO = "1"
               MOVE "T"         TO RL-FORMA-PGTO
           END-IF
           MOVE CP-COD-BARRAS   TO RL-COD-BARRAS
           MOVE WS-ITEM-GRUPO-ATUAL TO RL-ITEM-GRUPO

                   WS-STATUS-FILE-RL
           END-IF.

       CONSULTA-CESSAO.
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA.

      *> Parte da conta devida ao juízo pela ordem de penhora ativa
      *> do fornecedor (zero quando não há ordem). Conta cedida já
      *> não é crédito do fornecedor e fica fora da penhora.
       CONSULTA-PENHORA.
           MOVE ZEROS TO WS-PEN-DEPOSITO
           IF WS-CES-CEDIDA NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "C"          TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN TO WS-PEN-CNPJ
           MOVE CP-CHAVE     TO WS-PEN-CP-CHAVE
           MOVE CP-SALDO     TO WS-PEN-VALOR-BASE
           CALL "RETPENH" USING WS-PEN-AREA
           MOVE WS-PEN-VALOR TO WS-PEN-DEPOSITO.

      *> Registro TED para a conta de depósito judicial, na mesma
      *> data do pagamento ao fornecedor; a parcela 00 identifica a
      *> linha no retorno (ver RETREM.cbl). O depósito é abatido do
      *> teto da ordem já na geração.
       GRAVA-DEPOSITO-JUDICIAL.
           MOVE "G"            TO WS-PEN-MODO
           MOVE CP-CNPJ-FORN   TO WS-PEN-CNPJ
           MOVE CP-CHAVE       TO WS-PEN-CP-CHAVE
           MOVE CP-SALDO       TO WS-PEN-VALOR-BASE
           MOVE WS-HOJE        TO WS-PEN-DATA
           MOVE "REMESSA"      TO WS-PEN-PROGRAMA
           MOVE WS-NUM-REMESSA TO WS-PEN-NUM-REMESSA
           MOVE "LOTE"         TO WS-PEN-USUARIO
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR NOT = WS-PEN-DEPOSITO
               DISPLAY "AVISO: depósito da penhora não abatido da "
                   "ordem " WS-PEN-NUM-ORDEM "; conferir em CADPENH."
           END-IF

           MOVE "1"             TO RM-TIPO-REGISTRO
           MOVE SPACES          TO RM-COD-BARRAS
           MOVE WS-PEN-BANCO    TO RM-BANCO
           MOVE WS-PEN-AGENCIA  TO RM-AGENCIA
           MOVE WS-PEN-CONTA    TO RM-CONTA
           MOVE SPACES          TO RM-PIX
           MOVE CP-CNPJ-FORN    TO RM-CNPJ-FORN
           MOVE CP-NUM-DOC      TO RM-NUM-DOC
           MOVE ZEROS           TO RM-NUM-PARCELA
           MOVE WS-PEN-DEPOSITO TO RM-VALOR

           WRITE REMESSA-REG
           IF WS-STATUS-FILE-R NOT = "00"
               DISPLAY "Erro ao gravar depósito judicial: "
                   WS-STATUS-FILE-R
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ITENS

           ADD 1 TO WS-PROX-ITEM
           MOVE WS-NUM-REMESSA TO RL-NUMERO
           MOVE WS-PROX-ITEM   TO RL-ITEM
           STRING RL-NUMERO DELIMITED BY SIZE
                  RL-ITEM   DELIMITED BY SIZE
                  INTO RL-CHAVE
           MOVE WS-HOJE         TO RL-DATA
           MOVE WS-CONTA-FUNDO  TO RL-CONTA-PAGADORA
           MOVE WS-PEN-BANCO    TO RL-BANCO
           MOVE WS-PEN-AGENCIA  TO RL-AGENCIA
           MOVE WS-PEN-CONTA    TO RL-CONTA
           MOVE SPACES          TO RL-PIX
           MOVE CP-CNPJ-FORN    TO RL-CNPJ-FORN
           MOVE CP-NUM-DOC      TO RL-NUM-DOC
           MOVE ZEROS           TO RL-NUM-PARCELA
           MOVE RM-DATA-VENC    TO RL-DATA-VENC
           MOVE WS-PEN-DEPOSITO TO RL-VALOR
           MOVE "J"             TO RL-FORMA-PGTO
           MOVE SPACES          TO RL-COD-BARRAS
           MOVE ZEROS           TO RL-ITEM-GRUPO

           WRITE REMLOTE-REG
           IF WS-STATUS-FILE-RL NOT = "00"
               DISPLAY "AVISO: falha ao registrar depósito judicial "
                   "no lote: " WS-STATUS-FILE-RL
           END-IF

           DISPLAY "PENHORA: conta " CP-CHAVE " - " WS-PEN-DEPOSITO
               " ao juízo (ordem " WS-PEN-NUM-ORDEM ", proc. "
               WS-PEN-PROCESSO ")".

       GRAVA-CABECALHO-LOTE.
           MOVE WS-NUM-REMESSA TO RL-NUMERO
           MOVE ZEROS          TO RL-ITEM
           END-READ

           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-VALOR-TOTAL
           PERFORM UNTIL WS-STATUS-FILE-RL = "10"
                   OR RL-NUMERO NOT = WS-NUM-REMESSA
      *> Membro de grupo não foi ao banco item a item: só o registro
                       AND RL-ITEM-GRUPO NOT = RL-ITEM
                   CONTINUE
               ELSE
      *> Depósito judicial da penhora ("J") sai como TED.
                   EVALUATE RL-FORMA-PGTO
                       WHEN "B"
                           MOVE "3" TO RM-TIPO-REGISTRO
                   MOVE RL-VALOR        TO RM-VALOR
                   WRITE REMESSA-REG
                   ADD 1 TO WS-QTD-ITENS
                   ADD RL-VALOR TO WS-VALOR-TOTAL
               END-IF
               READ REMLOTE-FILE NEXT RECORD
                   AT END

           CLOSE REMESSA-FILE
           DISPLAY "Remessa " WS-NUM-REMESSA " regerada em "
               WS-NOME-REMESSA " (" WS-QTD-ITENS " itens)."
           PERFORM SELA-REMESSA
           DISPLAY "Rode VERREM imediatamente antes de enviar o "
               "arquivo ao banco.".

      *> Sela o arquivo recém-fechado com os totais que esta geração
      *> contou (ver SELAREM.cbl). Arquivo que já não confere com a
      *> contagem nasce bloqueado e não passa na verificação.
       SELA-REMESSA.
           MOVE "S"            TO WS-SR-FUNCAO
           MOVE WS-NUM-REMESSA TO WS-SR-NUM-REMESSA
           MOVE "LOTE"         TO WS-SR-USUARIO
           MOVE WS-QTD-ITENS   TO WS-SR-QTD-SEL
           MOVE WS-VALOR-TOTAL TO WS-SR-VALOR-SEL
           CALL "SELAREM" USING WS-SELO-REMESSA

           MOVE SPACES TO WS-AUD-CHAVE
           STRING "REMESSA "     DELIMITED BY SIZE
                  WS-NUM-REMESSA DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "Q="              DELIMITED BY SIZE
                  WS-SR-QTD-SEL     DELIMITED BY SIZE
                  " V="             DELIMITED BY SIZE
                  WS-SR-VALOR-SEL   DELIMITED BY SIZE
                  " C="             DELIMITED BY SIZE
                  WS-SR-CONTAS-SEL  DELIMITED BY SIZE
                  " D="             DELIMITED BY SIZE
                  WS-SR-DIGITAL-SEL DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           EVALUATE WS-SR-RETORNO
               WHEN "S"
                   DISPLAY "Remessa selada: " WS-SR-QTD-SEL
                       " itens, valor " WS-SR-VALOR-SEL
                       ", impressão digital " WS-SR-DIGITAL-SEL
                   PERFORM GRAVA-AUDITORIA-SELO
               WHEN "N"
                   DISPLAY "*** ATENÇÃO: arquivo não confere com a "
                       "geração: " WS-SR-MOTIVO
                   DISPLAY "*** Remessa BLOQUEADA para envio; regere "
                       "o arquivo (opção 2)."
                   MOVE WS-SR-MOTIVO TO WS-AUD-ANTES
                   PERFORM GRAVA-AUDITORIA-SELO
               WHEN OTHER
                   DISPLAY "AVISO: remessa não selada: " WS-SR-MOTIVO
           END-EVALUATE.

       GRAVA-AUDITORIA-SELO.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "REMESSA"                   TO AU-PROGRAMA
           IF WS-SR-RETORNO = "S"
               MOVE "SELOREM"               TO AU-ACAO
           ELSE
               MOVE "BLOQREM"               TO AU-ACAO
           END-IF
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE "LOTE"                      TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl/CANCCONT.cbl); não fatal se o arquivo não puder
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "REMESSA" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
