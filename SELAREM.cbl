       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELAREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Controle da remessa (ver REMESSA.cbl): além do registro "01"
      *> com o próximo número, guarda um selo por remessa gerada,
      *> com chave "SL" + número.
           SELECT REMCTRL-FILE ASSIGN TO "REMCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RT.

      *> O arquivo de remessa é lido duas vezes: registro a registro
      *> para os totais de controle e byte a byte para a impressão
      *> digital e o tamanho.
           SELECT REMESSA-FILE ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-R.

           SELECT CONTEUDO-FILE ASSIGN TO WS-NOME-REMESSA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTEUDO.

       DATA DIVISION.
       FILE SECTION.

       FD REMCTRL-FILE.
       01 REMCTRL-REG.
           05 RT-CHAVE          PIC X(08).  *> "01" = controle;
                                            *> "SL"+nº = selo
           05 RT-PROX-NUM       PIC 9(06).
           05 RT-SELO.
               10 RT-DATA-SELO      PIC 9(8).
               10 RT-HORA-SELO      PIC 9(6).
               10 RT-QTD-ITENS      PIC 9(5).
               10 RT-VALOR-TOTAL    PIC 9(12)V99.
               10 RT-SOMA-CONTAS    PIC 9(15).
               10 RT-DIGITAL        PIC 9(10).
               10 RT-BYTES          PIC 9(9).
               10 RT-SITUACAO       PIC X(1).  *> G=gerada e selada,
                                               *> V=verificada,
                                               *> B=bloqueada
               10 RT-DATA-VERIF     PIC 9(8).
               10 RT-HORA-VERIF     PIC 9(6).
               10 RT-USUARIO        PIC X(10).
               10 RT-MOTIVO         PIC X(40).

       FD REMESSA-FILE.
       01 REMESSA-REG.
           05 RM-TIPO-REGISTRO  PIC X(1).
           05 RM-BANCO          PIC X(03).
           05 RM-AGENCIA        PIC X(06).
           05 RM-CONTA          PIC X(12).
           05 RM-PIX            PIC X(40).
           05 RM-CNPJ-FORN      PIC 9(14).
           05 RM-NUM-DOC        PIC 9(10).
           05 RM-NUM-PARCELA    PIC 9(02).
           05 RM-DATA-VENC      PIC 9(8).
           05 RM-VALOR          PIC 9(10)V99.
           05 RM-COD-BARRAS     PIC X(47).

       FD CONTEUDO-FILE.
       01 CONTEUDO-REG          PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-RT     PIC XX.
       01 WS-STATUS-FILE-R      PIC XX.
       01 WS-STATUS-CONTEUDO    PIC XX.
       01 WS-NOME-REMESSA       PIC X(20).
       01 WS-VALOR-INVALIDO     PIC X VALUE "N".
       01 WS-SELO-NOVO          PIC X VALUE "N".

      *> Soma das contas beneficiárias: cada conta do arquivo
      *> reduzida aos seus dígitos e somada como número, para que a
      *> troca de um único dígito mude o total.
       01 WS-CONTA-I            PIC 9(02).
       01 WS-CONTA-NUM          PIC 9(12).

      *> Impressão digital: polinômio base 31 módulo 9999999967 sobre
      *> todos os bytes do arquivo, como em CAIXAENT.cbl e no selo da
      *> auditoria (AUDSELA.cbl).
       01 WS-HASH               PIC 9(18).

       LINKAGE SECTION.
      *> Mesma área em REMESSA, VERREM e RETREM.
       01 WS-SELO-REMESSA.
           05 WS-SR-FUNCAO      PIC X(1).   *> S=selar,V=verificar,
                                            *> C=consultar o selo
           05 WS-SR-NUM-REMESSA PIC 9(06).
           05 WS-SR-USUARIO     PIC X(10).
           05 WS-SR-SELADO.                 *> S: qtd/valor informados
               10 WS-SR-QTD-SEL     PIC 9(5).
               10 WS-SR-VALOR-SEL   PIC 9(12)V99.
               10 WS-SR-CONTAS-SEL  PIC 9(15).
               10 WS-SR-DIGITAL-SEL PIC 9(10).
               10 WS-SR-BYTES-SEL   PIC 9(9).
           05 WS-SR-ARQUIVO.                *> recalculado do arquivo
               10 WS-SR-QTD-ARQ     PIC 9(5).
               10 WS-SR-VALOR-ARQ   PIC 9(12)V99.
               10 WS-SR-CONTAS-ARQ  PIC 9(15).
               10 WS-SR-DIGITAL-ARQ PIC 9(10).
               10 WS-SR-BYTES-ARQ   PIC 9(9).
           05 WS-SR-SITUACAO    PIC X(1).   *> situação do selo
           05 WS-SR-DATA-SELO   PIC 9(8).
           05 WS-SR-RETORNO     PIC X(1).   *> S=confere,N=diverge,
                                            *> X=sem selo/sem arquivo
           05 WS-SR-MOTIVO      PIC X(40).

      *> Selo do arquivo de remessa entre a geração e o envio ao
      *> banco. S grava o selo logo após a geração (ou após a
      *> regeração): os totais de controle apurados pela REMESSA e,
      *> do próprio arquivo, a soma das contas, a impressão digital
      *> e o tamanho; se o arquivo já não bater com o que a REMESSA
      *> contou, o selo nasce bloqueado. V recalcula tudo do arquivo
      *> imediatamente antes do envio e marca o selo como verificado
      *> ou bloqueado.
      *> C apenas devolve o selo (conferência do retorno em RETREM).
       PROCEDURE DIVISION USING WS-SELO-REMESSA.

       MAIN-PROCEDURE.
           MOVE "X"    TO WS-SR-RETORNO
           MOVE SPACES TO WS-SR-MOTIVO
           MOVE SPACES TO WS-SR-SITUACAO
           MOVE ZEROS  TO WS-SR-DATA-SELO
           MOVE ZEROS  TO WS-SR-ARQUIVO

           OPEN I-O REMCTRL-FILE
           IF WS-STATUS-FILE-RT = "35"
      *> REMCTRL.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT REMCTRL-FILE
               CLOSE REMCTRL-FILE
               OPEN I-O REMCTRL-FILE
           END-IF
           IF WS-STATUS-FILE-RT NOT = "00"
               DISPLAY "Erro ao abrir REMCTRL.DAT: " WS-STATUS-FILE-RT
               MOVE "ERRO NA ABERTURA DE REMCTRL.DAT" TO WS-SR-MOTIVO
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO RT-CHAVE
           STRING "SL"              DELIMITED BY SIZE
                  WS-SR-NUM-REMESSA DELIMITED BY SIZE
                  INTO RT-CHAVE

           EVALUATE WS-SR-FUNCAO
               WHEN "S"
                   PERFORM SELA-REMESSA
               WHEN "V"
                   PERFORM VERIFICA-REMESSA
               WHEN OTHER
                   PERFORM CONSULTA-SELO
           END-EVALUATE

           CLOSE REMCTRL-FILE
           EXIT PROGRAM.

       SELA-REMESSA.
           PERFORM CALCULA-ARQUIVO
           IF WS-STATUS-FILE-R NOT = "00"
               MOVE "ARQUIVO DE REMESSA NAO ENCONTRADO"
                   TO WS-SR-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SR-CONTAS-ARQ  TO WS-SR-CONTAS-SEL
           MOVE WS-SR-DIGITAL-ARQ TO WS-SR-DIGITAL-SEL
           MOVE WS-SR-BYTES-ARQ   TO WS-SR-BYTES-SEL

      *> Selo novo ou regeração do arquivo: o selo anterior é
      *> substituído e a remessa volta a exigir verificação.
           MOVE "N" TO WS-SELO-NOVO
           READ REMCTRL-FILE
               INVALID KEY
                   MOVE "S" TO WS-SELO-NOVO
                   MOVE ZEROS TO RT-PROX-NUM
           END-READ

           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-DATA-SELO
           MOVE FUNCTION CURRENT-DATE(9:6) TO RT-HORA-SELO
           MOVE WS-SR-QTD-SEL     TO RT-QTD-ITENS
           MOVE WS-SR-VALOR-SEL   TO RT-VALOR-TOTAL
           MOVE WS-SR-CONTAS-SEL  TO RT-SOMA-CONTAS
           MOVE WS-SR-DIGITAL-SEL TO RT-DIGITAL
           MOVE WS-SR-BYTES-SEL   TO RT-BYTES
           MOVE "G"               TO RT-SITUACAO
           MOVE ZEROS             TO RT-DATA-VERIF
           MOVE ZEROS             TO RT-HORA-VERIF
           MOVE WS-SR-USUARIO     TO RT-USUARIO
           MOVE SPACES            TO RT-MOTIVO

           MOVE "S" TO WS-SR-RETORNO
           IF WS-VALOR-INVALIDO = "S"
               MOVE "REGISTRO COM VALOR INVALIDO NO ARQUIVO"
                   TO WS-SR-MOTIVO
           ELSE
               IF WS-SR-QTD-ARQ NOT = WS-SR-QTD-SEL
                   MOVE "QTD DE ITENS DO ARQUIVO DIFERE DA GERACAO"
                       TO WS-SR-MOTIVO
               ELSE
                   IF WS-SR-VALOR-ARQ NOT = WS-SR-VALOR-SEL
                       MOVE "VALOR DO ARQUIVO DIFERE DA GERACAO"
                           TO WS-SR-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-SR-MOTIVO NOT = SPACES
               MOVE "N"          TO WS-SR-RETORNO
               MOVE "B"          TO RT-SITUACAO
               MOVE WS-SR-MOTIVO TO RT-MOTIVO
           END-IF

           IF WS-SELO-NOVO = "S"
               WRITE REMCTRL-REG
           ELSE
               REWRITE REMCTRL-REG
           END-IF
           IF WS-STATUS-FILE-RT NOT = "00"
               DISPLAY "Erro ao gravar o selo da remessa: "
                   WS-STATUS-FILE-RT
               MOVE "X" TO WS-SR-RETORNO
               MOVE "ERRO NA GRAVACAO DO SELO" TO WS-SR-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE RT-SITUACAO  TO WS-SR-SITUACAO
           MOVE RT-DATA-SELO TO WS-SR-DATA-SELO.

      *> Qualquer diferença entre o arquivo e o selo bloqueia a
      *> remessa; o selo original fica intacto como prova, e só a
      *> regeração a partir do registro do lote (REMESSA, opção 2)
      *> sela de novo.
       VERIFICA-REMESSA.
           PERFORM CONSULTA-SELO
           IF WS-SR-RETORNO = "X"
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULA-ARQUIVO
           MOVE SPACES TO WS-SR-MOTIVO
           EVALUATE TRUE
               WHEN WS-STATUS-FILE-R NOT = "00"
                   MOVE "ARQUIVO DE REMESSA NAO ENCONTRADO"
                       TO WS-SR-MOTIVO
               WHEN RT-SITUACAO = "B"
                   MOVE "REMESSA JA BLOQUEADA; REGERAR E VERIFICAR"
                       TO WS-SR-MOTIVO
               WHEN WS-VALOR-INVALIDO = "S"
                   MOVE "REGISTRO COM VALOR INVALIDO NO ARQUIVO"
                       TO WS-SR-MOTIVO
               WHEN WS-SR-QTD-ARQ NOT = WS-SR-QTD-SEL
                   MOVE "QTD DE ITENS DIFERE DO SELO"
                       TO WS-SR-MOTIVO
               WHEN WS-SR-VALOR-ARQ NOT = WS-SR-VALOR-SEL
                   MOVE "VALOR TOTAL DIFERE DO SELO"
                       TO WS-SR-MOTIVO
               WHEN WS-SR-CONTAS-ARQ NOT = WS-SR-CONTAS-SEL
                   MOVE "SOMA DAS CONTAS DIFERE DO SELO"
                       TO WS-SR-MOTIVO
               WHEN WS-SR-BYTES-ARQ NOT = WS-SR-BYTES-SEL
                   MOVE "TAMANHO DO ARQUIVO DIFERE DO SELO"
                       TO WS-SR-MOTIVO
               WHEN WS-SR-DIGITAL-ARQ NOT = WS-SR-DIGITAL-SEL
                   MOVE "IMPRESSAO DIGITAL DIFERE DO SELO"
                       TO WS-SR-MOTIVO
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO RT-DATA-VERIF
           MOVE FUNCTION CURRENT-DATE(9:6) TO RT-HORA-VERIF
           MOVE WS-SR-USUARIO TO RT-USUARIO
           IF WS-SR-MOTIVO = SPACES
               MOVE "V"    TO RT-SITUACAO
               MOVE SPACES TO RT-MOTIVO
               MOVE "S"    TO WS-SR-RETORNO
           ELSE
               MOVE "B"          TO RT-SITUACAO
               MOVE WS-SR-MOTIVO TO RT-MOTIVO
               MOVE "N"          TO WS-SR-RETORNO
           END-IF

           REWRITE REMCTRL-REG
           IF WS-STATUS-FILE-RT NOT = "00"
               DISPLAY "Erro ao atualizar o selo da remessa: "
                   WS-STATUS-FILE-RT
           END-IF
           MOVE RT-SITUACAO TO WS-SR-SITUACAO.

       CONSULTA-SELO.
           READ REMCTRL-FILE
               INVALID KEY
                   MOVE "REMESSA SEM SELO" TO WS-SR-MOTIVO
                   EXIT PARAGRAPH
           END-READ

           MOVE RT-QTD-ITENS   TO WS-SR-QTD-SEL
           MOVE RT-VALOR-TOTAL TO WS-SR-VALOR-SEL
           MOVE RT-SOMA-CONTAS TO WS-SR-CONTAS-SEL
           MOVE RT-DIGITAL     TO WS-SR-DIGITAL-SEL
           MOVE RT-BYTES       TO WS-SR-BYTES-SEL
           MOVE RT-SITUACAO    TO WS-SR-SITUACAO
           MOVE RT-DATA-SELO   TO WS-SR-DATA-SELO
           MOVE RT-MOTIVO      TO WS-SR-MOTIVO
           MOVE "S"            TO WS-SR-RETORNO.

      *> Nome do arquivo: REMESSA_<número>.CNAB, como em
      *> MONTA-NOME-REMESSA de REMESSA.cbl.
       CALCULA-ARQUIVO.
           MOVE SPACES TO WS-NOME-REMESSA
           STRING "REMESSA_"        DELIMITED BY SIZE
                  WS-SR-NUM-REMESSA DELIMITED BY SIZE
                  ".CNAB"           DELIMITED BY SIZE
                  INTO WS-NOME-REMESSA
           MOVE ZEROS TO WS-SR-ARQUIVO
           MOVE "N"   TO WS-VALOR-INVALIDO

           OPEN INPUT REMESSA-FILE
           IF WS-STATUS-FILE-R NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-R NOT = "00"
               READ REMESSA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-R
                   NOT AT END
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM
           CLOSE REMESSA-FILE

           MOVE ZEROS TO WS-HASH
           OPEN INPUT CONTEUDO-FILE
           IF WS-STATUS-CONTEUDO = "00"
               PERFORM UNTIL WS-STATUS-CONTEUDO NOT = "00"
                   READ CONTEUDO-FILE
                       AT END
                           MOVE "10" TO WS-STATUS-CONTEUDO
                       NOT AT END
                           ADD 1 TO WS-SR-BYTES-ARQ
                           COMPUTE WS-HASH = FUNCTION MOD(
                               WS-HASH * 31
                               + FUNCTION ORD(CONTEUDO-REG),
                               9999999967)
                   END-READ
               END-PERFORM
               CLOSE CONTEUDO-FILE
           END-IF
           MOVE WS-HASH TO WS-SR-DIGITAL-ARQ
           MOVE "00" TO WS-STATUS-FILE-R.

       SOMA-REGISTRO.
           ADD 1 TO WS-SR-QTD-ARQ
           IF RM-VALOR IS NUMERIC
               ADD RM-VALOR TO WS-SR-VALOR-ARQ
           ELSE
               MOVE "S" TO WS-VALOR-INVALIDO
           END-IF

           MOVE ZEROS TO WS-CONTA-NUM
           PERFORM VARYING WS-CONTA-I FROM 1 BY 1
                   UNTIL WS-CONTA-I > 12
               IF RM-CONTA(WS-CONTA-I:1) IS NUMERIC
                   COMPUTE WS-CONTA-NUM = WS-CONTA-NUM * 10
                       + FUNCTION NUMVAL(RM-CONTA(WS-CONTA-I:1))
               END-IF
           END-PERFORM
           ADD WS-CONTA-NUM TO WS-SR-CONTAS-ARQ.
