       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Talão de cheques (ver PGTOCONT.cbl e CHEQUES.cbl), lido na
      *> ordem de conta + número.
           SELECT CHEQUE-FILE ASSIGN TO "CHEQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CH.

      *> Banco, agência e conta do cabeçalho (ver CADBANCO.cbl).
      *> Arquivo opcional.
           SELECT CONTABANCO-FILE ASSIGN TO "CONTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CB.

      *> Nome do favorecido enviado ao banco. Arquivo opcional.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Última situação de cada cheque enviada ao banco, para que
      *> o arquivo do dia leve só o que mudou (mesma técnica de
      *> PORTALCT.DAT em EXPPORTL.cbl).
           SELECT POSPAGCT-FILE ASSIGN TO "POSPAGCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PQ.

      *> Um arquivo por conta bancária e por dia, montado em
      *> ABRE-ARQUIVO-CONTA.
           SELECT POSPAG-FILE ASSIGN TO WS-NOME-POSPAG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-POSPAG.

       DATA DIVISION.
       FILE SECTION.

      *> Talão de cheques (compartilhado com PGTOCONT.cbl,
      *> CONCBANC.cbl, CADBANCO.cbl e CHEQUES.cbl).
       FD CHEQUE-FILE.
       01 CHEQUE-REG.
           05 CH-CHAVE.                     *> 03 conta + 06 número
               10 CH-CONTA-BANCO PIC X(03).
               10 CH-NUMERO      PIC 9(06).
           05 CH-DATA-EMISSAO   PIC 9(8).
           05 CH-CNPJ-FORN      PIC 9(14).
           05 CH-CP-CHAVE       PIC X(26).
           05 CH-VALOR          PIC 9(10)V99.
           05 CH-SITUACAO       PIC X(1).  *> E=emitido,C=compensado,
                                            *> S=sustado,D=devolvido,
                                            *> X=cancelado
           05 CH-DATA-COMPENSA  PIC 9(8).

       FD CONTABANCO-FILE.
       01 CONTABANCO-REG.
           05 CB-CODIGO         PIC X(03).
           05 CB-BANCO          PIC X(03).
           05 CB-AGENCIA        PIC X(06).
           05 CB-CONTA          PIC X(12).
           05 CB-DESCRICAO      PIC X(30).
           05 CB-SALDO          PIC S9(10)V99. *> saldo corrente
           05 CB-ATIVO          PIC X(1).

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

       FD POSPAGCT-FILE.
       01 POSPAGCT-REG.
           05 PQ-CHAVE          PIC X(09).  *> CH-CHAVE
           05 PQ-ACAO           PIC X(01).  *> última ação enviada
           05 PQ-VALOR          PIC 9(10)V99.
           05 PQ-DATA-ENVIO     PIC 9(8).

       FD POSPAG-FILE.
       01 POSPAG-REG            PIC X(100).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-CH     PIC XX.
       01 WS-STATUS-FILE-CB     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-PQ     PIC XX.
       01 WS-STATUS-POSPAG      PIC XX.
       01 WS-CONTABANCO-OK      PIC X VALUE "N".
       01 WS-FORNECEDOR-OK      PIC X VALUE "N".
       01 WS-NOME-POSPAG        PIC X(30).
       01 WS-ARQUIVO-ABERTO     PIC X VALUE "N".
       01 WS-CHEQUE-NOVO        PIC X VALUE "N".

       01 WS-HOJE               PIC 9(8).
       01 WS-CONTA-ATUAL        PIC X(03).
       01 WS-ACAO               PIC X(01).

      *> Arquivo de confirmação de cheques (positive pay): cabeçalho
      *> com os dados da conta, um detalhe por cheque e um trailer
      *> com quantidade e valor. Ação: I=emitido, V=cancelado,
      *> S=sustado; o banco só paga cheque emitido com o mesmo
      *> número e valor.
       01 WS-LINHA-CABECALHO.
           05 PPH-TIPO          PIC X(01) VALUE "H".
           05 PPH-BANCO         PIC X(03).
           05 PPH-AGENCIA       PIC X(06).
           05 PPH-CONTA         PIC X(12).
           05 PPH-DATA-GERACAO  PIC 9(8).
           05 PPH-CONTA-INTERNA PIC X(03).
           05 FILLER            PIC X(67) VALUE SPACES.

       01 WS-LINHA-DETALHE.
           05 PPD-TIPO          PIC X(01) VALUE "D".
           05 PPD-NUMERO        PIC 9(06).
           05 PPD-DATA-EMISSAO  PIC 9(8).
           05 PPD-VALOR         PIC 9(10)V99.
           05 PPD-ACAO          PIC X(01).
           05 PPD-CNPJ-FAVOR    PIC 9(14).
           05 PPD-FAVORECIDO    PIC X(40).
           05 FILLER            PIC X(18) VALUE SPACES.

       01 WS-LINHA-TRAILER.
           05 PPT-TIPO          PIC X(01) VALUE "T".
           05 PPT-QTD           PIC 9(06).
           05 PPT-VALOR         PIC 9(12)V99.
           05 FILLER            PIC X(79) VALUE SPACES.

       01 WS-QTD-CONTA          PIC 9(6).
       01 WS-VALOR-CONTA        PIC 9(12)V99.
       01 WS-QTD-LIDOS          PIC 9(7) VALUE ZEROS.
       01 WS-QTD-EMITIDOS       PIC 9(7) VALUE ZEROS.
       01 WS-QTD-CANCELADOS     PIC 9(7) VALUE ZEROS.
       01 WS-QTD-SUSTADOS       PIC 9(7) VALUE ZEROS.
       01 WS-QTD-ARQUIVOS       PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Arquivo diário de confirmação de cheques para o banco, por
      *> conta bancária: cheques emitidos, cancelados e sustados
      *> desde o último envio. Reexecutar no mesmo dia regrava os
      *> mesmos arquivos.
       MAIN-PROCEDURE.
      *> Reinicializa os contadores: o programa pode ser chamado
      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-QTD-EMITIDOS
           MOVE ZEROS TO WS-QTD-CANCELADOS
           MOVE ZEROS TO WS-QTD-SUSTADOS
           MOVE ZEROS TO WS-QTD-ARQUIVOS
           MOVE "N" TO WS-ARQUIVO-ABERTO
           DISPLAY "CONFIRMAÇÃO DE CHEQUES AO BANCO (POSITIVE PAY)"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT CHEQUE-FILE
           IF WS-STATUS-FILE-CH = "35"
               DISPLAY "CHEQUE.DAT não cadastrado. Nada a enviar."
               MOVE ZEROS TO WS-REGISTROS-PASSO
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-CH NOT = "00"
               DISPLAY "Erro ao abrir CHEQUE.DAT: " WS-STATUS-FILE-CH
               STOP RUN
           END-IF

           MOVE "N" TO WS-CONTABANCO-OK
           OPEN INPUT CONTABANCO-FILE
           IF WS-STATUS-FILE-CB = "00"
               MOVE "S" TO WS-CONTABANCO-OK
           END-IF

           MOVE "N" TO WS-FORNECEDOR-OK
           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F = "00"
               MOVE "S" TO WS-FORNECEDOR-OK
           END-IF

           OPEN I-O POSPAGCT-FILE
           IF WS-STATUS-FILE-PQ = "35"
      *> POSPAGCT.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT POSPAGCT-FILE
               CLOSE POSPAGCT-FILE
               OPEN I-O POSPAGCT-FILE
           END-IF
           IF WS-STATUS-FILE-PQ NOT = "00"
               DISPLAY "Erro ao abrir POSPAGCT.DAT: " WS-STATUS-FILE-PQ
               STOP RUN
           END-IF

           PERFORM PROCESSA-CHEQUES
           IF WS-ARQUIVO-ABERTO = "S"
               PERFORM FECHA-ARQUIVO-CONTA
           END-IF

           CLOSE CHEQUE-FILE
           CLOSE POSPAGCT-FILE
           IF WS-CONTABANCO-OK = "S"
               CLOSE CONTABANCO-FILE
           END-IF
           IF WS-FORNECEDOR-OK = "S"
               CLOSE FORNECEDOR-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivos gerados:       " WS-QTD-ARQUIVOS
           DISPLAY "Cheques lidos:          " WS-QTD-LIDOS
           DISPLAY "Emitidos enviados:      " WS-QTD-EMITIDOS
           DISPLAY "Cancelados enviados:    " WS-QTD-CANCELADOS
           DISPLAY "Sustados enviados:      " WS-QTD-SUSTADOS
           COMPUTE WS-REGISTROS-PASSO = WS-QTD-EMITIDOS
               + WS-QTD-CANCELADOS + WS-QTD-SUSTADOS
           EXIT PROGRAM.

       PROCESSA-CHEQUES.
           MOVE SPACES TO WS-CONTA-ATUAL
           MOVE LOW-VALUES TO CH-CHAVE
           START CHEQUE-FILE KEY IS NOT LESS CH-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CHEQUE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CH = "10"
               ADD 1 TO WS-QTD-LIDOS
               IF CH-CONTA-BANCO NOT = WS-CONTA-ATUAL
                   IF WS-ARQUIVO-ABERTO = "S"
                       PERFORM FECHA-ARQUIVO-CONTA
                   END-IF
                   MOVE CH-CONTA-BANCO TO WS-CONTA-ATUAL
               END-IF
               PERFORM EXPORTA-CHEQUE
               READ CHEQUE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CH
               END-READ
           END-PERFORM.

      *> Compensado e devolvido o banco já conhece; emitido,
      *> cancelado e sustado vão quando diferem do último envio (ou
      *> quando já foram enviados hoje, na reexecução do dia).
       EXPORTA-CHEQUE.
           EVALUATE CH-SITUACAO
               WHEN "E"
                   MOVE "I" TO WS-ACAO
               WHEN "X"
                   MOVE "V" TO WS-ACAO
               WHEN "S"
                   MOVE "S" TO WS-ACAO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "N" TO WS-CHEQUE-NOVO
           MOVE CH-CHAVE TO PQ-CHAVE
           READ POSPAGCT-FILE
               INVALID KEY
                   MOVE "S" TO WS-CHEQUE-NOVO
                   MOVE SPACES   TO POSPAGCT-REG
                   MOVE CH-CHAVE TO PQ-CHAVE
                   MOVE ZEROS    TO PQ-VALOR
                   MOVE ZEROS    TO PQ-DATA-ENVIO
           END-READ

           IF WS-CHEQUE-NOVO = "N"
                   AND PQ-ACAO = WS-ACAO
                   AND PQ-VALOR = CH-VALOR
                   AND PQ-DATA-ENVIO NOT = WS-HOJE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARQUIVO-ABERTO NOT = "S"
               PERFORM ABRE-ARQUIVO-CONTA
               IF WS-ARQUIVO-ABERTO NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO PPD-FAVORECIDO
           IF WS-FORNECEDOR-OK = "S"
               MOVE CH-CNPJ-FORN TO F-CNPJ
               READ FORNECEDOR-FILE
                   NOT INVALID KEY
                       MOVE F-RAZAO-SOCIAL TO PPD-FAVORECIDO
               END-READ
           END-IF
           MOVE CH-NUMERO       TO PPD-NUMERO
           MOVE CH-DATA-EMISSAO TO PPD-DATA-EMISSAO
           MOVE CH-VALOR        TO PPD-VALOR
           MOVE WS-ACAO         TO PPD-ACAO
           MOVE CH-CNPJ-FORN    TO PPD-CNPJ-FAVOR
           MOVE WS-LINHA-DETALHE TO POSPAG-REG
           WRITE POSPAG-REG
           IF WS-STATUS-POSPAG NOT = "00"
               DISPLAY "Erro ao gravar " WS-NOME-POSPAG ": "
                   WS-STATUS-POSPAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-CONTA
           ADD CH-VALOR TO WS-VALOR-CONTA
           EVALUATE WS-ACAO
               WHEN "I"
                   ADD 1 TO WS-QTD-EMITIDOS
               WHEN "V"
                   ADD 1 TO WS-QTD-CANCELADOS
               WHEN "S"
                   ADD 1 TO WS-QTD-SUSTADOS
           END-EVALUATE

           MOVE WS-ACAO  TO PQ-ACAO
           MOVE CH-VALOR TO PQ-VALOR
           MOVE WS-HOJE  TO PQ-DATA-ENVIO
           REWRITE POSPAGCT-REG
               INVALID KEY
                   WRITE POSPAGCT-REG
           END-REWRITE.

      *> Nome: POSPAG_<conta>_<AAAAMMDD>.TXT, aberto só quando a conta
      *> tem cheque a enviar.
       ABRE-ARQUIVO-CONTA.
           MOVE SPACES TO WS-NOME-POSPAG
           STRING "POSPAG_"       DELIMITED BY SIZE
                  WS-CONTA-ATUAL  DELIMITED BY SPACE
                  "_"             DELIMITED BY SIZE
                  WS-HOJE         DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
                  INTO WS-NOME-POSPAG
           OPEN OUTPUT POSPAG-FILE
           IF WS-STATUS-POSPAG NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-POSPAG ": "
                   WS-STATUS-POSPAG
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ARQUIVO-ABERTO
           MOVE ZEROS TO WS-QTD-CONTA
           MOVE ZEROS TO WS-VALOR-CONTA

           MOVE SPACES TO PPH-BANCO
           MOVE SPACES TO PPH-AGENCIA
           MOVE SPACES TO PPH-CONTA
           IF WS-CONTABANCO-OK = "S"
               MOVE WS-CONTA-ATUAL TO CB-CODIGO
               READ CONTABANCO-FILE
                   INVALID KEY
                       DISPLAY "AVISO: conta " WS-CONTA-ATUAL
                           " não cadastrada em CONTABANCO.DAT."
                   NOT INVALID KEY
                       MOVE CB-BANCO   TO PPH-BANCO
                       MOVE CB-AGENCIA TO PPH-AGENCIA
                       MOVE CB-CONTA   TO PPH-CONTA
               END-READ
           END-IF
           MOVE WS-HOJE        TO PPH-DATA-GERACAO
           MOVE WS-CONTA-ATUAL TO PPH-CONTA-INTERNA
           MOVE WS-LINHA-CABECALHO TO POSPAG-REG
           WRITE POSPAG-REG.

       FECHA-ARQUIVO-CONTA.
           MOVE WS-QTD-CONTA   TO PPT-QTD
           MOVE WS-VALOR-CONTA TO PPT-VALOR
           MOVE WS-LINHA-TRAILER TO POSPAG-REG
           WRITE POSPAG-REG
           CLOSE POSPAG-FILE
           MOVE "N" TO WS-ARQUIVO-ABERTO
           ADD 1 TO WS-QTD-ARQUIVOS
           DISPLAY "Arquivo " WS-NOME-POSPAG ": " WS-QTD-CONTA
               " cheques.".
