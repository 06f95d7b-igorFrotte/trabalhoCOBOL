       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFUNDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fundos fixos de caixa das filiais (ver FUNDOFIX.cbl).
           SELECT FUNDO-FILE ASSIGN TO "FUNDOFIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-CODIGO
               FILE STATUS IS WS-STATUS-FILE-FF.

           SELECT COMPFUN-FILE ASSIGN TO "COMPFUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CF.

      *> Relatório do dia, um arquivo por data (mesma técnica do
      *> razão em RAZAOFOR.cbl).
           SELECT RELFUN-FILE ASSIGN TO WS-NOME-RELFUN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELFUN.

       DATA DIVISION.
       FILE SECTION.

       FD FUNDO-FILE.
       01 FUNDO-REG.
           05 FF-CODIGO         PIC X(04).  *> código da filial
           05 FF-DESCRICAO      PIC X(30).
           05 FF-EMPRESA        PIC 9(02).
           05 FF-CPF-CUSTODIANTE PIC 9(14).
           05 FF-CENTRO-CUSTO   PIC X(06).  *> centro padrão
           05 FF-VALOR-AUTORIZADO PIC 9(8)V99.
           05 FF-SALDO-CAIXA    PIC 9(8)V99.  *> dinheiro em mãos
           05 FF-VALOR-COMPROV  PIC 9(8)V99.  *> comprovantes A + R
           05 FF-PRAZO-DIAS     PIC 9(03).  *> idade máx. comprovante
           05 FF-ULT-SEQ        PIC 9(06).
           05 FF-DOC-REPOSICAO  PIC 9(10).  *> reposição em aberto
           05 FF-CAIXA-CONTADO  PIC 9(8)V99.  *> última contagem
           05 FF-DATA-CONTAGEM  PIC 9(8).
           05 FF-ATIVO          PIC X(1).   *> S=ativo,N=encerrado
           05 FF-DATA-CADASTRO  PIC 9(8).

       FD COMPFUN-FILE.
       01 COMPFUN-REG.
           05 CF-CHAVE.                     *> 04 fundo + 06 seq.
               10 CF-FUNDO      PIC X(04).
               10 CF-SEQ        PIC 9(06).
           05 CF-DATA           PIC 9(8).   *> data do comprovante
           05 CF-DATA-LANC      PIC 9(8).
           05 CF-DOCUMENTO      PIC X(15).  *> nº do recibo/cupom
           05 CF-DESCRICAO      PIC X(30).
           05 CF-CENTRO-CUSTO   PIC X(06).
           05 CF-VALOR          PIC 9(8)V99.
           05 CF-SITUACAO       PIC X(1).   *> A=aberto,R=reposição,
                                            *> F=reposto,C=cancelado
           05 CF-NUM-DOC        PIC 9(10).  *> conta de reposição
           05 CF-USUARIO        PIC X(10).

       FD RELFUN-FILE.
       01 RELFUN-REG            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-FF     PIC XX.
       01 WS-STATUS-FILE-CF     PIC XX.
       01 WS-STATUS-RELFUN      PIC XX.
       01 WS-COMPFUN-OK         PIC X VALUE "S".
       01 WS-FIM-ARQUIVO        PIC X VALUE "N".
       01 WS-NOME-RELFUN        PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-HOJE               PIC 9(8).
       01 WS-IDADE-DIAS         PIC 9(05).
       01 WS-SOMA-COMPROV       PIC 9(10)V99.
       01 WS-CONFERE            PIC S9(10)V99.
       01 WS-DIFERENCA          PIC S9(8)V99.
       01 WS-QTD-VENCIDOS       PIC 9(5).
       01 WS-QTD-FUNDOS         PIC 9(4) VALUE ZEROS.
       01 WS-QTD-DIVERGE        PIC 9(4) VALUE ZEROS.
       01 WS-TOT-VENCIDOS       PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-EDIT         PIC Z(7)9.99.
       01 WS-DIF-EDIT           PIC -Z(7)9.99.
       01 WS-QTD-EDIT           PIC Z(4)9.

       PROCEDURE DIVISION.

      *> Posição de cada fundo ativo: autorizado, caixa e
      *> comprovantes, com a conferência autorizado = caixa +
      *> comprovantes e a soma refeita dos comprovantes em aberto e
      *> em reposição; em seguida os comprovantes ainda não repostos
      *> com idade acima do prazo do fundo.
       MAIN-PROCEDURE.
           DISPLAY "POSICAO DOS FUNDOS FIXOS DE CAIXA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT FUNDO-FILE
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao abrir FUNDOFIX.DAT: " WS-STATUS-FILE-FF
               STOP RUN
           END-IF
           OPEN INPUT COMPFUN-FILE
           IF WS-STATUS-FILE-CF NOT = "00"
               MOVE "N" TO WS-COMPFUN-OK
           END-IF

           MOVE SPACES TO WS-NOME-RELFUN
           STRING "RELFUNDO_"       DELIMITED BY SIZE
                  WS-HOJE           DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-RELFUN
           OPEN OUTPUT RELFUN-FILE
           IF WS-STATUS-RELFUN NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-RELFUN ": "
                   WS-STATUS-RELFUN
               STOP RUN
           END-IF

           PERFORM GRAVA-CABECALHO

           MOVE LOW-VALUES TO FF-CODIGO
           START FUNDO-FILE KEY IS NOT LESS FF-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ FUNDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF FF-ATIVO = "S"
                           PERFORM LISTA-FUNDO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-FUNDOS = ZEROS
               MOVE "NENHUM FUNDO ATIVO CADASTRADO" TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FUNDOS: "        DELIMITED BY SIZE
                  WS-QTD-FUNDOS     DELIMITED BY SIZE
                  "  DIVERGENTES: " DELIMITED BY SIZE
                  WS-QTD-DIVERGE    DELIMITED BY SIZE
                  "  COMPROVANTES FORA DO PRAZO: " DELIMITED BY SIZE
                  WS-TOT-VENCIDOS   DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA

           CLOSE FUNDO-FILE
           IF WS-COMPFUN-OK = "S"
               CLOSE COMPFUN-FILE
           END-IF
           CLOSE RELFUN-FILE

           DISPLAY "Relatório gravado em " WS-NOME-RELFUN
           STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "POSICAO DOS FUNDOS FIXOS DE CAIXA - DATA "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "FUNDO"        TO WS-LINHA(1:5)
           MOVE "DESCRICAO"    TO WS-LINHA(7:9)
           MOVE "AUTORIZADO"   TO WS-LINHA(40:10)
           MOVE "CAIXA"        TO WS-LINHA(57:5)
           MOVE "COMPROVANTES" TO WS-LINHA(64:12)
           MOVE "CONFERE"      TO WS-LINHA(78:7)
           MOVE "REPOSICAO"    TO WS-LINHA(87:9)
           PERFORM GRAVA-LINHA.

       LISTA-FUNDO.
           ADD 1 TO WS-QTD-FUNDOS
           PERFORM SOMA-COMPROVANTES

           MOVE SPACES TO WS-LINHA
           MOVE FF-CODIGO           TO WS-LINHA(1:4)
           MOVE FF-DESCRICAO        TO WS-LINHA(7:30)
           MOVE FF-VALOR-AUTORIZADO TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT       TO WS-LINHA(38:11)
           MOVE FF-SALDO-CAIXA      TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT       TO WS-LINHA(51:11)
           MOVE FF-VALOR-COMPROV    TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT       TO WS-LINHA(65:11)
           COMPUTE WS-CONFERE = FF-VALOR-AUTORIZADO - FF-SALDO-CAIXA
               - FF-VALOR-COMPROV
           IF WS-CONFERE = ZEROS
                   AND (WS-COMPFUN-OK NOT = "S"
                        OR WS-SOMA-COMPROV = FF-VALOR-COMPROV)
               MOVE "OK"      TO WS-LINHA(78:7)
           ELSE
               MOVE "DIVERGE" TO WS-LINHA(78:7)
               ADD 1 TO WS-QTD-DIVERGE
           END-IF
           IF FF-DOC-REPOSICAO NOT = ZEROS
               MOVE FF-DOC-REPOSICAO TO WS-LINHA(87:10)
           END-IF
           PERFORM GRAVA-LINHA

           IF WS-COMPFUN-OK = "S"
                   AND WS-SOMA-COMPROV NOT = FF-VALOR-COMPROV
               MOVE SPACES TO WS-LINHA
               MOVE WS-SOMA-COMPROV TO WS-VALOR-EDIT
               STRING "   SOMA DOS COMPROVANTES EM ABERTO/REPOSICAO: "
                          DELIMITED BY SIZE
                      WS-VALOR-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           IF FF-DATA-CONTAGEM NOT = ZEROS
               COMPUTE WS-DIFERENCA = FF-CAIXA-CONTADO
                   - FF-SALDO-CAIXA
               MOVE SPACES TO WS-LINHA
               MOVE FF-CAIXA-CONTADO TO WS-VALOR-EDIT
               MOVE WS-DIFERENCA     TO WS-DIF-EDIT
               STRING "   ULTIMA CONTAGEM "  DELIMITED BY SIZE
                      FF-DATA-CONTAGEM      DELIMITED BY SIZE
                      ": "                  DELIMITED BY SIZE
                      WS-VALOR-EDIT         DELIMITED BY SIZE
                      "  DIFERENCA P/ CAIXA ATUAL: "
                                            DELIMITED BY SIZE
                      WS-DIF-EDIT           DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           IF WS-QTD-VENCIDOS NOT = ZEROS
               PERFORM LISTA-VENCIDOS
           END-IF.

      *> Refaz a soma dos comprovantes ainda não repostos e conta os
      *> que passaram do prazo do fundo.
       SOMA-COMPROVANTES.
           MOVE ZEROS TO WS-SOMA-COMPROV
           MOVE ZEROS TO WS-QTD-VENCIDOS
           IF WS-COMPFUN-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FF-CODIGO TO CF-FUNDO
           MOVE ZEROS     TO CF-SEQ
           START COMPFUN-FILE KEY IS NOT LESS CF-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "00" TO WS-STATUS-FILE-CF
           PERFORM UNTIL WS-STATUS-FILE-CF = "10"
               READ COMPFUN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CF
                   NOT AT END
                       IF CF-FUNDO NOT = FF-CODIGO
                           MOVE "10" TO WS-STATUS-FILE-CF
                       ELSE
                           IF CF-SITUACAO = "A" OR CF-SITUACAO = "R"
                               ADD CF-VALOR TO WS-SOMA-COMPROV
                               PERFORM CALCULA-IDADE
                               IF WS-IDADE-DIAS > FF-PRAZO-DIAS
                                   ADD 1 TO WS-QTD-VENCIDOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULA-IDADE.
           COMPUTE WS-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(CF-DATA).

      *> Comprovantes do fundo fora do prazo, em aberto ou já em
      *> reposição (com o documento da conta).
       LISTA-VENCIDOS.
           MOVE SPACES TO WS-LINHA
           MOVE WS-QTD-VENCIDOS TO WS-QTD-EDIT
           STRING "   COMPROVANTES COM MAIS DE " DELIMITED BY SIZE
                  FF-PRAZO-DIAS                 DELIMITED BY SIZE
                  " DIAS: "                     DELIMITED BY SIZE
                  WS-QTD-EDIT                   DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           ADD WS-QTD-VENCIDOS TO WS-TOT-VENCIDOS

           MOVE FF-CODIGO TO CF-FUNDO
           MOVE ZEROS     TO CF-SEQ
           START COMPFUN-FILE KEY IS NOT LESS CF-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "00" TO WS-STATUS-FILE-CF
           PERFORM UNTIL WS-STATUS-FILE-CF = "10"
               READ COMPFUN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CF
                   NOT AT END
                       IF CF-FUNDO NOT = FF-CODIGO
                           MOVE "10" TO WS-STATUS-FILE-CF
                       ELSE
                           PERFORM AVALIA-COMPROVANTE
                       END-IF
               END-READ
           END-PERFORM.

       AVALIA-COMPROVANTE.
           IF CF-SITUACAO NOT = "A" AND CF-SITUACAO NOT = "R"
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULA-IDADE
           IF WS-IDADE-DIAS NOT > FF-PRAZO-DIAS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           MOVE CF-SEQ          TO WS-LINHA(5:6)
           MOVE CF-DATA         TO WS-LINHA(12:8)
           MOVE CF-DOCUMENTO    TO WS-LINHA(21:15)
           MOVE CF-DESCRICAO    TO WS-LINHA(37:30)
           MOVE CF-CENTRO-CUSTO TO WS-LINHA(68:6)
           MOVE CF-VALOR        TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT   TO WS-LINHA(75:11)
           MOVE WS-IDADE-DIAS   TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT     TO WS-LINHA(87:5)
           MOVE "DIAS"          TO WS-LINHA(93:4)
           IF CF-SITUACAO = "R"
               MOVE "EM REPOSICAO" TO WS-LINHA(99:12)
               MOVE CF-NUM-DOC     TO WS-LINHA(112:10)
           ELSE
               MOVE "EM ABERTO"    TO WS-LINHA(99:9)
           END-IF
           PERFORM GRAVA-LINHA.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO RELFUN-REG
           WRITE RELFUN-REG.
