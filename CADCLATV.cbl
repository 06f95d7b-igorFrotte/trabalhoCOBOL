       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCLATV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Classes de ativo imobilizado para pedidos e contas de
      *> investimento (CAPEX, ver CADPEDIDO.cbl e LANCCONT.cbl): a
      *> conta de imobilizado em andamento para onde CTBEMIS.cbl
      *> lança a nota em vez da despesa, e o código que segue na
      *> exportação para o sistema de ativo fixo (EXPATIVO.cbl).
           SELECT CLASATIV-FILE ASSIGN TO "CLASATIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-CODIGO
               FILE STATUS IS WS-STATUS-FILE-KA.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por classe incluída ou alterada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD CLASATIV-FILE.
       01 CLASATIV-REG.
           05 KA-CODIGO         PIC X(04).
           05 KA-DESCRICAO      PIC X(30).
           05 KA-CONTA-ANDAMENTO PIC X(11). *> imobilizado em andamento
           05 KA-VIDA-UTIL      PIC 9(03).  *> meses, p/ o ativo fixo
           05 KA-ATIVO          PIC X(1).   *> S=ativa,N=desativada

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
       01 WS-STATUS-FILE-KA     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-KA-EXISTE          PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "CLASSES DE ATIVO IMOBILIZADO (CAPEX)"

           OPEN I-O CLASATIV-FILE
           IF WS-STATUS-FILE-KA = "35"
      *> CLASATIV.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT CLASATIV-FILE
               CLOSE CLASATIV-FILE
               OPEN I-O CLASATIV-FILE
           END-IF
           IF WS-STATUS-FILE-KA NOT = "00"
               DISPLAY "Erro ao abrir CLASATIV.DAT: " WS-STATUS-FILE-KA
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
               DISPLAY "===== CLASSES DE ATIVO ====="
               DISPLAY "1 - Incluir / alterar classe"
               DISPLAY "2 - Listar classes"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM MANTEM-CLASSE
                   WHEN 2
                       PERFORM LISTA-CLASSES
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE CLASATIV-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Lê a classe ANTES de aceitar os demais campos, para que a
      *> leitura não sobreponha o que o operador digitou.
       MANTEM-CLASSE.
           DISPLAY "Código da classe (4 posições, ex: MAQU): "
           ACCEPT KA-CODIGO
           MOVE FUNCTION UPPER-CASE(KA-CODIGO) TO KA-CODIGO
           IF KA-CODIGO = SPACES
               DISPLAY "Erro: código obrigatório."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-KA-EXISTE
           MOVE SPACES TO WS-AUD-ANTES
           READ CLASATIV-FILE
               INVALID KEY
                   MOVE "N" TO WS-KA-EXISTE
               NOT INVALID KEY
                   DISPLAY "Atual: " KA-DESCRICAO " conta "
                       KA-CONTA-ANDAMENTO " vida útil "
                       KA-VIDA-UTIL " meses"
                   STRING "CTA="             DELIMITED BY SIZE
                          KA-CONTA-ANDAMENTO DELIMITED BY SIZE
                          " VIDA="           DELIMITED BY SIZE
                          KA-VIDA-UTIL       DELIMITED BY SIZE
                          " AT="             DELIMITED BY SIZE
                          KA-ATIVO           DELIMITED BY SIZE
                          INTO WS-AUD-ANTES
           END-READ

           DISPLAY "Descrição: "
           ACCEPT KA-DESCRICAO
           DISPLAY "Conta de imobilizado em andamento (11 posições): "
           ACCEPT KA-CONTA-ANDAMENTO
           IF KA-CONTA-ANDAMENTO = SPACES
               DISPLAY "Erro: conta contábil obrigatória."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vida útil em meses (0 = definida no ativo fixo): "
           ACCEPT KA-VIDA-UTIL
           DISPLAY "Ativa (S/N): "
           ACCEPT KA-ATIVO
           MOVE FUNCTION UPPER-CASE(KA-ATIVO) TO KA-ATIVO
           IF KA-ATIVO NOT = "N"
               MOVE "S" TO KA-ATIVO
           END-IF

           IF WS-KA-EXISTE = "S"
               REWRITE CLASATIV-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               WRITE CLASATIV-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF
           IF WS-STATUS-FILE-KA NOT = "00"
               DISPLAY "Erro ao gravar classe: " WS-STATUS-FILE-KA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Classe gravada."
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CTA="             DELIMITED BY SIZE
                  KA-CONTA-ANDAMENTO DELIMITED BY SIZE
                  " VIDA="           DELIMITED BY SIZE
                  KA-VIDA-UTIL       DELIMITED BY SIZE
                  " AT="             DELIMITED BY SIZE
                  KA-ATIVO           DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       LISTA-CLASSES.
           MOVE LOW-VALUES TO KA-CODIGO
           START CLASATIV-FILE KEY IS NOT LESS KA-CODIGO
               INVALID KEY
                   DISPLAY "Nenhuma classe cadastrada."
                   EXIT PARAGRAPH
           END-START

           READ CLASATIV-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhuma classe cadastrada."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "COD  | DESCRICAO                      | "
               "CONTA       | VIDA | AT"
           PERFORM UNTIL WS-STATUS-FILE-KA = "10"
               DISPLAY KA-CODIGO " | " KA-DESCRICAO " | "
                   KA-CONTA-ANDAMENTO " | " KA-VIDA-UTIL "  | "
                   KA-ATIVO
               READ CLASATIV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-KA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-KA.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADCLATV"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           MOVE KA-CODIGO                   TO AU-CHAVE(1:4)
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
