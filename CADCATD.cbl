       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCATD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Categorias de despesa reembolsável (ver REEMBOLS.cbl): a
      *> política de limites por linha e por dia, a exigência de
      *> recibo e a conta contábil para onde CTBEMIS.cbl lança cada
      *> linha do relatório.
           SELECT CATDESP-FILE ASSIGN TO "CATDESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CG.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por categoria incluída ou alterada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD CATDESP-FILE.
       01 CATDESP-REG.
           05 CG-CODIGO         PIC X(04).
           05 CG-DESCRICAO      PIC X(30).
           05 CG-LIMITE-LINHA   PIC 9(8)V99.  *> zero = sem limite
           05 CG-LIMITE-DIA     PIC 9(8)V99.  *> zero = sem limite
           05 CG-EXIGE-RECIBO   PIC X(1).     *> S/N
           05 CG-CONTA-DEBITO   PIC X(11).    *> conta de despesa
           05 CG-ATIVO          PIC X(1).     *> S=ativa,N=desativada

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
       01 WS-STATUS-FILE-CG     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-CG-EXISTE          PIC X.
       01 WS-LIM-LINHA-EDIT     PIC Z(7)9.99.
       01 WS-LIM-DIA-EDIT       PIC Z(7)9.99.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "CATEGORIAS DE DESPESA E POLÍTICA DE REEMBOLSO"

           OPEN I-O CATDESP-FILE
           IF WS-STATUS-FILE-CG = "35"
      *> CATDESP.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT CATDESP-FILE
               CLOSE CATDESP-FILE
               OPEN I-O CATDESP-FILE
           END-IF
           IF WS-STATUS-FILE-CG NOT = "00"
               DISPLAY "Erro ao abrir CATDESP.DAT: " WS-STATUS-FILE-CG
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
               DISPLAY "===== CATEGORIAS DE DESPESA ====="
               DISPLAY "1 - Incluir / alterar categoria"
               DISPLAY "2 - Listar categorias"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM MANTEM-CATEGORIA
                   WHEN 2
                       PERFORM LISTA-CATEGORIAS
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE CATDESP-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Lê a categoria ANTES de aceitar os demais campos, para que a
      *> leitura não sobreponha o que o operador digitou.
       MANTEM-CATEGORIA.
           DISPLAY "Código da categoria (4 posições, ex: HOSP): "
           ACCEPT CG-CODIGO
           MOVE FUNCTION UPPER-CASE(CG-CODIGO) TO CG-CODIGO
           IF CG-CODIGO = SPACES
               DISPLAY "Erro: código obrigatório."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-CG-EXISTE
           MOVE SPACES TO WS-AUD-ANTES
           READ CATDESP-FILE
               INVALID KEY
                   MOVE "N" TO WS-CG-EXISTE
               NOT INVALID KEY
                   MOVE CG-LIMITE-LINHA TO WS-LIM-LINHA-EDIT
                   MOVE CG-LIMITE-DIA   TO WS-LIM-DIA-EDIT
                   DISPLAY "Atual: " CG-DESCRICAO " linha "
                       WS-LIM-LINHA-EDIT " dia " WS-LIM-DIA-EDIT
                       " conta " CG-CONTA-DEBITO
                   STRING "LIN="            DELIMITED BY SIZE
                          WS-LIM-LINHA-EDIT DELIMITED BY SIZE
                          " DIA="           DELIMITED BY SIZE
                          WS-LIM-DIA-EDIT   DELIMITED BY SIZE
                          " CTA="           DELIMITED BY SIZE
                          CG-CONTA-DEBITO   DELIMITED BY SIZE
                          " REC="           DELIMITED BY SIZE
                          CG-EXIGE-RECIBO   DELIMITED BY SIZE
                          INTO WS-AUD-ANTES
           END-READ

           DISPLAY "Descrição: "
           ACCEPT CG-DESCRICAO
           DISPLAY "Limite por linha (0 = sem limite): "
           ACCEPT CG-LIMITE-LINHA
           DISPLAY "Limite por dia na categoria (0 = sem limite): "
           ACCEPT CG-LIMITE-DIA
           DISPLAY "Exige número de recibo? (S/N): "
           ACCEPT CG-EXIGE-RECIBO
           MOVE FUNCTION UPPER-CASE(CG-EXIGE-RECIBO)
               TO CG-EXIGE-RECIBO
           IF CG-EXIGE-RECIBO NOT = "N"
               MOVE "S" TO CG-EXIGE-RECIBO
           END-IF
           DISPLAY "Conta contábil de despesa (11 posições): "
           ACCEPT CG-CONTA-DEBITO
           IF CG-CONTA-DEBITO = SPACES
               DISPLAY "Erro: conta contábil obrigatória."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ativa (S/N): "
           ACCEPT CG-ATIVO
           MOVE FUNCTION UPPER-CASE(CG-ATIVO) TO CG-ATIVO
           IF CG-ATIVO NOT = "N"
               MOVE "S" TO CG-ATIVO
           END-IF

           IF WS-CG-EXISTE = "S"
               REWRITE CATDESP-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               WRITE CATDESP-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF
           IF WS-STATUS-FILE-CG NOT = "00"
               DISPLAY "Erro ao gravar categoria: " WS-STATUS-FILE-CG
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Categoria gravada."
           MOVE CG-LIMITE-LINHA TO WS-LIM-LINHA-EDIT
           MOVE CG-LIMITE-DIA   TO WS-LIM-DIA-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "LIN="            DELIMITED BY SIZE
                  WS-LIM-LINHA-EDIT DELIMITED BY SIZE
                  " DIA="           DELIMITED BY SIZE
                  WS-LIM-DIA-EDIT   DELIMITED BY SIZE
                  " CTA="           DELIMITED BY SIZE
                  CG-CONTA-DEBITO   DELIMITED BY SIZE
                  " REC="           DELIMITED BY SIZE
                  CG-EXIGE-RECIBO   DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       LISTA-CATEGORIAS.
           MOVE LOW-VALUES TO CG-CODIGO
           START CATDESP-FILE KEY IS NOT LESS CG-CODIGO
               INVALID KEY
                   DISPLAY "Nenhuma categoria cadastrada."
                   EXIT PARAGRAPH
           END-START

           READ CATDESP-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhuma categoria cadastrada."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "COD  | DESCRICAO                      | "
               "LIM.LINHA   | LIM.DIA     | REC | CONTA       | AT"
           PERFORM UNTIL WS-STATUS-FILE-CG = "10"
               MOVE CG-LIMITE-LINHA TO WS-LIM-LINHA-EDIT
               MOVE CG-LIMITE-DIA   TO WS-LIM-DIA-EDIT
               DISPLAY CG-CODIGO " | " CG-DESCRICAO " | "
                   WS-LIM-LINHA-EDIT " | " WS-LIM-DIA-EDIT " | "
                   CG-EXIGE-RECIBO "   | " CG-CONTA-DEBITO " | "
                   CG-ATIVO
               READ CATDESP-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADCATD"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           MOVE CG-CODIGO                   TO AU-CHAVE(1:4)
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
