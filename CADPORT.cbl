       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Portadores de cartão corporativo: cada cartão (emissor +
      *> final do cartão, como vem na fatura) aponta para o
      *> funcionário que o usa (ver CADFUNC.cbl). O login e o centro
      *> de custo padrão do funcionário decidem quem aloca as
      *> transações e para onde vai o que não for alocado até o
      *> vencimento (ver CARTFAT.cbl).
           SELECT PORTADOR-FILE ASSIGN TO "PORTADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PT.

           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> O emissor do cartão é o fornecedor da conta a pagar gerada
      *> pela fatura.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD PORTADOR-FILE.
       01 PORTADOR-REG.
           05 PT-CHAVE.                     *> 14 emissor + 04 final
               10 PT-CNPJ-EMISSOR PIC 9(14).
               10 PT-CARTAO       PIC X(04).
           05 PT-CPF            PIC 9(14).
           05 PT-ATIVO          PIC X(1).   *> S=ativo,N=cancelado
           05 PT-DATA-CADASTRO  PIC 9(8).

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
       01 WS-STATUS-FILE-PT     PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-PT-EXISTE          PIC X.
       01 WS-CPF-INFORMADO      PIC 9(11).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "PORTADORES DE CARTÃO CORPORATIVO"

           OPEN I-O PORTADOR-FILE
           IF WS-STATUS-FILE-PT = "35"
      *> PORTADOR.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT PORTADOR-FILE
               CLOSE PORTADOR-FILE
               OPEN I-O PORTADOR-FILE
           END-IF
           IF WS-STATUS-FILE-PT NOT = "00"
               DISPLAY "Erro ao abrir PORTADOR.DAT: " WS-STATUS-FILE-PT
               STOP RUN
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU " (cadastre em CADFUNC)"
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
               DISPLAY "===== PORTADORES DE CARTÃO ====="
               DISPLAY "1 - Incluir / alterar cartão"
               DISPLAY "2 - Listar cartões"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM MANTEM-PORTADOR
                   WHEN 2
                       PERFORM LISTA-PORTADORES
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE PORTADOR-FILE
           CLOSE FUNCIONARIO-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

       MANTEM-PORTADOR.
           DISPLAY "CNPJ do emissor do cartão: "
           ACCEPT PT-CNPJ-EMISSOR
           MOVE PT-CNPJ-EMISSOR TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   DISPLAY "Erro: emissor não cadastrado como "
                       "fornecedor (ver CADFORNE)."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Emissor: " F-RAZAO-SOCIAL

           DISPLAY "Final do cartão (4 dígitos, como na fatura): "
           ACCEPT PT-CARTAO
           IF PT-CARTAO = SPACES
               DISPLAY "Erro: final do cartão obrigatório."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-PT-EXISTE
           MOVE SPACES TO WS-AUD-ANTES
           READ PORTADOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-PT-EXISTE
               NOT INVALID KEY
                   DISPLAY "Atual: CPF " PT-CPF " ativo " PT-ATIVO
                   STRING "CPF="     DELIMITED BY SIZE
                          PT-CPF     DELIMITED BY SIZE
                          " ATIVO="  DELIMITED BY SIZE
                          PT-ATIVO   DELIMITED BY SIZE
                          INTO WS-AUD-ANTES
           END-READ

           DISPLAY "CPF do portador (11 dígitos): "
           ACCEPT WS-CPF-INFORMADO
           MOVE WS-CPF-INFORMADO TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   DISPLAY "Erro: funcionário não cadastrado (ver "
                       "CADFUNC)."
                   EXIT PARAGRAPH
           END-READ
           IF FU-ATIVO NOT = "S"
               DISPLAY "Erro: funcionário desativado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Portador: " FU-NOME " centro padrão "
               FU-CENTRO-CUSTO
           IF FU-LOGIN = SPACES
               DISPLAY "AVISO: funcionário sem login; as transações "
                   "irão para o centro padrão no vencimento."
           END-IF
           MOVE FU-CPF TO PT-CPF

           DISPLAY "Ativo (S/N): "
           ACCEPT PT-ATIVO
           MOVE FUNCTION UPPER-CASE(PT-ATIVO) TO PT-ATIVO
           IF PT-ATIVO NOT = "N"
               MOVE "S" TO PT-ATIVO
           END-IF

           IF WS-PT-EXISTE = "S"
               REWRITE PORTADOR-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO PT-DATA-CADASTRO
               WRITE PORTADOR-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF
           IF WS-STATUS-FILE-PT NOT = "00"
               DISPLAY "Erro ao gravar cartão: " WS-STATUS-FILE-PT
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cartão gravado."
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CPF="     DELIMITED BY SIZE
                  PT-CPF     DELIMITED BY SIZE
                  " ATIVO="  DELIMITED BY SIZE
                  PT-ATIVO   DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       LISTA-PORTADORES.
           MOVE LOW-VALUES TO PT-CHAVE
           START PORTADOR-FILE KEY IS NOT LESS PT-CHAVE
               INVALID KEY
                   DISPLAY "Nenhum cartão cadastrado."
                   EXIT PARAGRAPH
           END-START

           READ PORTADOR-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhum cartão cadastrado."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "EMISSOR        | FINAL | CPF            | "
               "PORTADOR                                 | AT"
           PERFORM UNTIL WS-STATUS-FILE-PT = "10"
               MOVE PT-CPF TO FU-CPF
               READ FUNCIONARIO-FILE
                   INVALID KEY
                       MOVE "FUNCIONARIO NAO CADASTRADO" TO FU-NOME
               END-READ
               DISPLAY PT-CNPJ-EMISSOR " | " PT-CARTAO "  | "
                   PT-CPF " | " FU-NOME " | " PT-ATIVO
               READ PORTADOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PT.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADPORT"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           MOVE PT-CHAVE                    TO AU-CHAVE(1:18)
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
