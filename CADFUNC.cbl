       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFUNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cadastro de funcionários para o reembolso de despesas (ver
      *> REEMBOLS.cbl): antes, cada funcionário reembolsado virava um
      *> "fornecedor" em FORNECEDOR.DAT. A chave é o CPF com zeros à
      *> esquerda, na mesma posição de F-CNPJ, para que a conta a
      *> pagar do reembolso use a chave de CONTAPAGAR sem mudança.
           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> Consultado só para avisar quando o CPF também está no
      *> cadastro de fornecedores (autônomo pago por RPA).
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Relatórios de despesa (ver REEMBOLS.cbl): funcionário com
      *> relatório em andamento não pode ser desativado.
           SELECT REEMBOLSO-FILE ASSIGN TO "REEMBOLSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               ALTERNATE RECORD KEY IS RB-CPF WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-RB.

      *> Regras de dígito verificador de agência/conta por banco (ver
      *> CADREGBC.cbl). Arquivo opcional, como em CADFORNE.cbl.
           SELECT REGRABCO-FILE ASSIGN TO "REGRABCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BANCO
               FILE STATUS IS WS-STATUS-FILE-BK.

      *> Cadastro de centros de custo (ver CADCC.cbl). Arquivo
      *> opcional: sem ele, o código segue digitado livre.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CC.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD FUNCIONARIO-FILE.
       01 FUNCIONARIO-REG.
           05 FU-CPF            PIC 9(14).
           05 FU-NOME           PIC X(40).
           05 FU-EMAIL          PIC X(30).
           05 FU-LOGIN          PIC X(10).  *> login do sistema
           05 FU-CENTRO-CUSTO   PIC X(06).  *> centro de lotação
           05 FU-BANCO          PIC X(03).
           05 FU-AGENCIA        PIC X(06).
           05 FU-CONTA          PIC X(12).
           05 FU-PIX            PIC X(40).
           05 FU-ATIVO          PIC X(1).   *> S=ativo,N=desligado
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

      *> Cabeçalho do relatório de despesas (ver REEMBOLS.cbl).
       FD REEMBOLSO-FILE.
       01 REEMBOLSO-REG.
           05 RB-NUMERO         PIC 9(10).
           05 RB-CPF            PIC 9(14).
           05 RB-CENTRO-CUSTO   PIC X(06).
           05 RB-EMPRESA        PIC 9(02).
           05 RB-DATA           PIC 9(8).
           05 RB-DESCRICAO      PIC X(40).
           05 RB-QTD-LINHAS     PIC 9(03).
           05 RB-VALOR-TOTAL    PIC 9(10)V99.
           05 RB-VALOR-APROVADO PIC 9(10)V99.
           05 RB-SITUACAO       PIC X(1).   *> D=digitacao,S=submetido,
                                            *> A=aprovado,R=rejeitado
           05 RB-EXCEDE         PIC X(1).   *> S=linha fora da política
           05 RB-USUARIO        PIC X(10).
           05 RB-DATA-SUBMISSAO PIC 9(8).
           05 RB-APROVADOR      PIC X(10).
           05 RB-DATA-DECISAO   PIC 9(8).
           05 RB-MOTIVO         PIC X(40).

      *> Regras de dígito verificador por banco (ver CADREGBC.cbl).
       FD REGRABCO-FILE.
       01 REGRABCO-REG.
           05 BK-BANCO          PIC X(03).
           05 BK-DV-AGENCIA     PIC X(01).  *> N=sem DV, 0=módulo 10,
                                            *> 1=módulo 11
           05 BK-DV-CONTA       PIC X(01).  *> idem
           05 BK-DESCRICAO      PIC X(20).

      *> Cadastro de centros de custo (ver CADCC.cbl).
       FD CCUSTO-FILE.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(06).
           05 CC-DESCRICAO      PIC X(30).
           05 CC-PAI            PIC X(06).  *> diretoria (vazio = raiz)
           05 CC-ATIVO          PIC X(1).

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
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-CCUSTO-OK          PIC X VALUE "N".
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-CPF-INFORMADO      PIC 9(11).
       01 WS-QTD-ABERTOS        PIC 9(5).
       01 WS-QTD-LISTADOS       PIC 9(5).
       01 WS-CC-INFORMADO       PIC X(06).
       01 WS-CC-VALIDO          PIC X.
       01 WS-BANCO-ANTES        PIC X(60).

      *> Mesma validação estrutural de dados bancários e chave PIX de
      *> CADFORNE.cbl: agência e conta pelo método de DV do banco e
      *> chave PIX tipada (CPF/CNPJ com DV, e-mail, telefone, EVP).
       01 WS-STATUS-FILE-BK     PIC XX.
       01 WS-REGRABCO-OK        PIC X VALUE "N".
       01 WS-VB-BANCO           PIC X(03).
       01 WS-VB-AGENCIA         PIC X(06).
       01 WS-VB-CONTA           PIC X(12).
       01 WS-VB-OK              PIC X.
       01 WS-VB-MOTIVO          PIC X(40).
       01 WS-VB-METODO          PIC X(01).
       01 WS-VB-CAMPO           PIC X(12).
       01 WS-VB-DIGITOS         PIC X(12).
       01 WS-VB-QTD             PIC 9(02).
       01 WS-VB-I               PIC S9(02).
       01 WS-VB-PESO            PIC 9(02).
       01 WS-VB-DIG             PIC 9(01).
       01 WS-VB-PROD            PIC 9(03).
       01 WS-VB-SOMA            PIC 9(04).
       01 WS-VB-RESTO           PIC 9(02).
       01 WS-VB-DV-CALC         PIC 9(02).
       01 WS-PIX-CHAVE          PIC X(40).
       01 WS-PIX-OK             PIC X.
       01 WS-PIX-TIPO           PIC X(08).
       01 WS-PIX-MOTIVO         PIC X(40).
       01 WS-PIX-TAM            PIC 9(02).
       01 WS-PIX-ARROBAS        PIC 9(02).
       01 WS-PIX-SO-DIGITOS     PIC X.
       01 WS-PIX-I              PIC 9(02).
       01 WS-DOC-VALIDO         PIC X.
       01 WS-DOC-TAM            PIC 9(02).
       01 WS-DOC-DIGITOS.
           05 WS-DOC-DIG        OCCURS 14 TIMES PIC 9.
       01 WS-DOC-PESO           PIC 9(02).
       01 WS-DOC-SOMA           PIC 9(05).
       01 WS-DOC-RESTO          PIC 9(02).
       01 WS-DOC-QUOC           PIC 9(04).
       01 WS-DOC-DV             PIC 9(01).
       01 WS-DOC-I              PIC 9(02).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           OPEN I-O FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU = "35"
      *> FUNCIONARIO.DAT ainda não existe — cria o arquivo na
      *> primeira execução.
               OPEN OUTPUT FUNCIONARIO-FILE
               CLOSE FUNCIONARIO-FILE
               OPEN I-O FUNCIONARIO-FILE
           END-IF
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN I-O REEMBOLSO-FILE
           IF WS-STATUS-FILE-RB = "35"
      *> REEMBOLSO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT REEMBOLSO-FILE
               CLOSE REEMBOLSO-FILE
               OPEN I-O REEMBOLSO-FILE
           END-IF
           IF WS-STATUS-FILE-RB NOT = "00"
               DISPLAY "Erro ao abrir REEMBOLSO.DAT: "
                   WS-STATUS-FILE-RB
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

      *> REGRABCO.DAT e CCUSTO.DAT são opcionais.
           MOVE "S" TO WS-REGRABCO-OK
           OPEN INPUT REGRABCO-FILE
           IF WS-STATUS-FILE-BK = "35"
               MOVE "N" TO WS-REGRABCO-OK
           ELSE
               IF WS-STATUS-FILE-BK NOT = "00"
                   DISPLAY "Erro ao abrir REGRABCO.DAT: "
                       WS-STATUS-FILE-BK
                   STOP RUN
               END-IF
           END-IF

           MOVE "S" TO WS-CCUSTO-OK
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-FILE-CC = "35"
               MOVE "N" TO WS-CCUSTO-OK
           ELSE
               IF WS-STATUS-FILE-CC NOT = "00"
                   DISPLAY "Erro ao abrir CCUSTO.DAT: "
                       WS-STATUS-FILE-CC
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== CADASTRO DE FUNCIONÁRIOS ====="
               DISPLAY "1 - Incluir"
               DISPLAY "2 - Alterar"
               DISPLAY "3 - Desativar (desligamento)"
               DISPLAY "4 - Listar"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM INCLUIR-FUNCIONARIO
                   WHEN 2
                       PERFORM ALTERAR-FUNCIONARIO
                   WHEN 3
                       PERFORM DESATIVAR-FUNCIONARIO
                   WHEN 4
                       PERFORM LISTAR-FUNCIONARIOS
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE FUNCIONARIO-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE REEMBOLSO-FILE
           IF WS-REGRABCO-OK = "S"
               CLOSE REGRABCO-FILE
           END-IF
           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

       INCLUIR-FUNCIONARIO.
           DISPLAY "CPF (11 dígitos): " ACCEPT WS-CPF-INFORMADO
           MOVE 11 TO WS-DOC-TAM
           PERFORM VARYING WS-DOC-I FROM 1 BY 1
                   UNTIL WS-DOC-I > 11
               MOVE WS-CPF-INFORMADO(WS-DOC-I:1)
                   TO WS-DOC-DIG(WS-DOC-I)
           END-PERFORM
           PERFORM VALIDA-DOC-DV
           IF WS-DOC-VALIDO NOT = "S"
               DISPLAY "CPF invalido: digito verificador nao confere."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-INFORMADO TO FU-CPF

           READ FUNCIONARIO-FILE
               NOT INVALID KEY
                   DISPLAY "Funcionário já cadastrado: " FU-NOME
                   EXIT PARAGRAPH
           END-READ

      *> O mesmo CPF como autônomo em FORNECEDOR.DAT não impede o
      *> cadastro, mas a remessa paga pelo cadastro de fornecedor
      *> quando ele existe (ver REMESSA.cbl).
           MOVE FU-CPF TO F-CNPJ
           READ FORNECEDOR-FILE
               NOT INVALID KEY
                   DISPLAY "AVISO: CPF também cadastrado como "
                       "fornecedor (" F-RAZAO-SOCIAL ");"
                   DISPLAY "a remessa usará os dados bancários do "
                       "cadastro de fornecedores."
           END-READ

           DISPLAY "Nome: " ACCEPT FU-NOME
           DISPLAY "Email: " ACCEPT FU-EMAIL
           DISPLAY "Login no sistema (em branco se não tiver): "
           ACCEPT FU-LOGIN
           DISPLAY "Centro de custo de lotação: "
           ACCEPT WS-CC-INFORMADO
           PERFORM VALIDA-CENTRO
           IF WS-CC-VALIDO NOT = "S"
               DISPLAY "Erro: centro de custo não cadastrado ou "
                   "inativo (ver CADCC)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-INFORMADO TO FU-CENTRO-CUSTO

           PERFORM ACEITA-DADOS-BANCARIOS
           IF WS-VB-OK NOT = "S" OR WS-PIX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO FU-ATIVO
           MOVE FUNCTION CURRENT-DATE(1:8) TO FU-DATA-CADASTRO
           WRITE FUNCIONARIO-REG
           IF WS-STATUS-FILE-FU = "00"
               DISPLAY "Funcionário incluído com sucesso!"
               MOVE "INCLUSAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE FU-NOME TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao incluir: " WS-STATUS-FILE-FU
           END-IF.

      *> Alteração de dados bancários sai na auditoria com os dados
      *> anteriores e os novos, para a varredura de fraude.
       ALTERAR-FUNCIONARIO.
           DISPLAY "CPF a alterar: " ACCEPT WS-CPF-INFORMADO
           MOVE WS-CPF-INFORMADO TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   DISPLAY "Funcionário não encontrado."
                   EXIT PARAGRAPH
           END-READ

           MOVE FU-NOME TO WS-AUD-ANTES
           DISPLAY "Atual: " FU-NOME " <" FU-EMAIL "> login "
               FU-LOGIN " CC " FU-CENTRO-CUSTO
           DISPLAY "Novo Nome: " ACCEPT FU-NOME
           DISPLAY "Novo Email: " ACCEPT FU-EMAIL
           DISPLAY "Novo Login: " ACCEPT FU-LOGIN
           DISPLAY "Novo Centro de custo: "
           ACCEPT WS-CC-INFORMADO
           PERFORM VALIDA-CENTRO
           IF WS-CC-VALIDO NOT = "S"
               DISPLAY "Erro: centro de custo não cadastrado ou "
                   "inativo (ver CADCC)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-INFORMADO TO FU-CENTRO-CUSTO

           DISPLAY "Alterar os dados bancários? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
               MOVE SPACES TO WS-BANCO-ANTES
               STRING FU-BANCO   DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      FU-AGENCIA DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      FU-CONTA   DELIMITED BY SIZE
                      INTO WS-BANCO-ANTES
               DISPLAY "Dados bancários ATUAIS: " WS-BANCO-ANTES
               DISPLAY "Chave PIX atual: " FU-PIX
               PERFORM ACEITA-DADOS-BANCARIOS
               IF WS-VB-OK NOT = "S" OR WS-PIX-OK NOT = "S"
                   DISPLAY "Alteração não gravada."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-BANCO-ANTES
           END-IF

           REWRITE FUNCIONARIO-REG
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao atualizar: " WS-STATUS-FILE-FU
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Funcionário atualizado com sucesso!"
           MOVE "ALTERACAO" TO WS-AUD-ACAO
           MOVE FU-NOME TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           IF WS-BANCO-ANTES NOT = SPACES
               MOVE "ALTERA.BCO" TO WS-AUD-ACAO
               MOVE WS-BANCO-ANTES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING FU-BANCO   DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      FU-AGENCIA DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      FU-CONTA   DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *> Desligamento: o cadastro fica (histórico dos reembolsos), só
      *> inativo; recusado enquanto houver relatório em digitação ou
      *> aguardando aprovação.
       DESATIVAR-FUNCIONARIO.
           DISPLAY "CPF a desativar: " ACCEPT WS-CPF-INFORMADO
           MOVE WS-CPF-INFORMADO TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   DISPLAY "Funcionário não encontrado."
                   EXIT PARAGRAPH
           END-READ

           PERFORM CONTA-RELATORIOS-ABERTOS
           IF WS-QTD-ABERTOS > 0
               DISPLAY "Funcionário possui " WS-QTD-ABERTOS
                   " relatório(s) em andamento."
               DISPLAY "Desativação recusada."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO FU-ATIVO
           REWRITE FUNCIONARIO-REG
           IF WS-STATUS-FILE-FU = "00"
               DISPLAY "Funcionário desativado com sucesso!"
               MOVE "EXCLUSAO" TO WS-AUD-ACAO
               MOVE "ATIVO" TO WS-AUD-ANTES
               MOVE "INATIVO" TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao desativar: " WS-STATUS-FILE-FU
           END-IF.

       LISTAR-FUNCIONARIOS.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE LOW-VALUES TO FU-CPF
           START FUNCIONARIO-FILE KEY IS NOT LESS FU-CPF
               INVALID KEY
                   DISPLAY "Nenhum funcionário cadastrado."
                   EXIT PARAGRAPH
           END-START

           READ FUNCIONARIO-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhum funcionário cadastrado."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CPF            | NOME                      "
               "               | CC     | BCO | ATIVO"
           PERFORM UNTIL WS-STATUS-FILE-FU = "10"
               DISPLAY FU-CPF " | " FU-NOME " | " FU-CENTRO-CUSTO
                   " | " FU-BANCO " | " FU-ATIVO
               ADD 1 TO WS-QTD-LISTADOS
               READ FUNCIONARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FU
               END-READ
           END-PERFORM
           DISPLAY "Total: " WS-QTD-LISTADOS " funcionário(s)."
           MOVE "00" TO WS-STATUS-FILE-FU.

      *> Relatórios do CPF ainda em digitação ("D") ou submetidos e
      *> aguardando o gestor ("S"), pela chave alternada RB-CPF.
       CONTA-RELATORIOS-ABERTOS.
           MOVE ZEROS TO WS-QTD-ABERTOS
           MOVE FU-CPF TO RB-CPF
           START REEMBOLSO-FILE KEY IS EQUAL RB-CPF
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ REEMBOLSO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RB = "10"
                   OR RB-CPF NOT = FU-CPF
               IF RB-SITUACAO = "D" OR RB-SITUACAO = "S"
                   ADD 1 TO WS-QTD-ABERTOS
               END-IF
               READ REEMBOLSO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RB.

       VALIDA-CENTRO.
           MOVE "S" TO WS-CC-VALIDO
           IF WS-CC-INFORMADO = SPACES
               MOVE "N" TO WS-CC-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-CCUSTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CC-INFORMADO TO CC-CODIGO
           READ CCUSTO-FILE
               INVALID KEY
                   MOVE "N" TO WS-CC-VALIDO
               NOT INVALID KEY
                   IF CC-ATIVO NOT = "S"
                       MOVE "N" TO WS-CC-VALIDO
                   END-IF
           END-READ.

      *> Banco, agência, conta e chave PIX com as mesmas conferências
      *> de CADFORNE.cbl; resultado em WS-VB-OK e WS-PIX-OK.
       ACEITA-DADOS-BANCARIOS.
           MOVE "S" TO WS-VB-OK
           MOVE "S" TO WS-PIX-OK
           DISPLAY "Banco (código): " ACCEPT FU-BANCO
           DISPLAY "Agência: " ACCEPT FU-AGENCIA
           DISPLAY "Conta: " ACCEPT FU-CONTA
           DISPLAY "Chave PIX: " ACCEPT FU-PIX

           IF FU-PIX = SPACES AND FU-CONTA = SPACES
               MOVE "N" TO WS-VB-OK
               DISPLAY "Erro: informe a conta ou a chave PIX para o "
                   "crédito do reembolso."
               EXIT PARAGRAPH
           END-IF

           MOVE FU-BANCO   TO WS-VB-BANCO
           MOVE FU-AGENCIA TO WS-VB-AGENCIA
           MOVE FU-CONTA   TO WS-VB-CONTA
           PERFORM VALIDA-DADOS-BANCARIOS
           IF WS-VB-OK NOT = "S"
               DISPLAY "Erro: " WS-VB-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE FU-PIX TO WS-PIX-CHAVE
           PERFORM VALIDA-PIX
           IF WS-PIX-OK NOT = "S"
               DISPLAY "Erro: " WS-PIX-MOTIVO
           END-IF.

      *> Confere agência e conta pelo método de DV do banco em
      *> REGRABCO.DAT (ver CADREGBC.cbl); banco sem regra cadastrada
      *> passa sem conferência. Mesma rotina de CADFORNE.cbl.
       VALIDA-DADOS-BANCARIOS.
           MOVE "S" TO WS-VB-OK
           MOVE SPACES TO WS-VB-MOTIVO
           IF WS-REGRABCO-OK NOT = "S" OR WS-VB-BANCO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VB-BANCO TO BK-BANCO
           READ REGRABCO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF BK-DV-AGENCIA NOT = "N"
               MOVE SPACES TO WS-VB-CAMPO
               MOVE WS-VB-AGENCIA TO WS-VB-CAMPO(1:6)
               MOVE BK-DV-AGENCIA TO WS-VB-METODO
               PERFORM CONFERE-DV-CAMPO
               IF WS-VB-OK NOT = "S"
                   MOVE "agência com DV inválido p/ o banco"
                       TO WS-VB-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF BK-DV-CONTA NOT = "N"
               MOVE WS-VB-CONTA TO WS-VB-CAMPO
               MOVE BK-DV-CONTA TO WS-VB-METODO
               PERFORM CONFERE-DV-CAMPO
               IF WS-VB-OK NOT = "S"
                   MOVE "conta com DV inválido p/ o banco"
                       TO WS-VB-MOTIVO
               END-IF
           END-IF.

      *> "0" = módulo 10, "1" = módulo 11 (ver CADFORNE.cbl).
       CONFERE-DV-CAMPO.
           MOVE SPACES TO WS-VB-DIGITOS
           MOVE ZEROS TO WS-VB-QTD
           PERFORM VARYING WS-VB-I FROM 1 BY 1
                   UNTIL WS-VB-I > 12
               IF WS-VB-CAMPO(WS-VB-I:1) >= "0"
                       AND WS-VB-CAMPO(WS-VB-I:1) <= "9"
                   ADD 1 TO WS-VB-QTD
                   MOVE WS-VB-CAMPO(WS-VB-I:1)
                       TO WS-VB-DIGITOS(WS-VB-QTD:1)
               END-IF
           END-PERFORM

           IF WS-VB-QTD < 2
               MOVE "N" TO WS-VB-OK
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-VB-SOMA
           MOVE 2 TO WS-VB-PESO
           COMPUTE WS-VB-I = WS-VB-QTD - 1
           PERFORM UNTIL WS-VB-I < 1
               MOVE WS-VB-DIGITOS(WS-VB-I:1) TO WS-VB-DIG
               IF WS-VB-METODO = "0"
                   COMPUTE WS-VB-PROD = WS-VB-DIG * WS-VB-PESO
                   IF WS-VB-PROD > 9
                       SUBTRACT 9 FROM WS-VB-PROD
                   END-IF
                   ADD WS-VB-PROD TO WS-VB-SOMA
                   IF WS-VB-PESO = 2
                       MOVE 1 TO WS-VB-PESO
                   ELSE
                       MOVE 2 TO WS-VB-PESO
                   END-IF
               ELSE
                   COMPUTE WS-VB-SOMA =
                       WS-VB-SOMA + WS-VB-DIG * WS-VB-PESO
                   IF WS-VB-PESO = 9
                       MOVE 2 TO WS-VB-PESO
                   ELSE
                       ADD 1 TO WS-VB-PESO
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-VB-I
           END-PERFORM

           IF WS-VB-METODO = "0"
               COMPUTE WS-VB-DV-CALC = FUNCTION MOD(
                   10 - FUNCTION MOD(WS-VB-SOMA, 10), 10)
           ELSE
               COMPUTE WS-VB-RESTO = FUNCTION MOD(WS-VB-SOMA, 11)
               IF WS-VB-RESTO < 2
                   MOVE ZEROS TO WS-VB-DV-CALC
               ELSE
                   COMPUTE WS-VB-DV-CALC = 11 - WS-VB-RESTO
               END-IF
           END-IF

           MOVE WS-VB-DIGITOS(WS-VB-QTD:1) TO WS-VB-DIG
           IF WS-VB-DIG NOT = WS-VB-DV-CALC
               MOVE "N" TO WS-VB-OK
           END-IF.

      *> Tipa e valida a chave PIX como em CADFORNE.cbl. Reembolso é
      *> crédito pessoal: CPF de outra pessoa ou CNPJ na chave geram
      *> aviso para conferência.
       VALIDA-PIX.
           MOVE "S" TO WS-PIX-OK
           MOVE SPACES TO WS-PIX-MOTIVO
           MOVE SPACES TO WS-PIX-TIPO
           IF WS-PIX-CHAVE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-PIX-TAM
           PERFORM VARYING WS-PIX-I FROM 1 BY 1
                   UNTIL WS-PIX-I > 40
               IF WS-PIX-CHAVE(WS-PIX-I:1) NOT = SPACE
                   MOVE WS-PIX-I TO WS-PIX-TAM
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-PIX-ARROBAS
           INSPECT WS-PIX-CHAVE TALLYING WS-PIX-ARROBAS
               FOR ALL "@"

           MOVE "S" TO WS-PIX-SO-DIGITOS
           PERFORM VARYING WS-PIX-I FROM 1 BY 1
                   UNTIL WS-PIX-I > WS-PIX-TAM
               IF WS-PIX-CHAVE(WS-PIX-I:1) < "0"
                       OR WS-PIX-CHAVE(WS-PIX-I:1) > "9"
                   MOVE "N" TO WS-PIX-SO-DIGITOS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PIX-ARROBAS = 1
                   MOVE "EMAIL" TO WS-PIX-TIPO
                   IF WS-PIX-CHAVE(1:1) = "@"
                           OR WS-PIX-CHAVE(WS-PIX-TAM:1) = "@"
                       MOVE "N" TO WS-PIX-OK
                       MOVE "chave PIX de e-mail malformada"
                           TO WS-PIX-MOTIVO
                   END-IF
               WHEN WS-PIX-ARROBAS > 1
                   MOVE "N" TO WS-PIX-OK
                   MOVE "chave PIX com mais de um @"
                       TO WS-PIX-MOTIVO
               WHEN WS-PIX-CHAVE(1:1) = "+"
                   MOVE "TELEFONE" TO WS-PIX-TIPO
                   IF WS-PIX-TAM < 12 OR WS-PIX-TAM > 15
                       MOVE "N" TO WS-PIX-OK
                       MOVE "telefone PIX fora do formato +55..."
                           TO WS-PIX-MOTIVO
                   END-IF
               WHEN WS-PIX-SO-DIGITOS = "S"
                       AND WS-PIX-TAM = 11
                   MOVE "CPF" TO WS-PIX-TIPO
                   MOVE 11 TO WS-DOC-TAM
                   PERFORM CARREGA-DOC-PIX
                   PERFORM VALIDA-DOC-DV
                   IF WS-DOC-VALIDO NOT = "S"
                       MOVE "N" TO WS-PIX-OK
                       MOVE "CPF da chave PIX com DV inválido"
                           TO WS-PIX-MOTIVO
                   ELSE
                       IF WS-PIX-CHAVE(1:11) NOT = FU-CPF(4:11)
                           DISPLAY "AVISO: chave PIX é um CPF, que "
                               "não confere com o CPF do "
                               "funcionário."
                       END-IF
                   END-IF
               WHEN WS-PIX-SO-DIGITOS = "S"
                       AND WS-PIX-TAM = 14
                   MOVE "CNPJ" TO WS-PIX-TIPO
                   MOVE 14 TO WS-DOC-TAM
                   PERFORM CARREGA-DOC-PIX
                   PERFORM VALIDA-DOC-DV
                   IF WS-DOC-VALIDO NOT = "S"
                       MOVE "N" TO WS-PIX-OK
                       MOVE "CNPJ da chave PIX com DV inválido"
                           TO WS-PIX-MOTIVO
                   ELSE
                       DISPLAY "AVISO: chave PIX é um CNPJ; o "
                           "reembolso vai a conta de pessoa "
                           "jurídica."
                   END-IF
               WHEN WS-PIX-TAM = 32
                   MOVE "EVP" TO WS-PIX-TIPO
               WHEN OTHER
                   MOVE "N" TO WS-PIX-OK
                   MOVE "chave PIX de tipo não reconhecido"
                       TO WS-PIX-MOTIVO
           END-EVALUATE.

       CARREGA-DOC-PIX.
           PERFORM VARYING WS-DOC-I FROM 1 BY 1
                   UNTIL WS-DOC-I > WS-DOC-TAM
               MOVE WS-PIX-CHAVE(WS-DOC-I:1)
                   TO WS-DOC-DIG(WS-DOC-I)
           END-PERFORM.

      *> DV de CPF (11 posições) ou CNPJ (14 posições) sobre a
      *> tabela WS-DOC-DIG, conforme WS-DOC-TAM (ver CADFORNE.cbl).
       VALIDA-DOC-DV.
           MOVE "S" TO WS-DOC-VALIDO

           IF WS-DOC-TAM = 11
               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 10 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 9
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(10)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF

               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 11 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 10
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(11)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF
           ELSE
               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 5 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 12
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
                   IF WS-DOC-PESO < 2
                       MOVE 9 TO WS-DOC-PESO
                   END-IF
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(13)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF

               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 6 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 13
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
                   IF WS-DOC-PESO < 2
                       MOVE 9 TO WS-DOC-PESO
                   END-IF
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(14)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF
           END-IF.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CADFUNC"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE FU-CPF                      TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
