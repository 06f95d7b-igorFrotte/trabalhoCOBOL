       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Relatório de despesas do funcionário para reembolso: o
      *> cabeçalho (um por relatório) e as linhas com data,
      *> categoria, centro de custo e número do recibo. Substitui a
      *> planilha e o lançamento do funcionário como fornecedor em
      *> LANCCONT. O relatório submetido é conferido contra a
      *> política da categoria (ver CADCATD.cbl) e vai para o gestor
      *> do centro em APROVLAN.cbl, que gera a conta a pagar.
           SELECT REEMBOLSO-FILE ASSIGN TO "REEMBOLSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               ALTERNATE RECORD KEY IS RB-CPF WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-RB.

           SELECT RDLINHA-FILE ASSIGN TO "RDLINHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RD.

      *> Cadastro de funcionários (ver CADFUNC.cbl).
           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> Categorias e política de reembolso (ver CADCATD.cbl).
           SELECT CATDESP-FILE ASSIGN TO "CATDESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CG.

      *> Cadastro de centros de custo (ver CADCC.cbl). Arquivo
      *> opcional: sem ele, o código segue digitado livre.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CC.

      *> Numeração única de documentos (ver LANCCONT.cbl): o número
      *> do relatório vira o número do documento da conta a pagar.
           SELECT NUMDOC-FILE ASSIGN TO "NUMDOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-FILE-ND.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD REEMBOLSO-FILE.
       01 REEMBOLSO-REG.
           05 RB-NUMERO         PIC 9(10).
           05 RB-CPF            PIC 9(14).
           05 RB-CENTRO-CUSTO   PIC X(06).  *> centro do gestor
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

       FD RDLINHA-FILE.
       01 RDLINHA-REG.
           05 RD-CHAVE.                     *> 10 relatório + 03 seq
               10 RD-NUMERO     PIC 9(10).
               10 RD-SEQ        PIC 9(03).
           05 RD-DATA           PIC 9(8).
           05 RD-CATEGORIA      PIC X(04).
           05 RD-CENTRO-CUSTO   PIC X(06).
           05 RD-RECIBO         PIC X(15).
           05 RD-DESCRICAO      PIC X(30).
           05 RD-VALOR          PIC 9(8)V99.
           05 RD-POLITICA       PIC X(1).   *> branco=ok,L=lim. linha,
                                            *> D=lim. dia,A=ambos
           05 RD-EXCESSO        PIC 9(8)V99.
           05 RD-VALOR-APROVADO PIC 9(8)V99.

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

       FD CATDESP-FILE.
       01 CATDESP-REG.
           05 CG-CODIGO         PIC X(04).
           05 CG-DESCRICAO      PIC X(30).
           05 CG-LIMITE-LINHA   PIC 9(8)V99.
           05 CG-LIMITE-DIA     PIC 9(8)V99.
           05 CG-EXIGE-RECIBO   PIC X(1).
           05 CG-CONTA-DEBITO   PIC X(11).
           05 CG-ATIVO          PIC X(1).

       FD CCUSTO-FILE.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(06).
           05 CC-DESCRICAO      PIC X(30).
           05 CC-PAI            PIC X(06).  *> diretoria (vazio = raiz)
           05 CC-ATIVO          PIC X(1).

       FD NUMDOC-FILE.
       01 NUMDOC-REG.
           05 ND-CHAVE          PIC X(02).
           05 ND-PROX-NUM       PIC 9(10).

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
       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-RD     PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-CG     PIC XX.
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-CCUSTO-OK          PIC X VALUE "N".
       01 WS-STATUS-FILE-ND     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-CPF-INFORMADO      PIC 9(11).
       01 WS-NUM-INFORMADO      PIC 9(10).
       01 WS-SEQ-INFORMADA      PIC 9(03).
       01 WS-CC-INFORMADO       PIC X(06).
       01 WS-CC-VALIDO          PIC X.
       01 WS-RELATORIO-OK       PIC X.
       01 WS-MAIS-LINHAS        PIC X.
       01 WS-PROX-SEQ           PIC 9(03).
       01 WS-VALOR-EDIT         PIC Z(9)9.99.
       01 WS-EXCESSO-EDIT       PIC Z(7)9.99.
       01 WS-TOTAL-EXCESSO      PIC 9(10)V99.

      *> Linhas do relatório em memória para a conferência da
      *> política: o limite por linha corta o valor da linha, e o
      *> limite por dia vale para a soma da categoria na mesma data,
      *> com o excesso atribuído às linhas na ordem em que estouram.
       01 WS-TAB-LINHAS.
           05 WS-LIN            OCCURS 999 TIMES.
               10 WS-LIN-SEQ        PIC 9(03).
               10 WS-LIN-DATA       PIC 9(8).
               10 WS-LIN-CAT        PIC X(04).
               10 WS-LIN-VALOR      PIC 9(8)V99.
               10 WS-LIN-CORTADO    PIC 9(8)V99.
               10 WS-LIN-EXC-LINHA  PIC 9(8)V99.
               10 WS-LIN-EXC-DIA    PIC 9(8)V99.
       01 WS-LIN-QTD            PIC 9(03).
       01 WS-LIN-I              PIC 9(03).
       01 WS-LIN-J              PIC 9(03).
       01 WS-ACUM-DIA           PIC 9(10)V99.
       01 WS-ESTOURO-DIA        PIC 9(10)V99.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-EMPRESA-CHAMADA    PIC 9(02).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-EMPRESA-CHAMADA.

       MAIN-PROCEDURE.
           DISPLAY "RELATÓRIO DE DESPESAS PARA REEMBOLSO"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

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

           OPEN I-O RDLINHA-FILE
           IF WS-STATUS-FILE-RD = "35"
      *> RDLINHA.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RDLINHA-FILE
               CLOSE RDLINHA-FILE
               OPEN I-O RDLINHA-FILE
           END-IF
           IF WS-STATUS-FILE-RD NOT = "00"
               DISPLAY "Erro ao abrir RDLINHA.DAT: " WS-STATUS-FILE-RD
               STOP RUN
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU " (cadastre em CADFUNC)"
               STOP RUN
           END-IF

           OPEN INPUT CATDESP-FILE
           IF WS-STATUS-FILE-CG NOT = "00"
               DISPLAY "Erro ao abrir CATDESP.DAT: "
                   WS-STATUS-FILE-CG " (cadastre em CADCATD)"
               STOP RUN
           END-IF

           OPEN I-O NUMDOC-FILE
           IF WS-STATUS-FILE-ND = "35"
      *> NUMDOC.DAT ainda não existe — cria o arquivo e o registro
      *> único de controle na primeira execução.
               OPEN OUTPUT NUMDOC-FILE
               CLOSE NUMDOC-FILE
               OPEN I-O NUMDOC-FILE
           END-IF
           IF WS-STATUS-FILE-ND NOT = "00"
               DISPLAY "Erro ao abrir NUMDOC.DAT: " WS-STATUS-FILE-ND
               STOP RUN
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
               DISPLAY "===== REEMBOLSO DE DESPESAS ====="
               DISPLAY "1 - Novo relatório"
               DISPLAY "2 - Incluir linhas (relatório em digitação)"
               DISPLAY "3 - Excluir linha"
               DISPLAY "4 - Submeter ao gestor do centro"
               DISPLAY "5 - Consultar relatório"
               DISPLAY "6 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM NOVO-RELATORIO
                   WHEN 2
                       PERFORM CONTINUA-RELATORIO
                   WHEN 3
                       PERFORM EXCLUI-LINHA
                   WHEN 4
                       PERFORM SUBMETE-RELATORIO
                   WHEN 5
                       PERFORM CONSULTA-RELATORIO
                   WHEN 6
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE REEMBOLSO-FILE
           CLOSE RDLINHA-FILE
           CLOSE FUNCIONARIO-FILE
           CLOSE CATDESP-FILE
           CLOSE NUMDOC-FILE
           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> O centro do relatório é o do gestor que vai aprová-lo (por
      *> padrão, o de lotação do funcionário); cada linha pode levar
      *> a despesa a outro centro.
       NOVO-RELATORIO.
           DISPLAY "CPF do funcionário (11 dígitos): "
           ACCEPT WS-CPF-INFORMADO
           MOVE WS-CPF-INFORMADO TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   DISPLAY "Funcionário não cadastrado (ver CADFUNC)."
                   EXIT PARAGRAPH
           END-READ
           IF FU-ATIVO NOT = "S"
               DISPLAY "Funcionário desativado; relatório recusado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Funcionário: " FU-NOME

           DISPLAY "Centro de custo do relatório (em branco = "
               FU-CENTRO-CUSTO "): "
           ACCEPT WS-CC-INFORMADO
           IF WS-CC-INFORMADO = SPACES
               MOVE FU-CENTRO-CUSTO TO WS-CC-INFORMADO
           END-IF
           PERFORM VALIDA-CENTRO
           IF WS-CC-VALIDO NOT = "S"
               DISPLAY "Erro: centro de custo não cadastrado ou "
                   "inativo (ver CADCC)."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REEMBOLSO-REG
           DISPLAY "Descrição (viagem, evento): "
           ACCEPT RB-DESCRICAO

           PERFORM GERA-PROX-NUMERO
           MOVE FU-CPF             TO RB-CPF
           MOVE WS-CC-INFORMADO    TO RB-CENTRO-CUSTO
           MOVE WS-EMPRESA-CHAMADA TO RB-EMPRESA
           MOVE WS-HOJE            TO RB-DATA
           MOVE ZEROS              TO RB-QTD-LINHAS
           MOVE ZEROS              TO RB-VALOR-TOTAL
           MOVE ZEROS              TO RB-VALOR-APROVADO
           MOVE "D"                TO RB-SITUACAO
           MOVE "N"                TO RB-EXCEDE
           MOVE WS-USUARIO-CHAMADOR TO RB-USUARIO
           MOVE SPACES             TO RB-APROVADOR
           MOVE SPACES             TO RB-MOTIVO

           WRITE REEMBOLSO-REG
           IF WS-STATUS-FILE-RB NOT = "00"
               DISPLAY "Erro ao gravar relatório: " WS-STATUS-FILE-RB
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Relatório " RB-NUMERO " aberto em digitação."
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CPF="            DELIMITED BY SIZE
                  RB-CPF            DELIMITED BY SIZE
                  " CC="            DELIMITED BY SIZE
                  RB-CENTRO-CUSTO   DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           MOVE ZEROS TO WS-PROX-SEQ
           PERFORM INCLUI-LINHAS.

      *> Relatório rejeitado pelo gestor volta para digitação ao ser
      *> reaberto, para correção e nova submissão.
       CONTINUA-RELATORIO.
           PERFORM LOCALIZA-RELATORIO
           IF WS-RELATORIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF RB-SITUACAO = "R"
               DISPLAY "Relatório rejeitado: " RB-MOTIVO
               DISPLAY "Reabrir para correção? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE "D" TO RB-SITUACAO
               MOVE SPACES TO RB-MOTIVO
               REWRITE REEMBOLSO-REG
               MOVE "REABERTURA" TO WS-AUD-ACAO
               MOVE "SITUACAO=R" TO WS-AUD-ANTES
               MOVE "SITUACAO=D" TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF

           IF RB-SITUACAO NOT = "D"
               DISPLAY "Relatório já submetido ou decidido; "
                   "linhas não podem ser incluídas."
               EXIT PARAGRAPH
           END-IF

           PERFORM CARREGA-LINHAS
           MOVE ZEROS TO WS-PROX-SEQ
           IF WS-LIN-QTD > ZEROS
               MOVE WS-LIN-SEQ(WS-LIN-QTD) TO WS-PROX-SEQ
           END-IF
           PERFORM INCLUI-LINHAS.

       INCLUI-LINHAS.
           MOVE "S" TO WS-MAIS-LINHAS
           PERFORM UNTIL WS-MAIS-LINHAS NOT = "S"
               PERFORM INCLUI-UMA-LINHA
               DISPLAY "Incluir outra linha? (S/N): "
               ACCEPT RESPOSTA
               MOVE FUNCTION UPPER-CASE(RESPOSTA) TO WS-MAIS-LINHAS
           END-PERFORM
           PERFORM ATUALIZA-TOTAIS.

       INCLUI-UMA-LINHA.
           IF WS-PROX-SEQ >= 999
               DISPLAY "Relatório no limite de linhas; abra outro."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RDLINHA-REG
           DISPLAY "Data da despesa (AAAAMMDD): "
           ACCEPT RD-DATA
           IF RD-DATA = ZEROS OR RD-DATA > WS-HOJE
               DISPLAY "Erro: data inválida ou futura."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Categoria (ver CADCATD): "
           ACCEPT RD-CATEGORIA
           MOVE FUNCTION UPPER-CASE(RD-CATEGORIA) TO RD-CATEGORIA
           MOVE RD-CATEGORIA TO CG-CODIGO
           READ CATDESP-FILE
               INVALID KEY
                   DISPLAY "Erro: categoria não cadastrada."
                   EXIT PARAGRAPH
           END-READ
           IF CG-ATIVO NOT = "S"
               DISPLAY "Erro: categoria desativada."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Centro de custo (em branco = " RB-CENTRO-CUSTO
               "): "
           ACCEPT WS-CC-INFORMADO
           IF WS-CC-INFORMADO = SPACES
               MOVE RB-CENTRO-CUSTO TO WS-CC-INFORMADO
           END-IF
           PERFORM VALIDA-CENTRO
           IF WS-CC-VALIDO NOT = "S"
               DISPLAY "Erro: centro de custo não cadastrado ou "
                   "inativo (ver CADCC)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-INFORMADO TO RD-CENTRO-CUSTO

           DISPLAY "Número do recibo / nota: "
           ACCEPT RD-RECIBO
           IF RD-RECIBO = SPACES AND CG-EXIGE-RECIBO = "S"
               DISPLAY "Erro: a categoria " CG-CODIGO
                   " exige o número do recibo."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Descrição: "
           ACCEPT RD-DESCRICAO
           DISPLAY "Valor: "
           ACCEPT RD-VALOR
           IF RD-VALOR = ZEROS
               DISPLAY "Erro: valor não informado."
               EXIT PARAGRAPH
           END-IF

           IF CG-LIMITE-LINHA > ZEROS AND RD-VALOR > CG-LIMITE-LINHA
               MOVE CG-LIMITE-LINHA TO WS-VALOR-EDIT
               DISPLAY "AVISO: acima do limite por linha da "
                   "categoria (" WS-VALOR-EDIT "); o gestor decide."
           END-IF

           ADD 1 TO WS-PROX-SEQ
           MOVE RB-NUMERO   TO RD-NUMERO
           MOVE WS-PROX-SEQ TO RD-SEQ
           MOVE SPACE       TO RD-POLITICA
           MOVE ZEROS       TO RD-EXCESSO
           MOVE ZEROS       TO RD-VALOR-APROVADO
           WRITE RDLINHA-REG
           IF WS-STATUS-FILE-RD NOT = "00"
               DISPLAY "Erro ao gravar linha: " WS-STATUS-FILE-RD
               SUBTRACT 1 FROM WS-PROX-SEQ
           ELSE
               DISPLAY "Linha " RD-SEQ " incluída."
           END-IF.

       EXCLUI-LINHA.
           PERFORM LOCALIZA-RELATORIO
           IF WS-RELATORIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF RB-SITUACAO NOT = "D"
               DISPLAY "Só relatório em digitação tem linha "
                   "excluída."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Sequência da linha: "
           ACCEPT WS-SEQ-INFORMADA
           MOVE RB-NUMERO        TO RD-NUMERO
           MOVE WS-SEQ-INFORMADA TO RD-SEQ
           READ RDLINHA-FILE
               INVALID KEY
                   DISPLAY "Linha não encontrada."
                   EXIT PARAGRAPH
           END-READ

           DELETE RDLINHA-FILE
           IF WS-STATUS-FILE-RD = "00"
               DISPLAY "Linha excluída."
               PERFORM ATUALIZA-TOTAIS
           ELSE
               DISPLAY "Erro ao excluir linha: " WS-STATUS-FILE-RD
           END-IF.

      *> Confere as linhas contra a política da categoria e envia ao
      *> gestor. Linha fora da política não impede a submissão: fica
      *> marcada, com o excesso, para o gestor decidir se reembolsa
      *> integral ou só até o limite (ver APROVLAN.cbl).
       SUBMETE-RELATORIO.
           PERFORM LOCALIZA-RELATORIO
           IF WS-RELATORIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF RB-SITUACAO NOT = "D"
               DISPLAY "Relatório não está em digitação."
               EXIT PARAGRAPH
           END-IF

           PERFORM CARREGA-LINHAS
           IF WS-LIN-QTD = ZEROS
               DISPLAY "Relatório sem linhas; nada a submeter."
               EXIT PARAGRAPH
           END-IF

           PERFORM AVALIA-POLITICA
           PERFORM GRAVA-POLITICA-LINHAS
           PERFORM ATUALIZA-TOTAIS

           MOVE RB-VALOR-TOTAL TO WS-VALOR-EDIT
           DISPLAY "Linhas: " RB-QTD-LINHAS "  Total: " WS-VALOR-EDIT
           IF WS-TOTAL-EXCESSO > ZEROS
               MOVE WS-TOTAL-EXCESSO TO WS-VALOR-EDIT
               DISPLAY "AVISO: " WS-VALOR-EDIT
                   " acima da política (ver consulta, opção 5)."
           END-IF

           DISPLAY "Confirma a submissão ao gestor? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               DISPLAY "Relatório mantido em digitação."
               EXIT PARAGRAPH
           END-IF

           MOVE "S"     TO RB-SITUACAO
           MOVE WS-HOJE TO RB-DATA-SUBMISSAO
           IF WS-TOTAL-EXCESSO > ZEROS
               MOVE "S" TO RB-EXCEDE
           ELSE
               MOVE "N" TO RB-EXCEDE
           END-IF
           REWRITE REEMBOLSO-REG
           IF WS-STATUS-FILE-RB NOT = "00"
               DISPLAY "Erro ao submeter: " WS-STATUS-FILE-RB
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Relatório submetido; aguarda o gestor do centro "
               RB-CENTRO-CUSTO "."
           MOVE "SUBMISSAO" TO WS-AUD-ACAO
           MOVE "SITUACAO=D" TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=S TOTAL=" DELIMITED BY SIZE
                  RB-VALOR-TOTAL      DELIMITED BY SIZE
                  " EXCEDE="          DELIMITED BY SIZE
                  RB-EXCEDE           DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       CONSULTA-RELATORIO.
           PERFORM LOCALIZA-RELATORIO
           IF WS-RELATORIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE RB-CPF TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO FU-NOME
           END-READ

           DISPLAY "----------------------------------------"
           DISPLAY "Relatório " RB-NUMERO " de " RB-DATA
               " situação " RB-SITUACAO
           DISPLAY "Funcionário: " RB-CPF " " FU-NOME
           DISPLAY "Centro: " RB-CENTRO-CUSTO "  " RB-DESCRICAO
           MOVE RB-VALOR-TOTAL TO WS-VALOR-EDIT
           DISPLAY "Total: " WS-VALOR-EDIT "  linhas " RB-QTD-LINHAS
           IF RB-SITUACAO = "A"
               MOVE RB-VALOR-APROVADO TO WS-VALOR-EDIT
               DISPLAY "Aprovado: " WS-VALOR-EDIT " por "
                   RB-APROVADOR " em " RB-DATA-DECISAO
           END-IF
           IF RB-SITUACAO = "R"
               DISPLAY "Rejeitado por " RB-APROVADOR ": " RB-MOTIVO
           END-IF

           MOVE RB-NUMERO TO RD-NUMERO
           MOVE ZEROS     TO RD-SEQ
           START RDLINHA-FILE KEY IS NOT LESS RD-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ RDLINHA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "SEQ DATA     CAT  CC     RECIBO          "
               "VALOR         POL EXCESSO"
           PERFORM UNTIL WS-STATUS-FILE-RD = "10"
                   OR RD-NUMERO NOT = RB-NUMERO
               MOVE RD-VALOR   TO WS-VALOR-EDIT
               MOVE RD-EXCESSO TO WS-EXCESSO-EDIT
               DISPLAY RD-SEQ " " RD-DATA " " RD-CATEGORIA " "
                   RD-CENTRO-CUSTO " " RD-RECIBO " " WS-VALOR-EDIT
                   " " RD-POLITICA "   " WS-EXCESSO-EDIT
               READ RDLINHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RD.

       LOCALIZA-RELATORIO.
           MOVE "N" TO WS-RELATORIO-OK
           DISPLAY "Número do relatório: "
           ACCEPT WS-NUM-INFORMADO
           MOVE WS-NUM-INFORMADO TO RB-NUMERO
           READ REEMBOLSO-FILE
               INVALID KEY
                   DISPLAY "Relatório não encontrado."
                   EXIT PARAGRAPH
           END-READ
           MOVE "S" TO WS-RELATORIO-OK.

      *> Linhas do relatório corrente (RB-NUMERO) para a tabela.
       CARREGA-LINHAS.
           MOVE ZEROS TO WS-LIN-QTD
           MOVE RB-NUMERO TO RD-NUMERO
           MOVE ZEROS     TO RD-SEQ
           START RDLINHA-FILE KEY IS NOT LESS RD-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ RDLINHA-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RD = "10"
                   OR RD-NUMERO NOT = RB-NUMERO
                   OR WS-LIN-QTD >= 999
               ADD 1 TO WS-LIN-QTD
               MOVE RD-SEQ       TO WS-LIN-SEQ(WS-LIN-QTD)
               MOVE RD-DATA      TO WS-LIN-DATA(WS-LIN-QTD)
               MOVE RD-CATEGORIA TO WS-LIN-CAT(WS-LIN-QTD)
               MOVE RD-VALOR     TO WS-LIN-VALOR(WS-LIN-QTD)
               MOVE ZEROS        TO WS-LIN-EXC-LINHA(WS-LIN-QTD)
               MOVE ZEROS        TO WS-LIN-EXC-DIA(WS-LIN-QTD)
               READ RDLINHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RD.

      *> Primeiro o limite por linha; depois, sobre os valores já
      *> cortados, o limite por dia da categoria, acumulando as
      *> linhas da mesma data e categoria na ordem digitada.
       AVALIA-POLITICA.
           MOVE ZEROS TO WS-TOTAL-EXCESSO
           PERFORM VARYING WS-LIN-I FROM 1 BY 1
                   UNTIL WS-LIN-I > WS-LIN-QTD
               MOVE WS-LIN-VALOR(WS-LIN-I) TO WS-LIN-CORTADO(WS-LIN-I)
               MOVE WS-LIN-CAT(WS-LIN-I) TO CG-CODIGO
               READ CATDESP-FILE
                   INVALID KEY
                       MOVE ZEROS TO CG-LIMITE-LINHA
               END-READ
               IF CG-LIMITE-LINHA > ZEROS
                       AND WS-LIN-VALOR(WS-LIN-I) > CG-LIMITE-LINHA
                   COMPUTE WS-LIN-EXC-LINHA(WS-LIN-I) =
                       WS-LIN-VALOR(WS-LIN-I) - CG-LIMITE-LINHA
                   MOVE CG-LIMITE-LINHA TO WS-LIN-CORTADO(WS-LIN-I)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LIN-I FROM 1 BY 1
                   UNTIL WS-LIN-I > WS-LIN-QTD
               MOVE WS-LIN-CAT(WS-LIN-I) TO CG-CODIGO
               READ CATDESP-FILE
                   INVALID KEY
                       MOVE ZEROS TO CG-LIMITE-DIA
               END-READ
               IF CG-LIMITE-DIA > ZEROS
                   MOVE ZEROS TO WS-ACUM-DIA
                   PERFORM VARYING WS-LIN-J FROM 1 BY 1
                           UNTIL WS-LIN-J > WS-LIN-I
                       IF WS-LIN-DATA(WS-LIN-J) = WS-LIN-DATA(WS-LIN-I)
                       AND WS-LIN-CAT(WS-LIN-J) = WS-LIN-CAT(WS-LIN-I)
                           ADD WS-LIN-CORTADO(WS-LIN-J) TO WS-ACUM-DIA
                       END-IF
                   END-PERFORM
                   IF WS-ACUM-DIA > CG-LIMITE-DIA
                       COMPUTE WS-ESTOURO-DIA =
                           WS-ACUM-DIA - CG-LIMITE-DIA
                       IF WS-ESTOURO-DIA > WS-LIN-CORTADO(WS-LIN-I)
                           MOVE WS-LIN-CORTADO(WS-LIN-I)
                               TO WS-ESTOURO-DIA
                       END-IF
                       MOVE WS-ESTOURO-DIA TO WS-LIN-EXC-DIA(WS-LIN-I)
                   END-IF
               END-IF
               COMPUTE WS-TOTAL-EXCESSO = WS-TOTAL-EXCESSO
                   + WS-LIN-EXC-LINHA(WS-LIN-I)
                   + WS-LIN-EXC-DIA(WS-LIN-I)
           END-PERFORM.

       GRAVA-POLITICA-LINHAS.
           PERFORM VARYING WS-LIN-I FROM 1 BY 1
                   UNTIL WS-LIN-I > WS-LIN-QTD
               MOVE RB-NUMERO             TO RD-NUMERO
               MOVE WS-LIN-SEQ(WS-LIN-I) TO RD-SEQ
               READ RDLINHA-FILE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-LIN-EXC-LINHA(WS-LIN-I) > ZEROS
                                   AND WS-LIN-EXC-DIA(WS-LIN-I) > ZEROS
                               MOVE "A" TO RD-POLITICA
                           WHEN WS-LIN-EXC-LINHA(WS-LIN-I) > ZEROS
                               MOVE "L" TO RD-POLITICA
                           WHEN WS-LIN-EXC-DIA(WS-LIN-I) > ZEROS
                               MOVE "D" TO RD-POLITICA
                           WHEN OTHER
                               MOVE SPACE TO RD-POLITICA
                       END-EVALUATE
                       COMPUTE RD-EXCESSO = WS-LIN-EXC-LINHA(WS-LIN-I)
                           + WS-LIN-EXC-DIA(WS-LIN-I)
                       REWRITE RDLINHA-REG
                       IF WS-STATUS-FILE-RD NOT = "00"
                           DISPLAY "Erro ao marcar linha " RD-SEQ
                               ": " WS-STATUS-FILE-RD
                       END-IF
               END-READ
           END-PERFORM.

      *> Recalcula quantidade e total do cabeçalho pelas linhas
      *> gravadas e regrava o cabeçalho.
       ATUALIZA-TOTAIS.
           MOVE ZEROS TO RB-QTD-LINHAS
           MOVE ZEROS TO RB-VALOR-TOTAL
           MOVE RB-NUMERO TO RD-NUMERO
           MOVE ZEROS     TO RD-SEQ
           START RDLINHA-FILE KEY IS NOT LESS RD-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-RD
           END-START
           IF WS-STATUS-FILE-RD NOT = "10"
               READ RDLINHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RD
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-RD = "10"
                   OR RD-NUMERO NOT = RB-NUMERO
               ADD 1 TO RB-QTD-LINHAS
               ADD RD-VALOR TO RB-VALOR-TOTAL
               READ RDLINHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RD

           REWRITE REEMBOLSO-REG
           IF WS-STATUS-FILE-RB NOT = "00"
               DISPLAY "Erro ao atualizar relatório: "
                   WS-STATUS-FILE-RB
           END-IF.

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

      *> Mesmo registro único de NUMDOC.DAT usado por LANCCONT.cbl:
      *> o número não colide com nenhum documento já lançado.
       GERA-PROX-NUMERO.
           MOVE "01" TO ND-CHAVE
           READ NUMDOC-FILE
               INVALID KEY
                   MOVE 1 TO ND-PROX-NUM
                   MOVE ND-PROX-NUM TO RB-NUMERO
                   ADD 1 TO ND-PROX-NUM
                   WRITE NUMDOC-REG
                   EXIT PARAGRAPH
           END-READ

           MOVE ND-PROX-NUM TO RB-NUMERO
           ADD 1 TO ND-PROX-NUM
           REWRITE NUMDOC-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); a chave é o número do relatório seguido do
      *> CPF, como o documento e o CNPJ em CP-CHAVE.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "REEMBOLS"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           STRING RB-NUMERO DELIMITED BY SIZE
                  RB-CPF    DELIMITED BY SIZE
                  INTO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
