               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               RECORD KEY IS DG-DELEGANTE
               FILE STATUS IS WS-STATUS-FILE-DG.

      *> Relatórios de despesas submetidos (ver REEMBOLS.cbl). Todos
      *> opcionais: sem REEMBOLSO.DAT a segunda fila nem aparece. O
      *> gestor que aprova é o login cadastrado em DISTRIB.DAT para o
      *> centro do relatório, subindo pela diretoria (CC-PAI) quando
      *> o centro não tem gestor ou o gestor é o funcionário.
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

           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CENTRO-CUSTO
               FILE STATUS IS WS-STATUS-FILE-DS.

           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CC.

      *> Transações do cartão corporativo alocadas pelos portadores
      *> (ver CARTFAT.cbl). Arquivo opcional: sem ele a terceira
      *> fila não aparece. O aprovador é o mesmo gestor do centro
      *> usado para os reembolsos.
           SELECT FATCART-FILE ASSIGN TO "FATCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-TC.

      *> Parâmetros financeiros (ver CADPARAM.cbl): prazo, em dias,
      *> para pagar o reembolso aprovado.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por liberação ou rejeição.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 DG-USUARIO-REG    PIC X(10).
           05 DG-ADMIN-CONF     PIC X(10).

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

       FD RDLINHA-FILE.
       01 RDLINHA-REG.
           05 RD-CHAVE.
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

       FD DISTRIB-FILE.
       01 DISTRIB-REG.
           05 DS-CENTRO-CUSTO   PIC X(06).
           05 DS-NOME           PIC X(30).
           05 DS-EMAIL          PIC X(30).
           05 DS-LOGIN          PIC X(10).  *> aprovador de reembolso

       FD CCUSTO-FILE.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(06).
           05 CC-DESCRICAO      PIC X(30).
           05 CC-PAI            PIC X(06).  *> diretoria (vazio = raiz)
           05 CC-ATIVO          PIC X(1).

       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 PRM-CHAVE         PIC X(10).
           05 PRM-VALOR         PIC 9(08)V9(04).
           05 PRM-DESCRICAO     PIC X(30).

       FD FATCART-FILE.
       01 FATCART-REG.
           05 TC-CHAVE.                     *> 14 emissor + 08 venc.
               10 TC-CNPJ-EMISSOR PIC 9(14).  *> + 04 seq.
               10 TC-DATA-VENC    PIC 9(8).
               10 TC-SEQ          PIC 9(04).  *> 0000 = controle
           05 TC-CARTAO         PIC X(04).
           05 TC-CPF            PIC 9(14).
           05 TC-PORTADOR       PIC X(30).
           05 TC-DATA-TRANS     PIC 9(8).
           05 TC-ESTABELEC      PIC X(30).
           05 TC-VALOR          PIC 9(10)V99.
           05 TC-SINAL          PIC X(1).
           05 TC-CENTRO-CUSTO   PIC X(06).
           05 TC-CATEGORIA      PIC X(04).
           05 TC-SITUACAO       PIC X(1).   *> I=importada,A=alocada,
                                            *> V=aprovada,R=recusada,
                                            *> D=centro padrão
           05 TC-ALOCADOR       PIC X(10).
           05 TC-APROVADOR      PIC X(10).
           05 TC-MOTIVO         PIC X(30).
           05 TC-NUM-DOC        PIC 9(10).
           05 TC-ULT-SEQ        PIC 9(04).

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-QTD-REJEITADAS     PIC 9(5) VALUE ZEROS.
       01 WS-CHAVE-ATUAL        PIC X(26).
       01 WS-ENCERRA            PIC X VALUE "N".
       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-RD     PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-DS     PIC XX.
       01 WS-DISTRIB-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-CCUSTO-OK          PIC X VALUE "N".
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-PRAZO-REEMB        PIC 9(03) VALUE 5.
       01 WS-GESTOR-REEMB       PIC X(10).
       01 WS-CC-BUSCA           PIC X(06).
       01 WS-NIVEL-CC           PIC 9(02).
       01 WS-MODO-APROV         PIC X.
       01 WS-GRAVA-LINHAS       PIC X.
       01 WS-VALOR-EDIT         PIC Z(9)9.99.
       01 WS-EXCESSO-EDIT       PIC Z(7)9.99.
       01 WS-QTD-REEMB          PIC 9(5) VALUE ZEROS.
       01 WS-QTD-REEMB-APROV    PIC 9(5) VALUE ZEROS.
       01 WS-QTD-REEMB-REJ      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-SEM-GESTOR     PIC 9(5) VALUE ZEROS.

       01 WS-STATUS-FILE-TC     PIC XX.
       01 WS-QTD-CART           PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CART-APROV     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CART-REC       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CART-SEM-GEST  PIC 9(5) VALUE ZEROS.
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).
       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).


           PERFORM PERCORRE-PENDENTES

           IF WS-ENCERRA NOT = "S"
               PERFORM PERCORRE-REEMBOLSOS
           END-IF

           IF WS-ENCERRA NOT = "S"
               PERFORM PERCORRE-CARTOES
           END-IF

           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-AUDITORIA-OK = "S"
           DISPLAY "Pendentes examinadas: " WS-QTD-PENDENTES
           DISPLAY "Liberadas:            " WS-QTD-LIBERADAS
           DISPLAY "Rejeitadas:           " WS-QTD-REJEITADAS
           DISPLAY "Reembolsos examinados:" WS-QTD-REEMB
           DISPLAY "Reembolsos aprovados: " WS-QTD-REEMB-APROV
           DISPLAY "Reembolsos rejeitados:" WS-QTD-REEMB-REJ
           IF WS-QTD-SEM-GESTOR > 0
               DISPLAY "ATENÇÃO: " WS-QTD-SEM-GESTOR
                   " reembolso(s) sem gestor aprovador; cadastre o "
                   "login em CADDIST."
           END-IF
           DISPLAY "Transações de cartão: " WS-QTD-CART
           DISPLAY "Transações aprovadas: " WS-QTD-CART-APROV
           DISPLAY "Transações recusadas: " WS-QTD-CART-REC
           IF WS-QTD-CART-SEM-GEST > 0
               DISPLAY "ATENÇÃO: " WS-QTD-CART-SEM-GEST
                   " transação(ões) de cartão sem gestor"
                   " aprovador; cadastre o login em CADDIST."
           END-IF
           STOP RUN.

      *> Varre CONTAPAGAR-FILE inteiro apresentando cada lançamento

           REWRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               ADD 1 TO WS-QTD-LIBERADAS
               DISPLAY "Lançamento liberado para pagamento."
               MOVE "LIBERACAO" TO WS-AUD-ACAO

           REWRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "Lançamento rejeitado (cancelado)."
               MOVE "REJEICAO" TO WS-AUD-ACAO
               DISPLAY "Erro ao rejeitar lançamento: " WS-STATUS-FILE-C
           END-IF.

      *> Segunda fila: relatórios de despesas submetidos ("S") cujo
      *> gestor aprovador é o operador logado (ou quem ele substitui
      *> por delegação). Quem digitou o relatório não o aprova.
       PERCORRE-REEMBOLSOS.
           OPEN I-O REEMBOLSO-FILE
           IF WS-STATUS-FILE-RB NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O RDLINHA-FILE
           IF WS-STATUS-FILE-RD NOT = "00"
               DISPLAY "Erro ao abrir RDLINHA.DAT: " WS-STATUS-FILE-RD
               CLOSE REEMBOLSO-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU
               CLOSE REEMBOLSO-FILE
               CLOSE RDLINHA-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DISTRIB-OK
           OPEN INPUT DISTRIB-FILE
           IF WS-STATUS-FILE-DS = "00"
               MOVE "S" TO WS-DISTRIB-OK
           END-IF
           MOVE "N" TO WS-CCUSTO-OK
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-FILE-CC = "00"
               MOVE "S" TO WS-CCUSTO-OK
           END-IF
           PERFORM CARREGA-PRAZO-REEMBOLSO

           MOVE LOW-VALUES TO RB-NUMERO
           START REEMBOLSO-FILE KEY IS NOT LESS RB-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-RB
           END-START
           IF WS-STATUS-FILE-RB NOT = "10"
               READ REEMBOLSO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-RB = "10"
                   OR WS-ENCERRA = "S"
               IF RB-SITUACAO = "S"
                   PERFORM LOCALIZA-GESTOR-REEMB
                   IF WS-GESTOR-REEMB = SPACES
                       ADD 1 TO WS-QTD-SEM-GESTOR
                   ELSE
                       IF WS-GESTOR-REEMB = WS-USUARIO-CHAMADOR
                         OR (WS-DELEGANTE-ATIVO NOT = SPACES
                         AND WS-GESTOR-REEMB = WS-DELEGANTE-ATIVO)
                           ADD 1 TO WS-QTD-REEMB
                           PERFORM EXAMINA-REEMBOLSO
                       END-IF
                   END-IF
               END-IF
               READ REEMBOLSO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-PERFORM

           CLOSE REEMBOLSO-FILE
           CLOSE RDLINHA-FILE
           CLOSE FUNCIONARIO-FILE
           IF WS-DISTRIB-OK = "S"
               CLOSE DISTRIB-FILE
           END-IF
           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF.

      *> Sobe do centro do relatório pela diretoria (CC-PAI) até
      *> achar um gestor com login que não seja o próprio
      *> funcionário; limite de níveis contra ciclo no cadastro.
       LOCALIZA-GESTOR-REEMB.
           MOVE SPACES TO WS-GESTOR-REEMB
           MOVE RB-CPF TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO FU-NOME
                   MOVE SPACES TO FU-LOGIN
                   MOVE SPACES TO FU-PIX
           END-READ
           MOVE RB-CENTRO-CUSTO TO WS-CC-BUSCA
           PERFORM SOBE-DIRETORIA.

      *> Gestor com login em DISTRIB.DAT a partir de WS-CC-BUSCA,
      *> subindo por CC-PAI e pulando o próprio funcionário
      *> (FU-LOGIN); comum às filas de reembolso e de cartão.
       SOBE-DIRETORIA.
           MOVE SPACES TO WS-GESTOR-REEMB
           IF WS-DISTRIB-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-NIVEL-CC
           PERFORM UNTIL WS-GESTOR-REEMB NOT = SPACES
                   OR WS-CC-BUSCA = SPACES
                   OR WS-NIVEL-CC > 5
               ADD 1 TO WS-NIVEL-CC
               MOVE WS-CC-BUSCA TO DS-CENTRO-CUSTO
               READ DISTRIB-FILE
                   NOT INVALID KEY
                       IF DS-LOGIN NOT = SPACES
                               AND DS-LOGIN NOT = FU-LOGIN
                           MOVE DS-LOGIN TO WS-GESTOR-REEMB
                       END-IF
               END-READ
               MOVE SPACES TO CC-PAI
               IF WS-CCUSTO-OK = "S"
                   MOVE WS-CC-BUSCA TO CC-CODIGO
                   READ CCUSTO-FILE
                       INVALID KEY
                           MOVE SPACES TO CC-PAI
                   END-READ
               END-IF
               MOVE CC-PAI TO WS-CC-BUSCA
           END-PERFORM.

       EXAMINA-REEMBOLSO.
           DISPLAY "----------------------------------------"
           DISPLAY "REEMBOLSO " RB-NUMERO " de " RB-DATA
               " submetido em " RB-DATA-SUBMISSAO
           DISPLAY "Funcionário: " RB-CPF " " FU-NOME
           DISPLAY "Centro: " RB-CENTRO-CUSTO "  " RB-DESCRICAO
           MOVE RB-VALOR-TOTAL TO WS-VALOR-EDIT
           DISPLAY "Total: " WS-VALOR-EDIT "  linhas " RB-QTD-LINHAS
           PERFORM MOSTRA-LINHAS-REEMB
           IF RB-EXCEDE = "S"
               DISPLAY "AVISO: há linhas fora da política da "
                   "categoria (POL L/D/A)."
           END-IF

           IF RB-USUARIO = WS-USUARIO-CHAMADOR
               DISPLAY "Relatório digitado por você; a aprovação "
                   "cabe a outro gestor."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Aprovar, Rejeitar, Pular ou Encerrar? (L/R/P/E): "
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "L"
                   PERFORM APROVA-REEMBOLSO
               WHEN "R"
                   PERFORM REJEITA-REEMBOLSO
               WHEN "P"
                   CONTINUE
               WHEN "E"
                   MOVE "S" TO WS-ENCERRA
               WHEN OTHER
                   DISPLAY "Opção inválida; relatório mantido "
                       "pendente."
           END-EVALUATE.

       MOSTRA-LINHAS-REEMB.
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

      *> Com linha fora da política, o gestor escolhe reembolsar o
      *> valor integral ou só até o limite da categoria. O valor
      *> aprovado de cada linha fica gravado para a contabilização
      *> por categoria (ver CTBEMIS.cbl) e o total vira uma conta a
      *> pagar ao funcionário, já liberada, com o CPF no lugar do
      *> CNPJ e o número do relatório como documento.
       APROVA-REEMBOLSO.
           MOVE "I" TO WS-MODO-APROV
           IF RB-EXCEDE = "S"
               DISPLAY "Reembolsar Integral ou pela Política? (I/P): "
               ACCEPT WS-MODO-APROV
               MOVE FUNCTION UPPER-CASE(WS-MODO-APROV)
                   TO WS-MODO-APROV
               IF WS-MODO-APROV NOT = "I" AND WS-MODO-APROV NOT = "P"
                   DISPLAY "Opção inválida; relatório mantido "
                       "pendente."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" TO WS-GRAVA-LINHAS
           PERFORM APURA-VALOR-APROVADO
           IF RB-VALOR-APROVADO = ZEROS
               DISPLAY "Nada a reembolsar pela política; use R para "
                   "rejeitar."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CONTA-REG
           MOVE RB-NUMERO         TO CP-NUM-DOC
           MOVE RB-CPF            TO CP-CNPJ-FORN
           MOVE 1                 TO CP-NUM-PARCELA
           MOVE 1                 TO CP-TOTAL-PARCELAS
           MOVE WS-HOJE           TO CP-DATA-EMISSAO
           COMPUTE CP-DATA-VENC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO-REEMB)
           CALL "DIAUTIL" USING CP-DATA-VENC
           MOVE RB-VALOR-APROVADO TO CP-VALOR
           MOVE RB-VALOR-APROVADO TO CP-SALDO
           MOVE RB-VALOR-APROVADO TO CP-VALOR-ORIGINAL
           MOVE "A"               TO CP-SITUACAO
           MOVE RB-CENTRO-CUSTO   TO CP-CENTRO-CUSTO
           MOVE "BRL"             TO CP-MOEDA
           MOVE 1                 TO CP-TAXA-CAMBIO
           MOVE SPACES            TO CP-MOTIVO-REJEICAO
           MOVE SPACES            TO CP-CONTA-PAGADORA
           MOVE SPACES            TO CP-ALERTAS
           MOVE SPACES            TO CP-COD-BARRAS
           IF FU-PIX NOT = SPACES
               MOVE "P" TO CP-FORMA-PGTO
           ELSE
               MOVE "T" TO CP-FORMA-PGTO
           END-IF
           MOVE RB-EMPRESA        TO CP-EMPRESA
           PERFORM MONTA-CHAVE-REEMB

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "Erro: conta a pagar " CP-CHAVE
                       " já existe; relatório mantido pendente."
                   EXIT PARAGRAPH
           END-WRITE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao gerar conta a pagar: " WS-STATUS-FILE-C
               EXIT PARAGRAPH
           END-IF

           MOVE "I" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE "S" TO WS-GRAVA-LINHAS
           PERFORM APURA-VALOR-APROVADO
           MOVE "A"                 TO RB-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO RB-APROVADOR
           MOVE WS-HOJE             TO RB-DATA-DECISAO
           MOVE SPACES              TO RB-MOTIVO
           REWRITE REEMBOLSO-REG
           IF WS-STATUS-FILE-RB NOT = "00"
               DISPLAY "Erro ao atualizar relatório: "
                   WS-STATUS-FILE-RB
           END-IF

           ADD 1 TO WS-QTD-REEMB-APROV
           MOVE RB-VALOR-APROVADO TO WS-VALOR-EDIT
           DISPLAY "Reembolso aprovado: " WS-VALOR-EDIT
               " a pagar em " CP-DATA-VENC "."
           MOVE "REEMB.APR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=S TOTAL=" DELIMITED BY SIZE
                  RB-VALOR-TOTAL      DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           IF WS-DELEGANTE-ATIVO NOT = SPACES
               STRING "SITUACAO=A APROV="  DELIMITED BY SIZE
                      RB-VALOR-APROVADO    DELIMITED BY SIZE
                      " MODO="             DELIMITED BY SIZE
                      WS-MODO-APROV        DELIMITED BY SIZE
                      " DELEG="            DELIMITED BY SIZE
                      WS-DELEGANTE-ATIVO   DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
           ELSE
               STRING "SITUACAO=A APROV="  DELIMITED BY SIZE
                      RB-VALOR-APROVADO    DELIMITED BY SIZE
                      " MODO="             DELIMITED BY SIZE
                      WS-MODO-APROV        DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
           END-IF
           PERFORM GRAVA-AUDITORIA.

      *> Soma o valor aprovado das linhas (integral, ou valor menos o
      *> excesso apurado na submissão) em RB-VALOR-APROVADO; com
      *> WS-GRAVA-LINHAS = "S", regrava cada linha com o seu valor.
       APURA-VALOR-APROVADO.
           MOVE ZEROS TO RB-VALOR-APROVADO
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
               IF WS-MODO-APROV = "P"
                   COMPUTE RD-VALOR-APROVADO = RD-VALOR - RD-EXCESSO
               ELSE
                   MOVE RD-VALOR TO RD-VALOR-APROVADO
               END-IF
               ADD RD-VALOR-APROVADO TO RB-VALOR-APROVADO
               IF WS-GRAVA-LINHAS = "S"
                   REWRITE RDLINHA-REG
                   IF WS-STATUS-FILE-RD NOT = "00"
                       DISPLAY "Erro ao gravar linha " RD-SEQ ": "
                           WS-STATUS-FILE-RD
                   END-IF
               END-IF
               READ RDLINHA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RD
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RD.

      *> Rejeição devolve o relatório ao funcionário, que pode
      *> reabri-lo em REEMBOLS para corrigir e submeter de novo.
       REJEITA-REEMBOLSO.
           DISPLAY "Motivo da rejeição: "
           ACCEPT WS-MOTIVO

           IF WS-MOTIVO = SPACES
               DISPLAY "Erro: motivo não informado; relatório "
                   "mantido pendente."
               EXIT PARAGRAPH
           END-IF

           MOVE "R"                 TO RB-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO RB-APROVADOR
           MOVE WS-HOJE             TO RB-DATA-DECISAO
           MOVE WS-MOTIVO           TO RB-MOTIVO
           REWRITE REEMBOLSO-REG
           IF WS-STATUS-FILE-RB NOT = "00"
               DISPLAY "Erro ao rejeitar relatório: " WS-STATUS-FILE-RB
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-REEMB-REJ
           DISPLAY "Relatório rejeitado; volta ao funcionário."
           MOVE "REEMB.REJ" TO WS-AUD-ACAO
           MOVE "SITUACAO=S" TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=R MOTIVO=" DELIMITED BY SIZE
                  WS-MOTIVO            DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM MONTA-CHAVE-REEMB
           PERFORM GRAVA-AUDITORIA.

      *> Chave da conta a pagar do reembolso (documento = número do
      *> relatório, CPF no lugar do CNPJ, parcela única), usada
      *> também como chave da auditoria.
       MONTA-CHAVE-REEMB.
           MOVE RB-NUMERO TO CP-NUM-DOC
           MOVE RB-CPF    TO CP-CNPJ-FORN
           MOVE 1         TO CP-NUM-PARCELA
           STRING
               CP-NUM-DOC DELIMITED BY SIZE
               CP-CNPJ-FORN DELIMITED BY SIZE
               CP-NUM-PARCELA DELIMITED BY SIZE
               INTO CP-CHAVE.

      *> Terceira fila: transações do cartão corporativo alocadas
      *> ("A") a um centro cujo gestor é o operador logado (ou quem
      *> ele substitui). Aprovada, a transação entra no rateio da
      *> conta da fatura; recusada, volta ao portador com o motivo.
       PERCORRE-CARTOES.
           OPEN I-O FATCART-FILE
           IF WS-STATUS-FILE-TC NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU
               CLOSE FATCART-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-DISTRIB-OK
           OPEN INPUT DISTRIB-FILE
           IF WS-STATUS-FILE-DS = "00"
               MOVE "S" TO WS-DISTRIB-OK
           END-IF
           MOVE "N" TO WS-CCUSTO-OK
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-FILE-CC = "00"
               MOVE "S" TO WS-CCUSTO-OK
           END-IF

           MOVE LOW-VALUES TO TC-CHAVE
           START FATCART-FILE KEY IS NOT LESS TC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-TC
           END-START
           IF WS-STATUS-FILE-TC NOT = "10"
               READ FATCART-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TC
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-TC = "10"
                   OR WS-ENCERRA = "S"
               IF TC-SEQ NOT = ZEROS AND TC-SITUACAO = "A"
                   MOVE TC-CPF TO FU-CPF
                   READ FUNCIONARIO-FILE
                       INVALID KEY
                           MOVE "FUNCIONARIO NAO CADASTRADO"
                               TO FU-NOME
                           MOVE SPACES TO FU-LOGIN
                   END-READ
                   MOVE TC-CENTRO-CUSTO TO WS-CC-BUSCA
                   PERFORM SOBE-DIRETORIA
                   IF WS-GESTOR-REEMB = SPACES
                       ADD 1 TO WS-QTD-CART-SEM-GEST
                   ELSE
                       IF WS-GESTOR-REEMB = WS-USUARIO-CHAMADOR
                         OR (WS-DELEGANTE-ATIVO NOT = SPACES
                         AND WS-GESTOR-REEMB = WS-DELEGANTE-ATIVO)
                           ADD 1 TO WS-QTD-CART
                           PERFORM EXAMINA-CARTAO
                       END-IF
                   END-IF
               END-IF
               READ FATCART-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TC
               END-READ
           END-PERFORM

           CLOSE FATCART-FILE
           CLOSE FUNCIONARIO-FILE
           IF WS-DISTRIB-OK = "S"
               CLOSE DISTRIB-FILE
           END-IF
           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF.

       EXAMINA-CARTAO.
           DISPLAY "----------------------------------------"
           DISPLAY "CARTÃO final " TC-CARTAO " fatura venc. "
               TC-DATA-VENC " seq " TC-SEQ
           DISPLAY "Portador: " TC-CPF " " FU-NOME
           MOVE TC-VALOR TO WS-VALOR-EDIT
           DISPLAY TC-DATA-TRANS " " TC-ESTABELEC " " WS-VALOR-EDIT
               " " TC-SINAL
           DISPLAY "Alocada em " TC-CENTRO-CUSTO " categoria "
               TC-CATEGORIA " por " TC-ALOCADOR

           IF TC-ALOCADOR = WS-USUARIO-CHAMADOR
               DISPLAY "Alocação feita por você; a aprovação "
                   "cabe a outro gestor."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Aprovar, Recusar, Pular ou Encerrar? (L/R/P/E): "
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "L"
                   PERFORM APROVA-CARTAO
               WHEN "R"
                   PERFORM RECUSA-CARTAO
               WHEN "P"
                   CONTINUE
               WHEN "E"
                   MOVE "S" TO WS-ENCERRA
               WHEN OTHER
                   DISPLAY "Opção inválida; transação mantida "
                       "pendente."
           END-EVALUATE.

       APROVA-CARTAO.
           MOVE "V"                 TO TC-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO TC-APROVADOR
           MOVE SPACES              TO TC-MOTIVO
           REWRITE FATCART-REG
           IF WS-STATUS-FILE-TC NOT = "00"
               DISPLAY "Erro ao aprovar transação: " WS-STATUS-FILE-TC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-CART-APROV
           DISPLAY "Transação aprovada."
           MOVE "CART.APR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=A CC="  DELIMITED BY SIZE
                  TC-CENTRO-CUSTO   DELIMITED BY SIZE
                  " CAT="           DELIMITED BY SIZE
                  TC-CATEGORIA      DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           IF WS-DELEGANTE-ATIVO NOT = SPACES
               STRING "SITUACAO=V DELEG=" DELIMITED BY SIZE
                      WS-DELEGANTE-ATIVO  DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
           ELSE
               MOVE "SITUACAO=V" TO WS-AUD-DEPOIS
           END-IF
           MOVE TC-CHAVE TO CP-CHAVE
           PERFORM GRAVA-AUDITORIA.

       RECUSA-CARTAO.
           DISPLAY "Motivo da recusa: "
           ACCEPT WS-MOTIVO

           IF WS-MOTIVO = SPACES
               DISPLAY "Erro: motivo não informado; transação "
                   "mantida pendente."
               EXIT PARAGRAPH
           END-IF

           MOVE "R"                 TO TC-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO TC-APROVADOR
           MOVE WS-MOTIVO           TO TC-MOTIVO
           REWRITE FATCART-REG
           IF WS-STATUS-FILE-TC NOT = "00"
               DISPLAY "Erro ao recusar transação: " WS-STATUS-FILE-TC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-CART-REC
           DISPLAY "Transação recusada; volta ao portador."
           MOVE "CART.REC" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=A CC="  DELIMITED BY SIZE
                  TC-CENTRO-CUSTO   DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=R MOTIVO=" DELIMITED BY SIZE
                  WS-MOTIVO            DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE TC-CHAVE TO CP-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Prazo de pagamento do reembolso aprovado; 5 dias quando
      *> PARAMFIN.DAT ou a chave não existirem (ver CADPARAM.cbl).
       CARREGA-PRAZO-REEMBOLSO.
           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "REEMB-DIAS" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-PRAZO-REEMB
           END-READ

           CLOSE PARAMFIN-FILE.

      *> Procura uma delegação confirmada ("A") e vigente em que o
      *> aprovador logado é o substituto (ver DELEGA.cbl), para
      *> carimbar as decisões com os dois logins. Arquivo opcional.
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "APROVLAN" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
