       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGFUNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Regras de segregação de funções: cada regra junta dois
      *> lados incompatíveis (programa + ação da trilha de auditoria)
      *> com os perfis que alcançam cada lado pelo MENU e a posição
      *> do documento em AU-CHAVE, para achar o mesmo login dos dois
      *> lados do mesmo documento. Criado com as regras de sempre na
      *> primeira execução.
           SELECT SODREGRA-FILE ASSIGN TO "SODREGRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CODIGO
               FILE STATUS IS WS-STATUS-FILE-SR.

      *> Cadastro de usuários (ver CADUSU.cbl). Arquivo opcional:
      *> sem ele, não há direitos a cruzar.
           SELECT USUARIO-FILE ASSIGN TO "USUARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-LOGIN
               FILE STATUS IS WS-STATUS-FILE-US.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): lida
      *> no relatório de conflitos e acrescida na manutenção das
      *> regras.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Relatório de conflitos, um arquivo por data de emissão.
           SELECT CONFLITO-FILE ASSIGN TO WS-NOME-CONFLITO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFLITO.

       DATA DIVISION.
       FILE SECTION.

       FD SODREGRA-FILE.
       01 SODREGRA-REG.
           05 SR-CODIGO         PIC X(04).
           05 SR-DESCRICAO      PIC X(40).
           05 SR-PROG-A         PIC X(08).
           05 SR-ACAO-A         PIC X(10).  *> vazio = qualquer uma
           05 SR-PERFIS-A       PIC X(03).  *> perfis que alcançam
           05 SR-POS-A          PIC 9(02).  *> documento em AU-CHAVE
           05 SR-PROG-B         PIC X(08).
           05 SR-ACAO-B         PIC X(10).
           05 SR-PERFIS-B       PIC X(03).
           05 SR-POS-B          PIC 9(02).
           05 SR-TAM-DOC        PIC 9(02).  *> tamanho do documento
           05 SR-ATIVA          PIC X(01).  *> S=ativa,N=desativada

       FD USUARIO-FILE.
       01 USUARIO-REG.
           05 US-LOGIN          PIC X(10).
           05 US-SENHA          PIC X(10).  *> resumo numérico da senha
           05 US-LIMITE         PIC 9(10)V99.
           05 US-PERFIL         PIC X(1).   *> O=operador,T=tesoureiro,
                                            *> A=administrador
           05 US-DATA-SENHA     PIC 9(8).   *> última troca AAAAMMDD
           05 US-FALHAS         PIC 9(1).   *> tentativas seguidas
           05 US-BLOQUEADO      PIC X(1).   *> S=conta bloqueada

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

       FD CONFLITO-FILE.
       01 CONFLITO-REG          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-SR     PIC XX.
       01 WS-STATUS-FILE-US     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-CONFLITO    PIC XX.
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-HOJE               PIC 9(8).
       01 WS-NOME-CONFLITO      PIC X(40).
       01 WS-LINHA              PIC X(132).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).
       01 WS-REGRA-EXISTE       PIC X.
       01 WS-I                  PIC 9(04).
       01 WS-J                  PIC 9(04).
       01 WS-K                  PIC 9(04).
       01 WS-LADO-A             PIC X.
       01 WS-LADO-B             PIC X.
       01 WS-DOC                PIC X(26).
       01 WS-QTD-USU-CONF       PIC 9(05) VALUE ZEROS.
       01 WS-QTD-OCORR          PIC 9(05) VALUE ZEROS.
       01 WS-TAB-CHEIA          PIC X VALUE "N".

      *> Regras ativas carregadas para o relatório.
       01 WS-TAB-REGRA.
           05 WS-RG-LINHA       OCCURS 50 TIMES.
               10 WS-RG-CODIGO  PIC X(04).
               10 WS-RG-DESCRICAO PIC X(40).
               10 WS-RG-PROG-A  PIC X(08).
               10 WS-RG-ACAO-A  PIC X(10).
               10 WS-RG-PERFIS-A PIC X(03).
               10 WS-RG-POS-A   PIC 9(02).
               10 WS-RG-PROG-B  PIC X(08).
               10 WS-RG-ACAO-B  PIC X(10).
               10 WS-RG-PERFIS-B PIC X(03).
               10 WS-RG-POS-B   PIC 9(02).
               10 WS-RG-TAM-DOC PIC 9(02).
       01 WS-RG-QTD             PIC 9(02) VALUE ZEROS.

      *> Eventos do lado A de cada regra (quem fez, em qual
      *> documento), para o cruzamento com os eventos do lado B.
       01 WS-TAB-LADO-A.
           05 WS-LA-LINHA       OCCURS 5000 TIMES.
               10 WS-LA-REGRA   PIC 9(02).
               10 WS-LA-DOC     PIC X(26).
               10 WS-LA-USUARIO PIC X(10).
               10 WS-LA-DATA    PIC 9(8).
       01 WS-LA-QTD             PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

      *> Segregação de funções: mantém a tabela de funções
      *> incompatíveis e emite o relatório de conflitos — quem tem
      *> direito aos dois lados pelo perfil e onde um mesmo login
      *> de fato fez os dois lados do mesmo documento.
       MAIN-PROCEDURE.
           DISPLAY "SEGREGAÇÃO DE FUNÇÕES"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O SODREGRA-FILE
           IF WS-STATUS-FILE-SR = "35"
      *> SODREGRA.DAT ainda não existe — cria o arquivo com as
      *> regras de sempre na primeira execução.
               OPEN OUTPUT SODREGRA-FILE
               PERFORM GRAVA-REGRAS-PADRAO
               CLOSE SODREGRA-FILE
               OPEN I-O SODREGRA-FILE
           END-IF
           IF WS-STATUS-FILE-SR NOT = "00"
               DISPLAY "Erro ao abrir SODREGRA.DAT: " WS-STATUS-FILE-SR
               STOP RUN
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== SEGREGAÇÃO DE FUNÇÕES ====="
               DISPLAY "1 - Listar regras de funções incompatíveis"
               DISPLAY "2 - Incluir/alterar regra"
               DISPLAY "3 - Desativar/reativar regra"
               DISPLAY "4 - Relatório de conflitos"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM LISTA-REGRAS
                   WHEN 2
                       PERFORM MANTEM-REGRA
                   WHEN 3
                       PERFORM ATIVA-REGRA
                   WHEN 4
                       PERFORM RELATORIO-CONFLITOS
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE SODREGRA-FILE
           STOP RUN.

      *> Regras iniciais, com os perfis que o MENU dá a cada tela:
      *> cadastro de fornecedores e pagamento para T e A, liberação
      *> de pagamento, aprovação bancária, aprovação de lançamento
      *> e borderô só para A, lançamento para todos. O documento é
      *> o CNPJ nas regras de fornecedor, a conta (CP-CHAVE) no
      *> lançamento e o número do borderô.
       GRAVA-REGRAS-PADRAO.
           MOVE "FP01" TO SR-CODIGO
           MOVE "CADASTRO DE FORNECEDOR X PAGAMENTO" TO SR-DESCRICAO
           MOVE "CADFORNE" TO SR-PROG-A
           MOVE SPACES     TO SR-ACAO-A
           MOVE "TA"       TO SR-PERFIS-A
           MOVE 1          TO SR-POS-A
           MOVE "PGTOCONT" TO SR-PROG-B
           MOVE "PAGAMENTO" TO SR-ACAO-B
           MOVE "TA"       TO SR-PERFIS-B
           MOVE 11         TO SR-POS-B
           MOVE 14         TO SR-TAM-DOC
           MOVE "S"        TO SR-ATIVA
           WRITE SODREGRA-REG

           MOVE "FP02" TO SR-CODIGO
           MOVE "CADASTRO DE FORNECEDOR X LIBERACAO PAGTO"
               TO SR-DESCRICAO
           MOVE "APROVPAG" TO SR-PROG-B
           MOVE "LIBERACAO" TO SR-ACAO-B
           MOVE "A"        TO SR-PERFIS-B
           WRITE SODREGRA-REG

           MOVE "FP03" TO SR-CODIGO
           MOVE "APROVACAO DADOS BANCARIOS X PAGAMENTO"
               TO SR-DESCRICAO
           MOVE "APROVBCO" TO SR-PROG-A
           MOVE "CONF.BCO" TO SR-ACAO-A
           MOVE "A"        TO SR-PERFIS-A
           MOVE "PGTOCONT" TO SR-PROG-B
           MOVE "PAGAMENTO" TO SR-ACAO-B
           MOVE "TA"       TO SR-PERFIS-B
           WRITE SODREGRA-REG

           MOVE "LA01" TO SR-CODIGO
           MOVE "LANCAMENTO X APROVACAO DO LANCAMENTO"
               TO SR-DESCRICAO
           MOVE "LANCCONT" TO SR-PROG-A
           MOVE "INCLUSAO" TO SR-ACAO-A
           MOVE "OTA"      TO SR-PERFIS-A
           MOVE 1          TO SR-POS-A
           MOVE "APROVLAN" TO SR-PROG-B
           MOVE "LIBERACAO" TO SR-ACAO-B
           MOVE "A"        TO SR-PERFIS-B
           MOVE 1          TO SR-POS-B
           MOVE 26         TO SR-TAM-DOC
           WRITE SODREGRA-REG

           MOVE "BD01" TO SR-CODIGO
           MOVE "CRIACAO X APROVACAO DO BORDERO" TO SR-DESCRICAO
           MOVE "BORDERO"  TO SR-PROG-A
           MOVE "PROPOSTA" TO SR-ACAO-A
           MOVE "A"        TO SR-PERFIS-A
           MOVE 1          TO SR-POS-A
           MOVE "BORDERO"  TO SR-PROG-B
           MOVE "APROVACAO" TO SR-ACAO-B
           MOVE "A"        TO SR-PERFIS-B
           MOVE 1          TO SR-POS-B
           MOVE 6          TO SR-TAM-DOC
           WRITE SODREGRA-REG.

      *> ------------------------------------------------------------
      *> Manutenção das regras
      *> ------------------------------------------------------------
       LISTA-REGRAS.
           MOVE LOW-VALUES TO SR-CODIGO
           START SODREGRA-FILE KEY IS NOT LESS SR-CODIGO
               INVALID KEY
                   DISPLAY "Nenhuma regra cadastrada."
                   EXIT PARAGRAPH
           END-START
           READ SODREGRA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-SR
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-SR = "10"
               DISPLAY SR-CODIGO " " SR-DESCRICAO " ativa: " SR-ATIVA
               DISPLAY "   A: " SR-PROG-A " " SR-ACAO-A
                   " perfis " SR-PERFIS-A " doc " SR-POS-A
                   "   B: " SR-PROG-B " " SR-ACAO-B
                   " perfis " SR-PERFIS-B " doc " SR-POS-B
                   " tam " SR-TAM-DOC
               READ SODREGRA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-SR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-SR.

       MANTEM-REGRA.
           DISPLAY "Código da regra: "
           ACCEPT SR-CODIGO
           IF SR-CODIGO = SPACES
               DISPLAY "Erro: código obrigatório."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(SR-CODIGO) TO SR-CODIGO

           MOVE "S" TO WS-REGRA-EXISTE
           READ SODREGRA-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGRA-EXISTE
           END-READ
           MOVE SPACES TO WS-AUD-ANTES
           IF WS-REGRA-EXISTE = "S"
               STRING SR-PROG-A DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      SR-ACAO-A DELIMITED BY SPACE
                      " X " DELIMITED BY SIZE
                      SR-PROG-B DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      SR-ACAO-B DELIMITED BY SPACE
                      INTO WS-AUD-ANTES
               DISPLAY "Regra atual: " SR-DESCRICAO
           END-IF

           DISPLAY "Descrição: "
           ACCEPT SR-DESCRICAO
           DISPLAY "Lado A - programa: "
           ACCEPT SR-PROG-A
           DISPLAY "Lado A - ação da auditoria (vazio = qualquer): "
           ACCEPT SR-ACAO-A
           DISPLAY "Lado A - perfis que alcançam (ex TA): "
           ACCEPT SR-PERFIS-A
           DISPLAY "Lado A - posição do documento na chave: "
           ACCEPT SR-POS-A
           DISPLAY "Lado B - programa: "
           ACCEPT SR-PROG-B
           DISPLAY "Lado B - ação da auditoria (vazio = qualquer): "
           ACCEPT SR-ACAO-B
           DISPLAY "Lado B - perfis que alcançam (ex A): "
           ACCEPT SR-PERFIS-B
           DISPLAY "Lado B - posição do documento na chave: "
           ACCEPT SR-POS-B
           DISPLAY "Tamanho do documento na chave: "
           ACCEPT SR-TAM-DOC

           MOVE FUNCTION UPPER-CASE(SR-PROG-A) TO SR-PROG-A
           MOVE FUNCTION UPPER-CASE(SR-ACAO-A) TO SR-ACAO-A
           MOVE FUNCTION UPPER-CASE(SR-PERFIS-A) TO SR-PERFIS-A
           MOVE FUNCTION UPPER-CASE(SR-PROG-B) TO SR-PROG-B
           MOVE FUNCTION UPPER-CASE(SR-ACAO-B) TO SR-ACAO-B
           MOVE FUNCTION UPPER-CASE(SR-PERFIS-B) TO SR-PERFIS-B

           IF SR-PROG-A = SPACES OR SR-PROG-B = SPACES
               DISPLAY "Erro: informe o programa dos dois lados."
               EXIT PARAGRAPH
           END-IF
           IF SR-POS-A < 1 OR SR-POS-B < 1 OR SR-TAM-DOC < 1
                   OR SR-POS-A + SR-TAM-DOC > 27
                   OR SR-POS-B + SR-TAM-DOC > 27
               DISPLAY "Erro: documento fora da chave (26 posições)."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING SR-PROG-A DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  SR-ACAO-A DELIMITED BY SPACE
                  " X " DELIMITED BY SIZE
                  SR-PROG-B DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  SR-ACAO-B DELIMITED BY SPACE
                  INTO WS-AUD-DEPOIS

           IF WS-REGRA-EXISTE = "S"
               REWRITE SODREGRA-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               MOVE "S" TO SR-ATIVA
               WRITE SODREGRA-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF
           IF WS-STATUS-FILE-SR NOT = "00"
               DISPLAY "Erro ao gravar regra: " WS-STATUS-FILE-SR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Regra " SR-CODIGO " gravada."
           PERFORM GRAVA-AUDITORIA.

       ATIVA-REGRA.
           DISPLAY "Código da regra: "
           ACCEPT SR-CODIGO
           MOVE FUNCTION UPPER-CASE(SR-CODIGO) TO SR-CODIGO
           READ SODREGRA-FILE
               INVALID KEY
                   DISPLAY "Regra não encontrada."
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-AUD-ANTES
           STRING "ATIVA=" DELIMITED BY SIZE
                  SR-ATIVA DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           IF SR-ATIVA = "S"
               MOVE "N" TO SR-ATIVA
           ELSE
               MOVE "S" TO SR-ATIVA
           END-IF
           REWRITE SODREGRA-REG
           IF WS-STATUS-FILE-SR NOT = "00"
               DISPLAY "Erro ao gravar regra: " WS-STATUS-FILE-SR
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Regra " SR-CODIGO " ativa: " SR-ATIVA
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "ATIVA=" DELIMITED BY SIZE
                  SR-ATIVA DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE "SITUACAO" TO WS-AUD-ACAO
           PERFORM GRAVA-AUDITORIA.

      *> ------------------------------------------------------------
      *> Relatório de conflitos
      *> ------------------------------------------------------------
       RELATORIO-CONFLITOS.
           DISPLAY "Ocorrências de - data inicial (AAAAMMDD): "
           ACCEPT WS-DATA-INI
           DISPLAY "Data final (AAAAMMDD): "
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL < WS-DATA-INI
               DISPLAY "Erro: Data final menor que a inicial."
               EXIT PARAGRAPH
           END-IF

           PERFORM CARREGA-REGRAS
           IF WS-RG-QTD = ZEROS
               DISPLAY "Nenhuma regra ativa."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-CONFLITO
           STRING "SEGFUNC_" DELIMITED BY SIZE
                  WS-HOJE    DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
                  INTO WS-NOME-CONFLITO
           OPEN OUTPUT CONFLITO-FILE
           IF WS-STATUS-CONFLITO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-CONFLITO ": "
                   WS-STATUS-CONFLITO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-USU-CONF WS-QTD-OCORR WS-LA-QTD
           MOVE "N" TO WS-TAB-CHEIA

           MOVE SPACES TO WS-LINHA
           STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - EMITIDO EM "
                      DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - OCORRENCIAS DE " DELIMITED BY SIZE
                  WS-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-DATA-FINAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "REGRAS ATIVAS" TO WS-LINHA
           PERFORM GRAVA-LINHA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RG-QTD
               MOVE SPACES TO WS-LINHA
               STRING "  " DELIMITED BY SIZE
                      WS-RG-CODIGO(WS-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RG-DESCRICAO(WS-I) DELIMITED BY SIZE
                      " A=" DELIMITED BY SIZE
                      WS-RG-PROG-A(WS-I) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-RG-ACAO-A(WS-I) DELIMITED BY SIZE
                      " B=" DELIMITED BY SIZE
                      WS-RG-PROG-B(WS-I) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-RG-ACAO-B(WS-I) DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-PERFORM

           PERFORM LISTA-USUARIOS-CONFLITO
           PERFORM LISTA-OCORRENCIAS

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "USUARIOS COM DIREITOS CONFLITANTES: "
                      DELIMITED BY SIZE
                  WS-QTD-USU-CONF DELIMITED BY SIZE
                  "   OCORRENCIAS NA TRILHA: " DELIMITED BY SIZE
                  WS-QTD-OCORR DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           IF WS-TAB-CHEIA = "S"
               MOVE "ATENCAO: TABELA CHEIA, OCORRENCIAS INCOMPLETAS"
                   TO WS-LINHA
               MOVE " - REDUZA O PERIODO" TO WS-LINHA(47:19)
               PERFORM GRAVA-LINHA
           END-IF

           CLOSE CONFLITO-FILE
           DISPLAY "Relatório gravado em " WS-NOME-CONFLITO.

       CARREGA-REGRAS.
           MOVE ZEROS TO WS-RG-QTD
           MOVE LOW-VALUES TO SR-CODIGO
           START SODREGRA-FILE KEY IS NOT LESS SR-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ SODREGRA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-SR
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-SR = "10"
               IF SR-ATIVA = "S" AND WS-RG-QTD < 50
                   ADD 1 TO WS-RG-QTD
                   MOVE SR-CODIGO    TO WS-RG-CODIGO(WS-RG-QTD)
                   MOVE SR-DESCRICAO TO WS-RG-DESCRICAO(WS-RG-QTD)
                   MOVE SR-PROG-A    TO WS-RG-PROG-A(WS-RG-QTD)
                   MOVE SR-ACAO-A    TO WS-RG-ACAO-A(WS-RG-QTD)
                   MOVE SR-PERFIS-A  TO WS-RG-PERFIS-A(WS-RG-QTD)
                   MOVE SR-POS-A     TO WS-RG-POS-A(WS-RG-QTD)
                   MOVE SR-PROG-B    TO WS-RG-PROG-B(WS-RG-QTD)
                   MOVE SR-ACAO-B    TO WS-RG-ACAO-B(WS-RG-QTD)
                   MOVE SR-PERFIS-B  TO WS-RG-PERFIS-B(WS-RG-QTD)
                   MOVE SR-POS-B     TO WS-RG-POS-B(WS-RG-QTD)
                   MOVE SR-TAM-DOC   TO WS-RG-TAM-DOC(WS-RG-QTD)
               END-IF
               READ SODREGRA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-SR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-SR.

      *> Direito potencial: o perfil do usuário alcança os dois
      *> lados da regra. Usuário bloqueado sai marcado, porque o
      *> perfil continua valendo se for desbloqueado.
       LISTA-USUARIOS-CONFLITO.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "USUARIOS COM DIREITOS CONFLITANTES (PELO PERFIL)"
               TO WS-LINHA
           PERFORM GRAVA-LINHA

           OPEN INPUT USUARIO-FILE
           IF WS-STATUS-FILE-US NOT = "00"
               MOVE "  USUARIO.DAT INDISPONIVEL" TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO US-LOGIN
           START USUARIO-FILE KEY IS NOT LESS US-LOGIN
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-US
           END-START
           IF WS-STATUS-FILE-US NOT = "10"
               READ USUARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-US
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-US = "10"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RG-QTD
                   MOVE "N" TO WS-LADO-A
                   MOVE "N" TO WS-LADO-B
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                       IF WS-RG-PERFIS-A(WS-I)(WS-K:1) = US-PERFIL
                               AND US-PERFIL NOT = SPACE
                           MOVE "S" TO WS-LADO-A
                       END-IF
                       IF WS-RG-PERFIS-B(WS-I)(WS-K:1) = US-PERFIL
                               AND US-PERFIL NOT = SPACE
                           MOVE "S" TO WS-LADO-B
                       END-IF
                   END-PERFORM
                   IF WS-LADO-A = "S" AND WS-LADO-B = "S"
                       PERFORM GRAVA-USUARIO-CONFLITO
                   END-IF
               END-PERFORM
               READ USUARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-US
               END-READ
           END-PERFORM

           CLOSE USUARIO-FILE.

       GRAVA-USUARIO-CONFLITO.
           ADD 1 TO WS-QTD-USU-CONF
           MOVE SPACES TO WS-LINHA
           STRING "  " DELIMITED BY SIZE
                  US-LOGIN DELIMITED BY SIZE
                  " PERFIL " DELIMITED BY SIZE
                  US-PERFIL DELIMITED BY SIZE
                  "  REGRA " DELIMITED BY SIZE
                  WS-RG-CODIGO(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RG-DESCRICAO(WS-I) DELIMITED BY SIZE
                  INTO WS-LINHA
           IF US-BLOQUEADO = "S"
               MOVE "(BLOQUEADO)" TO WS-LINHA(78:11)
           END-IF
           PERFORM GRAVA-LINHA.

      *> Conflito de fato: o mesmo login nos dois lados do mesmo
      *> documento. O lado A vale em qualquer data até o fim do
      *> período (o cadastro costuma vir antes); o lado B, dentro do
      *> período.
       LISTA-OCORRENCIAS.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "OCORRENCIAS: MESMO LOGIN NOS DOIS LADOS DO DOCUMENTO"
               TO WS-LINHA
           PERFORM GRAVA-LINHA

           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "  AUDITORIA.DAT INDISPONIVEL" TO WS-LINHA
               PERFORM GRAVA-LINHA
               EXIT PARAGRAPH
           END-IF
           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ
           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-DATA <= WS-DATA-FINAL
                   PERFORM GUARDA-LADO-A
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE

           IF WS-LA-QTD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AUDITORIA-FILE
           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ
           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-DATA >= WS-DATA-INI AND AU-DATA <= WS-DATA-FINAL
                   PERFORM CONFERE-LADO-B
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE.

       GUARDA-LADO-A.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RG-QTD
               IF AU-PROGRAMA = WS-RG-PROG-A(WS-I)
                       AND (WS-RG-ACAO-A(WS-I) = SPACES
                            OR AU-ACAO = WS-RG-ACAO-A(WS-I))
                   IF WS-LA-QTD < 5000
                       ADD 1 TO WS-LA-QTD
                       MOVE WS-I TO WS-LA-REGRA(WS-LA-QTD)
                       MOVE SPACES TO WS-LA-DOC(WS-LA-QTD)
                       MOVE AU-CHAVE(WS-RG-POS-A(WS-I):
                                     WS-RG-TAM-DOC(WS-I))
                           TO WS-LA-DOC(WS-LA-QTD)
                       MOVE AU-USUARIO TO WS-LA-USUARIO(WS-LA-QTD)
                       MOVE AU-DATA TO WS-LA-DATA(WS-LA-QTD)
                   ELSE
                       MOVE "S" TO WS-TAB-CHEIA
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-LADO-B.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RG-QTD
               IF AU-PROGRAMA = WS-RG-PROG-B(WS-I)
                       AND (WS-RG-ACAO-B(WS-I) = SPACES
                            OR AU-ACAO = WS-RG-ACAO-B(WS-I))
                   MOVE SPACES TO WS-DOC
                   MOVE AU-CHAVE(WS-RG-POS-B(WS-I):
                                 WS-RG-TAM-DOC(WS-I)) TO WS-DOC
      *> Basta um evento do lado A para caracterizar o conflito
      *> deste evento do lado B.
                   MOVE ZEROS TO WS-K
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-LA-QTD OR WS-K > ZEROS
                       IF WS-LA-REGRA(WS-J) = WS-I
                               AND WS-LA-DOC(WS-J) = WS-DOC
                               AND WS-LA-USUARIO(WS-J) = AU-USUARIO
                           MOVE WS-J TO WS-K
                       END-IF
                   END-PERFORM
                   IF WS-K > ZEROS
                       PERFORM GRAVA-OCORRENCIA
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-OCORRENCIA.
           ADD 1 TO WS-QTD-OCORR
           MOVE SPACES TO WS-LINHA
           STRING "  " DELIMITED BY SIZE
                  WS-RG-CODIGO(WS-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AU-USUARIO DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  WS-DOC DELIMITED BY SIZE
                  " A:" DELIMITED BY SIZE
                  WS-RG-PROG-A(WS-I) DELIMITED BY SPACE
                  " EM " DELIMITED BY SIZE
                  WS-LA-DATA(WS-K) DELIMITED BY SIZE
                  "  B:" DELIMITED BY SIZE
                  AU-PROGRAMA DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  AU-ACAO DELIMITED BY SPACE
                  " EM " DELIMITED BY SIZE
                  AU-DATA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO CONFLITO-REG
           WRITE CONFLITO-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa o código da regra.
       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: trilha de auditoria indisponível: "
                   WS-STATUS-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "SEGFUNC"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE SR-CODIGO                   TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF
           CLOSE AUDITORIA-FILE.
