       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Recertificação trimestral dos acessos: um registro por
      *> trimestre (AAAAT) e usuário, com o perfil e a alçada do
      *> momento da abertura e a decisão do gestor.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RC.

      *> Gestor responsável por cada login, que responde pela
      *> recertificação dele.
           SELECT USUGEST-FILE ASSIGN TO "USUGEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UG-LOGIN
               FILE STATUS IS WS-STATUS-FILE-UG.

      *> Cadastro de usuários (ver CADUSU.cbl); a revogação bloqueia
      *> o login até o administrador liberar.
           SELECT USUARIO-FILE ASSIGN TO "USUARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-LOGIN
               FILE STATUS IS WS-STATUS-FILE-US.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Situação da recertificação, um arquivo por trimestre.
           SELECT SITREC-FILE ASSIGN TO WS-NOME-SITREC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITREC.

       DATA DIVISION.
       FILE SECTION.

       FD RECERT-FILE.
       01 RECERT-REG.
           05 RC-CHAVE.                     *> 05 trimestre + 10 login
               10 RC-TRIMESTRE  PIC 9(05).  *> AAAAT
               10 RC-LOGIN      PIC X(10).
           05 RC-GESTOR         PIC X(10).  *> vazio = sem gestor
           05 RC-PERFIL         PIC X(01).
           05 RC-LIMITE         PIC 9(10)V99.
           05 RC-DATA-ABERTURA  PIC 9(8).
           05 RC-SITUACAO       PIC X(01).  *> P=PENDENTE,C=CONFIRMADO,
                                            *> R=REVOGADO
           05 RC-USUARIO-DECISAO PIC X(10).
           05 RC-DATA-DECISAO   PIC 9(8).
           05 RC-JUSTIFICATIVA  PIC X(60).

       FD USUGEST-FILE.
       01 USUGEST-REG.
           05 UG-LOGIN          PIC X(10).
           05 UG-GESTOR         PIC X(10).
           05 UG-DATA           PIC 9(8).
           05 UG-USUARIO-REG    PIC X(10).

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

       FD SITREC-FILE.
       01 SITREC-REG            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-RC     PIC XX.
       01 WS-STATUS-FILE-UG     PIC XX.
       01 WS-STATUS-FILE-US     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-SITREC      PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-ENCERRA            PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-TRIMESTRE          PIC 9(05).
       01 WS-TRIMESTRE-ATUAL    PIC 9(05).
       01 WS-MES                PIC 9(02).
       01 WS-NOME-SITREC        PIC X(40).
       01 WS-LINHA              PIC X(132).
       01 WS-LOGIN              PIC X(10).
       01 WS-GESTOR             PIC X(10).
       01 WS-GESTOR-EXISTE      PIC X.
       01 WS-PODE-DECIDIR       PIC X.
       01 WS-LIMITE-EDIT        PIC Z(9)9.99.
       01 WS-QTD-ABERTOS        PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SEM-GESTOR     PIC 9(05) VALUE ZEROS.
       01 WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-CONFIRMADOS    PIC 9(05) VALUE ZEROS.
       01 WS-QTD-REVOGADOS      PIC 9(05) VALUE ZEROS.
       01 WS-QTD-MEUS           PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-PERFIL-CHAMADOR    PIC X(01).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
                                WS-PERFIL-CHAMADOR.

      *> Recertificação periódica de acessos: o administrador
      *> designa o gestor de cada login e abre o trimestre; cada
      *> gestor confirma ou revoga o acesso dos seus usuários, com a
      *> decisão gravada em RECERT.DAT e na trilha de auditoria.
      *> Ninguém recertifica o próprio acesso; login sem gestor fica
      *> com qualquer administrador.
       MAIN-PROCEDURE.
           DISPLAY "RECERTIFICAÇÃO DE ACESSOS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE WS-HOJE(5:2) TO WS-MES
           COMPUTE WS-TRIMESTRE-ATUAL =
               FUNCTION NUMVAL(WS-HOJE(1:4)) * 10
               + (WS-MES - 1) / 3 + 1

           OPEN I-O RECERT-FILE
           IF WS-STATUS-FILE-RC = "35"
      *> RECERT.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF
           IF WS-STATUS-FILE-RC NOT = "00"
               DISPLAY "Erro ao abrir RECERT.DAT: " WS-STATUS-FILE-RC
               STOP RUN
           END-IF

           OPEN I-O USUGEST-FILE
           IF WS-STATUS-FILE-UG = "35"
               OPEN OUTPUT USUGEST-FILE
               CLOSE USUGEST-FILE
               OPEN I-O USUGEST-FILE
           END-IF
           IF WS-STATUS-FILE-UG NOT = "00"
               DISPLAY "Erro ao abrir USUGEST.DAT: " WS-STATUS-FILE-UG
               CLOSE RECERT-FILE
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
               DISPLAY "===== RECERTIFICAÇÃO DE ACESSOS ====="
               DISPLAY "1 - Recertificar meus usuários"
               DISPLAY "2 - Situação da recertificação"
               DISPLAY "3 - Designar gestor de usuário (admin)"
               DISPLAY "4 - Abrir recertificação do trimestre (admin)"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM RECERTIFICA-USUARIOS
                   WHEN 2
                       PERFORM SITUACAO-RECERT
                   WHEN 3
                       IF WS-PERFIL-CHAMADOR = "A"
                           PERFORM DESIGNA-GESTOR
                       ELSE
                           DISPLAY "Opção restrita ao administrador."
                       END-IF
                   WHEN 4
                       IF WS-PERFIL-CHAMADOR = "A"
                           PERFORM ABRE-TRIMESTRE
                       ELSE
                           DISPLAY "Opção restrita ao administrador."
                       END-IF
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE RECERT-FILE
           CLOSE USUGEST-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> ------------------------------------------------------------
      *> Gestor de cada login
      *> ------------------------------------------------------------
       DESIGNA-GESTOR.
           DISPLAY "Login do usuário: "
           ACCEPT WS-LOGIN
           DISPLAY "Login do gestor: "
           ACCEPT WS-GESTOR
           IF WS-LOGIN = SPACES OR WS-GESTOR = SPACES
               DISPLAY "Erro: informe usuário e gestor."
               EXIT PARAGRAPH
           END-IF
           IF WS-LOGIN = WS-GESTOR
               DISPLAY "Erro: usuário não pode ser o próprio gestor."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USUARIO-FILE
           IF WS-STATUS-FILE-US NOT = "00"
               DISPLAY "Erro ao abrir USUARIO.DAT: " WS-STATUS-FILE-US
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOGIN TO US-LOGIN
           READ USUARIO-FILE
               INVALID KEY
                   MOVE "23" TO WS-STATUS-FILE-US
           END-READ
           IF WS-STATUS-FILE-US = "00"
               MOVE WS-GESTOR TO US-LOGIN
               READ USUARIO-FILE
                   INVALID KEY
                       MOVE "24" TO WS-STATUS-FILE-US
               END-READ
           END-IF
           CLOSE USUARIO-FILE
           IF WS-STATUS-FILE-US = "23"
               DISPLAY "Usuário não cadastrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUS-FILE-US = "24"
               DISPLAY "Gestor não cadastrado como usuário."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-GESTOR-EXISTE
           MOVE WS-LOGIN TO UG-LOGIN
           READ USUGEST-FILE
               INVALID KEY
                   MOVE "N" TO WS-GESTOR-EXISTE
           END-READ
           MOVE SPACES TO WS-AUD-ANTES
           IF WS-GESTOR-EXISTE = "S"
               STRING "GESTOR=" DELIMITED BY SIZE
                      UG-GESTOR DELIMITED BY SPACE
                      INTO WS-AUD-ANTES
           END-IF

           MOVE WS-LOGIN            TO UG-LOGIN
           MOVE WS-GESTOR           TO UG-GESTOR
           MOVE WS-HOJE             TO UG-DATA
           MOVE WS-USUARIO-CHAMADOR TO UG-USUARIO-REG
           IF WS-GESTOR-EXISTE = "S"
               REWRITE USUGEST-REG
           ELSE
               WRITE USUGEST-REG
           END-IF
           IF WS-STATUS-FILE-UG NOT = "00"
               DISPLAY "Erro ao gravar gestor: " WS-STATUS-FILE-UG
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Gestor de " WS-LOGIN ": " WS-GESTOR

      *> Pendência do trimestre aberto passa para o novo gestor.
           MOVE WS-TRIMESTRE-ATUAL TO RC-TRIMESTRE
           MOVE WS-LOGIN TO RC-LOGIN
           READ RECERT-FILE
               NOT INVALID KEY
                   IF RC-SITUACAO = "P"
                       MOVE WS-GESTOR TO RC-GESTOR
                       REWRITE RECERT-REG
                   END-IF
           END-READ

           MOVE "GESTOR" TO WS-AUD-ACAO
           MOVE WS-LOGIN TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "GESTOR=" DELIMITED BY SIZE
                  WS-GESTOR DELIMITED BY SPACE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> ------------------------------------------------------------
      *> Abertura do trimestre
      *> ------------------------------------------------------------
      *> Um registro pendente por login ativo (bloqueado já está sem
      *> acesso), com o gestor designado; rodar de novo no mesmo
      *> trimestre só acrescenta os logins criados depois.
       ABRE-TRIMESTRE.
           OPEN INPUT USUARIO-FILE
           IF WS-STATUS-FILE-US NOT = "00"
               DISPLAY "Erro ao abrir USUARIO.DAT: " WS-STATUS-FILE-US
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-ABERTOS WS-QTD-SEM-GESTOR
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
               IF US-BLOQUEADO NOT = "S"
                   PERFORM ABRE-USUARIO
               END-IF
               READ USUARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-US
               END-READ
           END-PERFORM
           CLOSE USUARIO-FILE

           DISPLAY "Trimestre " WS-TRIMESTRE-ATUAL ": "
               WS-QTD-ABERTOS " usuário(s) para recertificar, "
               WS-QTD-SEM-GESTOR " sem gestor (ficam com o admin)."

           IF WS-QTD-ABERTOS > ZEROS
               MOVE "ABERTURA" TO WS-AUD-ACAO
               MOVE WS-TRIMESTRE-ATUAL TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "USUARIOS=" DELIMITED BY SIZE
                      WS-QTD-ABERTOS DELIMITED BY SIZE
                      " SEM GESTOR=" DELIMITED BY SIZE
                      WS-QTD-SEM-GESTOR DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF.

       ABRE-USUARIO.
           MOVE WS-TRIMESTRE-ATUAL TO RC-TRIMESTRE
           MOVE US-LOGIN TO RC-LOGIN
           READ RECERT-FILE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-GESTOR
           MOVE US-LOGIN TO UG-LOGIN
           READ USUGEST-FILE
               NOT INVALID KEY
                   MOVE UG-GESTOR TO WS-GESTOR
           END-READ
           IF WS-GESTOR = SPACES
               ADD 1 TO WS-QTD-SEM-GESTOR
           END-IF

           MOVE WS-TRIMESTRE-ATUAL TO RC-TRIMESTRE
           MOVE US-LOGIN           TO RC-LOGIN
           MOVE WS-GESTOR          TO RC-GESTOR
           MOVE US-PERFIL          TO RC-PERFIL
           MOVE US-LIMITE          TO RC-LIMITE
           MOVE WS-HOJE            TO RC-DATA-ABERTURA
           MOVE "P"                TO RC-SITUACAO
           MOVE SPACES             TO RC-USUARIO-DECISAO
           MOVE ZEROS              TO RC-DATA-DECISAO
           MOVE SPACES             TO RC-JUSTIFICATIVA
           WRITE RECERT-REG
           IF WS-STATUS-FILE-RC = "00"
               ADD 1 TO WS-QTD-ABERTOS
           ELSE
               DISPLAY "Erro ao gravar recertificação de " US-LOGIN
                   ": " WS-STATUS-FILE-RC
           END-IF.

      *> ------------------------------------------------------------
      *> Decisão do gestor
      *> ------------------------------------------------------------
       RECERTIFICA-USUARIOS.
           MOVE "N" TO WS-ENCERRA
           MOVE ZEROS TO WS-QTD-MEUS
           MOVE WS-TRIMESTRE-ATUAL TO RC-TRIMESTRE
           MOVE LOW-VALUES TO RC-LOGIN
           START RECERT-FILE KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-RC
           END-START
           IF WS-STATUS-FILE-RC NOT = "10"
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RC
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-RC = "10"
                   OR RC-TRIMESTRE NOT = WS-TRIMESTRE-ATUAL
                   OR WS-ENCERRA = "S"
               PERFORM VERIFICA-DECISOR
               IF RC-SITUACAO = "P" AND WS-PODE-DECIDIR = "S"
                   ADD 1 TO WS-QTD-MEUS
                   PERFORM DECIDE-USUARIO
               END-IF
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RC

           IF WS-QTD-MEUS = ZEROS
               DISPLAY "Nenhum usuário pendente de recertificação "
                   "no trimestre " WS-TRIMESTRE-ATUAL "."
           END-IF.

      *> Decide o gestor designado; sem gestor, qualquer
      *> administrador. Nunca o próprio usuário.
       VERIFICA-DECISOR.
           MOVE "N" TO WS-PODE-DECIDIR
           IF RC-LOGIN = WS-USUARIO-CHAMADOR
               EXIT PARAGRAPH
           END-IF
           IF RC-GESTOR = WS-USUARIO-CHAMADOR
               MOVE "S" TO WS-PODE-DECIDIR
           END-IF
           IF RC-GESTOR = SPACES AND WS-PERFIL-CHAMADOR = "A"
               MOVE "S" TO WS-PODE-DECIDIR
           END-IF.

       DECIDE-USUARIO.
           MOVE RC-LIMITE TO WS-LIMITE-EDIT
           DISPLAY "----------------------------------------"
           DISPLAY "Usuário " RC-LOGIN " perfil " RC-PERFIL
               " alçada " WS-LIMITE-EDIT
           DISPLAY "C = confirmar, R = revogar, P = pular, S = sair: "
           ACCEPT RESPOSTA
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO RESPOSTA

           EVALUATE RESPOSTA
               WHEN "S"
                   MOVE "S" TO WS-ENCERRA
                   EXIT PARAGRAPH
               WHEN "C"
                   DISPLAY "Observação (opcional): "
                   ACCEPT RC-JUSTIFICATIVA
               WHEN "R"
                   DISPLAY "Motivo da revogação: "
                   ACCEPT RC-JUSTIFICATIVA
                   IF RC-JUSTIFICATIVA = SPACES
                       DISPLAY "Erro: motivo obrigatório."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF RESPOSTA = "R"
               PERFORM BLOQUEIA-USUARIO
               IF WS-STATUS-FILE-US NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE RESPOSTA            TO RC-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO RC-USUARIO-DECISAO
           MOVE WS-HOJE             TO RC-DATA-DECISAO
           REWRITE RECERT-REG
           IF WS-STATUS-FILE-RC NOT = "00"
               DISPLAY "Erro ao gravar decisão: " WS-STATUS-FILE-RC
               EXIT PARAGRAPH
           END-IF

           MOVE RC-LOGIN TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           STRING "TRIMESTRE=" DELIMITED BY SIZE
                  RC-TRIMESTRE DELIMITED BY SIZE
                  " PERFIL=" DELIMITED BY SIZE
                  RC-PERFIL DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE RC-JUSTIFICATIVA TO WS-AUD-DEPOIS
           IF RC-SITUACAO = "C"
               DISPLAY "Acesso de " RC-LOGIN " confirmado."
               MOVE "RECERT.CON" TO WS-AUD-ACAO
           ELSE
               DISPLAY "Acesso de " RC-LOGIN " revogado (login "
                   "bloqueado)."
               MOVE "RECERT.REV" TO WS-AUD-ACAO
           END-IF
           PERFORM GRAVA-AUDITORIA.

      *> Revogar = bloquear o login; só o administrador libera de
      *> novo, em CADUSU, com novo perfil se for o caso.
       BLOQUEIA-USUARIO.
           OPEN I-O USUARIO-FILE
           IF WS-STATUS-FILE-US NOT = "00"
               DISPLAY "Erro ao abrir USUARIO.DAT: " WS-STATUS-FILE-US
               EXIT PARAGRAPH
           END-IF
           MOVE RC-LOGIN TO US-LOGIN
           READ USUARIO-FILE
               INVALID KEY
      *> Login já excluído do cadastro: nada a bloquear.
                   MOVE "00" TO WS-STATUS-FILE-US
                   CLOSE USUARIO-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "S" TO US-BLOQUEADO
           REWRITE USUARIO-REG
           IF WS-STATUS-FILE-US NOT = "00"
               DISPLAY "Erro ao bloquear " RC-LOGIN ": "
                   WS-STATUS-FILE-US
               CLOSE USUARIO-FILE
               MOVE "99" TO WS-STATUS-FILE-US
               EXIT PARAGRAPH
           END-IF
           CLOSE USUARIO-FILE.

      *> ------------------------------------------------------------
      *> Situação do trimestre
      *> ------------------------------------------------------------
       SITUACAO-RECERT.
           DISPLAY "Trimestre AAAAT (0 = atual): "
           ACCEPT WS-TRIMESTRE
           IF WS-TRIMESTRE = ZEROS
               MOVE WS-TRIMESTRE-ATUAL TO WS-TRIMESTRE
           END-IF

           MOVE SPACES TO WS-NOME-SITREC
           STRING "RECERT_"     DELIMITED BY SIZE
                  WS-TRIMESTRE  DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
                  INTO WS-NOME-SITREC
           OPEN OUTPUT SITREC-FILE
           IF WS-STATUS-SITREC NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SITREC ": "
                   WS-STATUS-SITREC
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-CONFIRMADOS
                         WS-QTD-REVOGADOS
           MOVE SPACES TO WS-LINHA
           STRING "RECERTIFICACAO DE ACESSOS - TRIMESTRE "
                      DELIMITED BY SIZE
                  WS-TRIMESTRE DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "USUARIO    PERFIL GESTOR     SITUACAO DECISAO POR DATA"
               TO WS-LINHA
           MOVE "     JUSTIFICATIVA" TO WS-LINHA(55:18)
           PERFORM GRAVA-LINHA

           MOVE WS-TRIMESTRE TO RC-TRIMESTRE
           MOVE LOW-VALUES TO RC-LOGIN
           START RECERT-FILE KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-RC
           END-START
           IF WS-STATUS-FILE-RC NOT = "10"
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RC
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-RC = "10"
                   OR RC-TRIMESTRE NOT = WS-TRIMESTRE
               PERFORM GRAVA-LINHA-RECERT
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RC

           MOVE SPACES TO WS-LINHA
           STRING "PENDENTES: " DELIMITED BY SIZE
                  WS-QTD-PENDENTES DELIMITED BY SIZE
                  "   CONFIRMADOS: " DELIMITED BY SIZE
                  WS-QTD-CONFIRMADOS DELIMITED BY SIZE
                  "   REVOGADOS: " DELIMITED BY SIZE
                  WS-QTD-REVOGADOS DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA
           CLOSE SITREC-FILE
           DISPLAY "Relatório gravado em " WS-NOME-SITREC.

       GRAVA-LINHA-RECERT.
           EVALUATE RC-SITUACAO
               WHEN "C"
                   ADD 1 TO WS-QTD-CONFIRMADOS
               WHEN "R"
                   ADD 1 TO WS-QTD-REVOGADOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE
           MOVE SPACES TO WS-LINHA
           MOVE RC-LOGIN TO WS-LINHA(1:10)
           MOVE RC-PERFIL TO WS-LINHA(12:1)
           IF RC-GESTOR = SPACES
               MOVE "(ADMIN)" TO WS-LINHA(19:7)
           ELSE
               MOVE RC-GESTOR TO WS-LINHA(19:10)
           END-IF
           EVALUATE RC-SITUACAO
               WHEN "C"
                   MOVE "CONFIRMADO" TO WS-LINHA(30:10)
               WHEN "R"
                   MOVE "REVOGADO" TO WS-LINHA(30:8)
               WHEN OTHER
                   MOVE "PENDENTE" TO WS-LINHA(30:8)
           END-EVALUATE
           IF RC-SITUACAO NOT = "P"
               MOVE RC-USUARIO-DECISAO TO WS-LINHA(41:10)
               MOVE RC-DATA-DECISAO TO WS-LINHA(52:8)
               MOVE RC-JUSTIFICATIVA TO WS-LINHA(61:60)
           END-IF
           PERFORM GRAVA-LINHA.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SITREC-REG
           WRITE SITREC-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl).
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "RECERT"                    TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
