       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKFECH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Checklist do fechamento mensal: as rotinas de fim de mês
      *> registram a própria execução (ver MARCAFEC.cbl) e os itens
      *> manuais do modelo são marcados aqui pelo responsável.
      *> FECHAMEN.cbl só fecha o período com todos os itens
      *> cumpridos (ver VERFECH.cbl) ou com liberação justificada
      *> do administrador.
           SELECT FECHCHK-FILE ASSIGN TO "FECHCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FK.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *> Registro com FK-ANO-MES zerado é o modelo dos itens manuais
      *> (empresa 00 = vale para todas); com a competência, é a
      *> marca de item cumprido naquele mês.
       FD FECHCHK-FILE.
       01 FECHCHK-REG.
           05 FK-CHAVE.                      *> 02 emp + 06 mês + 10
               10 FK-EMPRESA     PIC 9(02).  *> 00 = todas
               10 FK-ANO-MES     PIC 9(06).  *> 000000 = modelo
               10 FK-ITEM        PIC X(10).
           05 FK-DESCRICAO      PIC X(40).
           05 FK-TIPO           PIC X(01).  *> A=rotina,M=manual,
                                            *> L=liberação admin.
           05 FK-RESPONSAVEL    PIC X(10).  *> manual: quem marca
           05 FK-SITUACAO       PIC X(01).  *> S=cumprido
           05 FK-DATA           PIC 9(8).
           05 FK-HORA           PIC 9(6).
           05 FK-USUARIO        PIC X(10).
           05 FK-OBS            PIC X(40).

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
       01 WS-STATUS-FILE-FK     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-OPCAO              PIC X.
       01 WS-ENCERRA            PIC X VALUE "N".
       01 WS-ITEM               PIC X(10).
       01 WS-EMPRESA-MODELO     PIC 9(02).
       01 WS-MODELO-OK          PIC X.
       01 WS-RESPONSAVEL        PIC X(10).
       01 WS-DESCRICAO          PIC X(40).
       01 WS-OBS                PIC X(40).
       01 RESPOSTA              PIC X.

       01 WS-VF-AREA.
           05 WS-VF-EMPRESA         PIC 9(02).
           05 WS-VF-ANO-MES         PIC 9(06).
           05 WS-VF-QTD-ITENS       PIC 9(03).
           05 WS-VF-QTD-PENDENTES   PIC 9(03).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-PERFIL-CHAMADOR    PIC X(01).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-PERFIL-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "CHECKLIST DO FECHAMENTO MENSAL"

           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK = "35"
      *> FECHCHK.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT FECHCHK-FILE
               CLOSE FECHCHK-FILE
               OPEN I-O FECHCHK-FILE
           END-IF
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "Erro ao abrir FECHCHK.DAT: " WS-STATUS-FILE-FK
               STOP RUN
           END-IF
           CLOSE FECHCHK-FILE

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

           DISPLAY "Empresa (código, ex: 01): "
           ACCEPT WS-VF-EMPRESA
           DISPLAY "Competência (AAAAMM): "
           ACCEPT WS-VF-ANO-MES

      *> FECHCHK.DAT fica fechado enquanto VERFECH lê o arquivo;
      *> cada manutenção abre e fecha o arquivo por conta própria.
           PERFORM UNTIL WS-ENCERRA = "S"
               CALL "VERFECH" USING WS-VF-AREA
               DISPLAY "----------------------------------------"
               DISPLAY "1=Marcar item manual  2=Desmarcar item manual"
               IF WS-PERFIL-CHAMADOR = "A"
                   DISPLAY "3=Incluir item no modelo  "
                       "4=Excluir item do modelo"
               END-IF
               DISPLAY "0=Sair: "
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM MARCA-ITEM
                   WHEN "2"
                       PERFORM DESMARCA-ITEM
                   WHEN "3"
                       PERFORM INCLUI-MODELO
                   WHEN "4"
                       PERFORM EXCLUI-MODELO
                   WHEN "0"
                       MOVE "S" TO WS-ENCERRA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Só o responsável do item (ou o administrador) marca; item
      *> sem responsável no modelo pode ser marcado por qualquer um.
       MARCA-ITEM.
           PERFORM LOCALIZA-MODELO
           IF WS-MODELO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Observação (opcional): "
           ACCEPT WS-OBS

           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "Erro ao abrir FECHCHK.DAT: " WS-STATUS-FILE-FK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VF-EMPRESA TO FK-EMPRESA
           MOVE WS-VF-ANO-MES TO FK-ANO-MES
           MOVE WS-ITEM       TO FK-ITEM
           READ FECHCHK-FILE
               INVALID KEY
                   MOVE WS-DESCRICAO   TO FK-DESCRICAO
                   MOVE "M"            TO FK-TIPO
                   MOVE WS-RESPONSAVEL TO FK-RESPONSAVEL
                   PERFORM PREENCHE-MARCA
                   WRITE FECHCHK-REG
               NOT INVALID KEY
                   PERFORM PREENCHE-MARCA
                   REWRITE FECHCHK-REG
           END-READ

           IF WS-STATUS-FILE-FK = "00"
               DISPLAY "Item " WS-ITEM " marcado como cumprido."
               MOVE "CHK.MARCA" TO WS-AUD-ACAO
               PERFORM AUDITA-ITEM
           ELSE
               DISPLAY "Erro ao gravar marca: " WS-STATUS-FILE-FK
           END-IF
           CLOSE FECHCHK-FILE.

       PREENCHE-MARCA.
           MOVE "S"                         TO FK-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:8)  TO FK-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO FK-HORA
           MOVE WS-USUARIO-CHAMADOR         TO FK-USUARIO
           MOVE WS-OBS                      TO FK-OBS.

       DESMARCA-ITEM.
           PERFORM LOCALIZA-MODELO
           IF WS-MODELO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "Erro ao abrir FECHCHK.DAT: " WS-STATUS-FILE-FK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VF-EMPRESA TO FK-EMPRESA
           MOVE WS-VF-ANO-MES TO FK-ANO-MES
           MOVE WS-ITEM       TO FK-ITEM
           READ FECHCHK-FILE
               INVALID KEY
                   DISPLAY "Item " WS-ITEM " não está marcado."
                   CLOSE FECHCHK-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE "N"                         TO FK-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:8)  TO FK-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO FK-HORA
           MOVE WS-USUARIO-CHAMADOR         TO FK-USUARIO
           REWRITE FECHCHK-REG
           IF WS-STATUS-FILE-FK = "00"
               DISPLAY "Item " WS-ITEM " desmarcado."
               MOVE "CHK.DESMAR" TO WS-AUD-ACAO
               MOVE SPACES TO WS-OBS
               PERFORM AUDITA-ITEM
           ELSE
               DISPLAY "Erro ao gravar marca: " WS-STATUS-FILE-FK
           END-IF
           CLOSE FECHCHK-FILE.

      *> Acha o item no modelo da empresa ou no do grupo (00) e
      *> confere se o usuário pode marcá-lo.
       LOCALIZA-MODELO.
           MOVE "N" TO WS-MODELO-OK
           DISPLAY "Código do item manual: "
           ACCEPT WS-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM

           OPEN INPUT FECHCHK-FILE
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "Erro ao abrir FECHCHK.DAT: " WS-STATUS-FILE-FK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VF-EMPRESA TO FK-EMPRESA
           MOVE ZEROS         TO FK-ANO-MES
           MOVE WS-ITEM       TO FK-ITEM
           READ FECHCHK-FILE
               INVALID KEY
                   MOVE ZEROS TO FK-EMPRESA
                   READ FECHCHK-FILE
                       INVALID KEY
                           MOVE "10" TO WS-STATUS-FILE-FK
                   END-READ
           END-READ
           CLOSE FECHCHK-FILE

           IF WS-STATUS-FILE-FK = "10" OR FK-TIPO NOT = "M"
               DISPLAY "Item " WS-ITEM " não é item manual do modelo."
               EXIT PARAGRAPH
           END-IF

           IF FK-RESPONSAVEL NOT = SPACES
                   AND FK-RESPONSAVEL NOT = WS-USUARIO-CHAMADOR
                   AND WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Item de responsabilidade de " FK-RESPONSAVEL
                   "; marcação não permitida."
               EXIT PARAGRAPH
           END-IF

           MOVE FK-DESCRICAO   TO WS-DESCRICAO
           MOVE FK-RESPONSAVEL TO WS-RESPONSAVEL
           MOVE "S" TO WS-MODELO-OK.

       INCLUI-MODELO.
           IF WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Opção restrita ao administrador."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Código do novo item (até 10 posições): "
           ACCEPT WS-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM
           IF WS-ITEM = SPACES
               DISPLAY "Erro: código não informado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Empresa do item (00 = todas): "
           ACCEPT WS-EMPRESA-MODELO
           DISPLAY "Descrição: "
           ACCEPT WS-DESCRICAO
           DISPLAY "Usuário responsável (em branco = qualquer um): "
           ACCEPT WS-RESPONSAVEL

           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "Erro ao abrir FECHCHK.DAT: " WS-STATUS-FILE-FK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMPRESA-MODELO TO FK-EMPRESA
           MOVE ZEROS             TO FK-ANO-MES
           MOVE WS-ITEM           TO FK-ITEM
           MOVE WS-DESCRICAO      TO FK-DESCRICAO
           MOVE "M"               TO FK-TIPO
           MOVE WS-RESPONSAVEL    TO FK-RESPONSAVEL
           MOVE SPACE             TO FK-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:8)  TO FK-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO FK-HORA
           MOVE WS-USUARIO-CHAMADOR         TO FK-USUARIO
           MOVE SPACES            TO FK-OBS
           WRITE FECHCHK-REG
           IF WS-STATUS-FILE-FK = "00"
               DISPLAY "Item incluído no modelo."
           ELSE
               DISPLAY "Erro ao incluir item (já existe?): "
                   WS-STATUS-FILE-FK
           END-IF
           CLOSE FECHCHK-FILE.

       EXCLUI-MODELO.
           IF WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Opção restrita ao administrador."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Código do item a excluir: "
           ACCEPT WS-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM
           DISPLAY "Empresa do item (00 = todas): "
           ACCEPT WS-EMPRESA-MODELO

           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "Erro ao abrir FECHCHK.DAT: " WS-STATUS-FILE-FK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMPRESA-MODELO TO FK-EMPRESA
           MOVE ZEROS             TO FK-ANO-MES
           MOVE WS-ITEM           TO FK-ITEM
           READ FECHCHK-FILE
               INVALID KEY
                   DISPLAY "Item não encontrado no modelo."
                   CLOSE FECHCHK-FILE
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Excluir " FK-ITEM " - " FK-DESCRICAO " ? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
               DELETE FECHCHK-FILE RECORD
               IF WS-STATUS-FILE-FK = "00"
                   DISPLAY "Item excluído do modelo."
               ELSE
                   DISPLAY "Erro ao excluir item: " WS-STATUS-FILE-FK
               END-IF
           END-IF
           CLOSE FECHCHK-FILE.

      *> AU-CHAVE: empresa + competência + item marcado.
       AUDITA-ITEM.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-VF-EMPRESA DELIMITED BY SIZE
                  WS-VF-ANO-MES DELIMITED BY SIZE
                  WS-ITEM       DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "OBS=" DELIMITED BY SIZE
                  WS-OBS DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CHKFECH"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
