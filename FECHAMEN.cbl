               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FC.

      *> Checklist do fechamento (ver CHKFECH.cbl): aqui só se grava
      *> a liberação do administrador que fecha com pendências.
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

           05 FC-CHAVE          PIC X(02).  *> código da empresa
           05 FC-ANO-MES        PIC 9(06).  *> AAAAMM

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
       01 WS-STATUS-FILE-FC     PIC XX.
       01 WS-STATUS-FILE-FK     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-EMPRESA            PIC 9(02).
       01 WS-ANO-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 WS-ANO-MES-NOVO       PIC 9(06).
       01 RESPOSTA              PIC X.

      *> Checklist conferido mês a mês, do primeiro período ainda
      *> aberto até o período a fechar (ver VERFECH.cbl).
       01 WS-VF-AREA.
           05 WS-VF-EMPRESA         PIC 9(02).
           05 WS-VF-ANO-MES         PIC 9(06).
           05 WS-VF-QTD-ITENS       PIC 9(03).
           05 WS-VF-QTD-PENDENTES   PIC 9(03).
       01 WS-TOTAL-PENDENTES    PIC 9(05) VALUE ZEROS.
       01 WS-JUSTIFICATIVA      PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-PERFIL-CHAMADOR    PIC X(01).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-PERFIL-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "FECHAMENTO MENSAL"
               STOP RUN
           END-IF

           PERFORM VERIFICA-CHECKLIST
           IF WS-TOTAL-PENDENTES > 0
               PERFORM LIBERA-PENDENCIAS
               IF WS-JUSTIFICATIVA = SPACES
                   DISPLAY "Fechamento recusado: checklist com "
                       WS-TOTAL-PENDENTES " item(ns) pendente(s)."
                   CLOSE FECHAMENTO-FILE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "Confirma o fechamento de " WS-ANO-MES-NOVO
               " ? Isso bloqueará novos lançamentos e pagamentos "
           DISPLAY "com data nesse período ou anterior. (S/N): "
           IF WS-STATUS-FILE-FC = "00"
               DISPLAY "Período " WS-ANO-MES-NOVO " fechado com "
                   "sucesso."
               IF WS-JUSTIFICATIVA NOT = SPACES
                   PERFORM REGISTRA-LIBERACAO
               END-IF
           ELSE
               DISPLAY "Erro ao gravar fechamento: " WS-STATUS-FILE-FC
           END-IF

           CLOSE FECHAMENTO-FILE
           STOP RUN.

      *> Confere o checklist de cada mês entre o período fechado
      *> atual e o novo; no primeiro fechamento, só o mês informado.
       VERIFICA-CHECKLIST.
           MOVE ZEROS TO WS-TOTAL-PENDENTES
           MOVE WS-EMPRESA TO WS-VF-EMPRESA
           IF WS-ANO-MES-ATUAL = ZEROS
               MOVE WS-ANO-MES-NOVO TO WS-VF-ANO-MES
           ELSE
               MOVE WS-ANO-MES-ATUAL TO WS-VF-ANO-MES
               PERFORM AVANCA-MES
           END-IF

           PERFORM UNTIL WS-VF-ANO-MES > WS-ANO-MES-NOVO
               CALL "VERFECH" USING WS-VF-AREA
               ADD WS-VF-QTD-PENDENTES TO WS-TOTAL-PENDENTES
               PERFORM AVANCA-MES
           END-PERFORM.

       AVANCA-MES.
           IF WS-VF-ANO-MES(5:2) = "12"
               ADD 89 TO WS-VF-ANO-MES
           ELSE
               ADD 1 TO WS-VF-ANO-MES
           END-IF.

      *> Com pendências, só o administrador fecha, e mediante
      *> justificativa; sem ela, WS-JUSTIFICATIVA fica em branco e o
      *> fechamento é recusado.
       LIBERA-PENDENCIAS.
           MOVE SPACES TO WS-JUSTIFICATIVA
           IF WS-PERFIL-CHAMADOR NOT = "A"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Checklist com pendências. Liberar o fechamento "
               "assim mesmo? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Justificativa da liberação (obrigatória): "
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA = SPACES
               DISPLAY "Justificativa não informada."
           END-IF.

      *> A liberação fica no próprio checklist do período fechado
      *> (item LIBERACAO) e na trilha de auditoria.
       REGISTRA-LIBERACAO.
           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK = "35"
               OPEN OUTPUT FECHCHK-FILE
               CLOSE FECHCHK-FILE
               OPEN I-O FECHCHK-FILE
           END-IF
           IF WS-STATUS-FILE-FK = "00"
               MOVE WS-EMPRESA      TO FK-EMPRESA
               MOVE WS-ANO-MES-NOVO TO FK-ANO-MES
               MOVE "LIBERACAO"     TO FK-ITEM
               READ FECHCHK-FILE
                   INVALID KEY
                       MOVE "23" TO WS-STATUS-FILE-FK
               END-READ
               MOVE "Fechamento liberado com pendências"
                   TO FK-DESCRICAO
               MOVE "L"                         TO FK-TIPO
               MOVE SPACES                      TO FK-RESPONSAVEL
               MOVE "S"                         TO FK-SITUACAO
               MOVE FUNCTION CURRENT-DATE(1:8)  TO FK-DATA
               MOVE FUNCTION CURRENT-DATE(9:6)  TO FK-HORA
               MOVE WS-USUARIO-CHAMADOR         TO FK-USUARIO
               MOVE WS-JUSTIFICATIVA            TO FK-OBS
               IF WS-STATUS-FILE-FK = "23"
                   WRITE FECHCHK-REG
               ELSE
                   REWRITE FECHCHK-REG
               END-IF
               CLOSE FECHCHK-FILE
           ELSE
               DISPLAY "AVISO: checklist de fechamento indisponível: "
                   WS-STATUS-FILE-FK
           END-IF

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
           MOVE "FECHAMEN"                  TO AU-PROGRAMA
           MOVE "LIB.FECHAM"                TO AU-ACAO
           MOVE SPACES                      TO AU-CHAVE
           STRING WS-EMPRESA      DELIMITED BY SIZE
                  WS-ANO-MES-NOVO DELIMITED BY SIZE
                  INTO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           MOVE SPACES                      TO AU-VALOR-DEPOIS
           STRING "PENDENTES=" DELIMITED BY SIZE
                  WS-TOTAL-PENDENTES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-JUSTIFICATIVA DELIMITED BY SIZE
                  INTO AU-VALOR-DEPOIS
           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF
           CLOSE AUDITORIA-FILE.
