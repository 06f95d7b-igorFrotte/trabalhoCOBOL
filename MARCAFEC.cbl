       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCAFEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Checklist do fechamento mensal (ver CHKFECH.cbl): as
      *> rotinas de fim de mês chamam este programa ao terminar para
      *> deixar registrado que rodaram para a competência.
           SELECT FECHCHK-FILE ASSIGN TO "FECHCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FK.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-FK     PIC XX.

       LINKAGE SECTION.
      *> Área de troca com GRIR, REAVCAMB, CTBEMIS, CTBEXP e
      *> CONCBANC: entra a competência e o item cumprido; sai o
      *> status da gravação ("00" = registrado).
       01 WS-MF-AREA.
           05 WS-MF-EMPRESA         PIC 9(02).
           05 WS-MF-ANO-MES         PIC 9(06).
           05 WS-MF-ITEM            PIC X(10).
           05 WS-MF-DESCRICAO       PIC X(40).
           05 WS-MF-USUARIO         PIC X(10).
           05 WS-MF-OBS             PIC X(40).
           05 WS-MF-RETORNO         PIC X(02).

      *> Uma nova execução da mesma rotina para a mesma competência
      *> só atualiza data, hora e observação do registro existente.
       PROCEDURE DIVISION USING WS-MF-AREA.

       MAIN-PROCEDURE.
           OPEN I-O FECHCHK-FILE
           IF WS-STATUS-FILE-FK = "35"
      *> FECHCHK.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT FECHCHK-FILE
               CLOSE FECHCHK-FILE
               OPEN I-O FECHCHK-FILE
           END-IF
           IF WS-STATUS-FILE-FK NOT = "00"
               MOVE WS-STATUS-FILE-FK TO WS-MF-RETORNO
               DISPLAY "AVISO: checklist de fechamento indisponível: "
                   WS-STATUS-FILE-FK
               EXIT PROGRAM
           END-IF

           MOVE WS-MF-EMPRESA TO FK-EMPRESA
           MOVE WS-MF-ANO-MES TO FK-ANO-MES
           MOVE WS-MF-ITEM    TO FK-ITEM
           READ FECHCHK-FILE
               INVALID KEY
                   PERFORM INCLUI-MARCA
               NOT INVALID KEY
                   PERFORM ATUALIZA-MARCA
           END-READ

           MOVE WS-STATUS-FILE-FK TO WS-MF-RETORNO
           IF WS-STATUS-FILE-FK NOT = "00"
               DISPLAY "AVISO: falha ao registrar " WS-MF-ITEM
                   " no checklist de fechamento: " WS-STATUS-FILE-FK
           END-IF

           CLOSE FECHCHK-FILE
           EXIT PROGRAM.

       INCLUI-MARCA.
           MOVE WS-MF-DESCRICAO TO FK-DESCRICAO
           MOVE "A"             TO FK-TIPO
           MOVE SPACES          TO FK-RESPONSAVEL
           PERFORM PREENCHE-MARCA
           WRITE FECHCHK-REG.

       ATUALIZA-MARCA.
           PERFORM PREENCHE-MARCA
           REWRITE FECHCHK-REG.

       PREENCHE-MARCA.
           MOVE "S"                         TO FK-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:8)  TO FK-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO FK-HORA
           MOVE WS-MF-USUARIO               TO FK-USUARIO
           MOVE WS-MF-OBS                   TO FK-OBS.
