               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Provisões já lançadas por competência e pedido: dá a
       01 WS-COMP-ANTERIOR      PIC 9(06).
       01 WS-JA-GERADA          PIC X.

      *> Registro da execução no checklist do fechamento mensal
      *> (ver MARCAFEC.cbl).
       01 WS-MF-AREA.
           05 WS-MF-EMPRESA         PIC 9(02).
           05 WS-MF-ANO-MES         PIC 9(06).
           05 WS-MF-ITEM            PIC X(10).
           05 WS-MF-DESCRICAO       PIC X(40).
           05 WS-MF-USUARIO         PIC X(10).
           05 WS-MF-OBS             PIC X(40).
           05 WS-MF-RETORNO         PIC X(02).

      *> Faturado por pedido, acumulado numa única varredura de
      *> CONTAPAGAR (mesma técnica de tabela de RELORCAM.cbl), com o
      *> centro de custo visto nas notas do pedido.
           IF WS-JA-GERADA = "S"
               DISPLAY "Provisão da competência " WS-COMPETENCIA
                   " já lançada; nada a fazer."
               PERFORM REGISTRA-CHECKLIST
               STOP RUN
           END-IF

           CLOSE GRIRCTRL-FILE
           CLOSE CONTABIL-FILE
           CLOSE SPOOL-FILE
           PERFORM REGISTRA-CHECKLIST
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
           END-PERFORM

           MOVE "00" TO WS-STATUS-FILE-RB.

      *> A provisão vale para o grupo todo: registra a competência
      *> no checklist do fechamento com a empresa 00.
       REGISTRA-CHECKLIST.
           MOVE ZEROS                TO WS-MF-EMPRESA
           MOVE WS-COMPETENCIA       TO WS-MF-ANO-MES
           MOVE "GRIR"               TO WS-MF-ITEM
           MOVE "Provisão GR/IR (GRIR) da competência"
               TO WS-MF-DESCRICAO
           MOVE "GRIR"               TO WS-MF-USUARIO
           MOVE SPACES               TO WS-MF-OBS
           STRING "provisoes " DELIMITED BY SIZE
                  WS-QTD-PROVISOES DELIMITED BY SIZE
                  " reversoes " DELIMITED BY SIZE
                  WS-QTD-REVERSOES DELIMITED BY SIZE
                  INTO WS-MF-OBS
           CALL "MARCAFEC" USING WS-MF-AREA.
