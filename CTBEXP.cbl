               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FINAL         PIC 9(8).

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
       01 WS-MF-DIA-SEGUINTE    PIC 9(8).
       01 WS-QTD-LANC           PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL        PIC 9(12)V99 VALUE ZEROS.
       01 WS-CONTA-CREDITO      PIC X(10) VALUE "11000-BCO".
           DISPLAY "Lançamentos exportados: " WS-QTD-LANC
           DISPLAY "Valor total exportado:  " WS-VALOR-TOTAL
           DISPLAY "Sem mapeamento (contas padrão): " WS-QTD-SEM-MAPA
           PERFORM REGISTRA-CHECKLIST
           STOP RUN.

       GERA-LANCAMENTOS.
                  H-VALOR-PAGO DELIMITED BY SIZE
                  INTO EXCECAO-REG
           WRITE EXCECAO-REG.

      *> Só a exportação que cobre o mês inteiro da data final
      *> conta no checklist do fechamento; com a empresa 00 (todas),
      *> vale para qualquer empresa do grupo.
       REGISTRA-CHECKLIST.
           COMPUTE WS-MF-DIA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-FINAL) + 1)
           IF WS-MF-DIA-SEGUINTE(5:2) = WS-DATA-FINAL(5:2)
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INI(1:6) = WS-DATA-FINAL(1:6)
                   AND WS-DATA-INI(7:2) NOT = "01"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EMPRESA-FILTRO    TO WS-MF-EMPRESA
           MOVE WS-DATA-FINAL(1:6)   TO WS-MF-ANO-MES
           MOVE "CTBEXP"              TO WS-MF-ITEM
           MOVE "Exportação contábil dos pagamentos (CTBEXP)"
               TO WS-MF-DESCRICAO
           MOVE "CTBEXP"              TO WS-MF-USUARIO
           MOVE SPACES               TO WS-MF-OBS
           STRING "lancamentos " DELIMITED BY SIZE
                  WS-QTD-LANC DELIMITED BY SIZE
                  " valor " DELIMITED BY SIZE
                  WS-VALOR-TOTAL DELIMITED BY SIZE
                  INTO WS-MF-OBS
           CALL "MARCAFEC" USING WS-MF-AREA.
