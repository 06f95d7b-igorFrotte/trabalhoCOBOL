               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

      *> Tributos sobre remessa ao exterior calculados e liberados
      *> na liquidação dos contratos de câmbio (ver FXLIQ.cbl). O
      *> controle de guia gerada fica no próprio registro
      *> (situação "G" + conta da guia), pois a guia é por contrato
      *> e não por competência.
           SELECT FXTRIB-FILE ASSIGN TO "FXTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FT.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por guia criada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 GC-VALOR          PIC 9(10)V99.
           05 GC-DATA-GERACAO   PIC 9(8).

       FD FXTRIB-FILE.
       01 FXTRIB-REG.
           05 FT-CHAVE.                     *> 06 contr + 04 trib + 03
               10 FT-NUMERO     PIC 9(06).  *> item
               10 FT-TRIBUTO    PIC X(04).  *> IRRF, CIDE, PIS, COFI
               10 FT-ITEM       PIC 9(03).
           05 FT-CP-CHAVE       PIC X(26).  *> conta do fornecedor
           05 FT-TIPO-SERVICO   PIC X(04).
           05 FT-BASE           PIC 9(10)V99.  *> em BRL
           05 FT-ALIQUOTA       PIC 9(02)V99.
           05 FT-VALOR          PIC 9(10)V99.
           05 FT-GROSS-UP       PIC X(1).   *> S=IRRF por conta da
                                            *> empresa (gross-up)
           05 FT-DATA-FATO      PIC 9(8).   *> data da remessa
           05 FT-EMPRESA        PIC 9(02).
           05 FT-SITUACAO       PIC X(1).   *> C=calculado,
                                            *> L=liquidado,G=em guia
           05 FT-GUIA-CHAVE     PIC X(26).  *> conta da guia gerada

       FD NUMDOC-FILE.
       01 NUMDOC-REG.
           05 ND-CHAVE          PIC X(02).
       01 WS-MES-VENC           PIC 9(02).
       01 WS-VENC-GUIA          PIC 9(8).

      *> Guias dos tributos sobre remessa: uma por contrato +
      *> tributo, somando os itens liberados da empresa.
       01 WS-STATUS-FILE-FT     PIC XX.
       01 WS-MODO               PIC 9.
       01 WS-GRUPO-NUMERO       PIC 9(06).
       01 WS-GRUPO-TRIBUTO      PIC X(04).
       01 WS-DATA-FATO          PIC 9(8).
       01 WS-VENC-TESTE         PIC 9(8).
       01 WS-FIM-FXTRIB         PIC X.
       01 WS-QTD-GUIAS-REM      PIC 9(4) VALUE ZEROS.
       01 WS-TOT-REMESSA        PIC 9(12)V99 VALUE ZEROS.
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "GERAÇÃO DAS GUIAS DE RECOLHIMENTO DO MÊS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           DISPLAY "1 - Retenções do mês (IRRF/INSS/ISS)"
           DISPLAY "2 - Tributos sobre remessa ao exterior"
           ACCEPT WS-MODO
           IF WS-MODO = 2
               PERFORM PROCESSA-REMESSAS
               STOP RUN
           END-IF

           DISPLAY "Empresa (código, ex: 01): "
           ACCEPT WS-EMPRESA-FILTRO

               EXIT PARAGRAPH
           END-IF

           MOVE "I" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE WS-EMPRESA-FILTRO TO GC-EMPRESA
           MOVE WS-COMPETENCIA    TO GC-COMPETENCIA
           MOVE WS-TRIBUTO        TO GC-TRIBUTO
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Tributos sobre remessa ao exterior: vencem pela data da
      *> remessa e não pela competência encerrada, por isso não
      *> passam pelo controle de GUIACTRL.DAT. Cada contrato +
      *> tributo com itens liberados ("L") da empresa vira uma conta.
       PROCESSA-REMESSAS.
           DISPLAY "Empresa (código, ex: 01): "
           ACCEPT WS-EMPRESA-FILTRO

           OPEN I-O FXTRIB-FILE
           IF WS-STATUS-FILE-FT NOT = "00"
               DISPLAY "Nenhum tributo de remessa a recolher "
                   "(FXTRIB.DAT: " WS-STATUS-FILE-FT ")."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN I-O NUMDOC-FILE
           IF WS-STATUS-FILE-ND = "35"
               OPEN OUTPUT NUMDOC-FILE
               CLOSE NUMDOC-FILE
               OPEN I-O NUMDOC-FILE
           END-IF
           IF WS-STATUS-FILE-ND NOT = "00"
               DISPLAY "Erro ao abrir NUMDOC.DAT: " WS-STATUS-FILE-ND
               STOP RUN
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir GERAGUIA.PRN: " WS-STATUS-SPOOL
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

           MOVE SPACES TO WS-LINHA
           STRING "GUIAS DOS TRIBUTOS SOBRE REMESSA - EMPRESA "
               DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               " EM " DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE "N" TO WS-FIM-FXTRIB
           MOVE LOW-VALUES TO FT-CHAVE
           START FXTRIB-FILE KEY IS NOT LESS FT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FXTRIB
           END-START

           PERFORM UNTIL WS-FIM-FXTRIB = "S"
               READ FXTRIB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FXTRIB
               END-READ
               IF WS-FIM-FXTRIB = "N"
                       AND FT-SITUACAO = "L"
                       AND FT-EMPRESA = WS-EMPRESA-FILTRO
                   MOVE FT-NUMERO  TO WS-GRUPO-NUMERO
                   MOVE FT-TRIBUTO TO WS-GRUPO-TRIBUTO
                   PERFORM GERA-GUIA-REMESSA
      *> Retoma a leitura depois do último item do grupo.
                   MOVE WS-GRUPO-NUMERO  TO FT-NUMERO
                   MOVE WS-GRUPO-TRIBUTO TO FT-TRIBUTO
                   MOVE 999              TO FT-ITEM
                   START FXTRIB-FILE KEY IS GREATER FT-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-FIM-FXTRIB
                   END-START
               END-IF
           END-PERFORM

           CLOSE FXTRIB-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE NUMDOC-FILE
           CLOSE SPOOL-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Guias de remessa geradas: " WS-QTD-GUIAS-REM
           DISPLAY "Total: " WS-TOT-REMESSA.

      *> Soma os itens liberados do contrato + tributo, cria a conta
      *> da guia e marca os itens como "G" com a conta criada.
      *> IRRF, PIS e COFINS-importação vencem na data da remessa;
      *> CIDE até o último dia útil da primeira quinzena do mês
      *> seguinte.
       GERA-GUIA-REMESSA.
           MOVE ZEROS TO WS-VALOR-GUIA
           MOVE ZEROS TO WS-DATA-FATO
           PERFORM SOMA-GRUPO-REMESSA
           IF WS-VALOR-GUIA = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-GRUPO-TRIBUTO = "CIDE"
               MOVE WS-DATA-FATO(1:4) TO WS-ANO-VENC
               MOVE WS-DATA-FATO(5:2) TO WS-MES-VENC
               IF WS-MES-VENC = 12
                   MOVE 1 TO WS-MES-VENC
                   ADD 1 TO WS-ANO-VENC
               ELSE
                   ADD 1 TO WS-MES-VENC
               END-IF
               STRING WS-ANO-VENC DELIMITED BY SIZE
                      WS-MES-VENC DELIMITED BY SIZE
                      "15" DELIMITED BY SIZE
                      INTO WS-VENC-GUIA
      *> DIAUTIL só rola para a frente: recua um dia enquanto a data
      *> não for útil, para não passar do dia 15.
               MOVE ZEROS TO WS-VENC-TESTE
               PERFORM UNTIL WS-VENC-TESTE = WS-VENC-GUIA
                   MOVE WS-VENC-GUIA TO WS-VENC-TESTE
                   CALL "DIAUTIL" USING WS-VENC-TESTE
                   IF WS-VENC-TESTE NOT = WS-VENC-GUIA
                       SUBTRACT 1 FROM WS-VENC-GUIA
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-DATA-FATO TO WS-VENC-GUIA
               CALL "DIAUTIL" USING WS-VENC-GUIA
           END-IF

           MOVE WS-GRUPO-TRIBUTO TO WS-TRIBUTO
           PERFORM GERA-PROX-NUMDOC
           MOVE 00394460000141 TO CP-CNPJ-FORN
           MOVE 1 TO CP-NUM-PARCELA
           MOVE 1 TO CP-TOTAL-PARCELAS
           STRING CP-NUM-DOC DELIMITED BY SIZE
                  CP-CNPJ-FORN DELIMITED BY SIZE
                  CP-NUM-PARCELA DELIMITED BY SIZE
                  INTO CP-CHAVE

           MOVE WS-HOJE         TO CP-DATA-EMISSAO
           MOVE WS-VENC-GUIA    TO CP-DATA-VENC
           MOVE WS-VALOR-GUIA   TO CP-VALOR
           MOVE WS-VALOR-GUIA   TO CP-SALDO
           MOVE "IMPOST"        TO CP-CENTRO-CUSTO
           MOVE "A"             TO CP-SITUACAO
           MOVE ZEROS           TO CP-DATA-PGTO
           MOVE ZEROS           TO CP-NUM-PEDIDO
           MOVE "BRL"           TO CP-MOEDA
           MOVE 1               TO CP-TAXA-CAMBIO
           MOVE WS-VALOR-GUIA   TO CP-VALOR-ORIGINAL
           MOVE ZEROS           TO CP-DESC-PERC
           MOVE ZEROS           TO CP-DESC-LIMITE
           MOVE SPACES          TO CP-MOTIVO-REJEICAO
           MOVE SPACES          TO CP-CONTA-PAGADORA
           MOVE SPACES          TO CP-ALERTAS
           MOVE ZEROS           TO CP-NUM-REMESSA
           MOVE "T"             TO CP-FORMA-PGTO
           MOVE SPACES          TO CP-COD-BARRAS
           MOVE WS-EMPRESA-FILTRO TO CP-EMPRESA

           WRITE CONTA-REG
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao gravar guia " WS-TRIBUTO " do "
                   "contrato " WS-GRUPO-NUMERO ": " WS-STATUS-FILE-C
               EXIT PARAGRAPH
           END-IF

           MOVE "I" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           PERFORM MARCA-GRUPO-REMESSA

           ADD 1 TO WS-QTD-GUIAS-REM
           ADD WS-VALOR-GUIA TO WS-TOT-REMESSA
           MOVE SPACES TO WS-LINHA
           STRING "GUIA " DELIMITED BY SIZE
                  WS-TRIBUTO DELIMITED BY SIZE
                  " contrato " DELIMITED BY SIZE
                  WS-GRUPO-NUMERO DELIMITED BY SIZE
                  " conta " DELIMITED BY SIZE
                  CP-CHAVE DELIMITED BY SIZE
                  " venc " DELIMITED BY SIZE
                  WS-VENC-GUIA DELIMITED BY SIZE
                  " valor " DELIMITED BY SIZE
                  WS-VALOR-GUIA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "GUIA " DELIMITED BY SIZE
                  WS-TRIBUTO DELIMITED BY SIZE
                  " CONTR=" DELIMITED BY SIZE
                  WS-GRUPO-NUMERO DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-VALOR-GUIA DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Percorre os itens do contrato + tributo somando os liberados
      *> da empresa e listando cada um na memória de cálculo.
       SOMA-GRUPO-REMESSA.
           MOVE WS-GRUPO-NUMERO  TO FT-NUMERO
           MOVE WS-GRUPO-TRIBUTO TO FT-TRIBUTO
           MOVE ZEROS            TO FT-ITEM
           START FXTRIB-FILE KEY IS NOT LESS FT-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ FXTRIB-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-FT = "10"
                   OR FT-NUMERO NOT = WS-GRUPO-NUMERO
                   OR FT-TRIBUTO NOT = WS-GRUPO-TRIBUTO
               IF FT-SITUACAO = "L"
                       AND FT-EMPRESA = WS-EMPRESA-FILTRO
                   ADD FT-VALOR TO WS-VALOR-GUIA
                   IF FT-DATA-FATO > WS-DATA-FATO
                       MOVE FT-DATA-FATO TO WS-DATA-FATO
                   END-IF
                   MOVE SPACES TO WS-LINHA
                   STRING "Contrato " DELIMITED BY SIZE
                          FT-NUMERO DELIMITED BY SIZE
                          " item " DELIMITED BY SIZE
                          FT-ITEM DELIMITED BY SIZE
                          " conta " DELIMITED BY SIZE
                          FT-CP-CHAVE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FT-TRIBUTO DELIMITED BY SIZE
                          " base " DELIMITED BY SIZE
                          FT-BASE DELIMITED BY SIZE
                          " aliq " DELIMITED BY SIZE
                          FT-ALIQUOTA DELIMITED BY SIZE
                          " valor " DELIMITED BY SIZE
                          FT-VALOR DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
               END-IF
               READ FXTRIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-FT.

       MARCA-GRUPO-REMESSA.
           MOVE WS-GRUPO-NUMERO  TO FT-NUMERO
           MOVE WS-GRUPO-TRIBUTO TO FT-TRIBUTO
           MOVE ZEROS            TO FT-ITEM
           START FXTRIB-FILE KEY IS NOT LESS FT-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ FXTRIB-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-FT = "10"
                   OR FT-NUMERO NOT = WS-GRUPO-NUMERO
                   OR FT-TRIBUTO NOT = WS-GRUPO-TRIBUTO
               IF FT-SITUACAO = "L"
                       AND FT-EMPRESA = WS-EMPRESA-FILTRO
                   MOVE "G" TO FT-SITUACAO
                   MOVE CP-CHAVE TO FT-GUIA-CHAVE
                   REWRITE FXTRIB-REG
                   IF WS-STATUS-FILE-FT NOT = "00"
                       DISPLAY "AVISO: guia criada, mas item "
                           FT-ITEM " não marcado: " WS-STATUS-FILE-FT
                   END-IF
               END-IF
               READ FXTRIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-FT.

      *> Mesmo algoritmo de NUMDOC.DAT usado em LANCCONT.cbl.
       GERA-PROX-NUMDOC.
           MOVE "01" TO ND-CHAVE
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "GERAGUIA" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
