       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPERDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Juros e multa de cada pagamento feito em atraso (gravados por
      *> PGTOCONT.cbl e APROVPAG.cbl), pela data do pagamento; o
      *> pagamento estornado já não tem registro (ver ESTORNO.cbl).
           SELECT ENCARGO-FILE ASSIGN TO "ENCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EG-CHAVE
               FILE STATUS IS WS-STATUS-FILE-EG.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): dá a
      *> causa do atraso pelos eventos na chave da própria conta —
      *> disputa (BLOQCONT), inclusão (LANCCONT/LANCLOTE), liberação
      *> do lançamento (APROVLAN) e borderô devolvido por falta de
      *> fundos (BORDERO).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Contas com desconto antecipado (CP-DESC-PERC/CP-DESC-LIMITE)
      *> cujo prazo venceu no mês.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Pagamentos da conta: algum com H-VALOR-DESCONTO indica que
      *> o desconto foi aproveitado.
           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Consultado por CNPJ apenas para exibir a razão social (ver
      *> CADFORNE.cbl).
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Cópia impressa do relatório, para arquivamento/impressão,
      *> além da saída no console (mesmo padrão de RELRETEN.cbl).
           SELECT SPOOL-FILE ASSIGN TO "RELPERDA.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       FD ENCARGO-FILE.
       01 ENCARGO-REG.
           05 EG-CHAVE          PIC X(30).  *> composição H-CHAVE
           05 EG-CP-CHAVE       PIC X(26).
           05 EG-CNPJ-FORN      PIC 9(14).
           05 EG-CENTRO-CUSTO   PIC X(06).
           05 EG-EMPRESA        PIC 9(02).
           05 EG-DATA-VENC      PIC 9(8).
           05 EG-DATA-PGTO      PIC 9(8).
           05 EG-DIAS-ATRASO    PIC 9(05).
           05 EG-VALOR-JUROS    PIC 9(10)V99.  *> calculado
           05 EG-VALOR-MULTA    PIC 9(10)V99.  *> calculada
           05 EG-VALOR-ENCARGOS PIC 9(10)V99.  *> pago além do
                                               *> principal
           05 EG-DATA-SOLIC     PIC 9(8).   *> pedido de autorização
                                            *> (zeros = pago direto)
           05 EG-PROGRAMA       PIC X(08).

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

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 CP-NUM-DOC        PIC 9(10).
           05 CP-CNPJ-FORN      PIC 9(14).
           05 CP-NUM-PARCELA    PIC 9(02).
           05 CP-TOTAL-PARCELAS PIC 9(02).
           05 CP-DATA-EMISSAO   PIC 9(8).
           05 CP-DATA-VENC      PIC 9(8).
           05 CP-VALOR          PIC 9(10)V99.
           05 CP-SITUACAO       PIC X(1).  *> A=ABERTO,B=PARCIAL,P=PAGO,
                                            *> E=ENVIADO,C=CANCEL
           05 CP-DATA-PGTO      PIC 9(8).
           05 CP-CENTRO-CUSTO   PIC X(06).
           05 CP-NUM-PEDIDO     PIC 9(10).
           05 CP-SALDO          PIC 9(10)V99.
           05 CP-MOEDA          PIC X(03).
           05 CP-TAXA-CAMBIO    PIC 9(04)V9(04).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.
           05 CP-DESC-PERC      PIC 9(02)V99.  *> % desc. antecipado
           05 CP-DESC-LIMITE    PIC 9(8).  *> prazo desconto AAAAMMDD
           05 CP-MOTIVO-REJEICAO PIC X(30). *> rejeição do banco
           05 CP-CONTA-PAGADORA PIC X(03).  *> conta bancária pagadora
           05 CP-ALERTAS        PIC X(04).  *> avisos do lançamento
           05 CP-NUM-REMESSA    PIC 9(06).  *> lote de remessa (nº)
           05 CP-FORMA-PGTO     PIC X(01).  *> B=boleto,P=PIX,T=TED
           05 CP-COD-BARRAS     PIC X(47).  *> linha digitável boleto
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

       FD HISTPAGTO-FILE.
       01 HIST-REG.
           05 H-CHAVE.                      *> 10 doc + 14 CNPJ +
               10 H-NUM-DOC     PIC 9(10).  *> 02 parc + 04 seq
               10 H-CNPJ-FORN   PIC 9(14).
               10 H-NUM-PARCELA PIC 9(02).
               10 H-SEQ         PIC 9(04).
           05 H-DATA-PGTO       PIC 9(8).
           05 H-VALOR-PAGO      PIC 9(10)V99.
           05 H-VALOR-DESCONTO  PIC 9(10)V99.
           05 H-VALOR-IRRF      PIC 9(10)V99.  *> retenção na fonte
           05 H-VALOR-INSS      PIC 9(10)V99.
           05 H-VALOR-ISS       PIC 9(10)V99.
           05 H-EMPRESA         PIC 9(02).  *> empresa do grupo
           05 H-VALOR-CREDITO   PIC 9(10)V99.  *> nota de crédito
           05 H-TIPO            PIC X(01).  *> espaço=pagamento,
                                            *> E=estorno,X=baixa
                                            *> de resíduo

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 F-RAZAO-SOCIAL PIC X(40).
           05 F-ENDERECO     PIC X(50).
           05 F-TELEFONE     PIC 9(11).
           05 F-EMAIL        PIC X(30).
           05 F-ATIVO        PIC X(1).
           05 F-BANCO        PIC X(03).
           05 F-AGENCIA      PIC X(06).
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-EG     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-ENCARGO-OK         PIC X VALUE "N".
       01 WS-HIST-OK            PIC X VALUE "N".
       01 WS-FORNECEDOR-OK      PIC X VALUE "N".
       01 WS-LINHA              PIC X(132).
       01 WS-HOJE               PIC 9(8).
       01 WS-COMPETENCIA        PIC 9(06).
       01 WS-EMPRESA-FILTRO     PIC 9(02).

      *> Um item por pagamento em atraso do mês, com as evidências
      *> colhidas na trilha para apontar a causa.
       01 WS-TAB-ATRASO.
           05 WS-ATR-LINHA    OCCURS 2000 TIMES.
               10 WS-ATR-CP-CHAVE   PIC X(26).
               10 WS-ATR-CNPJ       PIC 9(14).
               10 WS-ATR-CENTRO     PIC X(06).
               10 WS-ATR-VENC       PIC 9(8).
               10 WS-ATR-PGTO       PIC 9(8).
               10 WS-ATR-DIAS       PIC 9(05).
               10 WS-ATR-JUROS      PIC 9(10)V99.
               10 WS-ATR-MULTA      PIC 9(10)V99.
               10 WS-ATR-ENCARGOS   PIC 9(10)V99.
               10 WS-ATR-SOLIC      PIC 9(8).
               10 WS-ATR-DISPUTA    PIC X(01).
               10 WS-ATR-INCLUSAO   PIC 9(8).
               10 WS-ATR-APROVACAO  PIC 9(8).
               10 WS-ATR-SEM-FUNDOS PIC X(01).
               10 WS-ATR-CAUSA      PIC X(01).
       01 WS-ATR-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-ATR-IDX            PIC 9(04).
       01 WS-AVISO-CHEIA        PIC X VALUE "N".

      *> Causas, na ordem em que são apontadas: D=disputa,
      *> L=lançada após o vencimento, A=espera de aprovação
      *> (APROVLAN/APROVPAG), F=falta de fundos no borderô,
      *> O=outras/não identificada.
       01 WS-CAUSAS-CODIGOS     PIC X(05) VALUE "DLAFO".
       01 WS-TAB-CAUSA.
           05 WS-CAU-LINHA    OCCURS 5 TIMES.
               10 WS-CAU-QTD        PIC 9(05).
               10 WS-CAU-VALOR      PIC 9(12)V99.
       01 WS-CAU-IDX            PIC 9(01).
       01 WS-CAUSA              PIC X(01).
       01 WS-DESC-CAUSA         PIC X(30).

      *> Quebra por centro de custo e por fornecedor.
       01 WS-TAB-CC.
           05 WS-CC-LINHA     OCCURS 200 TIMES.
               10 WS-CC-CODIGO      PIC X(06).
               10 WS-CC-QTD         PIC 9(05).
               10 WS-CC-VALOR       PIC 9(12)V99.
       01 WS-CC-QTD-LINHAS      PIC 9(03) VALUE ZEROS.
       01 WS-CC-IDX             PIC 9(03).
       01 WS-TAB-FORN.
           05 WS-FORN-LINHA   OCCURS 500 TIMES.
               10 WS-FORN-CNPJ      PIC 9(14).
               10 WS-FORN-QTD       PIC 9(05).
               10 WS-FORN-VALOR     PIC 9(12)V99.
       01 WS-FORN-QTD-LINHAS    PIC 9(03) VALUE ZEROS.
       01 WS-FORN-IDX           PIC 9(03).

       01 WS-TOTAL-JUROS        PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-MULTA        PIC 9(12)V99 VALUE ZEROS.
       01 WS-TOTAL-ENCARGOS     PIC 9(12)V99 VALUE ZEROS.

      *> Descontos antecipados perdidos.
       01 WS-DESC-USADO         PIC X(01).
       01 WS-DESC-PERDIDO       PIC 9(10)V99.
       01 WS-QTD-DESC-PERDIDOS  PIC 9(05) VALUE ZEROS.
       01 WS-TOTAL-DESC-PERDIDO PIC 9(12)V99 VALUE ZEROS.
       01 WS-DESC-SITUACAO      PIC X(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "CUSTO DO ATRASO E DESCONTOS PERDIDOS"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           DISPLAY "Mês (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           DISPLAY "Empresa (00 = todas): "
           ACCEPT WS-EMPRESA-FILTRO

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

      *> Sem ENCARGO.DAT ainda não houve pagamento em atraso
      *> registrado; o relatório segue só com os descontos.
           OPEN INPUT ENCARGO-FILE
           IF WS-STATUS-FILE-EG = "00"
               MOVE "S" TO WS-ENCARGO-OK
           ELSE
               IF WS-STATUS-FILE-EG NOT = "35"
                   DISPLAY "Erro ao abrir ENCARGO.DAT: "
                       WS-STATUS-FILE-EG
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST = "00"
               MOVE "S" TO WS-HIST-OK
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F = "00"
               MOVE "S" TO WS-FORNECEDOR-OK
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir RELPERDA.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           INITIALIZE WS-TAB-CAUSA

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CUSTO DO ATRASO E DESCONTOS PERDIDOS - MES "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           IF WS-ENCARGO-OK = "S"
               PERFORM CARREGA-ATRASOS
               CLOSE ENCARGO-FILE
           END-IF
           IF WS-ATR-QTD > 0
               PERFORM LER-AUDITORIA
           END-IF
           PERFORM IMPRIME-ATRASOS
           PERFORM IMPRIME-QUEBRAS
           PERFORM LISTA-DESCONTOS-PERDIDOS

           CLOSE CONTAPAGAR-FILE
           IF WS-HIST-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           IF WS-FORNECEDOR-OK = "S"
               CLOSE FORNECEDOR-FILE
           END-IF
           CLOSE SPOOL-FILE
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

       CARREGA-ATRASOS.
           MOVE LOW-VALUES TO EG-CHAVE
           START ENCARGO-FILE KEY IS NOT LESS EG-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ ENCARGO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-EG
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-EG = "10"
               IF EG-DATA-PGTO(1:6) = WS-COMPETENCIA
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR EG-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM GUARDA-ATRASO
               END-IF
               READ ENCARGO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-EG
               END-READ
           END-PERFORM.

       GUARDA-ATRASO.
           IF WS-ATR-QTD >= 2000
               IF WS-AVISO-CHEIA = "N"
                   DISPLAY "AVISO: mais de 2000 pagamentos em atraso "
                       "no mês; excedentes fora do relatório."
                   MOVE "S" TO WS-AVISO-CHEIA
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ATR-QTD
           MOVE WS-ATR-QTD TO WS-ATR-IDX
           MOVE EG-CP-CHAVE       TO WS-ATR-CP-CHAVE(WS-ATR-IDX)
           MOVE EG-CNPJ-FORN      TO WS-ATR-CNPJ(WS-ATR-IDX)
           MOVE EG-CENTRO-CUSTO   TO WS-ATR-CENTRO(WS-ATR-IDX)
           MOVE EG-DATA-VENC      TO WS-ATR-VENC(WS-ATR-IDX)
           MOVE EG-DATA-PGTO      TO WS-ATR-PGTO(WS-ATR-IDX)
           MOVE EG-DIAS-ATRASO    TO WS-ATR-DIAS(WS-ATR-IDX)
           MOVE EG-VALOR-JUROS    TO WS-ATR-JUROS(WS-ATR-IDX)
           MOVE EG-VALOR-MULTA    TO WS-ATR-MULTA(WS-ATR-IDX)
           MOVE EG-VALOR-ENCARGOS TO WS-ATR-ENCARGOS(WS-ATR-IDX)
           MOVE EG-DATA-SOLIC     TO WS-ATR-SOLIC(WS-ATR-IDX)
           MOVE "N"               TO WS-ATR-DISPUTA(WS-ATR-IDX)
           MOVE ZEROS             TO WS-ATR-INCLUSAO(WS-ATR-IDX)
           MOVE ZEROS             TO WS-ATR-APROVACAO(WS-ATR-IDX)
           MOVE "N"               TO WS-ATR-SEM-FUNDOS(WS-ATR-IDX)
           MOVE "O"               TO WS-ATR-CAUSA(WS-ATR-IDX).

      *> Uma passada na trilha inteira; cada evento de interesse é
      *> anotado em todo pagamento da mesma conta feito depois dele.
       LER-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               MOVE "AUDITORIA.DAT INDISPONIVEL: CAUSAS NAO APURADAS"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF (AU-PROGRAMA = "BLOQCONT" AND AU-ACAO = "BLOQUEIO")
                   OR ((AU-PROGRAMA = "LANCCONT"
                        OR AU-PROGRAMA = "LANCLOTE")
                       AND AU-ACAO = "INCLUSAO")
                   OR (AU-PROGRAMA = "APROVLAN"
                       AND AU-ACAO = "LIBERACAO")
                   OR (AU-PROGRAMA = "BORDERO"
                       AND AU-ACAO = "SEM.FUNDOS")
                   PERFORM ANOTA-EVIDENCIA
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE AUDITORIA-FILE.

       ANOTA-EVIDENCIA.
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-QTD
               IF WS-ATR-CP-CHAVE(WS-ATR-IDX) = AU-CHAVE
                       AND AU-DATA <= WS-ATR-PGTO(WS-ATR-IDX)
                   EVALUATE AU-PROGRAMA
                       WHEN "BLOQCONT"
                           MOVE "S" TO WS-ATR-DISPUTA(WS-ATR-IDX)
                       WHEN "APROVLAN"
                           IF AU-DATA > WS-ATR-APROVACAO(WS-ATR-IDX)
                               MOVE AU-DATA
                                   TO WS-ATR-APROVACAO(WS-ATR-IDX)
                           END-IF
                       WHEN "BORDERO"
                           MOVE "S" TO WS-ATR-SEM-FUNDOS(WS-ATR-IDX)
                       WHEN OTHER
                           IF WS-ATR-INCLUSAO(WS-ATR-IDX) = ZEROS
                               MOVE AU-DATA
                                   TO WS-ATR-INCLUSAO(WS-ATR-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Aponta uma única causa por pagamento, na ordem de
      *> WS-CAUSAS-CODIGOS: a disputa prevalece sobre tudo; conta
      *> lançada já vencida não teve chance de ser paga em dia;
      *> aprovação é a liberação do lançamento depois do
      *> vencimento ou o pedido de autorização do pagamento feito
      *> ainda em dia.
       APURA-CAUSA.
           EVALUATE TRUE
               WHEN WS-ATR-DISPUTA(WS-ATR-IDX) = "S"
                   MOVE "D" TO WS-CAUSA
               WHEN WS-ATR-INCLUSAO(WS-ATR-IDX) >
                       WS-ATR-VENC(WS-ATR-IDX)
                   MOVE "L" TO WS-CAUSA
               WHEN WS-ATR-APROVACAO(WS-ATR-IDX) >
                       WS-ATR-VENC(WS-ATR-IDX)
                   MOVE "A" TO WS-CAUSA
               WHEN WS-ATR-SOLIC(WS-ATR-IDX) > ZEROS
                       AND WS-ATR-SOLIC(WS-ATR-IDX) <=
                           WS-ATR-VENC(WS-ATR-IDX)
                   MOVE "A" TO WS-CAUSA
               WHEN WS-ATR-SEM-FUNDOS(WS-ATR-IDX) = "S"
                   MOVE "F" TO WS-CAUSA
               WHEN OTHER
                   MOVE "O" TO WS-CAUSA
           END-EVALUATE
           MOVE WS-CAUSA TO WS-ATR-CAUSA(WS-ATR-IDX).

       DESCREVE-CAUSA.
           EVALUATE WS-CAUSA
               WHEN "D"
                   MOVE "DISPUTA COM O FORNECEDOR" TO WS-DESC-CAUSA
               WHEN "L"
                   MOVE "LANCADA APOS O VENCIMENTO" TO WS-DESC-CAUSA
               WHEN "A"
                   MOVE "ESPERA DE APROVACAO" TO WS-DESC-CAUSA
               WHEN "F"
                   MOVE "FALTA DE FUNDOS NO BORDERO" TO WS-DESC-CAUSA
               WHEN OTHER
                   MOVE "OUTRAS / NAO IDENTIFICADA" TO WS-DESC-CAUSA
           END-EVALUATE.

       IMPRIME-ATRASOS.
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "PAGAMENTOS EM ATRASO" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "C: D=disputa L=lancada vencida A=aprovacao F=fundos"
               TO WS-LINHA
           MOVE " O=outras" TO WS-LINHA(52:9)
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CONTA                      | CC     | VENC     |"
               DELIMITED BY SIZE
               " PGTO     | DIAS|         JUROS |         MULTA |"
               DELIMITED BY SIZE
               "   PAGO ENCARG.|C" DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           IF WS-ATR-QTD = 0
               MOVE "Nenhum pagamento em atraso no mes." TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-QTD
               PERFORM APURA-CAUSA
               PERFORM ACUMULA-ATRASO
               MOVE SPACES TO WS-LINHA
               STRING WS-ATR-CP-CHAVE(WS-ATR-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-ATR-CENTRO(WS-ATR-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-ATR-VENC(WS-ATR-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-ATR-PGTO(WS-ATR-IDX) DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   WS-ATR-DIAS(WS-ATR-IDX) DELIMITED BY SIZE
                   "| " DELIMITED BY SIZE
                   WS-ATR-JUROS(WS-ATR-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-ATR-MULTA(WS-ATR-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-ATR-ENCARGOS(WS-ATR-IDX) DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   WS-CAUSA DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-PERFORM

           MOVE SPACES TO WS-LINHA
           STRING "Pagamentos em atraso: " DELIMITED BY SIZE
               WS-ATR-QTD DELIMITED BY SIZE
               "  juros " DELIMITED BY SIZE
               WS-TOTAL-JUROS DELIMITED BY SIZE
               "  multa " DELIMITED BY SIZE
               WS-TOTAL-MULTA DELIMITED BY SIZE
               "  pago em encargos " DELIMITED BY SIZE
               WS-TOTAL-ENCARGOS DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Soma o pagamento da vez (WS-ATR-IDX) no total, na causa, no
      *> centro de custo e no fornecedor.
       ACUMULA-ATRASO.
           ADD WS-ATR-JUROS(WS-ATR-IDX) TO WS-TOTAL-JUROS
           ADD WS-ATR-MULTA(WS-ATR-IDX) TO WS-TOTAL-MULTA
           ADD WS-ATR-ENCARGOS(WS-ATR-IDX) TO WS-TOTAL-ENCARGOS

           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1
                   UNTIL WS-CAU-IDX > 5
                   OR WS-CAUSAS-CODIGOS(WS-CAU-IDX:1) = WS-CAUSA
               CONTINUE
           END-PERFORM
           IF WS-CAU-IDX > 5
               MOVE 5 TO WS-CAU-IDX
           END-IF
           ADD 1 TO WS-CAU-QTD(WS-CAU-IDX)
           ADD WS-ATR-ENCARGOS(WS-ATR-IDX) TO WS-CAU-VALOR(WS-CAU-IDX)

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-QTD-LINHAS
                   OR WS-CC-CODIGO(WS-CC-IDX) =
                      WS-ATR-CENTRO(WS-ATR-IDX)
               CONTINUE
           END-PERFORM
           IF WS-CC-IDX > WS-CC-QTD-LINHAS
               IF WS-CC-QTD-LINHAS < 200
                   ADD 1 TO WS-CC-QTD-LINHAS
                   MOVE WS-CC-QTD-LINHAS TO WS-CC-IDX
                   MOVE WS-ATR-CENTRO(WS-ATR-IDX)
                       TO WS-CC-CODIGO(WS-CC-IDX)
                   MOVE ZEROS TO WS-CC-QTD(WS-CC-IDX)
                   MOVE ZEROS TO WS-CC-VALOR(WS-CC-IDX)
               ELSE
                   MOVE ZEROS TO WS-CC-IDX
               END-IF
           END-IF
           IF WS-CC-IDX > 0
               ADD 1 TO WS-CC-QTD(WS-CC-IDX)
               ADD WS-ATR-ENCARGOS(WS-ATR-IDX)
                   TO WS-CC-VALOR(WS-CC-IDX)
           END-IF

           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
                   OR WS-FORN-CNPJ(WS-FORN-IDX) =
                      WS-ATR-CNPJ(WS-ATR-IDX)
               CONTINUE
           END-PERFORM
           IF WS-FORN-IDX > WS-FORN-QTD-LINHAS
               IF WS-FORN-QTD-LINHAS < 500
                   ADD 1 TO WS-FORN-QTD-LINHAS
                   MOVE WS-FORN-QTD-LINHAS TO WS-FORN-IDX
                   MOVE WS-ATR-CNPJ(WS-ATR-IDX)
                       TO WS-FORN-CNPJ(WS-FORN-IDX)
                   MOVE ZEROS TO WS-FORN-QTD(WS-FORN-IDX)
                   MOVE ZEROS TO WS-FORN-VALOR(WS-FORN-IDX)
               ELSE
                   MOVE ZEROS TO WS-FORN-IDX
               END-IF
           END-IF
           IF WS-FORN-IDX > 0
               ADD 1 TO WS-FORN-QTD(WS-FORN-IDX)
               ADD WS-ATR-ENCARGOS(WS-ATR-IDX)
                   TO WS-FORN-VALOR(WS-FORN-IDX)
           END-IF.

       IMPRIME-QUEBRAS.
           IF WS-ATR-QTD = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "CUSTO POR CAUSA" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           PERFORM VARYING WS-CAU-IDX FROM 1 BY 1
                   UNTIL WS-CAU-IDX > 5
               IF WS-CAU-QTD(WS-CAU-IDX) > 0
                   MOVE WS-CAUSAS-CODIGOS(WS-CAU-IDX:1) TO WS-CAUSA
                   PERFORM DESCREVE-CAUSA
                   MOVE SPACES TO WS-LINHA
                   STRING WS-CAUSA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DESC-CAUSA DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WS-CAU-QTD(WS-CAU-IDX) DELIMITED BY SIZE
                       " pagto(s) | " DELIMITED BY SIZE
                       WS-CAU-VALOR(WS-CAU-IDX) DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
               END-IF
           END-PERFORM

           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "CUSTO POR CENTRO DE CUSTO" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-QTD-LINHAS
               MOVE SPACES TO WS-LINHA
               STRING WS-CC-CODIGO(WS-CC-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-CC-QTD(WS-CC-IDX) DELIMITED BY SIZE
                   " pagto(s) | " DELIMITED BY SIZE
                   WS-CC-VALOR(WS-CC-IDX) DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-PERFORM

           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "CUSTO POR FORNECEDOR" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
               MOVE WS-FORN-CNPJ(WS-FORN-IDX) TO F-CNPJ
               PERFORM LE-RAZAO-SOCIAL
               MOVE SPACES TO WS-LINHA
               STRING WS-FORN-CNPJ(WS-FORN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   F-RAZAO-SOCIAL DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-FORN-QTD(WS-FORN-IDX) DELIMITED BY SIZE
                   " pagto(s) | " DELIMITED BY SIZE
                   WS-FORN-VALOR(WS-FORN-IDX) DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-PERFORM.

       LE-RAZAO-SOCIAL.
           IF WS-FORNECEDOR-OK NOT = "S"
               MOVE SPACES TO F-RAZAO-SOCIAL
               EXIT PARAGRAPH
           END-IF
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO F-RAZAO-SOCIAL
           END-READ.

      *> Contas com desconto antecipado cujo prazo venceu no mês (e
      *> já passou) sem nenhum pagamento que o aproveitasse.
       LISTA-DESCONTOS-PERDIDOS.
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "DESCONTOS ANTECIPADOS NAO APROVEITADOS" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "CONTA                      | CC     | LIMITE   |"
               DELIMITED BY SIZE
               "  %   |         VALOR |  DESC.PERDIDO | SITUACAO"
               DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-C
           END-START

           IF WS-STATUS-FILE-C NOT = "10"
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               IF CP-DESC-PERC > 0
                       AND CP-DESC-LIMITE(1:6) = WS-COMPETENCIA
                       AND CP-DESC-LIMITE < WS-HOJE
                       AND CP-SITUACAO NOT = "C"
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR CP-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM VERIFICA-DESCONTO-USADO
                   IF WS-DESC-USADO = "N"
                       PERFORM LISTA-UM-DESCONTO
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM

           IF WS-QTD-DESC-PERDIDOS = 0
               MOVE "Nenhum desconto perdido no mes." TO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Descontos perdidos: " DELIMITED BY SIZE
               WS-QTD-DESC-PERDIDOS DELIMITED BY SIZE
               "  valor " DELIMITED BY SIZE
               WS-TOTAL-DESC-PERDIDO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Encargos pagos por atraso: " DELIMITED BY SIZE
               WS-TOTAL-ENCARGOS DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Percorre os lançamentos do histórico da conta (H-CHAVE com
      *> os mesmos doc/CNPJ/parcela); estornos não contam.
       VERIFICA-DESCONTO-USADO.
           MOVE "N" TO WS-DESC-USADO
           IF WS-HIST-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-NUM-DOC     TO H-NUM-DOC
           MOVE CP-CNPJ-FORN   TO H-CNPJ-FORN
           MOVE CP-NUM-PARCELA TO H-NUM-PARCELA
           MOVE ZEROS          TO H-SEQ
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-NUM-DOC NOT = CP-NUM-DOC
                   OR H-CNPJ-FORN NOT = CP-CNPJ-FORN
                   OR H-NUM-PARCELA NOT = CP-NUM-PARCELA
                   OR WS-DESC-USADO = "S"
               IF H-VALOR-DESCONTO > 0 AND H-TIPO = SPACE
                   MOVE "S" TO WS-DESC-USADO
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

       LISTA-UM-DESCONTO.
           COMPUTE WS-DESC-PERDIDO ROUNDED =
               CP-VALOR * CP-DESC-PERC / 100
           ADD 1 TO WS-QTD-DESC-PERDIDOS
           ADD WS-DESC-PERDIDO TO WS-TOTAL-DESC-PERDIDO

           EVALUATE CP-SITUACAO
               WHEN "P"
                   MOVE "PAGA" TO WS-DESC-SITUACAO
               WHEN "B"
                   MOVE "PARCIAL" TO WS-DESC-SITUACAO
               WHEN "D"
                   MOVE "DISPUTA" TO WS-DESC-SITUACAO
               WHEN "N"
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "ABERTA" TO WS-DESC-SITUACAO
           END-EVALUATE

           MOVE SPACES TO WS-LINHA
           STRING CP-CHAVE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CP-CENTRO-CUSTO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CP-DESC-LIMITE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CP-DESC-PERC DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CP-VALOR DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DESC-PERDIDO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DESC-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.
