       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERFECH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Fila de pagamentos acima da alçada (ver APROVPAG.cbl).
           SELECT PENDAPROV-FILE ASSIGN TO "PENDAPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PA.

      *> Divergências da última execução de CONCILIA.cbl.
           SELECT DIVERGE-FILE ASSIGN TO "CONCILIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIVERG.

      *> Diferenças aceitas com justificativa (ver CORRCONC.cbl).
           SELECT CONCACEIT-FILE ASSIGN TO "CONCACEIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CA.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): as
      *> correções aplicadas em CORRCONC contam como tratadas.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT CONTABANCO-FILE ASSIGN TO "CONTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CB.

      *> Checklist do fechamento (ver CHKFECH.cbl e MARCAFEC.cbl).
           SELECT FECHCHK-FILE ASSIGN TO "FECHCHK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-FK.

       DATA DIVISION.
       FILE SECTION.

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
           05 CP-SITUACAO       PIC X(1).  *> N=PENDENTE,A=ABERTO,
                                            *> B=PARCIAL,P=PAGO,
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

       FD PENDAPROV-FILE.
       01 PENDAPROV-REG.
           05 PA-CHAVE          PIC X(26).  *> mesma composição CP-CHAVE
           05 PA-NUM-DOC        PIC 9(10).
           05 PA-CNPJ-FORN      PIC 9(14).
           05 PA-NUM-PARCELA    PIC 9(02).
           05 PA-DATA-PGTO      PIC 9(8).
           05 PA-VALOR-PAGO     PIC 9(10)V99.
           05 PA-VALOR-PRINCIPAL PIC 9(10)V99.
           05 PA-VALOR-DESCONTO PIC 9(10)V99.
           05 PA-VALOR-IRRF     PIC 9(10)V99.
           05 PA-VALOR-INSS     PIC 9(10)V99.
           05 PA-VALOR-ISS      PIC 9(10)V99.
           05 PA-USUARIO-SOLIC  PIC X(10).
           05 PA-DATA-SOLIC     PIC 9(8).
           05 PA-DIAS-ATRASO    PIC 9(05).
           05 PA-VALOR-JUROS    PIC 9(10)V99.
           05 PA-VALOR-MULTA    PIC 9(10)V99.

       FD DIVERGE-FILE.
       01 DIVERGE-REG.
           05 DV-NUM-DOC        PIC 9(10).
           05 DV-CNPJ-FORN      PIC 9(14).
           05 DV-NUM-PARCELA    PIC 9(02).
           05 DV-TIPO           PIC X(10).  *> SEM HIST. ou VALOR DIV.
           05 DV-VALOR-CONTA    PIC 9(10)V99.
           05 DV-VALOR-HIST     PIC 9(10)V99.

       FD CONCACEIT-FILE.
       01 CONCACEIT-REG.
           05 CA-CHAVE          PIC X(26).  *> mesma composição CP-CHAVE
           05 CA-JUSTIFICATIVA  PIC X(40).
           05 CA-USUARIO        PIC X(10).
           05 CA-DATA           PIC 9(8).

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

       FD CONTABANCO-FILE.
       01 CONTABANCO-REG.
           05 CB-CODIGO         PIC X(03).
           05 CB-BANCO          PIC X(03).
           05 CB-AGENCIA        PIC X(06).
           05 CB-CONTA          PIC X(12).
           05 CB-DESCRICAO      PIC X(30).
           05 CB-SALDO          PIC S9(10)V99. *> saldo corrente
           05 CB-ATIVO          PIC X(1).

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
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-PA     PIC XX.
       01 WS-STATUS-DIVERG      PIC XX.
       01 WS-STATUS-FILE-CA     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-FILE-CB     PIC XX.
       01 WS-STATUS-FILE-FK     PIC XX.
       01 WS-CONTAPAGAR-OK      PIC X VALUE "N".
       01 WS-CONCACEIT-OK       PIC X VALUE "N".
       01 WS-FECHCHK-OK         PIC X VALUE "N".

       01 WS-FIM-MES            PIC 9(8).
       01 WS-PROX-MES           PIC 9(6).
       01 WS-EMPRESA-CONTA      PIC 9(02).
       01 WS-QTD-LANC-PEND      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-PGTO-PEND      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ENVIADAS       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-DIVERG         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-CONTAS-BCO     PIC 9(3) VALUE ZEROS.
       01 WS-ITEM-OK            PIC X.
       01 WS-ITEM-COD           PIC X(10).
       01 WS-ITEM-DESCR         PIC X(40).
       01 WS-ITEM-DETALHE       PIC X(40).
       01 WS-SITUACAO-ED        PIC X(06).
       01 WS-MARCA-EMPRESA      PIC 9(02).
       01 WS-MARCA-OK           PIC X.

      *> Divergências da lista de CONCILIA; cada uma sai da conta
      *> quando aceita (CONCACEIT.DAT) ou corrigida (CORRCONC).
       01 WS-TAB-DIVERG.
           05 WS-DIV-QTD            PIC 9(4) VALUE ZEROS.
           05 WS-DIV-ITEM OCCURS 2000 TIMES.
               10 WS-DIV-CHAVE      PIC X(26).
               10 WS-DIV-TRATADA    PIC X(01).
       01 WS-DIV-IDX            PIC 9(4).
       01 WS-DIV-FORA           PIC 9(5) VALUE ZEROS.
       01 WS-DIV-CHAVE-AUX      PIC X(26).

      *> Itens manuais do modelo (empresa e grupo todo), marcados
      *> pelo responsável em CHKFECH.
       01 WS-TAB-MANUAL.
           05 WS-MAN-QTD            PIC 9(3) VALUE ZEROS.
           05 WS-MAN-ITEM OCCURS 50 TIMES.
               10 WS-MAN-COD        PIC X(10).
               10 WS-MAN-DESCR      PIC X(40).
               10 WS-MAN-RESP       PIC X(10).
       01 WS-MAN-IDX            PIC 9(3).
       01 WS-MAN-EMPRESA        PIC 9(02).

       LINKAGE SECTION.
      *> Área de troca com FECHAMEN e CHKFECH: entra a empresa e a
      *> competência (AAAAMM); sai a quantidade de itens verificados
      *> e quantos ainda não estão cumpridos. Cada item é listado na
      *> tela com a situação.
       01 WS-VF-AREA.
           05 WS-VF-EMPRESA         PIC 9(02).
           05 WS-VF-ANO-MES         PIC 9(06).
           05 WS-VF-QTD-ITENS       PIC 9(03).
           05 WS-VF-QTD-PENDENTES   PIC 9(03).

       PROCEDURE DIVISION USING WS-VF-AREA.

       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-VF-QTD-ITENS
           MOVE ZEROS TO WS-VF-QTD-PENDENTES
           MOVE ZEROS TO WS-QTD-LANC-PEND
           MOVE ZEROS TO WS-QTD-PGTO-PEND
           MOVE ZEROS TO WS-QTD-ENVIADAS
           MOVE ZEROS TO WS-QTD-DIVERG
           MOVE ZEROS TO WS-QTD-CONTAS-BCO
           MOVE ZEROS TO WS-DIV-QTD
           MOVE ZEROS TO WS-DIV-FORA
           MOVE ZEROS TO WS-MAN-QTD

           PERFORM CALCULA-FIM-MES

           DISPLAY "CHECKLIST DE FECHAMENTO - EMPRESA " WS-VF-EMPRESA
               " COMPETÊNCIA " WS-VF-ANO-MES

           MOVE "S" TO WS-CONTAPAGAR-OK
           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               MOVE "N" TO WS-CONTAPAGAR-OK
           END-IF

           MOVE "S" TO WS-FECHCHK-OK
           OPEN INPUT FECHCHK-FILE
           IF WS-STATUS-FILE-FK NOT = "00"
               MOVE "N" TO WS-FECHCHK-OK
           END-IF

           PERFORM VERIFICA-CONTAS
           PERFORM VERIFICA-PENDAPROV

           MOVE "APROVLAN"    TO WS-ITEM-COD
           MOVE "Lançamentos aguardando aprovação"
               TO WS-ITEM-DESCR
           MOVE SPACES TO WS-ITEM-DETALHE
           STRING "pendentes: " DELIMITED BY SIZE
                  WS-QTD-LANC-PEND DELIMITED BY SIZE
                  INTO WS-ITEM-DETALHE
           IF WS-QTD-LANC-PEND = ZEROS
               MOVE "S" TO WS-ITEM-OK
           ELSE
               MOVE "N" TO WS-ITEM-OK
           END-IF
           PERFORM MOSTRA-ITEM

           MOVE "APROVPAG"    TO WS-ITEM-COD
           MOVE "Pagamentos aguardando autorização"
               TO WS-ITEM-DESCR
           MOVE SPACES TO WS-ITEM-DETALHE
           STRING "pendentes: " DELIMITED BY SIZE
                  WS-QTD-PGTO-PEND DELIMITED BY SIZE
                  INTO WS-ITEM-DETALHE
           IF WS-QTD-PGTO-PEND = ZEROS
               MOVE "S" TO WS-ITEM-OK
           ELSE
               MOVE "N" TO WS-ITEM-OK
           END-IF
           PERFORM MOSTRA-ITEM

           PERFORM VERIFICA-DIVERGENCIAS

           PERFORM VERIFICA-BANCOS

           MOVE "GRIR"        TO WS-ITEM-COD
           MOVE "Provisão GR/IR (GRIR) da competência"
               TO WS-ITEM-DESCR
           PERFORM VERIFICA-ROTINA
           MOVE "REAVCAMB"    TO WS-ITEM-COD
           MOVE "Reavaliação cambial (REAVCAMB)" TO WS-ITEM-DESCR
           PERFORM VERIFICA-ROTINA
           MOVE "CTBEMIS"     TO WS-ITEM-COD
           MOVE "Exportação contábil da emissão (CTBEMIS)"
               TO WS-ITEM-DESCR
           PERFORM VERIFICA-ROTINA
           MOVE "CTBEXP"      TO WS-ITEM-COD
           MOVE "Exportação contábil dos pagamentos (CTBEXP)"
               TO WS-ITEM-DESCR
           PERFORM VERIFICA-ROTINA

           MOVE "ENVIADAS"    TO WS-ITEM-COD
           MOVE "Contas presas em E (enviadas ao banco)"
               TO WS-ITEM-DESCR
           MOVE SPACES TO WS-ITEM-DETALHE
           STRING "vencidas no mês ou antes: " DELIMITED BY SIZE
                  WS-QTD-ENVIADAS DELIMITED BY SIZE
                  INTO WS-ITEM-DETALHE
           IF WS-QTD-ENVIADAS = ZEROS
               MOVE "S" TO WS-ITEM-OK
           ELSE
               MOVE "N" TO WS-ITEM-OK
           END-IF
           PERFORM MOSTRA-ITEM

           PERFORM VERIFICA-MANUAIS

           IF WS-CONTAPAGAR-OK = "S"
               CLOSE CONTAPAGAR-FILE
           END-IF
           IF WS-FECHCHK-OK = "S"
               CLOSE FECHCHK-FILE
           END-IF

           DISPLAY "Itens verificados: " WS-VF-QTD-ITENS
               "  pendentes: " WS-VF-QTD-PENDENTES
           EXIT PROGRAM.

      *> Último dia da competência: véspera do dia 1º do mês
      *> seguinte.
       CALCULA-FIM-MES.
           IF WS-VF-ANO-MES(5:2) = "12"
               COMPUTE WS-PROX-MES = WS-VF-ANO-MES + 89
           ELSE
               COMPUTE WS-PROX-MES = WS-VF-ANO-MES + 1
           END-IF
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROX-MES * 100 + 1) - 1).

      *> Uma passada em CONTAPAGAR: lançamentos em "N" aguardando
      *> APROVLAN e contas ainda em "E" vencidas até o fim do mês
      *> (o retorno do banco não veio ou não foi processado).
      *> Conta antiga sem empresa gravada (zeros) é da empresa 01.
       VERIFICA-CONTAS.
           IF WS-CONTAPAGAR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-C
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               IF CP-EMPRESA = ZEROS
                   MOVE 1 TO WS-EMPRESA-CONTA
               ELSE
                   MOVE CP-EMPRESA TO WS-EMPRESA-CONTA
               END-IF
               IF WS-EMPRESA-CONTA = WS-VF-EMPRESA
                   IF CP-SITUACAO = "N"
                       ADD 1 TO WS-QTD-LANC-PEND
                   END-IF
                   IF CP-SITUACAO = "E"
                           AND CP-DATA-VENC <= WS-FIM-MES
                       ADD 1 TO WS-QTD-ENVIADAS
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM.

      *> Solicitações paradas em PENDAPROV para contas da empresa.
      *> Conta que não se acha mais em CONTAPAGAR conta como
      *> pendente: a fila precisa ser limpa de qualquer forma.
       VERIFICA-PENDAPROV.
           OPEN INPUT PENDAPROV-FILE
           IF WS-STATUS-FILE-PA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ PENDAPROV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PA
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-PA = "10"
               MOVE 1 TO WS-EMPRESA-CONTA
               IF WS-CONTAPAGAR-OK = "S"
                   MOVE PA-CHAVE TO CP-CHAVE
                   READ CONTAPAGAR-FILE
                       INVALID KEY
                           MOVE WS-VF-EMPRESA TO WS-EMPRESA-CONTA
                       NOT INVALID KEY
                           IF CP-EMPRESA NOT = ZEROS
                               MOVE CP-EMPRESA TO WS-EMPRESA-CONTA
                           END-IF
                   END-READ
               END-IF
               IF WS-EMPRESA-CONTA = WS-VF-EMPRESA
                   ADD 1 TO WS-QTD-PGTO-PEND
               END-IF
               READ PENDAPROV-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PA
               END-READ
           END-PERFORM

           CLOSE PENDAPROV-FILE.

      *> Divergências da última CONCILIA ainda sem tratamento: nem
      *> aceitas em CONCACEIT.DAT nem corrigidas em CORRCONC (evento
      *> na trilha de auditoria com a chave da conta). Sem o
      *> CONCILIA.DAT, a conciliação não foi rodada e o item fica
      *> pendente.
       VERIFICA-DIVERGENCIAS.
           MOVE "CONCILIA"    TO WS-ITEM-COD
           MOVE "Divergências CONTAPAGAR x HISTPAGTO"
               TO WS-ITEM-DESCR

           OPEN INPUT DIVERGE-FILE
           IF WS-STATUS-DIVERG NOT = "00"
               MOVE "CONCILIA nunca executada" TO WS-ITEM-DETALHE
               MOVE "N" TO WS-ITEM-OK
               PERFORM MOSTRA-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-CONCACEIT-OK
           OPEN INPUT CONCACEIT-FILE
           IF WS-STATUS-FILE-CA NOT = "00"
               MOVE "N" TO WS-CONCACEIT-OK
           END-IF

           READ DIVERGE-FILE
               AT END
                   MOVE "10" TO WS-STATUS-DIVERG
           END-READ
           PERFORM UNTIL WS-STATUS-DIVERG = "10"
               PERFORM GUARDA-DIVERGENCIA
               READ DIVERGE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-DIVERG
               END-READ
           END-PERFORM

           CLOSE DIVERGE-FILE
           IF WS-CONCACEIT-OK = "S"
               CLOSE CONCACEIT-FILE
           END-IF

           IF WS-DIV-QTD > 0
               PERFORM MARCA-CORRIGIDAS
           END-IF

           MOVE WS-DIV-FORA TO WS-QTD-DIVERG
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                   UNTIL WS-DIV-IDX > WS-DIV-QTD
               IF WS-DIV-TRATADA(WS-DIV-IDX) NOT = "S"
                   ADD 1 TO WS-QTD-DIVERG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ITEM-DETALHE
           STRING "não tratadas: " DELIMITED BY SIZE
                  WS-QTD-DIVERG DELIMITED BY SIZE
                  INTO WS-ITEM-DETALHE
           IF WS-QTD-DIVERG = ZEROS
               MOVE "S" TO WS-ITEM-OK
           ELSE
               MOVE "N" TO WS-ITEM-OK
           END-IF
           PERFORM MOSTRA-ITEM.

      *> Divergência já aceita não entra na tabela; a que não cabe
      *> na tabela conta direto como não tratada.
       GUARDA-DIVERGENCIA.
           MOVE SPACES TO WS-DIV-CHAVE-AUX
           STRING DV-NUM-DOC     DELIMITED BY SIZE
                  DV-CNPJ-FORN   DELIMITED BY SIZE
                  DV-NUM-PARCELA DELIMITED BY SIZE
                  INTO WS-DIV-CHAVE-AUX

           IF WS-CONCACEIT-OK = "S"
               MOVE WS-DIV-CHAVE-AUX TO CA-CHAVE
               READ CONCACEIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF WS-DIV-QTD >= 2000
               ADD 1 TO WS-DIV-FORA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DIV-QTD
           MOVE WS-DIV-CHAVE-AUX TO WS-DIV-CHAVE(WS-DIV-QTD)
           MOVE "N"              TO WS-DIV-TRATADA(WS-DIV-QTD).

       MARCA-CORRIGIDAS.
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ
           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-PROGRAMA = "CORRCONC"
                   PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                           UNTIL WS-DIV-IDX > WS-DIV-QTD
                       IF WS-DIV-CHAVE(WS-DIV-IDX) = AU-CHAVE
                           MOVE "S" TO WS-DIV-TRATADA(WS-DIV-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE AUDITORIA-FILE.

      *> Cada conta bancária ativa precisa de conciliação sem
      *> diferença registrada por CONCBANC para a competência (item
      *> "BANCO-" + código da conta, válido para o grupo todo).
       VERIFICA-BANCOS.
           OPEN INPUT CONTABANCO-FILE
           IF WS-STATUS-FILE-CB NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ CONTABANCO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CB
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-CB = "10"
               IF CB-ATIVO = "S"
                   ADD 1 TO WS-QTD-CONTAS-BCO
                   MOVE SPACES TO WS-ITEM-COD
                   STRING "BANCO-" DELIMITED BY SIZE
                          CB-CODIGO DELIMITED BY SIZE
                          INTO WS-ITEM-COD
                   MOVE SPACES TO WS-ITEM-DESCR
                   STRING "Conciliação bancária " DELIMITED BY SIZE
                          CB-DESCRICAO DELIMITED BY SIZE
                          INTO WS-ITEM-DESCR
                   PERFORM VERIFICA-ROTINA
               END-IF
               READ CONTABANCO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CB
               END-READ
           END-PERFORM

           CLOSE CONTABANCO-FILE.

      *> Item cumprido por rotina: vale o registro da própria
      *> empresa ou o da execução para todas as empresas (00).
       VERIFICA-ROTINA.
           MOVE WS-VF-EMPRESA TO WS-MARCA-EMPRESA
           PERFORM LE-MARCA
           IF WS-MARCA-OK NOT = "S"
               MOVE ZEROS TO WS-MARCA-EMPRESA
               PERFORM LE-MARCA
           END-IF

           IF WS-MARCA-OK = "S"
               MOVE SPACES TO WS-ITEM-DETALHE
               STRING "em " DELIMITED BY SIZE
                      FK-DATA DELIMITED BY SIZE
                      " por " DELIMITED BY SIZE
                      FK-USUARIO DELIMITED BY SIZE
                      INTO WS-ITEM-DETALHE
               MOVE "S" TO WS-ITEM-OK
           ELSE
               MOVE "não registrada" TO WS-ITEM-DETALHE
               MOVE "N" TO WS-ITEM-OK
           END-IF
           PERFORM MOSTRA-ITEM.

       LE-MARCA.
           MOVE "N" TO WS-MARCA-OK
           IF WS-FECHCHK-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MARCA-EMPRESA TO FK-EMPRESA
           MOVE WS-VF-ANO-MES    TO FK-ANO-MES
           MOVE WS-ITEM-COD      TO FK-ITEM
           READ FECHCHK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FK-SITUACAO = "S"
               MOVE "S" TO WS-MARCA-OK
           END-IF.

      *> Itens manuais: modelo da empresa e modelo do grupo (00),
      *> marcados por empresa e competência em CHKFECH.
       VERIFICA-MANUAIS.
           IF WS-FECHCHK-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-MAN-EMPRESA
           PERFORM CARREGA-MODELO
           IF WS-VF-EMPRESA NOT = ZEROS
               MOVE WS-VF-EMPRESA TO WS-MAN-EMPRESA
               PERFORM CARREGA-MODELO
           END-IF

           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-QTD
               MOVE WS-MAN-COD(WS-MAN-IDX)   TO WS-ITEM-COD
               MOVE WS-MAN-DESCR(WS-MAN-IDX) TO WS-ITEM-DESCR
               MOVE WS-VF-EMPRESA TO WS-MARCA-EMPRESA
               PERFORM LE-MARCA
               IF WS-MARCA-OK = "S"
                   MOVE SPACES TO WS-ITEM-DETALHE
                   STRING "marcado por " DELIMITED BY SIZE
                          FK-USUARIO DELIMITED BY SIZE
                          " em " DELIMITED BY SIZE
                          FK-DATA DELIMITED BY SIZE
                          INTO WS-ITEM-DETALHE
                   MOVE "S" TO WS-ITEM-OK
               ELSE
                   MOVE SPACES TO WS-ITEM-DETALHE
                   STRING "manual, responsável " DELIMITED BY SIZE
                          WS-MAN-RESP(WS-MAN-IDX) DELIMITED BY SIZE
                          INTO WS-ITEM-DETALHE
                   MOVE "N" TO WS-ITEM-OK
               END-IF
               PERFORM MOSTRA-ITEM
           END-PERFORM.

       CARREGA-MODELO.
           MOVE WS-MAN-EMPRESA TO FK-EMPRESA
           MOVE ZEROS          TO FK-ANO-MES
           MOVE LOW-VALUES     TO FK-ITEM
           START FECHCHK-FILE KEY IS NOT LESS FK-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ FECHCHK-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-FK
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-FK = "10"
                   OR FK-EMPRESA NOT = WS-MAN-EMPRESA
                   OR FK-ANO-MES NOT = ZEROS
               IF FK-TIPO = "M" AND WS-MAN-QTD < 50
                   ADD 1 TO WS-MAN-QTD
                   MOVE FK-ITEM        TO WS-MAN-COD(WS-MAN-QTD)
                   MOVE FK-DESCRICAO   TO WS-MAN-DESCR(WS-MAN-QTD)
                   MOVE FK-RESPONSAVEL TO WS-MAN-RESP(WS-MAN-QTD)
               END-IF
               READ FECHCHK-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FK
               END-READ
           END-PERFORM.

       MOSTRA-ITEM.
           ADD 1 TO WS-VF-QTD-ITENS
           IF WS-ITEM-OK = "S"
               MOVE "[ OK ]" TO WS-SITUACAO-ED
           ELSE
               MOVE "[PEND]" TO WS-SITUACAO-ED
               ADD 1 TO WS-VF-QTD-PENDENTES
           END-IF
           DISPLAY WS-SITUACAO-ED " " WS-ITEM-COD " " WS-ITEM-DESCR
           DISPLAY "              " WS-ITEM-DETALHE.
