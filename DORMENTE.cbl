       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Varredura periódica de fornecedores dormentes: fornecedor
      *> ativo sem conta em aberto e sem conta nem pagamento há mais
      *> de DORM-MESES meses é desativado, e a proposta de dados
      *> bancários pendente dele é cancelada — dado bancário parado
      *> em cadastro esquecido é o caminho da nota fria. A lista vai
      *> para compras; a reativação passa a exigir revalidação em
      *> CADFORNE.cbl.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Propostas de dados bancários aguardando confirmação (ver
      *> APROVBCO.cbl); as do fornecedor desativado são canceladas.
           SELECT PENDBANCO-FILE ASSIGN TO "PENDBANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CNPJ
               FILE STATUS IS WS-STATUS-FILE-PB.

      *> Fornecedores desativados por dormência e o andamento da
      *> revalidação pedida na reativação (ver CADFORNE.cbl e
      *> APROVBCO.cbl).
           SELECT REVALFOR-FILE ASSIGN TO "REVALFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CNPJ
               FILE STATUS IS WS-STATUS-FILE-RV.

      *> Parâmetros financeiros centrais (ver CADPARAM.cbl):
      *> DORM-MESES = meses sem conta nem pagamento.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): lida
      *> antes da varredura (fornecedor incluído ou reativado dentro
      *> do prazo não é dormente, mesmo sem conta) e gravada depois.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT SPOOL-FILE ASSIGN TO "DORMENTE.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

      *> Lista delimitada para compras (mesmo padrão de
      *> SCOREFOR.CSV).
           SELECT CSV-FILE ASSIGN TO "DORMENTE.CSV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.

       DATA DIVISION.
       FILE SECTION.

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 F-RAZAO-SOCIAL PIC X(40).
           05 F-ENDERECO     PIC X(50).
           05 F-TELEFONE     PIC 9(11).
           05 F-EMAIL        PIC X(30).
           05 F-ATIVO        PIC X(1).  *> S = ativo, N = inativo
           05 F-BANCO        PIC X(03).
           05 F-AGENCIA      PIC X(06).
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

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

       FD PENDBANCO-FILE.
       01 PENDBANCO-REG.
           05 PB-CNPJ           PIC 9(14).
           05 PB-BANCO          PIC X(03).
           05 PB-AGENCIA        PIC X(06).
           05 PB-CONTA          PIC X(12).
           05 PB-PIX            PIC X(40).
           05 PB-USUARIO-SOLIC  PIC X(10).
           05 PB-DATA-SOLIC     PIC 9(8).

      *> Um registro por fornecedor desativado por dormência.
       FD REVALFOR-FILE.
       01 REVALFOR-REG.
           05 RV-CNPJ           PIC 9(14).
           05 RV-SITUACAO       PIC X(01).  *> D=dormente (inativo),
                                            *> R=reativação pedida,
                                            *> L=revalidado/liberado
           05 RV-DATA-DESATIV   PIC 9(8).
           05 RV-ULT-MOVIMENTO  PIC 9(8).   *> última conta/pgto
           05 RV-DATA-PEDIDO    PIC 9(8).   *> pedido de reativação
           05 RV-USUARIO-PEDIDO PIC X(10).
           05 RV-BCO-CONF       PIC X(01).  *> S=dados bancários
                                            *> reconfirmados
           05 RV-DATA-BCO-CONF  PIC 9(8).
           05 RV-DATA-LIBERA    PIC 9(8).
           05 RV-USUARIO-LIBERA PIC X(10).

       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 PRM-CHAVE         PIC X(10).
           05 PRM-VALOR         PIC 9(08)V9(04).
           05 PRM-DESCRICAO     PIC X(30).

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

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       FD CSV-FILE.
       01 CSV-LINHA            PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-PB     PIC XX.
       01 WS-STATUS-FILE-RV     PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-STATUS-CSV         PIC XX.
       01 WS-HIST-OK            PIC X VALUE "N".
       01 WS-PENDBANCO-OK       PIC X VALUE "N".
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-LINHA              PIC X(132).
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANO       PIC 9(04).
           05 WS-HOJE-MES       PIC 9(02).
           05 WS-HOJE-DIA       PIC 9(02).

      *> S = só listar, D = desativar.
       01 WS-MODO               PIC X.
       01 WS-MESES-DORMENCIA    PIC 9(03) VALUE 24.
       01 WS-DATA-LIMITE        PIC 9(8).
       01 WS-LIM-MESES          PIC 9(06).
       01 WS-LIM-ANO            PIC 9(04).
       01 WS-LIM-MES            PIC 9(02).
       01 WS-LIM-DIA            PIC 9(02).
       01 WS-ULT-MOVIMENTO      PIC 9(8).
       01 WS-QTD-ABERTAS        PIC 9(05).
       01 WS-PB-CANCELADA       PIC X.
       01 WS-RV-EXISTIA         PIC X.
       01 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       01 WS-QTD-DORMENTES      PIC 9(06) VALUE ZEROS.
       01 WS-QTD-PB-CANC        PIC 9(06) VALUE ZEROS.

      *> CNPJs incluídos ou reativados depois da data limite (lidos
      *> da trilha): cadastro novo ainda sem conta não é dormente.
       01 WS-TAB-RECENTES.
           05 WS-REC-CNPJ       PIC 9(14) OCCURS 3000 TIMES.
       01 WS-REC-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-REC-IDX            PIC 9(04).
       01 WS-REC-ACHOU          PIC X.
       01 WS-CNPJ-AUD           PIC 9(14).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "VARREDURA DE FORNECEDORES DORMENTES"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           PERFORM CARREGA-PARAMETROS
           PERFORM CALCULA-DATA-LIMITE

           DISPLAY "Sem conta nem pagamento há " WS-MESES-DORMENCIA
               " meses (desde " WS-DATA-LIMITE ")."
           DISPLAY "S = só listar   D = desativar os dormentes: "
           ACCEPT WS-MODO
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           IF WS-MODO NOT = "S" AND WS-MODO NOT = "D"
               DISPLAY "Opção inválida."
               STOP RUN
           END-IF
           IF WS-MODO = "D"
               DISPLAY "Confirma a desativação? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: "
                   WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST = "00"
               MOVE "S" TO WS-HIST-OK
           END-IF
           OPEN I-O PENDBANCO-FILE
           IF WS-STATUS-FILE-PB = "00"
               MOVE "S" TO WS-PENDBANCO-OK
           END-IF

           OPEN I-O REVALFOR-FILE
           IF WS-STATUS-FILE-RV = "35"
      *> REVALFOR.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT REVALFOR-FILE
               CLOSE REVALFOR-FILE
               OPEN I-O REVALFOR-FILE
           END-IF
           IF WS-STATUS-FILE-RV NOT = "00"
               DISPLAY "Erro ao abrir REVALFOR.DAT: "
                   WS-STATUS-FILE-RV
               STOP RUN
           END-IF

           PERFORM CARREGA-RECENTES

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

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir DORMENTE.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF
           OPEN OUTPUT CSV-FILE
           IF WS-STATUS-CSV NOT = "00"
               DISPLAY "Erro ao abrir DORMENTE.CSV: " WS-STATUS-CSV
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-LINHA
           STRING "CNPJ;RAZAO SOCIAL;TIPO;ULTIMO MOVIMENTO;"
                      DELIMITED BY SIZE
                  "PROPOSTA BANCARIA CANCELADA;SITUACAO"
                      DELIMITED BY SIZE
                  INTO CSV-LINHA
           WRITE CSV-LINHA

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FORNECEDORES DORMENTES EM " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  " - SEM CONTA NEM PAGAMENTO DESDE " DELIMITED BY SIZE
                  WS-DATA-LIMITE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-MODO = "S"
               MOVE "SIMULACAO - NENHUM CADASTRO ALTERADO" TO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           STRING "CNPJ           RAZAO SOCIAL" DELIMITED BY SIZE
                  "                             T ULT.MOVIM. PROP.BCO"
                      DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM PERCORRE-FORNECEDORES

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "FORNECEDORES ATIVOS LIDOS: " DELIMITED BY SIZE
                  WS-QTD-LIDOS DELIMITED BY SIZE
                  "  DORMENTES: " DELIMITED BY SIZE
                  WS-QTD-DORMENTES DELIMITED BY SIZE
                  "  PROPOSTAS BANCARIAS CANCELADAS: "
                      DELIMITED BY SIZE
                  WS-QTD-PB-CANC DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "REATIVACAO SO PELO CADASTRO DE FORNECEDORES, COM "
                      DELIMITED BY SIZE
                  "NOVA CONSULTA A RECEITA, CND E CONFIRMACAO BANCARIA"
                      DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA

           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE REVALFOR-FILE
           CLOSE SPOOL-FILE
           CLOSE CSV-FILE
           IF WS-HIST-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           IF WS-PENDBANCO-OK = "S"
               CLOSE PENDBANCO-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           DISPLAY "Lista para compras: DORMENTE.PRN e DORMENTE.CSV"
           STOP RUN.

      *> Substitui o prazo padrão (24 meses) pelo parâmetro central,
      *> quando PARAMFIN.DAT existir.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "DORM-MESES" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-MESES-DORMENCIA
           END-READ

           CLOSE PARAMFIN-FILE.

      *> Hoje menos DORM-MESES meses; o dia é limitado a 28 para não
      *> cair em data inexistente.
       CALCULA-DATA-LIMITE.
           COMPUTE WS-LIM-MESES = WS-HOJE-ANO * 12
               + WS-HOJE-MES - 1 - WS-MESES-DORMENCIA
           DIVIDE WS-LIM-MESES BY 12 GIVING WS-LIM-ANO
               REMAINDER WS-LIM-MES
           ADD 1 TO WS-LIM-MES
           MOVE WS-HOJE-DIA TO WS-LIM-DIA
           IF WS-LIM-DIA > 28
               MOVE 28 TO WS-LIM-DIA
           END-IF
           COMPUTE WS-DATA-LIMITE = WS-LIM-ANO * 10000
               + WS-LIM-MES * 100 + WS-LIM-DIA.

      *> Uma passada na trilha: inclusão ou reativação de fornecedor
      *> (CADFORNE, ou inclusão vinda de compras por SINCFORN) depois
      *> da data limite.
       CARREGA-RECENTES.
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ
           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF (AU-PROGRAMA = "CADFORNE"
                       OR AU-PROGRAMA = "SINCFORN")
                       AND AU-DATA > WS-DATA-LIMITE
                       AND (AU-ACAO = "INCLUSAO"
                            OR AU-ACAO = "REATIVACAO")
                   IF WS-REC-QTD < 3000
                       ADD 1 TO WS-REC-QTD
                       MOVE AU-CHAVE(1:14) TO WS-REC-CNPJ(WS-REC-QTD)
                   ELSE
                       DISPLAY "AVISO: mais de 3000 cadastros "
                           "recentes; os excedentes entram na "
                           "varredura."
                   END-IF
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE.

       PERCORRE-FORNECEDORES.
           MOVE LOW-VALUES TO F-CNPJ
           START FORNECEDOR-FILE KEY IS NOT LESS F-CNPJ
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ FORNECEDOR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-F
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-F = "10"
               IF F-ATIVO = "S"
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM AVALIA-FORNECEDOR
               END-IF
               READ FORNECEDOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-F
               END-READ
           END-PERFORM.

      *> Dormente: nenhuma conta em aberto, última conta (emissão ou
      *> pagamento) e último pagamento anteriores à data limite, e
      *> cadastro não incluído/reativado depois dela.
       AVALIA-FORNECEDOR.
           MOVE "N" TO WS-REC-ACHOU
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-QTD
                   OR WS-REC-ACHOU = "S"
               IF WS-REC-CNPJ(WS-REC-IDX) = F-CNPJ
                   MOVE "S" TO WS-REC-ACHOU
               END-IF
           END-PERFORM
           IF WS-REC-ACHOU = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-ULT-MOVIMENTO
           MOVE ZEROS TO WS-QTD-ABERTAS
           MOVE F-CNPJ TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
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
                   OR CP-CNPJ-FORN NOT = F-CNPJ
               IF CP-SITUACAO NOT = "P" AND CP-SITUACAO NOT = "C"
                   ADD 1 TO WS-QTD-ABERTAS
               END-IF
               IF CP-DATA-EMISSAO > WS-ULT-MOVIMENTO
                   MOVE CP-DATA-EMISSAO TO WS-ULT-MOVIMENTO
               END-IF
               IF CP-DATA-PGTO > WS-ULT-MOVIMENTO
                   MOVE CP-DATA-PGTO TO WS-ULT-MOVIMENTO
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C

           IF WS-QTD-ABERTAS > 0
                   OR WS-ULT-MOVIMENTO > WS-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF

           IF WS-HIST-OK = "S"
               PERFORM ULTIMO-PAGAMENTO
               IF WS-ULT-MOVIMENTO > WS-DATA-LIMITE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Revalidado há pouco (liberação depois da data limite):
      *> ainda dentro do prazo, mesmo sem conta nova.
           MOVE "S" TO WS-RV-EXISTIA
           MOVE F-CNPJ TO RV-CNPJ
           READ REVALFOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-RV-EXISTIA
           END-READ
           IF WS-RV-EXISTIA = "S"
                   AND RV-DATA-LIBERA > WS-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-DORMENTES
           MOVE "N" TO WS-PB-CANCELADA
           IF WS-MODO = "D"
               PERFORM DESATIVA-DORMENTE
           ELSE
               IF WS-PENDBANCO-OK = "S"
                   MOVE F-CNPJ TO PB-CNPJ
                   READ PENDBANCO-FILE
                       NOT INVALID KEY
                           MOVE "S" TO WS-PB-CANCELADA
                   END-READ
               END-IF
           END-IF
           PERFORM LISTA-DORMENTE.

       ULTIMO-PAGAMENTO.
           MOVE F-CNPJ TO H-CNPJ-FORN
           START HISTPAGTO-FILE KEY IS EQUAL H-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-HIST
           END-READ
           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-CNPJ-FORN NOT = F-CNPJ
               IF H-DATA-PGTO > WS-ULT-MOVIMENTO
                   MOVE H-DATA-PGTO TO WS-ULT-MOVIMENTO
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

      *> Inativa o cadastro, cancela a proposta bancária pendente e
      *> marca o fornecedor como dormente: a reativação em CADFORNE
      *> passa a exigir revalidação completa.
       DESATIVA-DORMENTE.
           MOVE "N" TO F-ATIVO
           REWRITE FORNECEDOR-REG
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao desativar " F-CNPJ ": "
                   WS-STATUS-FILE-F
               EXIT PARAGRAPH
           END-IF

           MOVE F-CNPJ TO RV-CNPJ
           MOVE "D"    TO RV-SITUACAO
           MOVE WS-HOJE TO RV-DATA-DESATIV
           MOVE WS-ULT-MOVIMENTO TO RV-ULT-MOVIMENTO
           MOVE ZEROS  TO RV-DATA-PEDIDO
           MOVE SPACES TO RV-USUARIO-PEDIDO
           MOVE "N"    TO RV-BCO-CONF
           MOVE ZEROS  TO RV-DATA-BCO-CONF
           MOVE ZEROS  TO RV-DATA-LIBERA
           MOVE SPACES TO RV-USUARIO-LIBERA
           IF WS-RV-EXISTIA = "S"
               REWRITE REVALFOR-REG
           ELSE
               WRITE REVALFOR-REG
           END-IF
           IF WS-STATUS-FILE-RV NOT = "00"
               DISPLAY "Erro ao gravar REVALFOR.DAT: "
                   WS-STATUS-FILE-RV
           END-IF

           MOVE "DORM.INATI" TO WS-AUD-ACAO
           MOVE "ATIVO" TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "INATIVO POR DORMENCIA - ULT.MOVIMENTO "
                      DELIMITED BY SIZE
                  WS-ULT-MOVIMENTO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           IF WS-PENDBANCO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE F-CNPJ TO PB-CNPJ
           READ PENDBANCO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-AUD-ANTES
           STRING "PROPOSTA " DELIMITED BY SIZE
                  PB-BANCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-AGENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PB-CONTA DELIMITED BY SIZE
                  " SOLIC=" DELIMITED BY SIZE
                  PB-USUARIO-SOLIC DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           DELETE PENDBANCO-FILE
           IF WS-STATUS-FILE-PB NOT = "00"
               DISPLAY "AVISO: falha ao cancelar proposta de "
                   F-CNPJ ": " WS-STATUS-FILE-PB
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-PB-CANCELADA
           ADD 1 TO WS-QTD-PB-CANC
           MOVE "DORM.CANBC" TO WS-AUD-ACAO
           MOVE "CANCELADA POR DORMENCIA" TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       LISTA-DORMENTE.
           MOVE SPACES TO WS-LINHA
           STRING F-CNPJ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-TIPO-FORNECEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ULT-MOVIMENTO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-PB-CANCELADA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           MOVE SPACES TO CSV-LINHA
           STRING F-CNPJ DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  F-TIPO-FORNECEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ULT-MOVIMENTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-PB-CANCELADA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  F-ATIVO DELIMITED BY SIZE
                  INTO CSV-LINHA
           WRITE CSV-LINHA.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "DORMENTE"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE F-CNPJ                      TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
