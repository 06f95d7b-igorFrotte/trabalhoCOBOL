       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFANOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contas geradas ou pagas sem digitação (recorrentes, boletos
      *> do DDA, débito automático) cujo valor saiu da faixa do
      *> histórico do fornecedor no mesmo centro de custo (ver
      *> GERARECOR.cbl). Pendente ou retida, a conta fica fora do
      *> borderô; liberada, volta à proposta normal.
           SELECT ANOMALIA-FILE ASSIGN TO "ANOMALIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-AM.

      *> Situação atual da conta, só para consulta.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por decisão tomada sobre a conta.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD ANOMALIA-FILE.
       01 ANOMALIA-REG.
           05 AM-CHAVE          PIC X(26).  *> conta (CP-CHAVE)
           05 AM-CNPJ-FORN      PIC 9(14).
           05 AM-CENTRO-CUSTO   PIC X(06).
           05 AM-EMPRESA        PIC 9(02).
           05 AM-ORIGEM         PIC X(01).  *> R=recorrente,B=boleto
                                            *> DDA,D=débito automático
           05 AM-DATA-EMISSAO   PIC 9(8).
           05 AM-DATA-VENC      PIC 9(8).
           05 AM-VALOR          PIC 9(10)V99.
           05 AM-MEDIA          PIC 9(10)V99.  *> média dos 12 meses
           05 AM-MINIMO         PIC 9(10)V99.
           05 AM-MAXIMO         PIC 9(10)V99.
           05 AM-QTD-HIST       PIC 9(03).
           05 AM-DESVIO         PIC S9(07)V99. *> % sobre a média
           05 AM-FAIXA          PIC 9(03)V99.  *> faixa vigente (%)
           05 AM-DATA-DETECCAO  PIC 9(8).
           05 AM-SITUACAO       PIC X(01).  *> P=pendente,L=liberada,
                                            *> R=retida
           05 AM-USUARIO        PIC X(10).
           05 AM-DATA-DECISAO   PIC 9(8).
           05 AM-OBSERVACAO     PIC X(40).

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
       01 WS-STATUS-FILE-AM     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-CONTAPAGAR-OK      PIC X VALUE "N".
       01 WS-FORNECEDOR-OK      PIC X VALUE "N".
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-HOJE               PIC 9(8).
       01 WS-ENCERRA            PIC X.
       01 WS-DECISAO            PIC X.
       01 WS-OBSERVACAO         PIC X(40).
       01 WS-DESC-ORIGEM        PIC X(17).
       01 WS-DESC-SITUACAO      PIC X(10).
       01 WS-DESC-CONTA         PIC X(30).
       01 WS-DESVIO-ED          PIC -ZZZZZZ9.99.
       01 WS-QTD-FILA           PIC 9(5).
       01 WS-QTD-LIBERADAS      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-RETIDAS        PIC 9(5) VALUE ZEROS.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "CONFIRMAÇÃO DE VALORES FORA DA FAIXA HISTÓRICA"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O ANOMALIA-FILE
           IF WS-STATUS-FILE-AM = "35"
      *> ANOMALIA.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT ANOMALIA-FILE
               CLOSE ANOMALIA-FILE
               OPEN I-O ANOMALIA-FILE
           END-IF
           IF WS-STATUS-FILE-AM NOT = "00"
               DISPLAY "Erro ao abrir ANOMALIA.DAT: " WS-STATUS-FILE-AM
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C = "00"
               MOVE "S" TO WS-CONTAPAGAR-OK
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F = "00"
               MOVE "S" TO WS-FORNECEDOR-OK
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
               DISPLAY "===== VALORES FORA DA FAIXA ====="
               DISPLAY "1 - Tratar a fila (pendentes e retidas)"
               DISPLAY "2 - Listar a fila"
               DISPLAY "3 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM TRATA-FILA
                   WHEN 2
                       PERFORM LISTA-FILA
                   WHEN 3
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE ANOMALIA-FILE
           IF WS-CONTAPAGAR-OK = "S"
               CLOSE CONTAPAGAR-FILE
           END-IF
           IF WS-FORNECEDOR-OK = "S"
               CLOSE FORNECEDOR-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Uma linha por conta ainda não liberada.
       LISTA-FILA.
           MOVE ZEROS TO WS-QTD-FILA
           MOVE LOW-VALUES TO AM-CHAVE
           START ANOMALIA-FILE KEY IS NOT LESS AM-CHAVE
               INVALID KEY
                   DISPLAY "Fila vazia."
                   EXIT PARAGRAPH
           END-START

           READ ANOMALIA-FILE NEXT RECORD
               AT END
                   DISPLAY "Fila vazia."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CONTA                      | O | DETECCAO |"
               "         VALOR |         MEDIA |   DESVIO% | S"
           PERFORM UNTIL WS-STATUS-FILE-AM = "10"
               IF AM-SITUACAO = "P" OR AM-SITUACAO = "R"
                   MOVE AM-DESVIO TO WS-DESVIO-ED
                   DISPLAY AM-CHAVE " | " AM-ORIGEM " | "
                       AM-DATA-DETECCAO " | " AM-VALOR " | "
                       AM-MEDIA " | " WS-DESVIO-ED " | " AM-SITUACAO
                   ADD 1 TO WS-QTD-FILA
               END-IF
               READ ANOMALIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AM
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-AM

           IF WS-QTD-FILA = 0
               DISPLAY "Nenhuma conta aguardando confirmação."
           ELSE
               DISPLAY "Contas na fila: " WS-QTD-FILA
           END-IF.

      *> Percorre as contas pendentes e retidas, mostrando o valor
      *> lado a lado com o histórico que serviu de base (mesmo
      *> padrão de TRATA-REJEITADOS em WORKREJ.cbl).
       TRATA-FILA.
           MOVE "N" TO WS-ENCERRA
           MOVE ZEROS TO WS-QTD-LIBERADAS
           MOVE ZEROS TO WS-QTD-RETIDAS
           MOVE LOW-VALUES TO AM-CHAVE
           START ANOMALIA-FILE KEY IS NOT LESS AM-CHAVE
               INVALID KEY
                   DISPLAY "Fila vazia."
                   EXIT PARAGRAPH
           END-START

           READ ANOMALIA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-AM
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-AM = "10"
                   OR WS-ENCERRA = "S"
               IF AM-SITUACAO = "P" OR AM-SITUACAO = "R"
                   PERFORM EXAMINA-ANOMALIA
               END-IF
               READ ANOMALIA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-AM
               END-READ
           END-PERFORM

           MOVE "00" TO WS-STATUS-FILE-AM
           DISPLAY "Liberadas nesta sessão: " WS-QTD-LIBERADAS
               "  Retidas: " WS-QTD-RETIDAS.

       EXAMINA-ANOMALIA.
           MOVE "FORNECEDOR NÃO CADASTRADO" TO F-RAZAO-SOCIAL
           IF WS-FORNECEDOR-OK = "S"
               MOVE AM-CNPJ-FORN TO F-CNPJ
               READ FORNECEDOR-FILE
                   INVALID KEY
                       MOVE "FORNECEDOR NÃO CADASTRADO"
                           TO F-RAZAO-SOCIAL
               END-READ
           END-IF

           MOVE "NÃO LOCALIZADA" TO WS-DESC-CONTA
           IF WS-CONTAPAGAR-OK = "S"
               MOVE AM-CHAVE TO CP-CHAVE
               READ CONTAPAGAR-FILE
                   NOT INVALID KEY
                       PERFORM DESCREVE-CONTA
               END-READ
           END-IF

           PERFORM DESCREVE-ORIGEM
           PERFORM DESCREVE-SITUACAO
           MOVE AM-DESVIO TO WS-DESVIO-ED

           DISPLAY "----------------------------------------"
           DISPLAY "Conta " AM-CHAVE " (" WS-DESC-ORIGEM ")"
           DISPLAY "Fornecedor: " F-RAZAO-SOCIAL
           DISPLAY "Centro de custo: " AM-CENTRO-CUSTO
               "  Empresa: " AM-EMPRESA "  Venc.: " AM-DATA-VENC
           DISPLAY "Valor:  " AM-VALOR "  desvio " WS-DESVIO-ED
               "% (faixa " AM-FAIXA "%)"
           DISPLAY "Média:  " AM-MEDIA " de " AM-QTD-HIST
               " conta(s) em 12 meses"
           DISPLAY "Mínimo: " AM-MINIMO "  Máximo: " AM-MAXIMO
           DISPLAY "Conta hoje: " WS-DESC-CONTA
           DISPLAY "Situação na fila: " WS-DESC-SITUACAO
           IF AM-OBSERVACAO NOT = SPACES
               DISPLAY "Observação: " AM-OBSERVACAO " (" AM-USUARIO
                   ")"
           END-IF
           IF AM-ORIGEM = "D"
               DISPLAY "O débito automático já ocorreu; a decisão "
                   "registra a conferência do valor."
           END-IF

           DISPLAY "Liberar, Reter, Pular ou Encerrar? (L/R/P/E): "
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "L"
                   PERFORM REGISTRA-DECISAO
               WHEN "R"
                   IF AM-SITUACAO = "R"
                       DISPLAY "Conta já retida."
                   ELSE
                       PERFORM REGISTRA-DECISAO
                   END-IF
               WHEN "E"
                   MOVE "S" TO WS-ENCERRA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Liberar confirma o valor e devolve a conta ao borderô;
      *> reter mantém a conta fora enquanto o valor é contestado com
      *> o fornecedor (a correção ou o cancelamento seguem pelas
      *> rotinas normais) e exige o motivo.
       REGISTRA-DECISAO.
           DISPLAY "Observação: "
           ACCEPT WS-OBSERVACAO
           IF WS-DECISAO = "R" AND WS-OBSERVACAO = SPACES
               DISPLAY "Erro: motivo obrigatório para reter."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SIT="        DELIMITED BY SIZE
                  AM-SITUACAO   DELIMITED BY SIZE
                  " VALOR="     DELIMITED BY SIZE
                  AM-VALOR      DELIMITED BY SIZE
                  " MEDIA="     DELIMITED BY SIZE
                  AM-MEDIA      DELIMITED BY SIZE
                  INTO WS-AUD-ANTES

           MOVE WS-DECISAO          TO AM-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO AM-USUARIO
           MOVE WS-HOJE             TO AM-DATA-DECISAO
           MOVE WS-OBSERVACAO       TO AM-OBSERVACAO
           REWRITE ANOMALIA-REG
           IF WS-STATUS-FILE-AM NOT = "00"
               DISPLAY "Erro ao gravar decisão: " WS-STATUS-FILE-AM
               EXIT PARAGRAPH
           END-IF

           IF WS-DECISAO = "L"
               ADD 1 TO WS-QTD-LIBERADAS
               MOVE "ANOM.LIB" TO WS-AUD-ACAO
               DISPLAY "Valor confirmado; a conta volta à proposta "
                   "de borderô."
           ELSE
               ADD 1 TO WS-QTD-RETIDAS
               MOVE "ANOM.RET" TO WS-AUD-ACAO
               DISPLAY "Conta retida fora do borderô."
           END-IF

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SIT="        DELIMITED BY SIZE
                  AM-SITUACAO   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  AM-OBSERVACAO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       DESCREVE-CONTA.
           MOVE SPACES TO WS-DESC-CONTA
           EVALUATE CP-SITUACAO
               WHEN "A"
                   MOVE "EM ABERTO" TO WS-DESC-CONTA
               WHEN "B"
                   MOVE "PAGA PARCIALMENTE" TO WS-DESC-CONTA
               WHEN "P"
                   STRING "PAGA EM " DELIMITED BY SIZE
                          CP-DATA-PGTO DELIMITED BY SIZE
                          INTO WS-DESC-CONTA
               WHEN "E"
                   MOVE "ENVIADA AO BANCO" TO WS-DESC-CONTA
               WHEN "C"
                   MOVE "CANCELADA" TO WS-DESC-CONTA
               WHEN OTHER
                   STRING "SITUACAO " DELIMITED BY SIZE
                          CP-SITUACAO DELIMITED BY SIZE
                          INTO WS-DESC-CONTA
           END-EVALUATE.

       DESCREVE-ORIGEM.
           EVALUATE AM-ORIGEM
               WHEN "R"
                   MOVE "RECORRENTE" TO WS-DESC-ORIGEM
               WHEN "B"
                   MOVE "BOLETO DDA" TO WS-DESC-ORIGEM
               WHEN "D"
                   MOVE "DEBITO AUTOMATICO" TO WS-DESC-ORIGEM
               WHEN OTHER
                   MOVE "?" TO WS-DESC-ORIGEM
           END-EVALUATE.

       DESCREVE-SITUACAO.
           EVALUATE AM-SITUACAO
               WHEN "P"
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
               WHEN "L"
                   MOVE "LIBERADA" TO WS-DESC-SITUACAO
               WHEN "R"
                   MOVE "RETIDA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "?" TO WS-DESC-SITUACAO
           END-EVALUATE.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CONFANOM"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE AM-CHAVE                    TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
