       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRCULAR.

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

      *> Histórico de pagamentos (ver PGTOCONT.cbl): devolve ao saldo
      *> da data-base o que foi pago depois dela. Arquivo opcional.
           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Um registro por fornecedor circularizado na data-base: saldo
      *> nosso, carta enviada, resposta e conciliação da diferença.
           SELECT CIRCULA-FILE ASSIGN TO "CIRCULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CI.

      *> Parâmetros da seleção de cada circularização (população,
      *> corte por saldo, sorteio e semente), para o auditor refazer
      *> a amostra; mesma ideia do controle de BORDCTRL.DAT.
           SELECT CIRCCTRL-FILE ASSIGN TO "CIRCCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CC.

      *> Carta ao fornecedor e relatórios ao auditor, um arquivo por
      *> documento (nome montado, como em RELPENH.cbl).
           SELECT CARTA-FILE ASSIGN TO WS-NOME-CARTA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTA.

      *> Fila de notificações consumida por ENVNOTIF.cbl: a carta
      *> segue para o e-mail do fornecedor.
           SELECT NOTIFICA-FILE ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFICA.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

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
           05 CP-MOEDA          PIC X(03).  *> BRL, USD, etc.
           05 CP-TAXA-CAMBIO    PIC 9(04)V9(04).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.  *> valor na moeda original
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

       FD CIRCULA-FILE.
       01 CIRCULA-REG.
           05 CI-CHAVE.
               10 CI-DATA-BASE  PIC 9(8).
               10 CI-EMPRESA    PIC 9(02).  *> 00 = grupo inteiro
               10 CI-CNPJ       PIC 9(14).
           05 CI-CRITERIO       PIC X(01).  *> V=saldo,A=sorteio
           05 CI-QTD-CONTAS     PIC 9(05).
           05 CI-SALDO-NOSSO    PIC 9(12)V99.  *> contas na data-base
           05 CI-NOME-CARTA     PIC X(40).
           05 CI-DATA-ENVIO     PIC 9(8).
           05 CI-MEIO-ENVIO     PIC X(01).  *> E=e-mail,C=correio
           05 CI-RESPOSTA       PIC X(01).  *> P=AGUARDANDO,
                                            *> C=CONFIRMADO,
                                            *> D=DIVERGENTE,
                                            *> S=SEM RESPOSTA
           05 CI-DATA-RESPOSTA  PIC 9(8).
           05 CI-SALDO-FORN     PIC 9(12)V99.  *> informado por ele
           05 CI-DIFERENCA      PIC S9(12)V99. *> dele menos o nosso
           05 CI-MOTIVO         PIC X(01).  *> T=pagto em trânsito,
                                            *> L=título não lançado,
                                            *> A=abatimento/devol.,
                                            *> O=outros/não explicada
           05 CI-OBS            PIC X(60).
           05 CI-USUARIO-RESP   PIC X(10).

       FD CIRCCTRL-FILE.
       01 CIRCCTRL-REG.
           05 CC-CHAVE.
               10 CC-DATA-BASE  PIC 9(8).
               10 CC-EMPRESA    PIC 9(02).
           05 CC-SALDO-CORTE    PIC 9(12)V99.  *> entra pelo saldo
           05 CC-QTD-SORTEIO    PIC 9(05).  *> sorteados do restante
           05 CC-SEMENTE        PIC 9(06).
           05 CC-POP-QTD        PIC 9(05).  *> fornecedores c/ saldo
           05 CC-POP-SALDO      PIC 9(14)V99.
           05 CC-AMOSTRA-QTD    PIC 9(05).
           05 CC-AMOSTRA-SALDO  PIC 9(14)V99.
           05 CC-DATA-GERACAO   PIC 9(8).
           05 CC-USUARIO        PIC X(10).

       FD CARTA-FILE.
       01 CARTA-REG             PIC X(100).

       FD NOTIFICA-FILE.
       01 NOTIFICA-REG.
           05 NT-DATA          PIC 9(8).
           05 NT-HORA          PIC 9(6).
           05 NT-EMAIL         PIC X(30).
           05 NT-CHAVE         PIC X(26).
           05 NT-MENSAGEM      PIC X(60).
           05 NT-SITUACAO      PIC X(1).   *> P=pendente,E=enviada,
                                            *> F=falha (retenta)
           05 NT-DATA-ENVIO    PIC 9(8).
           05 NT-HORA-ENVIO    PIC 9(6).

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
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-HIST-OK            PIC X VALUE "N".
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-CI     PIC XX.
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-STATUS-CARTA       PIC XX.
       01 WS-STATUS-NOTIFICA    PIC XX.
       01 WS-NOTIFICA-OK        PIC X VALUE "N".
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-VALOR-TXT          PIC X(15).
       01 WS-NOME-CARTA         PIC X(40).
       01 WS-LINHA              PIC X(100).

      *> Circularização em trabalho: data-base e empresa (00 para o
      *> grupo inteiro, como nos demais filtros por empresa).
       01 WS-DATA-BASE          PIC 9(8).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-CNPJ-RESPOSTA      PIC 9(14).

      *> Saldo de uma conta na data-base (ver SALDO-NA-DATA-BASE).
       01 WS-SALDO-DB           PIC 9(10)V99.

      *> Saldo por fornecedor na data-base. CP-CHAVE é ordenada pelo
      *> documento, não pelo CNPJ, então o acúmulo é feito por
      *> tabela, como o subtotal por fornecedor de RELCTAPG.cbl.
       01 WS-TAB-CIRC.
           05 WS-CIR-LINHA     OCCURS 500 TIMES.
               10 WS-CIR-CNPJ     PIC 9(14).
               10 WS-CIR-QTD      PIC 9(05).
               10 WS-CIR-SALDO    PIC 9(12)V99.
               10 WS-CIR-SELEC    PIC X(01).  *> V=saldo,A=sorteio,
                                              *> N=fora da amostra
       01 WS-CIR-QTD-LINHAS     PIC 9(03) VALUE ZEROS.
       01 WS-CIR-IDX            PIC 9(03).
       01 WS-CIR-ACHOU          PIC X VALUE "N".
       01 WS-CIR-ESTOURO        PIC X VALUE "N".

      *> Sorteio por amostragem sequencial: cada candidato entra com
      *> probabilidade (faltam / restam), o que dá exatamente a
      *> quantidade pedida; a mesma semente refaz a mesma amostra.
       01 WS-SALDO-CORTE        PIC 9(12)V99.
       01 WS-QTD-SORTEIO        PIC 9(05).
       01 WS-SEMENTE            PIC 9(06).
       01 WS-SORTEIO            PIC V9(09).
       01 WS-FALTAM             PIC 9(05).
       01 WS-RESTAM             PIC 9(05).

       01 WS-POP-QTD            PIC 9(05).
       01 WS-POP-SALDO          PIC 9(14)V99.
       01 WS-AMOSTRA-QTD        PIC 9(05).
       01 WS-AMOSTRA-SALDO      PIC 9(14)V99.
       01 WS-QTD-CARTAS         PIC 9(05).
       01 WS-QTD-CORREIO        PIC 9(05).
       01 WS-CARTA-QTD          PIC 9(05).
       01 WS-CARTA-SALDO        PIC 9(12)V99.

      *> Totais por situação da resposta (resumo ao auditor) e por
      *> motivo de diferença (conciliação).
       01 WS-QTD-CONF           PIC 9(05).
       01 WS-SALDO-CONF         PIC 9(14)V99.
       01 WS-QTD-DIVERG         PIC 9(05).
       01 WS-SALDO-DIVERG       PIC 9(14)V99.
       01 WS-SALDO-DIVERG-FORN  PIC 9(14)V99.
       01 WS-QTD-SEMRESP        PIC 9(05).
       01 WS-SALDO-SEMRESP      PIC 9(14)V99.
       01 WS-QTD-PEND           PIC 9(05).
       01 WS-SALDO-PEND         PIC 9(14)V99.
       01 WS-DIF-TRANSITO       PIC S9(14)V99.
       01 WS-DIF-NAO-LANCADO    PIC S9(14)V99.
       01 WS-DIF-ABATIMENTO     PIC S9(14)V99.
       01 WS-DIF-OUTROS         PIC S9(14)V99.
       01 WS-DIF-TOTAL          PIC S9(14)V99.
       01 WS-PERC-COBERTURA     PIC 9(03)V99.

       01 WS-VALOR-EDIT         PIC Z(11)9.99.
       01 WS-VALOR-EDIT2        PIC Z(11)9.99.
       01 WS-DIF-EDIT           PIC -Z(11)9.99.
       01 WS-PERC-EDIT          PIC ZZ9.99.
       01 WS-NOME-FORN          PIC X(40).
       01 WS-DESC-RESPOSTA      PIC X(12).
       01 WS-DESC-MOTIVO        PIC X(22).

      *> Cessão de crédito (ver LOCCESS.cbl): título cedido sai na
      *> carta com a indicação do cessionário.
       01 WS-CES-AREA.
           05 WS-CES-CP-CHAVE       PIC X(26).
           05 WS-CES-CNPJ           PIC 9(14).
           05 WS-CES-DATA-EMISSAO   PIC 9(8).
           05 WS-CES-CEDIDA         PIC X(01).
           05 WS-CES-NUM-CESSAO     PIC 9(06).
           05 WS-CES-CESS-CNPJ      PIC 9(14).
           05 WS-CES-CESS-NOME      PIC X(40).
           05 WS-CES-BANCO          PIC X(03).
           05 WS-CES-AGENCIA        PIC X(06).
           05 WS-CES-CONTA          PIC X(12).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "CIRCULARIZAÇÃO DE SALDOS DE FORNECEDORES"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST = "00"
               MOVE "S" TO WS-HIST-OK
           ELSE
               DISPLAY "AVISO: HISTPAGTO.DAT indisponível; pagamentos "
                   "após a data-base não serão devolvidos ao saldo."
           END-IF

           OPEN I-O CIRCULA-FILE
           IF WS-STATUS-FILE-CI = "35"
      *> CIRCULA.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT CIRCULA-FILE
               CLOSE CIRCULA-FILE
               OPEN I-O CIRCULA-FILE
           END-IF
           IF WS-STATUS-FILE-CI NOT = "00"
               DISPLAY "Erro ao abrir CIRCULA.DAT: " WS-STATUS-FILE-CI
               STOP RUN
           END-IF

           OPEN I-O CIRCCTRL-FILE
           IF WS-STATUS-FILE-CC = "35"
               OPEN OUTPUT CIRCCTRL-FILE
               CLOSE CIRCCTRL-FILE
               OPEN I-O CIRCCTRL-FILE
           END-IF
           IF WS-STATUS-FILE-CC NOT = "00"
               DISPLAY "Erro ao abrir CIRCCTRL.DAT: " WS-STATUS-FILE-CC
               STOP RUN
           END-IF

           OPEN EXTEND NOTIFICA-FILE
           IF WS-STATUS-NOTIFICA = "35"
               OPEN OUTPUT NOTIFICA-FILE
           END-IF
           IF WS-STATUS-NOTIFICA = "00"
               MOVE "S" TO WS-NOTIFICA-OK
           ELSE
               DISPLAY "AVISO: fila de notificações indisponível: "
                   WS-STATUS-NOTIFICA
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
               DISPLAY "===== CIRCULARIZAÇÃO DE SALDOS ====="
               DISPLAY "1 - Selecionar fornecedores e gerar cartas"
               DISPLAY "2 - Registrar resposta do fornecedor"
               DISPLAY "3 - Conciliação das diferenças"
               DISPLAY "4 - Resumo para a auditoria"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM GERA-CIRCULARIZACAO
                   WHEN 2
                       PERFORM REGISTRA-RESPOSTA
                   WHEN 3
                       PERFORM RELATORIO-CONCILIACAO
                   WHEN 4
                       PERFORM RELATORIO-RESUMO
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-HIST-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           CLOSE CIRCULA-FILE
           CLOSE CIRCCTRL-FILE
           IF WS-NOTIFICA-OK = "S"
               CLOSE NOTIFICA-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Data-base e empresa identificam a circularização em todas
      *> as opções.
       PEDE-DATA-BASE.
           DISPLAY "Data-base (AAAAMMDD): "
           ACCEPT WS-DATA-BASE
           DISPLAY "Empresa (código, 00 p/ todas): "
           ACCEPT WS-EMPRESA-FILTRO.

      *> Seleção: todo fornecedor com saldo na data-base a partir do
      *> corte entra pelo valor; do restante com saldo, sorteia-se a
      *> quantidade pedida. Cada selecionado recebe uma carta com os
      *> títulos em aberto na data-base, enfileirada para ENVNOTIF.
       GERA-CIRCULARIZACAO.
           PERFORM PEDE-DATA-BASE
           IF WS-DATA-BASE = ZEROS OR WS-DATA-BASE > WS-HOJE
               DISPLAY "Erro: data-base inválida ou futura."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-BASE      TO CC-DATA-BASE
           MOVE WS-EMPRESA-FILTRO TO CC-EMPRESA
           READ CIRCCTRL-FILE
               NOT INVALID KEY
                   DISPLAY "Circularização já gerada para essa "
                       "data-base e empresa em " CC-DATA-GERACAO "."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Saldo mínimo para entrar pelo valor "
               "(ex: 100000.00): "
           ACCEPT WS-VALOR-TXT
           COMPUTE WS-SALDO-CORTE = FUNCTION NUMVAL(WS-VALOR-TXT)
           DISPLAY "Quantidade a sortear entre os demais: "
           ACCEPT WS-QTD-SORTEIO
           DISPLAY "Semente do sorteio (000000 = gerar): "
           ACCEPT WS-SEMENTE
           IF WS-SEMENTE = ZEROS
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-SEMENTE
           END-IF

           PERFORM ACUMULA-SALDOS
           IF WS-CIR-ESTOURO = "S"
               DISPLAY "Erro: mais de 500 fornecedores com saldo; "
                   "informe a empresa para dividir a população."
               EXIT PARAGRAPH
           END-IF
           IF WS-POP-QTD = ZEROS
               DISPLAY "Nenhum fornecedor com saldo na data-base."
               EXIT PARAGRAPH
           END-IF

           PERFORM SELECIONA-AMOSTRA
           IF WS-AMOSTRA-QTD = ZEROS
               DISPLAY "Nenhum fornecedor selecionado."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "População: " WS-POP-QTD " fornecedores, saldo "
               WS-POP-SALDO
           DISPLAY "Amostra..: " WS-AMOSTRA-QTD " fornecedores, saldo "
               WS-AMOSTRA-SALDO " (semente " WS-SEMENTE ")"
           DISPLAY "Confirma a geração das cartas (S/N)? "
           ACCEPT RESPOSTA
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               DISPLAY "Geração cancelada."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATA-BASE      TO CC-DATA-BASE
           MOVE WS-EMPRESA-FILTRO TO CC-EMPRESA
           MOVE WS-SALDO-CORTE    TO CC-SALDO-CORTE
           MOVE WS-QTD-SORTEIO    TO CC-QTD-SORTEIO
           MOVE WS-SEMENTE        TO CC-SEMENTE
           MOVE WS-POP-QTD        TO CC-POP-QTD
           MOVE WS-POP-SALDO      TO CC-POP-SALDO
           MOVE WS-AMOSTRA-QTD    TO CC-AMOSTRA-QTD
           MOVE WS-AMOSTRA-SALDO  TO CC-AMOSTRA-SALDO
           MOVE WS-HOJE           TO CC-DATA-GERACAO
           MOVE WS-USUARIO-CHAMADOR TO CC-USUARIO
           WRITE CIRCCTRL-REG
           IF WS-STATUS-FILE-CC NOT = "00"
               DISPLAY "Erro ao gravar CIRCCTRL.DAT: "
                   WS-STATUS-FILE-CC
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-CARTAS
           MOVE ZEROS TO WS-QTD-CORREIO
           PERFORM VARYING WS-CIR-IDX FROM 1 BY 1
                   UNTIL WS-CIR-IDX > WS-CIR-QTD-LINHAS
               IF WS-CIR-SELEC(WS-CIR-IDX) NOT = "N"
                   PERFORM GERA-CARTA
               END-IF
           END-PERFORM

           MOVE "CIRCULAR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CARTAS=" DELIMITED BY SIZE
                  WS-QTD-CARTAS DELIMITED BY SIZE
                  " SALDO=" DELIMITED BY SIZE
                  WS-AMOSTRA-SALDO DELIMITED BY SIZE
                  " SEMENTE=" DELIMITED BY SIZE
                  WS-SEMENTE DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE ZEROS TO CI-CNPJ
           PERFORM GRAVA-AUDITORIA

           DISPLAY "Cartas geradas: " WS-QTD-CARTAS
               " (sem e-mail, enviar por correio: " WS-QTD-CORREIO ")".

      *> Saldo de cada fornecedor na data-base, pela varredura
      *> completa de CONTAPAGAR.DAT.
       ACUMULA-SALDOS.
           MOVE ZEROS TO WS-CIR-QTD-LINHAS
           MOVE "N" TO WS-CIR-ESTOURO
           MOVE ZEROS TO WS-POP-QTD
           MOVE ZEROS TO WS-POP-SALDO

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
               PERFORM SALDO-NA-DATA-BASE
               IF WS-SALDO-DB > ZEROS
                   PERFORM ACUMULA-FORNECEDOR
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C

           MOVE WS-CIR-QTD-LINHAS TO WS-POP-QTD.

       ACUMULA-FORNECEDOR.
           ADD WS-SALDO-DB TO WS-POP-SALDO
           MOVE "N" TO WS-CIR-ACHOU
           PERFORM VARYING WS-CIR-IDX FROM 1 BY 1
                   UNTIL WS-CIR-IDX > WS-CIR-QTD-LINHAS
               IF WS-CIR-CNPJ(WS-CIR-IDX) = CP-CNPJ-FORN
                   ADD 1 TO WS-CIR-QTD(WS-CIR-IDX)
                   ADD WS-SALDO-DB TO WS-CIR-SALDO(WS-CIR-IDX)
                   MOVE "S" TO WS-CIR-ACHOU
               END-IF
           END-PERFORM

           IF WS-CIR-ACHOU = "N"
               IF WS-CIR-QTD-LINHAS < 500
                   ADD 1 TO WS-CIR-QTD-LINHAS
                   MOVE CP-CNPJ-FORN TO WS-CIR-CNPJ(WS-CIR-QTD-LINHAS)
                   MOVE 1 TO WS-CIR-QTD(WS-CIR-QTD-LINHAS)
                   MOVE WS-SALDO-DB TO WS-CIR-SALDO(WS-CIR-QTD-LINHAS)
                   MOVE "N" TO WS-CIR-SELEC(WS-CIR-QTD-LINHAS)
               ELSE
                   MOVE "S" TO WS-CIR-ESTOURO
               END-IF
           END-IF.

      *> Saldo da conta (já lida) na data-base: título emitido até a
      *> data-base e ainda em aberto nela — em aberto hoje, ou pago
      *> depois. O que foi pago após a data-base volta ao saldo pelo
      *> histórico; o resultado nunca passa do valor do título.
      *> Cancelada não entra.
       SALDO-NA-DATA-BASE.
           MOVE ZEROS TO WS-SALDO-DB
           IF CP-DATA-EMISSAO > WS-DATA-BASE
               EXIT PARAGRAPH
           END-IF
           IF WS-EMPRESA-FILTRO NOT = ZEROS
                   AND CP-EMPRESA NOT = WS-EMPRESA-FILTRO
               EXIT PARAGRAPH
           END-IF

           EVALUATE CP-SITUACAO
               WHEN "N"
               WHEN "A"
                   MOVE CP-VALOR TO WS-SALDO-DB
                   EXIT PARAGRAPH
               WHEN "B"
               WHEN "E"
                   IF CP-SALDO = ZEROS
                       MOVE CP-VALOR TO WS-SALDO-DB
                   ELSE
                       MOVE CP-SALDO TO WS-SALDO-DB
                   END-IF
               WHEN "P"
                   IF CP-DATA-PGTO NOT > WS-DATA-BASE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM SOMA-PAGTOS-POSTERIORES
           IF WS-SALDO-DB > CP-VALOR
               MOVE CP-VALOR TO WS-SALDO-DB
           END-IF.

      *> Pagamento ou baixa de resíduo depois da data-base soma ao
      *> saldo; estorno depois dela desfaz o que somou.
       SOMA-PAGTOS-POSTERIORES.
           IF WS-HIST-OK NOT = "S"
               IF CP-SITUACAO = "P"
                   MOVE CP-VALOR TO WS-SALDO-DB
               END-IF
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
                   MOVE "10" TO WS-STATUS-HIST
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-NUM-DOC NOT = CP-NUM-DOC
                   OR H-CNPJ-FORN NOT = CP-CNPJ-FORN
                   OR H-NUM-PARCELA NOT = CP-NUM-PARCELA
               IF H-DATA-PGTO > WS-DATA-BASE
                   IF H-TIPO = "E"
                       IF H-VALOR-PAGO > WS-SALDO-DB
                           MOVE ZEROS TO WS-SALDO-DB
                       ELSE
                           SUBTRACT H-VALOR-PAGO FROM WS-SALDO-DB
                       END-IF
                   ELSE
                       ADD H-VALOR-PAGO TO WS-SALDO-DB
                   END-IF
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

       SELECIONA-AMOSTRA.
           MOVE ZEROS TO WS-AMOSTRA-QTD
           MOVE ZEROS TO WS-AMOSTRA-SALDO
           MOVE ZEROS TO WS-RESTAM

           PERFORM VARYING WS-CIR-IDX FROM 1 BY 1
                   UNTIL WS-CIR-IDX > WS-CIR-QTD-LINHAS
               IF WS-SALDO-CORTE > ZEROS
                       AND WS-CIR-SALDO(WS-CIR-IDX) >= WS-SALDO-CORTE
                   MOVE "V" TO WS-CIR-SELEC(WS-CIR-IDX)
                   ADD 1 TO WS-AMOSTRA-QTD
                   ADD WS-CIR-SALDO(WS-CIR-IDX) TO WS-AMOSTRA-SALDO
               ELSE
                   ADD 1 TO WS-RESTAM
               END-IF
           END-PERFORM

           MOVE WS-QTD-SORTEIO TO WS-FALTAM
           IF WS-FALTAM > WS-RESTAM
               MOVE WS-RESTAM TO WS-FALTAM
           END-IF
           IF WS-FALTAM = ZEROS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE)
           PERFORM VARYING WS-CIR-IDX FROM 1 BY 1
                   UNTIL WS-CIR-IDX > WS-CIR-QTD-LINHAS
                   OR WS-FALTAM = ZEROS
               IF WS-CIR-SELEC(WS-CIR-IDX) = "N"
                   COMPUTE WS-SORTEIO = FUNCTION RANDOM
                   IF WS-SORTEIO * WS-RESTAM < WS-FALTAM
                       MOVE "A" TO WS-CIR-SELEC(WS-CIR-IDX)
                       ADD 1 TO WS-AMOSTRA-QTD
                       ADD WS-CIR-SALDO(WS-CIR-IDX)
                           TO WS-AMOSTRA-SALDO
                       SUBTRACT 1 FROM WS-FALTAM
                   END-IF
                   SUBTRACT 1 FROM WS-RESTAM
               END-IF
           END-PERFORM.

      *> Carta CIRC_<data-base><empresa>_<CNPJ>.TXT com os títulos
      *> do fornecedor na data-base, registro em CIRCULA.DAT e aviso
      *> na fila de notificações (sem e-mail, vai por correio).
       GERA-CARTA.
           MOVE WS-CIR-CNPJ(WS-CIR-IDX) TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "FORNECEDOR NÃO CADASTRADO" TO F-RAZAO-SOCIAL
                   MOVE SPACES TO F-ENDERECO
                   MOVE SPACES TO F-EMAIL
           END-READ

           MOVE SPACES TO WS-NOME-CARTA
           STRING "CIRC_"                 DELIMITED BY SIZE
                  WS-DATA-BASE            DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO       DELIMITED BY SIZE
                  "_"                     DELIMITED BY SIZE
                  WS-CIR-CNPJ(WS-CIR-IDX) DELIMITED BY SIZE
                  ".TXT"                  DELIMITED BY SIZE
                  INTO WS-NOME-CARTA
           OPEN OUTPUT CARTA-FILE
           IF WS-STATUS-CARTA NOT = "00"
               DISPLAY "AVISO: falha ao abrir " WS-NOME-CARTA ": "
                   WS-STATUS-CARTA
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-CABECALHO-CARTA
           PERFORM LISTA-TITULOS-CARTA
           PERFORM GRAVA-RODAPE-CARTA
           CLOSE CARTA-FILE

           MOVE WS-DATA-BASE            TO CI-DATA-BASE
           MOVE WS-EMPRESA-FILTRO       TO CI-EMPRESA
           MOVE WS-CIR-CNPJ(WS-CIR-IDX) TO CI-CNPJ
           MOVE WS-CIR-SELEC(WS-CIR-IDX) TO CI-CRITERIO
           MOVE WS-CARTA-QTD            TO CI-QTD-CONTAS
           MOVE WS-CARTA-SALDO          TO CI-SALDO-NOSSO
           MOVE WS-NOME-CARTA           TO CI-NOME-CARTA
           MOVE WS-HOJE                 TO CI-DATA-ENVIO
           MOVE "P"                     TO CI-RESPOSTA
           MOVE ZEROS                   TO CI-DATA-RESPOSTA
           MOVE ZEROS                   TO CI-SALDO-FORN
           MOVE ZEROS                   TO CI-DIFERENCA
           MOVE SPACE                   TO CI-MOTIVO
           MOVE SPACES                  TO CI-OBS
           MOVE SPACES                  TO CI-USUARIO-RESP
           IF F-EMAIL = SPACES OR WS-NOTIFICA-OK NOT = "S"
               MOVE "C" TO CI-MEIO-ENVIO
               ADD 1 TO WS-QTD-CORREIO
               DISPLAY "CORREIO: " WS-NOME-CARTA " - "
                   F-RAZAO-SOCIAL
           ELSE
               MOVE "E" TO CI-MEIO-ENVIO
               PERFORM ENFILEIRA-CARTA
           END-IF

           WRITE CIRCULA-REG
           IF WS-STATUS-FILE-CI NOT = "00"
               DISPLAY "AVISO: carta " WS-NOME-CARTA
                   " gerada, mas não registrada: " WS-STATUS-FILE-CI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CARTAS.

       GRAVA-CABECALHO-CARTA.
           MOVE "PEDIDO DE CONFIRMACAO DE SALDO - CIRCULARIZACAO"
               TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           STRING "DATA-BASE: " DELIMITED BY SIZE
                  WS-DATA-BASE DELIMITED BY SIZE
                  "   EMPRESA: " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  "   EMITIDA EM: " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           STRING "A " DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  F-CNPJ DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE F-ENDERECO TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE "Para fins de auditoria de nossas demonstracoes "
               TO WS-LINHA
           MOVE "financeiras, solicitamos confirmar" TO WS-LINHA(48:34)
           PERFORM GRAVA-LINHA-CARTA
           MOVE "diretamente aos nossos auditores independentes o "
               TO WS-LINHA
           MOVE "saldo a receber de nossa" TO WS-LINHA(50:24)
           PERFORM GRAVA-LINHA-CARTA
           MOVE "empresa na data-base acima, composto pelos titulos "
               TO WS-LINHA
           MOVE "abaixo:" TO WS-LINHA(52:7)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE "DOCUMENTO  PARC  EMISSAO   VENCIMENTO  "
               TO WS-LINHA
           MOVE "SALDO NA DATA-BASE" TO WS-LINHA(45:18)
           PERFORM GRAVA-LINHA-CARTA.

      *> Segunda varredura de CONTAPAGAR.DAT, agora só com os títulos
      *> deste fornecedor; a soma confere com o total da seleção.
       LISTA-TITULOS-CARTA.
           MOVE ZEROS TO WS-CARTA-QTD
           MOVE ZEROS TO WS-CARTA-SALDO
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
               IF CP-CNPJ-FORN = WS-CIR-CNPJ(WS-CIR-IDX)
                   PERFORM SALDO-NA-DATA-BASE
                   IF WS-SALDO-DB > ZEROS
                       PERFORM GRAVA-TITULO-CARTA
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

       GRAVA-TITULO-CARTA.
           ADD 1 TO WS-CARTA-QTD
           ADD WS-SALDO-DB TO WS-CARTA-SALDO
           MOVE WS-SALDO-DB TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING CP-NUM-DOC       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CP-NUM-PARCELA   DELIMITED BY SIZE
                  "    "           DELIMITED BY SIZE
                  CP-DATA-EMISSAO  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  CP-DATA-VENC     DELIMITED BY SIZE
                  "    "           DELIMITED BY SIZE
                  WS-VALOR-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA

           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               MOVE SPACES TO WS-LINHA
               STRING "           (titulo cedido a " DELIMITED BY SIZE
                      WS-CES-CESS-NOME DELIMITED BY SIZE
                      " CNPJ " DELIMITED BY SIZE
                      WS-CES-CESS-CNPJ DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA-CARTA
           END-IF.

       GRAVA-RODAPE-CARTA.
           MOVE WS-CARTA-SALDO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "TOTAL (" DELIMITED BY SIZE
                  WS-CARTA-QTD DELIMITED BY SIZE
                  " TITULOS)" DELIMITED BY SIZE
                  INTO WS-LINHA
           MOVE WS-VALOR-EDIT TO WS-LINHA(47:15)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE "( ) Confirmamos o saldo acima." TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE "( ) Nao confirmamos; nosso saldo a receber na "
               TO WS-LINHA
           MOVE "data-base e R$ ______________" TO WS-LINHA(47:29)
           PERFORM GRAVA-LINHA-CARTA
           MOVE "    (anexar a composicao da diferenca)." TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO WS-LINHA
           STRING "Referencia: " DELIMITED BY SIZE
                  WS-NOME-CARTA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-CARTA.

       GRAVA-LINHA-CARTA.
           MOVE WS-LINHA TO CARTA-REG
           WRITE CARTA-REG.

      *> Mesmo aviso de documento disponível de COMPROV.cbl; NT-CHAVE
      *> leva a data-base, a empresa e o CNPJ.
       ENFILEIRA-CARTA.
           MOVE WS-HOJE                     TO NT-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO NT-HORA
           MOVE F-EMAIL                     TO NT-EMAIL
           MOVE CI-CHAVE                    TO NT-CHAVE
           MOVE SPACES                      TO NT-MENSAGEM
           STRING "Confirmacao de saldo (" DELIMITED BY SIZE
                  WS-NOME-CARTA DELIMITED BY SPACE
                  ")." DELIMITED BY SIZE
                  INTO NT-MENSAGEM
           MOVE "P"                         TO NT-SITUACAO
           MOVE ZEROS                       TO NT-DATA-ENVIO
           MOVE ZEROS                       TO NT-HORA-ENVIO

           WRITE NOTIFICA-REG
           IF WS-STATUS-NOTIFICA NOT = "00"
               DISPLAY "AVISO: falha ao gravar notificação: "
                   WS-STATUS-NOTIFICA
           END-IF.

      *> Resposta do fornecedor: confirma, diverge (com o saldo que
      *> ele informa e o motivo apurado da diferença) ou não
      *> respondeu no prazo.
       REGISTRA-RESPOSTA.
           PERFORM PEDE-DATA-BASE
           DISPLAY "CNPJ do fornecedor: "
           ACCEPT WS-CNPJ-RESPOSTA

           MOVE WS-DATA-BASE      TO CI-DATA-BASE
           MOVE WS-EMPRESA-FILTRO TO CI-EMPRESA
           MOVE WS-CNPJ-RESPOSTA  TO CI-CNPJ
           READ CIRCULA-FILE
               INVALID KEY
                   DISPLAY "Fornecedor não circularizado nessa "
                       "data-base."
                   EXIT PARAGRAPH
           END-READ

           PERFORM DESCREVE-RESPOSTA
           DISPLAY "Carta " CI-NOME-CARTA
           DISPLAY "Saldo nosso: " CI-SALDO-NOSSO " em "
               CI-QTD-CONTAS " títulos. Situação: " WS-DESC-RESPOSTA

           MOVE SPACES TO WS-AUD-ANTES
           STRING "RESPOSTA=" DELIMITED BY SIZE
                  CI-RESPOSTA DELIMITED BY SIZE
                  " SALDO-FORN=" DELIMITED BY SIZE
                  CI-SALDO-FORN DELIMITED BY SIZE
                  INTO WS-AUD-ANTES

           DISPLAY "Resposta (C=confirma, D=diverge, S=sem "
               "resposta): "
           ACCEPT RESPOSTA
           MOVE FUNCTION UPPER-CASE(RESPOSTA) TO RESPOSTA

           EVALUATE RESPOSTA
               WHEN "C"
                   MOVE CI-SALDO-NOSSO TO CI-SALDO-FORN
                   MOVE ZEROS TO CI-DIFERENCA
                   MOVE SPACE TO CI-MOTIVO
                   MOVE SPACES TO CI-OBS
               WHEN "D"
                   DISPLAY "Saldo informado pelo fornecedor: "
                   ACCEPT WS-VALOR-TXT
                   COMPUTE CI-SALDO-FORN =
                       FUNCTION NUMVAL(WS-VALOR-TXT)
                   COMPUTE CI-DIFERENCA =
                       CI-SALDO-FORN - CI-SALDO-NOSSO
                   IF CI-DIFERENCA = ZEROS
                       DISPLAY "Saldo igual ao nosso: registrado "
                           "como confirmado."
                       MOVE "C" TO RESPOSTA
                       MOVE SPACE TO CI-MOTIVO
                       MOVE SPACES TO CI-OBS
                   ELSE
                       DISPLAY "Diferença: " CI-DIFERENCA
                       PERFORM PEDE-MOTIVO
                   END-IF
               WHEN "S"
                   MOVE ZEROS TO CI-SALDO-FORN
                   MOVE ZEROS TO CI-DIFERENCA
                   MOVE SPACE TO CI-MOTIVO
                   MOVE SPACES TO CI-OBS
               WHEN OTHER
                   DISPLAY "Resposta inválida."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE RESPOSTA            TO CI-RESPOSTA
           MOVE WS-HOJE             TO CI-DATA-RESPOSTA
           MOVE WS-USUARIO-CHAMADOR TO CI-USUARIO-RESP
           REWRITE CIRCULA-REG
           IF WS-STATUS-FILE-CI NOT = "00"
               DISPLAY "Erro ao gravar a resposta: " WS-STATUS-FILE-CI
               EXIT PARAGRAPH
           END-IF

           MOVE "CIRC.RESP" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "RESPOSTA=" DELIMITED BY SIZE
                  CI-RESPOSTA DELIMITED BY SIZE
                  " SALDO-FORN=" DELIMITED BY SIZE
                  CI-SALDO-FORN DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  CI-MOTIVO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Resposta registrada.".

       PEDE-MOTIVO.
           MOVE SPACE TO CI-MOTIVO
           PERFORM UNTIL CI-MOTIVO = "T" OR CI-MOTIVO = "L"
                   OR CI-MOTIVO = "A" OR CI-MOTIVO = "O"
               DISPLAY "Motivo (T=pagamento em trânsito, L=título "
                   "não lançado por nós,"
               DISPLAY "        A=abatimento/devolução, O=outros/"
                   "não explicada): "
               ACCEPT CI-MOTIVO
               MOVE FUNCTION UPPER-CASE(CI-MOTIVO) TO CI-MOTIVO
           END-PERFORM
           DISPLAY "Observação (composição, documentos): "
           ACCEPT CI-OBS.

       DESCREVE-RESPOSTA.
           EVALUATE CI-RESPOSTA
               WHEN "C"
                   MOVE "CONFIRMADO" TO WS-DESC-RESPOSTA
               WHEN "D"
                   MOVE "DIVERGENTE" TO WS-DESC-RESPOSTA
               WHEN "S"
                   MOVE "SEM RESPOSTA" TO WS-DESC-RESPOSTA
               WHEN OTHER
                   MOVE "AGUARDANDO" TO WS-DESC-RESPOSTA
           END-EVALUATE.

       DESCREVE-MOTIVO.
           EVALUATE CI-MOTIVO
               WHEN "T"
                   MOVE "PAGAMENTO EM TRANSITO" TO WS-DESC-MOTIVO
               WHEN "L"
                   MOVE "TITULO NAO LANCADO" TO WS-DESC-MOTIVO
               WHEN "A"
                   MOVE "ABATIMENTO/DEVOLUCAO" TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE "NAO EXPLICADA" TO WS-DESC-MOTIVO
           END-EVALUATE.

      *> Conciliação: cada fornecedor divergente com o saldo nosso,
      *> o dele, a diferença e o motivo; ao final, a diferença total
      *> aberta por motivo, destacando a não explicada.
       RELATORIO-CONCILIACAO.
           PERFORM PEDE-DATA-BASE
           MOVE WS-DATA-BASE      TO CC-DATA-BASE
           MOVE WS-EMPRESA-FILTRO TO CC-EMPRESA
           READ CIRCCTRL-FILE
               INVALID KEY
                   DISPLAY "Circularização não encontrada."
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-NOME-CARTA
           STRING "CIRCCONC_"       DELIMITED BY SIZE
                  WS-DATA-BASE      DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-CARTA
           OPEN OUTPUT CARTA-FILE
           IF WS-STATUS-CARTA NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-CARTA ": "
                   WS-STATUS-CARTA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-DIVERG
           MOVE ZEROS TO WS-DIF-TRANSITO
           MOVE ZEROS TO WS-DIF-NAO-LANCADO
           MOVE ZEROS TO WS-DIF-ABATIMENTO
           MOVE ZEROS TO WS-DIF-OUTROS
           MOVE ZEROS TO WS-DIF-TOTAL

           MOVE "CONCILIACAO DAS DIFERENCAS DE CIRCULARIZACAO"
               TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE SPACES TO WS-LINHA
           STRING "DATA-BASE: " DELIMITED BY SIZE
                  WS-DATA-BASE DELIMITED BY SIZE
                  "   EMPRESA: " DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE "CNPJ           SALDO NOSSO      SALDO FORNECEDOR "
               TO WS-LINHA
           MOVE "DIFERENCA        MOTIVO" TO WS-LINHA(52:23)
           PERFORM GRAVA-LINHA-RELAT

           PERFORM POSICIONA-CIRCULA
           PERFORM UNTIL WS-STATUS-FILE-CI = "10"
                   OR CI-DATA-BASE NOT = WS-DATA-BASE
                   OR CI-EMPRESA NOT = WS-EMPRESA-FILTRO
               IF CI-RESPOSTA = "D"
                   PERFORM GRAVA-DIVERGENCIA
               END-IF
               READ CIRCULA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CI
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CI

           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE WS-DIF-TRANSITO TO WS-DIF-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "PAGAMENTOS EM TRANSITO.......: " DELIMITED BY SIZE
                  WS-DIF-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE WS-DIF-NAO-LANCADO TO WS-DIF-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "TITULOS NAO LANCADOS.........: " DELIMITED BY SIZE
                  WS-DIF-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE WS-DIF-ABATIMENTO TO WS-DIF-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "ABATIMENTOS / DEVOLUCOES.....: " DELIMITED BY SIZE
                  WS-DIF-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE WS-DIF-OUTROS TO WS-DIF-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "NAO EXPLICADAS...............: " DELIMITED BY SIZE
                  WS-DIF-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE WS-DIF-TOTAL TO WS-DIF-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "DIFERENCA TOTAL (" DELIMITED BY SIZE
                  WS-QTD-DIVERG DELIMITED BY SIZE
                  " FORN.).....: " DELIMITED BY SIZE
                  WS-DIF-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           CLOSE CARTA-FILE
           DISPLAY "Conciliação gravada em " WS-NOME-CARTA.

       GRAVA-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERG
           ADD CI-DIFERENCA TO WS-DIF-TOTAL
           EVALUATE CI-MOTIVO
               WHEN "T"
                   ADD CI-DIFERENCA TO WS-DIF-TRANSITO
               WHEN "L"
                   ADD CI-DIFERENCA TO WS-DIF-NAO-LANCADO
               WHEN "A"
                   ADD CI-DIFERENCA TO WS-DIF-ABATIMENTO
               WHEN OTHER
                   ADD CI-DIFERENCA TO WS-DIF-OUTROS
           END-EVALUATE
           PERFORM DESCREVE-MOTIVO

           MOVE CI-SALDO-NOSSO TO WS-VALOR-EDIT
           MOVE CI-SALDO-FORN  TO WS-VALOR-EDIT2
           MOVE CI-DIFERENCA   TO WS-DIF-EDIT
           MOVE SPACES TO WS-LINHA
           STRING CI-CNPJ        DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-VALOR-EDIT  DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-VALOR-EDIT2 DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-DIF-EDIT    DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-DESC-MOTIVO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           IF CI-OBS NOT = SPACES
               MOVE SPACES TO WS-LINHA
               STRING "               " DELIMITED BY SIZE
                      CI-OBS DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA-RELAT
           END-IF.

      *> Resumo ao auditor: critérios da seleção (para refazer a
      *> amostra), população e cobertura, a situação de cada carta e
      *> os totais por situação de resposta.
       RELATORIO-RESUMO.
           PERFORM PEDE-DATA-BASE
           MOVE WS-DATA-BASE      TO CC-DATA-BASE
           MOVE WS-EMPRESA-FILTRO TO CC-EMPRESA
           READ CIRCCTRL-FILE
               INVALID KEY
                   DISPLAY "Circularização não encontrada."
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-NOME-CARTA
           STRING "CIRCRES_"        DELIMITED BY SIZE
                  WS-DATA-BASE      DELIMITED BY SIZE
                  WS-EMPRESA-FILTRO DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-CARTA
           OPEN OUTPUT CARTA-FILE
           IF WS-STATUS-CARTA NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-CARTA ": "
                   WS-STATUS-CARTA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-CONF
           MOVE ZEROS TO WS-SALDO-CONF
           MOVE ZEROS TO WS-QTD-DIVERG
           MOVE ZEROS TO WS-SALDO-DIVERG
           MOVE ZEROS TO WS-SALDO-DIVERG-FORN
           MOVE ZEROS TO WS-QTD-SEMRESP
           MOVE ZEROS TO WS-SALDO-SEMRESP
           MOVE ZEROS TO WS-QTD-PEND
           MOVE ZEROS TO WS-SALDO-PEND

           PERFORM GRAVA-CABECALHO-RESUMO

           PERFORM POSICIONA-CIRCULA
           PERFORM UNTIL WS-STATUS-FILE-CI = "10"
                   OR CI-DATA-BASE NOT = WS-DATA-BASE
                   OR CI-EMPRESA NOT = WS-EMPRESA-FILTRO
               PERFORM GRAVA-ITEM-RESUMO
               READ CIRCULA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CI
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CI

           PERFORM GRAVA-TOTAIS-RESUMO

           CLOSE CARTA-FILE
           DISPLAY "Resumo gravado em " WS-NOME-CARTA.

       GRAVA-CABECALHO-RESUMO.
           MOVE "CIRCULARIZACAO DE FORNECEDORES - RESUMO PARA AUDITORIA"
               TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE SPACES TO WS-LINHA
           STRING "DATA-BASE: " DELIMITED BY SIZE
                  CC-DATA-BASE DELIMITED BY SIZE
                  "   EMPRESA: " DELIMITED BY SIZE
                  CC-EMPRESA DELIMITED BY SIZE
                  "   CARTAS EMITIDAS EM: " DELIMITED BY SIZE
                  CC-DATA-GERACAO DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  CC-USUARIO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE CC-SALDO-CORTE TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "SELECAO: SALDO A PARTIR DE " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  CC-QTD-SORTEIO DELIMITED BY SIZE
                  " SORTEADOS (SEMENTE " DELIMITED BY SIZE
                  CC-SEMENTE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE CC-POP-SALDO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "POPULACAO: " DELIMITED BY SIZE
                  CC-POP-QTD DELIMITED BY SIZE
                  " FORNECEDORES COM SALDO, TOTAL " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE ZEROS TO WS-PERC-COBERTURA
           IF CC-POP-SALDO > ZEROS
               COMPUTE WS-PERC-COBERTURA ROUNDED =
                   CC-AMOSTRA-SALDO * 100 / CC-POP-SALDO
           END-IF
           MOVE WS-PERC-COBERTURA TO WS-PERC-EDIT
           MOVE CC-AMOSTRA-SALDO TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "AMOSTRA..: " DELIMITED BY SIZE
                  CC-AMOSTRA-QTD DELIMITED BY SIZE
                  " FORNECEDORES, TOTAL " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-PERC-EDIT DELIMITED BY SIZE
                  "% DO SALDO)" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE "CNPJ           C NOME                           "
               TO WS-LINHA
           MOVE "SALDO CONTABIL  SITUACAO     SALDO CONFIRMADO"
               TO WS-LINHA(50:46)
           PERFORM GRAVA-LINHA-RELAT.

       GRAVA-ITEM-RESUMO.
           EVALUATE CI-RESPOSTA
               WHEN "C"
                   ADD 1 TO WS-QTD-CONF
                   ADD CI-SALDO-NOSSO TO WS-SALDO-CONF
               WHEN "D"
                   ADD 1 TO WS-QTD-DIVERG
                   ADD CI-SALDO-NOSSO TO WS-SALDO-DIVERG
                   ADD CI-SALDO-FORN TO WS-SALDO-DIVERG-FORN
               WHEN "S"
                   ADD 1 TO WS-QTD-SEMRESP
                   ADD CI-SALDO-NOSSO TO WS-SALDO-SEMRESP
               WHEN OTHER
                   ADD 1 TO WS-QTD-PEND
                   ADD CI-SALDO-NOSSO TO WS-SALDO-PEND
           END-EVALUATE

           MOVE CI-CNPJ TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO F-RAZAO-SOCIAL
           END-READ
           MOVE F-RAZAO-SOCIAL TO WS-NOME-FORN
           PERFORM DESCREVE-RESPOSTA
           MOVE CI-SALDO-NOSSO TO WS-VALOR-EDIT
           MOVE CI-SALDO-FORN  TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LINHA
           STRING CI-CNPJ            DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CI-CRITERIO        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NOME-FORN(1:30) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-VALOR-EDIT      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DESC-RESPOSTA   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-VALOR-EDIT2     DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT.

       GRAVA-TOTAIS-RESUMO.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE WS-SALDO-CONF TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "CONFIRMADOS..: " DELIMITED BY SIZE
                  WS-QTD-CONF DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE WS-SALDO-DIVERG TO WS-VALOR-EDIT
           MOVE WS-SALDO-DIVERG-FORN TO WS-VALOR-EDIT2
           MOVE SPACES TO WS-LINHA
           STRING "DIVERGENTES..: " DELIMITED BY SIZE
                  WS-QTD-DIVERG DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  "  INFORMADO " DELIMITED BY SIZE
                  WS-VALOR-EDIT2 DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE WS-SALDO-SEMRESP TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "SEM RESPOSTA.: " DELIMITED BY SIZE
                  WS-QTD-SEMRESP DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE WS-SALDO-PEND TO WS-VALOR-EDIT
           MOVE SPACES TO WS-LINHA
           STRING "AGUARDANDO...: " DELIMITED BY SIZE
                  WS-QTD-PEND DELIMITED BY SIZE
                  "  SALDO " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT

           MOVE SPACES TO WS-LINHA
           STRING "CRITERIO: V=SELECIONADO PELO SALDO, "
                  DELIMITED BY SIZE
                  "A=SORTEADO. DIFERENCAS EM CIRCCONC_"
                  DELIMITED BY SIZE
                  CC-DATA-BASE DELIMITED BY SIZE
                  CC-EMPRESA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM GRAVA-LINHA-RELAT.

      *> Primeiro registro da circularização (data-base + empresa).
       POSICIONA-CIRCULA.
           MOVE WS-DATA-BASE      TO CI-DATA-BASE
           MOVE WS-EMPRESA-FILTRO TO CI-EMPRESA
           MOVE ZEROS             TO CI-CNPJ
           START CIRCULA-FILE KEY IS NOT LESS CI-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-CI
                   EXIT PARAGRAPH
           END-START

           READ CIRCULA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CI
           END-READ.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA-RELAT.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO CARTA-REG
           WRITE CARTA-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa data-base, empresa e CNPJ.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CIRCULAR"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-DATA-BASE                TO CI-DATA-BASE
           MOVE WS-EMPRESA-FILTRO           TO CI-EMPRESA
           MOVE CI-CHAVE                    TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
