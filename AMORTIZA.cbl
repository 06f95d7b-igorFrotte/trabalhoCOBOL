       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTIZA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Planos de apropriação das despesas antecipadas marcadas no
      *> lançamento (ver LANCCONT.cbl).
           SELECT DIFERIDO-FILE ASSIGN TO "DIFERIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DF.

      *> Apropriações geradas, uma por plano e mês: é daqui que
      *> CTBEMIS.cbl exporta o débito da despesa por centro de custo
      *> e RELDIFER.cbl refaz o saldo a apropriar.
           SELECT DIFLANC-FILE ASSIGN TO "DIFLANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DL.

           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

       DATA DIVISION.
       FILE SECTION.

       FD DIFERIDO-FILE.
       01 DIFERIDO-REG.
           05 DF-CHAVE.                     *> 10 doc + 14 CNPJ
               10 DF-NUM-DOC    PIC 9(10).
               10 DF-CNPJ-FORN  PIC 9(14).
           05 DF-EMPRESA        PIC 9(02).
           05 DF-DATA-EMISSAO   PIC 9(8).
           05 DF-CENTRO-CUSTO   PIC X(06).
           05 DF-MES-INICIO     PIC 9(06).  *> AAAAMM 1a apropriação
           05 DF-QTD-MESES      PIC 9(03).
           05 DF-VALOR-TOTAL    PIC 9(10)V99.  *> valor no lançamento
           05 DF-VALOR-APROPRIADO PIC 9(10)V99.
           05 DF-MESES-APROPRIADOS PIC 9(03).
           05 DF-ULT-ANO-MES    PIC 9(06).  *> último mês apropriado
           05 DF-SITUACAO       PIC X(1).   *> A=em apropriação,
                                            *> E=encerrado,C=cancelado
           05 DF-USUARIO        PIC X(10).
           05 DF-DATA-CADASTRO  PIC 9(8).

       FD DIFLANC-FILE.
       01 DIFLANC-REG.
           05 DL-CHAVE.                     *> 10 doc + 14 CNPJ + mês
               10 DL-NUM-DOC    PIC 9(10).
               10 DL-CNPJ-FORN  PIC 9(14).
               10 DL-ANO-MES    PIC 9(06).
           05 DL-TIPO           PIC X(1).   *> A=apropriação,
                                            *> E=estorno p/ o ativo
           05 DL-VALOR          PIC 9(10)V99.
           05 DL-DATA-LANC      PIC 9(8).   *> último dia do mês
           05 DL-CENTRO-CUSTO   PIC X(06).
           05 DL-EMPRESA        PIC 9(02).
           05 DL-DATA-GERACAO   PIC 9(8).

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

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-DF     PIC XX.
       01 WS-STATUS-FILE-DL     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-FIM-ARQUIVO        PIC X.

       01 WS-HOJE               PIC 9(8).
       01 WS-ANO-MES-ATUAL      PIC 9(06).
       01 WS-PROX-ANO-MES       PIC 9(06).
       01 WS-MES-SEGUINTE       PIC 9(06).
       01 WS-DATA-AUX           PIC 9(8).
       01 WS-FIM-MES            PIC 9(8).

      *> Base da apropriação: soma das parcelas não canceladas da
      *> conta. Cada mês apropria (base - já apropriado) / meses
      *> restantes; o último mês leva o que faltar. Cancelamento
      *> depois de iniciada a apropriação devolve ao ativo o que já
      *> tinha ido para a despesa (DL-TIPO "E").
       01 WS-BASE               PIC 9(10)V99.
       01 WS-A-APROPRIAR        PIC S9(10)V99.
       01 WS-VALOR-MES          PIC S9(10)V99.
       01 WS-MESES-RESTANTES    PIC 9(03).

       01 WS-QTD-PLANOS         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-APROPR         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ESTORNOS       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ENCERRADOS     PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL        PIC 9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Apropriação mensal das despesas antecipadas: para cada plano
      *> em apropriação, gera os meses ainda pendentes até o mês
      *> corrente (um atraso da rotina é recuperado na execução
      *> seguinte). Reexecutar no mesmo mês não duplica nada: o
      *> plano guarda o último mês apropriado.
       MAIN-PROCEDURE.
      *> Reinicializa os contadores: o programa pode ser chamado
      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-PLANOS
           MOVE ZEROS TO WS-QTD-APROPR
           MOVE ZEROS TO WS-QTD-ESTORNOS
           MOVE ZEROS TO WS-QTD-ENCERRADOS
           MOVE ZEROS TO WS-VALOR-TOTAL
           DISPLAY "APROPRIAÇÃO MENSAL DE DESPESAS ANTECIPADAS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE WS-HOJE(1:6) TO WS-ANO-MES-ATUAL

           OPEN I-O DIFERIDO-FILE
           IF WS-STATUS-FILE-DF = "35"
               DISPLAY "DIFERIDO.DAT não cadastrado. Nada a apropriar."
               MOVE ZEROS TO WS-REGISTROS-PASSO
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-DF NOT = "00"
               DISPLAY "Erro ao abrir DIFERIDO.DAT: " WS-STATUS-FILE-DF
               STOP RUN
           END-IF

           OPEN I-O DIFLANC-FILE
           IF WS-STATUS-FILE-DL = "35"
      *> DIFLANC.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT DIFLANC-FILE
               CLOSE DIFLANC-FILE
               OPEN I-O DIFLANC-FILE
           END-IF
           IF WS-STATUS-FILE-DL NOT = "00"
               DISPLAY "Erro ao abrir DIFLANC.DAT: " WS-STATUS-FILE-DL
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           PERFORM PROCESSA-PLANOS

           CLOSE DIFERIDO-FILE
           CLOSE DIFLANC-FILE
           CLOSE CONTAPAGAR-FILE

           DISPLAY "========================================"
           DISPLAY "Planos em apropriação:  " WS-QTD-PLANOS
           DISPLAY "Apropriações geradas:   " WS-QTD-APROPR
           DISPLAY "Estornos ao ativo:      " WS-QTD-ESTORNOS
           DISPLAY "Planos encerrados:      " WS-QTD-ENCERRADOS
           DISPLAY "Valor apropriado:       " WS-VALOR-TOTAL
           COMPUTE WS-REGISTROS-PASSO = WS-QTD-APROPR + WS-QTD-ESTORNOS
           EXIT PROGRAM.

       PROCESSA-PLANOS.
           MOVE LOW-VALUES TO DF-CHAVE
           START DIFERIDO-FILE KEY IS NOT LESS DF-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ DIFERIDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF DF-SITUACAO = "A"
                           ADD 1 TO WS-QTD-PLANOS
                           PERFORM APROPRIA-PLANO
                       END-IF
               END-READ
           END-PERFORM.

      *> Gera, mês a mês, as apropriações pendentes do plano até o
      *> mês corrente e regrava o plano uma única vez no fim.
       APROPRIA-PLANO.
           IF DF-ULT-ANO-MES = ZEROS
               MOVE DF-MES-INICIO TO WS-PROX-ANO-MES
           ELSE
               MOVE DF-ULT-ANO-MES TO WS-PROX-ANO-MES
               PERFORM AVANCA-MES
           END-IF
           IF WS-PROX-ANO-MES > WS-ANO-MES-ATUAL
               EXIT PARAGRAPH
           END-IF

           PERFORM SOMA-BASE-CONTA

           PERFORM UNTIL WS-PROX-ANO-MES > WS-ANO-MES-ATUAL
                   OR DF-SITUACAO NOT = "A"
               PERFORM APROPRIA-MES
               PERFORM AVANCA-MES
           END-PERFORM

           REWRITE DIFERIDO-REG
           IF WS-STATUS-FILE-DF NOT = "00"
               DISPLAY "Erro ao atualizar plano " DF-NUM-DOC "/"
                   DF-CNPJ-FORN ": " WS-STATUS-FILE-DF
           END-IF.

       APROPRIA-MES.
           COMPUTE WS-A-APROPRIAR = WS-BASE - DF-VALOR-APROPRIADO
           COMPUTE WS-MESES-RESTANTES =
               DF-QTD-MESES - DF-MESES-APROPRIADOS

      *> Conta inteiramente cancelada antes de qualquer apropriação:
      *> o plano morre sem lançamento (a emissão e o estorno dela já
      *> se anulam na exportação de CTBEMIS.cbl).
           IF WS-BASE = ZEROS AND DF-VALOR-APROPRIADO = ZEROS
               MOVE "C" TO DF-SITUACAO
               ADD 1 TO WS-QTD-ENCERRADOS
               DISPLAY "Plano " DF-NUM-DOC "/" DF-CNPJ-FORN
                   ": conta cancelada, plano encerrado."
               EXIT PARAGRAPH
           END-IF

           IF WS-MESES-RESTANTES <= 1 OR WS-A-APROPRIAR < 0
               MOVE WS-A-APROPRIAR TO WS-VALOR-MES
           ELSE
               COMPUTE WS-VALOR-MES ROUNDED =
                   WS-A-APROPRIAR / WS-MESES-RESTANTES
           END-IF

      *> Data do lançamento: último dia do mês (dia 1 do mês
      *> seguinte menos um).
           MOVE WS-PROX-ANO-MES TO WS-MES-SEGUINTE
           IF WS-MES-SEGUINTE(5:2) = "12"
               COMPUTE WS-MES-SEGUINTE = WS-MES-SEGUINTE + 89
           ELSE
               ADD 1 TO WS-MES-SEGUINTE
           END-IF
           COMPUTE WS-DATA-AUX = WS-MES-SEGUINTE * 100 + 1
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)

           IF WS-VALOR-MES NOT = ZEROS
               MOVE DF-NUM-DOC      TO DL-NUM-DOC
               MOVE DF-CNPJ-FORN    TO DL-CNPJ-FORN
               MOVE WS-PROX-ANO-MES TO DL-ANO-MES
               IF WS-VALOR-MES > 0
                   MOVE "A" TO DL-TIPO
                   MOVE WS-VALOR-MES TO DL-VALOR
               ELSE
                   MOVE "E" TO DL-TIPO
                   COMPUTE DL-VALOR = 0 - WS-VALOR-MES
               END-IF
               MOVE WS-FIM-MES      TO DL-DATA-LANC
               MOVE DF-CENTRO-CUSTO TO DL-CENTRO-CUSTO
               MOVE DF-EMPRESA      TO DL-EMPRESA
               MOVE WS-HOJE         TO DL-DATA-GERACAO
               WRITE DIFLANC-REG
               IF WS-STATUS-FILE-DL NOT = "00"
                   DISPLAY "Erro ao gravar apropriação " DL-NUM-DOC
                       "/" DL-CNPJ-FORN " " DL-ANO-MES ": "
                       WS-STATUS-FILE-DL
                   MOVE WS-ANO-MES-ATUAL TO WS-PROX-ANO-MES
                   EXIT PARAGRAPH
               END-IF
               IF DL-TIPO = "A"
                   ADD 1 TO WS-QTD-APROPR
                   ADD DL-VALOR TO WS-VALOR-TOTAL
               ELSE
                   ADD 1 TO WS-QTD-ESTORNOS
               END-IF
               ADD WS-VALOR-MES TO DF-VALOR-APROPRIADO
           END-IF

           ADD 1 TO DF-MESES-APROPRIADOS
           MOVE WS-PROX-ANO-MES TO DF-ULT-ANO-MES
           IF WS-BASE = ZEROS
               MOVE "C" TO DF-SITUACAO
               ADD 1 TO WS-QTD-ENCERRADOS
           ELSE
               IF DF-MESES-APROPRIADOS >= DF-QTD-MESES
                   MOVE "E" TO DF-SITUACAO
                   ADD 1 TO WS-QTD-ENCERRADOS
               END-IF
           END-IF.

      *> WS-PROX-ANO-MES (AAAAMM) passa para o mês seguinte.
       AVANCA-MES.
           IF WS-PROX-ANO-MES(5:2) = "12"
               COMPUTE WS-PROX-ANO-MES = WS-PROX-ANO-MES + 89
           ELSE
               ADD 1 TO WS-PROX-ANO-MES
           END-IF.

      *> Soma as parcelas ainda válidas da conta (doc + CNPJ).
       SOMA-BASE-CONTA.
           MOVE ZEROS TO WS-BASE
           MOVE SPACES TO CP-CHAVE
           STRING DF-NUM-DOC   DELIMITED BY SIZE
                  DF-CNPJ-FORN DELIMITED BY SIZE
                  "00"         DELIMITED BY SIZE
                  INTO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE "00" TO WS-STATUS-FILE-C
           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
                   NOT AT END
                       IF CP-NUM-DOC NOT = DF-NUM-DOC
                               OR CP-CNPJ-FORN NOT = DF-CNPJ-FORN
                           MOVE "10" TO WS-STATUS-FILE-C
                       ELSE
                           IF CP-SITUACAO NOT = "C"
                               ADD CP-VALOR TO WS-BASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.
