       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPATIVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contas de investimento marcadas no lançamento (ver
      *> LANCCONT.cbl); só os registros "C" (conta) interessam aqui.
           SELECT CAPEX-FILE ASSIGN TO "CAPEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-IV.

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

      *> Chave de acesso da NF-e conferida no controle de chaves
      *> (ver LANCCONT.cbl). Opcional: sem ele a chave sai em branco.
           SELECT NFECHAVE-FILE ASSIGN TO "NFECHAVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NK-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-NK.

      *> Um arquivo por dia para o sistema de ativo fixo (mesma
      *> técnica do razão em RAZAOFOR.cbl).
           SELECT ATIVO-FILE ASSIGN TO WS-NOME-ATIVO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATIVO.

       DATA DIVISION.
       FILE SECTION.

       FD CAPEX-FILE.
       01 CAPEX-REG.
           05 IV-CHAVE.                     *> tipo + 10 doc + 14 CNPJ
               10 IV-TIPO       PIC X(1).   *> P=pedido,C=conta
               10 IV-NUM-DOC    PIC 9(10).  *> nº do pedido ou doc.
               10 IV-CNPJ-FORN  PIC 9(14).  *> zeros no pedido
           05 IV-CLASSE         PIC X(04).  *> ver CADCLATV.cbl
           05 IV-NUM-PEDIDO     PIC 9(10).
           05 IV-CENTRO-CUSTO   PIC X(06).
           05 IV-EMPRESA        PIC 9(02).
           05 IV-CHAVE-NFE      PIC X(44).
           05 IV-USUARIO        PIC X(10).
           05 IV-DATA-CADASTRO  PIC 9(8).

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

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ            PIC 9(14).
           05 F-RAZAO-SOCIAL    PIC X(40).
           05 F-ENDERECO        PIC X(50).
           05 F-TELEFONE        PIC 9(11).
           05 F-EMAIL           PIC X(30).
           05 F-ATIVO           PIC X(1).
           05 F-BANCO           PIC X(03).
           05 F-AGENCIA         PIC X(06).
           05 F-CONTA           PIC X(12).
           05 F-PIX             PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO  PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR   PIC 9(14).  *> fusão de cadastros

       FD NFECHAVE-FILE.
       01 NFECHAVE-REG.
           05 NK-CHAVE-NFE      PIC X(44).
           05 NK-CNPJ-EMIT      PIC 9(14).
           05 NK-CP-CHAVE       PIC X(26).
           05 NK-EMPRESA        PIC 9(02).
           05 NK-DATA-REG       PIC 9(8).

       FD ATIVO-FILE.
       01 ATIVO-REG             PIC X(170).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-IV     PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-NK     PIC XX.
       01 WS-NFECHAVE-OK        PIC X VALUE "N".
       01 WS-STATUS-ATIVO       PIC XX.
       01 WS-NOME-ATIVO         PIC X(30).

       01 WS-HOJE               PIC 9(8).
       01 WS-CHAVE-CONTA        PIC X(24).  *> 10 doc + 14 CNPJ

      *> Linha do arquivo de ativo fixo, largura fixa: "I" =
      *> incorporação da nota (lançada hoje), "P" = parcela paga
      *> hoje. O sistema de ativo cria o bem na "I" e baixa o
      *> adiantamento/fornecedor na "P".
       01 WS-LINHA-ATIVO.
           05 LA-TIPO           PIC X(1).
           05 LA-DATA           PIC 9(8).
           05 LA-CNPJ-FORN      PIC 9(14).
           05 LA-RAZAO-SOCIAL   PIC X(40).
           05 LA-CHAVE-NFE      PIC X(44).
           05 LA-NUM-DOC        PIC 9(10).
           05 LA-NUM-PARCELA    PIC 9(02).
           05 LA-VALOR          PIC 9(10)V99.
           05 LA-CENTRO-CUSTO   PIC X(06).
           05 LA-NUM-PEDIDO     PIC 9(10).
           05 LA-CLASSE         PIC X(04).
           05 LA-DATA-PGTO      PIC 9(8).
           05 LA-EMPRESA        PIC 9(02).
           05 FILLER            PIC X(09) VALUE SPACES.

       01 WS-QTD-INCORP         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-PAGAS          PIC 9(5) VALUE ZEROS.
       01 WS-VALOR-TOTAL        PIC 9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Exportação diária dos investimentos (CAPEX) para o sistema
      *> de ativo fixo: parcelas das notas marcadas hoje e parcelas
      *> pagas hoje. Reexecutar no mesmo dia regrava o mesmo arquivo.
       MAIN-PROCEDURE.
      *> Reinicializa os contadores: o programa pode ser chamado
      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-INCORP
           MOVE ZEROS TO WS-QTD-PAGAS
           MOVE ZEROS TO WS-VALOR-TOTAL
           DISPLAY "EXPORTAÇÃO DE INVESTIMENTOS P/ O ATIVO FIXO"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT CAPEX-FILE
           IF WS-STATUS-FILE-IV = "35"
               DISPLAY "CAPEX.DAT não cadastrado. Nada a exportar."
               MOVE ZEROS TO WS-REGISTROS-PASSO
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-IV NOT = "00"
               DISPLAY "Erro ao abrir CAPEX.DAT: " WS-STATUS-FILE-IV
               STOP RUN
           END-IF

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

           MOVE "N" TO WS-NFECHAVE-OK
           OPEN INPUT NFECHAVE-FILE
           IF WS-STATUS-FILE-NK = "00"
               MOVE "S" TO WS-NFECHAVE-OK
           END-IF

           MOVE SPACES TO WS-NOME-ATIVO
           STRING "ATIVO_"          DELIMITED BY SIZE
                  WS-HOJE           DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-ATIVO
           OPEN OUTPUT ATIVO-FILE
           IF WS-STATUS-ATIVO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-ATIVO ": "
                   WS-STATUS-ATIVO
               STOP RUN
           END-IF

           PERFORM PROCESSA-INVESTIMENTOS

           CLOSE CAPEX-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE ATIVO-FILE
           IF WS-NFECHAVE-OK = "S"
               CLOSE NFECHAVE-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivo gerado:         " WS-NOME-ATIVO
           DISPLAY "Parcelas incorporadas:  " WS-QTD-INCORP
           DISPLAY "Parcelas pagas:         " WS-QTD-PAGAS
           DISPLAY "Valor exportado:        " WS-VALOR-TOTAL
           COMPUTE WS-REGISTROS-PASSO = WS-QTD-INCORP + WS-QTD-PAGAS
           EXIT PROGRAM.

      *> Os registros "C" ficam juntos no fim da chave (tipo na
      *> primeira posição); os "P" (pedidos) não vão para o ativo.
       PROCESSA-INVESTIMENTOS.
           MOVE LOW-VALUES TO IV-CHAVE
           MOVE "C" TO IV-TIPO
           START CAPEX-FILE KEY IS NOT LESS IV-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CAPEX-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-IV = "10"
                   OR IV-TIPO NOT = "C"
               PERFORM EXPORTA-CONTA
               READ CAPEX-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-IV
               END-READ
           END-PERFORM.

      *> Percorre as parcelas da conta (doc + CNPJ) gerando as
      *> linhas do dia; conta cancelada não é incorporada.
       EXPORTA-CONTA.
           MOVE IV-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "FORNECEDOR NAO CADASTRADO" TO F-RAZAO-SOCIAL
           END-READ

           PERFORM CONFERE-CHAVE-NFE

           STRING IV-NUM-DOC   DELIMITED BY SIZE
                  IV-CNPJ-FORN DELIMITED BY SIZE
                  INTO WS-CHAVE-CONTA
           MOVE WS-CHAVE-CONTA TO CP-CHAVE
           MOVE "00" TO CP-CHAVE(25:2)
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-C
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-CHAVE(1:24) NOT = WS-CHAVE-CONTA
               IF IV-DATA-CADASTRO = WS-HOJE
                       AND CP-SITUACAO NOT = "C"
                   MOVE "I" TO LA-TIPO
                   PERFORM GRAVA-LINHA-ATIVO
                   ADD 1 TO WS-QTD-INCORP
               END-IF
               IF CP-SITUACAO = "P" AND CP-DATA-PGTO = WS-HOJE
                   MOVE "P" TO LA-TIPO
                   PERFORM GRAVA-LINHA-ATIVO
                   ADD 1 TO WS-QTD-PAGAS
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

      *> A chave digitada no lançamento só segue para o ativo se o
      *> controle de chaves a registra para esta mesma conta.
       CONFERE-CHAVE-NFE.
           MOVE SPACES TO LA-CHAVE-NFE
           IF WS-NFECHAVE-OK NOT = "S" OR IV-CHAVE-NFE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE IV-CHAVE-NFE TO NK-CHAVE-NFE
           READ NFECHAVE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NK-CP-CHAVE(1:10) = IV-NUM-DOC
                   AND NK-CP-CHAVE(11:14) = IV-CNPJ-FORN
               MOVE NK-CHAVE-NFE TO LA-CHAVE-NFE
           END-IF.

       GRAVA-LINHA-ATIVO.
           MOVE WS-HOJE            TO LA-DATA
           MOVE CP-CNPJ-FORN       TO LA-CNPJ-FORN
           MOVE F-RAZAO-SOCIAL     TO LA-RAZAO-SOCIAL
           MOVE CP-NUM-DOC         TO LA-NUM-DOC
           MOVE CP-NUM-PARCELA     TO LA-NUM-PARCELA
           MOVE CP-VALOR           TO LA-VALOR
           MOVE IV-CENTRO-CUSTO    TO LA-CENTRO-CUSTO
           MOVE IV-NUM-PEDIDO      TO LA-NUM-PEDIDO
           MOVE IV-CLASSE          TO LA-CLASSE
           MOVE CP-DATA-PGTO       TO LA-DATA-PGTO
           MOVE CP-EMPRESA         TO LA-EMPRESA

           MOVE WS-LINHA-ATIVO TO ATIVO-REG
           WRITE ATIVO-REG
           IF WS-STATUS-ATIVO NOT = "00"
               DISPLAY "Erro ao gravar " WS-NOME-ATIVO ": "
                   WS-STATUS-ATIVO
               EXIT PARAGRAPH
           END-IF
           ADD CP-VALOR TO WS-VALOR-TOTAL.
