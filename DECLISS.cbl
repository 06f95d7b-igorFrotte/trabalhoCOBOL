       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLISS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Histórico de pagamentos, indexado por documento + CNPJ +
      *> parcela + sequência e com chave alternada por CNPJ (ver
      *> MIGHIST.cbl para a conversão do arquivo sequencial antigo).
           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Código do serviço e município da prestação da nota (ver
      *> LANCCONT.cbl); na falta dele vale o município do endereço
      *> do fornecedor (FORNEND.DAT, ver CADFORNE.cbl).
           SELECT SERVISS-FILE ASSIGN TO "SERVISS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-CHAVE
               FILE STATUS IS WS-STATUS-FILE-SI.

           SELECT FORNEND-FILE ASSIGN TO "FORNEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FILE-FE.

      *> Cadastro das empresas do grupo (ver CADEMP.cbl): o CNPJ da
      *> empresa tomadora vai no cabeçalho de cada declaração.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WS-STATUS-FILE-EM.

      *> Declaração de serviços tomados, um arquivo por município
      *> (nome montado em MONTA-NOME-DECLARACAO, mesma técnica de
      *> INFORME_<CNPJ>.TXT em DIRFEXP.cbl).
           SELECT DECL-FILE ASSIGN TO WS-NOME-DECL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECL.

      *> Relatório de conferência por cidade, no mesmo padrão de
      *> spool dos demais relatórios.
           SELECT SPOOL-FILE ASSIGN TO "DECLISS.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

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

       FD SERVISS-FILE.
       01 SERVISS-REG.
           05 SI-CHAVE.                     *> 10 doc + 14 CNPJ
               10 SI-NUM-DOC    PIC 9(10).
               10 SI-CNPJ-FORN  PIC 9(14).
           05 SI-COD-SERVICO    PIC X(05).  *> item LC 116, ex: 07.02
           05 SI-MUN-PRESTACAO  PIC 9(07).  *> município (IBGE)
           05 SI-EMPRESA        PIC 9(02).
           05 SI-DATA-CADASTRO  PIC 9(8).

       FD FORNEND-FILE.
       01 FORNEND-REG.
           05 FE-CNPJ           PIC 9(14).
           05 FE-CEP            PIC 9(08).
           05 FE-UF             PIC X(02).
           05 FE-COD-IBGE       PIC 9(07).  *> município (IBGE)
           05 FE-MUNICIPIO      PIC X(30).

       FD EMPRESA-FILE.
       01 EMPRESA-REG.
           05 EM-CODIGO         PIC 9(02).
           05 EM-CNPJ           PIC 9(14).
           05 EM-RAZAO-SOCIAL   PIC X(40).
           05 EM-ATIVA          PIC X(1).

      *> Leiaute posicional da declaração: valores em centavos, sem
      *> ponto decimal, alinhados à direita com zeros.
       FD DECL-FILE.
       01 DECL-REG.
           05 DL-TIPO           PIC X(01).  *> 1=tomador,2=serviço,
                                            *> 9=totais
           05 DL-MUNICIPIO      PIC 9(07).
           05 DL-COMPETENCIA    PIC 9(06).
           05 DL-CNPJ           PIC 9(14).  *> tomador no 1 e 9,
                                            *> prestador no 2
           05 DL-NUM-DOC        PIC 9(10).
           05 DL-DATA-PGTO      PIC 9(08).
           05 DL-COD-SERVICO    PIC X(05).
           05 DL-VALOR-SERVICO  PIC 9(13).  *> centavos
           05 DL-ALIQUOTA       PIC 9(02)V99.
           05 DL-VALOR-ISS      PIC 9(13).  *> centavos
           05 DL-SITUACAO       PIC X(01).  *> N=normal,C=cancelado

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-SI     PIC XX.
       01 WS-SERVISS-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-FE     PIC XX.
       01 WS-FORNEND-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-EM     PIC XX.
       01 WS-STATUS-DECL        PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-NOME-DECL          PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-COMPETENCIA        PIC 9(06).

      *> Serviço e município do pagamento corrente.
       01 WS-MUN-ATUAL          PIC 9(07).
       01 WS-COD-SERVICO        PIC X(05).
       01 WS-MUN-UF             PIC X(02).
       01 WS-MUN-NOME           PIC X(30).

      *> Acumulado do mês por município da prestação; o código zero
      *> junta os pagamentos sem município identificado, que só
      *> aparecem na conferência.
       01 WS-TAB-MUN.
           05 WS-TM-LINHA       OCCURS 200 TIMES.
               10 WS-TM-CODIGO  PIC 9(07).
               10 WS-TM-UF      PIC X(02).
               10 WS-TM-NOME    PIC X(30).
               10 WS-TM-QTD     PIC 9(05).
               10 WS-TM-BASE    PIC S9(12)V99.
               10 WS-TM-ISS     PIC S9(12)V99.
       01 WS-TM-QTD-LINHAS      PIC 9(3) VALUE ZEROS.
       01 WS-TM-IDX             PIC 9(3).
       01 WS-TM-ACHOU           PIC 9(3).
       01 WS-QTD-PERDIDOS       PIC 9(5) VALUE ZEROS.

       01 WS-CENTAVOS           PIC 9(13).
       01 WS-QTD-DECL           PIC 9(3) VALUE ZEROS.
       01 WS-QTD-REG-DECL       PIC 9(5).
       01 WS-TOT-BASE           PIC S9(12)V99 VALUE ZEROS.
       01 WS-TOT-ISS            PIC S9(12)V99 VALUE ZEROS.
       01 WS-TOT-SEM-MUN        PIC S9(12)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "DECLARAÇÃO MENSAL DE SERVIÇOS TOMADOS (ISS)"

           DISPLAY "Empresa tomadora (código, ex: 01): "
           ACCEPT WS-EMPRESA-FILTRO

           DISPLAY "Competência dos pagamentos (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "Erro ao abrir HISTPAGTO.DAT: " WS-STATUS-HIST
               STOP RUN
           END-IF

           OPEN INPUT SERVISS-FILE
           IF WS-STATUS-FILE-SI = "00"
               MOVE "S" TO WS-SERVISS-OK
           END-IF
           OPEN INPUT FORNEND-FILE
           IF WS-STATUS-FILE-FE = "00"
               MOVE "S" TO WS-FORNEND-OK
           END-IF

      *> EMPRESA.DAT é opcional (mesmo padrão de DIRFEXP.cbl): sem
      *> ele, o tomador sai sem CNPJ no cabeçalho.
           OPEN INPUT EMPRESA-FILE
           IF WS-STATUS-FILE-EM = "00"
               MOVE WS-EMPRESA-FILTRO TO EM-CODIGO
               READ EMPRESA-FILE
                   INVALID KEY
                       DISPLAY "AVISO: empresa " WS-EMPRESA-FILTRO
                           " não cadastrada; CNPJ tomador zerado."
                       MOVE ZEROS TO EM-CNPJ
                       MOVE SPACES TO EM-RAZAO-SOCIAL
               END-READ
               CLOSE EMPRESA-FILE
           ELSE
               MOVE ZEROS TO EM-CNPJ
               MOVE SPACES TO EM-RAZAO-SOCIAL
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir DECLISS.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "CONFERENCIA DO ISS RETIDO POR MUNICIPIO - EMPRESA "
               DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               " COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM ACUMULA-MUNICIPIOS
           IF WS-QTD-PERDIDOS > 0
               DISPLAY "ATENÇÃO: " WS-QTD-PERDIDOS " pagamentos não "
                   "couberam na tabela e ficaram FORA da declaração."
           END-IF

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-QTD-LINHAS
               PERFORM CONFERE-MUNICIPIO
           END-PERFORM

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Declaracoes geradas: " DELIMITED BY SIZE
               WS-QTD-DECL DELIMITED BY SIZE
               "  Base: " DELIMITED BY SIZE
               WS-TOT-BASE DELIMITED BY SIZE
               "  ISS: " DELIMITED BY SIZE
               WS-TOT-ISS DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-TOT-SEM-MUN NOT = ZEROS
               MOVE SPACES TO WS-LINHA
               STRING "ISS sem municipio identificado (fora das "
                   DELIMITED BY SIZE
                   "declaracoes): " DELIMITED BY SIZE
                   WS-TOT-SEM-MUN DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF

           CLOSE HISTPAGTO-FILE
           CLOSE SPOOL-FILE
           IF WS-SERVISS-OK = "S"
               CLOSE SERVISS-FILE
           END-IF
           IF WS-FORNEND-OK = "S"
               CLOSE FORNEND-FILE
           END-IF
           STOP RUN.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Primeira passada: acumula, por município da prestação, os
      *> pagamentos do mês da empresa com ISS retido.
       ACUMULA-MUNICIPIOS.
           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
               IF H-DATA-PGTO(1:6) = WS-COMPETENCIA
                       AND H-EMPRESA = WS-EMPRESA-FILTRO
                       AND H-VALOR-ISS > 0
                   PERFORM DETERMINA-MUNICIPIO
                   PERFORM ACUMULA-PAGAMENTO
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM.

      *> Município e serviço do pagamento: o que foi informado na
      *> nota; sem isso, o município do endereço do fornecedor, sem
      *> código de serviço (a conferência aponta para corrigir).
       DETERMINA-MUNICIPIO.
           MOVE ZEROS  TO WS-MUN-ATUAL
           MOVE SPACES TO WS-COD-SERVICO
           MOVE SPACES TO WS-MUN-UF
           MOVE SPACES TO WS-MUN-NOME

           IF WS-SERVISS-OK = "S"
               MOVE H-NUM-DOC   TO SI-NUM-DOC
               MOVE H-CNPJ-FORN TO SI-CNPJ-FORN
               READ SERVISS-FILE
                   NOT INVALID KEY
                       MOVE SI-MUN-PRESTACAO TO WS-MUN-ATUAL
                       MOVE SI-COD-SERVICO   TO WS-COD-SERVICO
               END-READ
           END-IF

           IF WS-FORNEND-OK = "S"
               MOVE H-CNPJ-FORN TO FE-CNPJ
               READ FORNEND-FILE
                   NOT INVALID KEY
                       IF WS-MUN-ATUAL = ZEROS
                           MOVE FE-COD-IBGE TO WS-MUN-ATUAL
                       END-IF
                       IF FE-COD-IBGE = WS-MUN-ATUAL
                           MOVE FE-UF        TO WS-MUN-UF
                           MOVE FE-MUNICIPIO TO WS-MUN-NOME
                       END-IF
               END-READ
           END-IF.

       ACUMULA-PAGAMENTO.
           MOVE ZEROS TO WS-TM-ACHOU
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-QTD-LINHAS
                   OR WS-TM-ACHOU NOT = ZEROS
               IF WS-TM-CODIGO(WS-TM-IDX) = WS-MUN-ATUAL
                   MOVE WS-TM-IDX TO WS-TM-ACHOU
               END-IF
           END-PERFORM

           IF WS-TM-ACHOU = ZEROS
               IF WS-TM-QTD-LINHAS >= 200
                   ADD 1 TO WS-QTD-PERDIDOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TM-QTD-LINHAS
               MOVE WS-TM-QTD-LINHAS TO WS-TM-ACHOU
               MOVE WS-MUN-ATUAL TO WS-TM-CODIGO(WS-TM-ACHOU)
               MOVE SPACES TO WS-TM-UF(WS-TM-ACHOU)
               MOVE SPACES TO WS-TM-NOME(WS-TM-ACHOU)
               MOVE ZEROS TO WS-TM-QTD(WS-TM-ACHOU)
               MOVE ZEROS TO WS-TM-BASE(WS-TM-ACHOU)
               MOVE ZEROS TO WS-TM-ISS(WS-TM-ACHOU)
           END-IF
           IF WS-TM-NOME(WS-TM-ACHOU) = SPACES
               MOVE WS-MUN-UF   TO WS-TM-UF(WS-TM-ACHOU)
               MOVE WS-MUN-NOME TO WS-TM-NOME(WS-TM-ACHOU)
           END-IF

      *> Estorno (ver ESTORNO.cbl) repete os valores do pagamento
      *> desfeito com sinal contrário: sem devolver aqui, o ISS
      *> estornado seria declarado em dobro em vez de zerar.
           ADD 1 TO WS-TM-QTD(WS-TM-ACHOU)
           IF H-TIPO = "E"
               SUBTRACT H-VALOR-PAGO FROM WS-TM-BASE(WS-TM-ACHOU)
               SUBTRACT H-VALOR-ISS  FROM WS-TM-ISS(WS-TM-ACHOU)
           ELSE
               ADD H-VALOR-PAGO TO WS-TM-BASE(WS-TM-ACHOU)
               ADD H-VALOR-ISS  TO WS-TM-ISS(WS-TM-ACHOU)
           END-IF.

      *> Uma linha de conferência por cidade; cidade identificada
      *> com ISS a declarar ganha o seu arquivo.
       CONFERE-MUNICIPIO.
           MOVE "---------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-TM-CODIGO(WS-TM-IDX) = ZEROS
               STRING "MUNICIPIO NAO IDENTIFICADO - " DELIMITED BY SIZE
                   WS-TM-QTD(WS-TM-IDX) DELIMITED BY SIZE
                   " pagamento(s), ISS " DELIMITED BY SIZE
                   WS-TM-ISS(WS-TM-IDX) DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "  Informe o endereco em CADFORNE ou o "
                   DELIMITED BY SIZE
                   "municipio da prestacao na nota." DELIMITED BY SIZE
                   INTO WS-LINHA
               PERFORM IMPRIME-LINHA
               ADD WS-TM-ISS(WS-TM-IDX) TO WS-TOT-SEM-MUN
               PERFORM LISTA-PAGAMENTOS
               EXIT PARAGRAPH
           END-IF

           STRING "MUNICIPIO " DELIMITED BY SIZE
               WS-TM-CODIGO(WS-TM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TM-NOME(WS-TM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TM-UF(WS-TM-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TM-QTD(WS-TM-IDX) DELIMITED BY SIZE
               " pagamento(s), base " DELIMITED BY SIZE
               WS-TM-BASE(WS-TM-IDX) DELIMITED BY SIZE
               " ISS " DELIMITED BY SIZE
               WS-TM-ISS(WS-TM-IDX) DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           IF WS-TM-ISS(WS-TM-IDX) <= ZEROS
               MOVE "  Sem ISS a declarar (estornado no mes)."
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           PERFORM MONTA-NOME-DECLARACAO
           OPEN OUTPUT DECL-FILE
           IF WS-STATUS-DECL NOT = "00"
               DISPLAY "AVISO: falha ao abrir " WS-NOME-DECL ": "
                   WS-STATUS-DECL
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-REG-DECL
           PERFORM GRAVA-CABECALHO
           PERFORM LISTA-PAGAMENTOS
           PERFORM GRAVA-TRAILER
           CLOSE DECL-FILE

           ADD 1 TO WS-QTD-DECL
           ADD WS-TM-BASE(WS-TM-IDX) TO WS-TOT-BASE
           ADD WS-TM-ISS(WS-TM-IDX)  TO WS-TOT-ISS
           MOVE SPACES TO WS-LINHA
           STRING "  Declaracao gravada em " DELIMITED BY SIZE
               WS-NOME-DECL DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Segunda passada, uma por cidade: lista na conferência e,
      *> para cidade identificada, grava o registro de serviço.
       LISTA-PAGAMENTOS.
           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-HIST = "10"
               IF H-DATA-PGTO(1:6) = WS-COMPETENCIA
                       AND H-EMPRESA = WS-EMPRESA-FILTRO
                       AND H-VALOR-ISS > 0
                   PERFORM DETERMINA-MUNICIPIO
                   IF WS-MUN-ATUAL = WS-TM-CODIGO(WS-TM-IDX)
                       PERFORM LISTA-UM-PAGAMENTO
                   END-IF
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

       LISTA-UM-PAGAMENTO.
           MOVE SPACES TO WS-LINHA
           STRING "  Doc " DELIMITED BY SIZE
               H-NUM-DOC DELIMITED BY SIZE
               " CNPJ " DELIMITED BY SIZE
               H-CNPJ-FORN DELIMITED BY SIZE
               " pgto " DELIMITED BY SIZE
               H-DATA-PGTO DELIMITED BY SIZE
               " serv " DELIMITED BY SIZE
               WS-COD-SERVICO DELIMITED BY SIZE
               " base " DELIMITED BY SIZE
               H-VALOR-PAGO DELIMITED BY SIZE
               " ISS " DELIMITED BY SIZE
               H-VALOR-ISS DELIMITED BY SIZE
               INTO WS-LINHA
           IF H-TIPO = "E"
               MOVE "ESTORNO" TO WS-LINHA(110:7)
           END-IF
           IF WS-COD-SERVICO = SPACES
               MOVE "SEM COD. SERVICO" TO WS-LINHA(110:16)
           END-IF
           PERFORM IMPRIME-LINHA

           IF WS-MUN-ATUAL = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE "2"              TO DL-TIPO
           MOVE WS-MUN-ATUAL     TO DL-MUNICIPIO
           MOVE WS-COMPETENCIA   TO DL-COMPETENCIA
           MOVE H-CNPJ-FORN      TO DL-CNPJ
           MOVE H-NUM-DOC        TO DL-NUM-DOC
           MOVE H-DATA-PGTO      TO DL-DATA-PGTO
           MOVE WS-COD-SERVICO   TO DL-COD-SERVICO
           COMPUTE WS-CENTAVOS = H-VALOR-PAGO * 100
           MOVE WS-CENTAVOS      TO DL-VALOR-SERVICO
           IF H-VALOR-PAGO > ZEROS
               COMPUTE DL-ALIQUOTA ROUNDED =
                   H-VALOR-ISS * 100 / H-VALOR-PAGO
           ELSE
               MOVE ZEROS TO DL-ALIQUOTA
           END-IF
           COMPUTE WS-CENTAVOS = H-VALOR-ISS * 100
           MOVE WS-CENTAVOS      TO DL-VALOR-ISS
           IF H-TIPO = "E"
               MOVE "C" TO DL-SITUACAO
           ELSE
               MOVE "N" TO DL-SITUACAO
           END-IF
           WRITE DECL-REG
           ADD 1 TO WS-QTD-REG-DECL.

       GRAVA-CABECALHO.
           MOVE "1"                     TO DL-TIPO
           MOVE WS-TM-CODIGO(WS-TM-IDX) TO DL-MUNICIPIO
           MOVE WS-COMPETENCIA          TO DL-COMPETENCIA
           MOVE EM-CNPJ                 TO DL-CNPJ
           MOVE ZEROS                   TO DL-NUM-DOC
           MOVE ZEROS                   TO DL-DATA-PGTO
           MOVE SPACES                  TO DL-COD-SERVICO
           MOVE ZEROS                   TO DL-VALOR-SERVICO
           MOVE ZEROS                   TO DL-ALIQUOTA
           MOVE ZEROS                   TO DL-VALOR-ISS
           MOVE "N"                     TO DL-SITUACAO
           WRITE DECL-REG.

      *> Totais líquidos do mês (estornos já descontados).
       GRAVA-TRAILER.
           MOVE "9"                     TO DL-TIPO
           MOVE WS-TM-CODIGO(WS-TM-IDX) TO DL-MUNICIPIO
           MOVE WS-COMPETENCIA          TO DL-COMPETENCIA
           MOVE EM-CNPJ                 TO DL-CNPJ
           MOVE WS-QTD-REG-DECL         TO DL-NUM-DOC
           MOVE ZEROS                   TO DL-DATA-PGTO
           MOVE SPACES                  TO DL-COD-SERVICO
           COMPUTE WS-CENTAVOS = WS-TM-BASE(WS-TM-IDX) * 100
           MOVE WS-CENTAVOS             TO DL-VALOR-SERVICO
           MOVE ZEROS                   TO DL-ALIQUOTA
           COMPUTE WS-CENTAVOS = WS-TM-ISS(WS-TM-IDX) * 100
           MOVE WS-CENTAVOS             TO DL-VALOR-ISS
           MOVE "N"                     TO DL-SITUACAO
           WRITE DECL-REG.

      *> Nome do arquivo: DECLISS_<IBGE>_<AAAAMM>.TXT (mesma técnica
      *> de nome montado de DIRFEXP.cbl).
       MONTA-NOME-DECLARACAO.
           MOVE SPACES TO WS-NOME-DECL
           STRING "DECLISS_" DELIMITED BY SIZE
                  WS-TM-CODIGO(WS-TM-IDX) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-DECL.
