       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFNFE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Manifestação do destinatário sobre as NF-e distribuídas
      *> contra o nosso CNPJ (carregadas por NFEDIST.cbl): ciência da
      *> operação, confirmação, desconhecimento ou operação não
      *> realizada. Ciência não encerra a nota; as outras três são
      *> conclusivas e têm prazo legal (ver RELMANIF.cbl).
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-MN.

      *> CNPJ destinatário de cada empresa do grupo, que vai no
      *> evento (ver CADEMP.cbl).
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WS-STATUS-FILE-EM.

      *> Arquivo de eventos para transmissão à SEFAZ, um por geração
      *> (EVENTONFE_AAAAMMDD_HHMMSS.TXT), só com as manifestações
      *> ainda não enviadas.
           SELECT EVENTO-FILE ASSIGN TO WS-NOME-EVENTO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTO.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por manifestação registrada.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD MANIFEST-FILE.
       01 MANIFEST-REG.
           05 MN-CHAVE-NFE      PIC X(44).
           05 MN-CNPJ-EMIT      PIC 9(14).
           05 MN-EMPRESA        PIC 9(02).
           05 MN-DATA-EMISSAO   PIC 9(8).
           05 MN-VALOR          PIC 9(10)V99.
           05 MN-DATA-RECEB     PIC 9(8).   *> carga da distribuição
           05 MN-SITUACAO       PIC X(1).   *> P=pendente,C=ciência,
                                            *> F=confirmação,
                                            *> D=desconhecimento,
                                            *> N=operação não realiz.
           05 MN-JUSTIFICATIVA  PIC X(60).
           05 MN-DATA-MANIF     PIC 9(8).
           05 MN-USUARIO        PIC X(10).
           05 MN-EVENTO-GERADO  PIC X(1).   *> S=já no arquivo SEFAZ
           05 MN-DATA-EVENTO    PIC 9(8).

       FD EMPRESA-FILE.
       01 EMPRESA-REG.
           05 EM-CODIGO         PIC 9(02).
           05 EM-CNPJ           PIC 9(14).
           05 EM-RAZAO-SOCIAL   PIC X(40).
           05 EM-ATIVA          PIC X(1).

       FD EVENTO-FILE.
       01 EVENTO-REG.
           05 EV-TIPO-EVENTO    PIC 9(06).  *> 210200=confirmação,
                                            *> 210210=ciência,
                                            *> 210220=desconhecimento,
                                            *> 210240=não realizada
           05 EV-CHAVE-NFE      PIC X(44).
           05 EV-CNPJ-DEST      PIC 9(14).
           05 EV-DATA-EVENTO    PIC 9(08).
           05 EV-HORA-EVENTO    PIC 9(06).
           05 EV-SEQ-EVENTO     PIC 9(02).
           05 EV-JUSTIFICATIVA  PIC X(60).

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
       01 WS-STATUS-FILE-MN     PIC XX.
       01 WS-STATUS-FILE-EM     PIC XX.
       01 WS-STATUS-EVENTO      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-EMPRESA-OK         PIC X VALUE "N".
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 WS-NOME-EVENTO        PIC X(30).
       01 WS-DATA-HORA          PIC X(21).
       01 WS-HOJE               PIC 9(8).
       01 WS-EMPRESA-FILTRO     PIC 9(02).
       01 WS-TIPO-MANIF         PIC 9.
       01 WS-NOVA-SITUACAO      PIC X(1).
       01 WS-DESC-SITUACAO      PIC X(20).
       01 WS-MOTIVO             PIC X(60).
       01 WS-TAM-MOTIVO         PIC 9(3).
       01 WS-MANIF-OK           PIC X.
       01 WS-DATA-LIMITE        PIC 9(8).
       01 WS-DIAS-RESTANTES     PIC S9(5).
       01 WS-DIAS-EDIT          PIC -ZZZZ9.
       01 WS-QTD-PENDENTES      PIC 9(5).
       01 WS-QTD-EVENTOS        PIC 9(5).

      *> Prazo legal para a manifestação conclusiva, em dias corridos
      *> a partir da emissão da nota (mesmo prazo de RELMANIF.cbl).
       01 WS-PRAZO-MANIF        PIC 9(3) VALUE 180.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR.

       MAIN-PROCEDURE.
           DISPLAY "MANIFESTAÇÃO DO DESTINATÁRIO (NF-e)"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O MANIFEST-FILE
           IF WS-STATUS-FILE-MN = "35"
      *> MANIFEST.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN I-O MANIFEST-FILE
           END-IF
           IF WS-STATUS-FILE-MN NOT = "00"
               DISPLAY "Erro ao abrir MANIFEST.DAT: " WS-STATUS-FILE-MN
               STOP RUN
           END-IF

           OPEN INPUT EMPRESA-FILE
           IF WS-STATUS-FILE-EM = "00"
               MOVE "S" TO WS-EMPRESA-OK
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
               DISPLAY "===== MANIFESTAÇÃO NF-e ====="
               DISPLAY "1 - Lista de trabalho (sem manifestação "
                   "conclusiva)"
               DISPLAY "2 - Registrar manifestação"
               DISPLAY "3 - Gerar arquivo de eventos para a SEFAZ"
               DISPLAY "4 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM LISTA-PENDENTES
                   WHEN 2
                       PERFORM REGISTRA-MANIFESTACAO
                   WHEN 3
                       PERFORM GERA-ARQUIVO-EVENTOS
                   WHEN 4
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE MANIFEST-FILE
           IF WS-EMPRESA-OK = "S"
               CLOSE EMPRESA-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Notas pendentes ou só com ciência, com os dias que faltam
      *> para o prazo legal da manifestação conclusiva.
       LISTA-PENDENTES.
           DISPLAY "Empresa (00 = todas): "
           ACCEPT WS-EMPRESA-FILTRO
           MOVE ZEROS TO WS-QTD-PENDENTES

           MOVE LOW-VALUES TO MN-CHAVE-NFE
           START MANIFEST-FILE KEY IS NOT LESS MN-CHAVE-NFE
               INVALID KEY
                   DISPLAY "Nenhuma nota distribuída."
                   EXIT PARAGRAPH
           END-START

           READ MANIFEST-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhuma nota distribuída."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CHAVE DE ACESSO                              | "
               "EMP | EMISSAO  |         VALOR | SIT | DIAS"
           PERFORM UNTIL WS-STATUS-FILE-MN = "10"
               IF (MN-SITUACAO = "P" OR MN-SITUACAO = "C")
                       AND (WS-EMPRESA-FILTRO = ZEROS
                            OR MN-EMPRESA = WS-EMPRESA-FILTRO)
                   PERFORM CALCULA-PRAZO
                   MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT
                   DISPLAY MN-CHAVE-NFE " | " MN-EMPRESA "  | "
                       MN-DATA-EMISSAO " | " MN-VALOR " |  "
                       MN-SITUACAO "  | " WS-DIAS-EDIT
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-MN

           IF WS-QTD-PENDENTES = 0
               DISPLAY "Nenhuma nota aguardando manifestação."
           ELSE
               DISPLAY "Notas aguardando manifestação: "
                   WS-QTD-PENDENTES
           END-IF.

      *> Data limite = emissão + prazo legal; dias negativos indicam
      *> prazo já vencido.
       CALCULA-PRAZO.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MN-DATA-EMISSAO)
               + WS-PRAZO-MANIF)
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE)
               - FUNCTION INTEGER-OF-DATE(WS-HOJE).

      *> Ciência só a partir de nota pendente; desconhecimento ainda
      *> pode ser revisto para confirmação ou operação não
      *> realizada; confirmação e operação não realizada encerram a
      *> nota.
       REGISTRA-MANIFESTACAO.
           DISPLAY "Chave de acesso da NF-e (44 dígitos): "
           ACCEPT MN-CHAVE-NFE
           READ MANIFEST-FILE
               INVALID KEY
                   DISPLAY "Erro: chave não consta da distribuição."
                   EXIT PARAGRAPH
           END-READ

           PERFORM CALCULA-PRAZO
           MOVE MN-SITUACAO TO WS-NOVA-SITUACAO
           PERFORM DESCREVE-SITUACAO
           DISPLAY "Emitente: " MN-CNPJ-EMIT "  Empresa: " MN-EMPRESA
           DISPLAY "Emissão: " MN-DATA-EMISSAO "  Valor: " MN-VALOR
           DISPLAY "Situação atual: " WS-DESC-SITUACAO
           IF MN-JUSTIFICATIVA NOT = SPACES
               DISPLAY "Motivo: " MN-JUSTIFICATIVA
           END-IF

           IF MN-SITUACAO = "F" OR MN-SITUACAO = "N"
               DISPLAY "Erro: manifestação conclusiva já registrada."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "1 - Ciência da operação"
           DISPLAY "2 - Confirmação da operação"
           DISPLAY "3 - Desconhecimento da operação"
           DISPLAY "4 - Operação não realizada"
           ACCEPT WS-TIPO-MANIF

           EVALUATE WS-TIPO-MANIF
               WHEN 1
                   MOVE "C" TO WS-NOVA-SITUACAO
               WHEN 2
                   MOVE "F" TO WS-NOVA-SITUACAO
               WHEN 3
                   MOVE "D" TO WS-NOVA-SITUACAO
               WHEN 4
                   MOVE "N" TO WS-NOVA-SITUACAO
               WHEN OTHER
                   DISPLAY "Opção inválida."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "S" TO WS-MANIF-OK
           EVALUATE TRUE
               WHEN WS-NOVA-SITUACAO = MN-SITUACAO
                   DISPLAY "Erro: manifestação já registrada."
                   MOVE "N" TO WS-MANIF-OK
               WHEN WS-NOVA-SITUACAO = "C" AND MN-SITUACAO NOT = "P"
                   DISPLAY "Erro: ciência só para nota pendente."
                   MOVE "N" TO WS-MANIF-OK
           END-EVALUATE
           IF WS-MANIF-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

      *> Desconhecimento e operação não realizada exigem o motivo; a
      *> SEFAZ pede ao menos 15 caracteres na operação não realizada.
           DISPLAY "Motivo / justificativa: "
           ACCEPT WS-MOTIVO
           IF WS-NOVA-SITUACAO = "D" OR WS-NOVA-SITUACAO = "N"
               IF WS-MOTIVO = SPACES
                   DISPLAY "Erro: motivo obrigatório."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MOTIVO))
                   TO WS-TAM-MOTIVO
               IF WS-NOVA-SITUACAO = "N" AND WS-TAM-MOTIVO < 15
                   DISPLAY "Erro: justificativa deve ter ao menos "
                       "15 caracteres."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DIAS-RESTANTES < 0 AND WS-NOVA-SITUACAO NOT = "C"
               DISPLAY "AVISO: prazo legal vencido em " WS-DATA-LIMITE
                   "; o evento pode ser recusado pela SEFAZ."
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SIT="          DELIMITED BY SIZE
                  MN-SITUACAO     DELIMITED BY SIZE
                  " EVT="         DELIMITED BY SIZE
                  MN-EVENTO-GERADO DELIMITED BY SIZE
                  " DT="          DELIMITED BY SIZE
                  MN-DATA-MANIF   DELIMITED BY SIZE
                  INTO WS-AUD-ANTES

           MOVE WS-NOVA-SITUACAO TO MN-SITUACAO
           MOVE WS-MOTIVO        TO MN-JUSTIFICATIVA
           MOVE WS-HOJE          TO MN-DATA-MANIF
           MOVE WS-USUARIO-CHAMADOR TO MN-USUARIO
           MOVE "N"              TO MN-EVENTO-GERADO
           MOVE ZEROS            TO MN-DATA-EVENTO
           REWRITE MANIFEST-REG
           IF WS-STATUS-FILE-MN NOT = "00"
               DISPLAY "Erro ao gravar manifestação: "
                   WS-STATUS-FILE-MN
               EXIT PARAGRAPH
           END-IF

           PERFORM DESCREVE-SITUACAO
           DISPLAY "Manifestação registrada: " WS-DESC-SITUACAO
           DISPLAY "O evento segue no próximo arquivo para a SEFAZ."

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SIT="          DELIMITED BY SIZE
                  MN-SITUACAO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  MN-JUSTIFICATIVA DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       DESCREVE-SITUACAO.
           EVALUATE WS-NOVA-SITUACAO
               WHEN "P"
                   MOVE "PENDENTE" TO WS-DESC-SITUACAO
               WHEN "C"
                   MOVE "CIENCIA" TO WS-DESC-SITUACAO
               WHEN "F"
                   MOVE "CONFIRMACAO" TO WS-DESC-SITUACAO
               WHEN "D"
                   MOVE "DESCONHECIMENTO" TO WS-DESC-SITUACAO
               WHEN "N"
                   MOVE "NAO REALIZADA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE "?" TO WS-DESC-SITUACAO
           END-EVALUATE.

      *> Um registro por manifestação ainda não enviada; a nota fica
      *> marcada para não seguir de novo no próximo arquivo.
       GERA-ARQUIVO-EVENTOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           MOVE SPACES TO WS-NOME-EVENTO
           STRING "EVENTONFE_"        DELIMITED BY SIZE
                  WS-DATA-HORA(1:8)   DELIMITED BY SIZE
                  "_"                 DELIMITED BY SIZE
                  WS-DATA-HORA(9:6)   DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
                  INTO WS-NOME-EVENTO
           MOVE ZEROS TO WS-QTD-EVENTOS

           OPEN OUTPUT EVENTO-FILE
           IF WS-STATUS-EVENTO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-EVENTO ": "
                   WS-STATUS-EVENTO
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO MN-CHAVE-NFE
           START MANIFEST-FILE KEY IS NOT LESS MN-CHAVE-NFE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-MN
           END-START

           IF WS-STATUS-FILE-MN NOT = "10"
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MN
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-MN = "10"
               IF MN-SITUACAO NOT = "P" AND MN-EVENTO-GERADO = "N"
                   PERFORM GRAVA-EVENTO
               END-IF
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-MN
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-MN

           CLOSE EVENTO-FILE
           IF WS-QTD-EVENTOS = 0
               DISPLAY "Nenhuma manifestação a enviar."
           ELSE
               DISPLAY "Eventos gerados: " WS-QTD-EVENTOS
                   " em " WS-NOME-EVENTO
           END-IF.

       GRAVA-EVENTO.
           EVALUATE MN-SITUACAO
               WHEN "F"
                   MOVE 210200 TO EV-TIPO-EVENTO
               WHEN "C"
                   MOVE 210210 TO EV-TIPO-EVENTO
               WHEN "D"
                   MOVE 210220 TO EV-TIPO-EVENTO
               WHEN "N"
                   MOVE 210240 TO EV-TIPO-EVENTO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZEROS TO EV-CNPJ-DEST
           IF WS-EMPRESA-OK = "S"
               MOVE MN-EMPRESA TO EM-CODIGO
               READ EMPRESA-FILE
                   NOT INVALID KEY
                       MOVE EM-CNPJ TO EV-CNPJ-DEST
               END-READ
           END-IF

           MOVE MN-CHAVE-NFE      TO EV-CHAVE-NFE
           MOVE WS-DATA-HORA(1:8) TO EV-DATA-EVENTO
           MOVE WS-DATA-HORA(9:6) TO EV-HORA-EVENTO
           MOVE 1                 TO EV-SEQ-EVENTO
           IF MN-SITUACAO = "D" OR MN-SITUACAO = "N"
               MOVE MN-JUSTIFICATIVA TO EV-JUSTIFICATIVA
           ELSE
               MOVE SPACES TO EV-JUSTIFICATIVA
           END-IF
           WRITE EVENTO-REG
           IF WS-STATUS-EVENTO NOT = "00"
               DISPLAY "Erro ao gravar evento: " WS-STATUS-EVENTO
               EXIT PARAGRAPH
           END-IF

           MOVE "S"               TO MN-EVENTO-GERADO
           MOVE WS-DATA-HORA(1:8) TO MN-DATA-EVENTO
           REWRITE MANIFEST-REG
           IF WS-STATUS-FILE-MN NOT = "00"
               DISPLAY "AVISO: falha ao marcar evento gerado: "
                   MN-CHAVE-NFE
           END-IF
           ADD 1 TO WS-QTD-EVENTOS.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
      *> A chave de 44 posições não cabe em AU-CHAVE: vai a parte do
      *> emitente, modelo, série e número.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "MANIFNFE"                  TO AU-PROGRAMA
           MOVE "MANIFEST"                  TO AU-ACAO
           MOVE MN-CHAVE-NFE(7:26)          TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.
