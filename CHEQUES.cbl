      *> Talão de cheques por conta bancária, emitidos em PGTOCONT
      *> (forma de pagamento "Q") e compensados por CONCBANC; aqui o
      *> tesoureiro consulta a posição e trata sustação, cancelamento
      *> e devolução, e decide as exceções de cheque apresentado que
      *> o banco não achou no arquivo de confirmação (POSPAG.cbl).
           SELECT CHEQUE-FILE ASSIGN TO "CHEQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Contas bancárias da empresa (ver CADBANCO.cbl): banco,
      *> agência e conta do arquivo do banco viram o código interno.
      *> Arquivo opcional.
           SELECT CONTABANCO-FILE ASSIGN TO "CONTABANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CB.

      *> Lista de exceções do banco: cheque apresentado que não casa
      *> com o arquivo de confirmação (não emitido, valor ou
      *> favorecido diferente, sustado, cancelado, já pago). Cada
      *> arquivo pendente na caixa de entrada (ENTRADA/, ver
      *> CAIXAENT.cbl) é carregado em ordem.
           SELECT EXCBANCO-FILE ASSIGN TO WS-NOME-EXCECAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCBANCO.

      *> Exceções carregadas e a decisão de cada uma (pagar ou
      *> devolver), com quem decidiu e quando foi avisada ao banco.
           SELECT EXCCHQ-FILE ASSIGN TO "EXCCHQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-XC.

      *> Decisões enviadas ao banco, um arquivo por conta bancária e
      *> por dia, montado em ABRE-ARQUIVO-DECISAO.
           SELECT DECISAO-FILE ASSIGN TO WS-NOME-DECISAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISAO.

       DATA DIVISION.
       FILE SECTION.

      *> Talão de cheques (compartilhado com PGTOCONT.cbl,
      *> CONCBANC.cbl, CADBANCO.cbl e POSPAG.cbl).
       FD CHEQUE-FILE.
       01 CHEQUE-REG.
           05 CH-CHAVE.                     *> 03 conta + 06 número
                                            *> X=cancelado
           05 CH-DATA-COMPENSA  PIC 9(8).

       FD CONTABANCO-FILE.
       01 CONTABANCO-REG.
           05 CB-CODIGO         PIC X(03).
           05 CB-BANCO          PIC X(03).
           05 CB-AGENCIA        PIC X(06).
           05 CB-CONTA          PIC X(12).
           05 CB-DESCRICAO      PIC X(30).
           05 CB-SALDO          PIC S9(10)V99. *> saldo corrente
           05 CB-ATIVO          PIC X(1).

      *> Layout fixo da lista de exceções do banco: um cheque
      *> apresentado por linha, com o motivo do banco (NE=não
      *> emitido, VD=valor divergente, FD=favorecido divergente,
      *> SU=sustado, CA=cancelado, PG=já pago).
       FD EXCBANCO-FILE.
       01 EXCBANCO-REG.
           05 XB-BANCO          PIC X(03).
           05 XB-AGENCIA        PIC X(06).
           05 XB-CONTA          PIC X(12).
           05 XB-NUMERO         PIC 9(06).
           05 XB-DATA-APRES     PIC 9(8).   *> AAAAMMDD
           05 XB-VALOR          PIC 9(10)V99.
           05 XB-MOTIVO         PIC X(02).
           05 XB-FAVORECIDO     PIC X(40).

       FD EXCCHQ-FILE.
       01 EXCCHQ-REG.
           05 XC-CHAVE.                     *> 03 conta + 06 número +
               10 XC-CONTA-BANCO PIC X(03). *> 08 data apresentação
               10 XC-NUMERO      PIC 9(06).
               10 XC-DATA-APRES  PIC 9(8).
           05 XC-BANCO          PIC X(03).
           05 XC-AGENCIA        PIC X(06).
           05 XC-CONTA          PIC X(12).
           05 XC-VALOR-APRES    PIC 9(10)V99.
           05 XC-MOTIVO-BANCO   PIC X(02).
           05 XC-FAVORECIDO     PIC X(40).
           05 XC-VALOR-EMITIDO  PIC 9(10)V99.  *> do talão, na carga
           05 XC-SIT-CHEQUE     PIC X(01).  *> do talão; espaço=não
                                            *> consta do talão
           05 XC-DATA-IMPORT    PIC 9(8).
           05 XC-ARQUIVO        PIC X(30).
           05 XC-SITUACAO       PIC X(01).  *> P=pendente,A=pagar,
                                            *> R=devolver
           05 XC-USUARIO        PIC X(10).
           05 XC-DATA-DECISAO   PIC 9(8).
           05 XC-OBSERVACAO     PIC X(40).
           05 XC-DATA-RETORNO   PIC 9(8).   *> decisão enviada ao
                                            *> banco (0 = não)

       FD DECISAO-FILE.
       01 DECISAO-REG           PIC X(80).

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-MOTIVO             PIC X(40).
       01 WS-QTD-LISTADOS       PIC 9(5).
       01 WS-VALOR-PENDENTE     PIC 9(12)V99.
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-HOJE               PIC 9(8).

       01 WS-STATUS-FILE-CB     PIC XX.
       01 WS-STATUS-EXCBANCO    PIC XX.
       01 WS-STATUS-FILE-XC     PIC XX.
       01 WS-STATUS-DECISAO     PIC XX.
       01 WS-CONTABANCO-OK      PIC X VALUE "N".
       01 WS-NOME-EXCECAO       PIC X(60).
       01 WS-NOME-DECISAO       PIC X(30).
       01 WS-NOME-ARQUIVO       PIC X(30).
       01 WS-PASTA-ARQUIVO      PIC X(30).
       01 WS-CONTA-INTERNA      PIC X(03).
       01 WS-DECISAO            PIC X.
       01 WS-CONFIRMA           PIC X.
       01 WS-ENCERRA            PIC X.
       01 WS-ARQUIVO-ABERTO     PIC X VALUE "N".
       01 WS-QTD-ARQUIVOS       PIC 9(3).
       01 WS-QTD-EXCECOES       PIC 9(5).
       01 WS-QTD-NOVAS          PIC 9(5).
       01 WS-QTD-REPETIDAS      PIC 9(5).
       01 WS-QTD-SEM-CONTA      PIC 9(5).
       01 WS-QTD-DECIDIDAS      PIC 9(5).
       01 WS-QTD-ENVIADAS       PIC 9(5).

      *> Caixa de entrada dos arquivos recebidos (ver CAIXAENT.cbl).
       01 WS-CAIXA-ENTRADA.
           05 WS-CX-FUNCAO      PIC X(1).   *> P=próximo pendente,
                                            *> C=concluído,
                                            *> F=falha na leitura
           05 WS-CX-TIPO        PIC X(10).
           05 WS-CX-TAM-REG     PIC 9(4).   *> tamanho do registro
           05 WS-CX-CAMINHO     PIC X(60).  *> devolvido em P
           05 WS-CX-QTD-REG     PIC 9(7).
           05 WS-CX-DATA-INI    PIC 9(8).   *> informados em C
           05 WS-CX-DATA-FIM    PIC 9(8).
           05 WS-CX-VALOR       PIC 9(12)V99.
           05 WS-CX-RETORNO     PIC X(1).   *> S=ok,N=nada pendente

      *> Arquivo de decisões ao banco: cabeçalho com os dados da
      *> conta, um detalhe por exceção decidida (P=pagar,
      *> D=devolver) e um trailer com a quantidade.
       01 WS-DEC-CABECALHO.
           05 DCH-TIPO          PIC X(01) VALUE "H".
           05 DCH-BANCO         PIC X(03).
           05 DCH-AGENCIA       PIC X(06).
           05 DCH-CONTA         PIC X(12).
           05 DCH-DATA-GERACAO  PIC 9(8).
           05 FILLER            PIC X(50) VALUE SPACES.

       01 WS-DEC-DETALHE.
           05 DCD-TIPO          PIC X(01) VALUE "D".
           05 DCD-NUMERO        PIC 9(06).
           05 DCD-DATA-APRES    PIC 9(8).
           05 DCD-VALOR         PIC 9(10)V99.
           05 DCD-DECISAO       PIC X(01).
           05 DCD-MOTIVO-BANCO  PIC X(02).
           05 FILLER            PIC X(50) VALUE SPACES.

       01 WS-DEC-TRAILER.
           05 DCT-TIPO          PIC X(01) VALUE "T".
           05 DCT-QTD           PIC 9(06).
           05 FILLER            PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
                   WS-STATUS-AUDITORIA
           END-IF

           OPEN INPUT CONTABANCO-FILE
           IF WS-STATUS-FILE-CB = "00"
               MOVE "S" TO WS-CONTABANCO-OK
           END-IF

           OPEN I-O EXCCHQ-FILE
           IF WS-STATUS-FILE-XC = "35"
      *> EXCCHQ.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT EXCCHQ-FILE
               CLOSE EXCCHQ-FILE
               OPEN I-O EXCCHQ-FILE
           END-IF
           IF WS-STATUS-FILE-XC NOT = "00"
               DISPLAY "Erro ao abrir EXCCHQ.DAT: " WS-STATUS-FILE-XC
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== CHEQUES EMITIDOS ====="
               DISPLAY "1 - Posição dos cheques de uma conta"
               DISPLAY "2 - Sustar / cancelar / marcar devolvido"
               DISPLAY "3 - Carregar exceções do banco (caixa de "
                   "entrada)"
               DISPLAY "4 - Decidir exceções pendentes (pagar / "
                   "devolver)"
               DISPLAY "5 - Gerar arquivo de decisões p/ o banco"
               DISPLAY "6 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 2
                       PERFORM ALTERA-SITUACAO
                   WHEN 3
                       PERFORM PROCESSA-CAIXA
                   WHEN 4
                       PERFORM DECIDE-EXCECOES
                   WHEN 5
                       PERFORM GERA-DECISOES
                   WHEN 6
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
           END-PERFORM

           CLOSE CHEQUE-FILE
           CLOSE EXCCHQ-FILE
           IF WS-CONTABANCO-OK = "S"
               CLOSE CONTABANCO-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
                      " MOTIVO=" DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               MOVE "CHEQUE" TO WS-AUD-ACAO
               MOVE CH-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao atualizar cheque: " WS-STATUS-FILE-CH
           END-IF.

      *> Retira da caixa de entrada, em ordem, cada lista de
      *> exceções pendente; o arquivo já processado (mesmo nome ou
      *> mesmo conteúdo) é recusado pela própria caixa.
       PROCESSA-CAIXA.
           MOVE ZEROS TO WS-QTD-ARQUIVOS
           MOVE ZEROS TO WS-QTD-EXCECOES
           MOVE ZEROS TO WS-QTD-NOVAS
           MOVE ZEROS TO WS-QTD-REPETIDAS
           MOVE ZEROS TO WS-QTD-SEM-CONTA
           MOVE "EXCCHEQUE" TO WS-CX-TIPO
           MOVE 89 TO WS-CX-TAM-REG
           MOVE "S" TO WS-CX-RETORNO
           PERFORM UNTIL WS-CX-RETORNO NOT = "S"
               MOVE "P" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               IF WS-CX-RETORNO = "S"
                   PERFORM CARREGA-EXCECOES
               END-IF
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               DISPLAY "Nenhuma lista de exceções pendente em "
                   "ENTRADA/."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Arquivos carregados:       " WS-QTD-ARQUIVOS
           DISPLAY "Exceções lidas:            " WS-QTD-EXCECOES
           DISPLAY "Novas (pendentes):         " WS-QTD-NOVAS
           DISPLAY "Já carregadas antes:       " WS-QTD-REPETIDAS
           DISPLAY "Conta não cadastrada:      " WS-QTD-SEM-CONTA.

       CARREGA-EXCECOES.
           MOVE WS-CX-CAMINHO TO WS-NOME-EXCECAO
           OPEN INPUT EXCBANCO-FILE
           IF WS-STATUS-EXCBANCO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-EXCECAO ": "
                   WS-STATUS-EXCBANCO
               MOVE "F" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOME-ARQUIVO
           UNSTRING WS-CX-CAMINHO DELIMITED BY "/"
               INTO WS-PASTA-ARQUIVO WS-NOME-ARQUIVO
           MOVE ZEROS TO WS-CX-QTD-REG
           MOVE ZEROS TO WS-CX-DATA-INI
           MOVE ZEROS TO WS-CX-DATA-FIM
           MOVE ZEROS TO WS-CX-VALOR

           READ EXCBANCO-FILE
               AT END
                   MOVE "10" TO WS-STATUS-EXCBANCO
           END-READ
           PERFORM UNTIL WS-STATUS-EXCBANCO = "10"
               PERFORM ACUMULA-RESUMO-CAIXA
               ADD 1 TO WS-QTD-EXCECOES
               PERFORM REGISTRA-EXCECAO
               READ EXCBANCO-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-EXCBANCO
               END-READ
           END-PERFORM
           CLOSE EXCBANCO-FILE
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE "C" TO WS-CX-FUNCAO
           CALL "CAIXAENT" USING WS-CAIXA-ENTRADA.

      *> Resumo do arquivo para o registro da caixa: contagem, menor
      *> e maior data de apresentação e valor total.
       ACUMULA-RESUMO-CAIXA.
           ADD 1 TO WS-CX-QTD-REG
           ADD XB-VALOR TO WS-CX-VALOR
           IF WS-CX-DATA-INI = ZEROS OR XB-DATA-APRES < WS-CX-DATA-INI
               MOVE XB-DATA-APRES TO WS-CX-DATA-INI
           END-IF
           IF XB-DATA-APRES > WS-CX-DATA-FIM
               MOVE XB-DATA-APRES TO WS-CX-DATA-FIM
           END-IF.

      *> Cada exceção entra pendente, com o que o talão diz do mesmo
      *> cheque naquele momento; a mesma apresentação vinda de novo
      *> não substitui a já carregada (nem a decisão tomada).
       REGISTRA-EXCECAO.
           PERFORM LOCALIZA-CONTA-INTERNA
           IF WS-CONTA-INTERNA = SPACES
               ADD 1 TO WS-QTD-SEM-CONTA
               DISPLAY "AVISO: conta " XB-BANCO "/" XB-AGENCIA "/"
                   XB-CONTA " não cadastrada; cheque " XB-NUMERO
                   " carregado sem conta interna."
           END-IF

           INITIALIZE EXCCHQ-REG
           MOVE WS-CONTA-INTERNA TO XC-CONTA-BANCO
           MOVE XB-NUMERO        TO XC-NUMERO
           MOVE XB-DATA-APRES    TO XC-DATA-APRES
           MOVE XB-BANCO         TO XC-BANCO
           MOVE XB-AGENCIA       TO XC-AGENCIA
           MOVE XB-CONTA         TO XC-CONTA
           MOVE XB-VALOR         TO XC-VALOR-APRES
           MOVE XB-MOTIVO        TO XC-MOTIVO-BANCO
           MOVE XB-FAVORECIDO    TO XC-FAVORECIDO
           MOVE WS-HOJE          TO XC-DATA-IMPORT
           MOVE WS-NOME-ARQUIVO  TO XC-ARQUIVO
           MOVE "P"              TO XC-SITUACAO
           MOVE SPACES           TO XC-SIT-CHEQUE
           MOVE ZEROS            TO XC-VALOR-EMITIDO

           IF WS-CONTA-INTERNA NOT = SPACES
               MOVE WS-CONTA-INTERNA TO CH-CONTA-BANCO
               MOVE XB-NUMERO        TO CH-NUMERO
               READ CHEQUE-FILE
                   NOT INVALID KEY
                       MOVE CH-SITUACAO TO XC-SIT-CHEQUE
                       MOVE CH-VALOR    TO XC-VALOR-EMITIDO
               END-READ
           END-IF

           WRITE EXCCHQ-REG
               INVALID KEY
                   ADD 1 TO WS-QTD-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-NOVAS
           END-WRITE.

       LOCALIZA-CONTA-INTERNA.
           MOVE SPACES TO WS-CONTA-INTERNA
           IF WS-CONTABANCO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CB-CODIGO
           START CONTABANCO-FILE KEY IS NOT LESS CB-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CONTABANCO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CB
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-CB = "10"
                   OR WS-CONTA-INTERNA NOT = SPACES
               IF CB-BANCO = XB-BANCO
                       AND CB-AGENCIA = XB-AGENCIA
                       AND CB-CONTA = XB-CONTA
                   MOVE CB-CODIGO TO WS-CONTA-INTERNA
               ELSE
                   READ CONTABANCO-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-CB
                   END-READ
               END-IF
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CB.

      *> Percorre as exceções pendentes da conta e registra a decisão
      *> de cada uma. Cheque sustado, cancelado ou já compensado
      *> só pode ser devolvido; cheque que não consta do talão só é
      *> pago com confirmação.
       DECIDE-EXCECOES.
           DISPLAY "Conta bancária (código; branco = sem conta "
               "interna): "
           ACCEPT WS-CONTA-FILTRO

           MOVE ZEROS TO WS-QTD-DECIDIDAS
           MOVE WS-CONTA-FILTRO TO XC-CONTA-BANCO
           MOVE ZEROS TO XC-NUMERO
           MOVE ZEROS TO XC-DATA-APRES
           START EXCCHQ-FILE KEY IS NOT LESS XC-CHAVE
               INVALID KEY
                   DISPLAY "Nenhuma exceção desta conta."
                   EXIT PARAGRAPH
           END-START
           READ EXCCHQ-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-XC
           END-READ

           MOVE "N" TO WS-ENCERRA
           PERFORM UNTIL WS-STATUS-FILE-XC = "10"
                   OR XC-CONTA-BANCO NOT = WS-CONTA-FILTRO
                   OR WS-ENCERRA = "S"
               IF XC-SITUACAO = "P"
                   PERFORM DECIDE-EXCECAO
               END-IF
               IF WS-ENCERRA NOT = "S"
                   READ EXCCHQ-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS-FILE-XC
                   END-READ
               END-IF
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-XC
           DISPLAY "Exceções decididas: " WS-QTD-DECIDIDAS.

       DECIDE-EXCECAO.
           DISPLAY "----------------------------------------"
           DISPLAY "Cheque " XC-NUMERO " apresentado em "
               XC-DATA-APRES " valor " XC-VALOR-APRES
               " motivo do banco " XC-MOTIVO-BANCO
           DISPLAY "Favorecido informado: " XC-FAVORECIDO

           MOVE SPACE TO CH-SITUACAO
           IF XC-CONTA-BANCO NOT = SPACES
               MOVE XC-CONTA-BANCO TO CH-CONTA-BANCO
               MOVE XC-NUMERO      TO CH-NUMERO
               READ CHEQUE-FILE
                   INVALID KEY
                       MOVE SPACE TO CH-SITUACAO
               END-READ
           END-IF
           IF CH-SITUACAO = SPACE
               DISPLAY "Talão: CHEQUE NÃO EMITIDO PELO SISTEMA"
           ELSE
               DISPLAY "Talão: situação " CH-SITUACAO " emitido em "
                   CH-DATA-EMISSAO " valor " CH-VALOR
                   " favorecido " CH-CNPJ-FORN
               IF CH-VALOR NOT = XC-VALOR-APRES
                   DISPLAY "  ** VALOR APRESENTADO DIFERENTE DO "
                       "EMITIDO"
               END-IF
           END-IF

           DISPLAY "Decisão (P=pagar, D=devolver, ENTER=deixar "
               "pendente, F=encerrar): "
           MOVE SPACE TO WS-DECISAO
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           IF WS-DECISAO = "F"
               MOVE "S" TO WS-ENCERRA
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISAO NOT = "P" AND WS-DECISAO NOT = "D"
               EXIT PARAGRAPH
           END-IF

           IF WS-DECISAO = "P"
               IF CH-SITUACAO = "S" OR CH-SITUACAO = "X"
                       OR CH-SITUACAO = "C"
                   DISPLAY "Cheque sustado, cancelado ou já "
                       "compensado: só pode ser devolvido."
                   EXIT PARAGRAPH
               END-IF
               IF CH-SITUACAO = SPACE
                   DISPLAY "Cheque não consta do talão. Confirma o "
                       "pagamento (S/N)? "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           DISPLAY "Justificativa: "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "Erro: justificativa não informada."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO=P VALOR=" DELIMITED BY SIZE
                  XC-VALOR-APRES DELIMITED BY SIZE
                  " MOTIVO BANCO=" DELIMITED BY SIZE
                  XC-MOTIVO-BANCO DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           IF WS-DECISAO = "P"
               MOVE "A" TO XC-SITUACAO
               MOVE "EXC.PAGAR" TO WS-AUD-ACAO
           ELSE
               MOVE "R" TO XC-SITUACAO
               MOVE "EXC.DEVOLV" TO WS-AUD-ACAO
           END-IF
           MOVE WS-USUARIO-CHAMADOR TO XC-USUARIO
           MOVE WS-HOJE             TO XC-DATA-DECISAO
           MOVE WS-MOTIVO           TO XC-OBSERVACAO
           MOVE ZEROS               TO XC-DATA-RETORNO

           REWRITE EXCCHQ-REG
           IF WS-STATUS-FILE-XC NOT = "00"
               DISPLAY "Erro ao gravar decisão: " WS-STATUS-FILE-XC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-DECIDIDAS
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=" DELIMITED BY SIZE
                  XC-SITUACAO DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE XC-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Decisões ainda não avisadas ao banco (ou avisadas hoje, na
      *> regeração do dia) da conta informada, em
      *> DECCHQ_<conta>_<AAAAMMDD>.TXT.
       GERA-DECISOES.
           DISPLAY "Conta bancária (código): "
           ACCEPT WS-CONTA-FILTRO
           IF WS-CONTA-FILTRO = SPACES
               DISPLAY "Erro: conta não informada."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-ENVIADAS
           MOVE "N" TO WS-ARQUIVO-ABERTO
           MOVE WS-CONTA-FILTRO TO XC-CONTA-BANCO
           MOVE ZEROS TO XC-NUMERO
           MOVE ZEROS TO XC-DATA-APRES
           START EXCCHQ-FILE KEY IS NOT LESS XC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-XC
           END-START
           IF WS-STATUS-FILE-XC NOT = "10"
               READ EXCCHQ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-XC
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-XC = "10"
                   OR XC-CONTA-BANCO NOT = WS-CONTA-FILTRO
               IF (XC-SITUACAO = "A" OR XC-SITUACAO = "R")
                       AND (XC-DATA-RETORNO = ZEROS
                            OR XC-DATA-RETORNO = WS-HOJE)
                   PERFORM GRAVA-DECISAO
               END-IF
               READ EXCCHQ-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-XC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-XC

           IF WS-ARQUIVO-ABERTO NOT = "S"
               DISPLAY "Nenhuma decisão a enviar desta conta."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QTD-ENVIADAS TO DCT-QTD
           MOVE WS-DEC-TRAILER TO DECISAO-REG
           WRITE DECISAO-REG
           CLOSE DECISAO-FILE
           DISPLAY "Arquivo " WS-NOME-DECISAO " gerado com "
               WS-QTD-ENVIADAS " decisões.".

       GRAVA-DECISAO.
           IF WS-ARQUIVO-ABERTO NOT = "S"
               PERFORM ABRE-ARQUIVO-DECISAO
               IF WS-ARQUIVO-ABERTO NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE XC-NUMERO       TO DCD-NUMERO
           MOVE XC-DATA-APRES   TO DCD-DATA-APRES
           MOVE XC-VALOR-APRES  TO DCD-VALOR
           MOVE XC-MOTIVO-BANCO TO DCD-MOTIVO-BANCO
           IF XC-SITUACAO = "A"
               MOVE "P" TO DCD-DECISAO
           ELSE
               MOVE "D" TO DCD-DECISAO
           END-IF
           MOVE WS-DEC-DETALHE TO DECISAO-REG
           WRITE DECISAO-REG
           ADD 1 TO WS-QTD-ENVIADAS

           MOVE WS-HOJE TO XC-DATA-RETORNO
           REWRITE EXCCHQ-REG
           IF WS-STATUS-FILE-XC NOT = "00"
               DISPLAY "Erro ao marcar envio da exceção "
                   XC-NUMERO ": " WS-STATUS-FILE-XC
           END-IF.

       ABRE-ARQUIVO-DECISAO.
           MOVE SPACES TO WS-NOME-DECISAO
           STRING "DECCHQ_"       DELIMITED BY SIZE
                  WS-CONTA-FILTRO DELIMITED BY SPACE
                  "_"             DELIMITED BY SIZE
                  WS-HOJE         DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
                  INTO WS-NOME-DECISAO
           OPEN OUTPUT DECISAO-FILE
           IF WS-STATUS-DECISAO NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-DECISAO ": "
                   WS-STATUS-DECISAO
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ARQUIVO-ABERTO

           MOVE XC-BANCO   TO DCH-BANCO
           MOVE XC-AGENCIA TO DCH-AGENCIA
           MOVE XC-CONTA   TO DCH-CONTA
           MOVE WS-HOJE    TO DCH-DATA-GERACAO
           MOVE WS-DEC-CABECALHO TO DECISAO-REG
           WRITE DECISAO-REG.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); AU-CHAVE usa conta + número à esquerda (na
      *> exceção, seguidos da data de apresentação).
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CHEQUES"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS
