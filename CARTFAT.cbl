       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTFAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fatura do cartão corporativo enviada pelo emissor: uma linha
      *> por transação e portador. Cada arquivo pendente na caixa de
      *> entrada (ENTRADA/, ver CAIXAENT.cbl) é carregado em ordem,
      *> como em DDAIMP.cbl.
           SELECT FATURA-FILE ASSIGN TO WS-NOME-FATURA
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.

      *> Transações importadas, por fatura (emissor + vencimento). A
      *> sequência 0000 é o registro de controle da fatura (mesmo
      *> recurso do item 0000 de REMLOTE): total líquido, última
      *> sequência usada e a conta a pagar gerada.
           SELECT FATCART-FILE ASSIGN TO "FATCART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-TC.

      *> Cartão -> funcionário (ver CADPORT.cbl). Arquivo opcional:
      *> sem ele as transações entram sem portador identificado.
           SELECT PORTADOR-FILE ASSIGN TO "PORTADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PT.

           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Categorias de despesa (ver CADCATD.cbl), as mesmas do
      *> reembolso; necessárias só para a alocação.
           SELECT CATDESP-FILE ASSIGN TO "CATDESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CG.

           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CC.

      *> Aberto compartilhado com trava automática por registro,
      *> como nos demais programas que lançam contas (ver
      *> LANCCONT.cbl).
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Rateio da conta da fatura pelos centros das transações (ver
      *> LANCCONT.cbl): lido por CTBEMIS e RELORCAM.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RA.

           SELECT NUMDOC-FILE ASSIGN TO "NUMDOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-CHAVE
               FILE STATUS IS WS-STATUS-FILE-ND.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *> Layout fixo da fatura do emissor: uma transação por linha.
       FD FATURA-FILE.
       01 FATURA-REG.
           05 FC-CNPJ-EMISSOR   PIC 9(14).
           05 FC-DATA-VENC      PIC 9(8).   *> vencimento da fatura
           05 FC-CARTAO         PIC X(04).  *> final do cartão
           05 FC-PORTADOR       PIC X(30).  *> nome impresso
           05 FC-DATA-TRANS     PIC 9(8).
           05 FC-ESTABELEC      PIC X(30).
           05 FC-VALOR          PIC 9(8)V99.
           05 FC-SINAL          PIC X(1).   *> +=compra,-=crédito

       FD FATCART-FILE.
       01 FATCART-REG.
           05 TC-CHAVE.                     *> 14 emissor + 08 venc.
               10 TC-CNPJ-EMISSOR PIC 9(14).  *> + 04 seq.
               10 TC-DATA-VENC    PIC 9(8).
               10 TC-SEQ          PIC 9(04).  *> 0000 = controle
           05 TC-CARTAO         PIC X(04).
           05 TC-CPF            PIC 9(14).  *> zero = sem portador
           05 TC-PORTADOR       PIC X(30).
           05 TC-DATA-TRANS     PIC 9(8).   *> controle: importação
           05 TC-ESTABELEC      PIC X(30).
           05 TC-VALOR          PIC 9(10)V99.  *> controle: líquido
           05 TC-SINAL          PIC X(1).
           05 TC-CENTRO-CUSTO   PIC X(06).
           05 TC-CATEGORIA      PIC X(04).
           05 TC-SITUACAO       PIC X(1).   *> I=importada,A=alocada,
                                            *> V=aprovada,R=recusada,
                                            *> D=centro padrão;
                                            *> controle: I ou G=gerada
           05 TC-ALOCADOR       PIC X(10).
           05 TC-APROVADOR      PIC X(10).
           05 TC-MOTIVO         PIC X(30).
           05 TC-NUM-DOC        PIC 9(10).  *> controle: conta gerada
           05 TC-ULT-SEQ        PIC 9(04).  *> controle

       FD PORTADOR-FILE.
       01 PORTADOR-REG.
           05 PT-CHAVE.
               10 PT-CNPJ-EMISSOR PIC 9(14).
               10 PT-CARTAO       PIC X(04).
           05 PT-CPF            PIC 9(14).
           05 PT-ATIVO          PIC X(1).
           05 PT-DATA-CADASTRO  PIC 9(8).

       FD FUNCIONARIO-FILE.
       01 FUNCIONARIO-REG.
           05 FU-CPF            PIC 9(14).
           05 FU-NOME           PIC X(40).
           05 FU-EMAIL          PIC X(30).
           05 FU-LOGIN          PIC X(10).
           05 FU-CENTRO-CUSTO   PIC X(06).
           05 FU-BANCO          PIC X(03).
           05 FU-AGENCIA        PIC X(06).
           05 FU-CONTA          PIC X(12).
           05 FU-PIX            PIC X(40).
           05 FU-ATIVO          PIC X(1).
           05 FU-DATA-CADASTRO  PIC 9(8).

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

       FD CATDESP-FILE.
       01 CATDESP-REG.
           05 CG-CODIGO         PIC X(04).
           05 CG-DESCRICAO      PIC X(30).
           05 CG-LIMITE-LINHA   PIC 9(8)V99.
           05 CG-LIMITE-DIA     PIC 9(8)V99.
           05 CG-EXIGE-RECIBO   PIC X(1).
           05 CG-CONTA-DEBITO   PIC X(11).
           05 CG-ATIVO          PIC X(1).

       FD CCUSTO-FILE.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(06).
           05 CC-DESCRICAO      PIC X(30).
           05 CC-PAI            PIC X(06).  *> diretoria (vazio = raiz)
           05 CC-ATIVO          PIC X(1).

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

       FD RATEIO-FILE.
       01 RATEIO-REG.
           05 RA-CHAVE.                     *> 10 doc + 14 CNPJ + 02 seq
               10 RA-NUM-DOC    PIC 9(10).
               10 RA-CNPJ-FORN  PIC 9(14).
               10 RA-SEQ        PIC 9(02).
           05 RA-CENTRO-CUSTO   PIC X(06).
           05 RA-PERCENTUAL     PIC 9(03)V99.

       FD NUMDOC-FILE.
       01 NUMDOC-REG.
           05 ND-CHAVE          PIC X(02).
           05 ND-PROX-NUM       PIC 9(10).

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
       01 WS-STATUS-FATURA      PIC XX.
       01 WS-NOME-FATURA        PIC X(60).

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
       01 WS-STATUS-FILE-TC     PIC XX.
       01 WS-STATUS-FILE-PT     PIC XX.
       01 WS-PORTADOR-OK        PIC X VALUE "N".
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-CG     PIC XX.
       01 WS-CATDESP-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-CCUSTO-OK          PIC X VALUE "N".
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-RA     PIC XX.
       01 WS-STATUS-FILE-ND     PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-DECISAO            PIC X.
       01 WS-ENCERRA            PIC X.
       01 WS-QTD-ARQUIVOS       PIC 9(3) VALUE ZEROS.
       01 WS-QTD-TRANS          PIC 9(5) VALUE ZEROS.
       01 WS-QTD-SEM-PORTADOR   PIC 9(5) VALUE ZEROS.
       01 WS-QTD-RECUSADAS      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ALOCADAS       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-MINHAS         PIC 9(5) VALUE ZEROS.
       01 WS-SEQ-NOVA           PIC 9(04).
       01 WS-SALDO-FAT          PIC S9(10)V99.
       01 WS-FAT-CNPJ           PIC 9(14).
       01 WS-FAT-VENC           PIC 9(8).
       01 WS-FAT-SITUACAO       PIC X.
       01 WS-CC-INFORMADO       PIC X(06).
       01 WS-CC-VALIDO          PIC X.
       01 WS-CAT-INFORMADA      PIC X(04).
       01 WS-CENTRO-LINHA       PIC X(06).
       01 WS-VALOR-SINAL        PIC S9(10)V99.
       01 WS-TOTAL-FAT          PIC S9(10)V99.
       01 WS-QTD-LINHAS-FAT     PIC 9(4).
       01 WS-QTD-NAO-APROV      PIC 9(4).
       01 WS-QTD-SEM-DONO       PIC 9(4).
       01 WS-ESTOURO            PIC X.
       01 WS-FORMA-PGTO         PIC X.
       01 WS-NUM-DOC            PIC 9(10).
       01 WS-PERC-ACUM          PIC 9(03)V99.

      *> Centros da fatura com o valor líquido de cada um; o limite
      *> é o mesmo das dez linhas de rateio de LANCCONT.cbl.
       01 WS-TAB-CENTROS.
           05 WS-CENTRO OCCURS 10 TIMES.
               10 WS-TC-CENTRO  PIC X(06).
               10 WS-TC-VALOR   PIC S9(10)V99.
       01 WS-QTD-CENTROS        PIC 9(02).
       01 WS-CC-IDX             PIC 9(02).
       01 WS-CC-ACHOU           PIC 9(02).
       01 WS-MAIOR-IDX          PIC 9(02).
       01 WS-RA-SEQ             PIC 9(02).

       01 WS-VALOR-EDIT         PIC Z(9)9.99.
       01 WS-SALDO-EDIT         PIC -Z(9)9.99.
       01 WS-PERC-EDIT          PIC ZZ9.99.
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-PERFIL-CHAMADOR    PIC X(01).
       01 WS-EMPRESA-CHAMADA    PIC 9(02).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-PERFIL-CHAMADOR WS-EMPRESA-CHAMADA.

       MAIN-PROCEDURE.
           DISPLAY "CARTÃO CORPORATIVO - FATURAS E ALOCAÇÃO"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O FATCART-FILE
           IF WS-STATUS-FILE-TC = "35"
      *> FATCART.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT FATCART-FILE
               CLOSE FATCART-FILE
               OPEN I-O FATCART-FILE
           END-IF
           IF WS-STATUS-FILE-TC NOT = "00"
               DISPLAY "Erro ao abrir FATCART.DAT: " WS-STATUS-FILE-TC
               STOP RUN
           END-IF

           OPEN INPUT PORTADOR-FILE
           IF WS-STATUS-FILE-PT = "00"
               MOVE "S" TO WS-PORTADOR-OK
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU " (cadastre em CADFUNC)"
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN INPUT CATDESP-FILE
           IF WS-STATUS-FILE-CG = "00"
               MOVE "S" TO WS-CATDESP-OK
           END-IF

           MOVE "S" TO WS-CCUSTO-OK
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-FILE-CC = "35"
               MOVE "N" TO WS-CCUSTO-OK
           ELSE
               IF WS-STATUS-FILE-CC NOT = "00"
                   DISPLAY "Erro ao abrir CCUSTO.DAT: "
                       WS-STATUS-FILE-CC
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN I-O RATEIO-FILE
           IF WS-STATUS-FILE-RA = "35"
      *> RATEIO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT RATEIO-FILE
               CLOSE RATEIO-FILE
               OPEN I-O RATEIO-FILE
           END-IF
           IF WS-STATUS-FILE-RA NOT = "00"
               DISPLAY "Erro ao abrir RATEIO.DAT: " WS-STATUS-FILE-RA
               STOP RUN
           END-IF

           OPEN I-O NUMDOC-FILE
           IF WS-STATUS-FILE-ND = "35"
      *> NUMDOC.DAT ainda não existe — cria o arquivo e o registro
      *> único de controle na primeira execução.
               OPEN OUTPUT NUMDOC-FILE
               CLOSE NUMDOC-FILE
               OPEN I-O NUMDOC-FILE
           END-IF
           IF WS-STATUS-FILE-ND NOT = "00"
               DISPLAY "Erro ao abrir NUMDOC.DAT: " WS-STATUS-FILE-ND
               STOP RUN
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
               DISPLAY "===== CARTÃO CORPORATIVO ====="
               DISPLAY "1 - Importar faturas da caixa de entrada"
               DISPLAY "2 - Alocar minhas transações"
               DISPLAY "3 - Gerar conta a pagar da fatura"
               DISPLAY "4 - Consultar fatura"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM IMPORTA-FATURAS
                   WHEN 2
                       PERFORM ALOCA-TRANSACOES
                   WHEN 3
                       PERFORM GERA-CONTA-FATURA
                   WHEN 4
                       PERFORM CONSULTA-FATURA
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE FATCART-FILE
           IF WS-PORTADOR-OK = "S"
               CLOSE PORTADOR-FILE
           END-IF
           CLOSE FUNCIONARIO-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-CATDESP-OK = "S"
               CLOSE CATDESP-FILE
           END-IF
           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF
           CLOSE CONTAPAGAR-FILE
           CLOSE RATEIO-FILE
           CLOSE NUMDOC-FILE
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
           STOP RUN.

      *> Retira da caixa de entrada, em ordem, cada fatura pendente;
      *> o arquivo já processado (mesmo nome ou mesmo conteúdo) é
      *> recusado pela própria caixa.
       IMPORTA-FATURAS.
           IF WS-PERFIL-CHAMADOR NOT = "T"
                   AND WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Acesso negado: importação restrita a "
                   "tesoureiro/administrador."
               EXIT PARAGRAPH
           END-IF
           IF WS-PORTADOR-OK NOT = "S"
               DISPLAY "AVISO: PORTADOR.DAT indisponível; as "
                   "transações entram sem portador (ver CADPORT)."
           END-IF

           MOVE ZEROS TO WS-QTD-ARQUIVOS
           MOVE ZEROS TO WS-QTD-TRANS
           MOVE ZEROS TO WS-QTD-SEM-PORTADOR
           MOVE ZEROS TO WS-QTD-RECUSADAS
           MOVE "CARTAO" TO WS-CX-TIPO
           MOVE 105 TO WS-CX-TAM-REG
           MOVE "S" TO WS-CX-RETORNO
           PERFORM UNTIL WS-CX-RETORNO NOT = "S"
               MOVE "P" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               IF WS-CX-RETORNO = "S"
                   PERFORM CARREGA-ARQUIVO
               END-IF
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               DISPLAY "Nenhuma fatura de cartão pendente em "
                   "ENTRADA/."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivos carregados:      " WS-QTD-ARQUIVOS
           DISPLAY "Transações lidas:         " WS-QTD-TRANS
           DISPLAY "Sem portador cadastrado:  " WS-QTD-SEM-PORTADOR
           DISPLAY "Recusadas:                " WS-QTD-RECUSADAS.

       CARREGA-ARQUIVO.
           MOVE WS-CX-CAMINHO TO WS-NOME-FATURA
           OPEN INPUT FATURA-FILE
           IF WS-STATUS-FATURA NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-FATURA ": "
                   WS-STATUS-FATURA
               MOVE "F" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-CX-QTD-REG
           MOVE ZEROS TO WS-CX-DATA-INI
           MOVE ZEROS TO WS-CX-DATA-FIM
           MOVE ZEROS TO WS-CX-VALOR
           PERFORM PROCESSA-FATURA
           CLOSE FATURA-FILE
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE "C" TO WS-CX-FUNCAO
           CALL "CAIXAENT" USING WS-CAIXA-ENTRADA.

      *> Resumo do arquivo para o registro da caixa: contagem, menor
      *> e maior data de transação e valor bruto.
       ACUMULA-RESUMO-CAIXA.
           ADD 1 TO WS-CX-QTD-REG
           IF FC-VALOR IS NUMERIC
               ADD FC-VALOR TO WS-CX-VALOR
           END-IF
           IF FC-DATA-TRANS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CX-DATA-INI = ZEROS
                   OR FC-DATA-TRANS < WS-CX-DATA-INI
               MOVE FC-DATA-TRANS TO WS-CX-DATA-INI
           END-IF
           IF FC-DATA-TRANS > WS-CX-DATA-FIM
               MOVE FC-DATA-TRANS TO WS-CX-DATA-FIM
           END-IF.

       PROCESSA-FATURA.
           READ FATURA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-FATURA
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FATURA = "10"
               PERFORM ACUMULA-RESUMO-CAIXA
               ADD 1 TO WS-QTD-TRANS
               PERFORM IMPORTA-TRANSACAO
               READ FATURA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-FATURA
               END-READ
           END-PERFORM.

      *> Cada transação entra como a próxima sequência da sua
      *> fatura; o registro de controle é criado na primeira
      *> transação e acumula o líquido (compras menos créditos).
      *> Fatura cuja conta a pagar já foi gerada não recebe mais
      *> transações.
       IMPORTA-TRANSACAO.
           IF FC-CNPJ-EMISSOR IS NOT NUMERIC
                   OR FC-DATA-VENC IS NOT NUMERIC
                   OR FC-DATA-TRANS IS NOT NUMERIC
                   OR FC-VALOR IS NOT NUMERIC
                   OR (FC-SINAL NOT = "+" AND FC-SINAL NOT = "-")
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "RECUSADA (layout inválido): "
                   FATURA-REG(1:60)
               EXIT PARAGRAPH
           END-IF
           IF FC-VALOR = ZEROS
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "RECUSADA (valor zero): " FC-CARTAO " "
                   FC-DATA-TRANS " " FC-ESTABELEC
               EXIT PARAGRAPH
           END-IF

           MOVE FC-CNPJ-EMISSOR TO TC-CNPJ-EMISSOR
           MOVE FC-DATA-VENC    TO TC-DATA-VENC
           MOVE ZEROS           TO TC-SEQ
           READ FATCART-FILE
               INVALID KEY
                   PERFORM NOVO-CONTROLE-FATURA
           END-READ
           IF WS-STATUS-FILE-TC NOT = "00"
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "Erro ao gravar controle da fatura: "
                   WS-STATUS-FILE-TC
               EXIT PARAGRAPH
           END-IF
           IF TC-SITUACAO = "G"
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "RECUSADA (conta da fatura já gerada, doc "
                   TC-NUM-DOC "): " FC-CARTAO " " FC-DATA-TRANS
                   " " FC-ESTABELEC
               EXIT PARAGRAPH
           END-IF

           IF TC-SINAL = "-"
               COMPUTE WS-SALDO-FAT = 0 - TC-VALOR
           ELSE
               MOVE TC-VALOR TO WS-SALDO-FAT
           END-IF
           IF FC-SINAL = "-"
               SUBTRACT FC-VALOR FROM WS-SALDO-FAT
           ELSE
               ADD FC-VALOR TO WS-SALDO-FAT
           END-IF
           IF WS-SALDO-FAT < 0
               MOVE "-" TO TC-SINAL
               COMPUTE TC-VALOR = 0 - WS-SALDO-FAT
           ELSE
               MOVE "+" TO TC-SINAL
               MOVE WS-SALDO-FAT TO TC-VALOR
           END-IF
           ADD 1 TO TC-ULT-SEQ
           MOVE TC-ULT-SEQ TO WS-SEQ-NOVA
           REWRITE FATCART-REG
           IF WS-STATUS-FILE-TC NOT = "00"
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "Erro ao atualizar controle da fatura: "
                   WS-STATUS-FILE-TC
               EXIT PARAGRAPH
           END-IF

           INITIALIZE FATCART-REG
           MOVE FC-CNPJ-EMISSOR TO TC-CNPJ-EMISSOR
           MOVE FC-DATA-VENC    TO TC-DATA-VENC
           MOVE WS-SEQ-NOVA     TO TC-SEQ
           MOVE FC-CARTAO       TO TC-CARTAO
           MOVE FC-PORTADOR     TO TC-PORTADOR
           MOVE FC-DATA-TRANS   TO TC-DATA-TRANS
           MOVE FC-ESTABELEC    TO TC-ESTABELEC
           MOVE FC-VALOR        TO TC-VALOR
           MOVE FC-SINAL        TO TC-SINAL
           MOVE SPACES          TO TC-CENTRO-CUSTO
           MOVE SPACES          TO TC-CATEGORIA
           MOVE "I"             TO TC-SITUACAO
           MOVE SPACES          TO TC-ALOCADOR
           MOVE SPACES          TO TC-APROVADOR
           MOVE SPACES          TO TC-MOTIVO
           PERFORM LE-PORTADOR
           IF TC-CPF = ZEROS
               ADD 1 TO WS-QTD-SEM-PORTADOR
               DISPLAY "SEM PORTADOR: cartão final " TC-CARTAO " "
                   TC-PORTADOR
           END-IF

           WRITE FATCART-REG
           IF WS-STATUS-FILE-TC NOT = "00"
               ADD 1 TO WS-QTD-RECUSADAS
               DISPLAY "Erro ao gravar transação: " WS-STATUS-FILE-TC
           END-IF.

       NOVO-CONTROLE-FATURA.
           INITIALIZE FATCART-REG
           MOVE FC-CNPJ-EMISSOR TO TC-CNPJ-EMISSOR
           MOVE FC-DATA-VENC    TO TC-DATA-VENC
           MOVE ZEROS           TO TC-SEQ
           MOVE SPACES          TO TC-CARTAO
           MOVE "FATURA"        TO TC-PORTADOR
           MOVE WS-HOJE         TO TC-DATA-TRANS
           MOVE SPACES          TO TC-ESTABELEC
           MOVE ZEROS           TO TC-VALOR
           MOVE "+"             TO TC-SINAL
           MOVE SPACES          TO TC-CENTRO-CUSTO
           MOVE SPACES          TO TC-CATEGORIA
           MOVE "I"             TO TC-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO TC-ALOCADOR
           MOVE SPACES          TO TC-APROVADOR
           MOVE SPACES          TO TC-MOTIVO
           MOVE ZEROS           TO TC-NUM-DOC
           MOVE ZEROS           TO TC-ULT-SEQ
           WRITE FATCART-REG
           IF WS-STATUS-FILE-TC = "00"
               DISPLAY "Fatura " TC-CNPJ-EMISSOR " venc. "
                   TC-DATA-VENC " aberta."
               MOVE "CART.IMPOR" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "ARQ=" DELIMITED BY SIZE
                      WS-NOME-FATURA DELIMITED BY SPACE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *> Identifica o funcionário pelo cartão (emissor + final); o
      *> CPF fica zerado enquanto o cartão não estiver em CADPORT.
       LE-PORTADOR.
           MOVE ZEROS TO TC-CPF
           IF WS-PORTADOR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE TC-CNPJ-EMISSOR TO PT-CNPJ-EMISSOR
           MOVE TC-CARTAO       TO PT-CARTAO
           READ PORTADOR-FILE
               NOT INVALID KEY
                   MOVE PT-CPF TO TC-CPF
           END-READ.

       LE-FUNCIONARIO.
           MOVE TC-CPF TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO FU-NOME
                   MOVE SPACES TO FU-LOGIN
                   MOVE SPACES TO FU-CENTRO-CUSTO
           END-READ.

      *> O portador aloca as próprias transações (o login do
      *> funcionário do cartão é o operador logado) de faturas cuja
      *> conta ainda não foi gerada. Transação recusada pelo gestor
      *> volta para cá com o motivo e pode ser realocada.
       ALOCA-TRANSACOES.
           IF WS-CATDESP-OK NOT = "S"
               DISPLAY "Erro: CATDESP.DAT indisponível (cadastre as "
                   "categorias em CADCATD)."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ENCERRA
           MOVE ZEROS TO WS-QTD-MINHAS
           MOVE ZEROS TO WS-QTD-ALOCADAS
           MOVE SPACE TO WS-FAT-SITUACAO
           MOVE LOW-VALUES TO TC-CHAVE
           START FATCART-FILE KEY IS NOT LESS TC-CHAVE
               INVALID KEY
                   DISPLAY "Nenhuma fatura importada."
                   EXIT PARAGRAPH
           END-START
           READ FATCART-FILE NEXT RECORD
               AT END
                   DISPLAY "Nenhuma fatura importada."
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-TC = "10"
                   OR WS-ENCERRA = "S"
               IF TC-SEQ = ZEROS
                   MOVE TC-SITUACAO TO WS-FAT-SITUACAO
               ELSE
                   IF WS-FAT-SITUACAO NOT = "G"
                           AND (TC-SITUACAO = "I" OR TC-SITUACAO = "A"
                                OR TC-SITUACAO = "R")
                       IF TC-CPF = ZEROS
                           PERFORM LE-PORTADOR
                       END-IF
                       IF TC-CPF NOT = ZEROS
                           PERFORM LE-FUNCIONARIO
                           IF FU-LOGIN = WS-USUARIO-CHAMADOR
                               ADD 1 TO WS-QTD-MINHAS
                               PERFORM EXAMINA-TRANSACAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ FATCART-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-TC

           IF WS-QTD-MINHAS = ZEROS
               DISPLAY "Nenhuma transação sua aguardando alocação."
           ELSE
               DISPLAY "Transações alocadas: " WS-QTD-ALOCADAS
                   " de " WS-QTD-MINHAS
           END-IF.

       EXAMINA-TRANSACAO.
           MOVE TC-VALOR TO WS-VALOR-EDIT
           DISPLAY "----------------------------------------"
           DISPLAY "Fatura venc. " TC-DATA-VENC " seq " TC-SEQ
               " cartão final " TC-CARTAO
           DISPLAY TC-DATA-TRANS " " TC-ESTABELEC " "
               WS-VALOR-EDIT " " TC-SINAL
           EVALUATE TC-SITUACAO
               WHEN "A"
                   DISPLAY "Alocada em " TC-CENTRO-CUSTO " / "
                       TC-CATEGORIA "; aguardando o gestor."
               WHEN "R"
                   DISPLAY "RECUSADA pelo gestor: " TC-MOTIVO
               WHEN OTHER
                   DISPLAY "Ainda não alocada (centro padrão "
                       FU-CENTRO-CUSTO ")."
           END-EVALUATE

           DISPLAY "Alocar, Pular ou Encerrar? (A/P/E): "
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "A"
                   PERFORM ALOCA-TRANSACAO
               WHEN "P"
                   CONTINUE
               WHEN "E"
                   MOVE "S" TO WS-ENCERRA
               WHEN OTHER
                   DISPLAY "Opção inválida; transação mantida."
           END-EVALUATE.

      *> Centro e categoria da transação; a alocação segue para o
      *> gestor do centro escolhido na fila de APROVLAN.cbl.
       ALOCA-TRANSACAO.
           DISPLAY "Centro de custo (em branco = " FU-CENTRO-CUSTO
               "): "
           ACCEPT WS-CC-INFORMADO
           IF WS-CC-INFORMADO = SPACES
               MOVE FU-CENTRO-CUSTO TO WS-CC-INFORMADO
           END-IF
           PERFORM VALIDA-CENTRO
           IF WS-CC-VALIDO NOT = "S"
               DISPLAY "Erro: centro de custo não cadastrado ou "
                   "inativo (ver CADCC)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Categoria de despesa (ex: HOSP): "
           ACCEPT WS-CAT-INFORMADA
           MOVE FUNCTION UPPER-CASE(WS-CAT-INFORMADA)
               TO WS-CAT-INFORMADA
           MOVE WS-CAT-INFORMADA TO CG-CODIGO
           READ CATDESP-FILE
               INVALID KEY
                   DISPLAY "Erro: categoria não cadastrada (ver "
                       "CADCATD)."
                   EXIT PARAGRAPH
           END-READ
           IF CG-ATIVO NOT = "S"
               DISPLAY "Erro: categoria desativada."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO="       DELIMITED BY SIZE
                  TC-SITUACAO       DELIMITED BY SIZE
                  " CC="            DELIMITED BY SIZE
                  TC-CENTRO-CUSTO   DELIMITED BY SIZE
                  " CAT="           DELIMITED BY SIZE
                  TC-CATEGORIA      DELIMITED BY SIZE
                  INTO WS-AUD-ANTES

           MOVE WS-CC-INFORMADO     TO TC-CENTRO-CUSTO
           MOVE WS-CAT-INFORMADA    TO TC-CATEGORIA
           MOVE "A"                 TO TC-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO TC-ALOCADOR
           MOVE SPACES              TO TC-APROVADOR
           MOVE SPACES              TO TC-MOTIVO
           REWRITE FATCART-REG
           IF WS-STATUS-FILE-TC NOT = "00"
               DISPLAY "Erro ao gravar alocação: " WS-STATUS-FILE-TC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-ALOCADAS
           DISPLAY "Transação alocada; segue para o gestor do centro."
           MOVE "CART.ALOC" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=A CC="  DELIMITED BY SIZE
                  TC-CENTRO-CUSTO   DELIMITED BY SIZE
                  " CAT="           DELIMITED BY SIZE
                  TC-CATEGORIA      DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       VALIDA-CENTRO.
           MOVE "S" TO WS-CC-VALIDO
           IF WS-CC-INFORMADO = SPACES
               MOVE "N" TO WS-CC-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-CCUSTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CC-INFORMADO TO CC-CODIGO
           READ CCUSTO-FILE
               INVALID KEY
                   MOVE "N" TO WS-CC-VALIDO
               NOT INVALID KEY
                   IF CC-ATIVO NOT = "S"
                       MOVE "N" TO WS-CC-VALIDO
                   END-IF
           END-READ.

      *> Uma única conta a pagar ao emissor pelo líquido da fatura,
      *> rateada pelos centros das transações. Antes do vencimento
      *> só sai com todas as transações aprovadas; a partir do
      *> vencimento, o que não foi alocado e aprovado é listado e
      *> cobrado no centro padrão do portador.
       GERA-CONTA-FATURA.
           IF WS-PERFIL-CHAMADOR NOT = "T"
                   AND WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Acesso negado: geração restrita a "
                   "tesoureiro/administrador."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZA-FATURA
           IF WS-STATUS-FILE-TC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF TC-SITUACAO = "G"
               DISPLAY "Conta a pagar desta fatura já gerada (doc "
                   TC-NUM-DOC ")."
               EXIT PARAGRAPH
           END-IF
           MOVE TC-CNPJ-EMISSOR TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   DISPLAY "Erro: emissor não cadastrado como "
                       "fornecedor (ver CADFORNE)."
                   EXIT PARAGRAPH
           END-READ

           PERFORM APURA-CENTROS-FATURA
           IF WS-QTD-LINHAS-FAT = ZEROS
               DISPLAY "Fatura sem transações."
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-SEM-DONO > 0
               DISPLAY "Erro: " WS-QTD-SEM-DONO
                   " transação(ões) sem portador ou sem centro"
                   " padrão (ver CADPORT e CADFUNC)."
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-NAO-APROV > 0 AND WS-HOJE < WS-FAT-VENC
               DISPLAY "Há " WS-QTD-NAO-APROV " transação(ões) sem "
                   "alocação aprovada (listadas acima); a conta só "
                   "sai antes do vencimento com tudo aprovado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ESTOURO = "S"
               DISPLAY "Erro: fatura com mais de 10 centros de custo; "
                   "o rateio comporta no máximo 10."
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-FAT NOT > 0
               MOVE WS-TOTAL-FAT TO WS-SALDO-EDIT
               DISPLAY "Fatura com saldo credor (" WS-SALDO-EDIT
                   "); nada a pagar ao emissor."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               IF WS-TC-VALOR(WS-CC-IDX) NOT > 0
                   MOVE WS-TC-VALOR(WS-CC-IDX) TO WS-SALDO-EDIT
                   DISPLAY "Erro: centro " WS-TC-CENTRO(WS-CC-IDX)
                       " com saldo credor (" WS-SALDO-EDIT
                       "); realoque os créditos."
                   MOVE "S" TO WS-ESTOURO
               END-IF
           END-PERFORM
           IF WS-ESTOURO = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM MOSTRA-CENTROS
           IF WS-QTD-NAO-APROV > 0
               DISPLAY WS-QTD-NAO-APROV " transação(ões) não "
                   "aprovada(s) até o vencimento vão para o centro "
                   "padrão do portador (listadas acima)."
           END-IF
           MOVE WS-TOTAL-FAT TO WS-VALOR-EDIT
           DISPLAY "Gerar conta de " WS-VALOR-EDIT " para "
               F-RAZAO-SOCIAL "? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               DISPLAY "Geração cancelada."
               EXIT PARAGRAPH
           END-IF

      *> Boleto sem linha digitável recebe o código pelo DDA (ver
      *> DDAIMP.cbl), que casa CNPJ, valor e vencimento.
           DISPLAY "Forma de pagamento (B=boleto, T=TED, D=débito "
               "automático; em branco = B): "
           ACCEPT WS-FORMA-PGTO
           MOVE FUNCTION UPPER-CASE(WS-FORMA-PGTO) TO WS-FORMA-PGTO
           IF WS-FORMA-PGTO NOT = "T" AND WS-FORMA-PGTO NOT = "D"
               MOVE "B" TO WS-FORMA-PGTO
           END-IF

           PERFORM GRAVA-CONTA-FATURA
           IF WS-STATUS-FILE-C NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CENTROS > 1
               PERFORM GRAVA-RATEIO-FATURA
           END-IF
           PERFORM MARCA-CENTRO-PADRAO

           MOVE WS-FAT-CNPJ TO TC-CNPJ-EMISSOR
           MOVE WS-FAT-VENC TO TC-DATA-VENC
           MOVE ZEROS       TO TC-SEQ
           READ FATCART-FILE
               INVALID KEY
                   DISPLAY "Erro ao reler o controle da fatura."
                   EXIT PARAGRAPH
           END-READ
           MOVE "G"        TO TC-SITUACAO
           MOVE WS-NUM-DOC TO TC-NUM-DOC
           REWRITE FATCART-REG
           IF WS-STATUS-FILE-TC NOT = "00"
               DISPLAY "Erro ao atualizar controle da fatura: "
                   WS-STATUS-FILE-TC
           END-IF

           DISPLAY "Conta a pagar gerada: doc " WS-NUM-DOC
               " venc. " WS-FAT-VENC " em " WS-QTD-CENTROS
               " centro(s)."
           MOVE "CART.GERA" TO WS-AUD-ACAO
           MOVE "SITUACAO=I" TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=G DOC="   DELIMITED BY SIZE
                  WS-NUM-DOC          DELIMITED BY SIZE
                  " CENTROS="         DELIMITED BY SIZE
                  WS-QTD-CENTROS      DELIMITED BY SIZE
                  " PADRAO="          DELIMITED BY SIZE
                  WS-QTD-NAO-APROV    DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Pede emissor e vencimento e lê o registro de controle da
      *> fatura; status diferente de "00" quando não encontrada.
       LOCALIZA-FATURA.
           DISPLAY "CNPJ do emissor do cartão: "
           ACCEPT WS-FAT-CNPJ
           DISPLAY "Vencimento da fatura (AAAAMMDD): "
           ACCEPT WS-FAT-VENC
           MOVE WS-FAT-CNPJ TO TC-CNPJ-EMISSOR
           MOVE WS-FAT-VENC TO TC-DATA-VENC
           MOVE ZEROS       TO TC-SEQ
           READ FATCART-FILE
               INVALID KEY
                   DISPLAY "Fatura não importada."
           END-READ.

      *> Soma o líquido de cada transação no centro em que será
      *> cobrada: o alocado, se aprovado pelo gestor; senão o centro
      *> padrão do portador (transação listada).
       APURA-CENTROS-FATURA.
           MOVE ZEROS TO WS-QTD-LINHAS-FAT
           MOVE ZEROS TO WS-QTD-NAO-APROV
           MOVE ZEROS TO WS-QTD-SEM-DONO
           MOVE ZEROS TO WS-QTD-CENTROS
           MOVE ZEROS TO WS-TOTAL-FAT
           MOVE "N"   TO WS-ESTOURO

           MOVE WS-FAT-CNPJ TO TC-CNPJ-EMISSOR
           MOVE WS-FAT-VENC TO TC-DATA-VENC
           MOVE 1           TO TC-SEQ
           START FATCART-FILE KEY IS NOT LESS TC-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ FATCART-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-TC = "10"
                   OR TC-CNPJ-EMISSOR NOT = WS-FAT-CNPJ
                   OR TC-DATA-VENC NOT = WS-FAT-VENC
               ADD 1 TO WS-QTD-LINHAS-FAT
               IF TC-CPF = ZEROS
                   PERFORM LE-PORTADOR
               END-IF
               PERFORM LE-FUNCIONARIO
               IF TC-SITUACAO = "V"
                   MOVE TC-CENTRO-CUSTO TO WS-CENTRO-LINHA
               ELSE
                   ADD 1 TO WS-QTD-NAO-APROV
                   MOVE FU-CENTRO-CUSTO TO WS-CENTRO-LINHA
                   MOVE TC-VALOR TO WS-VALOR-EDIT
                   DISPLAY "NAO APROVADA (" TC-SITUACAO "): seq "
                       TC-SEQ " " TC-CARTAO " " FU-NOME(1:20) " "
                       TC-DATA-TRANS " " WS-VALOR-EDIT " " TC-SINAL
               END-IF
               IF TC-CPF = ZEROS OR WS-CENTRO-LINHA = SPACES
                   ADD 1 TO WS-QTD-SEM-DONO
                   DISPLAY "SEM PORTADOR/CENTRO: seq " TC-SEQ
                       " cartão final " TC-CARTAO " " TC-PORTADOR
               ELSE
                   IF TC-SINAL = "-"
                       COMPUTE WS-VALOR-SINAL = 0 - TC-VALOR
                   ELSE
                       MOVE TC-VALOR TO WS-VALOR-SINAL
                   END-IF
                   PERFORM SOMA-CENTRO
               END-IF
               READ FATCART-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-TC.

       SOMA-CENTRO.
           ADD WS-VALOR-SINAL TO WS-TOTAL-FAT
           MOVE ZEROS TO WS-CC-ACHOU
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               IF WS-TC-CENTRO(WS-CC-IDX) = WS-CENTRO-LINHA
                   MOVE WS-CC-IDX TO WS-CC-ACHOU
               END-IF
           END-PERFORM
           IF WS-CC-ACHOU = ZEROS
               IF WS-QTD-CENTROS = 10
                   MOVE "S" TO WS-ESTOURO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-CENTROS
               MOVE WS-QTD-CENTROS  TO WS-CC-ACHOU
               MOVE WS-CENTRO-LINHA TO WS-TC-CENTRO(WS-CC-ACHOU)
               MOVE ZEROS           TO WS-TC-VALOR(WS-CC-ACHOU)
           END-IF
           ADD WS-VALOR-SINAL TO WS-TC-VALOR(WS-CC-ACHOU).

      *> Mostra o rateio e guarda em WS-MAIOR-IDX o centro de maior
      *> valor: ele vai no cabeçalho da conta e absorve o
      *> arredondamento dos percentuais.
       MOSTRA-CENTROS.
           MOVE 1 TO WS-MAIOR-IDX
           DISPLAY "CENTRO | VALOR"
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               MOVE WS-TC-VALOR(WS-CC-IDX) TO WS-VALOR-EDIT
               DISPLAY WS-TC-CENTRO(WS-CC-IDX) " | " WS-VALOR-EDIT
               IF WS-TC-VALOR(WS-CC-IDX) > WS-TC-VALOR(WS-MAIOR-IDX)
                   MOVE WS-CC-IDX TO WS-MAIOR-IDX
               END-IF
           END-PERFORM.

      *> Conta já liberada ("A"): cada transação passou pelo gestor
      *> do seu centro ou venceu sem alocação.
       GRAVA-CONTA-FATURA.
           PERFORM GERA-PROX-NUMERO

           INITIALIZE CONTA-REG
           MOVE WS-NUM-DOC        TO CP-NUM-DOC
           MOVE WS-FAT-CNPJ       TO CP-CNPJ-FORN
           MOVE 1                 TO CP-NUM-PARCELA
           MOVE 1                 TO CP-TOTAL-PARCELAS
           MOVE WS-HOJE           TO CP-DATA-EMISSAO
           MOVE WS-FAT-VENC       TO CP-DATA-VENC
           MOVE WS-TOTAL-FAT      TO CP-VALOR
           MOVE WS-TOTAL-FAT      TO CP-SALDO
           MOVE WS-TOTAL-FAT      TO CP-VALOR-ORIGINAL
           MOVE "A"               TO CP-SITUACAO
           MOVE WS-TC-CENTRO(WS-MAIOR-IDX) TO CP-CENTRO-CUSTO
           MOVE "BRL"             TO CP-MOEDA
           MOVE 1                 TO CP-TAXA-CAMBIO
           MOVE SPACES            TO CP-MOTIVO-REJEICAO
           MOVE SPACES            TO CP-CONTA-PAGADORA
           MOVE SPACES            TO CP-ALERTAS
           MOVE WS-FORMA-PGTO     TO CP-FORMA-PGTO
           MOVE SPACES            TO CP-COD-BARRAS
           MOVE WS-EMPRESA-CHAMADA TO CP-EMPRESA
           STRING
               CP-NUM-DOC DELIMITED BY SIZE
               CP-CNPJ-FORN DELIMITED BY SIZE
               CP-NUM-PARCELA DELIMITED BY SIZE
               INTO CP-CHAVE

           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY "Erro: conta a pagar " CP-CHAVE
                       " já existe."
                   MOVE "22" TO WS-STATUS-FILE-C
           END-WRITE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao gerar conta a pagar: " WS-STATUS-FILE-C
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
           END-IF.

      *> Um registro de rateio por centro (mesma chave e formato de
      *> GRAVA-RATEIO em LANCCONT.cbl); o centro de maior valor é
      *> gravado por último e fecha os 100%.
       GRAVA-RATEIO-FATURA.
           MOVE ZEROS TO WS-RA-SEQ
           MOVE ZEROS TO WS-PERC-ACUM
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               IF WS-CC-IDX NOT = WS-MAIOR-IDX
                   ADD 1 TO WS-RA-SEQ
                   MOVE WS-NUM-DOC  TO RA-NUM-DOC
                   MOVE WS-FAT-CNPJ TO RA-CNPJ-FORN
                   MOVE WS-RA-SEQ   TO RA-SEQ
                   MOVE WS-TC-CENTRO(WS-CC-IDX) TO RA-CENTRO-CUSTO
                   COMPUTE RA-PERCENTUAL ROUNDED =
                       WS-TC-VALOR(WS-CC-IDX) * 100 / WS-TOTAL-FAT
                   ADD RA-PERCENTUAL TO WS-PERC-ACUM
                   PERFORM GRAVA-LINHA-RATEIO
               END-IF
           END-PERFORM

           ADD 1 TO WS-RA-SEQ
           MOVE WS-NUM-DOC  TO RA-NUM-DOC
           MOVE WS-FAT-CNPJ TO RA-CNPJ-FORN
           MOVE WS-RA-SEQ   TO RA-SEQ
           MOVE WS-TC-CENTRO(WS-MAIOR-IDX) TO RA-CENTRO-CUSTO
           COMPUTE RA-PERCENTUAL = 100 - WS-PERC-ACUM
           PERFORM GRAVA-LINHA-RATEIO.

       GRAVA-LINHA-RATEIO.
           WRITE RATEIO-REG
               INVALID KEY
                   REWRITE RATEIO-REG
           END-WRITE
           IF WS-STATUS-FILE-RA NOT = "00"
               DISPLAY "AVISO: falha ao gravar rateio "
                   RA-CENTRO-CUSTO ": " WS-STATUS-FILE-RA
           END-IF.

      *> Transações sem alocação aprovada no vencimento ficam
      *> marcadas "D" com o centro padrão do portador em que foram
      *> cobradas.
       MARCA-CENTRO-PADRAO.
           IF WS-QTD-NAO-APROV = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FAT-CNPJ TO TC-CNPJ-EMISSOR
           MOVE WS-FAT-VENC TO TC-DATA-VENC
           MOVE 1           TO TC-SEQ
           START FATCART-FILE KEY IS NOT LESS TC-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ FATCART-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-TC = "10"
                   OR TC-CNPJ-EMISSOR NOT = WS-FAT-CNPJ
                   OR TC-DATA-VENC NOT = WS-FAT-VENC
               IF TC-SITUACAO NOT = "V"
                   IF TC-CPF = ZEROS
                       PERFORM LE-PORTADOR
                   END-IF
                   PERFORM LE-FUNCIONARIO
                   MOVE SPACES TO WS-AUD-ANTES
                   STRING "SITUACAO="     DELIMITED BY SIZE
                          TC-SITUACAO     DELIMITED BY SIZE
                          " CC="          DELIMITED BY SIZE
                          TC-CENTRO-CUSTO DELIMITED BY SIZE
                          INTO WS-AUD-ANTES
                   MOVE FU-CENTRO-CUSTO TO TC-CENTRO-CUSTO
                   MOVE "D" TO TC-SITUACAO
                   REWRITE FATCART-REG
                   IF WS-STATUS-FILE-TC = "00"
                       MOVE "CART.PADR" TO WS-AUD-ACAO
                       MOVE SPACES TO WS-AUD-DEPOIS
                       STRING "SITUACAO=D CC="  DELIMITED BY SIZE
                              TC-CENTRO-CUSTO   DELIMITED BY SIZE
                              " DOC="           DELIMITED BY SIZE
                              WS-NUM-DOC        DELIMITED BY SIZE
                              INTO WS-AUD-DEPOIS
                       PERFORM GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "AVISO: falha ao marcar seq " TC-SEQ
                           ": " WS-STATUS-FILE-TC
                   END-IF
               END-IF
               READ FATCART-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-TC.

      *> Mesmo registro único de NUMDOC.DAT usado por LANCCONT.cbl:
      *> o número não colide com nenhum documento já lançado.
       GERA-PROX-NUMERO.
           MOVE "01" TO ND-CHAVE
           READ NUMDOC-FILE
               INVALID KEY
                   MOVE 1 TO ND-PROX-NUM
                   MOVE ND-PROX-NUM TO WS-NUM-DOC
                   ADD 1 TO ND-PROX-NUM
                   WRITE NUMDOC-REG
                   EXIT PARAGRAPH
           END-READ

           MOVE ND-PROX-NUM TO WS-NUM-DOC
           ADD 1 TO ND-PROX-NUM
           REWRITE NUMDOC-REG.

       CONSULTA-FATURA.
           PERFORM LOCALIZA-FATURA
           IF WS-STATUS-FILE-TC NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF TC-SINAL = "-"
               COMPUTE WS-SALDO-FAT = 0 - TC-VALOR
           ELSE
               MOVE TC-VALOR TO WS-SALDO-FAT
           END-IF
           MOVE WS-SALDO-FAT TO WS-SALDO-EDIT
           DISPLAY "Fatura importada em " TC-DATA-TRANS
               "  transações " TC-ULT-SEQ "  líquido " WS-SALDO-EDIT
           IF TC-SITUACAO = "G"
               DISPLAY "Conta a pagar gerada: doc " TC-NUM-DOC
           ELSE
               DISPLAY "Conta a pagar ainda não gerada."
           END-IF

           MOVE 1 TO TC-SEQ
           START FATCART-FILE KEY IS NOT LESS TC-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ FATCART-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "SEQ  FIN  DATA     ESTABELECIMENTO          "
               "VALOR          S SIT CC     CAT  PORTADOR"
           PERFORM UNTIL WS-STATUS-FILE-TC = "10"
                   OR TC-CNPJ-EMISSOR NOT = WS-FAT-CNPJ
                   OR TC-DATA-VENC NOT = WS-FAT-VENC
               PERFORM LE-FUNCIONARIO
               MOVE TC-VALOR TO WS-VALOR-EDIT
               DISPLAY TC-SEQ " " TC-CARTAO " " TC-DATA-TRANS " "
                   TC-ESTABELEC(1:24) " " WS-VALOR-EDIT " "
                   TC-SINAL " " TC-SITUACAO "   " TC-CENTRO-CUSTO
                   " " TC-CATEGORIA " " FU-NOME(1:20)
               IF TC-SITUACAO = "R"
                   DISPLAY "     recusada: " TC-MOTIVO
               END-IF
               READ FATCART-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-TC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-TC.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); a chave é a da transação (emissor +
      *> vencimento + sequência), 0000 para a fatura.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "CARTFAT"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE TC-CHAVE                    TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "CARTFAT" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
