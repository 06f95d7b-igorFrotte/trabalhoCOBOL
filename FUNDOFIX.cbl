       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDOFIX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fundo fixo de caixa de cada filial: o custodiante guarda o
      *> valor autorizado, parte em dinheiro e parte em comprovantes
      *> de despesas pagas. A qualquer momento o autorizado é igual
      *> ao caixa mais os comprovantes ainda não repostos.
           SELECT FUNDO-FILE ASSIGN TO "FUNDOFIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FF-CODIGO
               FILE STATUS IS WS-STATUS-FILE-FF.

      *> Comprovantes lançados contra o fundo, por fundo e sequência.
           SELECT COMPFUN-FILE ASSIGN TO "COMPFUN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CF.

      *> O custodiante é um funcionário (ver CADFUNC.cbl): a conta de
      *> reposição sai para o CPF dele, como a de reembolso, e a
      *> remessa usa os dados bancários do cadastro de funcionários.
           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

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

      *> Rateio da conta de reposição pelos centros dos comprovantes
      *> (ver LANCCONT.cbl): lido por CTBEMIS e RELORCAM.
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

      *> Parâmetros financeiros (ver CADPARAM.cbl): prazo, em dias,
      *> para pagar a reposição do fundo.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl).
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD FUNDO-FILE.
       01 FUNDO-REG.
           05 FF-CODIGO         PIC X(04).  *> código da filial
           05 FF-DESCRICAO      PIC X(30).
           05 FF-EMPRESA        PIC 9(02).
           05 FF-CPF-CUSTODIANTE PIC 9(14).
           05 FF-CENTRO-CUSTO   PIC X(06).  *> centro padrão
           05 FF-VALOR-AUTORIZADO PIC 9(8)V99.
           05 FF-SALDO-CAIXA    PIC 9(8)V99.  *> dinheiro em mãos
           05 FF-VALOR-COMPROV  PIC 9(8)V99.  *> comprovantes A + R
           05 FF-PRAZO-DIAS     PIC 9(03).  *> idade máx. comprovante
           05 FF-ULT-SEQ        PIC 9(06).
           05 FF-DOC-REPOSICAO  PIC 9(10).  *> reposição em aberto
           05 FF-CAIXA-CONTADO  PIC 9(8)V99.  *> última contagem
           05 FF-DATA-CONTAGEM  PIC 9(8).
           05 FF-ATIVO          PIC X(1).   *> S=ativo,N=encerrado
           05 FF-DATA-CADASTRO  PIC 9(8).

       FD COMPFUN-FILE.
       01 COMPFUN-REG.
           05 CF-CHAVE.                     *> 04 fundo + 06 seq.
               10 CF-FUNDO      PIC X(04).
               10 CF-SEQ        PIC 9(06).
           05 CF-DATA           PIC 9(8).   *> data do comprovante
           05 CF-DATA-LANC      PIC 9(8).
           05 CF-DOCUMENTO      PIC X(15).  *> nº do recibo/cupom
           05 CF-DESCRICAO      PIC X(30).
           05 CF-CENTRO-CUSTO   PIC X(06).
           05 CF-VALOR          PIC 9(8)V99.
           05 CF-SITUACAO       PIC X(1).   *> A=aberto,R=reposição,
                                            *> F=reposto,C=cancelado
           05 CF-NUM-DOC        PIC 9(10).  *> conta de reposição
           05 CF-USUARIO        PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-FF     PIC XX.
       01 WS-STATUS-FILE-CF     PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-CCUSTO-OK          PIC X VALUE "N".
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-RA     PIC XX.
       01 WS-STATUS-FILE-ND     PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-AUD-CHAVE          PIC X(26).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).
       01 WS-PRAZO-REPOSICAO    PIC 9(03) VALUE 2.
       01 WS-FUNDO-EXISTE       PIC X.
       01 WS-FUNDO-OK           PIC X.
       01 WS-CPF-INFORMADO      PIC 9(11).
       01 WS-CC-INFORMADO       PIC X(06).
       01 WS-CC-VALIDO          PIC X.
       01 WS-AUTORIZADO-ANT     PIC 9(8)V99.
       01 WS-AUTORIZADO-NOVO    PIC 9(8)V99.
       01 WS-DIFERENCA          PIC S9(8)V99.
       01 WS-VALOR-INFORMADO    PIC 9(8)V99.
       01 WS-DATA-INFORMADA     PIC 9(8).
       01 WS-SEQ-INFORMADA      PIC 9(06).
       01 WS-IDADE-DIAS         PIC 9(05).
       01 WS-MAIS-COMPROV       PIC X.
       01 WS-QTD-COMPROV        PIC 9(4).
       01 WS-TOTAL-REPOSICAO    PIC 9(10)V99.
       01 WS-NUM-DOC            PIC 9(10).
       01 WS-PERC-ACUM          PIC 9(03)V99.
       01 WS-ESTOURO            PIC X.
       01 WS-SITUACAO-ORIGEM    PIC X.
       01 WS-NOVA-SITUACAO      PIC X.

      *> Centros dos comprovantes da reposição com o total de cada
      *> um; o limite é o mesmo das dez linhas de rateio de
      *> LANCCONT.cbl.
       01 WS-TAB-CENTROS.
           05 WS-CENTRO OCCURS 10 TIMES.
               10 WS-TC-CENTRO  PIC X(06).
               10 WS-TC-VALOR   PIC 9(10)V99.
       01 WS-QTD-CENTROS        PIC 9(02).
       01 WS-CC-IDX             PIC 9(02).
       01 WS-CC-ACHOU           PIC 9(02).
       01 WS-MAIOR-IDX          PIC 9(02).
       01 WS-RA-SEQ             PIC 9(02).

       01 WS-VALOR-EDIT         PIC Z(9)9.99.
       01 WS-CAIXA-EDIT         PIC Z(7)9.99.
       01 WS-COMPROV-EDIT       PIC Z(7)9.99.
       01 WS-AUTORIZ-EDIT       PIC Z(7)9.99.
       01 WS-DIF-EDIT           PIC -Z(7)9.99.
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
           DISPLAY "FUNDO FIXO DE CAIXA DAS FILIAIS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O FUNDO-FILE
           IF WS-STATUS-FILE-FF = "35"
      *> FUNDOFIX.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT FUNDO-FILE
               CLOSE FUNDO-FILE
               OPEN I-O FUNDO-FILE
           END-IF
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao abrir FUNDOFIX.DAT: " WS-STATUS-FILE-FF
               STOP RUN
           END-IF

           OPEN I-O COMPFUN-FILE
           IF WS-STATUS-FILE-CF = "35"
      *> COMPFUN.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT COMPFUN-FILE
               CLOSE COMPFUN-FILE
               OPEN I-O COMPFUN-FILE
           END-IF
           IF WS-STATUS-FILE-CF NOT = "00"
               DISPLAY "Erro ao abrir COMPFUN.DAT: " WS-STATUS-FILE-CF
               STOP RUN
           END-IF

           OPEN INPUT FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao abrir FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU " (cadastre em CADFUNC)"
               STOP RUN
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

           PERFORM CARREGA-PRAZO-REPOSICAO

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== FUNDO FIXO DE CAIXA ====="
               DISPLAY "1 - Cadastrar / alterar fundo"
               DISPLAY "2 - Lançar comprovantes"
               DISPLAY "3 - Cancelar comprovante"
               DISPLAY "4 - Solicitar reposição"
               DISPLAY "5 - Baixar reposição paga"
               DISPLAY "6 - Contagem do caixa"
               DISPLAY "7 - Consultar fundo"
               DISPLAY "8 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       PERFORM MANTEM-FUNDO
                   WHEN 2
                       PERFORM LANCA-COMPROVANTES
                   WHEN 3
                       PERFORM CANCELA-COMPROVANTE
                   WHEN 4
                       PERFORM SOLICITA-REPOSICAO
                   WHEN 5
                       PERFORM BAIXA-REPOSICAO
                   WHEN 6
                       PERFORM CONTA-CAIXA
                   WHEN 7
                       PERFORM CONSULTA-FUNDO
                   WHEN 8
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE FUNDO-FILE
           CLOSE COMPFUN-FILE
           CLOSE FUNCIONARIO-FILE
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

      *> Inclusão abre o fundo com todo o autorizado em caixa. Na
      *> alteração, aumento ou redução do autorizado entra ou sai do
      *> caixa, mantendo autorizado = caixa + comprovantes; o
      *> custodiante só muda sem reposição em aberto.
       MANTEM-FUNDO.
           IF WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Acesso negado: cadastro de fundos restrito a "
                   "administradores."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Código da filial (4 posições): "
           ACCEPT FF-CODIGO
           MOVE FUNCTION UPPER-CASE(FF-CODIGO) TO FF-CODIGO
           IF FF-CODIGO = SPACES
               DISPLAY "Erro: código obrigatório."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-FUNDO-EXISTE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE ZEROS TO WS-AUTORIZADO-ANT
           READ FUNDO-FILE
               INVALID KEY
                   MOVE "N" TO WS-FUNDO-EXISTE
               NOT INVALID KEY
                   PERFORM MOSTRA-POSICAO
                   MOVE FF-VALOR-AUTORIZADO TO WS-AUTORIZADO-ANT
                   MOVE FF-VALOR-AUTORIZADO TO WS-AUTORIZ-EDIT
                   STRING "AUT="            DELIMITED BY SIZE
                          WS-AUTORIZ-EDIT   DELIMITED BY SIZE
                          " CUST="          DELIMITED BY SIZE
                          FF-CPF-CUSTODIANTE DELIMITED BY SIZE
                          " CC="            DELIMITED BY SIZE
                          FF-CENTRO-CUSTO   DELIMITED BY SIZE
                          INTO WS-AUD-ANTES
           END-READ

           DISPLAY "Descrição da filial: "
           ACCEPT FF-DESCRICAO

           DISPLAY "CPF do custodiante (11 dígitos): "
           ACCEPT WS-CPF-INFORMADO
           MOVE WS-CPF-INFORMADO TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   DISPLAY "Erro: funcionário não cadastrado (ver "
                       "CADFUNC)."
                   EXIT PARAGRAPH
           END-READ
           IF FU-ATIVO NOT = "S"
               DISPLAY "Erro: funcionário desativado."
               EXIT PARAGRAPH
           END-IF
           IF WS-FUNDO-EXISTE = "S"
                   AND FU-CPF NOT = FF-CPF-CUSTODIANTE
                   AND FF-DOC-REPOSICAO NOT = ZEROS
               DISPLAY "Erro: reposição " FF-DOC-REPOSICAO " em "
                   "aberto para o custodiante atual; baixe-a antes "
                   "de trocar."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Custodiante: " FU-NOME

           DISPLAY "Centro de custo padrão (em branco = "
               FU-CENTRO-CUSTO "): "
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

           DISPLAY "Valor autorizado: "
           ACCEPT WS-AUTORIZADO-NOVO
           IF WS-AUTORIZADO-NOVO = ZEROS
               DISPLAY "Erro: valor autorizado obrigatório."
               EXIT PARAGRAPH
           END-IF
           IF WS-FUNDO-EXISTE = "S"
               COMPUTE WS-DIFERENCA = WS-AUTORIZADO-NOVO
                   - WS-AUTORIZADO-ANT
               IF FF-SALDO-CAIXA + WS-DIFERENCA < 0
                   DISPLAY "Erro: redução maior que o dinheiro em "
                       "caixa; reponha o fundo antes."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Idade máxima do comprovante em dias (ex: 30): "
           ACCEPT FF-PRAZO-DIAS
           IF FF-PRAZO-DIAS = ZEROS
               MOVE 30 TO FF-PRAZO-DIAS
           END-IF

           DISPLAY "Ativo (S/N): "
           ACCEPT FF-ATIVO
           MOVE FUNCTION UPPER-CASE(FF-ATIVO) TO FF-ATIVO
           IF FF-ATIVO NOT = "N"
               MOVE "S" TO FF-ATIVO
           END-IF

           MOVE FU-CPF             TO FF-CPF-CUSTODIANTE
           MOVE WS-CC-INFORMADO    TO FF-CENTRO-CUSTO
           MOVE WS-AUTORIZADO-NOVO TO FF-VALOR-AUTORIZADO
           IF WS-FUNDO-EXISTE = "S"
               ADD WS-DIFERENCA TO FF-SALDO-CAIXA
               REWRITE FUNDO-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
           ELSE
               MOVE WS-EMPRESA-CHAMADA TO FF-EMPRESA
               MOVE WS-AUTORIZADO-NOVO TO FF-SALDO-CAIXA
               MOVE ZEROS              TO FF-VALOR-COMPROV
               MOVE ZEROS              TO FF-ULT-SEQ
               MOVE ZEROS              TO FF-DOC-REPOSICAO
               MOVE ZEROS              TO FF-CAIXA-CONTADO
               MOVE ZEROS              TO FF-DATA-CONTAGEM
               MOVE WS-HOJE            TO FF-DATA-CADASTRO
               WRITE FUNDO-REG
               MOVE "INCLUSAO" TO WS-AUD-ACAO
           END-IF
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao gravar fundo: " WS-STATUS-FILE-FF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fundo gravado."
           PERFORM MOSTRA-POSICAO
           MOVE FF-VALOR-AUTORIZADO TO WS-AUTORIZ-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "AUT="            DELIMITED BY SIZE
                  WS-AUTORIZ-EDIT   DELIMITED BY SIZE
                  " CUST="          DELIMITED BY SIZE
                  FF-CPF-CUSTODIANTE DELIMITED BY SIZE
                  " CC="            DELIMITED BY SIZE
                  FF-CENTRO-CUSTO   DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE FF-CODIGO TO WS-AUD-CHAVE(1:4)
           PERFORM GRAVA-AUDITORIA.

      *> Pede o código da filial e lê o fundo; WS-FUNDO-OK = "S"
      *> quando o fundo existe e está ativo.
       LOCALIZA-FUNDO.
           MOVE "N" TO WS-FUNDO-OK
           DISPLAY "Código da filial: "
           ACCEPT FF-CODIGO
           MOVE FUNCTION UPPER-CASE(FF-CODIGO) TO FF-CODIGO
           READ FUNDO-FILE
               INVALID KEY
                   DISPLAY "Fundo não cadastrado."
                   EXIT PARAGRAPH
           END-READ
           IF FF-ATIVO NOT = "S"
               DISPLAY "Fundo encerrado."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-FUNDO-OK
           PERFORM MOSTRA-POSICAO.

       MOSTRA-POSICAO.
           MOVE FF-VALOR-AUTORIZADO TO WS-AUTORIZ-EDIT
           MOVE FF-SALDO-CAIXA      TO WS-CAIXA-EDIT
           MOVE FF-VALOR-COMPROV    TO WS-COMPROV-EDIT
           DISPLAY "Fundo " FF-CODIGO " " FF-DESCRICAO
           DISPLAY "Autorizado " WS-AUTORIZ-EDIT " = caixa "
               WS-CAIXA-EDIT " + comprovantes " WS-COMPROV-EDIT
           IF FF-DOC-REPOSICAO NOT = ZEROS
               DISPLAY "Reposição em aberto: doc " FF-DOC-REPOSICAO
           END-IF.

      *> Cada comprovante sai do dinheiro em caixa e entra no saldo
      *> de comprovantes; não se lança mais do que há em caixa.
       LANCA-COMPROVANTES.
           PERFORM LOCALIZA-FUNDO
           IF WS-FUNDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-MAIS-COMPROV
           PERFORM UNTIL WS-MAIS-COMPROV NOT = "S"
               PERFORM LANCA-UM-COMPROVANTE
               DISPLAY "Lançar outro comprovante? (S/N): "
               ACCEPT WS-MAIS-COMPROV
               MOVE FUNCTION UPPER-CASE(WS-MAIS-COMPROV)
                   TO WS-MAIS-COMPROV
           END-PERFORM.

       LANCA-UM-COMPROVANTE.
           DISPLAY "Data do comprovante (AAAAMMDD): "
           ACCEPT WS-DATA-INFORMADA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INFORMADA) NOT = 0
                   OR WS-DATA-INFORMADA > WS-HOJE
               DISPLAY "Erro: data inválida ou futura."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDADE-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-HOJE)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-INFORMADA)
           IF WS-IDADE-DIAS > FF-PRAZO-DIAS
               DISPLAY "AVISO: comprovante com " WS-IDADE-DIAS
                   " dias, acima do prazo do fundo (" FF-PRAZO-DIAS
                   ")."
           END-IF

           DISPLAY "Valor: "
           ACCEPT WS-VALOR-INFORMADO
           IF WS-VALOR-INFORMADO = ZEROS
               DISPLAY "Erro: valor obrigatório."
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-INFORMADO > FF-SALDO-CAIXA
               MOVE FF-SALDO-CAIXA TO WS-CAIXA-EDIT
               DISPLAY "Erro: valor maior que o dinheiro em caixa ("
                   WS-CAIXA-EDIT "); solicite a reposição."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Centro de custo (em branco = " FF-CENTRO-CUSTO
               "): "
           ACCEPT WS-CC-INFORMADO
           IF WS-CC-INFORMADO = SPACES
               MOVE FF-CENTRO-CUSTO TO WS-CC-INFORMADO
           END-IF
           PERFORM VALIDA-CENTRO
           IF WS-CC-VALIDO NOT = "S"
               DISPLAY "Erro: centro de custo não cadastrado ou "
                   "inativo (ver CADCC)."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE COMPFUN-REG
           DISPLAY "Número do recibo/cupom: "
           ACCEPT CF-DOCUMENTO
           DISPLAY "Descrição da despesa: "
           ACCEPT CF-DESCRICAO

           ADD 1 TO FF-ULT-SEQ
           MOVE FF-CODIGO           TO CF-FUNDO
           MOVE FF-ULT-SEQ          TO CF-SEQ
           MOVE WS-DATA-INFORMADA   TO CF-DATA
           MOVE WS-HOJE             TO CF-DATA-LANC
           MOVE WS-CC-INFORMADO     TO CF-CENTRO-CUSTO
           MOVE WS-VALOR-INFORMADO  TO CF-VALOR
           MOVE "A"                 TO CF-SITUACAO
           MOVE ZEROS               TO CF-NUM-DOC
           MOVE WS-USUARIO-CHAMADOR TO CF-USUARIO
           WRITE COMPFUN-REG
           IF WS-STATUS-FILE-CF NOT = "00"
               DISPLAY "Erro ao gravar comprovante: "
                   WS-STATUS-FILE-CF
               SUBTRACT 1 FROM FF-ULT-SEQ
               EXIT PARAGRAPH
           END-IF

           SUBTRACT CF-VALOR FROM FF-SALDO-CAIXA
           ADD CF-VALOR TO FF-VALOR-COMPROV
           REWRITE FUNDO-REG
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao atualizar fundo: " WS-STATUS-FILE-FF
           END-IF

           MOVE FF-SALDO-CAIXA TO WS-CAIXA-EDIT
           DISPLAY "Comprovante " CF-SEQ " lançado; caixa "
               WS-CAIXA-EDIT
           MOVE "COMPROV" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE CF-VALOR TO WS-VALOR-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "VALOR="          DELIMITED BY SIZE
                  WS-VALOR-EDIT     DELIMITED BY SIZE
                  " CC="            DELIMITED BY SIZE
                  CF-CENTRO-CUSTO   DELIMITED BY SIZE
                  " DOC="           DELIMITED BY SIZE
                  CF-DOCUMENTO      DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE CF-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Só comprovante ainda não enviado para reposição; o valor
      *> volta ao caixa.
       CANCELA-COMPROVANTE.
           PERFORM LOCALIZA-FUNDO
           IF WS-FUNDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Sequência do comprovante: "
           ACCEPT WS-SEQ-INFORMADA
           MOVE FF-CODIGO        TO CF-FUNDO
           MOVE WS-SEQ-INFORMADA TO CF-SEQ
           READ COMPFUN-FILE
               INVALID KEY
                   DISPLAY "Comprovante não encontrado."
                   EXIT PARAGRAPH
           END-READ
           IF CF-SITUACAO NOT = "A"
               DISPLAY "Comprovante já enviado para reposição ou "
                   "cancelado (situação " CF-SITUACAO ")."
               EXIT PARAGRAPH
           END-IF

           MOVE CF-VALOR TO WS-VALOR-EDIT
           DISPLAY CF-DATA " " CF-DOCUMENTO " " CF-DESCRICAO " "
               WS-VALOR-EDIT
           DISPLAY "Confirma o cancelamento? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO CF-SITUACAO
           REWRITE COMPFUN-REG
           IF WS-STATUS-FILE-CF NOT = "00"
               DISPLAY "Erro ao cancelar comprovante: "
                   WS-STATUS-FILE-CF
               EXIT PARAGRAPH
           END-IF
           ADD CF-VALOR TO FF-SALDO-CAIXA
           SUBTRACT CF-VALOR FROM FF-VALOR-COMPROV
           REWRITE FUNDO-REG

           DISPLAY "Comprovante cancelado; valor devolvido ao caixa."
           MOVE "COMPR.CANC" TO WS-AUD-ACAO
           MOVE "SITUACAO=A" TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO=C VALOR=" DELIMITED BY SIZE
                  WS-VALOR-EDIT       DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE CF-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Uma única conta a pagar ao custodiante (CPF no lugar do
      *> CNPJ, como no reembolso) pelo total dos comprovantes em
      *> aberto, rateada pelos centros deles. A conta entra pendente
      *> ("N") e passa pela aprovação de APROVLAN.cbl; o caixa só é
      *> recomposto na baixa, depois de paga.
       SOLICITA-REPOSICAO.
           IF WS-PERFIL-CHAMADOR NOT = "T"
                   AND WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Acesso negado: reposição restrita a "
                   "tesoureiro/administrador."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZA-FUNDO
           IF WS-FUNDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF FF-DOC-REPOSICAO NOT = ZEROS
               DISPLAY "Erro: já existe reposição em aberto (doc "
                   FF-DOC-REPOSICAO "); baixe-a antes."
               EXIT PARAGRAPH
           END-IF
           MOVE FF-CPF-CUSTODIANTE TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   DISPLAY "Erro: custodiante não cadastrado (ver "
                       "CADFUNC)."
                   EXIT PARAGRAPH
           END-READ

           PERFORM APURA-CENTROS-REPOSICAO
           IF WS-QTD-COMPROV = ZEROS
               DISPLAY "Nenhum comprovante em aberto no fundo."
               EXIT PARAGRAPH
           END-IF
           IF WS-ESTOURO = "S"
               DISPLAY "Erro: comprovantes em mais de 10 centros de "
                   "custo; o rateio comporta no máximo 10."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOTAL-REPOSICAO TO WS-VALOR-EDIT
           DISPLAY WS-QTD-COMPROV " comprovante(s), total "
               WS-VALOR-EDIT
           DISPLAY "Gerar a conta de reposição para " FU-NOME
               "? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               DISPLAY "Reposição cancelada."
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-CONTA-REPOSICAO
           IF WS-STATUS-FILE-C NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CENTROS > 1
               PERFORM GRAVA-RATEIO-REPOSICAO
           END-IF

           MOVE "A" TO WS-SITUACAO-ORIGEM
           MOVE "R" TO WS-NOVA-SITUACAO
           PERFORM MUDA-SITUACAO-COMPROV

           MOVE WS-NUM-DOC TO FF-DOC-REPOSICAO
           REWRITE FUNDO-REG
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao atualizar fundo: " WS-STATUS-FILE-FF
           END-IF

           DISPLAY "Conta de reposição gerada: doc " WS-NUM-DOC
               " venc. " CP-DATA-VENC " (aguarda aprovação)."
           MOVE "FUNDO.REP" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "DOC="              DELIMITED BY SIZE
                  WS-NUM-DOC          DELIMITED BY SIZE
                  " TOTAL="           DELIMITED BY SIZE
                  WS-VALOR-EDIT       DELIMITED BY SIZE
                  " COMPROV="         DELIMITED BY SIZE
                  WS-QTD-COMPROV      DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE CP-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Soma os comprovantes em aberto ("A") do fundo por centro.
       APURA-CENTROS-REPOSICAO.
           MOVE ZEROS TO WS-QTD-COMPROV
           MOVE ZEROS TO WS-QTD-CENTROS
           MOVE ZEROS TO WS-TOTAL-REPOSICAO
           MOVE "N"   TO WS-ESTOURO

           MOVE FF-CODIGO TO CF-FUNDO
           MOVE ZEROS     TO CF-SEQ
           START COMPFUN-FILE KEY IS NOT LESS CF-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ COMPFUN-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CF = "10"
                   OR CF-FUNDO NOT = FF-CODIGO
               IF CF-SITUACAO = "A"
                   ADD 1 TO WS-QTD-COMPROV
                   ADD CF-VALOR TO WS-TOTAL-REPOSICAO
                   PERFORM SOMA-CENTRO
               END-IF
               READ COMPFUN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CF

           MOVE 1 TO WS-MAIOR-IDX
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               IF WS-TC-VALOR(WS-CC-IDX) > WS-TC-VALOR(WS-MAIOR-IDX)
                   MOVE WS-CC-IDX TO WS-MAIOR-IDX
               END-IF
           END-PERFORM.

       SOMA-CENTRO.
           MOVE ZEROS TO WS-CC-ACHOU
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               IF WS-TC-CENTRO(WS-CC-IDX) = CF-CENTRO-CUSTO
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
               MOVE CF-CENTRO-CUSTO TO WS-TC-CENTRO(WS-CC-ACHOU)
               MOVE ZEROS           TO WS-TC-VALOR(WS-CC-ACHOU)
           END-IF
           ADD CF-VALOR TO WS-TC-VALOR(WS-CC-ACHOU).

       GRAVA-CONTA-REPOSICAO.
           PERFORM GERA-PROX-NUMERO

           INITIALIZE CONTA-REG
           MOVE WS-NUM-DOC         TO CP-NUM-DOC
           MOVE FF-CPF-CUSTODIANTE TO CP-CNPJ-FORN
           MOVE 1                  TO CP-NUM-PARCELA
           MOVE 1                  TO CP-TOTAL-PARCELAS
           MOVE WS-HOJE            TO CP-DATA-EMISSAO
           COMPUTE CP-DATA-VENC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO-REPOSICAO)
           CALL "DIAUTIL" USING CP-DATA-VENC
           MOVE WS-TOTAL-REPOSICAO TO CP-VALOR
           MOVE WS-TOTAL-REPOSICAO TO CP-SALDO
           MOVE WS-TOTAL-REPOSICAO TO CP-VALOR-ORIGINAL
           MOVE "N"                TO CP-SITUACAO
           MOVE WS-TC-CENTRO(WS-MAIOR-IDX) TO CP-CENTRO-CUSTO
           MOVE "BRL"              TO CP-MOEDA
           MOVE 1                  TO CP-TAXA-CAMBIO
           MOVE SPACES             TO CP-MOTIVO-REJEICAO
           MOVE SPACES             TO CP-CONTA-PAGADORA
           MOVE SPACES             TO CP-ALERTAS
           MOVE SPACES             TO CP-COD-BARRAS
           IF FU-PIX NOT = SPACES
               MOVE "P" TO CP-FORMA-PGTO
           ELSE
               MOVE "T" TO CP-FORMA-PGTO
           END-IF
           MOVE FF-EMPRESA         TO CP-EMPRESA
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
       GRAVA-RATEIO-REPOSICAO.
           MOVE ZEROS TO WS-RA-SEQ
           MOVE ZEROS TO WS-PERC-ACUM
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-QTD-CENTROS
               IF WS-CC-IDX NOT = WS-MAIOR-IDX
                   ADD 1 TO WS-RA-SEQ
                   MOVE WS-NUM-DOC         TO RA-NUM-DOC
                   MOVE FF-CPF-CUSTODIANTE TO RA-CNPJ-FORN
                   MOVE WS-RA-SEQ          TO RA-SEQ
                   MOVE WS-TC-CENTRO(WS-CC-IDX) TO RA-CENTRO-CUSTO
                   COMPUTE RA-PERCENTUAL ROUNDED =
                       WS-TC-VALOR(WS-CC-IDX) * 100
                       / WS-TOTAL-REPOSICAO
                   ADD RA-PERCENTUAL TO WS-PERC-ACUM
                   PERFORM GRAVA-LINHA-RATEIO
               END-IF
           END-PERFORM

           ADD 1 TO WS-RA-SEQ
           MOVE WS-NUM-DOC         TO RA-NUM-DOC
           MOVE FF-CPF-CUSTODIANTE TO RA-CNPJ-FORN
           MOVE WS-RA-SEQ          TO RA-SEQ
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

      *> Passa os comprovantes do fundo de WS-SITUACAO-ORIGEM para
      *> WS-NOVA-SITUACAO. Na solicitação (A -> R) grava o documento
      *> da conta; na baixa e na devolução só os da reposição
      *> WS-NUM-DOC são tocados.
       MUDA-SITUACAO-COMPROV.
           MOVE FF-CODIGO TO CF-FUNDO
           MOVE ZEROS     TO CF-SEQ
           START COMPFUN-FILE KEY IS NOT LESS CF-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ COMPFUN-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CF = "10"
                   OR CF-FUNDO NOT = FF-CODIGO
               IF CF-SITUACAO = WS-SITUACAO-ORIGEM
                   AND (WS-SITUACAO-ORIGEM = "A"
                        OR CF-NUM-DOC = WS-NUM-DOC)
                   MOVE WS-NOVA-SITUACAO TO CF-SITUACAO
                   EVALUATE WS-NOVA-SITUACAO
                       WHEN "R"
                           MOVE WS-NUM-DOC TO CF-NUM-DOC
                       WHEN "A"
                           MOVE ZEROS TO CF-NUM-DOC
                   END-EVALUATE
                   REWRITE COMPFUN-REG
                   IF WS-STATUS-FILE-CF NOT = "00"
                       DISPLAY "AVISO: falha ao atualizar comprovante "
                           CF-SEQ ": " WS-STATUS-FILE-CF
                   END-IF
               END-IF
               READ COMPFUN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CF.

      *> Conta de reposição paga: os comprovantes dela ficam
      *> repostos e o valor volta ao dinheiro em caixa. Conta
      *> rejeitada ou cancelada devolve os comprovantes para uma
      *> nova solicitação, sem mexer no caixa.
       BAIXA-REPOSICAO.
           IF WS-PERFIL-CHAMADOR NOT = "T"
                   AND WS-PERFIL-CHAMADOR NOT = "A"
               DISPLAY "Acesso negado: baixa restrita a "
                   "tesoureiro/administrador."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZA-FUNDO
           IF WS-FUNDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF FF-DOC-REPOSICAO = ZEROS
               DISPLAY "Nenhuma reposição em aberto no fundo."
               EXIT PARAGRAPH
           END-IF

           MOVE FF-DOC-REPOSICAO TO WS-NUM-DOC
           MOVE WS-NUM-DOC         TO CP-NUM-DOC
           MOVE FF-CPF-CUSTODIANTE TO CP-CNPJ-FORN
           MOVE 1                  TO CP-NUM-PARCELA
           STRING
               CP-NUM-DOC DELIMITED BY SIZE
               CP-CNPJ-FORN DELIMITED BY SIZE
               CP-NUM-PARCELA DELIMITED BY SIZE
               INTO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   DISPLAY "Conta de reposição " CP-CHAVE
                       " não encontrada; comprovantes devolvidos."
                   MOVE "C" TO CP-SITUACAO
           END-READ

           EVALUATE CP-SITUACAO
               WHEN "P"
                   MOVE "R" TO WS-SITUACAO-ORIGEM
                   MOVE "F" TO WS-NOVA-SITUACAO
                   PERFORM MUDA-SITUACAO-COMPROV
                   ADD CP-VALOR TO FF-SALDO-CAIXA
                   SUBTRACT CP-VALOR FROM FF-VALOR-COMPROV
                   MOVE "FUNDO.BAIX" TO WS-AUD-ACAO
                   DISPLAY "Reposição paga; caixa recomposto."
               WHEN "C"
                   MOVE "R" TO WS-SITUACAO-ORIGEM
                   MOVE "A" TO WS-NOVA-SITUACAO
                   PERFORM MUDA-SITUACAO-COMPROV
                   MOVE "FUNDO.DEV" TO WS-AUD-ACAO
                   DISPLAY "Reposição cancelada; comprovantes de "
                       "volta em aberto."
               WHEN OTHER
                   DISPLAY "Conta de reposição ainda não paga "
                       "(situação " CP-SITUACAO ")."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZEROS TO FF-DOC-REPOSICAO
           REWRITE FUNDO-REG
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao atualizar fundo: " WS-STATUS-FILE-FF
           END-IF
           PERFORM MOSTRA-POSICAO

           MOVE SPACES TO WS-AUD-ANTES
           STRING "DOC="          DELIMITED BY SIZE
                  WS-NUM-DOC      DELIMITED BY SIZE
                  " SITUACAO="    DELIMITED BY SIZE
                  CP-SITUACAO     DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE FF-SALDO-CAIXA TO WS-CAIXA-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CAIXA="        DELIMITED BY SIZE
                  WS-CAIXA-EDIT   DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE CP-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Conferência do dinheiro em mãos contra o saldo de caixa do
      *> fundo; a diferença fica registrada e auditada para
      *> apuração, sem ajuste automático.
       CONTA-CAIXA.
           PERFORM LOCALIZA-FUNDO
           IF WS-FUNDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Dinheiro contado no caixa: "
           ACCEPT WS-VALOR-INFORMADO
           COMPUTE WS-DIFERENCA = WS-VALOR-INFORMADO - FF-SALDO-CAIXA
           MOVE WS-DIFERENCA TO WS-DIF-EDIT
           IF WS-DIFERENCA = ZEROS
               DISPLAY "Caixa confere."
           ELSE
               DISPLAY "ATENÇÃO: diferença de caixa de " WS-DIF-EDIT
           END-IF

           MOVE WS-VALOR-INFORMADO TO FF-CAIXA-CONTADO
           MOVE WS-HOJE            TO FF-DATA-CONTAGEM
           REWRITE FUNDO-REG
           IF WS-STATUS-FILE-FF NOT = "00"
               DISPLAY "Erro ao atualizar fundo: " WS-STATUS-FILE-FF
           END-IF

           MOVE "FUNDO.CONT" TO WS-AUD-ACAO
           MOVE FF-SALDO-CAIXA TO WS-CAIXA-EDIT
           MOVE SPACES TO WS-AUD-ANTES
           STRING "CAIXA="        DELIMITED BY SIZE
                  WS-CAIXA-EDIT   DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE WS-VALOR-INFORMADO TO WS-CAIXA-EDIT
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CONTADO="      DELIMITED BY SIZE
                  WS-CAIXA-EDIT   DELIMITED BY SIZE
                  " DIF="         DELIMITED BY SIZE
                  WS-DIF-EDIT     DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE FF-CODIGO TO WS-AUD-CHAVE(1:4)
           PERFORM GRAVA-AUDITORIA.

       CONSULTA-FUNDO.
           PERFORM LOCALIZA-FUNDO
           IF WS-FUNDO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE FF-CPF-CUSTODIANTE TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO FU-NOME
           END-READ
           DISPLAY "Custodiante: " FF-CPF-CUSTODIANTE " " FU-NOME
           DISPLAY "Centro padrão: " FF-CENTRO-CUSTO
               "  prazo dos comprovantes: " FF-PRAZO-DIAS " dias"
           IF FF-DATA-CONTAGEM NOT = ZEROS
               MOVE FF-CAIXA-CONTADO TO WS-CAIXA-EDIT
               DISPLAY "Última contagem: " FF-DATA-CONTAGEM " "
                   WS-CAIXA-EDIT
           END-IF

           MOVE FF-CODIGO TO CF-FUNDO
           MOVE ZEROS     TO CF-SEQ
           START COMPFUN-FILE KEY IS NOT LESS CF-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ COMPFUN-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "SEQ    DATA     RECIBO          DESCRICAO"
               "                      CC     VALOR         S DOC"
           PERFORM UNTIL WS-STATUS-FILE-CF = "10"
                   OR CF-FUNDO NOT = FF-CODIGO
               IF CF-SITUACAO = "A" OR CF-SITUACAO = "R"
                   MOVE CF-VALOR TO WS-VALOR-EDIT
                   DISPLAY CF-SEQ " " CF-DATA " " CF-DOCUMENTO " "
                       CF-DESCRICAO " " CF-CENTRO-CUSTO " "
                       WS-VALOR-EDIT " " CF-SITUACAO " " CF-NUM-DOC
               END-IF
               READ COMPFUN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-CF.

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

      *> Prazo de pagamento da reposição; 2 dias quando PARAMFIN.DAT
      *> ou a chave não existirem (ver CADPARAM.cbl).
       CARREGA-PRAZO-REPOSICAO.
           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "FFIX-DIAS" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-PRAZO-REPOSICAO
           END-READ

           CLOSE PARAMFIN-FILE.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); a chave é a filial, o comprovante (filial +
      *> sequência) ou a conta de reposição, conforme a ação.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "FUNDOFIX"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
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
           MOVE "FUNDOFIX" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
