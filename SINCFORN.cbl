       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCFORN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Movimento diário do cadastro de fornecedores do sistema de
      *> compras (inclusões, alterações e desativações), para que a
      *> nota importada em LANCLOTE encontre o fornecedor já
      *> cadastrado aqui.
           SELECT IMPORT-FILE ASSIGN TO "SINCFORN.TXT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPORT.

      *> Extrato completo do cadastro de fornecedores de compras,
      *> base da conciliação entre os dois cadastros. Arquivo
      *> opcional: sem ele, só o movimento é aplicado.
           SELECT MESTRE-FILE ASSIGN TO "SINCMEST.TXT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-MESTRE.

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

      *> Dados bancários vindos de compras nunca entram direto no
      *> cadastro: viram proposta na mesma fila de dupla checagem de
      *> CADFORNE, confirmada por um usuário em APROVBCO.cbl.
           SELECT PENDBANCO-FILE ASSIGN TO "PENDBANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CNPJ
               FILE STATUS IS WS-STATUS-FILE-PB.

      *> Regras de dígito verificador por banco (ver CADREGBC.cbl).
      *> Arquivo opcional, como em CADFORNE.
           SELECT REGRABCO-FILE ASSIGN TO "REGRABCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-BANCO
               FILE STATUS IS WS-STATUS-FILE-BK.

      *> Situação cadastral na Receita (ver SITCNPJ.cbl). Arquivo
      *> opcional: sem ele, nenhum CNPJ é barrado.
           SELECT SITRF-FILE ASSIGN TO "SITRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CNPJ
               FILE STATUS IS WS-STATUS-FILE-SR.

      *> Fornecedores desativados por dormência (ver DORMENTE.cbl):
      *> a volta deles passa pela revalidação de CADFORNE, nunca
      *> pela sincronização. Arquivo opcional só para leitura.
           SELECT REVALFOR-FILE ASSIGN TO "REVALFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CNPJ
               FILE STATUS IS WS-STATUS-FILE-RV.

      *> Endereço estruturado do fornecedor (ver CADFORNE.cbl).
           SELECT FORNEND-FILE ASSIGN TO "FORNEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FILE-FE.

           SELECT EXCECAO-FILE ASSIGN TO "SINCFORN.EXC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCECAO.

      *> Relatório de conciliação (compras x cadastro), no mesmo
      *> padrão de spool dos demais relatórios.
           SELECT SPOOL-FILE ASSIGN TO "SINCFORN.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

      *> Mesmo ponto de controle de LANCLOTE.cbl, com registro
      *> próprio (chave "SINCFORN"): a reexecução do mesmo arquivo
      *> retoma da linha seguinte à última efetivada.
           SELECT CHKLOTE-FILE ASSIGN TO "CHKLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CK.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *> Layout fixo produzido pelo sistema de compras, um fornecedor
      *> por linha. Pessoa física (autônomo) vem com o CPF em
      *> SI-CNPJ, com zeros à esquerda, e SI-PESSOA = "F"; em branco
      *> vale "J". Banco/agência/conta/PIX em branco = sem dados
      *> bancários no movimento; CEP zerado = sem endereço
      *> estruturado no movimento.
       FD IMPORT-FILE.
       01 IMPORT-REG.
           05 SI-OPERACAO       PIC X(01).  *> I=inclusão,
                                            *> A=alteração,
                                            *> D=desativação
           05 SI-CNPJ           PIC 9(14).
           05 SI-PESSOA         PIC X(01).  *> J=jurídica,F=física
           05 SI-RAZAO-SOCIAL   PIC X(40).
           05 SI-ENDERECO       PIC X(50).
           05 SI-TELEFONE       PIC 9(11).
           05 SI-EMAIL          PIC X(30).
           05 SI-BANCO          PIC X(03).
           05 SI-AGENCIA        PIC X(06).
           05 SI-CONTA          PIC X(12).
           05 SI-PIX            PIC X(40).
           05 SI-TIPO-FORNECEDOR PIC X(01).
           05 SI-LIMITE-CREDITO PIC 9(10)V99.
           05 SI-CEP            PIC 9(08).
           05 SI-UF             PIC X(02).
           05 SI-COD-IBGE       PIC 9(07).
           05 SI-MUNICIPIO      PIC X(30).

      *> Extrato completo: mesmo layout do movimento, com a situação
      *> do fornecedor em compras no lugar da operação.
       FD MESTRE-FILE.
       01 MESTRE-REG.
           05 ME-ATIVO          PIC X(01).  *> S=ativo, N=inativo
           05 ME-CNPJ           PIC 9(14).
           05 ME-PESSOA         PIC X(01).
           05 ME-RAZAO-SOCIAL   PIC X(40).
           05 ME-ENDERECO       PIC X(50).
           05 ME-TELEFONE       PIC 9(11).
           05 ME-EMAIL          PIC X(30).
           05 ME-BANCO          PIC X(03).
           05 ME-AGENCIA        PIC X(06).
           05 ME-CONTA          PIC X(12).
           05 ME-PIX            PIC X(40).
           05 ME-TIPO-FORNECEDOR PIC X(01).
           05 ME-LIMITE-CREDITO PIC 9(10)V99.
           05 ME-CEP            PIC 9(08).
           05 ME-UF             PIC X(02).
           05 ME-COD-IBGE       PIC 9(07).
           05 ME-MUNICIPIO      PIC X(30).

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
           05 F-TIPO-FORNECEDOR PIC X(1).  *> M=Mercadorias,S=Servicos,
                                            *> A=Avulso,R=Recorrente,
                                            *> F=Pessoa fisica (CPF)
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

      *> Dados bancários propostos, pendentes de confirmação (ver
      *> APROVBCO.cbl).
       FD PENDBANCO-FILE.
       01 PENDBANCO-REG.
           05 PB-CNPJ           PIC 9(14).
           05 PB-BANCO          PIC X(03).
           05 PB-AGENCIA        PIC X(06).
           05 PB-CONTA          PIC X(12).
           05 PB-PIX            PIC X(40).
           05 PB-USUARIO-SOLIC  PIC X(10).
           05 PB-DATA-SOLIC     PIC 9(8).

      *> Regras de dígito verificador por banco (ver CADREGBC.cbl).
       FD REGRABCO-FILE.
       01 REGRABCO-REG.
           05 BK-BANCO          PIC X(03).
           05 BK-DV-AGENCIA     PIC X(01).  *> N=sem DV, 0=módulo 10,
                                            *> 1=módulo 11
           05 BK-DV-CONTA       PIC X(01).  *> idem
           05 BK-DESCRICAO      PIC X(20).

       FD SITRF-FILE.
       01 SITRF-REG.
           05 SR-CNPJ           PIC 9(14).
           05 SR-SITUACAO       PIC X(01).  *> A=ativa,S=suspensa,
                                            *> I=inapta,B=baixada,
                                            *> N=nula
           05 SR-RAZAO-SOCIAL   PIC X(40).  *> nome na Receita
           05 SR-DATA-VERIF     PIC 9(8).

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

      *> Um registro por fornecedor, na mesma chave de F-CNPJ.
       FD FORNEND-FILE.
       01 FORNEND-REG.
           05 FE-CNPJ           PIC 9(14).
           05 FE-CEP            PIC 9(08).
           05 FE-UF             PIC X(02).
           05 FE-COD-IBGE       PIC 9(07).  *> município (IBGE)
           05 FE-MUNICIPIO      PIC X(30).

      *> Uma linha por rejeição, com o motivo, para acompanhamento
      *> manual pelo time de cadastro.
       FD EXCECAO-FILE.
       01 EXCECAO-REG           PIC X(132).

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       FD CHKLOTE-FILE.
       01 CHKLOTE-REG.
           05 CK-CHAVE          PIC X(08).
           05 CK-ASSINATURA     PIC X(32).
           05 CK-ULT-LINHA      PIC 9(7).   *> última linha efetivada
           05 CK-GRAVADAS       PIC 9(5).
           05 CK-REJEITADAS     PIC 9(5).
           05 CK-SITUACAO       PIC X(1).   *> A=em andamento,
                                            *> F=finalizado

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
       01 WS-STATUS-IMPORT      PIC XX.
       01 WS-STATUS-MESTRE      PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-PB     PIC XX.
       01 WS-STATUS-FILE-BK     PIC XX.
       01 WS-STATUS-FILE-SR     PIC XX.
       01 WS-STATUS-FILE-RV     PIC XX.
       01 WS-STATUS-FILE-FE     PIC XX.
       01 WS-STATUS-EXCECAO     PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-REGRABCO-OK        PIC X VALUE "N".
       01 WS-SITRF-OK           PIC X VALUE "N".
       01 WS-REVALFOR-OK        PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 WS-MOTIVO             PIC X(40).
       01 WS-LINHA              PIC X(132).
       01 WS-HOJE               PIC 9(8).
       01 WS-QTD-ABERTAS        PIC 9(5) VALUE ZEROS.
       01 WS-PB-EXISTIA         PIC X.
       01 WS-FE-EXISTIA         PIC X.
       01 WS-ITEM-OK            PIC X.
       01 WS-MUDOU              PIC X.

      *> Contadores da prova de fechamento: linhas lidas = incluídos
      *> + alterados + desativados + sem mudança + rejeitados +
      *> puladas por checkpoint.
       01 WS-QTD-INCLUIDOS      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-ALTERADOS      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-DESATIVADOS    PIC 9(5) VALUE ZEROS.
       01 WS-QTD-SEM-MUDANCA    PIC 9(5) VALUE ZEROS.
       01 WS-QTD-REJEITADOS     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-PROPOSTAS      PIC 9(5) VALUE ZEROS.
       01 WS-QTD-APLICADAS      PIC 9(5) VALUE ZEROS.

      *> Ponto de controle e retomada (ver LANCLOTE.cbl).
       01 WS-STATUS-FILE-CK     PIC XX.
       01 WS-CHKLOTE-OK         PIC X VALUE "N".
       01 WS-RETOMADA           PIC X VALUE "N".
       01 WS-LINHA-ATUAL        PIC 9(7) VALUE ZEROS.
       01 WS-LINHA-CHECKPOINT   PIC 9(7) VALUE ZEROS.
       01 WS-QTD-PULADAS        PIC 9(7) VALUE ZEROS.
       01 WS-CK-GRAV-ANT        PIC 9(5) VALUE ZEROS.
       01 WS-CK-REJ-ANT         PIC 9(5) VALUE ZEROS.
       01 WS-ASSINATURA         PIC X(32).

      *> Conciliação: CNPJs presentes no extrato de compras, para a
      *> segunda passada achar quem só existe no nosso cadastro.
       01 WS-TAB-ERP.
           05 WS-ERP-CNPJ       PIC 9(14) OCCURS 5000 TIMES.
       01 WS-ERP-QTD            PIC 9(04) VALUE ZEROS.
       01 WS-ERP-IDX            PIC 9(04).
       01 WS-ERP-ACHOU          PIC X.
       01 WS-MESTRE-LIDOS       PIC 9(5) VALUE ZEROS.
       01 WS-QTD-DIFERENCAS     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-SO-ERP         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-SO-CADASTRO    PIC 9(5) VALUE ZEROS.
       01 WS-DIF-CAMPO          PIC X(10).
       01 WS-DIF-ERP            PIC X(40).
       01 WS-DIF-CAD            PIC X(40).
       01 WS-LIMITE-ED          PIC Z(9)9,99.
       01 WS-BANCO-ERP          PIC X(23).
       01 WS-BANCO-CAD          PIC X(23).

      *> Endereço estruturado: os dois primeiros dígitos do código
      *> IBGE do município são o código da UF (mesma tabela de
      *> CADFORNE.cbl).
       01 WS-TAB-UF-DADOS.
           05 FILLER            PIC X(36) VALUE
               "AC12AL27AP16AM13BA29CE23DF53ES32GO52".
           05 FILLER            PIC X(36) VALUE
               "MA21MT51MS50MG31PA15PB25PR41PE26PI22".
           05 FILLER            PIC X(36) VALUE
               "RJ33RN24RS43RO11RR14SC42SP35SE28TO17".
       01 WS-TAB-UF REDEFINES WS-TAB-UF-DADOS.
           05 WS-UF-ITEM        OCCURS 27 TIMES.
               10 WS-UF-SIGLA   PIC X(02).
               10 WS-UF-CODIGO  PIC 9(02).
       01 WS-UF-I              PIC 9(02).

      *> Validações de CADFORNE.cbl: DV de CNPJ/CPF, DV de agência
      *> e conta pelo método do banco e tipo da chave PIX.
       01 WS-PESSOA             PIC X VALUE "J".
       01 WS-VB-BANCO           PIC X(03).
       01 WS-VB-AGENCIA         PIC X(06).
       01 WS-VB-CONTA           PIC X(12).
       01 WS-VB-OK              PIC X.
       01 WS-VB-MOTIVO          PIC X(40).
       01 WS-VB-METODO          PIC X(01).
       01 WS-VB-CAMPO           PIC X(12).
       01 WS-VB-DIGITOS         PIC X(12).
       01 WS-VB-QTD             PIC 9(02).
       01 WS-VB-I               PIC S9(02).
       01 WS-VB-PESO            PIC 9(02).
       01 WS-VB-DIG             PIC 9(01).
       01 WS-VB-PROD            PIC 9(03).
       01 WS-VB-SOMA            PIC 9(04).
       01 WS-VB-RESTO           PIC 9(02).
       01 WS-VB-DV-CALC         PIC 9(02).
       01 WS-PIX-CHAVE          PIC X(40).
       01 WS-PIX-OK             PIC X.
       01 WS-PIX-TIPO           PIC X(08).
       01 WS-PIX-MOTIVO         PIC X(40).
       01 WS-PIX-TAM            PIC 9(02).
       01 WS-PIX-ARROBAS        PIC 9(02).
       01 WS-PIX-SO-DIGITOS     PIC X.
       01 WS-PIX-I              PIC 9(02).
       01 WS-PIX-CNPJ           PIC 9(14).
       01 WS-DOC-VALIDO         PIC X.
       01 WS-DOC-TAM            PIC 9(02).
       01 WS-DOC-DIGITOS.
           05 WS-DOC-DIG        OCCURS 14 TIMES PIC 9.
       01 WS-DOC-PESO           PIC 9(02).
       01 WS-DOC-SOMA           PIC 9(05).
       01 WS-DOC-RESTO          PIC 9(02).
       01 WS-DOC-QUOC           PIC 9(04).
       01 WS-DOC-DV             PIC 9(01).
       01 WS-DOC-I              PIC 9(02).

       01 WS-CNPJ-VALIDO     PIC X VALUE "S".
       01 WS-CNPJ-DIGITOS.
           05 WS-CNPJ-DIG    OCCURS 14 TIMES PIC 9.
       01 WS-CNPJ-PESO       PIC 9(2).
       01 WS-CNPJ-SOMA       PIC 9(5).
       01 WS-CNPJ-RESTO      PIC 9(2).
       01 WS-CNPJ-QUOC       PIC 9(3).
       01 WS-CNPJ-DV1        PIC 9.
       01 WS-CNPJ-DV2        PIC 9.
       01 WS-CNPJ-I          PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "SINCRONIZAÇÃO DO CADASTRO DE FORNECEDORES"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN INPUT IMPORT-FILE
           IF WS-STATUS-IMPORT NOT = "00"
               DISPLAY "Erro ao abrir SINCFORN.TXT: " WS-STATUS-IMPORT
               STOP RUN
           END-IF

      *> A primeira linha é lida já aqui: o seu começo é a
      *> assinatura do ponto de controle (ver LANCLOTE.cbl).
           READ IMPORT-FILE
               AT END
                   MOVE "10" TO WS-STATUS-IMPORT
           END-READ
           MOVE IMPORT-REG(1:32) TO WS-ASSINATURA

           PERFORM ABRE-CHECKPOINT

           OPEN I-O FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN I-O PENDBANCO-FILE
           IF WS-STATUS-FILE-PB = "35"
      *> PENDBANCO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT PENDBANCO-FILE
               CLOSE PENDBANCO-FILE
               OPEN I-O PENDBANCO-FILE
           END-IF
           IF WS-STATUS-FILE-PB NOT = "00"
               DISPLAY "Erro ao abrir PENDBANCO.DAT: "
                   WS-STATUS-FILE-PB
               STOP RUN
           END-IF

           OPEN I-O FORNEND-FILE
           IF WS-STATUS-FILE-FE = "35"
      *> FORNEND.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT FORNEND-FILE
               CLOSE FORNEND-FILE
               OPEN I-O FORNEND-FILE
           END-IF
           IF WS-STATUS-FILE-FE NOT = "00"
               DISPLAY "Erro ao abrir FORNEND.DAT: " WS-STATUS-FILE-FE
               STOP RUN
           END-IF

      *> REGRABCO.DAT é opcional (mesmo padrão de CADFORNE): sem ele,
      *> nenhuma agência/conta é conferida.
           MOVE "S" TO WS-REGRABCO-OK
           OPEN INPUT REGRABCO-FILE
           IF WS-STATUS-FILE-BK = "35"
               MOVE "N" TO WS-REGRABCO-OK
           ELSE
               IF WS-STATUS-FILE-BK NOT = "00"
                   DISPLAY "Erro ao abrir REGRABCO.DAT: "
                       WS-STATUS-FILE-BK
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT SITRF-FILE
           IF WS-STATUS-FILE-SR = "00"
               MOVE "S" TO WS-SITRF-OK
           END-IF
           OPEN INPUT REVALFOR-FILE
           IF WS-STATUS-FILE-RV = "00"
               MOVE "S" TO WS-REVALFOR-OK
           END-IF

      *> Na retomada, as rejeições anteriores são preservadas (OPEN
      *> EXTEND); arquivo novo recomeça a listagem do zero.
           IF WS-RETOMADA = "S"
               OPEN EXTEND EXCECAO-FILE
               IF WS-STATUS-EXCECAO = "35"
                   OPEN OUTPUT EXCECAO-FILE
               END-IF
           ELSE
               OPEN OUTPUT EXCECAO-FILE
           END-IF
           IF WS-STATUS-EXCECAO NOT = "00"
               DISPLAY "Erro ao abrir SINCFORN.EXC: " WS-STATUS-EXCECAO
               STOP RUN
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir SINCFORN.PRN: " WS-STATUS-SPOOL
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

           PERFORM PROCESSA-SINCRONIZACAO

           PERFORM FINALIZA-CHECKPOINT

           PERFORM CONCILIA-CADASTROS

           CLOSE IMPORT-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE PENDBANCO-FILE
           CLOSE FORNEND-FILE
           CLOSE EXCECAO-FILE
           CLOSE SPOOL-FILE
           IF WS-REGRABCO-OK = "S"
               CLOSE REGRABCO-FILE
           END-IF
           IF WS-SITRF-OK = "S"
               CLOSE SITRF-FILE
           END-IF
           IF WS-REVALFOR-OK = "S"
               CLOSE REVALFOR-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF

      *> Prova de fechamento da sincronização.
           DISPLAY "========================================"
           DISPLAY "Linhas lidas:          " WS-LINHA-ATUAL
           DISPLAY "Incluídos:             " WS-QTD-INCLUIDOS
           DISPLAY "Alterados:             " WS-QTD-ALTERADOS
           DISPLAY "Desativados:           " WS-QTD-DESATIVADOS
           DISPLAY "Sem mudança:           " WS-QTD-SEM-MUDANCA
           DISPLAY "Rejeitados:            " WS-QTD-REJEITADOS
           DISPLAY "Puladas p/ checkpoint: " WS-QTD-PULADAS
           DISPLAY "Propostas bancárias p/ confirmação (APROVBCO): "
               WS-QTD-PROPOSTAS
           IF WS-RETOMADA = "S"
               DISPLAY "Acumulado do arquivo (todas as execuções): "
                   "aplicadas " WS-CK-GRAV-ANT " + " WS-QTD-APLICADAS
                   ", rejeitadas " WS-CK-REJ-ANT " + "
                   WS-QTD-REJEITADOS
           END-IF
           STOP RUN.

       PROCESSA-SINCRONIZACAO.
           PERFORM UNTIL WS-STATUS-IMPORT = "10"
               ADD 1 TO WS-LINHA-ATUAL
               IF WS-LINHA-ATUAL <= WS-LINHA-CHECKPOINT
                   ADD 1 TO WS-QTD-PULADAS
               ELSE
                   PERFORM SINCRONIZA-ITEM
                   PERFORM GRAVA-CHECKPOINT
               END-IF
               READ IMPORT-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-IMPORT
               END-READ
           END-PERFORM.

      *> Mesmo controle de LANCLOTE.cbl, no registro "SINCFORN".
       ABRE-CHECKPOINT.
           OPEN I-O CHKLOTE-FILE
           IF WS-STATUS-FILE-CK = "35"
               OPEN OUTPUT CHKLOTE-FILE
               CLOSE CHKLOTE-FILE
               OPEN I-O CHKLOTE-FILE
           END-IF
           IF WS-STATUS-FILE-CK NOT = "00"
               DISPLAY "AVISO: ponto de controle indisponível ("
                   WS-STATUS-FILE-CK "); sincronização sem retomada."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CHKLOTE-OK

           MOVE "SINCFORN" TO CK-CHAVE
           READ CHKLOTE-FILE
               INVALID KEY
                   MOVE "SINCFORN" TO CK-CHAVE
                   MOVE WS-ASSINATURA TO CK-ASSINATURA
                   MOVE ZEROS TO CK-ULT-LINHA
                   MOVE ZEROS TO CK-GRAVADAS
                   MOVE ZEROS TO CK-REJEITADAS
                   MOVE "A" TO CK-SITUACAO
                   WRITE CHKLOTE-REG
                   EXIT PARAGRAPH
           END-READ

           IF CK-SITUACAO = "A"
                   AND CK-ASSINATURA = WS-ASSINATURA
               MOVE "S" TO WS-RETOMADA
               MOVE CK-ULT-LINHA TO WS-LINHA-CHECKPOINT
               MOVE CK-GRAVADAS TO WS-CK-GRAV-ANT
               MOVE CK-REJEITADAS TO WS-CK-REJ-ANT
               DISPLAY "Retomando o mesmo arquivo a partir da linha "
                   CK-ULT-LINHA " (já aplicadas " CK-GRAVADAS
                   ", rejeitadas " CK-REJEITADAS ")."
           ELSE
               MOVE WS-ASSINATURA TO CK-ASSINATURA
               MOVE ZEROS TO CK-ULT-LINHA
               MOVE ZEROS TO CK-GRAVADAS
               MOVE ZEROS TO CK-REJEITADAS
               MOVE "A" TO CK-SITUACAO
               REWRITE CHKLOTE-REG
           END-IF.

       GRAVA-CHECKPOINT.
           IF WS-CHKLOTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-QTD-APLICADAS = WS-QTD-INCLUIDOS
               + WS-QTD-ALTERADOS + WS-QTD-DESATIVADOS
               + WS-QTD-SEM-MUDANCA
           MOVE "SINCFORN" TO CK-CHAVE
           MOVE WS-ASSINATURA TO CK-ASSINATURA
           MOVE WS-LINHA-ATUAL TO CK-ULT-LINHA
           COMPUTE CK-GRAVADAS = WS-CK-GRAV-ANT + WS-QTD-APLICADAS
           COMPUTE CK-REJEITADAS = WS-CK-REJ-ANT + WS-QTD-REJEITADOS
           MOVE "A" TO CK-SITUACAO
           REWRITE CHKLOTE-REG
           IF WS-STATUS-FILE-CK NOT = "00"
               DISPLAY "AVISO: falha ao gravar checkpoint: "
                   WS-STATUS-FILE-CK
           END-IF.

       FINALIZA-CHECKPOINT.
           IF WS-CHKLOTE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "SINCFORN" TO CK-CHAVE
           READ CHKLOTE-FILE
               INVALID KEY
                   CLOSE CHKLOTE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "F" TO CK-SITUACAO
           REWRITE CHKLOTE-REG
           IF WS-STATUS-FILE-CK NOT = "00"
               DISPLAY "AVISO: falha ao finalizar checkpoint: "
                   WS-STATUS-FILE-CK
           END-IF
           CLOSE CHKLOTE-FILE.

      *> As mesmas regras de CADFORNE: DV do CNPJ (ou do CPF),
      *> situação na Receita, DV de agência/conta pelo banco e tipo
      *> da chave PIX. A linha só é aplicada se passar inteira.
       SINCRONIZA-ITEM.
           MOVE FUNCTION UPPER-CASE(SI-OPERACAO) TO SI-OPERACAO
           MOVE FUNCTION UPPER-CASE(SI-PESSOA) TO SI-PESSOA
           IF SI-OPERACAO NOT = "I" AND SI-OPERACAO NOT = "A"
                   AND SI-OPERACAO NOT = "D"
               MOVE "Operação inválida" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-DOCUMENTO
           IF WS-ITEM-OK NOT = "S"
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           IF SI-OPERACAO = "D"
               PERFORM DESATIVA-SINC
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-DADOS-SINC
           IF WS-ITEM-OK NOT = "S"
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           IF SI-OPERACAO = "I"
               PERFORM INCLUI-SINC
           ELSE
               PERFORM ALTERA-SINC
           END-IF.

      *> CNPJ pelo DV da Receita; pessoa física pelo DV do CPF, nas
      *> 11 posições finais de F-CNPJ (como CADFORNE grava o CPF).
       VALIDA-DOCUMENTO.
           MOVE "S" TO WS-ITEM-OK
           MOVE SI-CNPJ TO F-CNPJ
           IF SI-PESSOA = "F"
               MOVE "F" TO WS-PESSOA
               IF F-CNPJ(1:3) NOT = "000"
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "CPF com mais de 11 dígitos" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE 11 TO WS-DOC-TAM
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 11
                   MOVE F-CNPJ(WS-DOC-I + 3:1)
                       TO WS-DOC-DIG(WS-DOC-I)
               END-PERFORM
               PERFORM VALIDA-DOC-DV
               IF WS-DOC-VALIDO NOT = "S"
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "CPF com DV inválido" TO WS-MOTIVO
               END-IF
           ELSE
               MOVE "J" TO WS-PESSOA
               PERFORM VALIDA-CNPJ
               IF WS-CNPJ-VALIDO NOT = "S"
                   MOVE "N" TO WS-ITEM-OK
                   MOVE "CNPJ com DV inválido" TO WS-MOTIVO
               END-IF
           END-IF.

      *> Conteúdo da inclusão/alteração: razão social, tipo,
      *> situação na Receita, dados bancários, PIX e endereço.
       VALIDA-DADOS-SINC.
           MOVE "N" TO WS-ITEM-OK

           IF SI-RAZAO-SOCIAL = SPACES
               MOVE "Razão social em branco" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(SI-TIPO-FORNECEDOR)
               TO SI-TIPO-FORNECEDOR
           IF WS-PESSOA = "F"
               MOVE "F" TO SI-TIPO-FORNECEDOR
           ELSE
               IF SI-TIPO-FORNECEDOR NOT = "M"
                       AND SI-TIPO-FORNECEDOR NOT = "S"
                       AND SI-TIPO-FORNECEDOR NOT = "A"
                       AND SI-TIPO-FORNECEDOR NOT = "R"
                   MOVE "Tipo de fornecedor inválido" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Mesma regra de VERIFICA-SITUACAO-RF em LANCCONT.cbl: CNPJ
      *> fora do arquivo da Receita passa; inapto, baixado,
      *> suspenso ou nulo não entra nem é alterado.
           IF WS-PESSOA = "J" AND WS-SITRF-OK = "S"
               MOVE F-CNPJ TO SR-CNPJ
               READ SITRF-FILE
                   INVALID KEY
                       MOVE "A" TO SR-SITUACAO
               END-READ
               IF SR-SITUACAO NOT = "A"
                   STRING "Situação " DELIMITED BY SIZE
                          SR-SITUACAO DELIMITED BY SIZE
                          " na Receita" DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SI-BANCO   TO WS-VB-BANCO
           MOVE SI-AGENCIA TO WS-VB-AGENCIA
           MOVE SI-CONTA   TO WS-VB-CONTA
           PERFORM VALIDA-DADOS-BANCARIOS
           IF WS-VB-OK NOT = "S"
               MOVE WS-VB-MOTIVO TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SI-PIX TO WS-PIX-CHAVE
           PERFORM VALIDA-PIX
           IF WS-PIX-OK NOT = "S"
               MOVE WS-PIX-MOTIVO TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *> Endereço estruturado com as conferências de ACEITA-ENDERECO-
      *> ESTRUT em CADFORNE.cbl; CEP zerado = movimento sem ele.
           IF SI-CEP NOT = ZEROS
               MOVE FUNCTION UPPER-CASE(SI-UF) TO SI-UF
               MOVE FUNCTION UPPER-CASE(SI-MUNICIPIO) TO SI-MUNICIPIO
               PERFORM VARYING WS-UF-I FROM 1 BY 1
                       UNTIL WS-UF-I > 27
                       OR WS-UF-SIGLA(WS-UF-I) = SI-UF
                   CONTINUE
               END-PERFORM
               IF WS-UF-I > 27
                   MOVE "UF inválida" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               IF SI-COD-IBGE(1:2) NOT = WS-UF-CODIGO(WS-UF-I)
                   MOVE "Código IBGE não pertence à UF" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "S" TO WS-ITEM-OK.

      *> O fornecedor novo entra sem dados bancários: os que vieram
      *> de compras ficam como proposta em PENDBANCO.DAT até a
      *> confirmação em APROVBCO, e a remessa não paga a conta
      *> informada só pelo arquivo.
       INCLUI-SINC.
           MOVE SI-CNPJ TO F-CNPJ
           READ FORNECEDOR-FILE
               NOT INVALID KEY
                   MOVE "Fornecedor já cadastrado" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO
                   EXIT PARAGRAPH
           END-READ

           MOVE SI-CNPJ            TO F-CNPJ
           MOVE SI-RAZAO-SOCIAL    TO F-RAZAO-SOCIAL
           MOVE SI-ENDERECO        TO F-ENDERECO
           MOVE SI-TELEFONE        TO F-TELEFONE
           MOVE SI-EMAIL           TO F-EMAIL
           MOVE "S"                TO F-ATIVO
           MOVE SPACES             TO F-BANCO
           MOVE SPACES             TO F-AGENCIA
           MOVE SPACES             TO F-CONTA
           MOVE SPACES             TO F-PIX
           MOVE SI-TIPO-FORNECEDOR TO F-TIPO-FORNECEDOR
           MOVE SI-LIMITE-CREDITO  TO F-LIMITE-CREDITO
           MOVE ZEROS              TO F-CNPJ-SUCESSOR
           WRITE FORNECEDOR-REG
           IF WS-STATUS-FILE-F NOT = "00"
               STRING "Erro ao incluir: " DELIMITED BY SIZE
                      WS-STATUS-FILE-F DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-INCLUIDOS
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE F-RAZAO-SOCIAL TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA
           PERFORM GRAVA-ENDERECO-SINC
           PERFORM PROPOE-DADOS-BANCARIOS.

      *> Dados cadastrais comuns são aplicados na hora, como em
      *> ALTERAR-FORNECEDOR de CADFORNE; dados bancários diferentes
      *> viram proposta. A situação (ativo/inativo) não muda aqui:
      *> fornecedor inativo continua inativo, e o dormente só volta
      *> pela revalidação de CADFORNE.
       ALTERA-SINC.
           MOVE SI-CNPJ TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "Fornecedor não cadastrado" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO
                   EXIT PARAGRAPH
           END-READ

           IF F-CNPJ-SUCESSOR NOT = ZEROS
               STRING "Cadastro fundido no CNPJ " DELIMITED BY SIZE
                      F-CNPJ-SUCESSOR DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           IF F-ATIVO NOT = "S" AND WS-REVALFOR-OK = "S"
               MOVE F-CNPJ TO RV-CNPJ
               READ REVALFOR-FILE
                   INVALID KEY
                       MOVE "L" TO RV-SITUACAO
               END-READ
               IF RV-SITUACAO = "D" OR RV-SITUACAO = "R"
                   MOVE "Dormente: revalidar em CADFORNE"
                       TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF F-TIPO-FORNECEDOR = "F" AND WS-PESSOA NOT = "F"
               MOVE "Cadastro é de pessoa física (CPF)" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF
           IF F-TIPO-FORNECEDOR NOT = "F" AND WS-PESSOA = "F"
               MOVE "Cadastro é de pessoa jurídica" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-MUDOU
           IF F-RAZAO-SOCIAL NOT = SI-RAZAO-SOCIAL
                   OR F-ENDERECO NOT = SI-ENDERECO
                   OR F-TELEFONE NOT = SI-TELEFONE
                   OR F-EMAIL NOT = SI-EMAIL
                   OR F-TIPO-FORNECEDOR NOT = SI-TIPO-FORNECEDOR
                   OR F-LIMITE-CREDITO NOT = SI-LIMITE-CREDITO
               MOVE "S" TO WS-MUDOU
               MOVE F-RAZAO-SOCIAL     TO WS-AUD-ANTES
               MOVE SI-RAZAO-SOCIAL    TO F-RAZAO-SOCIAL
               MOVE SI-ENDERECO        TO F-ENDERECO
               MOVE SI-TELEFONE        TO F-TELEFONE
               MOVE SI-EMAIL           TO F-EMAIL
               MOVE SI-TIPO-FORNECEDOR TO F-TIPO-FORNECEDOR
               MOVE SI-LIMITE-CREDITO  TO F-LIMITE-CREDITO
               REWRITE FORNECEDOR-REG
               IF WS-STATUS-FILE-F NOT = "00"
                   STRING "Erro ao atualizar: " DELIMITED BY SIZE
                          WS-STATUS-FILE-F DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO
                   EXIT PARAGRAPH
               END-IF
               MOVE "ALTERACAO" TO WS-AUD-ACAO
               MOVE F-RAZAO-SOCIAL TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           END-IF

           PERFORM GRAVA-ENDERECO-SINC

           IF (SI-BANCO NOT = SPACES OR SI-PIX NOT = SPACES)
                   AND (SI-BANCO NOT = F-BANCO
                        OR SI-AGENCIA NOT = F-AGENCIA
                        OR SI-CONTA NOT = F-CONTA
                        OR SI-PIX NOT = F-PIX)
               PERFORM PROPOE-DADOS-BANCARIOS
           END-IF

           IF WS-MUDOU = "S"
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-SEM-MUDANCA
           END-IF.

      *> Desativação lógica com a mesma recusa de EXCLUIR-FORNECEDOR
      *> em CADFORNE: fornecedor com conta em aberto segue ativo.
       DESATIVA-SINC.
           MOVE SI-CNPJ TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   MOVE "Fornecedor não cadastrado" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO
                   EXIT PARAGRAPH
           END-READ

           IF F-ATIVO NOT = "S"
               ADD 1 TO WS-QTD-SEM-MUDANCA
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTA-CONTAS-ABERTAS
           IF WS-QTD-ABERTAS > 0
               STRING "Possui " DELIMITED BY SIZE
                      WS-QTD-ABERTAS DELIMITED BY SIZE
                      " conta(s) em aberto" DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO F-ATIVO
           REWRITE FORNECEDOR-REG
           IF WS-STATUS-FILE-F NOT = "00"
               STRING "Erro ao desativar: " DELIMITED BY SIZE
                      WS-STATUS-FILE-F DELIMITED BY SIZE
                      INTO WS-MOTIVO
               PERFORM GRAVA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-DESATIVADOS
           MOVE "EXCLUSAO" TO WS-AUD-ACAO
           MOVE "ATIVO" TO WS-AUD-ANTES
           MOVE "INATIVO" TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

      *> Proposta na fila de dupla checagem (ver SOLICITA-DADOS-
      *> BANCARIOS em CADFORNE.cbl), solicitada por "SINCFORN": a
      *> confirmação é de um usuário em APROVBCO. A mesma proposta
      *> reenviada todo dia não é regravada nem auditada de novo.
       PROPOE-DADOS-BANCARIOS.
           IF SI-BANCO = SPACES AND SI-PIX = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE F-CNPJ TO PB-CNPJ
           MOVE "S" TO WS-PB-EXISTIA
           READ PENDBANCO-FILE
               INVALID KEY
                   MOVE "N" TO WS-PB-EXISTIA
           END-READ
           IF WS-PB-EXISTIA = "S"
                   AND PB-BANCO = SI-BANCO
                   AND PB-AGENCIA = SI-AGENCIA
                   AND PB-CONTA = SI-CONTA
                   AND PB-PIX = SI-PIX
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-EXISTIA = "S"
               DISPLAY "AVISO: proposta pendente de " PB-USUARIO-SOLIC
                   " p/ " F-CNPJ " substituída pela de compras."
           END-IF

           MOVE F-CNPJ     TO PB-CNPJ
           MOVE SI-BANCO   TO PB-BANCO
           MOVE SI-AGENCIA TO PB-AGENCIA
           MOVE SI-CONTA   TO PB-CONTA
           MOVE SI-PIX     TO PB-PIX
           MOVE "SINCFORN" TO PB-USUARIO-SOLIC
           MOVE WS-HOJE    TO PB-DATA-SOLIC
           IF WS-PB-EXISTIA = "S"
               REWRITE PENDBANCO-REG
           ELSE
               WRITE PENDBANCO-REG
           END-IF
           IF WS-STATUS-FILE-PB NOT = "00"
               DISPLAY "AVISO: falha ao registrar proposta de "
                   F-CNPJ ": " WS-STATUS-FILE-PB
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-PROPOSTAS
           MOVE "SOLIC.BCO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           STRING F-BANCO DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  F-AGENCIA DELIMITED BY SIZE
                  " "     DELIMITED BY SIZE
                  F-CONTA DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING PB-BANCO DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  PB-AGENCIA DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  PB-CONTA DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       GRAVA-ENDERECO-SINC.
           IF SI-CEP = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE F-CNPJ TO FE-CNPJ
           MOVE "S" TO WS-FE-EXISTIA
           READ FORNEND-FILE
               INVALID KEY
                   MOVE "N" TO WS-FE-EXISTIA
           END-READ
           MOVE F-CNPJ       TO FE-CNPJ
           MOVE SI-CEP       TO FE-CEP
           MOVE SI-UF        TO FE-UF
           MOVE SI-COD-IBGE  TO FE-COD-IBGE
           MOVE SI-MUNICIPIO TO FE-MUNICIPIO
           IF WS-FE-EXISTIA = "S"
               REWRITE FORNEND-REG
           ELSE
               WRITE FORNEND-REG
           END-IF
           IF WS-STATUS-FILE-FE NOT = "00"
               DISPLAY "AVISO: falha ao gravar FORNEND.DAT p/ "
                   F-CNPJ ": " WS-STATUS-FILE-FE
           END-IF.

       CONTA-CONTAS-ABERTAS.
      *> Mesma contagem de CADFORNE.cbl: lançamentos do CNPJ ainda
      *> não liquidados nem cancelados.
           MOVE ZEROS TO WS-QTD-ABERTAS
           MOVE F-CNPJ TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-CNPJ-FORN NOT = F-CNPJ
               IF CP-SITUACAO = "A" OR CP-SITUACAO = "B"
                       OR CP-SITUACAO = "E" OR CP-SITUACAO = "N"
                       OR CP-SITUACAO = "D"
                   ADD 1 TO WS-QTD-ABERTAS
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

       GRAVA-EXCECAO.
           MOVE SPACES TO EXCECAO-REG
           STRING "Linha " DELIMITED BY SIZE
                  WS-LINHA-ATUAL DELIMITED BY SIZE
                  " Op " DELIMITED BY SIZE
                  SI-OPERACAO DELIMITED BY SIZE
                  " CNPJ " DELIMITED BY SIZE
                  SI-CNPJ DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO EXCECAO-REG
           WRITE EXCECAO-REG
           DISPLAY "REJEITADO: " EXCECAO-REG
           ADD 1 TO WS-QTD-REJEITADOS.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl), com a
      *> chave no CNPJ como nas ações de CADFORNE.
       GRAVA-AUDITORIA.
           IF WS-AUDITORIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "SINCFORN"                  TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE F-CNPJ                      TO AU-CHAVE
           MOVE "LOTE"                      TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Conciliação depois do movimento aplicado: o que ainda
      *> difere entre o extrato de compras e FORNECEDOR.DAT sobra
      *> para o time de cadastro (rejeições do dia, propostas
      *> bancárias ainda não confirmadas, cadastros feitos só de um
      *> lado).
       CONCILIA-CADASTROS.
           MOVE SPACES TO WS-LINHA
           STRING "CONCILIACAO DO CADASTRO DE FORNECEDORES "
                      DELIMITED BY SIZE
                  "(COMPRAS x CADASTRO)" DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Data: " DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           OPEN INPUT MESTRE-FILE
           IF WS-STATUS-MESTRE NOT = "00"
               MOVE SPACES TO WS-LINHA
               STRING "Extrato de compras (SINCMEST.TXT) nao "
                          DELIMITED BY SIZE
                      "recebido; conciliacao nao executada."
                          DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           READ MESTRE-FILE
               AT END
                   MOVE "10" TO WS-STATUS-MESTRE
           END-READ
           PERFORM UNTIL WS-STATUS-MESTRE = "10"
               ADD 1 TO WS-MESTRE-LIDOS
               PERFORM CONFERE-MESTRE-ERP
               READ MESTRE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-MESTRE
               END-READ
           END-PERFORM
           CLOSE MESTRE-FILE

           PERFORM PROCURA-SO-CADASTRO

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Extrato: " DELIMITED BY SIZE
                  WS-MESTRE-LIDOS DELIMITED BY SIZE
                  "  Diferencas: " DELIMITED BY SIZE
                  WS-QTD-DIFERENCAS DELIMITED BY SIZE
                  "  So em compras: " DELIMITED BY SIZE
                  WS-QTD-SO-ERP DELIMITED BY SIZE
                  "  So no cadastro: " DELIMITED BY SIZE
                  WS-QTD-SO-CADASTRO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Um fornecedor do extrato contra o nosso cadastro, campo a
      *> campo; guarda o CNPJ para a passada inversa.
       CONFERE-MESTRE-ERP.
           IF WS-ERP-QTD < 5000
               ADD 1 TO WS-ERP-QTD
               MOVE ME-CNPJ TO WS-ERP-CNPJ(WS-ERP-QTD)
           ELSE
               IF WS-ERP-QTD = 5000
                   ADD 1 TO WS-ERP-QTD
                   DISPLAY "AVISO: extrato com mais de 5000 "
                       "fornecedores; os excedentes podem sair "
                       "como só no cadastro."
               END-IF
           END-IF

           MOVE ME-CNPJ TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-SO-ERP
                   MOVE SPACES TO WS-LINHA
                   STRING ME-CNPJ DELIMITED BY SIZE
                          " SO EM COMPRAS     " DELIMITED BY SIZE
                          ME-RAZAO-SOCIAL DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
                   EXIT PARAGRAPH
           END-READ

           IF ME-RAZAO-SOCIAL NOT = F-RAZAO-SOCIAL
               MOVE "RAZAO" TO WS-DIF-CAMPO
               MOVE ME-RAZAO-SOCIAL TO WS-DIF-ERP
               MOVE F-RAZAO-SOCIAL TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF
           IF ME-ENDERECO NOT = F-ENDERECO
               MOVE "ENDERECO" TO WS-DIF-CAMPO
               MOVE ME-ENDERECO TO WS-DIF-ERP
               MOVE F-ENDERECO TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF
           IF ME-TELEFONE NOT = F-TELEFONE
               MOVE "TELEFONE" TO WS-DIF-CAMPO
               MOVE ME-TELEFONE TO WS-DIF-ERP
               MOVE F-TELEFONE TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF
           IF ME-EMAIL NOT = F-EMAIL
               MOVE "EMAIL" TO WS-DIF-CAMPO
               MOVE ME-EMAIL TO WS-DIF-ERP
               MOVE F-EMAIL TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF
           IF ME-TIPO-FORNECEDOR NOT = F-TIPO-FORNECEDOR
                   AND F-TIPO-FORNECEDOR NOT = "F"
               MOVE "TIPO" TO WS-DIF-CAMPO
               MOVE ME-TIPO-FORNECEDOR TO WS-DIF-ERP
               MOVE F-TIPO-FORNECEDOR TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF
           IF ME-LIMITE-CREDITO NOT = F-LIMITE-CREDITO
               MOVE "LIMITE" TO WS-DIF-CAMPO
               MOVE ME-LIMITE-CREDITO TO WS-LIMITE-ED
               MOVE WS-LIMITE-ED TO WS-DIF-ERP
               MOVE F-LIMITE-CREDITO TO WS-LIMITE-ED
               MOVE WS-LIMITE-ED TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF
           IF ME-ATIVO NOT = F-ATIVO
               MOVE "ATIVO" TO WS-DIF-CAMPO
               MOVE ME-ATIVO TO WS-DIF-ERP
               MOVE F-ATIVO TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF

      *> Dados bancários divergentes: com a proposta de compras já
      *> na fila, a diferença é só a confirmação pendente.
           IF (ME-BANCO NOT = SPACES OR ME-PIX NOT = SPACES)
                   AND (ME-BANCO NOT = F-BANCO
                        OR ME-AGENCIA NOT = F-AGENCIA
                        OR ME-CONTA NOT = F-CONTA
                        OR ME-PIX NOT = F-PIX)
               MOVE SPACES TO WS-BANCO-ERP
               STRING ME-BANCO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-AGENCIA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ME-CONTA DELIMITED BY SIZE
                      INTO WS-BANCO-ERP
               MOVE SPACES TO WS-BANCO-CAD
               STRING F-BANCO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-AGENCIA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-CONTA DELIMITED BY SIZE
                      INTO WS-BANCO-CAD
               MOVE "BANCO" TO WS-DIF-CAMPO
               MOVE F-CNPJ TO PB-CNPJ
               READ PENDBANCO-FILE
                   INVALID KEY
                       MOVE SPACES TO PB-USUARIO-SOLIC
               END-READ
               IF PB-USUARIO-SOLIC NOT = SPACES
                       AND PB-BANCO = ME-BANCO
                       AND PB-AGENCIA = ME-AGENCIA
                       AND PB-CONTA = ME-CONTA
                       AND PB-PIX = ME-PIX
                   MOVE "BANCO PEND" TO WS-DIF-CAMPO
               END-IF
               MOVE WS-BANCO-ERP TO WS-DIF-ERP
               MOVE WS-BANCO-CAD TO WS-DIF-CAD
               PERFORM IMPRIME-DIFERENCA
           END-IF.

       IMPRIME-DIFERENCA.
           ADD 1 TO WS-QTD-DIFERENCAS
           MOVE SPACES TO WS-LINHA
           STRING F-CNPJ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIF-CAMPO DELIMITED BY SIZE
                  " COMPRAS: " DELIMITED BY SIZE
                  WS-DIF-ERP DELIMITED BY SIZE
                  " CAD: " DELIMITED BY SIZE
                  WS-DIF-CAD DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Passada inversa: fornecedor ativo aqui que não veio no
      *> extrato de compras.
       PROCURA-SO-CADASTRO.
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
                   MOVE "N" TO WS-ERP-ACHOU
                   PERFORM VARYING WS-ERP-IDX FROM 1 BY 1
                           UNTIL WS-ERP-IDX > WS-ERP-QTD
                           OR WS-ERP-IDX > 5000
                           OR WS-ERP-ACHOU = "S"
                       IF WS-ERP-CNPJ(WS-ERP-IDX) = F-CNPJ
                           MOVE "S" TO WS-ERP-ACHOU
                       END-IF
                   END-PERFORM
                   IF WS-ERP-ACHOU = "N"
                       ADD 1 TO WS-QTD-SO-CADASTRO
                       MOVE SPACES TO WS-LINHA
                       STRING F-CNPJ DELIMITED BY SIZE
                              " SO NO CADASTRO    " DELIMITED BY SIZE
                              F-RAZAO-SOCIAL DELIMITED BY SIZE
                              INTO WS-LINHA
                       PERFORM IMPRIME-LINHA
                   END-IF
               END-IF
               READ FORNECEDOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-F
               END-READ
           END-PERFORM.

      *> Confere agência e conta pelo método de DV do banco em
      *> REGRABCO.DAT (ver CADREGBC.cbl); banco sem regra cadastrada
      *> passa sem conferência. Entrada em WS-VB-BANCO/AGENCIA/CONTA,
      *> resultado em WS-VB-OK/WS-VB-MOTIVO.
       VALIDA-DADOS-BANCARIOS.
           MOVE "S" TO WS-VB-OK
           MOVE SPACES TO WS-VB-MOTIVO
           IF WS-REGRABCO-OK NOT = "S" OR WS-VB-BANCO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VB-BANCO TO BK-BANCO
           READ REGRABCO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF BK-DV-AGENCIA NOT = "N"
               MOVE SPACES TO WS-VB-CAMPO
               MOVE WS-VB-AGENCIA TO WS-VB-CAMPO(1:6)
               MOVE BK-DV-AGENCIA TO WS-VB-METODO
               PERFORM CONFERE-DV-CAMPO
               IF WS-VB-OK NOT = "S"
                   MOVE "agência com DV inválido p/ o banco"
                       TO WS-VB-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF BK-DV-CONTA NOT = "N"
               MOVE WS-VB-CONTA TO WS-VB-CAMPO
               MOVE BK-DV-CONTA TO WS-VB-METODO
               PERFORM CONFERE-DV-CAMPO
               IF WS-VB-OK NOT = "S"
                   MOVE "conta com DV inválido p/ o banco"
                       TO WS-VB-MOTIVO
               END-IF
           END-IF.

      *> Extrai os dígitos do campo (ignorando traço e espaços), toma
      *> o último como DV e confere pelo método: "0" = módulo 10
      *> (mesma conta do boleto em LANCCONT.cbl), "1" = módulo 11
      *> (pesos 2 a 9, resto 0 ou 1 vira DV 0).
       CONFERE-DV-CAMPO.
           MOVE SPACES TO WS-VB-DIGITOS
           MOVE ZEROS TO WS-VB-QTD
           PERFORM VARYING WS-VB-I FROM 1 BY 1
                   UNTIL WS-VB-I > 12
               IF WS-VB-CAMPO(WS-VB-I:1) >= "0"
                       AND WS-VB-CAMPO(WS-VB-I:1) <= "9"
                   ADD 1 TO WS-VB-QTD
                   MOVE WS-VB-CAMPO(WS-VB-I:1)
                       TO WS-VB-DIGITOS(WS-VB-QTD:1)
               END-IF
           END-PERFORM

           IF WS-VB-QTD < 2
               MOVE "N" TO WS-VB-OK
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-VB-SOMA
           MOVE 2 TO WS-VB-PESO
           COMPUTE WS-VB-I = WS-VB-QTD - 1
           PERFORM UNTIL WS-VB-I < 1
               MOVE WS-VB-DIGITOS(WS-VB-I:1) TO WS-VB-DIG
               IF WS-VB-METODO = "0"
                   COMPUTE WS-VB-PROD = WS-VB-DIG * WS-VB-PESO
                   IF WS-VB-PROD > 9
                       SUBTRACT 9 FROM WS-VB-PROD
                   END-IF
                   ADD WS-VB-PROD TO WS-VB-SOMA
                   IF WS-VB-PESO = 2
                       MOVE 1 TO WS-VB-PESO
                   ELSE
                       MOVE 2 TO WS-VB-PESO
                   END-IF
               ELSE
                   COMPUTE WS-VB-SOMA =
                       WS-VB-SOMA + WS-VB-DIG * WS-VB-PESO
                   IF WS-VB-PESO = 9
                       MOVE 2 TO WS-VB-PESO
                   ELSE
                       ADD 1 TO WS-VB-PESO
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-VB-I
           END-PERFORM

           IF WS-VB-METODO = "0"
               COMPUTE WS-VB-DV-CALC = FUNCTION MOD(
                   10 - FUNCTION MOD(WS-VB-SOMA, 10), 10)
           ELSE
               COMPUTE WS-VB-RESTO = FUNCTION MOD(WS-VB-SOMA, 11)
               IF WS-VB-RESTO < 2
                   MOVE ZEROS TO WS-VB-DV-CALC
               ELSE
                   COMPUTE WS-VB-DV-CALC = 11 - WS-VB-RESTO
               END-IF
           END-IF

           MOVE WS-VB-DIGITOS(WS-VB-QTD:1) TO WS-VB-DIG
           IF WS-VB-DIG NOT = WS-VB-DV-CALC
               MOVE "N" TO WS-VB-OK
           END-IF.

      *> Tipa e valida a chave PIX: 11 dígitos = CPF (DV), 14
      *> dígitos = CNPJ (DV), com "@" = e-mail, começando com "+" =
      *> telefone internacional, 32 posições = chave aleatória
      *> (EVP). CPF/CNPJ diferente do CNPJ do fornecedor gera só um
      *> aviso de consistência — filial recebendo pela matriz é
      *> legítimo, mas precisa ser visto.
       VALIDA-PIX.
           MOVE "S" TO WS-PIX-OK
           MOVE SPACES TO WS-PIX-MOTIVO
           MOVE SPACES TO WS-PIX-TIPO
           IF WS-PIX-CHAVE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-PIX-TAM
           PERFORM VARYING WS-PIX-I FROM 1 BY 1
                   UNTIL WS-PIX-I > 40
               IF WS-PIX-CHAVE(WS-PIX-I:1) NOT = SPACE
                   MOVE WS-PIX-I TO WS-PIX-TAM
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-PIX-ARROBAS
           INSPECT WS-PIX-CHAVE TALLYING WS-PIX-ARROBAS
               FOR ALL "@"

           MOVE "S" TO WS-PIX-SO-DIGITOS
           PERFORM VARYING WS-PIX-I FROM 1 BY 1
                   UNTIL WS-PIX-I > WS-PIX-TAM
               IF WS-PIX-CHAVE(WS-PIX-I:1) < "0"
                       OR WS-PIX-CHAVE(WS-PIX-I:1) > "9"
                   MOVE "N" TO WS-PIX-SO-DIGITOS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PIX-ARROBAS = 1
                   MOVE "EMAIL" TO WS-PIX-TIPO
                   IF WS-PIX-CHAVE(1:1) = "@"
                           OR WS-PIX-CHAVE(WS-PIX-TAM:1) = "@"
                       MOVE "N" TO WS-PIX-OK
                       MOVE "chave PIX de e-mail malformada"
                           TO WS-PIX-MOTIVO
                   END-IF
               WHEN WS-PIX-ARROBAS > 1
                   MOVE "N" TO WS-PIX-OK
                   MOVE "chave PIX com mais de um @"
                       TO WS-PIX-MOTIVO
               WHEN WS-PIX-CHAVE(1:1) = "+"
                   MOVE "TELEFONE" TO WS-PIX-TIPO
                   IF WS-PIX-TAM < 12 OR WS-PIX-TAM > 15
                       MOVE "N" TO WS-PIX-OK
                       MOVE "telefone PIX fora do formato +55..."
                           TO WS-PIX-MOTIVO
                   END-IF
               WHEN WS-PIX-SO-DIGITOS = "S"
                       AND WS-PIX-TAM = 11
                   MOVE "CPF" TO WS-PIX-TIPO
                   MOVE 11 TO WS-DOC-TAM
                   PERFORM CARREGA-DOC-PIX
                   PERFORM VALIDA-DOC-DV
                   IF WS-DOC-VALIDO NOT = "S"
                       MOVE "N" TO WS-PIX-OK
                       MOVE "CPF da chave PIX com DV inválido"
                           TO WS-PIX-MOTIVO
                   ELSE
                       IF WS-PESSOA NOT = "F"
                               OR WS-PIX-CHAVE(1:11) NOT = F-CNPJ(4:11)
                           DISPLAY "AVISO: chave PIX é um CPF, que "
                               "não confere com o documento do "
                               "fornecedor."
                       END-IF
                   END-IF
               WHEN WS-PIX-SO-DIGITOS = "S"
                       AND WS-PIX-TAM = 14
                   MOVE "CNPJ" TO WS-PIX-TIPO
                   MOVE 14 TO WS-DOC-TAM
                   PERFORM CARREGA-DOC-PIX
                   PERFORM VALIDA-DOC-DV
                   IF WS-DOC-VALIDO NOT = "S"
                       MOVE "N" TO WS-PIX-OK
                       MOVE "CNPJ da chave PIX com DV inválido"
                           TO WS-PIX-MOTIVO
                   ELSE
                       MOVE WS-PIX-CHAVE(1:14) TO WS-PIX-CNPJ
                       IF WS-PIX-CNPJ NOT = F-CNPJ
                           DISPLAY "AVISO: CNPJ da chave PIX difere "
                               "do CNPJ do fornecedor."
                       END-IF
                   END-IF
               WHEN WS-PIX-TAM = 32
                   MOVE "EVP" TO WS-PIX-TIPO
               WHEN OTHER
                   MOVE "N" TO WS-PIX-OK
                   MOVE "chave PIX de tipo não reconhecido"
                       TO WS-PIX-MOTIVO
           END-EVALUATE.

       CARREGA-DOC-PIX.
           PERFORM VARYING WS-DOC-I FROM 1 BY 1
                   UNTIL WS-DOC-I > WS-DOC-TAM
               MOVE WS-PIX-CHAVE(WS-DOC-I:1)
                   TO WS-DOC-DIG(WS-DOC-I)
           END-PERFORM.

      *> DV de CPF (11 posições, pesos decrescentes 10..2 e 11..2)
      *> ou CNPJ (14 posições, pesos 5..2,9..2 e 6..2,9..2) sobre a
      *> tabela WS-DOC-DIG, conforme WS-DOC-TAM.
       VALIDA-DOC-DV.
           MOVE "S" TO WS-DOC-VALIDO

           IF WS-DOC-TAM = 11
               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 10 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 9
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(10)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF

               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 11 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 10
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(11)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF
           ELSE
               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 5 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 12
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
                   IF WS-DOC-PESO < 2
                       MOVE 9 TO WS-DOC-PESO
                   END-IF
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(13)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF

               MOVE ZEROS TO WS-DOC-SOMA
               MOVE 6 TO WS-DOC-PESO
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 13
                   COMPUTE WS-DOC-SOMA = WS-DOC-SOMA
                       + WS-DOC-DIG(WS-DOC-I) * WS-DOC-PESO
                   SUBTRACT 1 FROM WS-DOC-PESO
                   IF WS-DOC-PESO < 2
                       MOVE 9 TO WS-DOC-PESO
                   END-IF
               END-PERFORM
               DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                   REMAINDER WS-DOC-RESTO
               IF WS-DOC-RESTO < 2
                   MOVE 0 TO WS-DOC-DV
               ELSE
                   COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
               END-IF
               IF WS-DOC-DV NOT = WS-DOC-DIG(14)
                   MOVE "N" TO WS-DOC-VALIDO
               END-IF
           END-IF.

       VALIDA-CNPJ.
      *> Valida o CNPJ informado pelo algoritmo de dígito
      *> verificador da Receita Federal (módulo 11).
           MOVE "S" TO WS-CNPJ-VALIDO

           PERFORM VARYING WS-CNPJ-I FROM 1 BY 1
                   UNTIL WS-CNPJ-I > 14
               MOVE F-CNPJ(WS-CNPJ-I:1) TO WS-CNPJ-DIG(WS-CNPJ-I)
           END-PERFORM

      *> 1º dígito verificador: posições 1-12, pesos 5,4,3,2,9,8,7,6,5,4,3,2
           MOVE ZEROS TO WS-CNPJ-SOMA
           MOVE 5 TO WS-CNPJ-PESO
           PERFORM VARYING WS-CNPJ-I FROM 1 BY 1
                   UNTIL WS-CNPJ-I > 12
               COMPUTE WS-CNPJ-SOMA =
                   WS-CNPJ-SOMA + WS-CNPJ-DIG(WS-CNPJ-I) * WS-CNPJ-PESO
               SUBTRACT 1 FROM WS-CNPJ-PESO
               IF WS-CNPJ-PESO < 2
                   MOVE 9 TO WS-CNPJ-PESO
               END-IF
           END-PERFORM
           DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
               REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV1
           ELSE
               COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO
           END-IF
           IF WS-CNPJ-DV1 NOT = WS-CNPJ-DIG(13)
               MOVE "N" TO WS-CNPJ-VALIDO
           END-IF

      *> 2º dígito verificador: posições 1-13, pesos 6,5,4,3,2,9,8,7,6,5,4,3,2
           MOVE ZEROS TO WS-CNPJ-SOMA
           MOVE 6 TO WS-CNPJ-PESO
           PERFORM VARYING WS-CNPJ-I FROM 1 BY 1
                   UNTIL WS-CNPJ-I > 13
               COMPUTE WS-CNPJ-SOMA =
                   WS-CNPJ-SOMA + WS-CNPJ-DIG(WS-CNPJ-I) * WS-CNPJ-PESO
               SUBTRACT 1 FROM WS-CNPJ-PESO
               IF WS-CNPJ-PESO < 2
                   MOVE 9 TO WS-CNPJ-PESO
               END-IF
           END-PERFORM
           DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
               REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
               MOVE 0 TO WS-CNPJ-DV2
           ELSE
               COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO
           END-IF
           IF WS-CNPJ-DV2 NOT = WS-CNPJ-DIG(14)
               MOVE "N" TO WS-CNPJ-VALIDO
           END-IF.
