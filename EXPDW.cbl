       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPDW.

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

           SELECT HISTPAGTO-FILE ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-CHAVE
               ALTERNATE RECORD KEY IS H-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-HIST.

      *> Rateio da conta por centro de custo (ver LANCCONT.cbl).
           SELECT RATEIO-FILE ASSIGN TO "RATEIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RA.

      *> Orçamento de despesa (ORCAMENTO.DAT) e de investimento
      *> (ORCCAPEX.DAT), mesmo layout (ver ORCAMEN.cbl).
           SELECT ORCAMENTO-FILE ASSIGN TO WS-NOME-ORCAMENTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WS-STATUS-FILE-OR.

           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WS-STATUS-FILE-EM.

           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS WS-STATUS-FILE-CC.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Endereço estruturado do fornecedor (ver CADFORNE.cbl).
           SELECT FORNEND-FILE ASSIGN TO "FORNEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FILE-FE.

      *> Feriados bancários (ver CADFERIA.cbl e DIAUTIL.cbl).
           SELECT FERIADO-FILE ASSIGN TO "FERIADO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-DATA
               FILE STATUS IS WS-STATUS-FILE-FR.

      *> Última imagem enviada ao data warehouse por registro (tipo
      *> + chave), para mandar só inclusões, alterações e exclusões
      *> depois da carga completa. O registro de chave em branco é
      *> o controle. Apagar o arquivo força nova carga completa.
           SELECT DWSNAP-FILE ASSIGN TO "DWSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DS.

      *> Arquivo de dados e arquivo de controle do dia (mesma
      *> técnica de EXPATIVO.cbl).
           SELECT DW-FILE ASSIGN TO WS-NOME-DW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DW.

           SELECT DWCTL-FILE ASSIGN TO WS-NOME-DWCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-DWCTL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 CP-NUM-DOC        PIC 9(10).
           05 CP-CNPJ-FORN      PIC 9(14).
           05 CP-NUM-PARCELA    PIC 9(02).
           05 CP-TOTAL-PARCELAS PIC 9(02).
           05 CP-DATA-EMISSAO   PIC 9(8).  *> AAAAMMDD
           05 CP-DATA-VENC      PIC 9(8).
           05 CP-VALOR          PIC 9(10)V99.
           05 CP-SITUACAO       PIC X(1).  *> N=PENDENTE,A=ABERTO,
                                            *> B=PARCIAL,P=PAGO,
                                            *> E=ENVIADO,C=CANCEL,
                                            *> D=DISPUTA
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
           05 CP-FORMA-PGTO     PIC X(01).  *> B=boleto,P=PIX,T=TED,
                                            *> Q=cheque,D=déb.autom.
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

       FD RATEIO-FILE.
       01 RATEIO-REG.
           05 RA-CHAVE.                     *> 10 doc + 14 CNPJ + 02 seq
               10 RA-NUM-DOC    PIC 9(10).
               10 RA-CNPJ-FORN  PIC 9(14).
               10 RA-SEQ        PIC 9(02).
           05 RA-CENTRO-CUSTO   PIC X(06).
           05 RA-PERCENTUAL     PIC 9(03)V99.

       FD ORCAMENTO-FILE.
       01 ORCAMENTO-REG.
           05 OR-CHAVE          PIC X(12).  *> 6 centro custo + 6 anomes
           05 OR-CENTRO-CUSTO   PIC X(06).
           05 OR-ANO-MES        PIC 9(06).
           05 OR-LIMITE         PIC 9(10)V99.

       FD EMPRESA-FILE.
       01 EMPRESA-REG.
           05 EM-CODIGO         PIC 9(02).
           05 EM-CNPJ           PIC 9(14).
           05 EM-RAZAO-SOCIAL   PIC X(40).
           05 EM-ATIVA          PIC X(1).   *> S=ativa,N=encerrada

       FD CCUSTO-FILE.
       01 CCUSTO-REG.
           05 CC-CODIGO         PIC X(06).
           05 CC-DESCRICAO      PIC X(30).
           05 CC-PAI            PIC X(06).  *> diretoria (vazio = raiz)
           05 CC-ATIVO          PIC X(1).   *> S=ativo,N=desativado

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

       FD FORNEND-FILE.
       01 FORNEND-REG.
           05 FE-CNPJ           PIC 9(14).
           05 FE-CEP            PIC 9(08).
           05 FE-UF             PIC X(02).
           05 FE-COD-IBGE       PIC 9(07).  *> município (IBGE)
           05 FE-MUNICIPIO      PIC X(30).

       FD FERIADO-FILE.
       01 FERIADO-REG.
           05 FE-DATA           PIC 9(8).   *> AAAAMMDD
           05 FE-DESCRICAO      PIC X(30).

       FD DWSNAP-FILE.
       01 DWSNAP-REG.
           05 DS-CHAVE.                     *> branco = controle
               10 DS-TIPO       PIC X(02).
               10 DS-ID         PIC X(30).
           05 DS-DATA-VISTO     PIC 9(8).   *> última vez na origem
           05 DS-DATA-ENVIO     PIC 9(8).   *> último envio
           05 DS-OPERACAO       PIC X(1).   *> I/A/E do último envio
           05 DS-EXCLUIDO       PIC X(1).   *> S=já saiu como excluído
           05 DS-IMAGEM         PIC X(200).

       FD DW-FILE.
       01 DW-REG                PIC X(220).

       FD DWCTL-FILE.
       01 DWCTL-REG             PIC X(80).

       WORKING-STORAGE SECTION.
      *> Contador compartilhado da rotina noturna (EXTERNAL): cada
      *> passo deixa aqui o total de registros processados, que o
      *> NOTURNO grava no livro de controle.
       01 WS-REGISTROS-PASSO    PIC 9(7) EXTERNAL.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-RA     PIC XX.
       01 WS-STATUS-FILE-OR     PIC XX.
       01 WS-NOME-ORCAMENTO     PIC X(13) VALUE "ORCAMENTO.DAT".
       01 WS-TIPO-ORCAMENTO     PIC X VALUE "D".
       01 WS-STATUS-FILE-EM     PIC XX.
       01 WS-STATUS-FILE-CC     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-FE     PIC XX.
       01 WS-FORNEND-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-FR     PIC XX.
       01 WS-FERIADO-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-DS     PIC XX.
       01 WS-STATUS-DW          PIC XX.
       01 WS-NOME-DW            PIC X(30).
       01 WS-STATUS-DWCTL       PIC XX.
       01 WS-NOME-DWCTL         PIC X(30).

       01 WS-HOJE               PIC 9(8).
       01 WS-TIPO-CARGA         PIC X VALUE "I".  *> C=completa,
                                                  *> I=incremental
       01 WS-DATA-CARGA-COMPLETA PIC 9(8) VALUE ZEROS.
       01 WS-I                  PIC 9(5).
       01 WS-J                  PIC 9(5).
       01 WS-IX                 PIC 9(2).

      *> Faixa do calendário: do primeiro ao último ano com datas
      *> nas contas, no histórico e no orçamento (e o ano corrente).
       01 WS-DATA-CAL           PIC 9(8).
       01 WS-DATA-CAL-R REDEFINES WS-DATA-CAL.
           05 WS-CAL-ANO        PIC 9(4).
           05 WS-CAL-MES        PIC 9(2).
           05 WS-CAL-DIA        PIC 9(2).
       01 WS-ANO-INICIAL        PIC 9(4).
       01 WS-ANO-FINAL          PIC 9(4).
       01 WS-DIA-INICIAL        PIC 9(8).
       01 WS-DIA-FINAL          PIC 9(8).
       01 WS-DIA-CORRENTE       PIC 9(8).
       01 WS-DIA-SEMANA         PIC 9(1).

      *> Registro corrente entregue a PROCESSA-REGISTRO.
       01 WS-DW-TIPO            PIC X(02).
       01 WS-DW-ID              PIC X(30).
       01 WS-DW-DADOS           PIC X(200).
       01 WS-DW-VALOR           PIC 9(12)V99.
       01 WS-DW-OPERACAO        PIC X(1).

      *> Linha do arquivo de dados: tipo do registro, operação
      *> (I=incluído, A=alterado, E=excluído; no excluído os dados
      *> são os do último envio), data da carga e dados do tipo.
       01 WS-LINHA-DW.
           05 DW-TIPO           PIC X(02).
           05 DW-OPERACAO       PIC X(01).
           05 DW-DATA-CARGA     PIC 9(8).
           05 DW-DADOS          PIC X(200).
           05 FILLER            PIC X(09) VALUE SPACES.

      *> Layouts dos dados por tipo. Fatos: FC=conta (parcela),
      *> FP=pagamento (linha do histórico), FR=rateio, FO=orçamento.
      *> Dimensões: DE=empresa, DC=centro de custo, DF=fornecedor,
      *> DM=forma de pagamento, DT=calendário.
       01 WS-DADOS-FC.
           05 FC-NUM-DOC        PIC 9(10).
           05 FC-CNPJ-FORN      PIC 9(14).
           05 FC-NUM-PARCELA    PIC 9(02).
           05 FC-TOTAL-PARCELAS PIC 9(02).
           05 FC-EMPRESA        PIC 9(02).
           05 FC-DATA-EMISSAO   PIC 9(8).
           05 FC-DATA-VENC      PIC 9(8).
           05 FC-VALOR          PIC 9(10)V99.
           05 FC-SALDO          PIC 9(10)V99.
           05 FC-SITUACAO       PIC X(1).
           05 FC-DATA-PGTO      PIC 9(8).
           05 FC-CENTRO-CUSTO   PIC X(06).
           05 FC-NUM-PEDIDO     PIC 9(10).
           05 FC-MOEDA          PIC X(03).
           05 FC-TAXA-CAMBIO    PIC 9(04)V9(04).
           05 FC-VALOR-ORIGINAL PIC 9(10)V99.
           05 FC-FORMA-PGTO     PIC X(01).
           05 FC-CONTA-PAGADORA PIC X(03).
           05 FC-NUM-REMESSA    PIC 9(06).

       01 WS-DADOS-FP.
           05 FP-NUM-DOC        PIC 9(10).
           05 FP-CNPJ-FORN      PIC 9(14).
           05 FP-NUM-PARCELA    PIC 9(02).
           05 FP-SEQ            PIC 9(04).
           05 FP-EMPRESA        PIC 9(02).
           05 FP-DATA-PGTO      PIC 9(8).
           05 FP-TIPO           PIC X(01).  *> espaço=pagamento,
                                            *> E=estorno,X=resíduo
           05 FP-VALOR-PAGO     PIC 9(10)V99.
           05 FP-VALOR-DESCONTO PIC 9(10)V99.
           05 FP-VALOR-IRRF     PIC 9(10)V99.
           05 FP-VALOR-INSS     PIC 9(10)V99.
           05 FP-VALOR-ISS      PIC 9(10)V99.
           05 FP-VALOR-CREDITO  PIC 9(10)V99.

       01 WS-DADOS-FR.
           05 FR-NUM-DOC        PIC 9(10).
           05 FR-CNPJ-FORN      PIC 9(14).
           05 FR-SEQ            PIC 9(02).
           05 FR-CENTRO-CUSTO   PIC X(06).
           05 FR-PERCENTUAL     PIC 9(03)V99.

       01 WS-DADOS-FO.
           05 FO-TIPO           PIC X(01).  *> D=despesa,C=investimento
           05 FO-CENTRO-CUSTO   PIC X(06).
           05 FO-ANO-MES        PIC 9(06).
           05 FO-LIMITE         PIC 9(10)V99.

       01 WS-DADOS-DE.
           05 DE-CODIGO         PIC 9(02).
           05 DE-CNPJ           PIC 9(14).
           05 DE-RAZAO-SOCIAL   PIC X(40).
           05 DE-ATIVA          PIC X(1).

      *> Centro de custo com a hierarquia já resolvida: nível (1 =
      *> raiz), raiz e caminho da raiz até o próprio centro, 6
      *> posições por nível.
       01 WS-DADOS-DC.
           05 DC-CODIGO         PIC X(06).
           05 DC-DESCRICAO      PIC X(30).
           05 DC-PAI            PIC X(06).
           05 DC-ATIVO          PIC X(1).
           05 DC-NIVEL          PIC 9(02).
           05 DC-RAIZ           PIC X(06).
           05 DC-CAMINHO        PIC X(60).

      *> Só dados cadastrais de análise: banco, PIX, e-mail,
      *> telefone e logradouro não saem para o data warehouse.
       01 WS-DADOS-DF.
           05 DF-CNPJ           PIC 9(14).
           05 DF-RAZAO-SOCIAL   PIC X(40).
           05 DF-ATIVO          PIC X(1).
           05 DF-TIPO-FORNECEDOR PIC X(1).
           05 DF-LIMITE-CREDITO PIC 9(10)V99.
           05 DF-CNPJ-SUCESSOR  PIC 9(14).
           05 DF-CEP            PIC 9(08).
           05 DF-UF             PIC X(02).
           05 DF-COD-IBGE       PIC 9(07).
           05 DF-MUNICIPIO      PIC X(30).

       01 WS-DADOS-DM.
           05 DM-CODIGO         PIC X(01).
           05 DM-DESCRICAO      PIC X(30).

      *> Dia da semana na convenção de DIAUTIL.cbl: 1 = segunda ...
      *> 6 = sábado, 0 = domingo.
       01 WS-DADOS-DT.
           05 DT-DATA           PIC 9(8).
           05 DT-ANO            PIC 9(4).
           05 DT-MES            PIC 9(2).
           05 DT-DIA            PIC 9(2).
           05 DT-ANO-MES        PIC 9(6).
           05 DT-TRIMESTRE      PIC 9(1).
           05 DT-DIA-SEMANA     PIC 9(1).
           05 DT-DIA-UTIL       PIC X(1).
           05 DT-FERIADO        PIC X(30).

      *> Formas de pagamento de CP-FORMA-PGTO.
       01 WS-FORMAS-PGTO.
           05 FILLER PIC X(31) VALUE " NAO INFORMADA".
           05 FILLER PIC X(31) VALUE "BBOLETO".
           05 FILLER PIC X(31) VALUE "PPIX".
           05 FILLER PIC X(31) VALUE "TTED".
           05 FILLER PIC X(31) VALUE "QCHEQUE".
           05 FILLER PIC X(31) VALUE "DDEBITO AUTOMATICO".
       01 WS-TAB-FORMAS REDEFINES WS-FORMAS-PGTO.
           05 WS-FORMA OCCURS 6 TIMES PIC X(31).

      *> Centros de custo em memória para resolver a hierarquia.
       01 WS-QTD-CC             PIC 9(4) VALUE ZEROS.
       01 WS-TAB-CC.
           05 WS-CC-ITEM OCCURS 2000 TIMES.
               10 WS-CC-CODIGO      PIC X(06).
               10 WS-CC-PAI         PIC X(06).
       01 WS-CC-CORRENTE        PIC X(06).
       01 WS-CC-ACHOU           PIC X.
       01 WS-CC-CADEIA.
           05 WS-CC-NIVEL OCCURS 10 TIMES PIC X(06).
       01 WS-QTD-NIVEIS         PIC 9(2).

      *> Totais por tipo para o arquivo de controle: quantidades
      *> incluídas, alteradas e excluídas neste arquivo; base =
      *> registros existentes na origem hoje. O valor somado é o
      *> principal de cada fato (conta: valor; pagamento: valor pago;
      *> rateio: percentual; orçamento: limite); zero nas dimensões.
       01 WS-TAB-TOTAIS.
           05 WS-TT OCCURS 9 TIMES.
               10 WS-TT-TIPO        PIC X(02).
               10 WS-TT-INCL        PIC 9(7).
               10 WS-TT-ALT         PIC 9(7).
               10 WS-TT-EXCL        PIC 9(7).
               10 WS-TT-BASE        PIC 9(7).
               10 WS-TT-VALOR-MOV   PIC 9(13)V99.
               10 WS-TT-VALOR-BASE  PIC 9(13)V99.
       01 WS-TIPOS-DW           PIC X(18)
                                VALUE "FCFPFRFODEDCDFDMDT".
       01 WS-QTD-LINHAS         PIC 9(7) VALUE ZEROS.

      *> Linha do arquivo de controle: uma por tipo e um total "TT".
       01 WS-LINHA-CTL.
           05 CT-TIPO           PIC X(02).
           05 CT-CARGA          PIC X(01).  *> C=completa,I=incremental
           05 CT-DATA           PIC 9(8).
           05 CT-QTD-INCL       PIC 9(7).
           05 CT-QTD-ALT        PIC 9(7).
           05 CT-QTD-EXCL       PIC 9(7).
           05 CT-QTD-BASE       PIC 9(7).
           05 CT-VALOR-MOV      PIC 9(13)V99.
           05 CT-VALOR-BASE     PIC 9(13)V99.
           05 FILLER            PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

      *> Extração noturna para o data warehouse de BI: fatos (contas,
      *> pagamentos, rateio, orçamento) e dimensões (fornecedor,
      *> centro de custo, empresa, forma de pagamento, calendário)
      *> em largura fixa. A primeira execução é a carga completa; as
      *> seguintes levam só o que mudou. Reexecutar no mesmo dia
      *> regrava os mesmos arquivos.
       MAIN-PROCEDURE.
      *> Reinicializa os contadores: o programa pode ser chamado
      *> mais de uma vez na mesma sessão (ver NOTURNO.cbl).
           MOVE ZEROS TO WS-QTD-LINHAS
           MOVE ZEROS TO WS-QTD-CC
           MOVE "I"   TO WS-TIPO-CARGA
           DISPLAY "EXTRAÇÃO P/ O DATA WAREHOUSE (BI)"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           PERFORM INICIA-TOTAIS

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C = "35"
               DISPLAY "CONTAPAGAR.DAT não cadastrado. "
                   "Nada a extrair."
               MOVE ZEROS TO WS-REGISTROS-PASSO
               EXIT PROGRAM
           END-IF
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: " WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           MOVE "N" TO WS-FORNEND-OK
           OPEN INPUT FORNEND-FILE
           IF WS-STATUS-FILE-FE = "00"
               MOVE "S" TO WS-FORNEND-OK
           END-IF

           MOVE "N" TO WS-FERIADO-OK
           OPEN INPUT FERIADO-FILE
           IF WS-STATUS-FILE-FR = "00"
               MOVE "S" TO WS-FERIADO-OK
           END-IF

           OPEN I-O DWSNAP-FILE
           IF WS-STATUS-FILE-DS = "35"
      *> DWSNAP.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT DWSNAP-FILE
               CLOSE DWSNAP-FILE
               OPEN I-O DWSNAP-FILE
           END-IF
           IF WS-STATUS-FILE-DS NOT = "00"
               DISPLAY "Erro ao abrir DWSNAP.DAT: " WS-STATUS-FILE-DS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOME-DW
           STRING "DW_"             DELIMITED BY SIZE
                  WS-HOJE           DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-DW
           OPEN OUTPUT DW-FILE
           IF WS-STATUS-DW NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-DW ": " WS-STATUS-DW
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOME-DWCTL
           STRING "DWCTL_"          DELIMITED BY SIZE
                  WS-HOJE           DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-DWCTL
           OPEN OUTPUT DWCTL-FILE
           IF WS-STATUS-DWCTL NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-DWCTL ": "
                   WS-STATUS-DWCTL
               STOP RUN
           END-IF

           PERFORM LE-CONTROLE-DW

           MOVE WS-HOJE(1:4) TO WS-ANO-INICIAL
           MOVE WS-HOJE(1:4) TO WS-ANO-FINAL

           PERFORM EXTRAI-CONTAS
           PERFORM EXTRAI-PAGAMENTOS
           PERFORM EXTRAI-RATEIOS
           MOVE "ORCAMENTO.DAT" TO WS-NOME-ORCAMENTO
           MOVE "D" TO WS-TIPO-ORCAMENTO
           PERFORM EXTRAI-ORCAMENTO
           MOVE "ORCCAPEX.DAT" TO WS-NOME-ORCAMENTO
           MOVE "C" TO WS-TIPO-ORCAMENTO
           PERFORM EXTRAI-ORCAMENTO
           PERFORM EXTRAI-EMPRESAS
           PERFORM EXTRAI-CENTROS-CUSTO
           PERFORM EXTRAI-FORNECEDORES
           PERFORM EXTRAI-FORMAS-PGTO
           PERFORM EXTRAI-CALENDARIO
           PERFORM VARRE-EXCLUSOES
           PERFORM GRAVA-CONTROLE-DW
           PERFORM GRAVA-ARQUIVO-CONTROLE

           CLOSE CONTAPAGAR-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE DWSNAP-FILE
           CLOSE DW-FILE
           CLOSE DWCTL-FILE
           IF WS-FORNEND-OK = "S"
               CLOSE FORNEND-FILE
           END-IF
           IF WS-FERIADO-OK = "S"
               CLOSE FERIADO-FILE
           END-IF

           DISPLAY "========================================"
           IF WS-TIPO-CARGA = "C"
               DISPLAY "Carga:                  COMPLETA"
           ELSE
               DISPLAY "Carga:                  INCREMENTAL"
           END-IF
           DISPLAY "Arquivo de dados:       " WS-NOME-DW
           DISPLAY "Arquivo de controle:    " WS-NOME-DWCTL
           DISPLAY "Registros gravados:     " WS-QTD-LINHAS
           MOVE WS-QTD-LINHAS TO WS-REGISTROS-PASSO
           EXIT PROGRAM.

       INICIA-TOTAIS.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
               COMPUTE WS-I = (WS-IX - 1) * 2 + 1
               MOVE WS-TIPOS-DW(WS-I:2) TO WS-TT-TIPO(WS-IX)
               MOVE ZEROS TO WS-TT-INCL(WS-IX)
               MOVE ZEROS TO WS-TT-ALT(WS-IX)
               MOVE ZEROS TO WS-TT-EXCL(WS-IX)
               MOVE ZEROS TO WS-TT-BASE(WS-IX)
               MOVE ZEROS TO WS-TT-VALOR-MOV(WS-IX)
               MOVE ZEROS TO WS-TT-VALOR-BASE(WS-IX)
           END-PERFORM.

      *> Sem registro de controle é a carga completa. A reexecução
      *> no dia da carga completa continua sendo completa.
       LE-CONTROLE-DW.
           MOVE SPACES TO DS-CHAVE
           READ DWSNAP-FILE
               INVALID KEY
                   MOVE "C" TO WS-TIPO-CARGA
                   MOVE WS-HOJE TO WS-DATA-CARGA-COMPLETA
                   EXIT PARAGRAPH
           END-READ
           MOVE DS-DATA-VISTO TO WS-DATA-CARGA-COMPLETA
           IF WS-DATA-CARGA-COMPLETA = WS-HOJE
               MOVE "C" TO WS-TIPO-CARGA
           END-IF.

       GRAVA-CONTROLE-DW.
           MOVE SPACES TO DS-CHAVE
           READ DWSNAP-FILE
               INVALID KEY
                   MOVE SPACES  TO DWSNAP-REG
                   MOVE WS-DATA-CARGA-COMPLETA TO DS-DATA-VISTO
                   MOVE WS-HOJE TO DS-DATA-ENVIO
                   MOVE "C"     TO DS-OPERACAO
                   MOVE "N"     TO DS-EXCLUIDO
                   WRITE DWSNAP-REG
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-HOJE TO DS-DATA-ENVIO
           REWRITE DWSNAP-REG.

      *> Confronta o registro corrente com a última imagem enviada:
      *> novo ou reaparecido = I, diferente = A. O que já saiu hoje
      *> sai de novo com a mesma operação, para que a reexecução do
      *> dia regrave o mesmo arquivo.
       PROCESSA-REGISTRO.
           ADD 1 TO WS-TT-BASE(WS-IX)
           ADD WS-DW-VALOR TO WS-TT-VALOR-BASE(WS-IX)
           MOVE SPACES TO WS-DW-OPERACAO

           MOVE WS-DW-TIPO TO DS-TIPO
           MOVE WS-DW-ID   TO DS-ID
           READ DWSNAP-FILE
               INVALID KEY
                   MOVE "I" TO WS-DW-OPERACAO
                   MOVE WS-DW-TIPO  TO DS-TIPO
                   MOVE WS-DW-ID    TO DS-ID
                   MOVE WS-HOJE     TO DS-DATA-VISTO
                   MOVE WS-HOJE     TO DS-DATA-ENVIO
                   MOVE "I"         TO DS-OPERACAO
                   MOVE "N"         TO DS-EXCLUIDO
                   MOVE WS-DW-DADOS TO DS-IMAGEM
                   WRITE DWSNAP-REG
                   PERFORM GRAVA-LINHA-DW
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN DS-DATA-ENVIO = WS-HOJE AND DS-OPERACAO = "I"
                   MOVE "I" TO WS-DW-OPERACAO
               WHEN DS-EXCLUIDO = "S"
                   MOVE "I" TO WS-DW-OPERACAO
               WHEN DS-IMAGEM NOT = WS-DW-DADOS
                   MOVE "A" TO WS-DW-OPERACAO
               WHEN DS-DATA-ENVIO = WS-HOJE
                   MOVE DS-OPERACAO TO WS-DW-OPERACAO
           END-EVALUATE

           MOVE WS-HOJE TO DS-DATA-VISTO
           IF WS-DW-OPERACAO NOT = SPACES
               MOVE WS-HOJE        TO DS-DATA-ENVIO
               MOVE WS-DW-OPERACAO TO DS-OPERACAO
               MOVE "N"            TO DS-EXCLUIDO
               MOVE WS-DW-DADOS    TO DS-IMAGEM
               PERFORM GRAVA-LINHA-DW
           END-IF
           REWRITE DWSNAP-REG.

       GRAVA-LINHA-DW.
           MOVE WS-DW-TIPO     TO DW-TIPO
           MOVE WS-DW-OPERACAO TO DW-OPERACAO
           MOVE WS-HOJE        TO DW-DATA-CARGA
           MOVE WS-DW-DADOS    TO DW-DADOS
           MOVE WS-LINHA-DW TO DW-REG
           WRITE DW-REG
           IF WS-STATUS-DW NOT = "00"
               DISPLAY "Erro ao gravar " WS-NOME-DW ": " WS-STATUS-DW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LINHAS
           EVALUATE WS-DW-OPERACAO
               WHEN "I"
                   ADD 1 TO WS-TT-INCL(WS-IX)
                   ADD WS-DW-VALOR TO WS-TT-VALOR-MOV(WS-IX)
               WHEN "A"
                   ADD 1 TO WS-TT-ALT(WS-IX)
                   ADD WS-DW-VALOR TO WS-TT-VALOR-MOV(WS-IX)
               WHEN "E"
                   ADD 1 TO WS-TT-EXCL(WS-IX)
           END-EVALUATE.

      *> Registro que não apareceu hoje em nenhuma origem saiu do
      *> sistema: vai como excluído uma vez e fica marcado até o
      *> dia seguinte (para a reexecução do dia), quando é apagado.
       VARRE-EXCLUSOES.
           MOVE LOW-VALUES TO DS-CHAVE
           START DWSNAP-FILE KEY IS NOT LESS DS-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ DWSNAP-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DS
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-DS = "10"
               IF DS-CHAVE NOT = SPACES
                   PERFORM CONFERE-EXCLUSAO
               END-IF
               READ DWSNAP-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DS
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DS.

       CONFERE-EXCLUSAO.
           IF DS-DATA-VISTO = WS-HOJE
               EXIT PARAGRAPH
           END-IF

           IF DS-EXCLUIDO = "S" AND DS-DATA-ENVIO NOT = WS-HOJE
               DELETE DWSNAP-FILE RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF WS-TT-TIPO(WS-I) = DS-TIPO
                   MOVE WS-I TO WS-IX
               END-IF
           END-PERFORM
           IF WS-IX = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE DS-TIPO   TO WS-DW-TIPO
           MOVE "E"       TO WS-DW-OPERACAO
           MOVE DS-IMAGEM TO WS-DW-DADOS
           MOVE ZEROS     TO WS-DW-VALOR
           PERFORM GRAVA-LINHA-DW

           MOVE "S"     TO DS-EXCLUIDO
           MOVE "E"     TO DS-OPERACAO
           MOVE WS-HOJE TO DS-DATA-ENVIO
           REWRITE DWSNAP-REG.

      *> Datas fora de 1980-2099 (campo zerado ou inválido) não
      *> alargam a faixa do calendário.
       AMPLIA-CALENDARIO.
           IF WS-CAL-ANO < 1980 OR WS-CAL-ANO > 2099
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-ANO < WS-ANO-INICIAL
               MOVE WS-CAL-ANO TO WS-ANO-INICIAL
           END-IF
           IF WS-CAL-ANO > WS-ANO-FINAL
               MOVE WS-CAL-ANO TO WS-ANO-FINAL
           END-IF.

       EXTRAI-CONTAS.
           MOVE 1 TO WS-IX
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
               MOVE CP-NUM-DOC        TO FC-NUM-DOC
               MOVE CP-CNPJ-FORN      TO FC-CNPJ-FORN
               MOVE CP-NUM-PARCELA    TO FC-NUM-PARCELA
               MOVE CP-TOTAL-PARCELAS TO FC-TOTAL-PARCELAS
               MOVE CP-EMPRESA        TO FC-EMPRESA
               MOVE CP-DATA-EMISSAO   TO FC-DATA-EMISSAO
               MOVE CP-DATA-VENC      TO FC-DATA-VENC
               MOVE CP-VALOR          TO FC-VALOR
               MOVE CP-SALDO          TO FC-SALDO
               MOVE CP-SITUACAO       TO FC-SITUACAO
               MOVE CP-DATA-PGTO      TO FC-DATA-PGTO
               MOVE CP-CENTRO-CUSTO   TO FC-CENTRO-CUSTO
               MOVE CP-NUM-PEDIDO     TO FC-NUM-PEDIDO
               MOVE CP-MOEDA          TO FC-MOEDA
               MOVE CP-TAXA-CAMBIO    TO FC-TAXA-CAMBIO
               MOVE CP-VALOR-ORIGINAL TO FC-VALOR-ORIGINAL
               MOVE CP-FORMA-PGTO     TO FC-FORMA-PGTO
               MOVE CP-CONTA-PAGADORA TO FC-CONTA-PAGADORA
               MOVE CP-NUM-REMESSA    TO FC-NUM-REMESSA

               MOVE "FC"          TO WS-DW-TIPO
               MOVE CP-CHAVE      TO WS-DW-ID
               MOVE WS-DADOS-FC   TO WS-DW-DADOS
               MOVE CP-VALOR      TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               MOVE CP-DATA-EMISSAO TO WS-DATA-CAL
               PERFORM AMPLIA-CALENDARIO
               MOVE CP-DATA-VENC TO WS-DATA-CAL
               PERFORM AMPLIA-CALENDARIO

               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM.

      *> Uma linha por registro do histórico, estornos e baixas de
      *> resíduo inclusive (FP-TIPO diz como somar).
       EXTRAI-PAGAMENTOS.
           MOVE 2 TO WS-IX
           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO H-CHAVE
           START HISTPAGTO-FILE KEY IS NOT LESS H-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-HIST
           END-START
           IF WS-STATUS-HIST NOT = "10"
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-HIST = "10"
               MOVE H-NUM-DOC         TO FP-NUM-DOC
               MOVE H-CNPJ-FORN       TO FP-CNPJ-FORN
               MOVE H-NUM-PARCELA     TO FP-NUM-PARCELA
               MOVE H-SEQ             TO FP-SEQ
               MOVE H-EMPRESA         TO FP-EMPRESA
               MOVE H-DATA-PGTO       TO FP-DATA-PGTO
               MOVE H-TIPO            TO FP-TIPO
               MOVE H-VALOR-PAGO      TO FP-VALOR-PAGO
               MOVE H-VALOR-DESCONTO  TO FP-VALOR-DESCONTO
               MOVE H-VALOR-IRRF      TO FP-VALOR-IRRF
               MOVE H-VALOR-INSS      TO FP-VALOR-INSS
               MOVE H-VALOR-ISS       TO FP-VALOR-ISS
               MOVE H-VALOR-CREDITO   TO FP-VALOR-CREDITO

               MOVE "FP"          TO WS-DW-TIPO
               MOVE H-CHAVE       TO WS-DW-ID
               MOVE WS-DADOS-FP   TO WS-DW-DADOS
               MOVE H-VALOR-PAGO  TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               MOVE H-DATA-PGTO TO WS-DATA-CAL
               PERFORM AMPLIA-CALENDARIO

               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM

           CLOSE HISTPAGTO-FILE.

       EXTRAI-RATEIOS.
           MOVE 3 TO WS-IX
           OPEN INPUT RATEIO-FILE
           IF WS-STATUS-FILE-RA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ RATEIO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RA
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-RA = "10"
               MOVE RA-NUM-DOC        TO FR-NUM-DOC
               MOVE RA-CNPJ-FORN      TO FR-CNPJ-FORN
               MOVE RA-SEQ            TO FR-SEQ
               MOVE RA-CENTRO-CUSTO   TO FR-CENTRO-CUSTO
               MOVE RA-PERCENTUAL     TO FR-PERCENTUAL

               MOVE "FR"          TO WS-DW-TIPO
               MOVE RA-CHAVE      TO WS-DW-ID
               MOVE WS-DADOS-FR   TO WS-DW-DADOS
               MOVE RA-PERCENTUAL TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               READ RATEIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RA
               END-READ
           END-PERFORM

           CLOSE RATEIO-FILE.

      *> Chamado uma vez para cada arquivo de orçamento; o tipo
      *> (D/C) entra na chave porque o mesmo centro e mês podem ter
      *> limite nos dois.
       EXTRAI-ORCAMENTO.
           MOVE 4 TO WS-IX
           OPEN INPUT ORCAMENTO-FILE
           IF WS-STATUS-FILE-OR NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ ORCAMENTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-OR
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-OR = "10"
               MOVE WS-TIPO-ORCAMENTO TO FO-TIPO
               MOVE OR-CENTRO-CUSTO   TO FO-CENTRO-CUSTO
               MOVE OR-ANO-MES        TO FO-ANO-MES
               MOVE OR-LIMITE         TO FO-LIMITE

               MOVE "FO"          TO WS-DW-TIPO
               MOVE SPACES        TO WS-DW-ID
               STRING WS-TIPO-ORCAMENTO DELIMITED BY SIZE
                      OR-CHAVE          DELIMITED BY SIZE
                      INTO WS-DW-ID
               MOVE WS-DADOS-FO   TO WS-DW-DADOS
               MOVE OR-LIMITE     TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               MOVE OR-ANO-MES TO WS-DATA-CAL(1:6)
               MOVE "01"       TO WS-DATA-CAL(7:2)
               PERFORM AMPLIA-CALENDARIO

               READ ORCAMENTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-OR
               END-READ
           END-PERFORM

           CLOSE ORCAMENTO-FILE.

       EXTRAI-EMPRESAS.
           MOVE 5 TO WS-IX
           OPEN INPUT EMPRESA-FILE
           IF WS-STATUS-FILE-EM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ EMPRESA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-EM
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-EM = "10"
               MOVE EM-CODIGO         TO DE-CODIGO
               MOVE EM-CNPJ           TO DE-CNPJ
               MOVE EM-RAZAO-SOCIAL   TO DE-RAZAO-SOCIAL
               MOVE EM-ATIVA          TO DE-ATIVA

               MOVE "DE"          TO WS-DW-TIPO
               MOVE EM-CODIGO     TO WS-DW-ID
               MOVE WS-DADOS-DE   TO WS-DW-DADOS
               MOVE ZEROS         TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               READ EMPRESA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-EM
               END-READ
           END-PERFORM

           CLOSE EMPRESA-FILE.

      *> Primeira passada carrega código e pai de todos os centros;
      *> a segunda monta cada registro com a cadeia até a raiz.
       EXTRAI-CENTROS-CUSTO.
           MOVE 6 TO WS-IX
           OPEN INPUT CCUSTO-FILE
           IF WS-STATUS-FILE-CC NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-CC
           READ CCUSTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CC
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-CC = "10"
               IF WS-QTD-CC < 2000
                   ADD 1 TO WS-QTD-CC
                   MOVE CC-CODIGO TO WS-CC-CODIGO(WS-QTD-CC)
                   MOVE CC-PAI    TO WS-CC-PAI(WS-QTD-CC)
               END-IF
               READ CCUSTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CC
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO CC-CODIGO
           START CCUSTO-FILE KEY IS NOT LESS CC-CODIGO
               INVALID KEY
                   CLOSE CCUSTO-FILE
                   EXIT PARAGRAPH
           END-START
           MOVE "00" TO WS-STATUS-FILE-CC
           READ CCUSTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CC
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CC = "10"
               MOVE CC-CODIGO         TO DC-CODIGO
               MOVE CC-DESCRICAO      TO DC-DESCRICAO
               MOVE CC-PAI            TO DC-PAI
               MOVE CC-ATIVO          TO DC-ATIVO
               PERFORM MONTA-HIERARQUIA-CC

               MOVE "DC"          TO WS-DW-TIPO
               MOVE CC-CODIGO     TO WS-DW-ID
               MOVE WS-DADOS-DC   TO WS-DW-DADOS
               MOVE ZEROS         TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               READ CCUSTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CC
               END-READ
           END-PERFORM

           CLOSE CCUSTO-FILE.

      *> Sobe pelos pais até a raiz (no máximo 10 níveis, o que
      *> também corta um ciclo cadastrado por engano) e grava o
      *> caminho a partir da raiz.
       MONTA-HIERARQUIA-CC.
           MOVE SPACES TO WS-CC-CADEIA
           MOVE 1 TO WS-QTD-NIVEIS
           MOVE CC-CODIGO TO WS-CC-NIVEL(1)
           MOVE CC-PAI TO WS-CC-CORRENTE

           PERFORM UNTIL WS-CC-CORRENTE = SPACES
                   OR WS-QTD-NIVEIS = 10
               ADD 1 TO WS-QTD-NIVEIS
               MOVE WS-CC-CORRENTE TO WS-CC-NIVEL(WS-QTD-NIVEIS)
               MOVE "N" TO WS-CC-ACHOU
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-QTD-CC OR WS-CC-ACHOU = "S"
                   IF WS-CC-CODIGO(WS-J) = WS-CC-CORRENTE
                       MOVE "S" TO WS-CC-ACHOU
                       MOVE WS-CC-PAI(WS-J) TO WS-CC-CORRENTE
                   END-IF
               END-PERFORM
               IF WS-CC-ACHOU = "N"
                   MOVE SPACES TO WS-CC-CORRENTE
               END-IF
           END-PERFORM

           MOVE WS-QTD-NIVEIS TO DC-NIVEL
           MOVE WS-CC-NIVEL(WS-QTD-NIVEIS) TO DC-RAIZ
           MOVE SPACES TO DC-CAMINHO
           MOVE 1 TO WS-I
           PERFORM VARYING WS-J FROM WS-QTD-NIVEIS BY -1
                   UNTIL WS-J < 1
               MOVE WS-CC-NIVEL(WS-J) TO DC-CAMINHO(WS-I:6)
               ADD 6 TO WS-I
           END-PERFORM.

       EXTRAI-FORNECEDORES.
           MOVE 7 TO WS-IX
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
               MOVE F-CNPJ            TO DF-CNPJ
               MOVE F-RAZAO-SOCIAL    TO DF-RAZAO-SOCIAL
               MOVE F-ATIVO           TO DF-ATIVO
               MOVE F-TIPO-FORNECEDOR TO DF-TIPO-FORNECEDOR
               MOVE F-LIMITE-CREDITO  TO DF-LIMITE-CREDITO
               MOVE F-CNPJ-SUCESSOR   TO DF-CNPJ-SUCESSOR
               MOVE ZEROS             TO DF-CEP
               MOVE SPACES            TO DF-UF
               MOVE ZEROS             TO DF-COD-IBGE
               MOVE SPACES            TO DF-MUNICIPIO
               IF WS-FORNEND-OK = "S"
                   MOVE F-CNPJ TO FE-CNPJ
                   READ FORNEND-FILE
                       NOT INVALID KEY
                           MOVE FE-CEP       TO DF-CEP
                           MOVE FE-UF        TO DF-UF
                           MOVE FE-COD-IBGE  TO DF-COD-IBGE
                           MOVE FE-MUNICIPIO TO DF-MUNICIPIO
                   END-READ
               END-IF

               MOVE "DF"          TO WS-DW-TIPO
               MOVE F-CNPJ        TO WS-DW-ID
               MOVE WS-DADOS-DF   TO WS-DW-DADOS
               MOVE ZEROS         TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO

               READ FORNECEDOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-F
               END-READ
           END-PERFORM.

       EXTRAI-FORMAS-PGTO.
           MOVE 8 TO WS-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE WS-FORMA(WS-I)(1:1)  TO DM-CODIGO
               MOVE WS-FORMA(WS-I)(2:30) TO DM-DESCRICAO
               MOVE "DM"          TO WS-DW-TIPO
               MOVE DM-CODIGO     TO WS-DW-ID
               MOVE WS-DADOS-DM   TO WS-DW-DADOS
               MOVE ZEROS         TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO
           END-PERFORM.

      *> Um dia por registro, de 1º de janeiro do primeiro ano a 31
      *> de dezembro do último; dia útil pela mesma regra de
      *> DIAUTIL.cbl.
       EXTRAI-CALENDARIO.
           MOVE 9 TO WS-IX
           COMPUTE WS-DIA-INICIAL = WS-ANO-INICIAL * 10000 + 0101
           COMPUTE WS-DIA-FINAL   = WS-ANO-FINAL * 10000 + 1231
           COMPUTE WS-DIA-INICIAL =
               FUNCTION INTEGER-OF-DATE(WS-DIA-INICIAL)
           COMPUTE WS-DIA-FINAL =
               FUNCTION INTEGER-OF-DATE(WS-DIA-FINAL)

           PERFORM VARYING WS-DIA-CORRENTE FROM WS-DIA-INICIAL BY 1
                   UNTIL WS-DIA-CORRENTE > WS-DIA-FINAL
               COMPUTE WS-DATA-CAL =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-CORRENTE)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-CORRENTE, 7)
               MOVE WS-DATA-CAL   TO DT-DATA
               MOVE WS-CAL-ANO    TO DT-ANO
               MOVE WS-CAL-MES    TO DT-MES
               MOVE WS-CAL-DIA    TO DT-DIA
               MOVE WS-DATA-CAL(1:6) TO DT-ANO-MES
               COMPUTE DT-TRIMESTRE = (WS-CAL-MES + 2) / 3
               MOVE WS-DIA-SEMANA TO DT-DIA-SEMANA
               MOVE SPACES        TO DT-FERIADO
               MOVE "S"           TO DT-DIA-UTIL
               IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                   MOVE "N" TO DT-DIA-UTIL
               END-IF
               IF WS-FERIADO-OK = "S"
                   MOVE WS-DATA-CAL TO FE-DATA
                   READ FERIADO-FILE
                       NOT INVALID KEY
                           MOVE "N" TO DT-DIA-UTIL
                           MOVE FE-DESCRICAO TO DT-FERIADO
                   END-READ
               END-IF

               MOVE "DT"          TO WS-DW-TIPO
               MOVE WS-DATA-CAL   TO WS-DW-ID
               MOVE WS-DADOS-DT   TO WS-DW-DADOS
               MOVE ZEROS         TO WS-DW-VALOR
               PERFORM PROCESSA-REGISTRO
           END-PERFORM.

      *> Uma linha por tipo e o total "TT" (quantidade = linhas do
      *> arquivo de dados), para o time de BI conferir cada carga.
       GRAVA-ARQUIVO-CONTROLE.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
               MOVE WS-TT-TIPO(WS-IX)       TO CT-TIPO
               MOVE WS-TIPO-CARGA           TO CT-CARGA
               MOVE WS-HOJE                 TO CT-DATA
               MOVE WS-TT-INCL(WS-IX)       TO CT-QTD-INCL
               MOVE WS-TT-ALT(WS-IX)        TO CT-QTD-ALT
               MOVE WS-TT-EXCL(WS-IX)       TO CT-QTD-EXCL
               MOVE WS-TT-BASE(WS-IX)       TO CT-QTD-BASE
               MOVE WS-TT-VALOR-MOV(WS-IX)  TO CT-VALOR-MOV
               MOVE WS-TT-VALOR-BASE(WS-IX) TO CT-VALOR-BASE
               MOVE WS-LINHA-CTL TO DWCTL-REG
               WRITE DWCTL-REG
           END-PERFORM

           MOVE "TT"          TO CT-TIPO
           MOVE WS-TIPO-CARGA TO CT-CARGA
           MOVE WS-HOJE       TO CT-DATA
           MOVE ZEROS         TO CT-QTD-INCL
           MOVE ZEROS         TO CT-QTD-ALT
           MOVE ZEROS         TO CT-QTD-EXCL
           MOVE ZEROS         TO CT-VALOR-MOV
           MOVE ZEROS         TO CT-VALOR-BASE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 9
               ADD WS-TT-INCL(WS-IX)       TO CT-QTD-INCL
               ADD WS-TT-ALT(WS-IX)        TO CT-QTD-ALT
               ADD WS-TT-EXCL(WS-IX)       TO CT-QTD-EXCL
           END-PERFORM
           MOVE WS-QTD-LINHAS TO CT-QTD-BASE
           MOVE WS-LINHA-CTL TO DWCTL-REG
           WRITE DWCTL-REG.
