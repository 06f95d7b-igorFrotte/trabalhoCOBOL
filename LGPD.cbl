       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Dados pessoais do titular (pessoa física, pelo CPF): onde
      *> aparecem, exportação para atender a pedido do titular e
      *> anonimização dos pagadores inativos passado o prazo de
      *> guarda. O CPF continua como chave dos registros fiscais e
      *> de pagamento, que a lei manda guardar; só os dados de
      *> contato e bancários dos cadastros são mascarados.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

      *> Endereço estruturado (ver CADFORNE.cbl). Opcional.
           SELECT FORNEND-FILE ASSIGN TO "FORNEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FILE-FE.

      *> Autônomo pago por RPA (ver CADFORNE.cbl). Opcional.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-CPF
               FILE STATUS IS WS-STATUS-FILE-AN.

      *> Funcionário reembolsado (ver CADFUNC.cbl). Opcional.
           SELECT FUNCIONARIO-FILE ASSIGN TO "FUNCIONARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-CPF
               FILE STATUS IS WS-STATUS-FILE-FU.

      *> Dados bancários aguardando confirmação (ver APROVBCO.cbl).
           SELECT PENDBANCO-FILE ASSIGN TO "PENDBANCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CNPJ
               FILE STATUS IS WS-STATUS-FILE-PB.

      *> Portadores de cartão corporativo (ver CADPORT.cbl).
           SELECT PORTADOR-FILE ASSIGN TO "PORTADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PT.

      *> Fila de notificações por e-mail (ver ENVNOTIF.cbl).
           SELECT NOTIFICA-FILE ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFICA.

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

      *> Relatórios de despesa (ver REEMBOLS.cbl).
           SELECT REEMBOLSO-FILE ASSIGN TO "REEMBOLSO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-NUMERO
               ALTERNATE RECORD KEY IS RB-CPF WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-RB.

      *> Guarda dos documentos (ver GUARDDOC.cbl).
           SELECT DOCGUARD-FILE ASSIGN TO "DOCGUARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-CHAVE
               ALTERNATE RECORD KEY IS DG-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS DG-CHAVE-NFE WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-DG.

      *> Ordem de penhora ativa segura a anonimização (ver
      *> CADPENH.cbl).
           SELECT PENHORA-FILE ASSIGN TO "PENHORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-NUM-ORDEM
               ALTERNATE RECORD KEY IS PH-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-PH.

      *> Parâmetros financeiros centrais (ver CADPARAM.cbl):
      *> LGPD-ANOS = anos sem movimento antes da anonimização.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl). O
      *> inventário também a lê, então é aberta só na hora de cada
      *> leitura ou gravação.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Inventário (LGPDINV.PRN), exportação ao titular
      *> (LGPD_<CPF>.TXT) ou resultado da anonimização
      *> (LGPDANON.PRN).
           SELECT SAIDA-FILE ASSIGN TO WS-NOME-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAIDA.

       DATA DIVISION.
       FILE SECTION.

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

       FD AUTONOMO-FILE.
       01 AUTONOMO-REG.
           05 AN-CPF            PIC 9(14).
           05 AN-NIT            PIC 9(11).  *> NIT/PIS do contribuinte
           05 AN-DEPENDENTES    PIC 9(02).
           05 AN-OCUPACAO       PIC X(30).
           05 AN-DATA-CADASTRO  PIC 9(8).

       FD FUNCIONARIO-FILE.
       01 FUNCIONARIO-REG.
           05 FU-CPF            PIC 9(14).
           05 FU-NOME           PIC X(40).
           05 FU-EMAIL          PIC X(30).
           05 FU-LOGIN          PIC X(10).  *> login do sistema
           05 FU-CENTRO-CUSTO   PIC X(06).  *> centro de lotação
           05 FU-BANCO          PIC X(03).
           05 FU-AGENCIA        PIC X(06).
           05 FU-CONTA          PIC X(12).
           05 FU-PIX            PIC X(40).
           05 FU-ATIVO          PIC X(1).   *> S=ativo,N=desligado
           05 FU-DATA-CADASTRO  PIC 9(8).

       FD PENDBANCO-FILE.
       01 PENDBANCO-REG.
           05 PB-CNPJ           PIC 9(14).
           05 PB-BANCO          PIC X(03).
           05 PB-AGENCIA        PIC X(06).
           05 PB-CONTA          PIC X(12).
           05 PB-PIX            PIC X(40).
           05 PB-USUARIO-SOLIC  PIC X(10).
           05 PB-DATA-SOLIC     PIC 9(8).

       FD PORTADOR-FILE.
       01 PORTADOR-REG.
           05 PT-CHAVE.                     *> 14 emissor + 04 final
               10 PT-CNPJ-EMISSOR PIC 9(14).
               10 PT-CARTAO       PIC X(04).
           05 PT-CPF            PIC 9(14).
           05 PT-ATIVO          PIC X(1).   *> S=ativo,N=cancelado
           05 PT-DATA-CADASTRO  PIC 9(8).

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

       FD REEMBOLSO-FILE.
       01 REEMBOLSO-REG.
           05 RB-NUMERO         PIC 9(10).
           05 RB-CPF            PIC 9(14).
           05 RB-CENTRO-CUSTO   PIC X(06).
           05 RB-EMPRESA        PIC 9(02).
           05 RB-DATA           PIC 9(8).
           05 RB-DESCRICAO      PIC X(40).
           05 RB-QTD-LINHAS     PIC 9(03).
           05 RB-VALOR-TOTAL    PIC 9(10)V99.
           05 RB-VALOR-APROVADO PIC 9(10)V99.
           05 RB-SITUACAO       PIC X(1).   *> D=digitacao,S=submetido,
                                            *> A=aprovado,R=rejeitado
           05 RB-EXCEDE         PIC X(1).   *> S=linha fora da política
           05 RB-USUARIO        PIC X(10).
           05 RB-DATA-SUBMISSAO PIC 9(8).
           05 RB-APROVADOR      PIC X(10).
           05 RB-DATA-DECISAO   PIC 9(8).
           05 RB-MOTIVO         PIC X(40).

       FD DOCGUARD-FILE.
       01 DOCGUARD-REG.
           05 DG-CHAVE.                      *> 26 conta + 04 seq +
               10 DG-CP-CHAVE    PIC X(26).  *> 02 tipo
               10 DG-SEQ-PGTO    PIC 9(04).
               10 DG-TIPO-DOC    PIC X(02).
           05 DG-NUM-DOC        PIC 9(10).
           05 DG-CNPJ-FORN      PIC 9(14).
           05 DG-EMPRESA        PIC 9(02).
           05 DG-DATA-DOC       PIC 9(8).   *> emissão ou pagamento
           05 DG-CHAVE-NFE      PIC X(44).
           05 DG-MEIO           PIC X(01).  *> F=físico,D=digital
           05 DG-CAIXA          PIC X(10).
           05 DG-PASTA          PIC X(10).
           05 DG-CAMINHO        PIC X(60).
           05 DG-SITUACAO       PIC X(01).  *> G=guardado,
                                            *> D=descartado
           05 DG-DATA-REG       PIC 9(8).
           05 DG-USUARIO        PIC X(10).
           05 DG-DATA-DESCARTE  PIC 9(8).
           05 DG-AUTORIZADOR    PIC X(10).  *> quem autorizou descarte

       FD PENHORA-FILE.
       01 PENHORA-REG.
           05 PH-NUM-ORDEM      PIC 9(06).
           05 PH-CNPJ-FORN      PIC 9(14).
           05 PH-PROCESSO       PIC X(25).  *> nº do processo (CNJ)
           05 PH-VARA           PIC X(40).  *> juízo / vara
           05 PH-DATA-ORDEM     PIC 9(8).
           05 PH-BENEF-NOME     PIC X(40).  *> titular do depósito
           05 PH-BENEF-CNPJ     PIC 9(14).
           05 PH-BANCO          PIC X(03).
           05 PH-AGENCIA        PIC X(06).
           05 PH-CONTA          PIC X(12).
           05 PH-TIPO           PIC X(01).  *> P=percentual,V=valor
                                            *> fixo por pagamento
           05 PH-PERC           PIC 9(03)V99.
           05 PH-VALOR-FIXO     PIC 9(10)V99.
           05 PH-TETO           PIC 9(12)V99.  *> limite da ordem
           05 PH-TOTAL-DEPOSITADO PIC 9(12)V99.
           05 PH-SITUACAO       PIC X(01).  *> A=ATIVA,S=SUSPENSA,
                                            *> E=ENCERRADA
           05 PH-ULT-SEQ-MOV    PIC 9(05).
           05 PH-USUARIO        PIC X(10).  *> quem cadastrou

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

       FD SAIDA-FILE.
       01 SAIDA-LINHA           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-FE     PIC XX.
       01 WS-STATUS-FILE-AN     PIC XX.
       01 WS-STATUS-FILE-FU     PIC XX.
       01 WS-STATUS-FILE-PB     PIC XX.
       01 WS-STATUS-FILE-PT     PIC XX.
       01 WS-STATUS-NOTIFICA    PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-HIST        PIC XX.
       01 WS-STATUS-FILE-RB     PIC XX.
       01 WS-STATUS-FILE-DG     PIC XX.
       01 WS-STATUS-FILE-PH     PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-SAIDA       PIC XX.
       01 WS-FORNEND-OK         PIC X VALUE "N".
       01 WS-AUTONOMO-OK        PIC X VALUE "N".
       01 WS-FUNCIONARIO-OK     PIC X VALUE "N".
       01 WS-PENDBANCO-OK       PIC X VALUE "N".
       01 WS-PORTADOR-OK        PIC X VALUE "N".
       01 WS-HIST-OK            PIC X VALUE "N".
       01 WS-REEMBOLSO-OK       PIC X VALUE "N".
       01 WS-DOCGUARD-OK        PIC X VALUE "N".
       01 WS-PENHORA-OK         PIC X VALUE "N".
       01 WS-NOME-SAIDA         PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(26).
       01 WS-AUD-DEPOIS         PIC X(60).
       01 OPCAO                 PIC 9.
       01 CONTINUA              PIC X VALUE "S".
       01 RESPOSTA              PIC X.
       01 WS-HOJE               PIC 9(8).

      *> Titular consultado: CPF digitado com 11 dígitos e gravado
      *> com zeros à esquerda, como em F-CNPJ e FU-CPF.
       01 WS-CPF-INFORMADO      PIC 9(11).
       01 WS-CPF                PIC 9(14).
       01 WS-CPF-X REDEFINES WS-CPF PIC X(14).
       01 WS-EMAIL-F            PIC X(30).
       01 WS-EMAIL-U            PIC X(30).
      *> I = inventário (onde aparece), E = exportação dos dados.
       01 WS-MODO               PIC X.
       01 WS-QTD                PIC 9(07).
       01 WS-VALOR-ED           PIC Z(9)9,99.

      *> Marca gravada no nome do titular anonimizado; também evita
      *> que a próxima execução trate o mesmo cadastro de novo.
       01 WS-MARCA-ANONIMO      PIC X(40)
               VALUE "TITULAR ANONIMIZADO (LGPD)".
       01 WS-ANOS-GUARDA        PIC 9(02) VALUE 5.
       01 WS-DATA-LIMITE        PIC 9(8).
       01 WS-ULT-MOVIMENTO      PIC 9(8).
       01 WS-MOTIVO             PIC X(24).
       01 WS-EFETIVA            PIC X.
       01 WS-QTD-AVALIADOS      PIC 9(05).
       01 WS-QTD-ANONIMIZADOS   PIC 9(05).
       01 WS-QTD-RETIDOS        PIC 9(05).
       01 WS-QTD-NOTIF-MASC     PIC 9(05).

      *> Titulares anonimizados nesta execução, para a passada única
      *> na fila de notificações (sequencial).
       01 WS-TAB-ANONIMOS.
           05 WS-AN-LINHA     OCCURS 500 TIMES.
               10 WS-AN-CPF         PIC X(14).
               10 WS-AN-EMAIL       PIC X(30).
       01 WS-AN-QTD             PIC 9(03) VALUE ZEROS.
       01 WS-AN-IDX             PIC 9(03).
       01 WS-AN-ACHOU           PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).
       01 WS-PERFIL-CHAMADOR    PIC X(01).

       PROCEDURE DIVISION USING WS-USUARIO-CHAMADOR
               WS-PERFIL-CHAMADOR.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: "
                   WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN I-O FORNEND-FILE
           IF WS-STATUS-FILE-FE = "00"
               MOVE "S" TO WS-FORNEND-OK
           END-IF
           OPEN INPUT AUTONOMO-FILE
           IF WS-STATUS-FILE-AN = "00"
               MOVE "S" TO WS-AUTONOMO-OK
           END-IF
           OPEN I-O FUNCIONARIO-FILE
           IF WS-STATUS-FILE-FU = "00"
               MOVE "S" TO WS-FUNCIONARIO-OK
           END-IF
           OPEN I-O PENDBANCO-FILE
           IF WS-STATUS-FILE-PB = "00"
               MOVE "S" TO WS-PENDBANCO-OK
           END-IF
           OPEN INPUT PORTADOR-FILE
           IF WS-STATUS-FILE-PT = "00"
               MOVE "S" TO WS-PORTADOR-OK
           END-IF
           OPEN INPUT HISTPAGTO-FILE
           IF WS-STATUS-HIST = "00"
               MOVE "S" TO WS-HIST-OK
           END-IF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-STATUS-FILE-RB = "00"
               MOVE "S" TO WS-REEMBOLSO-OK
           END-IF
           OPEN INPUT DOCGUARD-FILE
           IF WS-STATUS-FILE-DG = "00"
               MOVE "S" TO WS-DOCGUARD-OK
           END-IF
           OPEN INPUT PENHORA-FILE
           IF WS-STATUS-FILE-PH = "00"
               MOVE "S" TO WS-PENHORA-OK
           END-IF

           PERFORM CARREGA-PARAMETROS

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== DADOS PESSOAIS (LGPD) ====="
               DISPLAY "1 - Onde aparecem os dados de um titular"
               DISPLAY "2 - Exportar os dados de um titular"
               DISPLAY "3 - Anonimizar pagadores inativos"
               DISPLAY "4 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 1
                       MOVE "I" TO WS-MODO
                       PERFORM LEVANTA-TITULAR
                   WHEN 2
                       MOVE "E" TO WS-MODO
                       PERFORM LEVANTA-TITULAR
                   WHEN 3
                       IF WS-PERFIL-CHAMADOR = "A"
                           PERFORM ANONIMIZA-INATIVOS
                       ELSE
                           DISPLAY "Anonimização restrita ao "
                               "administrador."
                       END-IF
                   WHEN 4
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
               END-EVALUATE
           END-PERFORM

           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           IF WS-FORNEND-OK = "S"
               CLOSE FORNEND-FILE
           END-IF
           IF WS-AUTONOMO-OK = "S"
               CLOSE AUTONOMO-FILE
           END-IF
           IF WS-FUNCIONARIO-OK = "S"
               CLOSE FUNCIONARIO-FILE
           END-IF
           IF WS-PENDBANCO-OK = "S"
               CLOSE PENDBANCO-FILE
           END-IF
           IF WS-PORTADOR-OK = "S"
               CLOSE PORTADOR-FILE
           END-IF
           IF WS-HIST-OK = "S"
               CLOSE HISTPAGTO-FILE
           END-IF
           IF WS-REEMBOLSO-OK = "S"
               CLOSE REEMBOLSO-FILE
           END-IF
           IF WS-DOCGUARD-OK = "S"
               CLOSE DOCGUARD-FILE
           END-IF
           IF WS-PENHORA-OK = "S"
               CLOSE PENHORA-FILE
           END-IF
           STOP RUN.

      *> Substitui o prazo padrão (5 anos) pelo parâmetro central,
      *> quando PARAMFIN.DAT existir.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "LGPD-ANOS" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-ANOS-GUARDA
           END-READ

           CLOSE PARAMFIN-FILE.

      *> Escreve a mesma linha no console e no arquivo de saída.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SAIDA-LINHA
           WRITE SAIDA-LINHA.

      *> ==========================================================
      *> Inventário e exportação: mesma varredura; no inventário sai
      *> o arquivo, os campos e a base da guarda, na exportação saem
      *> os próprios dados.
      *> ==========================================================
       LEVANTA-TITULAR.
           DISPLAY "CPF do titular (11 dígitos): "
           ACCEPT WS-CPF-INFORMADO
           IF WS-CPF-INFORMADO = ZEROS
               DISPLAY "Erro: CPF não informado."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-INFORMADO TO WS-CPF
           MOVE SPACES TO WS-EMAIL-F WS-EMAIL-U

           MOVE SPACES TO WS-NOME-SAIDA
           IF WS-MODO = "I"
               MOVE "LGPDINV.PRN" TO WS-NOME-SAIDA
           ELSE
               STRING "LGPD_" DELIMITED BY SIZE
                      WS-CPF-INFORMADO DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO WS-NOME-SAIDA
           END-IF
           OPEN OUTPUT SAIDA-FILE
           IF WS-STATUS-SAIDA NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-SAIDA ": "
                   WS-STATUS-SAIDA
               EXIT PARAGRAPH
           END-IF

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           IF WS-MODO = "I"
               STRING "INVENTARIO DE DADOS PESSOAIS - CPF "
                      DELIMITED BY SIZE
                      WS-CPF-INFORMADO DELIMITED BY SIZE
                      "  EM " DELIMITED BY SIZE
                      WS-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               STRING "DADOS PESSOAIS DO TITULAR - CPF "
                      DELIMITED BY SIZE
                      WS-CPF-INFORMADO DELIMITED BY SIZE
                      "  EXPORTADOS EM " DELIMITED BY SIZE
                      WS-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM IMPRIME-LINHA

           PERFORM INV-FORNECEDOR
           PERFORM INV-ENDERECO
           PERFORM INV-AUTONOMO
           PERFORM INV-FUNCIONARIO
           PERFORM INV-PENDBANCO
           PERFORM INV-PORTADOR
           PERFORM INV-NOTIFICACOES
           PERFORM INV-CONTAS
           PERFORM INV-PAGAMENTOS
           PERFORM INV-REEMBOLSOS
           PERFORM INV-DOCUMENTOS
           IF WS-MODO = "I"
               PERFORM INV-AUDITORIA
           END-IF

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           CLOSE SAIDA-FILE
           DISPLAY "Gerado " WS-NOME-SAIDA

           MOVE SPACES TO WS-AUD-CHAVE
           MOVE WS-CPF-X TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-DEPOIS
           IF WS-MODO = "I"
               MOVE "LGPD.INVEN" TO WS-AUD-ACAO
           ELSE
               MOVE "LGPD.EXPOR" TO WS-AUD-ACAO
           END-IF
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WS-NOME-SAIDA DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA.

       INV-FORNECEDOR.
           MOVE WS-CPF TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE F-EMAIL TO WS-EMAIL-F

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-MODO = "I"
               MOVE "FORNECEDOR.DAT - CADASTRO DE FORNECEDOR: NOME, ENDE
      -            "RECO, TELEFONE, E-MAIL, BANCO/AGENCIA/CONTA, PIX"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               MOVE "  MASCARAVEL APOS INATIVACAO E PRAZO DE GUARDA; CPF
      -            " FICA COMO CHAVE FISCAL" TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE "CADASTRO DE FORNECEDOR" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  NOME: " DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  ENDERECO: " DELIMITED BY SIZE
                  F-ENDERECO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  TELEFONE: " DELIMITED BY SIZE
                  F-TELEFONE DELIMITED BY SIZE
                  "  E-MAIL: " DELIMITED BY SIZE
                  F-EMAIL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  BANCO: " DELIMITED BY SIZE
                  F-BANCO DELIMITED BY SIZE
                  "  AGENCIA: " DELIMITED BY SIZE
                  F-AGENCIA DELIMITED BY SIZE
                  "  CONTA: " DELIMITED BY SIZE
                  F-CONTA DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  CHAVE PIX: " DELIMITED BY SIZE
                  F-PIX DELIMITED BY SIZE
                  "  ATIVO: " DELIMITED BY SIZE
                  F-ATIVO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       INV-ENDERECO.
           IF WS-FORNEND-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO FE-CNPJ
           READ FORNEND-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-LINHA
           IF WS-MODO = "I"
               MOVE "FORNEND.DAT - ENDERECO ESTRUTURADO: CEP, UF, MUNICI
      -            "PIO (MUNICIPIO FICA PARA O ISS)" TO WS-LINHA
           ELSE
               STRING "  CEP: " DELIMITED BY SIZE
                      FE-CEP DELIMITED BY SIZE
                      "  UF: " DELIMITED BY SIZE
                      FE-UF DELIMITED BY SIZE
                      "  MUNICIPIO: " DELIMITED BY SIZE
                      FE-MUNICIPIO DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM IMPRIME-LINHA.

       INV-AUTONOMO.
           IF WS-AUTONOMO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO AN-CPF
           READ AUTONOMO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-LINHA
           IF WS-MODO = "I"
               MOVE "AUTONOMO.DAT - AUTONOMO (RPA): NIT, DEPENDENTES, OC
      -            "UPACAO - GUARDA LEGAL (INSS/IRRF)" TO WS-LINHA
           ELSE
               STRING "AUTONOMO - NIT: " DELIMITED BY SIZE
                      AN-NIT DELIMITED BY SIZE
                      "  DEPENDENTES: " DELIMITED BY SIZE
                      AN-DEPENDENTES DELIMITED BY SIZE
                      "  OCUPACAO: " DELIMITED BY SIZE
                      AN-OCUPACAO DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM IMPRIME-LINHA.

       INV-FUNCIONARIO.
           IF WS-FUNCIONARIO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO FU-CPF
           READ FUNCIONARIO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FU-EMAIL TO WS-EMAIL-U

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-MODO = "I"
               MOVE "FUNCIONARIO.DAT - FUNCIONARIO (REEMBOLSO): NOME, E-
      -            "MAIL, LOGIN, LOTACAO, BANCO/AGENCIA/CONTA, PIX"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               MOVE "  MASCARAVEL APOS DESLIGAMENTO E PRAZO DE GUARDA"
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE "CADASTRO DE FUNCIONARIO" TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  NOME: " DELIMITED BY SIZE
                  FU-NOME DELIMITED BY SIZE
                  "  E-MAIL: " DELIMITED BY SIZE
                  FU-EMAIL DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  LOGIN: " DELIMITED BY SIZE
                  FU-LOGIN DELIMITED BY SIZE
                  "  LOTACAO: " DELIMITED BY SIZE
                  FU-CENTRO-CUSTO DELIMITED BY SIZE
                  "  ATIVO: " DELIMITED BY SIZE
                  FU-ATIVO DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "  BANCO: " DELIMITED BY SIZE
                  FU-BANCO DELIMITED BY SIZE
                  "  AGENCIA: " DELIMITED BY SIZE
                  FU-AGENCIA DELIMITED BY SIZE
                  "  CONTA: " DELIMITED BY SIZE
                  FU-CONTA DELIMITED BY SIZE
                  "  PIX: " DELIMITED BY SIZE
                  FU-PIX DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

       INV-PENDBANCO.
           IF WS-PENDBANCO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO PB-CNPJ
           READ PENDBANCO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-LINHA
           IF WS-MODO = "I"
               MOVE "PENDBANCO.DAT - DADOS BANCARIOS AGUARDANDO CONFIRMA
      -            "CAO" TO WS-LINHA
           ELSE
               STRING "DADOS BANCARIOS EM CONFIRMACAO - BANCO: "
                      DELIMITED BY SIZE
                      PB-BANCO DELIMITED BY SIZE
                      "  AGENCIA: " DELIMITED BY SIZE
                      PB-AGENCIA DELIMITED BY SIZE
                      "  CONTA: " DELIMITED BY SIZE
                      PB-CONTA DELIMITED BY SIZE
                      "  PIX: " DELIMITED BY SIZE
                      PB-PIX DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM IMPRIME-LINHA.

      *> Sem chave por CPF: varre o arquivo (poucos registros).
       INV-PORTADOR.
           IF WS-PORTADOR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD
           MOVE LOW-VALUES TO PT-CHAVE
           START PORTADOR-FILE KEY IS NOT LESS PT-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PORTADOR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PT
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-PT = "10"
               IF PT-CPF = WS-CPF
                   ADD 1 TO WS-QTD
                   IF WS-MODO = "E"
                       MOVE SPACES TO WS-LINHA
                       STRING "CARTAO CORPORATIVO - EMISSOR "
                              DELIMITED BY SIZE
                              PT-CNPJ-EMISSOR DELIMITED BY SIZE
                              "  FINAL " DELIMITED BY SIZE
                              PT-CARTAO DELIMITED BY SIZE
                              "  ATIVO " DELIMITED BY SIZE
                              PT-ATIVO DELIMITED BY SIZE
                              INTO WS-LINHA
                       PERFORM IMPRIME-LINHA
                   END-IF
               END-IF
               READ PORTADOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PT
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PT

           IF WS-MODO = "I" AND WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "PORTADOR.DAT - PORTADOR DE CARTAO CORPORATIVO: "
                      DELIMITED BY SIZE
                      WS-QTD DELIMITED BY SIZE
                      " CARTAO(OES)" DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

      *> Notificação do titular: pelo e-mail dele ou pelo CPF na
      *> chave (conta a pagar ou cadastro).
       INV-NOTIFICACOES.
           MOVE ZEROS TO WS-QTD
           OPEN INPUT NOTIFICA-FILE
           IF WS-STATUS-NOTIFICA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ NOTIFICA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-NOTIFICA
           END-READ
           PERFORM UNTIL WS-STATUS-NOTIFICA = "10"
               IF (NT-EMAIL NOT = SPACES
                       AND (NT-EMAIL = WS-EMAIL-F
                            OR NT-EMAIL = WS-EMAIL-U))
                       OR NT-CHAVE(1:14) = WS-CPF-X
                       OR NT-CHAVE(11:14) = WS-CPF-X
                   ADD 1 TO WS-QTD
                   IF WS-MODO = "E"
                       MOVE SPACES TO WS-LINHA
                       STRING "NOTIFICACAO " DELIMITED BY SIZE
                              NT-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NT-EMAIL DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NT-MENSAGEM DELIMITED BY SIZE
                              INTO WS-LINHA
                       PERFORM IMPRIME-LINHA
                   END-IF
               END-IF
               READ NOTIFICA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-NOTIFICA
               END-READ
           END-PERFORM
           CLOSE NOTIFICA-FILE

           IF WS-MODO = "I" AND WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "NOTIFICA.DAT - FILA DE E-MAILS: " DELIMITED BY
                      SIZE
                      WS-QTD DELIMITED BY SIZE
                      " NOTIFICACAO(OES) (E-MAIL MASCARAVEL)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

       INV-CONTAS.
           MOVE ZEROS TO WS-QTD
           MOVE WS-CPF TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-C
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-CNPJ-FORN NOT = WS-CPF
               ADD 1 TO WS-QTD
               IF WS-MODO = "E"
                   MOVE CP-VALOR TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA
                   STRING "CONTA A PAGAR DOC " DELIMITED BY SIZE
                          CP-NUM-DOC DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          CP-NUM-PARCELA DELIMITED BY SIZE
                          " EMISSAO " DELIMITED BY SIZE
                          CP-DATA-EMISSAO DELIMITED BY SIZE
                          " VENC " DELIMITED BY SIZE
                          CP-DATA-VENC DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          " SITUACAO " DELIMITED BY SIZE
                          CP-SITUACAO DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C

           IF WS-MODO = "I" AND WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "CONTAPAGAR.DAT - CONTAS A PAGAR: " DELIMITED BY
                      SIZE
                      WS-QTD DELIMITED BY SIZE
                      " - GUARDA LEGAL (REGISTRO FISCAL)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

       INV-PAGAMENTOS.
           IF WS-HIST-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD
           MOVE WS-CPF TO H-CNPJ-FORN
           START HISTPAGTO-FILE KEY IS EQUAL H-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-HIST
           END-READ
           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-CNPJ-FORN NOT = WS-CPF
               ADD 1 TO WS-QTD
               IF WS-MODO = "E"
                   MOVE H-VALOR-PAGO TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA
                   STRING "PAGAMENTO DOC " DELIMITED BY SIZE
                          H-NUM-DOC DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          H-NUM-PARCELA DELIMITED BY SIZE
                          " EM " DELIMITED BY SIZE
                          H-DATA-PGTO DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST

           IF WS-MODO = "I" AND WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "HISTPAGTO.DAT - PAGAMENTOS: " DELIMITED BY SIZE
                      WS-QTD DELIMITED BY SIZE
                      " - GUARDA LEGAL (REGISTRO FISCAL)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

       INV-REEMBOLSOS.
           IF WS-REEMBOLSO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD
           MOVE WS-CPF TO RB-CPF
           START REEMBOLSO-FILE KEY IS EQUAL RB-CPF
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ REEMBOLSO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RB
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-RB = "10"
                   OR RB-CPF NOT = WS-CPF
               ADD 1 TO WS-QTD
               IF WS-MODO = "E"
                   MOVE RB-VALOR-TOTAL TO WS-VALOR-ED
                   MOVE SPACES TO WS-LINHA
                   STRING "REEMBOLSO " DELIMITED BY SIZE
                          RB-NUMERO DELIMITED BY SIZE
                          " EM " DELIMITED BY SIZE
                          RB-DATA DELIMITED BY SIZE
                          " VALOR " DELIMITED BY SIZE
                          WS-VALOR-ED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RB-DESCRICAO DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
               END-IF
               READ REEMBOLSO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RB

           IF WS-MODO = "I" AND WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "REEMBOLSO.DAT - RELATORIOS DE DESPESA: "
                      DELIMITED BY SIZE
                      WS-QTD DELIMITED BY SIZE
                      " - GUARDA LEGAL (REGISTRO FISCAL)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

       INV-DOCUMENTOS.
           IF WS-DOCGUARD-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD
           MOVE WS-CPF TO DG-CNPJ-FORN
           START DOCGUARD-FILE KEY IS EQUAL DG-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ DOCGUARD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-DG
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-DG = "10"
                   OR DG-CNPJ-FORN NOT = WS-CPF
               IF DG-SITUACAO NOT = "D"
                   ADD 1 TO WS-QTD
               END-IF
               READ DOCGUARD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DG
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-DG

           IF WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "DOCGUARD.DAT - DOCUMENTOS EM GUARDA: "
                      DELIMITED BY SIZE
                      WS-QTD DELIMITED BY SIZE
                      " (CAIXA/ARQUIVO, VER GUARDA DE DOCUMENTOS)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

      *> Trilha de auditoria: eventos com o CPF na chave (cadastro
      *> ou conta). Não se altera — é a prova das operações.
       INV-AUDITORIA.
           MOVE ZEROS TO WS-QTD
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ
           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-CHAVE(1:14) = WS-CPF-X
                       OR AU-CHAVE(11:14) = WS-CPF-X
                   ADD 1 TO WS-QTD
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE

           IF WS-QTD > 0
               MOVE SPACES TO WS-LINHA
               STRING "AUDITORIA.DAT - TRILHA DE AUDITORIA: "
                      DELIMITED BY SIZE
                      WS-QTD DELIMITED BY SIZE
                      " EVENTO(S) - GUARDA LEGAL (INALTERAVEL)"
                      DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF.

      *> ==========================================================
      *> Anonimização: pessoa física inativa (fornecedor tipo "F" ou
      *> funcionário desligado) sem conta em aberto, sem reembolso
      *> em andamento, sem penhora ativa e sem movimento há mais de
      *> LGPD-ANOS anos. Nome, contato e dados bancários são
      *> mascarados; CPF, contas, pagamentos, RPA e trilha ficam.
      *> ==========================================================
       ANONIMIZA-INATIVOS.
           COMPUTE WS-DATA-LIMITE = WS-HOJE - WS-ANOS-GUARDA * 10000
           DISPLAY "Prazo de guarda: " WS-ANOS-GUARDA
               " anos (sem movimento desde " WS-DATA-LIMITE ")"
           DISPLAY "S = só listar   A = anonimizar: "
           ACCEPT WS-EFETIVA
           MOVE FUNCTION UPPER-CASE(WS-EFETIVA) TO WS-EFETIVA
           IF WS-EFETIVA NOT = "S" AND WS-EFETIVA NOT = "A"
               DISPLAY "Opção inválida."
               EXIT PARAGRAPH
           END-IF
           IF WS-EFETIVA = "A"
               DISPLAY "Confirma a anonimização? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "LGPDANON.PRN" TO WS-NOME-SAIDA
           OPEN OUTPUT SAIDA-FILE
           IF WS-STATUS-SAIDA NOT = "00"
               DISPLAY "Erro ao abrir LGPDANON.PRN: " WS-STATUS-SAIDA
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-AVALIADOS WS-QTD-ANONIMIZADOS
               WS-QTD-RETIDOS WS-QTD-NOTIF-MASC WS-AN-QTD

           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "ANONIMIZACAO DE PAGADORES INATIVOS EM "
                  DELIMITED BY SIZE
                  WS-HOJE DELIMITED BY SIZE
                  "  SEM MOVIMENTO DESDE " DELIMITED BY SIZE
                  WS-DATA-LIMITE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           IF WS-EFETIVA = "S"
               MOVE "SIMULACAO - NENHUM DADO ALTERADO" TO WS-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE "ORIGEM      CPF            RESULTADO" TO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM ANONIMIZA-FORNECEDORES
           IF WS-FUNCIONARIO-OK = "S"
               PERFORM ANONIMIZA-FUNCIONARIOS
           END-IF
           IF WS-EFETIVA = "A" AND WS-AN-QTD > 0
               PERFORM MASCARA-NOTIFICACOES
           END-IF

           MOVE SPACES TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "AVALIADOS: " DELIMITED BY SIZE
                  WS-QTD-AVALIADOS DELIMITED BY SIZE
                  "  ANONIMIZAVEIS/ANONIMIZADOS: " DELIMITED BY SIZE
                  WS-QTD-ANONIMIZADOS DELIMITED BY SIZE
                  "  RETIDOS: " DELIMITED BY SIZE
                  WS-QTD-RETIDOS DELIMITED BY SIZE
                  "  NOTIFICACOES MASCARADAS: " DELIMITED BY SIZE
                  WS-QTD-NOTIF-MASC DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           CLOSE SAIDA-FILE.

       ANONIMIZA-FORNECEDORES.
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
               IF F-TIPO-FORNECEDOR = "F" AND F-ATIVO = "N"
                       AND F-RAZAO-SOCIAL NOT = WS-MARCA-ANONIMO
                   MOVE F-CNPJ TO WS-CPF
                   PERFORM AVALIA-TITULAR
                   MOVE SPACES TO WS-LINHA
                   STRING "FORNECEDOR  " DELIMITED BY SIZE
                          WS-CPF-X DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MOTIVO DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
                   IF WS-MOTIVO = "ANONIMIZAVEL"
                           AND WS-EFETIVA = "A"
                       PERFORM MASCARA-FORNECEDOR
                   END-IF
               END-IF
               READ FORNECEDOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-F
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-F.

       MASCARA-FORNECEDOR.
           PERFORM GUARDA-ANONIMO
           MOVE F-EMAIL TO WS-AN-EMAIL(WS-AN-QTD)

           MOVE WS-MARCA-ANONIMO TO F-RAZAO-SOCIAL
           MOVE SPACES TO F-ENDERECO F-EMAIL F-PIX
           MOVE SPACES TO F-BANCO F-AGENCIA F-CONTA
           MOVE ZEROS  TO F-TELEFONE
           REWRITE FORNECEDOR-REG
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao gravar FORNECEDOR.DAT: "
                   WS-STATUS-FILE-F
               EXIT PARAGRAPH
           END-IF

           IF WS-FORNEND-OK = "S"
               MOVE WS-CPF TO FE-CNPJ
               READ FORNEND-FILE
                   NOT INVALID KEY
                       MOVE ZEROS TO FE-CEP
                       REWRITE FORNEND-REG
               END-READ
           END-IF
           PERFORM DESCARTA-PENDBANCO

           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "FORNECEDOR: NOME, ENDERECO, CEP, TELEFONE, E-MAIL, "
                  DELIMITED BY SIZE
                  "BANCO, PIX" DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM AUDITA-ANONIMIZACAO.

       ANONIMIZA-FUNCIONARIOS.
           MOVE LOW-VALUES TO FU-CPF
           START FUNCIONARIO-FILE KEY IS NOT LESS FU-CPF
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ FUNCIONARIO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-FU
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-FU = "10"
               IF FU-ATIVO = "N" AND FU-NOME NOT = WS-MARCA-ANONIMO
                   MOVE FU-CPF TO WS-CPF
                   PERFORM AVALIA-TITULAR
                   MOVE SPACES TO WS-LINHA
                   STRING "FUNCIONARIO " DELIMITED BY SIZE
                          WS-CPF-X DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MOTIVO DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM IMPRIME-LINHA
                   IF WS-MOTIVO = "ANONIMIZAVEL"
                           AND WS-EFETIVA = "A"
                       PERFORM MASCARA-FUNCIONARIO
                   END-IF
               END-IF
               READ FUNCIONARIO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-FU
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-FU.

      *> Login e lotação ficam: ligam o funcionário às
      *> aprovações e à trilha de auditoria.
       MASCARA-FUNCIONARIO.
           PERFORM GUARDA-ANONIMO
           MOVE FU-EMAIL TO WS-AN-EMAIL(WS-AN-QTD)

           MOVE WS-MARCA-ANONIMO TO FU-NOME
           MOVE SPACES TO FU-EMAIL FU-PIX
           MOVE SPACES TO FU-BANCO FU-AGENCIA FU-CONTA
           REWRITE FUNCIONARIO-REG
           IF WS-STATUS-FILE-FU NOT = "00"
               DISPLAY "Erro ao gravar FUNCIONARIO.DAT: "
                   WS-STATUS-FILE-FU
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCARTA-PENDBANCO

           MOVE "FUNCIONARIO: NOME, E-MAIL, BANCO, PIX"
               TO WS-AUD-DEPOIS
           PERFORM AUDITA-ANONIMIZACAO.

       GUARDA-ANONIMO.
           IF WS-AN-QTD < 500
               ADD 1 TO WS-AN-QTD
           END-IF
           MOVE WS-CPF-X TO WS-AN-CPF(WS-AN-QTD).

       DESCARTA-PENDBANCO.
           IF WS-PENDBANCO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO PB-CNPJ
           READ PENDBANCO-FILE
               NOT INVALID KEY
                   DELETE PENDBANCO-FILE RECORD
           END-READ.

      *> WS-MOTIVO = "ANONIMIZAVEL" ou o que segura o titular.
       AVALIA-TITULAR.
           ADD 1 TO WS-QTD-AVALIADOS
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-ULT-MOVIMENTO

           MOVE WS-CPF TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-C
           END-START
           IF WS-STATUS-FILE-C NOT = "10"
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-IF
           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-CNPJ-FORN NOT = WS-CPF
               IF CP-SITUACAO NOT = "P" AND CP-SITUACAO NOT = "C"
                   MOVE "CONTA EM ABERTO" TO WS-MOTIVO
               END-IF
               IF CP-DATA-EMISSAO > WS-ULT-MOVIMENTO
                   MOVE CP-DATA-EMISSAO TO WS-ULT-MOVIMENTO
               END-IF
               IF CP-DATA-PGTO > WS-ULT-MOVIMENTO
                   MOVE CP-DATA-PGTO TO WS-ULT-MOVIMENTO
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C

           IF WS-HIST-OK = "S"
               PERFORM ULTIMO-PAGAMENTO
           END-IF
           IF WS-REEMBOLSO-OK = "S"
               PERFORM ULTIMO-REEMBOLSO
           END-IF
           IF WS-PENHORA-OK = "S" AND WS-MOTIVO = SPACES
               PERFORM VERIFICA-PENHORA
           END-IF

           IF WS-MOTIVO = SPACES
                   AND WS-ULT-MOVIMENTO > WS-DATA-LIMITE
               MOVE "MOVIMENTO RECENTE" TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES
               MOVE "ANONIMIZAVEL" TO WS-MOTIVO
               ADD 1 TO WS-QTD-ANONIMIZADOS
           ELSE
               ADD 1 TO WS-QTD-RETIDOS
           END-IF.

       ULTIMO-PAGAMENTO.
           MOVE WS-CPF TO H-CNPJ-FORN
           START HISTPAGTO-FILE KEY IS EQUAL H-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ HISTPAGTO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-HIST
           END-READ
           PERFORM UNTIL WS-STATUS-HIST = "10"
                   OR H-CNPJ-FORN NOT = WS-CPF
               IF H-DATA-PGTO > WS-ULT-MOVIMENTO
                   MOVE H-DATA-PGTO TO WS-ULT-MOVIMENTO
               END-IF
               READ HISTPAGTO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-HIST
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-HIST.

       ULTIMO-REEMBOLSO.
           MOVE WS-CPF TO RB-CPF
           START REEMBOLSO-FILE KEY IS EQUAL RB-CPF
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ REEMBOLSO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-RB
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-RB = "10"
                   OR RB-CPF NOT = WS-CPF
               IF RB-SITUACAO = "D" OR RB-SITUACAO = "S"
                   MOVE "REEMBOLSO EM ANDAMENTO" TO WS-MOTIVO
               END-IF
               IF RB-DATA > WS-ULT-MOVIMENTO
                   MOVE RB-DATA TO WS-ULT-MOVIMENTO
               END-IF
               IF RB-DATA-DECISAO > WS-ULT-MOVIMENTO
                   MOVE RB-DATA-DECISAO TO WS-ULT-MOVIMENTO
               END-IF
               READ REEMBOLSO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-RB
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-RB.

       VERIFICA-PENHORA.
           MOVE WS-CPF TO PH-CNPJ-FORN
           START PENHORA-FILE KEY IS EQUAL PH-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PENHORA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PH
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-PH = "10"
                   OR PH-CNPJ-FORN NOT = WS-CPF
               IF PH-SITUACAO NOT = "E"
                   MOVE "PENHORA ATIVA" TO WS-MOTIVO
               END-IF
               READ PENHORA-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PH
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PH.

      *> Uma passada na fila: o e-mail do titular anonimizado sai
      *> da notificação; data, chave e mensagem ficam.
       MASCARA-NOTIFICACOES.
           OPEN I-O NOTIFICA-FILE
           IF WS-STATUS-NOTIFICA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ NOTIFICA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-NOTIFICA
           END-READ
           PERFORM UNTIL WS-STATUS-NOTIFICA = "10"
               MOVE "N" TO WS-AN-ACHOU
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX > WS-AN-QTD
                       OR WS-AN-ACHOU = "S"
                   IF (NT-EMAIL NOT = SPACES
                           AND NT-EMAIL = WS-AN-EMAIL(WS-AN-IDX))
                           OR NT-CHAVE(1:14) = WS-AN-CPF(WS-AN-IDX)
                           OR NT-CHAVE(11:14) = WS-AN-CPF(WS-AN-IDX)
                       MOVE "S" TO WS-AN-ACHOU
                   END-IF
               END-PERFORM
               IF WS-AN-ACHOU = "S" AND NT-EMAIL NOT = SPACES
                   MOVE SPACES TO NT-EMAIL
                   REWRITE NOTIFICA-REG
                   ADD 1 TO WS-QTD-NOTIF-MASC
               END-IF
               READ NOTIFICA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-NOTIFICA
               END-READ
           END-PERFORM
           CLOSE NOTIFICA-FILE.

      *> O registro de auditoria leva só o CPF e os campos
      *> mascarados — nunca os valores antigos.
       AUDITA-ANONIMIZACAO.
           MOVE "LGPD.ANONI" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE WS-CPF-X TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: trilha de auditoria indisponível: "
                   WS-STATUS-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO AU-DATA
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AU-HORA
           MOVE "LGPD"                      TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE WS-AUD-CHAVE                TO AU-CHAVE
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE SPACES                      TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS

           WRITE AUDITORIA-REG
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF
           CLOSE AUDITORIA-FILE.
