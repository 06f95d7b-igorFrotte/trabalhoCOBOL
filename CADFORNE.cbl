               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Alterações de dados bancários aguardando a confirmação de um
               RECORD KEY IS BK-BANCO
               FILE STATUS IS WS-STATUS-FILE-BK.

      *> Dados do contribuinte individual (pessoa física paga por
      *> RPA): NIT, dependentes e ocupação, usados por CALCRPA.cbl.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-CPF
               FILE STATUS IS WS-STATUS-FILE-AN.

      *> Endereço estruturado do fornecedor (CEP, UF e código IBGE
      *> do município), à parte de F-ENDERECO, que continua texto
      *> livre: é o município que identifica o ISS retido na
      *> declaração de serviços tomados (ver DECLISS.cbl).
           SELECT FORNEND-FILE ASSIGN TO "FORNEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CNPJ
               FILE STATUS IS WS-STATUS-FILE-FE.

      *> Fornecedores desativados por dormência (ver DORMENTE.cbl):
      *> a reativação fica pendente até a revalidação completa.
           SELECT REVALFOR-FILE ASSIGN TO "REVALFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CNPJ
               FILE STATUS IS WS-STATUS-FILE-RV.

      *> Situação cadastral na Receita (ver SITCNPJ.cbl) e certidões
      *> negativas (ver CADCND.cbl), conferidas na revalidação do
      *> dormente. Arquivos opcionais só para leitura.
           SELECT SITRF-FILE ASSIGN TO "SITRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CNPJ
               FILE STATUS IS WS-STATUS-FILE-SR.

           SELECT CERTIDAO-FILE ASSIGN TO "CERTIDAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CD.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).  *> M=Mercadorias,S=Servicos,
                                            *> A=Avulso,R=Recorrente,
                                            *> F=Pessoa fisica (CPF)
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

      *> Um registro por pessoa física paga por RPA; a chave é o CPF
      *> com zeros à esquerda, na mesma posição de F-CNPJ.
       FD AUTONOMO-FILE.
       01 AUTONOMO-REG.
           05 AN-CPF            PIC 9(14).
           05 AN-NIT            PIC 9(11).  *> NIT/PIS do contribuinte
           05 AN-DEPENDENTES    PIC 9(02).
           05 AN-OCUPACAO       PIC X(30).
           05 AN-DATA-CADASTRO  PIC 9(8).

      *> Um registro por fornecedor, na mesma chave de F-CNPJ.
       FD FORNEND-FILE.
       01 FORNEND-REG.
           05 FE-CNPJ           PIC 9(14).
           05 FE-CEP            PIC 9(08).
           05 FE-UF             PIC X(02).
           05 FE-COD-IBGE       PIC 9(07).  *> município (IBGE)
           05 FE-MUNICIPIO      PIC X(30).

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 BK-DV-CONTA       PIC X(01).  *> idem
           05 BK-DESCRICAO      PIC X(20).

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

       FD SITRF-FILE.
       01 SITRF-REG.
           05 SR-CNPJ           PIC 9(14).
           05 SR-SITUACAO       PIC X(01).  *> A=ativa,S=suspensa,
                                            *> I=inapta,B=baixada,
                                            *> N=nula
           05 SR-RAZAO-SOCIAL   PIC X(40).  *> nome na Receita
           05 SR-DATA-VERIF     PIC 9(8).

       FD CERTIDAO-FILE.
       01 CERTIDAO-REG.
           05 CD-CHAVE.                     *> 14 CNPJ + 01 tipo
               10 CD-CNPJ-FORN  PIC 9(14).
               10 CD-TIPO       PIC X(01).  *> I=INSS, F=FGTS
           05 CD-NUMERO         PIC X(20).
           05 CD-DATA-EMISSAO   PIC 9(8).
           05 CD-DATA-VALIDADE  PIC 9(8).

      *> Trilha de auditoria (ver req. de rastreabilidade): um
      *> registro por inclusão/alteração/desativação de fornecedor.
       FD AUDITORIA-FILE.
       01 WS-AUD-ANTES         PIC X(60).
       01 WS-AUD-DEPOIS        PIC X(60).

      *> Pessoa física (autônomo): cadastrada pelo CPF, com DV de
      *> CPF, gravada em F-CNPJ com zeros à esquerda e tipo "F".
       01 WS-STATUS-FILE-AN    PIC XX.
       01 WS-PESSOA            PIC X VALUE "J".
       01 WS-CPF-INFORMADO     PIC 9(11).
       01 WS-AN-EXISTIA        PIC X.

      *> Endereço estruturado: os dois primeiros dígitos do código
      *> IBGE do município são o código da UF, conferido pela tabela.
       01 WS-STATUS-FILE-FE    PIC XX.
       01 WS-FE-EXISTIA        PIC X.
       01 WS-FE-OK             PIC X.
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

      *> Validação estrutural dos dados bancários e da chave PIX:
      *> agência e conta são conferidas pelo método de DV do banco
      *> (REGRABCO.DAT), e a chave PIX é tipada e validada pelo tipo
       01 WS-DOC-DV             PIC 9(01).
       01 WS-DOC-I              PIC 9(02).

      *> Reativação de fornecedor dormente: só volta a aceitar conta
      *> depois de nova consulta à Receita (SITRF), CND válida (para
      *> prestador de serviço) e dados bancários reconfirmados por
      *> um segundo usuário em APROVBCO.
       01 WS-STATUS-FILE-RV     PIC XX.
       01 WS-STATUS-FILE-SR     PIC XX.
       01 WS-STATUS-FILE-CD     PIC XX.
       01 WS-SITRF-OK           PIC X VALUE "N".
       01 WS-CERTIDAO-OK        PIC X VALUE "N".
       01 WS-RV-PENDENCIAS      PIC 9(02).
       01 WS-CND-TIPO           PIC X.
       01 WS-HOJE               PIC 9(8).

       01 WS-CNPJ-VALIDO     PIC X VALUE "S".
       01 WS-CNPJ-DIGITOS.
           05 WS-CNPJ-DIG    OCCURS 14 TIMES PIC 9.
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
               MOVE WS-STATUS-FILE-FE TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao abrir FORNEND.DAT: "
                   WS-STATUS-FILE-FE " (" WS-STATUS-DESCRICAO ")"
               STOP RUN
           END-IF

           OPEN I-O AUTONOMO-FILE
           IF WS-STATUS-FILE-AN = "35"
      *> AUTONOMO.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT AUTONOMO-FILE
               CLOSE AUTONOMO-FILE
               OPEN I-O AUTONOMO-FILE
           END-IF
           IF WS-STATUS-FILE-AN NOT = "00"
               MOVE WS-STATUS-FILE-AN TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao abrir AUTONOMO.DAT: "
                   WS-STATUS-FILE-AN " (" WS-STATUS-DESCRICAO ")"
               STOP RUN
           END-IF

      *> REGRABCO.DAT é opcional (mesmo padrão de PEDIDO.DAT em
      *> LANCCONT): sem ele, nenhuma agência/conta é conferida.
           MOVE "S" TO WS-REGRABCO-OK
               END-IF
           END-IF

           OPEN I-O REVALFOR-FILE
           IF WS-STATUS-FILE-RV = "35"
      *> REVALFOR.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT REVALFOR-FILE
               CLOSE REVALFOR-FILE
               OPEN I-O REVALFOR-FILE
           END-IF
           IF WS-STATUS-FILE-RV NOT = "00"
               MOVE WS-STATUS-FILE-RV TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao abrir REVALFOR.DAT: "
                   WS-STATUS-FILE-RV " (" WS-STATUS-DESCRICAO ")"
               STOP RUN
           END-IF

           OPEN INPUT SITRF-FILE
           IF WS-STATUS-FILE-SR = "00"
               MOVE "S" TO WS-SITRF-OK
           END-IF
           OPEN INPUT CERTIDAO-FILE
           IF WS-STATUS-FILE-CD = "00"
               MOVE "S" TO WS-CERTIDAO-OK
           END-IF

           PERFORM UNTIL CONTINUA NOT = "S"
               DISPLAY "===== CADASTRO DE FORNECEDORES ====="
               DISPLAY "1 - Incluir"
               DISPLAY "2 - Alterar"
               DISPLAY "3 - Excluir (lógica)"
               DISPLAY "4 - Reativar"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 3
                       PERFORM EXCLUIR-FORNECEDOR
                   WHEN 4
                       PERFORM REATIVAR-FORNECEDOR
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE PENDBANCO-FILE
           CLOSE AUTONOMO-FILE
           CLOSE FORNEND-FILE
           CLOSE REVALFOR-FILE
           IF WS-SITRF-OK = "S"
               CLOSE SITRF-FILE
           END-IF
           IF WS-CERTIDAO-OK = "S"
               CLOSE CERTIDAO-FILE
           END-IF
           IF WS-REGRABCO-OK = "S"
               CLOSE REGRABCO-FILE
           END-IF
           END-IF
           STOP RUN.

      *> Pessoa física (autônomo) entra pelo CPF: o DV é o de CPF e
      *> o número vai para F-CNPJ com zeros à esquerda, o que mantém
      *> a chave de CONTAPAGAR e HISTPAGTO sem mudança de layout.
       INCLUIR-FORNECEDOR.
           DISPLAY "Pessoa (J-Jurídica/F-Física autônomo): "
           ACCEPT WS-PESSOA
           MOVE FUNCTION UPPER-CASE(WS-PESSOA) TO WS-PESSOA

           IF WS-PESSOA = "F"
               DISPLAY "CPF (11 dígitos): " ACCEPT WS-CPF-INFORMADO
               MOVE 11 TO WS-DOC-TAM
               PERFORM VARYING WS-DOC-I FROM 1 BY 1
                       UNTIL WS-DOC-I > 11
                   MOVE WS-CPF-INFORMADO(WS-DOC-I:1)
                       TO WS-DOC-DIG(WS-DOC-I)
               END-PERFORM
               PERFORM VALIDA-DOC-DV
               IF WS-DOC-VALIDO NOT = "S"
                   DISPLAY "CPF invalido: digito verificador nao "
                       "confere."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CPF-INFORMADO TO F-CNPJ
           ELSE
               MOVE "J" TO WS-PESSOA
               DISPLAY "CNPJ (14 dígitos): " ACCEPT F-CNPJ

               PERFORM VALIDA-CNPJ
               IF WS-CNPJ-VALIDO = "N"
                   DISPLAY "CNPJ invalido: digito verificador nao "
                       "confere."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           READ FORNECEDOR-FILE
               INVALID KEY
                   DISPLAY "Razão Social: " ACCEPT F-RAZAO-SOCIAL
                   DISPLAY "Endereço: " ACCEPT F-ENDERECO
                   MOVE F-CNPJ TO FE-CNPJ
                   PERFORM ACEITA-ENDERECO-ESTRUT
                   IF WS-FE-OK NOT = "S"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Telefone: " ACCEPT F-TELEFONE
                   DISPLAY "Email: " ACCEPT F-EMAIL
                   DISPLAY "Banco (código): " ACCEPT F-BANCO
                       DISPLAY "Erro: " WS-PIX-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PESSOA = "F"
                       MOVE "F" TO F-TIPO-FORNECEDOR
                       MOVE F-CNPJ TO AN-CPF
                       PERFORM ACEITA-DADOS-AUTONOMO
                   ELSE
                       DISPLAY "Tipo (M-Mercadorias/S-Servicos/"
                           "A-Avulso/R-Recorrente): "
                       ACCEPT F-TIPO-FORNECEDOR
                   END-IF
                   DISPLAY "Limite de crédito (exposição máx. em "
                       "aberto): "
                   ACCEPT F-LIMITE-CREDITO
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE F-RAZAO-SOCIAL TO WS-AUD-DEPOIS
                       PERFORM GRAVA-AUDITORIA
                       PERFORM GRAVA-ENDERECO-ESTRUT
                       IF WS-PESSOA = "F"
                           PERFORM GRAVA-AUTONOMO
                       END-IF
                   ELSE
                       MOVE WS-STATUS-FILE TO WS-STATUS-CODE
                       PERFORM DESCREVE-STATUS-ERRO
                   EXIT PARAGRAPH
           END-READ

           IF F-TIPO-FORNECEDOR = "F"
               MOVE "F" TO WS-PESSOA
           ELSE
               MOVE "J" TO WS-PESSOA
           END-IF

           MOVE F-RAZAO-SOCIAL TO WS-AUD-ANTES
           DISPLAY "Nova Razão Social: " ACCEPT F-RAZAO-SOCIAL
           DISPLAY "Novo Endereço: " ACCEPT F-ENDERECO
           MOVE F-CNPJ TO FE-CNPJ
           PERFORM ACEITA-ENDERECO-ESTRUT
           IF WS-FE-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Novo Telefone: " ACCEPT F-TELEFONE
           DISPLAY "Novo Email: " ACCEPT F-EMAIL
      *> O tipo "F" vem do cadastro por CPF e não se troca aqui.
           IF F-TIPO-FORNECEDOR NOT = "F"
               DISPLAY "Novo Tipo (M/S/A/R): "
               ACCEPT F-TIPO-FORNECEDOR
           END-IF
           DISPLAY "Novo Limite de crédito: "
           ACCEPT F-LIMITE-CREDITO
           REWRITE FORNECEDOR-REG
               MOVE "ALTERACAO" TO WS-AUD-ACAO
               MOVE F-RAZAO-SOCIAL TO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
               PERFORM GRAVA-ENDERECO-ESTRUT
           ELSE
               MOVE WS-STATUS-FILE TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               EXIT PARAGRAPH
           END-IF

           IF F-TIPO-FORNECEDOR = "F"
               DISPLAY "Alterar NIT/dependentes do autônomo? (S/N): "
               ACCEPT RESPOSTA
               IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
                   MOVE F-CNPJ TO AN-CPF
                   PERFORM ACEITA-DADOS-AUTONOMO
                   PERFORM GRAVA-AUTONOMO
               END-IF
           END-IF

           DISPLAY "Alterar os dados bancários? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
                   " (" WS-STATUS-DESCRICAO ")"
           END-IF.

      *> Fornecedor inativado à mão volta direto. O desativado por
      *> dormência (REVALFOR.DAT) passa por duas etapas: o pedido
      *> registra a reativação e abre a proposta de dados bancários
      *> para a confirmação de outro usuário; o cadastro só volta a
      *> ficar ativo — e a aceitar conta — quando, numa nova
      *> chamada, a Receita, a CND e os dados bancários conferem.
       REATIVAR-FORNECEDOR.
           DISPLAY "CNPJ a reativar: " ACCEPT F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
                   DISPLAY "Fornecedor não encontrado."
                   EXIT PARAGRAPH
           END-READ

           IF F-ATIVO = "S"
               DISPLAY "Fornecedor já está ativo."
               EXIT PARAGRAPH
           END-IF
           IF F-CNPJ-SUCESSOR NOT = ZEROS
               DISPLAY "Cadastro fundido no CNPJ " F-CNPJ-SUCESSOR
                   "; use o cadastro sucessor."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
           MOVE F-CNPJ TO RV-CNPJ
           READ REVALFOR-FILE
               INVALID KEY
                   MOVE "L" TO RV-SITUACAO
           END-READ

           EVALUATE RV-SITUACAO
               WHEN "D"
                   PERFORM PEDE-REATIVACAO
               WHEN "R"
                   PERFORM CONCLUI-REATIVACAO
               WHEN OTHER
                   PERFORM ATIVA-FORNECEDOR
                   IF WS-STATUS-FILE = "00"
                       MOVE "INATIVO" TO WS-AUD-ANTES
                       MOVE "ATIVO" TO WS-AUD-DEPOIS
                       PERFORM GRAVA-AUDITORIA
                   END-IF
           END-EVALUATE.

       PEDE-REATIVACAO.
           DISPLAY "Fornecedor desativado por dormência em "
               RV-DATA-DESATIV " (último movimento "
               RV-ULT-MOVIMENTO ")."
           DISPLAY "A reativação exige nova consulta à Receita, CND "
               "válida (serviços) e"
           DISPLAY "reconfirmação dos dados bancários por outro "
               "usuário. Registrar o pedido? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO RV-SITUACAO
           MOVE WS-HOJE TO RV-DATA-PEDIDO
           MOVE WS-USUARIO-CHAMADOR TO RV-USUARIO-PEDIDO
           MOVE "N" TO RV-BCO-CONF
           MOVE ZEROS TO RV-DATA-BCO-CONF
           REWRITE REVALFOR-REG
           IF WS-STATUS-FILE-RV NOT = "00"
               MOVE WS-STATUS-FILE-RV TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao registrar o pedido: "
                   WS-STATUS-FILE-RV " (" WS-STATUS-DESCRICAO ")"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Pedido registrado; o fornecedor segue inativo até "
               "a revalidação."
           MOVE "REAT.PEDE" TO WS-AUD-ACAO
           MOVE "DORMENTE" TO WS-AUD-ANTES
           MOVE "REATIVACAO PEDIDA - AGUARDA REVALIDACAO"
               TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           DISPLAY "Informe os dados bancários a reconfirmar (mesmo "
               "que não tenham mudado)."
           PERFORM SOLICITA-DADOS-BANCARIOS.

       CONCLUI-REATIVACAO.
           DISPLAY "Reativação pedida em " RV-DATA-PEDIDO " por "
               RV-USUARIO-PEDIDO "; conferindo a revalidação..."
           PERFORM CONFERE-REVALIDACAO

           IF WS-RV-PENDENCIAS > 0
               DISPLAY WS-RV-PENDENCIAS " pendência(s); fornecedor "
                   "continua inativo."
               IF RV-BCO-CONF NOT = "S"
                   MOVE F-CNPJ TO PB-CNPJ
                   READ PENDBANCO-FILE
                       INVALID KEY
                           DISPLAY "Nenhuma proposta bancária na "
                               "fila. Registrar agora? (S/N): "
                           ACCEPT RESPOSTA
                           IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
                               PERFORM SOLICITA-DADOS-BANCARIOS
                           END-IF
                   END-READ
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM ATIVA-FORNECEDOR
           IF WS-STATUS-FILE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "DORMENTE" TO WS-AUD-ANTES
           MOVE "REVALIDADO: RECEITA, CND E DADOS BANCARIOS"
               TO WS-AUD-DEPOIS
           PERFORM GRAVA-AUDITORIA

           MOVE "L" TO RV-SITUACAO
           MOVE WS-HOJE TO RV-DATA-LIBERA
           MOVE WS-USUARIO-CHAMADOR TO RV-USUARIO-LIBERA
           REWRITE REVALFOR-REG
           IF WS-STATUS-FILE-RV NOT = "00"
               DISPLAY "AVISO: falha ao gravar REVALFOR.DAT: "
                   WS-STATUS-FILE-RV
           END-IF.

       ATIVA-FORNECEDOR.
           MOVE "S" TO F-ATIVO
           REWRITE FORNECEDOR-REG
           IF WS-STATUS-FILE = "00"
               DISPLAY "Fornecedor reativado com sucesso!"
               MOVE "REATIVACAO" TO WS-AUD-ACAO
           ELSE
               MOVE WS-STATUS-FILE TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao reativar: " WS-STATUS-FILE
                   " (" WS-STATUS-DESCRICAO ")"
           END-IF.

      *> Conta e mostra o que ainda falta. A consulta à Receita tem
      *> de ser posterior ao pedido (carga de SITCNPJ depois dele);
      *> pessoa física não consta do arquivo de CNPJ e dispensa essa
      *> conferência. A CND segue a regra do pagamento: INSS e FGTS
      *> em vigor para prestador de serviço.
       CONFERE-REVALIDACAO.
           MOVE ZEROS TO WS-RV-PENDENCIAS

           IF F-TIPO-FORNECEDOR NOT = "F"
               IF WS-SITRF-OK NOT = "S"
                   ADD 1 TO WS-RV-PENDENCIAS
                   DISPLAY "- Receita: situação cadastral não "
                       "carregada (SITRF.DAT)."
               ELSE
                   MOVE F-CNPJ TO SR-CNPJ
                   READ SITRF-FILE
                       INVALID KEY
                           MOVE ZEROS TO SR-DATA-VERIF
                           MOVE SPACES TO SR-SITUACAO
                   END-READ
                   EVALUATE TRUE
                       WHEN SR-DATA-VERIF < RV-DATA-PEDIDO
                           ADD 1 TO WS-RV-PENDENCIAS
                           DISPLAY "- Receita: sem consulta desde o "
                               "pedido (última " SR-DATA-VERIF ")."
                       WHEN SR-SITUACAO NOT = "A"
                           ADD 1 TO WS-RV-PENDENCIAS
                           DISPLAY "- Receita: situação "
                               SR-SITUACAO " em " SR-DATA-VERIF "."
                       WHEN OTHER
                           DISPLAY "- Receita: ativa em "
                               SR-DATA-VERIF "."
                   END-EVALUATE
               END-IF
           END-IF

           IF F-TIPO-FORNECEDOR = "S"
               MOVE "I" TO WS-CND-TIPO
               PERFORM CONFERE-CND-REATIVACAO
               MOVE "F" TO WS-CND-TIPO
               PERFORM CONFERE-CND-REATIVACAO
           END-IF

           IF RV-BCO-CONF = "S"
               DISPLAY "- Dados bancários: reconfirmados em "
                   RV-DATA-BCO-CONF "."
           ELSE
               ADD 1 TO WS-RV-PENDENCIAS
               DISPLAY "- Dados bancários: aguardando confirmação "
                   "de outro usuário (APROVBCO)."
           END-IF.

       CONFERE-CND-REATIVACAO.
           IF WS-CERTIDAO-OK NOT = "S"
               ADD 1 TO WS-RV-PENDENCIAS
               DISPLAY "- CND " WS-CND-TIPO ": não cadastrada."
               EXIT PARAGRAPH
           END-IF

           MOVE F-CNPJ      TO CD-CNPJ-FORN
           MOVE WS-CND-TIPO TO CD-TIPO
           READ CERTIDAO-FILE
               INVALID KEY
                   ADD 1 TO WS-RV-PENDENCIAS
                   DISPLAY "- CND " WS-CND-TIPO ": não cadastrada."
                   EXIT PARAGRAPH
           END-READ

           IF CD-DATA-VALIDADE < WS-HOJE
               ADD 1 TO WS-RV-PENDENCIAS
               DISPLAY "- CND " WS-CND-TIPO ": vencida em "
                   CD-DATA-VALIDADE "."
           ELSE
               DISPLAY "- CND " WS-CND-TIPO ": válida até "
                   CD-DATA-VALIDADE "."
           END-IF.

      *> CEP, UF, código IBGE e nome do município do fornecedor em
      *> FE-CNPJ; na alteração mostra o que está gravado. O código
      *> IBGE precisa começar pelo código da UF informada.
       ACEITA-ENDERECO-ESTRUT.
           MOVE "N" TO WS-FE-OK
           MOVE "S" TO WS-FE-EXISTIA
           READ FORNEND-FILE
               INVALID KEY
                   MOVE "N" TO WS-FE-EXISTIA
               NOT INVALID KEY
                   DISPLAY "Atual: CEP " FE-CEP " " FE-UF " "
                       FE-COD-IBGE " " FE-MUNICIPIO
           END-READ

           DISPLAY "CEP (8 dígitos): "
           ACCEPT FE-CEP
           DISPLAY "UF (sigla): "
           ACCEPT FE-UF
           MOVE FUNCTION UPPER-CASE(FE-UF) TO FE-UF
           DISPLAY "Código IBGE do município (7 dígitos): "
           ACCEPT FE-COD-IBGE
           DISPLAY "Município: "
           ACCEPT FE-MUNICIPIO
           MOVE FUNCTION UPPER-CASE(FE-MUNICIPIO) TO FE-MUNICIPIO

           IF FE-CEP = ZEROS
               DISPLAY "Erro: CEP obrigatório."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-UF-I FROM 1 BY 1
                   UNTIL WS-UF-I > 27
                   OR WS-UF-SIGLA(WS-UF-I) = FE-UF
               CONTINUE
           END-PERFORM
           IF WS-UF-I > 27
               DISPLAY "Erro: UF inválida."
               EXIT PARAGRAPH
           END-IF
           IF FE-COD-IBGE(1:2) NOT = WS-UF-CODIGO(WS-UF-I)
               DISPLAY "Erro: código IBGE não pertence à UF " FE-UF
                   "."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-FE-OK.

       GRAVA-ENDERECO-ESTRUT.
           IF WS-FE-EXISTIA = "S"
               REWRITE FORNEND-REG
           ELSE
               WRITE FORNEND-REG
           END-IF
           IF WS-STATUS-FILE-FE NOT = "00"
               MOVE WS-STATUS-FILE-FE TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao gravar FORNEND.DAT: "
                   WS-STATUS-FILE-FE " (" WS-STATUS-DESCRICAO ")"
           END-IF.

      *> NIT, dependentes (dedução do IRRF) e ocupação do autônomo
      *> de CPF em AN-CPF; na alteração mostra o que está gravado.
       ACEITA-DADOS-AUTONOMO.
           MOVE "S" TO WS-AN-EXISTIA
           READ AUTONOMO-FILE
               INVALID KEY
                   MOVE "N" TO WS-AN-EXISTIA
                   MOVE ZEROS  TO AN-NIT
                   MOVE ZEROS  TO AN-DEPENDENTES
                   MOVE SPACES TO AN-OCUPACAO
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO AN-DATA-CADASTRO
               NOT INVALID KEY
                   DISPLAY "Atual: NIT " AN-NIT " dependentes "
                       AN-DEPENDENTES " ocupação " AN-OCUPACAO
           END-READ

           DISPLAY "NIT/PIS do autônomo (11 dígitos): "
           ACCEPT AN-NIT
           DISPLAY "Número de dependentes (IRRF): "
           ACCEPT AN-DEPENDENTES
           DISPLAY "Ocupação/serviço prestado: "
           ACCEPT AN-OCUPACAO.

       GRAVA-AUTONOMO.
           IF WS-AN-EXISTIA = "S"
               REWRITE AUTONOMO-REG
           ELSE
               WRITE AUTONOMO-REG
           END-IF
           IF WS-STATUS-FILE-AN NOT = "00"
               MOVE WS-STATUS-FILE-AN TO WS-STATUS-CODE
               PERFORM DESCREVE-STATUS-ERRO
               DISPLAY "Erro ao gravar AUTONOMO.DAT: "
                   WS-STATUS-FILE-AN " (" WS-STATUS-DESCRICAO ")"
           ELSE
               DISPLAY "Dados do autônomo gravados."
           END-IF.

      *> Grava um registro na trilha de auditoria (arquivo comum a
      *> CADFORNE/LANCCONT/PGTOCONT); AU-CHAVE usa o CNPJ à esquerda,
      *> preenchido com espaços até o tamanho de CP-CHAVE, já que o
           END-IF.

       CONTA-CONTAS-ABERTAS.
      *> Conta, lendo só as contas do CNPJ informado pela chave
      *> alternada CP-CNPJ-FORN, quantos lançamentos em aberto,
      *> parciais ou enviados ao banco e ainda não confirmados
      *> (CP-SITUACAO = "A", "B" ou "E") existem.
           MOVE ZEROS TO WS-QTD-ABERTAS
           MOVE F-CNPJ TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
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

      *> Traduz um código de FILE STATUS (WS-STATUS-CODE) para uma
      *> descrição em português, para que as mensagens de erro não
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
