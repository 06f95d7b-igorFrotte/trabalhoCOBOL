               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RB.

      *> Itens do pedido (ver CADPEDIDO.cbl), com as quantidades
      *> recebidas (CADRECEB.cbl) e já faturadas; quando o pedido tem
      *> itens, a conferência de três vias é feita linha a linha.
           SELECT PEDITEM-FILE ASSIGN TO "PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PI.

      *> Parâmetros financeiros centrais (ver CADPARAM.cbl). Arquivo
      *> opcional: sem ele, valem os valores padrão de sempre.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               RECORD KEY IS NK-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-NK.

      *> Despesa antecipada (seguro anual, licença, contrato de
      *> manutenção): a conta marcada aqui vai para o ativo na
      *> exportação de CTBEMIS.cbl e é apropriada mês a mês por
      *> AMORTIZA.cbl, a partir do mês inicial informado. Chave =
      *> doc + CNPJ (as parcelas compartilham o mesmo plano).
           SELECT DIFERIDO-FILE ASSIGN TO "DIFERIDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               FILE STATUS IS WS-STATUS-FILE-DF.

      *> Investimento (CAPEX): a conta marcada aqui leva classe de
      *> ativo em CAPEX.DAT (registro "C" + doc + CNPJ), é conferida
      *> contra o orçamento de investimento ORCCAPEX.DAT em vez de
      *> ORCAMENTO.DAT, vai para o imobilizado em andamento na
      *> exportação de CTBEMIS.cbl e segue para o ativo fixo por
      *> EXPATIVO.cbl. O pedido CAPEX tem registro "P" (ver
      *> CADPEDIDO.cbl).
           SELECT CAPEX-FILE ASSIGN TO "CAPEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CHAVE
               FILE STATUS IS WS-STATUS-FILE-IV.

           SELECT ORCCAPEX-FILE ASSIGN TO "ORCCAPEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OK-CHAVE
               FILE STATUS IS WS-STATUS-FILE-OK.

           SELECT CLASATIV-FILE ASSIGN TO "CLASATIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-CODIGO
               FILE STATUS IS WS-STATUS-FILE-KA.

      *> Nota de serviço (fornecedor tipo S ou autônomo): código do
      *> serviço da lista municipal (LC 116) e município da
      *> prestação, que define para qual cidade vai o ISS retido na
      *> baixa (ver DECLISS.cbl). Chave = doc + CNPJ, como em
      *> DIFERIDO.DAT; o padrão do município vem do endereço
      *> estruturado do fornecedor (FORNEND.DAT, ver CADFORNE.cbl).
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

      *> Avaliação trimestral dos fornecedores (ver SCOREFOR.cbl):
      *> fornecedor em alerta na última avaliação gera aviso no
      *> lançamento. Arquivo opcional.
           SELECT SCOREFOR-FILE ASSIGN TO "SCOREFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-SC.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 RB-VALOR          PIC 9(10)V99.
           05 RB-DESCRICAO      PIC X(30).

      *> Itens do pedido (ver CADPEDIDO.cbl).
       FD PEDITEM-FILE.
       01 PEDITEM-REG.
           05 PI-CHAVE.
               10 PI-NUM-PEDIDO PIC 9(10).
               10 PI-ITEM       PIC 9(03).
           05 PI-COD-PRODUTO    PIC X(15).
           05 PI-DESCRICAO      PIC X(30).
           05 PI-QTD-PEDIDA     PIC 9(07)V999.
           05 PI-PRECO-UNIT     PIC 9(08)V9(04).
           05 PI-QTD-RECEBIDA   PIC 9(07)V999.
           05 PI-QTD-FATURADA   PIC 9(07)V999.

      *> Parâmetros financeiros centrais (ver CADPARAM.cbl).
       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 NK-EMPRESA        PIC 9(02).
           05 NK-DATA-REG       PIC 9(8).

      *> Plano da despesa antecipada (ver AMORTIZA.cbl).
       FD DIFERIDO-FILE.
       01 DIFERIDO-REG.
           05 DF-CHAVE.                     *> 10 doc + 14 CNPJ
               10 DF-NUM-DOC    PIC 9(10).
               10 DF-CNPJ-FORN  PIC 9(14).
           05 DF-EMPRESA        PIC 9(02).
           05 DF-DATA-EMISSAO   PIC 9(8).
           05 DF-CENTRO-CUSTO   PIC X(06).
           05 DF-MES-INICIO     PIC 9(06).  *> AAAAMM 1a apropriação
           05 DF-QTD-MESES      PIC 9(03).
           05 DF-VALOR-TOTAL    PIC 9(10)V99.  *> valor no lançamento
           05 DF-VALOR-APROPRIADO PIC 9(10)V99.
           05 DF-MESES-APROPRIADOS PIC 9(03).
           05 DF-ULT-ANO-MES    PIC 9(06).  *> último mês apropriado
           05 DF-SITUACAO       PIC X(1).   *> A=em apropriação,
                                            *> E=encerrado,C=cancelado
           05 DF-USUARIO        PIC X(10).
           05 DF-DATA-CADASTRO  PIC 9(8).

      *> Marcação de investimento (CAPEX) de pedidos e contas.
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

      *> Orçamento de investimento (mesmo layout de ORCAMENTO-REG).
       FD ORCCAPEX-FILE.
       01 ORCCAPEX-REG.
           05 OK-CHAVE          PIC X(12).  *> 6 centro custo + 6 anomes
           05 OK-CENTRO-CUSTO   PIC X(06).
           05 OK-ANO-MES        PIC 9(06).
           05 OK-LIMITE         PIC 9(10)V99.

       FD CLASATIV-FILE.
       01 CLASATIV-REG.
           05 KA-CODIGO         PIC X(04).
           05 KA-DESCRICAO      PIC X(30).
           05 KA-CONTA-ANDAMENTO PIC X(11). *> imobilizado em andamento
           05 KA-VIDA-UTIL      PIC 9(03).  *> meses, p/ o ativo fixo
           05 KA-ATIVO          PIC X(1).   *> S=ativa,N=desativada

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

       FD SCOREFOR-FILE.
       01 SCOREFOR-REG.
           05 SC-CHAVE.                     *> 14 CNPJ + 05 trimestre
               10 SC-CNPJ-FORN  PIC 9(14).
               10 SC-TRIMESTRE  PIC 9(05).  *> AAAAT
           05 SC-QTD-CONTAS     PIC 9(05).
           05 SC-VALOR          PIC 9(12)V99.
           05 SC-QTD-REJEICAO   PIC 9(04).
           05 SC-QTD-DISPUTA    PIC 9(04).
           05 SC-QTD-CERTIDAO   PIC 9(04).
           05 SC-QTD-DDA        PIC 9(04).
           05 SC-QTD-TRES-VIAS  PIC 9(04).
           05 SC-QTD-DUPLICADO  PIC 9(04).
           05 SC-PONTOS         PIC 9(06).
           05 SC-NOTA           PIC 9(03).  *> 0 a 100
           05 SC-CONCEITO       PIC X(01).  *> A, B, C ou D
           05 SC-ALERTA         PIC X(01).  *> S=abaixo da nota mínima
           05 SC-DATA-CALCULO   PIC 9(8).

      *> Trilha de auditoria compartilhada com CADFORNE/PGTOCONT (ver
      *> CADFORNE.cbl); um registro por inclusão gravada aqui.
       FD AUDITORIA-FILE.
       01 WS-RECEB-SOMA         PIC 9(10)V99.
       01 WS-RECEB-EXCEDE       PIC X VALUE "N".
       01 WS-RESP-RECEB         PIC X.
      *> Conferência por item: tolerância (%) sobre a quantidade
      *> recebida e o preço unitário do pedido (parâmetro TOL-3VIAS
      *> de PARAMFIN.DAT) e as linhas informadas da nota, guardadas
      *> até a gravação para acumular o faturado de cada item.
       01 WS-STATUS-FILE-PI     PIC XX.
       01 WS-PEDITEM-OK         PIC X VALUE "N".
       01 WS-TOL-3VIAS          PIC 9(03)V99 VALUE 2.00.
       01 WS-NF-COM-ITENS       PIC X.
       01 WS-NF-QTD-TXT         PIC X(15).
       01 WS-NF-PRECO-TXT       PIC X(15).
       01 WS-NF-PRECO           PIC 9(08)V9(04).
       01 WS-NF-LIMITE-QTD      PIC 9(08)V999.
       01 WS-NF-LIMITE-PRECO    PIC 9(09)V9(04).
       01 WS-NF-SOMA-ITENS      PIC 9(10)V99.
       01 WS-NF-VALOR-LINHA     PIC 9(10)V99.
       01 WS-NF-DIFERENCA       PIC S9(10)V99.
       01 WS-NF-LIMITE-VALOR    PIC 9(10)V99.
       01 WS-NF-QTD-LINHAS      PIC 9(03) VALUE ZEROS.
       01 WS-NF-I               PIC 9(03).
       01 WS-TAB-NF-ITENS.
           05 WS-NF-LINHA       OCCURS 50 TIMES.
               10 WS-NF-ITEM    PIC 9(03).
               10 WS-NF-QTD     PIC 9(07)V999.
       01 WS-ORCAMENTO-FILE-OK  PIC X VALUE "N".
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-NFE-DV-CALC        PIC 9(01).
       01 WS-NFE-CNPJ           PIC 9(14).

      *> Despesa antecipada: mês inicial e número de meses da
      *> apropriação, capturados antes da gravação das parcelas.
       01 WS-STATUS-FILE-DF     PIC XX.
       01 WS-DIFERIDO-OK        PIC X VALUE "N".
       01 WS-DIFERE             PIC X.
       01 WS-DIF-CANCELA        PIC X.
       01 WS-DIF-MES-INICIO     PIC 9(06).
       01 WS-DIF-QTD-MESES      PIC 9(03).

      *> Investimento (CAPEX): natureza e classe de ativo da conta.
       01 WS-STATUS-FILE-IV     PIC XX.
       01 WS-CAPEX-OK           PIC X VALUE "N".
       01 WS-STATUS-FILE-OK     PIC XX.
       01 WS-ORCCAPEX-OK        PIC X VALUE "N".
       01 WS-STATUS-FILE-KA     PIC XX.
       01 WS-CLASATIV-OK        PIC X VALUE "N".
       01 WS-LANC-CAPEX         PIC X VALUE "N".
       01 WS-LANC-CLASSE        PIC X(04).
       01 WS-CAPEX-CANCELA      PIC X.
       01 WS-CAPEX-OUTRA        PIC X.
       01 WS-PED-CAPEX          PIC X.

      *> Nota de serviço: código LC 116 e município da prestação.
       01 WS-STATUS-FILE-SI     PIC XX.
       01 WS-SERVISS-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-FE     PIC XX.
       01 WS-FORNEND-OK         PIC X VALUE "N".
       01 WS-LANC-SERVICO       PIC X VALUE "N".
       01 WS-LANC-COD-SERVICO   PIC X(05).
       01 WS-LANC-MUN-PREST     PIC 9(07).
       01 WS-MUN-PADRAO         PIC 9(07).
       01 WS-SERV-CANCELA       PIC X.

      *> Última avaliação trimestral do fornecedor.
       01 WS-STATUS-FILE-SC     PIC XX.
       01 WS-SCOREFOR-OK        PIC X VALUE "N".
       01 WS-SC-ACHOU           PIC X.
       01 WS-SC-TRIMESTRE       PIC 9(05).
       01 WS-SC-NOTA            PIC 9(03).
       01 WS-SC-CONCEITO        PIC X(01).
       01 WS-SC-ALERTA          PIC X(01).

       01 WS-FORMA-PGTO         PIC X(1).
       01 WS-COD-BARRAS         PIC X(47).
       01 WS-FORMA-CANCELA      PIC X.
       01 WS-BOL-VALOR          PIC 9(08)V99.
       01 WS-BOL-FATOR          PIC 9(04).
       01 WS-BOLETO-VENC        PIC 9(8).
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
               END-IF
           END-IF

      *> PEDITEM.DAT é opcional: sem ele, a conferência continua só
      *> pelo valor recebido.
           MOVE "S" TO WS-PEDITEM-OK
           OPEN I-O PEDITEM-FILE
           IF WS-STATUS-FILE-PI = "35"
               MOVE "N" TO WS-PEDITEM-OK
           ELSE
               IF WS-STATUS-FILE-PI NOT = "00"
                   MOVE WS-STATUS-FILE-PI TO WS-STATUS-CODE
                   PERFORM DESCREVE-STATUS-ERRO
                   DISPLAY "Erro ao abrir PEDITEM.DAT: "
                       WS-STATUS-FILE-PI " (" WS-STATUS-DESCRICAO ")"
                   STOP RUN
               END-IF
           END-IF

      *> ADIANT.DAT é opcional: sem ele, nenhum abatimento de
      *> adiantamento é oferecido.
           MOVE "S" TO WS-ADIANT-OK
                   WS-STATUS-FILE-NK
           END-IF

           OPEN I-O CAPEX-FILE
           IF WS-STATUS-FILE-IV = "35"
      *> CAPEX.DAT ainda não existe — cria o arquivo na primeira
      *> execução (mesmo padrão de NUMDOC.DAT acima).
               OPEN OUTPUT CAPEX-FILE
               CLOSE CAPEX-FILE
               OPEN I-O CAPEX-FILE
           END-IF
           IF WS-STATUS-FILE-IV = "00"
               MOVE "S" TO WS-CAPEX-OK
           ELSE
               DISPLAY "AVISO: marcação CAPEX indisponível: "
                   WS-STATUS-FILE-IV
           END-IF

           OPEN I-O SERVISS-FILE
           IF WS-STATUS-FILE-SI = "35"
      *> SERVISS.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT SERVISS-FILE
               CLOSE SERVISS-FILE
               OPEN I-O SERVISS-FILE
           END-IF
           IF WS-STATUS-FILE-SI = "00"
               MOVE "S" TO WS-SERVISS-OK
           ELSE
               DISPLAY "AVISO: dados de serviço (ISS) indisponíveis: "
                   WS-STATUS-FILE-SI
           END-IF
           OPEN INPUT FORNEND-FILE
           IF WS-STATUS-FILE-FE = "00"
               MOVE "S" TO WS-FORNEND-OK
           END-IF
           OPEN INPUT SCOREFOR-FILE
           IF WS-STATUS-FILE-SC = "00"
               MOVE "S" TO WS-SCOREFOR-OK
           END-IF

           OPEN INPUT ORCCAPEX-FILE
           IF WS-STATUS-FILE-OK = "00"
               MOVE "S" TO WS-ORCCAPEX-OK
           END-IF
           OPEN INPUT CLASATIV-FILE
           IF WS-STATUS-FILE-KA = "00"
               MOVE "S" TO WS-CLASATIV-OK
           END-IF

           OPEN I-O DIFERIDO-FILE
           IF WS-STATUS-FILE-DF = "35"
      *> DIFERIDO.DAT ainda não existe — cria o arquivo na primeira
      *> execução (mesmo padrão de NUMDOC.DAT acima).
               OPEN OUTPUT DIFERIDO-FILE
               CLOSE DIFERIDO-FILE
               OPEN I-O DIFERIDO-FILE
           END-IF
           IF WS-STATUS-FILE-DF = "00"
               MOVE "S" TO WS-DIFERIDO-OK
           ELSE
               DISPLAY "AVISO: despesa antecipada indisponível: "
                   WS-STATUS-FILE-DF
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           IF WS-RECEBIMENTO-OK = "S"
               CLOSE RECEBIMENTO-FILE
           END-IF
           IF WS-PEDITEM-OK = "S"
               CLOSE PEDITEM-FILE
           END-IF
           IF WS-CCUSTO-OK = "S"
               CLOSE CCUSTO-FILE
           END-IF
           IF WS-NFECHAVE-OK = "S"
               CLOSE NFECHAVE-FILE
           END-IF
           IF WS-DIFERIDO-OK = "S"
               CLOSE DIFERIDO-FILE
           END-IF
           IF WS-CAPEX-OK = "S"
               CLOSE CAPEX-FILE
           END-IF
           IF WS-ORCCAPEX-OK = "S"
               CLOSE ORCCAPEX-FILE
           END-IF
           IF WS-CLASATIV-OK = "S"
               CLOSE CLASATIV-FILE
           END-IF
           IF WS-SERVISS-OK = "S"
               CLOSE SERVISS-FILE
           END-IF
           IF WS-FORNEND-OK = "S"
               CLOSE FORNEND-FILE
           END-IF
           IF WS-SCOREFOR-OK = "S"
               CLOSE SCOREFOR-FILE
           END-IF
           IF WS-ORCAMENTO-FILE-OK = "S"
               CLOSE ORCAMENTO-FILE
           END-IF
               MOVE WS-NUMDOC-TXT TO CP-NUM-DOC
           END-IF

           DISPLAY "CNPJ/CPF do Fornecedor (14 dígitos; CPF com "
               "zeros à esquerda): "
           ACCEPT CP-CNPJ-FORN
           MOVE CP-CNPJ-FORN TO F-CNPJ

               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-AVALIACAO-FORN

      *> Pessoa física não emite NF-e: o documento do pagamento é o
      *> RPA, impresso na baixa com o IRRF e o INSS do mês.
           IF F-TIPO-FORNECEDOR = "F"
               MOVE SPACES TO WS-CHAVE-NFE
               DISPLAY "Autônomo (CPF): o RPA com IRRF/INSS será "
                   "emitido no pagamento."
           ELSE
               PERFORM CAPTURA-CHAVE-NFE
               IF WS-NFE-CANCELA = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CAPTURA-SERVICO-ISS
           IF WS-SERV-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURA-CAPEX
           IF WS-CAPEX-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-ORCAMENTO

      *> A varredura acima também usa CONTA-REG como área de leitura;
           ACCEPT CP-NUM-PEDIDO
           PERFORM VERIFICA-PEDIDO

           PERFORM CONFERE-CAPEX-PEDIDO
           IF WS-CAPEX-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-RECEBIMENTO

           IF WS-RECEB-EXCEDE = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURA-DIFERIMENTO
           IF WS-DIF-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

      *> O consumo do pedido é pelo valor BRUTO da nota, antes do
      *> abatimento de adiantamento (o fornecedor faturou o valor
      *> cheio contra o pedido).
                   INVALID KEY
                       WRITE CONTA-REG
                       IF WS-STATUS-FILE-C = "00"
                           MOVE "I" TO WS-JN-OPERACAO
                           PERFORM JORNAL-CONTA
                           DISPLAY "Parcela " WS-PARC-I " de "
                               WS-NUM-PARCELAS " lançada. Vencimento: "
                               CP-DATA-VENC " Valor: " CP-VALOR

           PERFORM ATUALIZA-CONSUMO-PEDIDO

           PERFORM ATUALIZA-ITENS-FATURADOS

           PERFORM GRAVA-CHAVE-NFE

           PERFORM GRAVA-RATEIO

           PERFORM GRAVA-DIFERIMENTO

           PERFORM GRAVA-CAPEX

           PERFORM GRAVA-SERVICO-ISS.

      *> Rateio opcional da conta entre até 10 centros de custo por
      *> percentual: cada centro é validado em CCUSTO.DAT e a soma
           END-PERFORM
           DISPLAY "Rateio gravado em " WS-RATEIO-QTD " linha(s).".

      *> Despesa antecipada: em vez de cair inteira no mês da
      *> emissão, a conta é apropriada em parcelas mensais iguais a
      *> partir do mês inicial (a última absorve o arredondamento).
      *> O mês inicial não pode estar em período já fechado, nem
      *> antes do mês da emissão.
      *> Investimento vai para o imobilizado, não é apropriado como
      *> despesa antecipada.
       CAPTURA-DIFERIMENTO.
           MOVE "N" TO WS-DIF-CANCELA
           MOVE "N" TO WS-DIFERE
           IF WS-DIFERIDO-OK NOT = "S" OR WS-LANC-CAPEX = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Despesa antecipada a apropriar mês a mês? (S/N): "
           ACCEPT WS-DIFERE
           MOVE FUNCTION UPPER-CASE(WS-DIFERE) TO WS-DIFERE
           IF WS-DIFERE NOT = "S"
               MOVE "N" TO WS-DIFERE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Mês inicial da apropriação (AAAAMM): "
           ACCEPT WS-DIF-MES-INICIO
           IF WS-DIF-MES-INICIO(5:2) < "01"
                   OR WS-DIF-MES-INICIO(5:2) > "12"
                   OR WS-DIF-MES-INICIO < CP-DATA-EMISSAO(1:6)
                   OR WS-DIF-MES-INICIO <= WS-ANO-MES-FECHADO
               DISPLAY "Erro: mês inicial inválido, anterior à "
                   "emissão ou em período fechado."
               MOVE "S" TO WS-DIF-CANCELA
               DISPLAY "Lançamento cancelado pelo operador."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Número de meses (2 a 120): "
           ACCEPT WS-DIF-QTD-MESES
           IF WS-DIF-QTD-MESES < 2 OR WS-DIF-QTD-MESES > 120
               DISPLAY "Erro: número de meses deve ser de 2 a 120."
               MOVE "S" TO WS-DIF-CANCELA
               DISPLAY "Lançamento cancelado pelo operador."
           END-IF.

       GRAVA-DIFERIMENTO.
           IF WS-DIFERE NOT = "S"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE DIFERIDO-REG
           MOVE WS-ENTRADA-NUM-DOC  TO DF-NUM-DOC
           MOVE WS-ENTRADA-CNPJ     TO DF-CNPJ-FORN
           MOVE WS-EMPRESA-CHAMADA  TO DF-EMPRESA
           MOVE WS-ENTRADA-EMISSAO  TO DF-DATA-EMISSAO
           MOVE WS-ENTRADA-CENTRO   TO DF-CENTRO-CUSTO
           MOVE WS-DIF-MES-INICIO   TO DF-MES-INICIO
           MOVE WS-DIF-QTD-MESES    TO DF-QTD-MESES
           MOVE WS-VALOR-BRL        TO DF-VALOR-TOTAL
           MOVE ZEROS               TO DF-VALOR-APROPRIADO
           MOVE ZEROS               TO DF-MESES-APROPRIADOS
           MOVE ZEROS               TO DF-ULT-ANO-MES
           MOVE "A"                 TO DF-SITUACAO
           MOVE WS-USUARIO-CHAMADOR TO DF-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO DF-DATA-CADASTRO
           WRITE DIFERIDO-REG
           IF WS-STATUS-FILE-DF NOT = "00"
               DISPLAY "AVISO: falha ao gravar despesa antecipada: "
                   WS-STATUS-FILE-DF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Despesa antecipada: " WS-DIF-QTD-MESES
               " mes(es) a partir de " WS-DIF-MES-INICIO "."

           MOVE "DIFERIDO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "INICIO=" DELIMITED BY SIZE
                  WS-DIF-MES-INICIO DELIMITED BY SIZE
                  " MESES=" DELIMITED BY SIZE
                  WS-DIF-QTD-MESES DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  DF-VALOR-TOTAL DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           STRING WS-ENTRADA-NUM-DOC DELIMITED BY SIZE
                  WS-ENTRADA-CNPJ DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO CP-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Investimento (equipamento, obra, reforma): a classe de ativo
      *> é obrigatória e, com CLASATIV.DAT presente, precisa estar
      *> cadastrada e ativa. A natureza decide qual orçamento é
      *> conferido em VERIFICA-ORCAMENTO.
       CAPTURA-CAPEX.
           MOVE "N" TO WS-CAPEX-CANCELA
           MOVE "N" TO WS-LANC-CAPEX
           MOVE SPACES TO WS-LANC-CLASSE
           IF WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Investimento (CAPEX)? (S/N): "
           ACCEPT WS-LANC-CAPEX
           MOVE FUNCTION UPPER-CASE(WS-LANC-CAPEX) TO WS-LANC-CAPEX
           IF WS-LANC-CAPEX NOT = "S"
               MOVE "N" TO WS-LANC-CAPEX
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Classe de ativo (ver CADCLATV): "
           ACCEPT WS-LANC-CLASSE
           MOVE FUNCTION UPPER-CASE(WS-LANC-CLASSE) TO WS-LANC-CLASSE
           IF WS-LANC-CLASSE = SPACES
               DISPLAY "Erro: classe de ativo obrigatória."
               MOVE "S" TO WS-CAPEX-CANCELA
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASATIV-OK = "S"
               MOVE WS-LANC-CLASSE TO KA-CODIGO
               READ CLASATIV-FILE
                   INVALID KEY
                       DISPLAY "Erro: classe de ativo não cadastrada."
                       MOVE "S" TO WS-CAPEX-CANCELA
                   NOT INVALID KEY
                       IF KA-ATIVO NOT = "S"
                           DISPLAY "Erro: classe de ativo desativada."
                           MOVE "S" TO WS-CAPEX-CANCELA
                       END-IF
               END-READ
           END-IF.

      *> Fornecedor de serviços (tipo S) e autônomo têm ISS retido na
      *> baixa: o código do serviço é obrigatório e o município da
      *> prestação, quando não informado, é o do endereço do
      *> fornecedor. Sem nenhum dos dois o ISS não teria cidade.
       CAPTURA-SERVICO-ISS.
           MOVE "N" TO WS-SERV-CANCELA
           MOVE "N" TO WS-LANC-SERVICO
           IF WS-SERVISS-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF F-TIPO-FORNECEDOR NOT = "S"
                   AND F-TIPO-FORNECEDOR NOT = "F"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-MUN-PADRAO
           IF WS-FORNEND-OK = "S"
               MOVE F-CNPJ TO FE-CNPJ
               READ FORNEND-FILE
                   NOT INVALID KEY
                       MOVE FE-COD-IBGE TO WS-MUN-PADRAO
               END-READ
           END-IF

           DISPLAY "Código do serviço (LC 116, ex: 07.02): "
           ACCEPT WS-LANC-COD-SERVICO
           IF WS-LANC-COD-SERVICO = SPACES
               DISPLAY "Erro: código do serviço obrigatório para "
                   "nota de serviço."
               MOVE "S" TO WS-SERV-CANCELA
               EXIT PARAGRAPH
           END-IF

           IF WS-MUN-PADRAO NOT = ZEROS
               DISPLAY "Município da prestação (IBGE, zeros = "
                   WS-MUN-PADRAO " " FE-MUNICIPIO "): "
           ELSE
               DISPLAY "Município da prestação (IBGE, 7 dígitos): "
           END-IF
           ACCEPT WS-LANC-MUN-PREST
           IF WS-LANC-MUN-PREST = ZEROS
               MOVE WS-MUN-PADRAO TO WS-LANC-MUN-PREST
           END-IF
           IF WS-LANC-MUN-PREST < 1100000
               DISPLAY "Erro: município da prestação inválido ou "
                   "não informado (ver endereço em CADFORNE)."
               MOVE "S" TO WS-SERV-CANCELA
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-LANC-SERVICO.

       GRAVA-SERVICO-ISS.
           IF WS-LANC-SERVICO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRADA-NUM-DOC  TO SI-NUM-DOC
           MOVE WS-ENTRADA-CNPJ     TO SI-CNPJ-FORN
           MOVE WS-LANC-COD-SERVICO TO SI-COD-SERVICO
           MOVE WS-LANC-MUN-PREST   TO SI-MUN-PRESTACAO
           MOVE WS-EMPRESA-CHAMADA  TO SI-EMPRESA
           MOVE FUNCTION CURRENT-DATE(1:8) TO SI-DATA-CADASTRO
           WRITE SERVISS-REG
           IF WS-STATUS-FILE-SI NOT = "00"
               DISPLAY "AVISO: falha ao gravar dados do serviço: "
                   WS-STATUS-FILE-SI
           END-IF.

      *> A natureza da nota precisa bater com a do pedido: nota de
      *> investimento contra pedido de despesa (ou o contrário)
      *> consumiria o orçamento errado e é recusada. Classe de ativo
      *> diferente da do pedido é apenas avisada.
       CONFERE-CAPEX-PEDIDO.
           MOVE "N" TO WS-CAPEX-CANCELA
           IF WS-PEDIDO-ACHOU NOT = "S" OR WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PED-CAPEX
           MOVE "P"           TO IV-TIPO
           MOVE CP-NUM-PEDIDO TO IV-NUM-DOC
           MOVE ZEROS         TO IV-CNPJ-FORN
           READ CAPEX-FILE
               NOT INVALID KEY
                   MOVE "S" TO WS-PED-CAPEX
           END-READ

           IF WS-PED-CAPEX NOT = WS-LANC-CAPEX
               IF WS-PED-CAPEX = "S"
                   DISPLAY "Erro: pedido " CP-NUM-PEDIDO
                       " é de investimento (CAPEX); a nota também "
                       "precisa ser."
               ELSE
                   DISPLAY "Erro: pedido " CP-NUM-PEDIDO
                       " é de despesa; nota CAPEX exige pedido CAPEX."
               END-IF
               DISPLAY "Lançamento cancelado."
               MOVE "S" TO WS-CAPEX-CANCELA
               EXIT PARAGRAPH
           END-IF

           IF WS-PED-CAPEX = "S" AND IV-CLASSE NOT = WS-LANC-CLASSE
               DISPLAY "AVISO: classe de ativo do pedido é "
                   IV-CLASSE "."
           END-IF.

       GRAVA-CAPEX.
           IF WS-LANC-CAPEX NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "C"                 TO IV-TIPO
           MOVE WS-ENTRADA-NUM-DOC  TO IV-NUM-DOC
           MOVE WS-ENTRADA-CNPJ     TO IV-CNPJ-FORN
           MOVE WS-LANC-CLASSE      TO IV-CLASSE
           MOVE CP-NUM-PEDIDO       TO IV-NUM-PEDIDO
           MOVE WS-ENTRADA-CENTRO   TO IV-CENTRO-CUSTO
           MOVE WS-EMPRESA-CHAMADA  TO IV-EMPRESA
           MOVE WS-CHAVE-NFE        TO IV-CHAVE-NFE
           MOVE WS-USUARIO-CHAMADOR TO IV-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO IV-DATA-CADASTRO
           WRITE CAPEX-REG
           IF WS-STATUS-FILE-IV NOT = "00"
               DISPLAY "AVISO: falha ao gravar marcação CAPEX: "
                   WS-STATUS-FILE-IV
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Investimento (CAPEX), classe " WS-LANC-CLASSE "."

           MOVE "CAPEX" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "CLASSE=" DELIMITED BY SIZE
                  WS-LANC-CLASSE DELIMITED BY SIZE
                  " PEDIDO=" DELIMITED BY SIZE
                  CP-NUM-PEDIDO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           STRING WS-ENTRADA-NUM-DOC DELIMITED BY SIZE
                  WS-ENTRADA-CNPJ DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO CP-CHAVE
           PERFORM GRAVA-AUDITORIA.

      *> Natureza (CAPEX ou despesa) da conta na área CONTA-REG,
      *> comparada à do lançamento atual: WS-CAPEX-OUTRA = "S" quando
      *> a conta pertence ao outro orçamento.
       CONFERE-NATUREZA-CONTA.
           MOVE "N" TO WS-CAPEX-OUTRA
           IF WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "C"          TO IV-TIPO
           MOVE CP-NUM-DOC   TO IV-NUM-DOC
           MOVE CP-CNPJ-FORN TO IV-CNPJ-FORN
           READ CAPEX-FILE
               INVALID KEY
                   IF WS-LANC-CAPEX = "S"
                       MOVE "S" TO WS-CAPEX-OUTRA
                   END-IF
               NOT INVALID KEY
                   IF WS-LANC-CAPEX NOT = "S"
                       MOVE "S" TO WS-CAPEX-OUTRA
                   END-IF
           END-READ.

      *> Calcula o vencimento proposto pela condição comercial do
      *> fornecedor (ver CADPRAZO.cbl): "D" soma o prazo à emissão,
      *> "F" cai no dia fixo do mês (neste mês se ainda couber,
                   MOVE PRM-VALOR TO WS-MAX-PARCELAS
           END-READ

           MOVE "TOL-3VIAS" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-TOL-3VIAS
           END-READ

           CLOSE PARAMFIN-FILE.

      *> Oferece o saldo de adiantamentos já pagos ao fornecedor
               MOVE "S" TO WS-RF-BLOQUEIO
           END-IF.

      *> Lê as avaliações do fornecedor em ordem de trimestre e fica
      *> com a última; em alerta, só avisa — o lançamento segue.
       VERIFICA-AVALIACAO-FORN.
           IF WS-SCOREFOR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SC-ACHOU
           MOVE CP-CNPJ-FORN TO SC-CNPJ-FORN
           MOVE ZEROS TO SC-TRIMESTRE
           START SCOREFOR-FILE KEY IS NOT LESS SC-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ SCOREFOR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-SC
           END-READ
           PERFORM UNTIL WS-STATUS-FILE-SC = "10"
                   OR SC-CNPJ-FORN NOT = CP-CNPJ-FORN
               MOVE "S" TO WS-SC-ACHOU
               MOVE SC-TRIMESTRE TO WS-SC-TRIMESTRE
               MOVE SC-NOTA      TO WS-SC-NOTA
               MOVE SC-CONCEITO  TO WS-SC-CONCEITO
               MOVE SC-ALERTA    TO WS-SC-ALERTA
               READ SCOREFOR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-SC
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-SC

           IF WS-SC-ACHOU = "S" AND WS-SC-ALERTA = "S"
               DISPLAY "AVISO: fornecedor em alerta na avaliação do "
                   "trimestre " WS-SC-TRIMESTRE " (nota " WS-SC-NOTA
                   ", conceito " WS-SC-CONCEITO ")."
           END-IF.

      *> Abre as autorizações por centro (AUTCC.DAT, opcional) e
      *> carrega o perfil do operador; sem USUARIO.DAT o perfil é
      *> "A", como em EFETUA-LOGIN (MENU.cbl).
           END-IF.

      *> Confere o valor já lançado no mês/centro de custo contra o
      *> limite aprovado em ORCAMENTO.DAT (ORCCAPEX.DAT quando o
      *> lançamento é de investimento), se o arquivo existir.
      *> Conta com rateio é conferida linha a linha, cada centro com
      *> a sua fatia do valor. Excesso é apenas sinalizado em
      *> WS-ORC-EXCEDE; quem decide bloquear ou seguir com
      *> confirmação é LANCA-CONTA.
       VERIFICA-ORCAMENTO.
           MOVE "N" TO WS-ORC-EXCEDE
           IF WS-LANC-CAPEX = "S"
               IF WS-ORCCAPEX-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-ORCAMENTO-FILE-OK NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-RATEIO-QTD = ZEROS
           END-IF.

       CONFERE-ORCAMENTO-CC.
           IF WS-LANC-CAPEX = "S"
               STRING WS-ORC-CC DELIMITED BY SIZE
                   WS-ANO-MES-LANC DELIMITED BY SIZE
                   INTO OK-CHAVE
               READ ORCCAPEX-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE OK-LIMITE TO WS-ORC-LIMITE
           ELSE
               STRING WS-ORC-CC DELIMITED BY SIZE
                   WS-ANO-MES-LANC DELIMITED BY SIZE
                   INTO OR-CHAVE
               READ ORCAMENTO-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE OR-LIMITE TO WS-ORC-LIMITE
           END-IF

           PERFORM SOMA-ORCAMENTO-ATUAL


      *> Fatia da conta corrente (área CONTA-REG) atribuível a
      *> WS-ORC-CC: as linhas de rateio da conta, quando existem,
      *> valem no lugar do centro do cabeçalho. Conta da outra
      *> natureza (CAPEX x despesa) não entra na soma.
       SOMA-FATIA-ORCAMENTO.
           PERFORM CONFERE-NATUREZA-CONTA
           IF WS-CAPEX-OUTRA = "S"
               EXIT PARAGRAPH
           END-IF

           IF WS-RATEIO-OK NOT = "S"
               IF CP-CENTRO-CUSTO = WS-ORC-CC
                   ADD CP-VALOR TO WS-ORC-SOMA
               MOVE "S" TO WS-LIMITE-EXCEDE
           END-IF.

      *> Soma o CP-SALDO das contas em aberto ou parciais do mesmo
      *> fornecedor, lendo só as contas dele pela chave alternada
      *> CP-CNPJ-FORN.
       SOMA-EXPOSICAO-FORNECEDOR.
           MOVE ZEROS TO WS-EXPOSICAO-SOMA
           MOVE WS-ENTRADA-CNPJ TO CP-CNPJ-FORN
           START CONTAPAGAR-FILE KEY IS EQUAL CP-CNPJ-FORN
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-CNPJ-FORN NOT = WS-ENTRADA-CNPJ
               IF CP-SITUACAO = "A" OR CP-SITUACAO = "B"
                   ADD CP-SALDO TO WS-EXPOSICAO-SOMA
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

      *> Confere o pedido/contrato informado contra PEDIDO.DAT, se o
      *> arquivo existir. Lançamento sem pedido correspondente em
      *> lançado contra o pedido) não pode ultrapassar o valor da
      *> mercadoria efetivamente recebida em RECEBIMENTO.DAT. Excesso
      *> é sinalizado em WS-RECEB-EXCEDE; quem decide bloquear ou
      *> liberar com aval do supervisor é LANCA-CONTA. Pedido com
      *> itens é conferido linha a linha em CONFERE-ITENS-NOTA.
       VERIFICA-RECEBIMENTO.
           MOVE "N" TO WS-RECEB-EXCEDE
           MOVE ZEROS TO WS-NF-QTD-LINHAS
           IF WS-PEDIDO-ACHOU NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFERE-ITENS-NOTA
           IF WS-NF-COM-ITENS = "S"
               EXIT PARAGRAPH
           END-IF

           IF WS-RECEBIMENTO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

               MOVE "S" TO WS-RECEB-EXCEDE
           END-IF.

      *> Conferência de três vias por item: para cada linha do pedido
      *> o operador informa a quantidade e o preço unitário da nota.
      *> A linha falha quando o faturado acumulado passa da quantidade
      *> recebida, ou quando o preço passa do preço do pedido, além
      *> da tolerância WS-TOL-3VIAS; a linha que falhou é exibida e o
      *> excesso vai para WS-RECEB-EXCEDE como na conferência por
      *> valor.
       CONFERE-ITENS-NOTA.
           MOVE "N" TO WS-NF-COM-ITENS
           MOVE ZEROS TO WS-NF-SOMA-ITENS
           IF WS-PEDITEM-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE PD-NUM-PEDIDO TO PI-NUM-PEDIDO
           MOVE ZEROS TO PI-ITEM
           START PEDITEM-FILE KEY IS NOT LESS PI-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ PEDITEM-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF PI-NUM-PEDIDO NOT = PD-NUM-PEDIDO
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-NF-COM-ITENS
           DISPLAY "Pedido com itens: informe quantidade e preço da "
               "nota por item."
           PERFORM UNTIL WS-STATUS-FILE-PI = "10"
                   OR PI-NUM-PEDIDO NOT = PD-NUM-PEDIDO
                   OR WS-NF-QTD-LINHAS >= 50
               DISPLAY "Item " PI-ITEM " " PI-COD-PRODUTO " "
                   PI-DESCRICAO
               DISPLAY "  recebida " PI-QTD-RECEBIDA " faturada "
                   PI-QTD-FATURADA " preço " PI-PRECO-UNIT
               DISPLAY "  Quantidade na nota (0 se não consta): "
               ACCEPT WS-NF-QTD-TXT
               IF WS-NF-QTD-TXT NOT = SPACES
                   ADD 1 TO WS-NF-QTD-LINHAS
                   MOVE PI-ITEM TO WS-NF-ITEM(WS-NF-QTD-LINHAS)
                   COMPUTE WS-NF-QTD(WS-NF-QTD-LINHAS) =
                       FUNCTION NUMVAL(WS-NF-QTD-TXT)
                   IF WS-NF-QTD(WS-NF-QTD-LINHAS) = ZEROS
                       SUBTRACT 1 FROM WS-NF-QTD-LINHAS
                   ELSE
                       PERFORM CONFERE-LINHA-NOTA
                   END-IF
               END-IF
               READ PEDITEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PI
               END-READ
           END-PERFORM

      *> A soma das linhas deve bater com o valor da nota, dentro da
      *> mesma tolerância.
           COMPUTE WS-NF-DIFERENCA = WS-VALOR-BRL - WS-NF-SOMA-ITENS
           IF WS-NF-DIFERENCA < ZEROS
               COMPUTE WS-NF-DIFERENCA = 0 - WS-NF-DIFERENCA
           END-IF
           COMPUTE WS-NF-LIMITE-VALOR ROUNDED =
               WS-VALOR-BRL * WS-TOL-3VIAS / 100
           IF WS-NF-DIFERENCA > WS-NF-LIMITE-VALOR
               DISPLAY "AVISO: soma dos itens " WS-NF-SOMA-ITENS
                   " não bate com o valor da nota " WS-VALOR-BRL
               MOVE "S" TO WS-RECEB-EXCEDE
           END-IF.

      *> Confere a linha WS-NF-QTD-LINHAS contra o item em
      *> PEDITEM-REG.
       CONFERE-LINHA-NOTA.
           DISPLAY "  Preço unitário na nota (ex: 15.90): "
           ACCEPT WS-NF-PRECO-TXT
           COMPUTE WS-NF-PRECO = FUNCTION NUMVAL(WS-NF-PRECO-TXT)

           COMPUTE WS-NF-VALOR-LINHA ROUNDED =
               WS-NF-QTD(WS-NF-QTD-LINHAS) * WS-NF-PRECO
           ADD WS-NF-VALOR-LINHA TO WS-NF-SOMA-ITENS

           COMPUTE WS-NF-LIMITE-QTD ROUNDED =
               PI-QTD-RECEBIDA * (100 + WS-TOL-3VIAS) / 100
           IF PI-QTD-FATURADA + WS-NF-QTD(WS-NF-QTD-LINHAS)
                   > WS-NF-LIMITE-QTD
               DISPLAY "AVISO: item " PI-ITEM " (" PI-COD-PRODUTO
                   ") quantidade faturada acima da recebida."
               DISPLAY "  Recebida: " PI-QTD-RECEBIDA
                   " Já faturada: " PI-QTD-FATURADA
                   " Nota: " WS-NF-QTD(WS-NF-QTD-LINHAS)
               MOVE "S" TO WS-RECEB-EXCEDE
           END-IF

           COMPUTE WS-NF-LIMITE-PRECO ROUNDED =
               PI-PRECO-UNIT * (100 + WS-TOL-3VIAS) / 100
           IF WS-NF-PRECO > WS-NF-LIMITE-PRECO
               DISPLAY "AVISO: item " PI-ITEM " (" PI-COD-PRODUTO
                   ") preço unitário acima do pedido."
               DISPLAY "  Pedido: " PI-PRECO-UNIT
                   " Nota: " WS-NF-PRECO
               MOVE "S" TO WS-RECEB-EXCEDE
           END-IF.

      *> Acumula no item do pedido a quantidade faturada pela nota
      *> recém-lançada (linhas guardadas em CONFERE-ITENS-NOTA).
       ATUALIZA-ITENS-FATURADOS.
           IF WS-PEDIDO-ACHOU NOT = "S"
                   OR WS-NF-QTD-LINHAS = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-NF-I FROM 1 BY 1
                   UNTIL WS-NF-I > WS-NF-QTD-LINHAS
               MOVE PD-NUM-PEDIDO       TO PI-NUM-PEDIDO
               MOVE WS-NF-ITEM(WS-NF-I) TO PI-ITEM
               READ PEDITEM-FILE
                   INVALID KEY
                       DISPLAY "AVISO: item " PI-ITEM
                           " do pedido não encontrado."
                   NOT INVALID KEY
                       ADD WS-NF-QTD(WS-NF-I) TO PI-QTD-FATURADA
                       REWRITE PEDITEM-REG
                       IF WS-STATUS-FILE-PI NOT = "00"
                           DISPLAY "AVISO: falha ao atualizar item "
                               PI-ITEM ": " WS-STATUS-FILE-PI
                       END-IF
               END-READ
           END-PERFORM.

      *> Soma RB-VALOR de todos os recebimentos do pedido em
      *> PEDIDO-REG, lendo por chave a partir da sequência 00 até
      *> mudar o número do pedido.
               END-READ
           END-IF.

      *> Procura outro documento com o mesmo CP-NUM-DOC lançado sob
      *> um CNPJ diferente e com emissão próxima (até 5 dias) —
      *> indício de nota reemitida por outro CNPJ do mesmo
      *> grupo/fornecedor. CP-CHAVE começa pelo número do documento,
      *> então basta ler a faixa da chave com esse número.
       VERIFICA-DOC-DUPLICADO.
           MOVE "N" TO WS-DUP-ENCONTRADA
           MOVE LOW-VALUES TO CP-CHAVE
           MOVE WS-ENTRADA-NUM-DOC TO CP-CHAVE(1:10)
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-NUM-DOC NOT = WS-ENTRADA-NUM-DOC
               IF CP-CNPJ-FORN NOT = WS-ENTRADA-CNPJ
                   COMPUTE WS-DUP-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-ENTRADA-EMISSAO)
                       - FUNCTION INTEGER-OF-DATE(CP-DATA-EMISSAO)
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

      *> Grava uma linha na trilha de auditoria compartilhada (ver
      *> CADFORNE.cbl); não fatal se o arquivo não puder ser aberto.
                   MOVE "código de status não mapeado"
                       TO WS-STATUS-DESCRICAO
           END-EVALUATE.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "LANCCONT" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
