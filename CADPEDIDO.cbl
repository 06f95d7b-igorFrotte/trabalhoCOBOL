               RECORD KEY IS PD-NUM-PEDIDO
               FILE STATUS IS WS-STATUS-FILE-P.

      *> Linhas de item do pedido (produto, quantidade e preço
      *> unitário), com as quantidades já recebidas (CADRECEB.cbl) e
      *> faturadas (LANCCONT.cbl) para a conferência por item.
           SELECT PEDITEM-FILE ASSIGN TO "PEDITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PI.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WS-STATUS-FILE-OR.

      *> Pedido de investimento (CAPEX): a classe de ativo fica em
      *> CAPEX.DAT (registro "P" + nº do pedido) e o empenho é
      *> conferido contra o orçamento de investimento ORCCAPEX.DAT,
      *> com o mesmo layout de ORCAMENTO.DAT (ver ORCAMEN.cbl). As
      *> classes vêm de CLASATIV.DAT (ver CADCLATV.cbl). ORCCAPEX e
      *> CLASATIV são opcionais.
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

      *> Trilha de auditoria compartilhada com CADFORNE/LANCCONT/
      *> PGTOCONT (ver CADFORNE.cbl); um registro por inclusão,
      *> alteração ou encerramento de pedido.
           05 PD-VALOR-PEDIDO   PIC 9(10)V99.  *> valor aprovado
           05 PD-VALOR-CONSUMIDO PIC 9(10)V99. *> notas já lançadas

      *> Item do pedido; chave = pedido + nº do item. Pedido sem
      *> itens segue conferido só pelo valor, como antes.
       FD PEDITEM-FILE.
       01 PEDITEM-REG.
           05 PI-CHAVE.
               10 PI-NUM-PEDIDO PIC 9(10).
               10 PI-ITEM       PIC 9(03).
           05 PI-COD-PRODUTO    PIC X(15).
           05 PI-DESCRICAO      PIC X(30).
           05 PI-QTD-PEDIDA     PIC 9(07)V999.
           05 PI-PRECO-UNIT     PIC 9(08)V9(04).
           05 PI-QTD-RECEBIDA   PIC 9(07)V999.  *> ver CADRECEB.cbl
           05 PI-QTD-FATURADA   PIC 9(07)V999.  *> ver LANCCONT.cbl

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 OR-ANO-MES        PIC 9(06).
           05 OR-LIMITE         PIC 9(10)V99.

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

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-VALOR-TXT          PIC X(15).
       01 WS-VALOR-NUM          PIC 9(10)V99.

      *> Itens digitados na inclusão (até 50 por pedido); o valor
      *> aprovado passa a ser a soma quantidade x preço das linhas.
       01 WS-STATUS-FILE-PI     PIC XX.
       01 WS-RESP-ITENS         PIC X.
       01 WS-ITENS-CANCELA      PIC X.
       01 WS-ITENS-QTD          PIC 9(03) VALUE ZEROS.
       01 WS-IT-I               PIC 9(03).
       01 WS-IT-COD-TXT         PIC X(15).
       01 WS-IT-QTD-TXT         PIC X(15).
       01 WS-IT-PRECO-TXT       PIC X(15).
       01 WS-IT-VALOR-LINHA     PIC 9(10)V99.
       01 WS-TAB-ITENS.
           05 WS-IT-LINHA       OCCURS 50 TIMES.
               10 WS-IT-COD     PIC X(15).
               10 WS-IT-DESC    PIC X(30).
               10 WS-IT-QTD     PIC 9(07)V999.
               10 WS-IT-PRECO   PIC 9(08)V9(04).
       01 WS-QTD-A-RECEBER      PIC S9(07)V999.
       01 WS-QTD-A-FATURAR      PIC S9(07)V999.

       01 WS-STATUS-FILE-IV     PIC XX.
       01 WS-CAPEX-OK           PIC X VALUE "N".
       01 WS-STATUS-FILE-OK     PIC XX.
       01 WS-ORCCAPEX-OK        PIC X VALUE "N".
       01 WS-STATUS-FILE-KA     PIC XX.
       01 WS-CLASATIV-OK        PIC X VALUE "N".
       01 WS-PED-CAPEX          PIC X VALUE "N".
       01 WS-PED-CLASSE         PIC X(04).
       01 WS-CAPEX-CANCELA      PIC X.

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

               STOP RUN
           END-IF

           OPEN I-O PEDITEM-FILE
           IF WS-STATUS-FILE-PI = "35"
      *> PEDITEM.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT PEDITEM-FILE
               CLOSE PEDITEM-FILE
               OPEN I-O PEDITEM-FILE
           END-IF
           IF WS-STATUS-FILE-PI NOT = "00"
               DISPLAY "Erro ao abrir PEDITEM.DAT: " WS-STATUS-FILE-PI
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               END-IF
           END-IF

           OPEN I-O CAPEX-FILE
           IF WS-STATUS-FILE-IV = "35"
      *> CAPEX.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT CAPEX-FILE
               CLOSE CAPEX-FILE
               OPEN I-O CAPEX-FILE
           END-IF
           IF WS-STATUS-FILE-IV = "00"
               MOVE "S" TO WS-CAPEX-OK
           ELSE
               DISPLAY "AVISO: CAPEX.DAT indisponível ("
                   WS-STATUS-FILE-IV "); pedidos sem marcação CAPEX."
           END-IF

           OPEN INPUT ORCCAPEX-FILE
           IF WS-STATUS-FILE-OK = "00"
               MOVE "S" TO WS-ORCCAPEX-OK
           END-IF
           OPEN INPUT CLASATIV-FILE
           IF WS-STATUS-FILE-KA = "00"
               MOVE "S" TO WS-CLASATIV-OK
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
               DISPLAY "1 - Incluir"
               DISPLAY "2 - Alterar valor aprovado"
               DISPLAY "3 - Encerrar"
               DISPLAY "4 - Consultar itens e saldo a receber"
               DISPLAY "5 - Sair"
               ACCEPT OPCAO

               EVALUATE OPCAO
                   WHEN 3
                       PERFORM ENCERRAR-PEDIDO
                   WHEN 4
                       PERFORM CONSULTA-ITENS
                   WHEN 5
                       MOVE "N" TO CONTINUA
                   WHEN OTHER
                       DISPLAY "Opção inválida."
           END-PERFORM

           CLOSE PEDIDO-FILE
           CLOSE PEDITEM-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE EMPENHO-FILE
           IF WS-ORCAMENTO-OK = "S"
               CLOSE ORCAMENTO-FILE
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
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
                   END-IF
           END-READ

           PERFORM CAPTURA-ITENS
           IF WS-ITENS-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

           IF WS-ITENS-QTD > ZEROS
               DISPLAY "Valor aprovado pela soma dos itens: "
                   WS-VALOR-NUM
           ELSE
               DISPLAY "Valor aprovado do pedido (ex: 10000.00): "
               ACCEPT WS-VALOR-TXT

               IF WS-VALOR-TXT = SPACES
                   DISPLAY "Erro: valor não informado."
                   EXIT PARAGRAPH
               END-IF

               COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-TXT)
           END-IF

           IF WS-VALOR-NUM <= 0
               DISPLAY "Erro: valor deve ser maior que zero."
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURA-CAPEX
           IF WS-CAPEX-CANCELA = "S"
               EXIT PARAGRAPH
           END-IF

      *> Empenho: o pedido aprovado já reserva o valor contra o
      *> orçamento do centro/competência — a explosão deixa de
      *> aparecer só meses depois, quando as notas chegam.
           DISPLAY "Competência reservada (AAAAMM): "
           ACCEPT WS-ANOMES-EMPENHO

           IF WS-PED-CAPEX = "S"
               PERFORM CONFERE-ORCAMENTO-CAPEX
           END-IF
           IF WS-ORCAMENTO-OK = "S" AND WS-PED-CAPEX NOT = "S"
               STRING WS-CC-EMPENHO DELIMITED BY SIZE
                      WS-ANOMES-EMPENHO DELIMITED BY SIZE
                      INTO OR-CHAVE
           WRITE PEDIDO-REG
           IF WS-STATUS-FILE-P = "00"
               DISPLAY "Pedido incluído com sucesso!"
               PERFORM GRAVA-ITENS
               PERFORM GRAVA-EMPENHO
               PERFORM GRAVA-CAPEX
               MOVE "INCLUSAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "VALOR=" DELIMITED BY SIZE
                      PD-VALOR-PEDIDO DELIMITED BY SIZE
                      " EMPENHO=" DELIMITED BY SIZE
                      WS-CC-EMPENHO DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANOMES-EMPENHO DELIMITED BY SIZE
                      " CAPEX=" DELIMITED BY SIZE
                      WS-PED-CLASSE DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao incluir pedido: " WS-STATUS-FILE-P
           END-IF.

      *> Linhas de item opcionais: código do produto, quantidade e
      *> preço unitário; código em branco encerra a digitação.
       CAPTURA-ITENS.
           MOVE "N" TO WS-ITENS-CANCELA
           MOVE ZEROS TO WS-ITENS-QTD
           MOVE ZEROS TO WS-VALOR-NUM

           DISPLAY "Pedido com itens (produto/quantidade/preço)? "
               "(S/N): "
           ACCEPT WS-RESP-ITENS
           IF FUNCTION UPPER-CASE(WS-RESP-ITENS) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "X" TO WS-IT-COD-TXT
           PERFORM UNTIL WS-IT-COD-TXT = SPACES
                   OR WS-ITENS-QTD >= 50
                   OR WS-ITENS-CANCELA = "S"
               COMPUTE WS-IT-I = WS-ITENS-QTD + 1
               DISPLAY "Item " WS-IT-I " - código do produto (em "
                   "branco p/ encerrar): "
               ACCEPT WS-IT-COD-TXT
               IF WS-IT-COD-TXT NOT = SPACES
                   MOVE WS-IT-COD-TXT TO WS-IT-COD(WS-IT-I)
                   DISPLAY "Descrição: "
                   ACCEPT WS-IT-DESC(WS-IT-I)
                   DISPLAY "Quantidade (ex: 100 ou 12.5): "
                   ACCEPT WS-IT-QTD-TXT
                   COMPUTE WS-IT-QTD(WS-IT-I) =
                       FUNCTION NUMVAL(WS-IT-QTD-TXT)
                   DISPLAY "Preço unitário (ex: 15.90): "
                   ACCEPT WS-IT-PRECO-TXT
                   COMPUTE WS-IT-PRECO(WS-IT-I) =
                       FUNCTION NUMVAL(WS-IT-PRECO-TXT)
                   IF WS-IT-QTD(WS-IT-I) <= 0
                           OR WS-IT-PRECO(WS-IT-I) <= 0
                       DISPLAY "Erro: quantidade e preço devem ser "
                           "maiores que zero."
                       MOVE "S" TO WS-ITENS-CANCELA
                   ELSE
                       MOVE WS-IT-I TO WS-ITENS-QTD
                       COMPUTE WS-IT-VALOR-LINHA ROUNDED =
                           WS-IT-QTD(WS-IT-I) * WS-IT-PRECO(WS-IT-I)
                       ADD WS-IT-VALOR-LINHA TO WS-VALOR-NUM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ITENS-CANCELA = "S"
               DISPLAY "Inclusão cancelada."
               EXIT PARAGRAPH
           END-IF

           IF WS-ITENS-QTD = ZEROS
               DISPLAY "Erro: nenhum item informado."
               MOVE "S" TO WS-ITENS-CANCELA
           END-IF.

       GRAVA-ITENS.
           PERFORM VARYING WS-IT-I FROM 1 BY 1
                   UNTIL WS-IT-I > WS-ITENS-QTD
               MOVE PD-NUM-PEDIDO        TO PI-NUM-PEDIDO
               MOVE WS-IT-I              TO PI-ITEM
               MOVE WS-IT-COD(WS-IT-I)   TO PI-COD-PRODUTO
               MOVE WS-IT-DESC(WS-IT-I)  TO PI-DESCRICAO
               MOVE WS-IT-QTD(WS-IT-I)   TO PI-QTD-PEDIDA
               MOVE WS-IT-PRECO(WS-IT-I) TO PI-PRECO-UNIT
               MOVE ZEROS                TO PI-QTD-RECEBIDA
               MOVE ZEROS                TO PI-QTD-FATURADA
               WRITE PEDITEM-REG
               IF WS-STATUS-FILE-PI NOT = "00"
                   DISPLAY "AVISO: falha ao gravar item " WS-IT-I
                       ": " WS-STATUS-FILE-PI
               END-IF
           END-PERFORM.

      *> Posição de cada item do pedido: quantidade pedida, recebida
      *> e faturada, com o saldo ainda a receber e o recebido ainda
      *> não faturado — o acompanhamento do pedido parcialmente
      *> entregue.
       CONSULTA-ITENS.
           DISPLAY "Número do Pedido: "
           ACCEPT PD-NUM-PEDIDO

           READ PEDIDO-FILE
               INVALID KEY
                   DISPLAY "Pedido não encontrado."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Pedido " PD-NUM-PEDIDO " situação " PD-SITUACAO
               " aprovado " PD-VALOR-PEDIDO
               " consumido " PD-VALOR-CONSUMIDO
           IF WS-CAPEX-OK = "S"
               MOVE "P"           TO IV-TIPO
               MOVE PD-NUM-PEDIDO TO IV-NUM-DOC
               MOVE ZEROS         TO IV-CNPJ-FORN
               READ CAPEX-FILE
                   NOT INVALID KEY
                       DISPLAY "Investimento (CAPEX), classe "
                           IV-CLASSE
               END-READ
           END-IF

           MOVE PD-NUM-PEDIDO TO PI-NUM-PEDIDO
           MOVE ZEROS TO PI-ITEM
           START PEDITEM-FILE KEY IS NOT LESS PI-CHAVE
               INVALID KEY
                   DISPLAY "Pedido sem itens (conferido por valor)."
                   EXIT PARAGRAPH
           END-START

           READ PEDITEM-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-PI
           END-READ
           IF WS-STATUS-FILE-PI = "10"
                   OR PI-NUM-PEDIDO NOT = PD-NUM-PEDIDO
               DISPLAY "Pedido sem itens (conferido por valor)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ITEM | PRODUTO         | PEDIDA     | RECEBIDA   "
               "| FATURADA   | A RECEBER"
           PERFORM UNTIL WS-STATUS-FILE-PI = "10"
                   OR PI-NUM-PEDIDO NOT = PD-NUM-PEDIDO
               COMPUTE WS-QTD-A-RECEBER =
                   PI-QTD-PEDIDA - PI-QTD-RECEBIDA
               IF WS-QTD-A-RECEBER < ZEROS
                   MOVE ZEROS TO WS-QTD-A-RECEBER
               END-IF
               COMPUTE WS-QTD-A-FATURAR =
                   PI-QTD-RECEBIDA - PI-QTD-FATURADA
               DISPLAY PI-ITEM "  | " PI-COD-PRODUTO " | "
                   PI-QTD-PEDIDA " | " PI-QTD-RECEBIDA " | "
                   PI-QTD-FATURADA " | " WS-QTD-A-RECEBER
               IF WS-QTD-A-FATURAR > ZEROS
                   DISPLAY "       recebido ainda não faturado: "
                       WS-QTD-A-FATURAR
               END-IF
               READ PEDITEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-PI
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-PI.

      *> Pedido de investimento (equipamento, obra): a classe de
      *> ativo é obrigatória e, com CLASATIV.DAT presente, precisa
      *> estar cadastrada e ativa.
       CAPTURA-CAPEX.
           MOVE "N" TO WS-CAPEX-CANCELA
           MOVE "N" TO WS-PED-CAPEX
           MOVE SPACES TO WS-PED-CLASSE
           IF WS-CAPEX-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Pedido de investimento (CAPEX)? (S/N): "
           ACCEPT WS-PED-CAPEX
           MOVE FUNCTION UPPER-CASE(WS-PED-CAPEX) TO WS-PED-CAPEX
           IF WS-PED-CAPEX NOT = "S"
               MOVE "N" TO WS-PED-CAPEX
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Classe de ativo (ver CADCLATV): "
           ACCEPT WS-PED-CLASSE
           MOVE FUNCTION UPPER-CASE(WS-PED-CLASSE) TO WS-PED-CLASSE
           IF WS-PED-CLASSE = SPACES
               DISPLAY "Erro: classe de ativo obrigatória."
               MOVE "S" TO WS-CAPEX-CANCELA
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASATIV-OK = "S"
               MOVE WS-PED-CLASSE TO KA-CODIGO
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

      *> Empenho de pedido CAPEX confere o orçamento de investimento.
       CONFERE-ORCAMENTO-CAPEX.
           IF WS-ORCCAPEX-OK NOT = "S"
               DISPLAY "AVISO: sem orçamento de investimento "
                   "(ORCCAPEX.DAT)."
               EXIT PARAGRAPH
           END-IF
           STRING WS-CC-EMPENHO DELIMITED BY SIZE
                  WS-ANOMES-EMPENHO DELIMITED BY SIZE
                  INTO OK-CHAVE
           READ ORCCAPEX-FILE
               INVALID KEY
                   DISPLAY "AVISO: sem orçamento de investimento p/ "
                       WS-CC-EMPENHO "/" WS-ANOMES-EMPENHO "."
               NOT INVALID KEY
                   IF WS-VALOR-NUM > OK-LIMITE
                       DISPLAY "AVISO: pedido maior que o "
                           "limite do orçamento de investimento ("
                           OK-LIMITE ")."
                   END-IF
           END-READ.

       GRAVA-CAPEX.
           IF WS-PED-CAPEX NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "P"               TO IV-TIPO
           MOVE PD-NUM-PEDIDO     TO IV-NUM-DOC
           MOVE ZEROS             TO IV-CNPJ-FORN
           MOVE WS-PED-CLASSE     TO IV-CLASSE
           MOVE PD-NUM-PEDIDO     TO IV-NUM-PEDIDO
           MOVE WS-CC-EMPENHO     TO IV-CENTRO-CUSTO
           MOVE ZEROS             TO IV-EMPRESA
           MOVE SPACES            TO IV-CHAVE-NFE
           MOVE WS-USUARIO-CHAMADOR TO IV-USUARIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO IV-DATA-CADASTRO
           WRITE CAPEX-REG
           IF WS-STATUS-FILE-IV NOT = "00"
               DISPLAY "AVISO: marcação CAPEX não gravada: "
                   WS-STATUS-FILE-IV
           END-IF.

       GRAVA-EMPENHO.
           MOVE PD-NUM-PEDIDO TO EN-NUM-PEDIDO
           MOVE WS-CC-EMPENHO TO EN-CENTRO-CUSTO
