       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Dados do contribuinte individual (ver CADFORNE.cbl): NIT e
      *> número de dependentes para a dedução do IRRF. Arquivo
      *> opcional: autônomo sem cadastro é calculado sem dependentes.
           SELECT AUTONOMO-FILE ASSIGN TO "AUTONOMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-CPF
               FILE STATUS IS WS-STATUS-FILE-AN.

      *> Parâmetros financeiros centrais (ver CADPARAM.cbl): tabela
      *> progressiva mensal do IRRF, dedução por dependente, teto e
      *> alíquota do INSS do contribuinte individual. Arquivo
      *> opcional: sem ele, vale a tabela embutida abaixo.
           SELECT PARAMFIN-FILE ASSIGN TO "PARAMFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-PRM.

       DATA DIVISION.
       FILE SECTION.

      *> Um registro por pessoa física paga por RPA; a chave é o CPF
      *> com zeros à esquerda, na mesma posição de F-CNPJ.
       FD AUTONOMO-FILE.
       01 AUTONOMO-REG.
           05 AN-CPF            PIC 9(14).
           05 AN-NIT            PIC 9(11).  *> NIT/PIS do contribuinte
           05 AN-DEPENDENTES    PIC 9(02).
           05 AN-OCUPACAO       PIC X(30).
           05 AN-DATA-CADASTRO  PIC 9(8).

       FD PARAMFIN-FILE.
       01 PARAMFIN-REG.
           05 PRM-CHAVE         PIC X(10).
           05 PRM-VALOR         PIC 9(08)V9(04).
           05 PRM-DESCRICAO     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-AN     PIC XX.
       01 WS-STATUS-FILE-PRM    PIC XX.

      *> Tabela progressiva mensal do IRRF (limite superior de cada
      *> faixa, alíquota e parcela a deduzir) e parâmetros do INSS.
      *> Os valores abaixo são a tabela vigente na implantação;
      *> substituídos pelas chaves IRRF-FX1..4, IRRF-AL1..5,
      *> IRRF-DD1..5, IRRF-DEPEN, INSS-TETO e INSS-AUTON de
      *> PARAMFIN.DAT quando cadastradas. A última faixa não tem
      *> limite.
       01 WS-TABELA-IRRF.
           05 WS-FAIXA-IRRF OCCURS 5 TIMES.
               10 WS-FX-LIMITE      PIC 9(08)V99.
               10 WS-FX-ALIQUOTA    PIC 9(02)V99.
               10 WS-FX-DEDUZIR     PIC 9(08)V99.
       01 WS-DEDUCAO-DEPENDENTE PIC 9(06)V99.
       01 WS-TETO-INSS          PIC 9(08)V99.
       01 WS-ALIQ-INSS          PIC 9(02)V99.
       01 WS-IRRF-MINIMO        PIC 9(04)V99 VALUE 10.00.
       01 WS-FX                 PIC 9(01).
       01 WS-FX-TXT             PIC X(01).

       01 WS-BRUTO-TOTAL        PIC 9(10)V99.
       01 WS-BASE-INSS          PIC 9(10)V99.
       01 WS-INSS-TOTAL         PIC 9(10)V99.
       01 WS-BASE-CALC          PIC S9(10)V99.
       01 WS-IRRF-TOTAL         PIC S9(10)V99.
       01 WS-IRRF-PAGTO         PIC S9(10)V99.

       LINKAGE SECTION.
      *> Área de troca do pagamento a autônomo, com a mesma forma em
      *> PGTOCONT, PGTOLOTE, APROVPAG e EMITRPA. Entram o CPF, o
      *> valor bruto deste pagamento e o já pago/retido ao mesmo CPF
      *> no mês; saem INSS, IRRF, base do IRRF e os dados cadastrais
      *> do autônomo.
       01 WS-RPA-AREA.
           05 WS-RPA-CPF            PIC 9(14).
           05 WS-RPA-NOME           PIC X(40).
           05 WS-RPA-NUM-DOC        PIC 9(10).
           05 WS-RPA-NUM-PARCELA    PIC 9(02).
           05 WS-RPA-SEQ            PIC 9(04).
           05 WS-RPA-DATA-PGTO      PIC 9(8).
           05 WS-RPA-EMPRESA        PIC 9(02).
           05 WS-RPA-VALOR-BRUTO    PIC 9(10)V99.
           05 WS-RPA-BRUTO-MES      PIC 9(10)V99.
           05 WS-RPA-INSS-MES       PIC 9(10)V99.
           05 WS-RPA-IRRF-MES       PIC 9(10)V99.
           05 WS-RPA-VALOR-INSS     PIC 9(10)V99.
           05 WS-RPA-VALOR-IRRF     PIC 9(10)V99.
           05 WS-RPA-VALOR-ISS      PIC 9(10)V99.
           05 WS-RPA-VALOR-LIQUIDO  PIC 9(10)V99.
           05 WS-RPA-BASE-IRRF      PIC 9(10)V99.
           05 WS-RPA-DEPENDENTES    PIC 9(02).
           05 WS-RPA-NIT            PIC 9(11).
           05 WS-RPA-OCUPACAO       PIC X(30).

      *> Rotina comum de retenção do contribuinte individual (RPA):
      *> INSS de 11% limitado ao teto mensal somado sobre TODOS os
      *> pagamentos ao CPF no mês, e IRRF pela tabela progressiva
      *> sobre o total do mês, deduzidos o INSS e os dependentes; de
      *> cada um sai só a diferença ainda não retida nos pagamentos
      *> anteriores do mês. Usada por PGTOCONT, PGTOLOTE e APROVPAG.
       PROCEDURE DIVISION USING WS-RPA-AREA.

       MAIN-PROCEDURE.
           PERFORM CARREGA-TABELA
           PERFORM CARREGA-AUTONOMO

           COMPUTE WS-BRUTO-TOTAL =
               WS-RPA-BRUTO-MES + WS-RPA-VALOR-BRUTO

      *> INSS: 11% sobre o total do mês até o teto; o que já foi
      *> retido antes no mês sai do total.
           IF WS-BRUTO-TOTAL > WS-TETO-INSS
               MOVE WS-TETO-INSS TO WS-BASE-INSS
           ELSE
               MOVE WS-BRUTO-TOTAL TO WS-BASE-INSS
           END-IF
           COMPUTE WS-INSS-TOTAL ROUNDED =
               WS-BASE-INSS * WS-ALIQ-INSS / 100
           IF WS-INSS-TOTAL > WS-RPA-INSS-MES
               COMPUTE WS-RPA-VALOR-INSS =
                   WS-INSS-TOTAL - WS-RPA-INSS-MES
           ELSE
               MOVE ZEROS TO WS-RPA-VALOR-INSS
           END-IF

      *> IRRF: base do mês = bruto - INSS do mês - dependentes.
           COMPUTE WS-BASE-CALC = WS-BRUTO-TOTAL - WS-INSS-TOTAL
               - WS-RPA-DEPENDENTES * WS-DEDUCAO-DEPENDENTE
           IF WS-BASE-CALC < ZEROS
               MOVE ZEROS TO WS-BASE-CALC
           END-IF
           MOVE WS-BASE-CALC TO WS-RPA-BASE-IRRF

      *> Faixa da base: a primeira cujo limite a comporta.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 4
                   OR WS-BASE-CALC <= WS-FX-LIMITE(WS-FX)
               CONTINUE
           END-PERFORM

           COMPUTE WS-IRRF-TOTAL ROUNDED =
               WS-BASE-CALC * WS-FX-ALIQUOTA(WS-FX) / 100
               - WS-FX-DEDUZIR(WS-FX)
           IF WS-IRRF-TOTAL < ZEROS
               MOVE ZEROS TO WS-IRRF-TOTAL
           END-IF

           COMPUTE WS-IRRF-PAGTO = WS-IRRF-TOTAL - WS-RPA-IRRF-MES
      *> Retenção abaixo do mínimo de recolhimento não é feita.
           IF WS-IRRF-PAGTO < WS-IRRF-MINIMO
               MOVE ZEROS TO WS-RPA-VALOR-IRRF
           ELSE
               MOVE WS-IRRF-PAGTO TO WS-RPA-VALOR-IRRF
           END-IF

           COMPUTE WS-RPA-VALOR-LIQUIDO = WS-RPA-VALOR-BRUTO
               - WS-RPA-VALOR-INSS - WS-RPA-VALOR-IRRF
               - WS-RPA-VALOR-ISS

           EXIT PROGRAM.

      *> Tabela embutida, substituída chave a chave pelo que houver
      *> em PARAMFIN.DAT.
       CARREGA-TABELA.
           MOVE 2259.20 TO WS-FX-LIMITE(1)
           MOVE 0       TO WS-FX-ALIQUOTA(1)
           MOVE 0       TO WS-FX-DEDUZIR(1)
           MOVE 2826.65 TO WS-FX-LIMITE(2)
           MOVE 7.50    TO WS-FX-ALIQUOTA(2)
           MOVE 169.44  TO WS-FX-DEDUZIR(2)
           MOVE 3751.05 TO WS-FX-LIMITE(3)
           MOVE 15.00   TO WS-FX-ALIQUOTA(3)
           MOVE 381.44  TO WS-FX-DEDUZIR(3)
           MOVE 4664.68 TO WS-FX-LIMITE(4)
           MOVE 22.50   TO WS-FX-ALIQUOTA(4)
           MOVE 662.77  TO WS-FX-DEDUZIR(4)
           MOVE 99999999.99 TO WS-FX-LIMITE(5)
           MOVE 27.50   TO WS-FX-ALIQUOTA(5)
           MOVE 896.00  TO WS-FX-DEDUZIR(5)
           MOVE 189.59  TO WS-DEDUCAO-DEPENDENTE
           MOVE 7786.02 TO WS-TETO-INSS
           MOVE 11.00   TO WS-ALIQ-INSS

           OPEN INPUT PARAMFIN-FILE
           IF WS-STATUS-FILE-PRM NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE WS-FX TO WS-FX-TXT
               IF WS-FX < 5
                   MOVE SPACES TO PRM-CHAVE
                   STRING "IRRF-FX" DELIMITED BY SIZE
                          WS-FX-TXT DELIMITED BY SIZE
                          INTO PRM-CHAVE
                   READ PARAMFIN-FILE
                       NOT INVALID KEY
                           MOVE PRM-VALOR TO WS-FX-LIMITE(WS-FX)
                   END-READ
               END-IF
               MOVE SPACES TO PRM-CHAVE
               STRING "IRRF-AL" DELIMITED BY SIZE
                      WS-FX-TXT DELIMITED BY SIZE
                      INTO PRM-CHAVE
               READ PARAMFIN-FILE
                   NOT INVALID KEY
                       MOVE PRM-VALOR TO WS-FX-ALIQUOTA(WS-FX)
               END-READ
               MOVE SPACES TO PRM-CHAVE
               STRING "IRRF-DD" DELIMITED BY SIZE
                      WS-FX-TXT DELIMITED BY SIZE
                      INTO PRM-CHAVE
               READ PARAMFIN-FILE
                   NOT INVALID KEY
                       MOVE PRM-VALOR TO WS-FX-DEDUZIR(WS-FX)
               END-READ
           END-PERFORM

           MOVE "IRRF-DEPEN" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-DEDUCAO-DEPENDENTE
           END-READ

           MOVE "INSS-TETO" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-TETO-INSS
           END-READ

           MOVE "INSS-AUTON" TO PRM-CHAVE
           READ PARAMFIN-FILE
               NOT INVALID KEY
                   MOVE PRM-VALOR TO WS-ALIQ-INSS
           END-READ

           CLOSE PARAMFIN-FILE.

      *> NIT, dependentes e ocupação do autônomo para o cálculo e
      *> para o recibo; sem cadastro, segue sem dependentes.
       CARREGA-AUTONOMO.
           MOVE ZEROS  TO WS-RPA-DEPENDENTES
           MOVE ZEROS  TO WS-RPA-NIT
           MOVE SPACES TO WS-RPA-OCUPACAO

           OPEN INPUT AUTONOMO-FILE
           IF WS-STATUS-FILE-AN NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RPA-CPF TO AN-CPF
           READ AUTONOMO-FILE
               NOT INVALID KEY
                   MOVE AN-DEPENDENTES TO WS-RPA-DEPENDENTES
                   MOVE AN-NIT         TO WS-RPA-NIT
                   MOVE AN-OCUPACAO    TO WS-RPA-OCUPACAO
           END-READ

           CLOSE AUTONOMO-FILE.
