               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Propostas diárias de pagamento (borderô): registro-cabeçalho
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CD.

      *> Contas fora da faixa do próprio histórico (ver
      *> GERARECOR.cbl/DDAIMP.cbl): pendentes de confirmação ou
      *> retidas em CONFANOM.cbl ficam fora da proposta. Arquivo
      *> opcional.
           SELECT ANOMALIA-FILE ASSIGN TO "ANOMALIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CHAVE
               FILE STATUS IS WS-STATUS-FILE-AM.

      *> Horário de corte e teto diário por conta e forma (ver
      *> CADLIM.cbl): a aprovação avisa na hora quando a rodada
      *> estoura o teto da conta prevista. Arquivo opcional.
           05 CD-DATA-EMISSAO   PIC 9(8).
           05 CD-DATA-VALIDADE  PIC 9(8).

      *> Fila de anomalias de valor (ver CONFANOM.cbl).
       FD ANOMALIA-FILE.
       01 ANOMALIA-REG.
           05 AM-CHAVE          PIC X(26).  *> conta (CP-CHAVE)
           05 AM-CNPJ-FORN      PIC 9(14).
           05 AM-CENTRO-CUSTO   PIC X(06).
           05 AM-EMPRESA        PIC 9(02).
           05 AM-ORIGEM         PIC X(01).  *> R=recorrente,B=boleto
                                            *> DDA,D=débito automático
           05 AM-DATA-EMISSAO   PIC 9(8).
           05 AM-DATA-VENC      PIC 9(8).
           05 AM-VALOR          PIC 9(10)V99.
           05 AM-MEDIA          PIC 9(10)V99.  *> média dos 12 meses
           05 AM-MINIMO         PIC 9(10)V99.
           05 AM-MAXIMO         PIC 9(10)V99.
           05 AM-QTD-HIST       PIC 9(03).
           05 AM-DESVIO         PIC S9(07)V99. *> % sobre a média
           05 AM-FAIXA          PIC 9(03)V99.  *> faixa vigente (%)
           05 AM-DATA-DETECCAO  PIC 9(8).
           05 AM-SITUACAO       PIC X(01).  *> P=pendente,L=liberada,
                                            *> R=retida
           05 AM-USUARIO        PIC X(10).
           05 AM-DATA-DECISAO   PIC 9(8).
           05 AM-OBSERVACAO     PIC X(40).

      *> Corte e teto por conta e forma (ver CADLIM.cbl).
       FD LIMITES-FILE.
       01 LIMITES-REG.
       01 WS-QTD-ITENS          PIC 9(4) VALUE ZEROS.
       01 WS-VALOR-TOTAL        PIC 9(12)V99 VALUE ZEROS.
       01 WS-INCLUI             PIC X.
       01 WS-SIT-PROPOSTA       PIC X.

       01 WS-NUMERO-REVISAO     PIC 9(06).
       01 WS-ITEM-RETIRAR       PIC 9(04).
       01 WS-SUG-DISPONIVEL     PIC S9(12)V99.
       01 WS-SUG-TRANSFERE      PIC 9(12)V99.
       01 WS-RESP-FUNDOS        PIC X.
      *> Borderô devolvido por falta de fundos: cada conta selecionada
      *> ganha um registro de auditoria na sua própria chave, para o
      *> relatório de custo do atraso (ver RELPERDA.cbl) apontar a
      *> causa quando ela acabar paga com juros.
       01 WS-AUD-CHAVE-CONTA    PIC X(26) VALUE SPACES.

      *> Corte e teto por conta/forma na aprovação (ver CADLIM.cbl).
       01 WS-STATUS-FILE-LM     PIC XX.
       01 WS-CND-MOTIVO         PIC X(40).
       01 WS-QTD-BARRADAS-CND   PIC 9(4) VALUE ZEROS.

      *> Conta com valor fora da faixa histórica ainda não liberada.
       01 WS-STATUS-FILE-AM     PIC XX.
       01 WS-ANOMALIA-OK        PIC X VALUE "N".
       01 WS-QTD-RETIDAS-ANOM   PIC 9(4) VALUE ZEROS.

      *> Penhora judicial sobre o fornecedor (ver RETPENH.cbl): na
      *> revisão só se mostra a parte que irá ao depósito judicial;
      *> a divisão é feita pela remessa.
       01 WS-PEN-AREA.
           05 WS-PEN-MODO           PIC X(01).
           05 WS-PEN-CNPJ           PIC 9(14).
           05 WS-PEN-CP-CHAVE       PIC X(26).
           05 WS-PEN-VALOR-BASE     PIC 9(10)V99.
           05 WS-PEN-DATA           PIC 9(8).
           05 WS-PEN-PROGRAMA       PIC X(08).
           05 WS-PEN-NUM-REMESSA    PIC 9(06).
           05 WS-PEN-USUARIO        PIC X(10).
           05 WS-PEN-NUM-ORDEM      PIC 9(06).
           05 WS-PEN-PROCESSO       PIC X(25).
           05 WS-PEN-BENEF-CNPJ     PIC 9(14).
           05 WS-PEN-BANCO          PIC X(03).
           05 WS-PEN-AGENCIA        PIC X(06).
           05 WS-PEN-CONTA          PIC X(12).
           05 WS-PEN-VALOR          PIC 9(10)V99.

      *> Cessão de crédito (ver LOCCESS.cbl): conta cedida vai ao
      *> cessionário, sem desconto nem penhora do cedente.
       01 WS-CES-AREA.
           05 WS-CES-CP-CHAVE       PIC X(26).
           05 WS-CES-CNPJ           PIC 9(14).
           05 WS-CES-DATA-EMISSAO   PIC 9(8).
           05 WS-CES-CEDIDA         PIC X(01).
           05 WS-CES-NUM-CESSAO     PIC 9(06).
           05 WS-CES-CESS-CNPJ      PIC 9(14).
           05 WS-CES-CESS-NOME      PIC X(40).
           05 WS-CES-BANCO          PIC X(03).
           05 WS-CES-AGENCIA        PIC X(06).
           05 WS-CES-CONTA          PIC X(12).

       LINKAGE SECTION.
       01 WS-USUARIO-CHAMADOR   PIC X(10).

               END-IF
           END-IF

      *> ANOMALIA.DAT é opcional: sem ele, nenhuma conta é retida
      *> por valor fora da faixa.
           MOVE "S" TO WS-ANOMALIA-OK
           OPEN INPUT ANOMALIA-FILE
           IF WS-STATUS-FILE-AM NOT = "00"
               MOVE "N" TO WS-ANOMALIA-OK
           END-IF

      *> LIMITES.DAT é opcional: sem ele, a aprovação segue sem a
      *> checagem de corte e teto.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-HORA-AGORA
           IF WS-LIMITES-OK = "S"
               CLOSE LIMITES-FILE
           END-IF
           IF WS-ANOMALIA-OK = "S"
               CLOSE ANOMALIA-FILE
           END-IF
           IF WS-CERTIDAO-OK = "S"
               CLOSE CERTIDAO-FILE
               CLOSE FORNECEDOR-FILE
           MOVE ZEROS TO WS-PROX-ITEM
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-VALOR-TOTAL
           MOVE ZEROS TO WS-QTD-RETIDAS-ANOM

      *> Só contas em aberto ("A") e parciais ("B") entram na
      *> proposta: lê cada situação pela chave alternada CP-SITUACAO
      *> em vez de percorrer o arquivo inteiro.
           MOVE "A" TO WS-SIT-PROPOSTA
           PERFORM SELECIONA-SITUACAO-PROPOSTA
           MOVE "B" TO WS-SIT-PROPOSTA
           PERFORM SELECIONA-SITUACAO-PROPOSTA

           IF WS-QTD-RETIDAS-ANOM > 0
               DISPLAY WS-QTD-RETIDAS-ANOM " conta(s) retida(s) por "
                   "valor fora da faixa (ver CONFANOM)."
           END-IF

           IF WS-QTD-ITENS = 0
               DISPLAY "Nenhuma conta na janela; borderô não gerado."
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-CABECALHO-PROPOSTA

           DISPLAY "Borderô " WS-NUMERO-GERADO " gerado com "
               WS-QTD-ITENS " item(ns)."
           DISPLAY "Valor total proposto: " WS-VALOR-TOTAL
           DISPLAY "Use a opção 2 para revisar e aprovar.".

       SELECIONA-SITUACAO-PROPOSTA.
           MOVE WS-SIT-PROPOSTA TO CP-SITUACAO
           START CONTAPAGAR-FILE KEY IS EQUAL CP-SITUACAO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
                   OR CP-SITUACAO NOT = WS-SIT-PROPOSTA
               PERFORM AVALIA-CONTA-PROPOSTA
               IF WS-INCLUI = "S"
                   PERFORM GRAVA-ITEM-PROPOSTA
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

       AVALIA-CONTA-PROPOSTA.
           MOVE "N" TO WS-INCLUI

      *> Conta ainda longe do vencimento, mas cujo prazo de desconto
      *> por antecipação expira dentro da janela: pagar agora ainda
      *> captura o desconto (conta cedida não tem desconto).
           IF WS-INCLUI NOT = "S"
                   AND CP-DESC-PERC > 0
                   AND CP-DESC-LIMITE >= WS-HOJE
                   AND CP-DESC-LIMITE <= WS-DATA-CORTE
               PERFORM CONSULTA-CESSAO
               IF WS-CES-CEDIDA = "N"
                   MOVE "S" TO WS-INCLUI
               END-IF
           END-IF

      *> CNPJ com situação irregular na Receita fica FORA da
                   DISPLAY "BARRADA: conta " CP-CHAVE " - "
                       WS-CND-MOTIVO
               END-IF
           END-IF

      *> Valor fora da faixa do histórico do fornecedor (ver
      *> GERARECOR.cbl): fica FORA até a confirmação em CONFANOM.
           IF WS-INCLUI = "S"
               PERFORM VERIFICA-ANOMALIA-RETIDA
           END-IF.

       VERIFICA-ANOMALIA-RETIDA.
           IF WS-ANOMALIA-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CHAVE TO AM-CHAVE
           READ ANOMALIA-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF AM-SITUACAO = "P" OR AM-SITUACAO = "R"
               MOVE "N" TO WS-INCLUI
               ADD 1 TO WS-QTD-RETIDAS-ANOM
               DISPLAY "RETIDA: conta " CP-CHAVE
                   " - valor fora da faixa histórica, aguardando "
                   "confirmação."
           END-IF.

      *> Mesma conferência de situação cadastral de PGTOCONT.cbl.
               IF BD-SITUACAO = "S"
                   DISPLAY BD-ITEM " | " BD-NUM-DOC " | "
                       BD-CNPJ-FORN " | " BD-DATA " | " BD-VALOR
                   PERFORM MOSTRA-PENHORA-ITEM
               END-IF
               READ BORDERO-FILE NEXT RECORD
                   AT END
               END-READ
           END-PERFORM.

       MOSTRA-PENHORA-ITEM.
           STRING BD-NUM-DOC     DELIMITED BY SIZE
                  BD-CNPJ-FORN   DELIMITED BY SIZE
                  BD-NUM-PARCELA DELIMITED BY SIZE
                  INTO CP-CHAVE
           READ CONTAPAGAR-FILE
               INVALID KEY
                   MOVE BD-CNPJ-FORN TO CP-CNPJ-FORN
                   MOVE ZEROS TO CP-DATA-EMISSAO
           END-READ
           PERFORM CONSULTA-CESSAO
           IF WS-CES-CEDIDA NOT = "N"
               DISPLAY "     CEDIDA (cessão " WS-CES-NUM-CESSAO
                   ") - paga ao cessionário " WS-CES-CESS-CNPJ
               EXIT PARAGRAPH
           END-IF

           MOVE "C"          TO WS-PEN-MODO
           MOVE BD-CNPJ-FORN TO WS-PEN-CNPJ
           MOVE BD-VALOR     TO WS-PEN-VALOR-BASE
           CALL "RETPENH" USING WS-PEN-AREA
           IF WS-PEN-VALOR > ZEROS
               DISPLAY "     PENHORA ordem " WS-PEN-NUM-ORDEM
                   " proc. " WS-PEN-PROCESSO
                   " - depósito judicial: " WS-PEN-VALOR
           END-IF.

       CONSULTA-CESSAO.
           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA.

       RETIRA-ITENS.
           DISPLAY "Item a retirar (0000 para encerrar a revisão): "
           ACCEPT WS-ITEM-RETIRAR
               ACCEPT WS-RESP-FUNDOS
               IF FUNCTION UPPER-CASE(WS-RESP-FUNDOS) NOT = "S"
                   MOVE "C" TO WS-FUNDOS-OK
                   PERFORM REGISTRA-FALTA-FUNDOS
                   EXIT PARAGRAPH
               END-IF
           END-IF
               END-READ
           END-PERFORM.

      *> Tesoureiro não aprovou por saldo insuficiente: marca na
      *> trilha cada conta que ficou de fora da rodada.
       REGISTRA-FALTA-FUNDOS.
           MOVE WS-NUMERO-REVISAO TO BD-NUMERO
           MOVE 1 TO BD-ITEM
           STRING BD-NUMERO DELIMITED BY SIZE
                  BD-ITEM   DELIMITED BY SIZE
                  INTO BD-CHAVE

           START BORDERO-FILE KEY IS NOT LESS BD-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ BORDERO-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-BD = "10"
                   OR BD-NUMERO NOT = WS-NUMERO-REVISAO
               IF BD-SITUACAO = "S"
                   MOVE SPACES TO WS-AUD-CHAVE-CONTA
                   STRING BD-NUM-DOC     DELIMITED BY SIZE
                          BD-CNPJ-FORN   DELIMITED BY SIZE
                          BD-NUM-PARCELA DELIMITED BY SIZE
                          INTO WS-AUD-CHAVE-CONTA
                   MOVE "SEM.FUNDOS" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DEPOIS
                   STRING "BORDERO=" DELIMITED BY SIZE
                          BD-NUMERO DELIMITED BY SIZE
                          " FALTA=" DELIMITED BY SIZE
                          WS-FALTA DELIMITED BY SIZE
                          INTO WS-AUD-DEPOIS
                   PERFORM GRAVA-AUDITORIA
               END-IF
               READ BORDERO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-BD
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-AUD-CHAVE-CONTA
           MOVE "00" TO WS-STATUS-FILE-BD.

      *> Lê e incrementa o registro único de BORDCTRL.DAT para obter
      *> o próximo número de borderô (mesmo algoritmo de NUMDOC.DAT
      *> em LANCCONT.cbl).
           MOVE "BORDERO"                   TO AU-PROGRAMA
           MOVE WS-AUD-ACAO                 TO AU-ACAO
           MOVE BD-CHAVE                    TO AU-CHAVE
           IF WS-AUD-CHAVE-CONTA NOT = SPACES
               MOVE WS-AUD-CHAVE-CONTA          TO AU-CHAVE
           END-IF
           MOVE WS-USUARIO-CHAMADOR         TO AU-USUARIO
           MOVE WS-AUD-ANTES                TO AU-VALOR-ANTES
           MOVE WS-AUD-DEPOIS               TO AU-VALOR-DEPOIS
