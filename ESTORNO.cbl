               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               RECORD KEY IS US-LOGIN
               FILE STATUS IS WS-STATUS-FILE-US.

      *> Juros e multa do pagamento pago em atraso (ver PGTOCONT.cbl),
      *> pela mesma chave do histórico: o pagamento estornado deixa
      *> de ser custo de atraso (ver RELPERDA.cbl). Arquivo opcional.
           SELECT ENCARGO-FILE ASSIGN TO "ENCARGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EG-CHAVE
               FILE STATUS IS WS-STATUS-FILE-EG.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por estorno, com motivo e segundo aprovador.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 US-FALHAS         PIC 9(1).
           05 US-BLOQUEADO      PIC X(1).

       FD ENCARGO-FILE.
       01 ENCARGO-REG.
           05 EG-CHAVE          PIC X(30).  *> composição H-CHAVE
           05 EG-CP-CHAVE       PIC X(26).
           05 EG-CNPJ-FORN      PIC 9(14).
           05 EG-CENTRO-CUSTO   PIC X(06).
           05 EG-EMPRESA        PIC 9(02).
           05 EG-DATA-VENC      PIC 9(8).
           05 EG-DATA-PGTO      PIC 9(8).
           05 EG-DIAS-ATRASO    PIC 9(05).
           05 EG-VALOR-JUROS    PIC 9(10)V99.  *> calculado
           05 EG-VALOR-MULTA    PIC 9(10)V99.  *> calculada
           05 EG-VALOR-ENCARGOS PIC 9(10)V99.  *> pago além do
                                               *> principal
           05 EG-DATA-SOLIC     PIC 9(8).   *> pedido de autorização
                                            *> (zeros = pago direto)
           05 EG-PROGRAMA       PIC X(08).

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-STATUS-FILE-FC     PIC XX.
       01 WS-STATUS-FILE-US     PIC XX.
       01 WS-USUARIO-OK         PIC X VALUE "N".
       01 WS-STATUS-FILE-EG     PIC XX.
       01 WS-ENCARGO-OK         PIC X VALUE "N".
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ANTES          PIC X(60).
       01 WS-EST-ISS            PIC 9(10)V99.
       01 WS-EST-CREDITO        PIC 9(10)V99.
       01 WS-EST-EMPRESA        PIC 9(02).
       01 WS-EST-ENCARGOS       PIC 9(10)V99.

      *> Guarda contra estorno em dobro: um pagamento só pode ser
      *> desfeito uma vez. A parcela é varrida contando as pernas de
       01 WS-JA-ESTORNADO       PIC X.
       01 WS-QTD-PGTO-VAL       PIC 9(4).
       01 WS-QTD-EST-VAL        PIC 9(4).
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
               MOVE "N" TO WS-USUARIO-OK
           END-IF

      *> Sem ENCARGO.DAT nenhum pagamento em atraso foi registrado
      *> e não há encargo a retirar.
           OPEN I-O ENCARGO-FILE
           IF WS-STATUS-FILE-EG = "00"
               MOVE "S" TO WS-ENCARGO-OK
           ELSE
               IF WS-STATUS-FILE-EG NOT = "35"
                   DISPLAY "AVISO: ENCARGO.DAT indisponível: "
                       WS-STATUS-FILE-EG
               END-IF
           END-IF

           OPEN EXTEND AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           IF WS-USUARIO-OK = "S"
               CLOSE USUARIO-FILE
           END-IF
           IF WS-ENCARGO-OK = "S"
               CLOSE ENCARGO-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF

           PERFORM GRAVA-ESTORNO-HISTORICO
           PERFORM DEVOLVE-CAIXA-BANCO
           PERFORM RETIRA-ENCARGO

           DISPLAY "Pagamento estornado; a conta voltou a "
               CP-SITUACAO " com saldo " CP-SALDO "."
                  WS-ENTRADA-SEQ DELIMITED BY SIZE
                  " VALOR=" DELIMITED BY SIZE
                  WS-EST-PAGO DELIMITED BY SIZE
                  " ENCARGOS=" DELIMITED BY SIZE
                  WS-EST-ENCARGOS DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "MOTIVO=" DELIMITED BY SIZE
           REWRITE CONTA-REG
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao restaurar a conta: " WS-STATUS-FILE-C
           ELSE
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
           END-IF.

      *> Grava a perna de estorno no histórico: mesmos valores do
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: conta restaurada, mas a perna de "
                   "estorno não gravou: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
           END-IF.

      *> Retira o registro de juros e multa do pagamento estornado:
      *> pago por engano, ele não é custo de atraso, e o pagamento
      *> refeito depois grava o seu próprio registro. O valor
      *> retirado fica na auditoria do estorno.
       RETIRA-ENCARGO.
           MOVE ZEROS TO WS-EST-ENCARGOS
           IF WS-ENCARGO-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EG-CHAVE
           STRING WS-ENTRADA-DOC  DELIMITED BY SIZE
                  WS-ENTRADA-CNPJ DELIMITED BY SIZE
                  WS-ENTRADA-PARC DELIMITED BY SIZE
                  WS-ENTRADA-SEQ  DELIMITED BY SIZE
                  INTO EG-CHAVE
           READ ENCARGO-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE EG-VALOR-ENCARGOS TO WS-EST-ENCARGOS
           DELETE ENCARGO-FILE RECORD
           IF WS-STATUS-FILE-EG NOT = "00"
               DISPLAY "AVISO: encargos do pagamento estornado não "
                   "retirados de ENCARGO.DAT: " WS-STATUS-FILE-EG
               MOVE ZEROS TO WS-EST-ENCARGOS
           END-IF.

      *> Devolve ao saldo da conta pagadora o caixa que saiu de
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "ESTORNO" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "ESTORNO" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
