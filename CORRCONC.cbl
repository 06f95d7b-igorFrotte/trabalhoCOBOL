               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Histórico de pagamentos, indexado por documento + CNPJ +
       01 WS-SALDO-NOVO         PIC 9(10)V99.
       01 WS-SITUACAO-NOVA      PIC X.
       01 WS-JUSTIFICATIVA      PIC X(40).
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

           WRITE HIST-REG
           IF WS-STATUS-HIST = "00"
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
               ADD 1 TO WS-QTD-RESOLVIDAS
               DISPLAY "Histórico gravado."
               MOVE "HIST.FALTA" TO WS-AUD-ACAO

           REWRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               ADD 1 TO WS-QTD-RESOLVIDAS
               DISPLAY "Conta ajustada."
               MOVE "AJUSTE" TO WS-AUD-ACAO
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "CORRCONC" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "CORRCONC" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
