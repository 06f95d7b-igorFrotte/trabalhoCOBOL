               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
       01 WS-ENTRADA-CNPJ       PIC 9(14).
       01 WS-ENTRADA-PARCELA    PIC 9(02).
       01 WS-CONFIRMACAO        PIC X.
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
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           DISPLAY "Conta " CP-CHAVE " paga (confirmada pelo banco)."
           MOVE "CONFIRMACAO" TO WS-AUD-ACAO
           STRING "SITUACAO=P VALOR=" DELIMITED BY SIZE
           IF WS-STATUS-HIST NOT = "00"
               DISPLAY "AVISO: conta paga, mas histórico não "
                   "gravado: " WS-STATUS-HIST
           ELSE
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
           END-IF

           PERFORM DEBITA-CONTA-BANCARIA.
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           DISPLAY "Conta " CP-CHAVE " devolvida à situação "
               CP-SITUACAO ". Remessa rejeitada pelo banco."
           MOVE "REJEICAO" TO WS-AUD-ACAO
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "CONFREM" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "CONFREM" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
