               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Histórico de pagamentos, indexado por documento + CNPJ +
       01 WS-QTD-HIST           PIC 9(7) VALUE ZEROS.
       01 WS-QTD-MANTIDAS       PIC 9(7) VALUE ZEROS.
       01 RESPOSTA              PIC X.
      *> Área do diário de recuperação (ver JORNAL.cbl).
       01 WS-JORNAL-AREA.
           05 WS-JN-PROGRAMA    PIC X(8).
           05 WS-JN-ARQUIVO     PIC X(1).   *> C=CONTAPAGAR,
                                            *> H=HISTPAGTO
           05 WS-JN-OPERACAO    PIC X(1).   *> I=inclusão,
                                            *> A=alteração,
                                            *> E=exclusão
           05 WS-JN-IMAGEM      PIC X(250).

       PROCEDURE DIVISION.

           MOVE WS-CHAVE-ATUAL TO CP-CHAVE
           DELETE CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C = "00"
               MOVE "E" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               ADD 1 TO WS-QTD-ARQUIVADAS
           ELSE
               DISPLAY "AVISO: conta copiada mas não excluída: "
               IF WS-STATUS-ARQH = "00"
                   DELETE HISTPAGTO-FILE
                   IF WS-STATUS-HIST = "00"
                       MOVE "E" TO WS-JN-OPERACAO
                       PERFORM JORNAL-HIST
                       ADD 1 TO WS-QTD-HIST
                   END-IF
               ELSE
                   EXIT PARAGRAPH
           END-READ
           MOVE FC-ANO-MES TO WS-ANO-MES-FECHADO.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "ARQUIVA" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "ARQUIVA" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
