       01 WS-QTD-LIDAS          PIC 9(7) VALUE ZEROS.
       01 WS-QTD-GRAVADAS       PIC 9(7) VALUE ZEROS.
       01 WS-QTD-ERROS          PIC 9(7) VALUE ZEROS.
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

           END-PERFORM

           IF WS-STATUS-HIST = "00"
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-HIST
               ADD 1 TO WS-QTD-GRAVADAS
           ELSE
               DISPLAY "ERRO ao gravar título " H-NUM-DOC ": "
                   WS-STATUS-HIST
               ADD 1 TO WS-QTD-ERROS
           END-IF.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "MIGHIST" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
