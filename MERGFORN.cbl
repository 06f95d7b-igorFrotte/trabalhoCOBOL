               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Modelos de conta recorrente (ver CADRECOR.cbl), re-chaveados
       01 WS-QTD-CONTAS         PIC 9(5) VALUE ZEROS.
       01 WS-QTD-MODELOS        PIC 9(5) VALUE ZEROS.
       01 WS-QTD-COLISOES       PIC 9(5) VALUE ZEROS.
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

           MOVE "I" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE WS-CHAVE-ORIGEM TO CP-CHAVE
           DELETE CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "AVISO: conta copiada mas origem não "
                   "excluída: " WS-STATUS-FILE-C
           ELSE
               MOVE "E" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
           END-IF

           ADD 1 TO WS-QTD-CONTAS
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "MERGFORN" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
