               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
       01 WS-DIA                PIC 9(02).
       01 WS-DOC-NOVO           PIC 9(10).
       01 WS-SALDO-FECHADO      PIC 9(10)V99.
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

               WRITE CONTA-REG
               IF WS-STATUS-FILE-C = "00"
                   MOVE "I" TO WS-JN-OPERACAO
                   PERFORM JORNAL-CONTA
                   DISPLAY "Parcela " WS-PARC-I " do acordo: venc "
                       CP-DATA-VENC " valor " CP-VALOR
                   MOVE "RENEG.NOVA" TO WS-AUD-ACAO
                       MOVE ZEROS TO CP-SALDO
                       REWRITE CONTA-REG
                       IF WS-STATUS-FILE-C = "00"
                           MOVE "A" TO WS-JN-OPERACAO
                           PERFORM JORNAL-CONTA
                           PERFORM GRAVA-VINCULO-RENEG
                           MOVE "RENEG.FECH" TO WS-AUD-ACAO
                           MOVE SPACES TO WS-AUD-DEPOIS
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "RENEGOC" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
