               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
       01 WS-IDADE-DISPUTA      PIC 9(5).
       01 WS-QTD-DISPUTAS       PIC 9(5).
       01 WS-VALOR-DISPUTAS     PIC 9(12)V99.
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

           REWRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "A" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               DISPLAY "Conta bloqueada por disputa; fora de todas "
                   "as seleções de pagamento."
               MOVE "BLOQUEIO" TO WS-AUD-ACAO
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE CP-CHAVE TO BL-CHAVE
           DELETE BLOQUEIO-FILE
           IF WS-STATUS-FILE-BL NOT = "00"
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "BLOQCONT" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
