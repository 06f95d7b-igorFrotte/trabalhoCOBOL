               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
       01 WS-RAT-QTD            PIC 9(02).
       01 WS-RAT-SOMA-PERC      PIC 9(03)V99.
       01 WS-RAT-VALIDO         PIC X.
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


           WRITE CONTA-REG
           IF WS-STATUS-FILE-C = "00"
               MOVE "I" TO WS-JN-OPERACAO
               PERFORM JORNAL-CONTA
               ADD 1 TO WS-QTD-IMPORTADOS
               PERFORM GRAVA-RATEIO-IMPORTADO
               MOVE "INCLUSAO" TO WS-AUD-ACAO
                   EXIT PARAGRAPH
           END-READ
           MOVE FC-ANO-MES TO WS-ANO-MES-FECHADO.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "LANCLOTE" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
