               RECORD KEY IS DG-DELEGANTE
               FILE STATUS IS WS-STATUS-FILE-DG.

      *> Reativações de fornecedor dormente aguardando revalidação
      *> (ver DORMENTE.cbl e CADFORNE.cbl): a confirmação aqui vale
      *> como a reconfirmação dos dados bancários. Arquivo opcional.
           SELECT REVALFOR-FILE ASSIGN TO "REVALFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-CNPJ
               FILE STATUS IS WS-STATUS-FILE-RV.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl); um
      *> registro por confirmação ou recusa.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
           05 DG-USUARIO-REG    PIC X(10).
           05 DG-ADMIN-CONF     PIC X(10).

       FD REVALFOR-FILE.
       01 REVALFOR-REG.
           05 RV-CNPJ           PIC 9(14).
           05 RV-SITUACAO       PIC X(01).  *> D=dormente (inativo),
                                            *> R=reativação pedida,
                                            *> L=revalidado/liberado
           05 RV-DATA-DESATIV   PIC 9(8).
           05 RV-ULT-MOVIMENTO  PIC 9(8).   *> última conta/pgto
           05 RV-DATA-PEDIDO    PIC 9(8).   *> pedido de reativação
           05 RV-USUARIO-PEDIDO PIC X(10).
           05 RV-BCO-CONF       PIC X(01).  *> S=dados bancários
                                            *> reconfirmados
           05 RV-DATA-BCO-CONF  PIC 9(8).
           05 RV-DATA-LIBERA    PIC 9(8).
           05 RV-USUARIO-LIBERA PIC X(10).

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
       01 WS-DELEGANTE-ATIVO    PIC X(10) VALUE SPACES.
       01 WS-STATUS-FILE-PB     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-RV     PIC XX.
       01 WS-REVALFOR-OK        PIC X VALUE "N".
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-AUD-ACAO           PIC X(10).
                   WS-STATUS-AUDITORIA
           END-IF

           OPEN I-O REVALFOR-FILE
           IF WS-STATUS-FILE-RV = "00"
               MOVE "S" TO WS-REVALFOR-OK
           END-IF

           PERFORM CARREGA-DELEGACAO

           PERFORM PERCORRE-PROPOSTAS

           CLOSE PENDBANCO-FILE
           CLOSE FORNECEDOR-FILE
           IF WS-REVALFOR-OK = "S"
               CLOSE REVALFOR-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF
                      INTO WS-AUD-DEPOIS
           END-IF
           PERFORM GRAVA-AUDITORIA
           PERFORM MARCA-REVALIDACAO

           PERFORM EXCLUI-PROPOSTA.

      *> Fornecedor dormente com reativação pedida: registra que os
      *> dados bancários foram reconfirmados; a liberação em si
      *> continua em CADFORNE, com as demais conferências.
       MARCA-REVALIDACAO.
           IF WS-REVALFOR-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE PB-CNPJ TO RV-CNPJ
           READ REVALFOR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RV-SITUACAO NOT = "R"
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO RV-BCO-CONF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RV-DATA-BCO-CONF
           REWRITE REVALFOR-REG
           IF WS-STATUS-FILE-RV = "00"
               DISPLAY "Reativação pendente: dados bancários "
                   "reconfirmados; concluir no cadastro."
           ELSE
               DISPLAY "AVISO: falha ao gravar REVALFOR.DAT: "
                   WS-STATUS-FILE-RV
           END-IF.

       RECUSA-PROPOSTA.
           ADD 1 TO WS-QTD-RECUSADAS
           DISPLAY "Proposta recusada; dados atuais mantidos."
