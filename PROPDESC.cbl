               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Histórico de pagamentos (ver MIGHIST.cbl), para o relatório
       01 WS-DESC-PERDIDO       PIC 9(12)V99.
       01 WS-DESC-CALC          PIC 9(10)V99.

      *> Cessão de crédito (ver LOCCESS.cbl): conta cedida não
      *> aceita desconto antecipado.
       01 WS-CES-AREA.
           05 WS-CES-CP-CHAVE       PIC X(26).
           05 WS-CES-CNPJ           PIC 9(14).
           05 WS-CES-DATA-EMISSAO   PIC 9(8).
           05 WS-CES-CEDIDA         PIC X(01).
           05 WS-CES-NUM-CESSAO     PIC 9(06).
           05 WS-CES-CESS-CNPJ      PIC 9(14).
           05 WS-CES-CESS-NOME      PIC X(40).
           05 WS-CES-BANCO          PIC X(03).
           05 WS-CES-AGENCIA        PIC X(06).
           05 WS-CES-CONTA          PIC X(12).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               EXIT PARAGRAPH
           END-IF

           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE CP-CNPJ-FORN    TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA
           IF WS-CES-CEDIDA NOT = "N"
               DISPLAY "BARRADA: conta " CP-CHAVE
                   " - cedida (cessão " WS-CES-NUM-CESSAO
                   "), sem desconto."
               EXIT PARAGRAPH
           END-IF

      *> CNPJ irregular na Receita ou certidão vencida/ausente de
      *> prestador de serviço: fora da proposta, como em BORDERO.
           PERFORM VERIFICA-SITUACAO-RF
