               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
       01 WS-RL-CONTA           PIC X(12).
       01 WS-RL-PAGADORA        PIC X(03).

      *> Cessão de crédito (ver LOCCESS.cbl): conta cedida tem o
      *> cessionário como favorecido e o fornecedor como cedente.
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
               INVALID KEY
                   MOVE ZEROS TO CP-NUM-REMESSA
                   MOVE ZEROS TO CP-TOTAL-PARCELAS
                   MOVE ZEROS TO CP-DATA-EMISSAO
           END-READ

           MOVE CP-CHAVE        TO WS-CES-CP-CHAVE
           MOVE H-CNPJ-FORN     TO WS-CES-CNPJ
           MOVE CP-DATA-EMISSAO TO WS-CES-DATA-EMISSAO
           CALL "LOCCESS" USING WS-CES-AREA

           MOVE H-CNPJ-FORN TO F-CNPJ
           READ FORNECEDOR-FILE
               INVALID KEY
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
           IF WS-CES-CEDIDA NOT = "N"
               STRING "FAVORECIDO: " DELIMITED BY SIZE
                      WS-CES-CESS-NOME DELIMITED BY SIZE
                      " CNPJ " DELIMITED BY SIZE
                      WS-CES-CESS-CNPJ DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
               MOVE SPACES TO WS-LINHA
               STRING "CEDENTE: " DELIMITED BY SIZE
                      F-RAZAO-SOCIAL DELIMITED BY SIZE
                      " CNPJ " DELIMITED BY SIZE
                      H-CNPJ-FORN DELIMITED BY SIZE
                      " (CESSAO " DELIMITED BY SIZE
                      WS-CES-NUM-CESSAO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LINHA
           ELSE
               STRING "FAVORECIDO: " DELIMITED BY SIZE
                      F-RAZAO-SOCIAL DELIMITED BY SIZE
                      " CNPJ " DELIMITED BY SIZE
                      H-CNPJ-FORN DELIMITED BY SIZE
                      INTO WS-LINHA
           END-IF
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WS-LINHA
