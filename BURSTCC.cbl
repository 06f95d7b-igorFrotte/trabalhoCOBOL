               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Destinatários por centro (ver CADDIST.cbl): é a mala direta
           05 DS-CENTRO-CUSTO   PIC X(06).
           05 DS-NOME           PIC X(30).
           05 DS-EMAIL          PIC X(30).
           05 DS-LOGIN          PIC X(10).  *> aprovador de reembolso

      *> Cadastro de centros de custo (ver CADCC.cbl).
       FD CCUSTO-FILE.
