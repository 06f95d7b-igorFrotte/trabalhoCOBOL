      *> Destinatários de distribuição por centro de custo: quem é o
      *> gestor e para que e-mail vai o recorte do relatório do seu
      *> centro (ou da sua diretoria, cobrindo os filhos via CC-PAI).
      *> Consumido pela quebra de relatórios de BURSTCC.cbl. O login
      *> do gestor define quem aprova os relatórios de reembolso do
      *> centro em APROVLAN.cbl.
           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 DS-CENTRO-CUSTO   PIC X(06).
           05 DS-NOME           PIC X(30).
           05 DS-EMAIL          PIC X(30).
           05 DS-LOGIN          PIC X(10).  *> aprovador de reembolso

      *> Cadastro de centros de custo (ver CADCC.cbl).
       FD CCUSTO-FILE.
                   MOVE "N" TO WS-DIST-EXISTE
               NOT INVALID KEY
                   DISPLAY "Destinatário atual: " DS-NOME " <"
                       DS-EMAIL "> login " DS-LOGIN
           END-READ

           DISPLAY "Nome do gestor: "
               DISPLAY "Erro: e-mail obrigatório."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Login do gestor (aprovação de reembolsos): "
           ACCEPT DS-LOGIN

           IF WS-DIST-EXISTE = "S"
               REWRITE DISTRIB-REG
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CC     | GESTOR                         | "
               "E-MAIL                         | LOGIN"
           PERFORM UNTIL WS-STATUS-FILE-DS = "10"
               DISPLAY DS-CENTRO-CUSTO " | " DS-NOME " | " DS-EMAIL
                   " | " DS-LOGIN
               READ DISTRIB-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-DS
