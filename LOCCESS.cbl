       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cessões de crédito notificadas pelo fornecedor (ver
      *> CADCESS.cbl), com chave alternada por CNPJ do cedente.
      *> Arquivo opcional: sem ele, nenhuma conta está cedida.
           SELECT CESSAO-FILE ASSIGN TO "CESSAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-NUM-CESSAO
               ALTERNATE RECORD KEY IS CS-CNPJ-FORN WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-CS.

       DATA DIVISION.
       FILE SECTION.

       FD CESSAO-FILE.
       01 CESSAO-REG.
           05 CS-NUM-CESSAO     PIC 9(06).
           05 CS-CNPJ-FORN      PIC 9(14).  *> cedente
           05 CS-TIPO           PIC X(01).  *> C=conta específica,
                                            *> F=contas futuras
           05 CS-CP-CHAVE       PIC X(26).  *> conta cedida (tipo C)
           05 CS-DATA-INICIO    PIC 9(8).   *> tipo F: emitidas desde
           05 CS-DATA-NOTIF     PIC 9(8).   *> notificação recebida
           05 CS-CESS-CNPJ      PIC 9(14).  *> cessionário
           05 CS-CESS-NOME      PIC X(40).
           05 CS-BANCO          PIC X(03).
           05 CS-AGENCIA        PIC X(06).
           05 CS-CONTA          PIC X(12).
           05 CS-SITUACAO       PIC X(01).  *> P=PENDENTE,A=ATIVA,
                                            *> R=RECUSADA,E=ENCERRADA
           05 CS-USUARIO-REG    PIC X(10).
           05 CS-USUARIO-CONF   PIC X(10).
           05 CS-DATA-CONF      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-CS     PIC XX.

       LINKAGE SECTION.
      *> Área de troca com REMESSA, PGTOCONT, PGTOLOTE, APROVPAG,
      *> COMPROV, PROPDESC, BORDERO e CIRCULAR: entra a conta (chave,
      *> CNPJ e emissão); sai o cessionário que deve receber o
      *> pagamento.
       01 WS-CES-AREA.
           05 WS-CES-CP-CHAVE       PIC X(26).
           05 WS-CES-CNPJ           PIC 9(14).
           05 WS-CES-DATA-EMISSAO   PIC 9(8).
           05 WS-CES-CEDIDA         PIC X(01).  *> N=não cedida,
                                                *> C=conta,F=futuras
           05 WS-CES-NUM-CESSAO     PIC 9(06).
           05 WS-CES-CESS-CNPJ      PIC 9(14).
           05 WS-CES-CESS-NOME      PIC X(40).
           05 WS-CES-BANCO          PIC X(03).
           05 WS-CES-AGENCIA        PIC X(06).
           05 WS-CES-CONTA          PIC X(12).

      *> Só vale cessão confirmada ("A"). A cessão da própria conta
      *> prevalece sobre a cessão das contas futuras do fornecedor;
      *> entre duas do mesmo tipo, vale a de número mais baixo.
       PROCEDURE DIVISION USING WS-CES-AREA.

       MAIN-PROCEDURE.
           MOVE "N"    TO WS-CES-CEDIDA
           MOVE ZEROS  TO WS-CES-NUM-CESSAO
           MOVE ZEROS  TO WS-CES-CESS-CNPJ
           MOVE SPACES TO WS-CES-CESS-NOME
           MOVE SPACES TO WS-CES-BANCO
           MOVE SPACES TO WS-CES-AGENCIA
           MOVE SPACES TO WS-CES-CONTA

           OPEN INPUT CESSAO-FILE
           IF WS-STATUS-FILE-CS NOT = "00"
               EXIT PROGRAM
           END-IF

           MOVE WS-CES-CNPJ TO CS-CNPJ-FORN
           START CESSAO-FILE KEY IS EQUAL CS-CNPJ-FORN
               INVALID KEY
                   CLOSE CESSAO-FILE
                   EXIT PROGRAM
           END-START

           READ CESSAO-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-CS
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-CS = "10"
                   OR CS-CNPJ-FORN NOT = WS-CES-CNPJ
               IF CS-SITUACAO = "A"
                   PERFORM AVALIA-CESSAO
               END-IF
               READ CESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CS
               END-READ
           END-PERFORM

           CLOSE CESSAO-FILE
           EXIT PROGRAM.

       AVALIA-CESSAO.
           IF CS-TIPO = "C" AND CS-CP-CHAVE = WS-CES-CP-CHAVE
               IF WS-CES-CEDIDA NOT = "C"
                   PERFORM GUARDA-CESSAO
                   MOVE "C" TO WS-CES-CEDIDA
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CS-TIPO = "F" AND WS-CES-CEDIDA = "N"
                   AND WS-CES-DATA-EMISSAO >= CS-DATA-INICIO
               PERFORM GUARDA-CESSAO
               MOVE "F" TO WS-CES-CEDIDA
           END-IF.

       GUARDA-CESSAO.
           MOVE CS-NUM-CESSAO TO WS-CES-NUM-CESSAO
           MOVE CS-CESS-CNPJ  TO WS-CES-CESS-CNPJ
           MOVE CS-CESS-NOME  TO WS-CES-CESS-NOME
           MOVE CS-BANCO      TO WS-CES-BANCO
           MOVE CS-AGENCIA    TO WS-CES-AGENCIA
           MOVE CS-CONTA      TO WS-CES-CONTA.
