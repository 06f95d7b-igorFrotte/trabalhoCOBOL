      *> antes de rodar, renomeie cada arquivo antigo para .ANT
      *> (USUARIO.ANT, CONTAPAGAR.ANT, FORNECEDOR.ANT,
      *> RECORRENTE.ANT, NOTIFICA.ANT, HISTPAGTO.ANT, REMLOTE.ANT,
      *> BORDERO.ANT, RUNCTRL.ANT, PASSONOT.ANT, REMCTRL.ANT,
      *> DISTRIB.ANT, PENDAPROV.ANT, PENHORMV.ANT); os
      *> arquivos novos são criados do zero com o layout atual e os
      *> campos novos inicializados.
      *> Arquivo .ANT ausente é simplesmente pulado.
      *> CONTAPAGAR.DAT já no layout atual, mas gravado antes das
      *> chaves alternadas (fornecedor, vencimento e situação), é
      *> reorganizado a partir da cópia renomeada para .CHV.
      *> RUNCTRL.DAT gravado antes do modo simulação (chave sem o
      *> byte de modo) é convertido a partir da cópia .MOD.
           SELECT USUARIO-ANT ASSIGN TO "USUARIO.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-ST-CP.

           SELECT CONTAPAGAR-CHV ASSIGN TO "CONTAPAGAR.CHV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-CHAVE
               FILE STATUS IS WS-ST-VC.

           SELECT FORNECEDOR-ANT ASSIGN TO "FORNECEDOR.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-CHAVE
               FILE STATUS IS WS-ST-BD.

           SELECT RUNCTRL-ANT ASSIGN TO "RUNCTRL.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XA-CHAVE
               FILE STATUS IS WS-ST-XA.

           SELECT RUNCTRL-MOD ASSIGN TO "RUNCTRL.MOD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-CHAVE
               FILE STATUS IS WS-ST-XM.

           SELECT RUNCTRL-FILE ASSIGN TO "RUNCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CHAVE
               FILE STATUS IS WS-ST-RN.

           SELECT PASSONOT-ANT ASSIGN TO "PASSONOT.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PASSO
               ALTERNATE RECORD KEY IS PA-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-ST-PA.

           SELECT PASSONOT-FILE ASSIGN TO "PASSONOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PASSO
               ALTERNATE RECORD KEY IS PN-ORDEM WITH DUPLICATES
               FILE STATUS IS WS-ST-PN.

           SELECT REMCTRL-ANT ASSIGN TO "REMCTRL.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-CHAVE
               FILE STATUS IS WS-ST-TA.

           SELECT REMCTRL-FILE ASSIGN TO "REMCTRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHAVE
               FILE STATUS IS WS-ST-RT.

           SELECT DISTRIB-ANT ASSIGN TO "DISTRIB.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CENTRO-CUSTO
               FILE STATUS IS WS-ST-DA.

           SELECT DISTRIB-FILE ASSIGN TO "DISTRIB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CENTRO-CUSTO
               FILE STATUS IS WS-ST-DS.

           SELECT PENDAPROV-ANT ASSIGN TO "PENDAPROV.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-CHAVE
               FILE STATUS IS WS-ST-AA.

           SELECT PENDAPROV-FILE ASSIGN TO "PENDAPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-ST-AP.

           SELECT PENHORMV-ANT ASSIGN TO "PENHORMV.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-CHAVE
               FILE STATUS IS WS-ST-MA.

           SELECT PENHORMV-FILE ASSIGN TO "PENHORMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CHAVE
               FILE STATUS IS WS-ST-PM.

       DATA DIVISION.
       FILE SECTION.

           05 CP-COD-BARRAS     PIC X(47).  *> linha digitável boleto
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

      *> CONTAPAGAR.DAT no layout atual (o mesmo de CONTA-REG), só
      *> com a chave primária.
       FD CONTAPAGAR-CHV.
       01 CONTAPAGAR-CHV-REG.
           05 VC-CHAVE          PIC X(26).
           05 FILLER            PIC X(221).

      *> Layout de FORNECEDOR.DAT anterior à fusão de cadastros.
       FD FORNECEDOR-ANT.
       01 FORNECEDOR-ANT-REG.
           05 BD-VALOR          PIC 9(10)V99.
           05 BD-CONTA-PAGADORA PIC X(03).  *> escolhida na aprovação

      *> Layout de RUNCTRL.DAT anterior ao catálogo de passos da
      *> rotina noturna: sem o motivo de cada resultado.
       FD RUNCTRL-ANT.
       01 RUNCTRL-ANT-REG.
           05 XA-CHAVE          PIC X(16).
           05 XA-RESULTADO      PIC X(1).
           05 XA-HORA-INICIO    PIC 9(6).
           05 XA-HORA-FIM       PIC 9(6).
           05 XA-QTD-REGISTROS  PIC 9(7).

      *> Layout de RUNCTRL.DAT anterior ao modo simulação: chave
      *> sem o byte de modo.
       FD RUNCTRL-MOD.
       01 RUNCTRL-MOD-REG.
           05 XM-CHAVE          PIC X(16).
           05 XM-RESULTADO      PIC X(1).
           05 XM-HORA-INICIO    PIC 9(6).
           05 XM-HORA-FIM       PIC 9(6).
           05 XM-QTD-REGISTROS  PIC 9(7).
           05 XM-MOTIVO         PIC X(40).

       FD RUNCTRL-FILE.
       01 RUNCTRL-REG.
           05 RN-CHAVE          PIC X(17).  *> data ref+passo+modo
           05 RN-RESULTADO      PIC X(1).
           05 RN-HORA-INICIO    PIC 9(6).
           05 RN-HORA-FIM       PIC 9(6).
           05 RN-QTD-REGISTROS  PIC 9(7).
           05 RN-MOTIVO         PIC X(40).

      *> Layout de PASSONOT.DAT anterior aos alertas de SLA: sem a
      *> janela acordada, o alerta de zero registros e o e-mail da
      *> operação.
       FD PASSONOT-ANT.
       01 PASSONOT-ANT-REG.
           05 PA-PASSO          PIC X(8).
           05 PA-ORDEM          PIC 9(3).
           05 PA-RESTO          PIC X(88).

       FD PASSONOT-FILE.
       01 PASSONOT-REG.
           05 PN-PASSO          PIC X(8).
           05 PN-ORDEM          PIC 9(3).
           05 PN-RESTO          PIC X(88).
           05 PN-JANELA-MIN     PIC 9(4).
           05 PN-ALERTA-ZERO    PIC X(1).
           05 PN-EMAIL-ALERTA   PIC X(30).

      *> Layout de REMCTRL.DAT anterior ao selo da remessa: só o
      *> registro "01" com o próximo número, chave de dois bytes.
       FD REMCTRL-ANT.
       01 REMCTRL-ANT-REG.
           05 TA-CHAVE          PIC X(02).
           05 TA-PROX-NUM       PIC 9(06).

       FD REMCTRL-FILE.
       01 REMCTRL-REG.
           05 RT-CHAVE          PIC X(08).
           05 RT-PROX-NUM       PIC 9(06).
           05 RT-SELO           PIC X(132).

      *> Layout de DISTRIB.DAT anterior à aprovação de reembolsos:
      *> sem o login do gestor.
       FD DISTRIB-ANT.
       01 DISTRIB-ANT-REG.
           05 DA-CENTRO-CUSTO   PIC X(06).
           05 DA-NOME           PIC X(30).
           05 DA-EMAIL          PIC X(30).

       FD DISTRIB-FILE.
       01 DISTRIB-REG.
           05 DS-CENTRO-CUSTO   PIC X(06).
           05 DS-NOME           PIC X(30).
           05 DS-EMAIL          PIC X(30).
           05 DS-LOGIN          PIC X(10).

      *> Layout de PENDAPROV.DAT anterior aos encargos de atraso:
      *> sem dias de atraso, juros e multa.
       FD PENDAPROV-ANT.
       01 PENDAPROV-ANT-REG.
           05 AA-CHAVE          PIC X(26).
           05 AA-NUM-DOC        PIC 9(10).
           05 AA-CNPJ-FORN      PIC 9(14).
           05 AA-NUM-PARCELA    PIC 9(02).
           05 AA-DATA-PGTO      PIC 9(8).
           05 AA-VALOR-PAGO     PIC 9(10)V99.
           05 AA-VALOR-PRINCIPAL PIC 9(10)V99.
           05 AA-VALOR-DESCONTO PIC 9(10)V99.
           05 AA-VALOR-IRRF     PIC 9(10)V99.
           05 AA-VALOR-INSS     PIC 9(10)V99.
           05 AA-VALOR-ISS      PIC 9(10)V99.
           05 AA-USUARIO-SOLIC  PIC X(10).
           05 AA-DATA-SOLIC     PIC 9(8).

       FD PENDAPROV-FILE.
       01 PENDAPROV-REG.
           05 PA-CHAVE          PIC X(26).  *> mesma composição CP-CHAVE
           05 PA-NUM-DOC        PIC 9(10).
           05 PA-CNPJ-FORN      PIC 9(14).
           05 PA-NUM-PARCELA    PIC 9(02).
           05 PA-DATA-PGTO      PIC 9(8).
           05 PA-VALOR-PAGO     PIC 9(10)V99.
           05 PA-VALOR-PRINCIPAL PIC 9(10)V99.
           05 PA-VALOR-DESCONTO PIC 9(10)V99.
           05 PA-VALOR-IRRF     PIC 9(10)V99.
           05 PA-VALOR-INSS     PIC 9(10)V99.
           05 PA-VALOR-ISS      PIC 9(10)V99.
           05 PA-USUARIO-SOLIC  PIC X(10).
           05 PA-DATA-SOLIC     PIC 9(8).
           05 PA-DIAS-ATRASO    PIC 9(05).
           05 PA-VALOR-JUROS    PIC 9(10)V99.
           05 PA-VALOR-MULTA    PIC 9(10)V99.

      *> Layout de PENHORMV.DAT anterior aos depósitos pendentes:
      *> sem situação e data do depósito.
       FD PENHORMV-ANT.
       01 PENHORMV-ANT-REG.
           05 MA-CHAVE.
               10 MA-NUM-ORDEM  PIC 9(06).
               10 MA-SEQ        PIC 9(05).
           05 MA-DATA           PIC 9(8).
           05 MA-CP-CHAVE       PIC X(26).
           05 MA-PROGRAMA       PIC X(08).
           05 MA-NUM-REMESSA    PIC 9(06).
           05 MA-VALOR-BASE     PIC 9(10)V99.
           05 MA-VALOR          PIC 9(10)V99.
           05 MA-SALDO-TETO     PIC 9(12)V99.
           05 MA-USUARIO        PIC X(10).

       FD PENHORMV-FILE.
       01 PENHORMV-REG.
           05 PM-CHAVE.
               10 PM-NUM-ORDEM  PIC 9(06).
               10 PM-SEQ        PIC 9(05).
           05 PM-DATA           PIC 9(8).
           05 PM-CP-CHAVE       PIC X(26).
           05 PM-PROGRAMA       PIC X(08).  *> caminho do pagamento
           05 PM-NUM-REMESSA    PIC 9(06).
           05 PM-VALOR-BASE     PIC 9(10)V99.
           05 PM-VALOR          PIC 9(10)V99.
           05 PM-SALDO-TETO     PIC 9(12)V99.  *> a depositar depois
           05 PM-USUARIO        PIC X(10).
           05 PM-SITUACAO       PIC X(01).  *> P=DEPOSITO PENDENTE,
                                            *> D=DEPOSITADO DEPOIS
           05 PM-DATA-DEPOSITO  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ST-UA              PIC XX.
       01 WS-ST-US              PIC XX.
       01 WS-ST-VA              PIC XX.
       01 WS-ST-CP              PIC XX.
       01 WS-ST-VC              PIC XX.
       01 WS-CP-CONVERTIDO      PIC X VALUE "N".
       01 WS-ST-FA              PIC XX.
       01 WS-ST-F               PIC XX.
       01 WS-ST-RA              PIC XX.
       01 WS-ST-RL              PIC XX.
       01 WS-ST-BA              PIC XX.
       01 WS-ST-BD              PIC XX.
       01 WS-ST-XA              PIC XX.
       01 WS-ST-RN              PIC XX.
       01 WS-ST-XM              PIC XX.
       01 WS-RN-CONVERTIDO      PIC X VALUE "N".
       01 WS-ST-PA              PIC XX.
       01 WS-ST-PN              PIC XX.
       01 WS-ST-TA              PIC XX.
       01 WS-ST-RT              PIC XX.
       01 WS-ST-DA              PIC XX.
       01 WS-ST-DS              PIC XX.
       01 WS-ST-AA              PIC XX.
       01 WS-ST-AP              PIC XX.
       01 WS-ST-MA              PIC XX.
       01 WS-ST-PM              PIC XX.
       01 WS-CONFIRMA           PIC X(3).
       01 WS-QTD-LIDAS          PIC 9(7).
       01 WS-QTD-GRAVADAS       PIC 9(7).
       01 WS-HASH               PIC 9(18).
       01 WS-HASH-I             PIC 9(02).
       01 WS-SENHA-HASH         PIC 9(10).
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

           DISPLAY "CONVERSÃO DE LAYOUT DOS ARQUIVOS DO CONTAS"
           DISPLAY "Converte USUARIO, CONTAPAGAR, FORNECEDOR, "
               "RECORRENTE, NOTIFICA,"
           DISPLAY "HISTPAGTO, REMLOTE, BORDERO, RUNCTRL, PASSONOT, "
               "REMCTRL, DISTRIB,"
           DISPLAY "PENDAPROV e PENHORMV"
           DISPLAY "a partir das cópias renomeadas para .ANT; os "
               ".DAT são recriados."
           DISPLAY "CONTAPAGAR.CHV (layout atual, sem chaves "
               "alternadas) também é reorganizado."
           DISPLAY "RUNCTRL.MOD (antes do modo simulação) também "
               "é convertido."
           DISPLAY "Digite SIM para confirmar: "
           ACCEPT WS-CONFIRMA


           PERFORM CONVERTE-USUARIO
           PERFORM CONVERTE-CONTAPAGAR
           PERFORM CONVERTE-CONTAPAGAR-CHV
           PERFORM CONVERTE-FORNECEDOR
           PERFORM CONVERTE-RECORRENTE
           PERFORM CONVERTE-NOTIFICA
           PERFORM CONVERTE-HISTPAGTO
           PERFORM CONVERTE-REMLOTE
           PERFORM CONVERTE-BORDERO
           PERFORM CONVERTE-RUNCTRL
           PERFORM CONVERTE-RUNCTRL-MOD
           PERFORM CONVERTE-PASSONOT
           PERFORM CONVERTE-REMCTRL
           PERFORM CONVERTE-DISTRIB
           PERFORM CONVERTE-PENDAPROV
           PERFORM CONVERTE-PENHORMV

           DISPLAY "========================================"
           DISPLAY "Conversão encerrada. Rode também MIGHIST para o"
               MOVE ZEROS             TO CP-EMPRESA
               WRITE CONTA-REG
               IF WS-ST-CP = "00"
                   MOVE "I" TO WS-JN-OPERACAO
                   PERFORM JORNAL-CONTA
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO na conta " VA-CHAVE ": " WS-ST-CP

           CLOSE CONTAPAGAR-ANT
           CLOSE CONTAPAGAR-FILE
           MOVE "S" TO WS-CP-CONVERTIDO
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "CONTAPAGAR.DAT convertido.".

      *> Contas já no layout atual: o registro é copiado inteiro e o
      *> novo CONTAPAGAR.DAT monta as chaves alternadas por
      *> fornecedor, vencimento e situação. Se o .ANT acabou de ser
      *> convertido, o .DAT novo já nasceu com as chaves.
       CONVERTE-CONTAPAGAR-CHV.
           IF WS-CP-CONVERTIDO = "S"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CONTAPAGAR-CHV
           IF WS-ST-VC = "35"
               DISPLAY "CONTAPAGAR.CHV não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-VC NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.CHV: " WS-ST-VC
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CONTAPAGAR-FILE
           IF WS-ST-CP NOT = "00"
               DISPLAY "Erro ao recriar CONTAPAGAR.DAT: " WS-ST-CP
               CLOSE CONTAPAGAR-CHV
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO VC-CHAVE
           START CONTAPAGAR-CHV KEY IS NOT LESS VC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ST-VC
           END-START
           IF WS-ST-VC NOT = "10"
               READ CONTAPAGAR-CHV NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-VC
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-VC = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE CONTAPAGAR-CHV-REG TO CONTA-REG
               WRITE CONTA-REG
               IF WS-ST-CP = "00"
                   MOVE "I" TO WS-JN-OPERACAO
                   PERFORM JORNAL-CONTA
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO na conta " VC-CHAVE ": " WS-ST-CP
               END-IF
               READ CONTAPAGAR-CHV NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-VC
               END-READ
           END-PERFORM

           CLOSE CONTAPAGAR-CHV
           CLOSE CONTAPAGAR-FILE
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "CONTAPAGAR.DAT reorganizado com chaves alternadas.".

       CONVERTE-FORNECEDOR.
           OPEN INPUT FORNECEDOR-ANT
           IF WS-ST-FA = "35"
               MOVE SPACE             TO H-TIPO
               WRITE HIST-REG
               IF WS-ST-H = "00"
                   MOVE "I" TO WS-JN-OPERACAO
                   PERFORM JORNAL-HIST
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no histórico " HA-CHAVE ": " WS-ST-H
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "NOTIFICA.DAT convertido.".

      *> Livro de controle da rotina noturna: os registros antigos
      *> ficam sem motivo (o resultado continua valendo para a
      *> retomada após abend) e com modo em branco (execução real).
       CONVERTE-RUNCTRL.
           OPEN INPUT RUNCTRL-ANT
           IF WS-ST-XA = "35"
               DISPLAY "RUNCTRL.ANT não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-XA NOT = "00"
               DISPLAY "Erro ao abrir RUNCTRL.ANT: " WS-ST-XA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RUNCTRL-FILE
           IF WS-ST-RN NOT = "00"
               DISPLAY "Erro ao recriar RUNCTRL.DAT: " WS-ST-RN
               CLOSE RUNCTRL-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO XA-CHAVE
           START RUNCTRL-ANT KEY IS NOT LESS XA-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ST-XA
           END-START
           IF WS-ST-XA NOT = "10"
               READ RUNCTRL-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-XA
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-XA = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE XA-CHAVE         TO RN-CHAVE
               MOVE XA-RESULTADO     TO RN-RESULTADO
               MOVE XA-HORA-INICIO   TO RN-HORA-INICIO
               MOVE XA-HORA-FIM      TO RN-HORA-FIM
               MOVE XA-QTD-REGISTROS TO RN-QTD-REGISTROS
               MOVE SPACES           TO RN-MOTIVO
               WRITE RUNCTRL-REG
               IF WS-ST-RN = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no passo " XA-CHAVE ": " WS-ST-RN
               END-IF
               READ RUNCTRL-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-XA
               END-READ
           END-PERFORM

           CLOSE RUNCTRL-ANT
           CLOSE RUNCTRL-FILE
           MOVE "S" TO WS-RN-CONVERTIDO
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "RUNCTRL.DAT convertido.".

      *> Livro já com motivo, mas gravado antes do modo simulação: o
      *> registro é copiado inteiro e a chave ganha o modo em branco
      *> (execução real). Se o .ANT acabou de ser convertido, o .DAT
      *> novo já nasceu com o modo.
       CONVERTE-RUNCTRL-MOD.
           IF WS-RN-CONVERTIDO = "S"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RUNCTRL-MOD
           IF WS-ST-XM = "35"
               DISPLAY "RUNCTRL.MOD não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-XM NOT = "00"
               DISPLAY "Erro ao abrir RUNCTRL.MOD: " WS-ST-XM
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RUNCTRL-FILE
           IF WS-ST-RN NOT = "00"
               DISPLAY "Erro ao recriar RUNCTRL.DAT: " WS-ST-RN
               CLOSE RUNCTRL-MOD
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO XM-CHAVE
           START RUNCTRL-MOD KEY IS NOT LESS XM-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ST-XM
           END-START
           IF WS-ST-XM NOT = "10"
               READ RUNCTRL-MOD NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-XM
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-XM = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE XM-CHAVE         TO RN-CHAVE
               MOVE XM-RESULTADO     TO RN-RESULTADO
               MOVE XM-HORA-INICIO   TO RN-HORA-INICIO
               MOVE XM-HORA-FIM      TO RN-HORA-FIM
               MOVE XM-QTD-REGISTROS TO RN-QTD-REGISTROS
               MOVE XM-MOTIVO        TO RN-MOTIVO
               WRITE RUNCTRL-REG
               IF WS-ST-RN = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no passo " XM-CHAVE ": " WS-ST-RN
               END-IF
               READ RUNCTRL-MOD NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-XM
               END-READ
           END-PERFORM

           CLOSE RUNCTRL-MOD
           CLOSE RUNCTRL-FILE
           MOVE "S" TO WS-RN-CONVERTIDO
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "RUNCTRL.DAT convertido.".

      *> Catálogo da rotina noturna: cada passo ganha a janela
      *> inicial de uma hora (três para o backup) e o alerta de zero
      *> registros para conciliação e backup, como na cadeia padrão
      *> de PASSOPAD.cbl; o e-mail da operação fica em branco até
      *> ser informado em CADPASSO.
       CONVERTE-PASSONOT.
           OPEN INPUT PASSONOT-ANT
           IF WS-ST-PA = "35"
               DISPLAY "PASSONOT.ANT não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-PA NOT = "00"
               DISPLAY "Erro ao abrir PASSONOT.ANT: " WS-ST-PA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PASSONOT-FILE
           IF WS-ST-PN NOT = "00"
               DISPLAY "Erro ao recriar PASSONOT.DAT: " WS-ST-PN
               CLOSE PASSONOT-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO PA-PASSO
           START PASSONOT-ANT KEY IS NOT LESS PA-PASSO
               INVALID KEY
                   MOVE "10" TO WS-ST-PA
           END-START
           IF WS-ST-PA NOT = "10"
               READ PASSONOT-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-PA
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-PA = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE PA-PASSO  TO PN-PASSO
               MOVE PA-ORDEM  TO PN-ORDEM
               MOVE PA-RESTO  TO PN-RESTO
               MOVE 60        TO PN-JANELA-MIN
               MOVE "N"       TO PN-ALERTA-ZERO
               IF PA-PASSO = "BACKUP"
                   MOVE 180   TO PN-JANELA-MIN
               END-IF
               IF PA-PASSO = "BACKUP" OR PA-PASSO = "CONCILIA"
                   MOVE "S"   TO PN-ALERTA-ZERO
               END-IF
               MOVE SPACES    TO PN-EMAIL-ALERTA
               WRITE PASSONOT-REG
               IF WS-ST-PN = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no passo " PA-PASSO ": " WS-ST-PN
               END-IF
               READ PASSONOT-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-PA
               END-READ
           END-PERFORM

           CLOSE PASSONOT-ANT
           CLOSE PASSONOT-FILE
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "PASSONOT.DAT convertido.".

      *> Controle da remessa: o registro "01" passa para a chave
      *> larga com o selo em branco; as remessas anteriores ficam
      *> sem selo e, se ainda forem ao banco, precisam ser regeradas
      *> para selar (ver VERREM.cbl).
       CONVERTE-REMCTRL.
           OPEN INPUT REMCTRL-ANT
           IF WS-ST-TA = "35"
               DISPLAY "REMCTRL.ANT não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-TA NOT = "00"
               DISPLAY "Erro ao abrir REMCTRL.ANT: " WS-ST-TA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REMCTRL-FILE
           IF WS-ST-RT NOT = "00"
               DISPLAY "Erro ao recriar REMCTRL.DAT: " WS-ST-RT
               CLOSE REMCTRL-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO TA-CHAVE
           START REMCTRL-ANT KEY IS NOT LESS TA-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ST-TA
           END-START
           IF WS-ST-TA NOT = "10"
               READ REMCTRL-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-TA
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-TA = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE TA-CHAVE    TO RT-CHAVE
               MOVE TA-PROX-NUM TO RT-PROX-NUM
               MOVE SPACES      TO RT-SELO
               WRITE REMCTRL-REG
               IF WS-ST-RT = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no controle " TA-CHAVE ": " WS-ST-RT
               END-IF
               READ REMCTRL-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-TA
               END-READ
           END-PERFORM

           CLOSE REMCTRL-ANT
           CLOSE REMCTRL-FILE
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "REMCTRL.DAT convertido.".

      *> Destinatários por centro: o login do gestor nasce em branco
      *> e é preenchido em CADDIST; até lá os reembolsos do centro
      *> aparecem em APROVLAN como sem aprovador.
       CONVERTE-DISTRIB.
           OPEN INPUT DISTRIB-ANT
           IF WS-ST-DA = "35"
               DISPLAY "DISTRIB.ANT não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-DA NOT = "00"
               DISPLAY "Erro ao abrir DISTRIB.ANT: " WS-ST-DA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DISTRIB-FILE
           IF WS-ST-DS NOT = "00"
               DISPLAY "Erro ao recriar DISTRIB.DAT: " WS-ST-DS
               CLOSE DISTRIB-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO DA-CENTRO-CUSTO
           START DISTRIB-ANT KEY IS NOT LESS DA-CENTRO-CUSTO
               INVALID KEY
                   MOVE "10" TO WS-ST-DA
           END-START
           IF WS-ST-DA NOT = "10"
               READ DISTRIB-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-DA
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-DA = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE DA-CENTRO-CUSTO TO DS-CENTRO-CUSTO
               MOVE DA-NOME         TO DS-NOME
               MOVE DA-EMAIL        TO DS-EMAIL
               MOVE SPACES          TO DS-LOGIN
               WRITE DISTRIB-REG
               IF WS-ST-DS = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no centro " DA-CENTRO-CUSTO ": "
                       WS-ST-DS
               END-IF
               READ DISTRIB-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-DA
               END-READ
           END-PERFORM

           CLOSE DISTRIB-ANT
           CLOSE DISTRIB-FILE
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "DISTRIB.DAT convertido.".

      *> Pagamentos parqueados acima da alçada: dias de atraso, juros
      *> e multa nascem zerados (a solicitação antiga foi feita sem
      *> encargos, e APROVPAG libera exatamente o que foi pedido).
       CONVERTE-PENDAPROV.
           OPEN INPUT PENDAPROV-ANT
           IF WS-ST-AA = "35"
               DISPLAY "PENDAPROV.ANT não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-AA NOT = "00"
               DISPLAY "Erro ao abrir PENDAPROV.ANT: " WS-ST-AA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PENDAPROV-FILE
           IF WS-ST-AP NOT = "00"
               DISPLAY "Erro ao recriar PENDAPROV.DAT: " WS-ST-AP
               CLOSE PENDAPROV-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO AA-CHAVE
           START PENDAPROV-ANT KEY IS NOT LESS AA-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ST-AA
           END-START
           IF WS-ST-AA NOT = "10"
               READ PENDAPROV-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-AA
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-AA = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE AA-CHAVE           TO PA-CHAVE
               MOVE AA-NUM-DOC         TO PA-NUM-DOC
               MOVE AA-CNPJ-FORN       TO PA-CNPJ-FORN
               MOVE AA-NUM-PARCELA     TO PA-NUM-PARCELA
               MOVE AA-DATA-PGTO       TO PA-DATA-PGTO
               MOVE AA-VALOR-PAGO      TO PA-VALOR-PAGO
               MOVE AA-VALOR-PRINCIPAL TO PA-VALOR-PRINCIPAL
               MOVE AA-VALOR-DESCONTO  TO PA-VALOR-DESCONTO
               MOVE AA-VALOR-IRRF      TO PA-VALOR-IRRF
               MOVE AA-VALOR-INSS      TO PA-VALOR-INSS
               MOVE AA-VALOR-ISS       TO PA-VALOR-ISS
               MOVE AA-USUARIO-SOLIC   TO PA-USUARIO-SOLIC
               MOVE AA-DATA-SOLIC      TO PA-DATA-SOLIC
               MOVE ZEROS              TO PA-DIAS-ATRASO
               MOVE ZEROS              TO PA-VALOR-JUROS
               MOVE ZEROS              TO PA-VALOR-MULTA
               WRITE PENDAPROV-REG
               IF WS-ST-AP = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO na solicitação " AA-CHAVE ": "
                       WS-ST-AP
               END-IF
               READ PENDAPROV-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-AA
               END-READ
           END-PERFORM

           CLOSE PENDAPROV-ANT
           CLOSE PENDAPROV-FILE
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "PENDAPROV.DAT convertido.".

      *> Depósitos judiciais gravados antes dos depósitos pendentes:
      *> todos saíram no próprio pagamento, então a situação fica
      *> em branco e a data do depósito é a do movimento.
       CONVERTE-PENHORMV.
           OPEN INPUT PENHORMV-ANT
           IF WS-ST-MA = "35"
               DISPLAY "PENHORMV.ANT não encontrado; pulado."
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-MA NOT = "00"
               DISPLAY "Erro ao abrir PENHORMV.ANT: " WS-ST-MA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PENHORMV-FILE
           IF WS-ST-PM NOT = "00"
               DISPLAY "Erro ao recriar PENHORMV.DAT: " WS-ST-PM
               CLOSE PENHORMV-ANT
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-GRAVADAS
           MOVE LOW-VALUES TO MA-CHAVE
           START PENHORMV-ANT KEY IS NOT LESS MA-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-ST-MA
           END-START
           IF WS-ST-MA NOT = "10"
               READ PENHORMV-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-MA
               END-READ
           END-IF

           PERFORM UNTIL WS-ST-MA = "10"
               ADD 1 TO WS-QTD-LIDAS
               MOVE MA-CHAVE       TO PM-CHAVE
               MOVE MA-DATA        TO PM-DATA
               MOVE MA-CP-CHAVE    TO PM-CP-CHAVE
               MOVE MA-PROGRAMA    TO PM-PROGRAMA
               MOVE MA-NUM-REMESSA TO PM-NUM-REMESSA
               MOVE MA-VALOR-BASE  TO PM-VALOR-BASE
               MOVE MA-VALOR       TO PM-VALOR
               MOVE MA-SALDO-TETO  TO PM-SALDO-TETO
               MOVE MA-USUARIO     TO PM-USUARIO
               MOVE SPACE          TO PM-SITUACAO
               MOVE MA-DATA        TO PM-DATA-DEPOSITO
               WRITE PENHORMV-REG
               IF WS-ST-PM = "00"
                   ADD 1 TO WS-QTD-GRAVADAS
               ELSE
                   DISPLAY "ERRO no depósito " MA-CHAVE ": "
                       WS-ST-PM
               END-IF
               READ PENHORMV-ANT NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ST-MA
               END-READ
           END-PERFORM

           CLOSE PENHORMV-ANT
           CLOSE PENHORMV-FILE
           PERFORM MOSTRA-CONTAGEM
           DISPLAY "PENHORMV.DAT convertido.".

       MOSTRA-CONTAGEM.
           DISPLAY "Registros lidos: " WS-QTD-LIDAS
               "  gravados: " WS-QTD-GRAVADAS
                   9999999967)
           END-PERFORM
           MOVE WS-HASH TO WS-SENHA-HASH.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "MIGDADOS" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.

      *> Imagem do pagamento gravado no histórico, para o diário de
      *> recuperação (ver JORNAL.cbl).
       JORNAL-HIST.
           MOVE "MIGDADOS" TO WS-JN-PROGRAMA
           MOVE "H" TO WS-JN-ARQUIVO
           MOVE HIST-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
