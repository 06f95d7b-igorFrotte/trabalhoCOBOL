       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENTRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Registro dos arquivos retirados da caixa de entrada (ver
      *> CAIXAENT.cbl).
           SELECT ARQRECEB-FILE ASSIGN TO "ARQRECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               ALTERNATE RECORD KEY IS AR-DIGITAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-AR.

      *> Lotes de remessa enviados (ver REMESSA.cbl): cada remessa
      *> gerada espera um retorno do banco no dia útil seguinte.
           SELECT REMLOTE-FILE ASSIGN TO "REMLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHAVE
               FILE STATUS IS WS-STATUS-FILE-RL.

      *> Relatório do dia, um arquivo por data (mesma técnica do
      *> razão em RAZAOFOR.cbl).
           SELECT RELENT-FILE ASSIGN TO WS-NOME-RELENT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELENT.

       DATA DIVISION.
       FILE SECTION.

       FD ARQRECEB-FILE.
       01 ARQRECEB-REG.
           05 AR-CHAVE.                     *> 30 nome + 08 data +
               10 AR-NOME       PIC X(30).  *> 06 hora da retirada
               10 AR-DATA-PROC  PIC 9(8).
               10 AR-HORA-PROC  PIC 9(6).
           05 AR-TIPO           PIC X(10).  *> RETORNO,EXTRBANCO,
                                            *> DDA,NFEDIST,CARTAO
           05 AR-DATA-ARQ       PIC 9(8).   *> data do nome do arquivo
                                            *> (fora do padrão, a da
                                            *> gravação do arquivo)
           05 AR-SEQ-ARQ        PIC 9(2).
           05 AR-DIGITAL        PIC 9(10).  *> impressão digital
           05 AR-BYTES          PIC 9(9).
           05 AR-QTD-REG        PIC 9(7).
           05 AR-DATA-INI       PIC 9(8).   *> menor data no conteúdo
           05 AR-DATA-FIM       PIC 9(8).   *> maior data no conteúdo
           05 AR-VALOR          PIC 9(12)V99.
           05 AR-SITUACAO       PIC X(1).   *> E=em processamento,
                                            *> P=processado,
                                            *> R=recusado,
                                            *> I=interrompido
           05 AR-MOTIVO         PIC X(40).
           05 AR-PASTA          PIC X(20).  *> pasta de histórico

      *> Item 0000 é o cabeçalho do lote (RL-DATA = data de
      *> geração).
       FD REMLOTE-FILE.
       01 REMLOTE-REG.
           05 RL-CHAVE          PIC X(10).  *> 06 número + 04 item
           05 RL-NUMERO         PIC 9(06).
           05 RL-ITEM           PIC 9(04).
           05 RL-DATA           PIC 9(8).
           05 RL-CONTA-PAGADORA PIC X(03).
           05 RL-BANCO          PIC X(03).
           05 RL-AGENCIA        PIC X(06).
           05 RL-CONTA          PIC X(12).
           05 RL-PIX            PIC X(40).
           05 RL-CNPJ-FORN      PIC 9(14).
           05 RL-NUM-DOC        PIC 9(10).
           05 RL-NUM-PARCELA    PIC 9(02).
           05 RL-DATA-VENC      PIC 9(8).
           05 RL-VALOR          PIC 9(10)V99.
           05 RL-FORMA-PGTO     PIC X(01).
           05 RL-COD-BARRAS     PIC X(47).
           05 RL-ITEM-GRUPO     PIC 9(04).

       FD RELENT-FILE.
       01 RELENT-REG            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-AR     PIC XX.
       01 WS-STATUS-FILE-RL     PIC XX.
       01 WS-STATUS-RELENT      PIC XX.
       01 WS-FIM-ARQUIVO        PIC X VALUE "N".
       01 WS-NOME-RELENT        PIC X(30).
       01 WS-LINHA              PIC X(132).
       01 WS-DATA-REL           PIC 9(8).
       01 WS-DATA-AUX           PIC 9(8).
       01 WS-DIA-UTIL           PIC X.
       01 WS-VALOR-EDIT         PIC Z(11)9.99.
       01 WS-QTD-EDIT           PIC Z(6)9.
       01 WS-SITUACAO-TXT       PIC X(14).

      *> Contagem por tipo de arquivo: recebidos no dia (retirados
      *> da caixa na data), processados, recusados e interrompidos,
      *> e os arquivos com data de referência no dia contra o que
      *> deveria ter chegado.
       01 WS-TAB-TIPOS.
           05 WS-TIPO-LINHA     OCCURS 5 TIMES.
               10 WS-TIPO-NOME       PIC X(10).
               10 WS-TIPO-RECEBIDOS  PIC 9(4).
               10 WS-TIPO-PROCESSADOS PIC 9(4).
               10 WS-TIPO-RECUSADOS  PIC 9(4).
               10 WS-TIPO-INTERROMP  PIC 9(4).
               10 WS-TIPO-ESPERADOS  PIC 9(4).
               10 WS-TIPO-CHEGARAM   PIC 9(4).
       01 WS-TIPO-IDX           PIC 9(1).
       01 WS-TIPO-ACHOU         PIC 9(1).
       01 WS-QTD-FALTANDO       PIC 9(4) VALUE ZEROS.
       01 WS-QTD-RECEBIDOS      PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.

      *> Movimento diário da caixa de entrada: os arquivos retirados
      *> na data, com a situação de cada um, o resumo por tipo e os
      *> arquivos que faltaram. Extrato, DDA e distribuição de NF-e
      *> são esperados todo dia útil; retorno, um por remessa gerada
      *> no dia útil anterior.
       MAIN-PROCEDURE.
           DISPLAY "ARQUIVOS RECEBIDOS DO BANCO E DA SEFAZ"

           DISPLAY "Data (AAAAMMDD, em branco p/ hoje): "
           ACCEPT WS-DATA-REL
           IF WS-DATA-REL = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REL
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REL) NOT = 0
               DISPLAY "Erro: Data inválida."
               STOP RUN
           END-IF

           OPEN INPUT ARQRECEB-FILE
           IF WS-STATUS-FILE-AR NOT = "00"
               DISPLAY "Erro ao abrir ARQRECEB.DAT: " WS-STATUS-FILE-AR
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOME-RELENT
           STRING "RELENT_"         DELIMITED BY SIZE
                  WS-DATA-REL       DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WS-NOME-RELENT
           OPEN OUTPUT RELENT-FILE
           IF WS-STATUS-RELENT NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-RELENT ": "
                   WS-STATUS-RELENT
               STOP RUN
           END-IF

           INITIALIZE WS-TAB-TIPOS
           MOVE "RETORNO"   TO WS-TIPO-NOME(1)
           MOVE "EXTRBANCO" TO WS-TIPO-NOME(2)
           MOVE "DDA"       TO WS-TIPO-NOME(3)
           MOVE "NFEDIST"   TO WS-TIPO-NOME(4)
      *> Fatura do cartão corporativo é mensal, sem data fixa de
      *> chegada: aparece na contagem, mas nunca como faltando.
           MOVE "CARTAO"    TO WS-TIPO-NOME(5)

           PERFORM CALCULA-ESPERADOS
           PERFORM GRAVA-CABECALHO
           PERFORM LISTA-RECEBIDOS
           PERFORM LISTA-RESUMO

           CLOSE ARQRECEB-FILE
           CLOSE RELENT-FILE

           DISPLAY "Relatório gravado em " WS-NOME-RELENT
           DISPLAY "Arquivos recebidos: " WS-QTD-RECEBIDOS
               "  faltando: " WS-QTD-FALTANDO
           STOP RUN.

      *> Dia útil pelo calendário comum (DIAUTIL.cbl devolve a
      *> própria data quando ela já é dia útil).
       CALCULA-ESPERADOS.
           MOVE WS-DATA-REL TO WS-DATA-AUX
           CALL "DIAUTIL" USING WS-DATA-AUX
           IF WS-DATA-AUX = WS-DATA-REL
               MOVE "S" TO WS-DIA-UTIL
               MOVE 1 TO WS-TIPO-ESPERADOS(2)
               MOVE 1 TO WS-TIPO-ESPERADOS(3)
               MOVE 1 TO WS-TIPO-ESPERADOS(4)
           ELSE
               MOVE "N" TO WS-DIA-UTIL
           END-IF

      *> REMLOTE.DAT é opcional: sem ele, nenhum retorno é esperado.
           OPEN INPUT REMLOTE-FILE
           IF WS-STATUS-FILE-RL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RL-CHAVE
           START REMLOTE-FILE KEY IS NOT LESS RL-CHAVE
               INVALID KEY
                   CLOSE REMLOTE-FILE
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ REMLOTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF RL-ITEM = ZEROS
                               AND RL-DATA < WS-DATA-REL
                           PERFORM CONFERE-REMESSA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMLOTE-FILE.

      *> O retorno da remessa chega no dia útil seguinte à geração.
       CONFERE-REMESSA.
           COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RL-DATA) + 1)
           CALL "DIAUTIL" USING WS-DATA-AUX
           IF WS-DATA-AUX = WS-DATA-REL
               ADD 1 TO WS-TIPO-ESPERADOS(1)
           END-IF.

       GRAVA-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "ARQUIVOS RECEBIDOS DO BANCO E DA SEFAZ - DATA "
                      DELIMITED BY SIZE
                  WS-DATA-REL DELIMITED BY SIZE
                  INTO WS-LINHA
           IF WS-DIA-UTIL NOT = "S"
               MOVE "(NAO UTIL)" TO WS-LINHA(57:10)
           END-IF
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "ARQUIVO"      TO WS-LINHA(1:7)
           MOVE "TIPO"         TO WS-LINHA(27:4)
           MOVE "HORA"         TO WS-LINHA(38:4)
           MOVE "REGISTROS"    TO WS-LINHA(45:9)
           MOVE "PERIODO"      TO WS-LINHA(55:7)
           MOVE "VALOR TOTAL"  TO WS-LINHA(79:11)
           MOVE "SITUACAO"     TO WS-LINHA(95:8)
           PERFORM GRAVA-LINHA.

      *> Varre o registro inteiro: o que foi retirado da caixa na
      *> data entra na lista; o processado com data de referência
      *> no dia conta como chegado para o confronto com o esperado.
       LISTA-RECEBIDOS.
           MOVE LOW-VALUES TO AR-CHAVE
           START ARQRECEB-FILE KEY IS NOT LESS AR-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQRECEB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM AVALIA-ARQUIVO
               END-READ
           END-PERFORM

           IF WS-QTD-RECEBIDOS = ZEROS
               MOVE "NENHUM ARQUIVO RETIRADO DA CAIXA NA DATA"
                   TO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.

       AVALIA-ARQUIVO.
           MOVE 0 TO WS-TIPO-ACHOU
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 5
               IF WS-TIPO-NOME(WS-TIPO-IDX) = AR-TIPO
                   MOVE WS-TIPO-IDX TO WS-TIPO-ACHOU
               END-IF
           END-PERFORM
           IF WS-TIPO-ACHOU = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIPO-ACHOU TO WS-TIPO-IDX

           IF AR-DATA-ARQ = WS-DATA-REL AND AR-SITUACAO = "P"
               ADD 1 TO WS-TIPO-CHEGARAM(WS-TIPO-IDX)
           END-IF
           IF AR-DATA-PROC NOT = WS-DATA-REL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-RECEBIDOS
           ADD 1 TO WS-TIPO-RECEBIDOS(WS-TIPO-IDX)
           EVALUATE AR-SITUACAO
               WHEN "P"
                   ADD 1 TO WS-TIPO-PROCESSADOS(WS-TIPO-IDX)
                   MOVE "PROCESSADO" TO WS-SITUACAO-TXT
               WHEN "R"
                   ADD 1 TO WS-TIPO-RECUSADOS(WS-TIPO-IDX)
                   MOVE "RECUSADO" TO WS-SITUACAO-TXT
               WHEN "I"
                   ADD 1 TO WS-TIPO-INTERROMP(WS-TIPO-IDX)
                   MOVE "INTERROMPIDO" TO WS-SITUACAO-TXT
               WHEN OTHER
                   ADD 1 TO WS-TIPO-INTERROMP(WS-TIPO-IDX)
                   MOVE "EM PROCESSAM." TO WS-SITUACAO-TXT
           END-EVALUATE

           MOVE SPACES TO WS-LINHA
           MOVE AR-NOME       TO WS-LINHA(1:25)
           MOVE AR-TIPO       TO WS-LINHA(27:10)
           MOVE AR-HORA-PROC  TO WS-LINHA(38:6)
           MOVE AR-QTD-REG    TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT   TO WS-LINHA(47:7)
           IF AR-DATA-INI NOT = ZEROS
               MOVE AR-DATA-INI TO WS-LINHA(55:8)
               MOVE "A"         TO WS-LINHA(64:1)
               MOVE AR-DATA-FIM TO WS-LINHA(66:8)
           END-IF
           MOVE AR-VALOR      TO WS-VALOR-EDIT
           MOVE WS-VALOR-EDIT TO WS-LINHA(75:15)
           MOVE WS-SITUACAO-TXT TO WS-LINHA(95:14)
           PERFORM GRAVA-LINHA

           IF AR-SITUACAO NOT = "P"
               MOVE SPACES TO WS-LINHA
               STRING "   MOTIVO: " DELIMITED BY SIZE
                      AR-MOTIVO DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM GRAVA-LINHA
           END-IF.

      *> Resumo por tipo e o confronto com o que deveria ter chegado.
       LISTA-RESUMO.
           MOVE SPACES TO WS-LINHA
           PERFORM GRAVA-LINHA
           MOVE "TIPO"         TO WS-LINHA(1:4)
           MOVE "RECEBIDOS"    TO WS-LINHA(12:9)
           MOVE "PROCESSADOS"  TO WS-LINHA(23:11)
           MOVE "RECUSADOS"    TO WS-LINHA(36:9)
           MOVE "INTERROMP."   TO WS-LINHA(47:10)
           MOVE "ESPERADOS"    TO WS-LINHA(59:9)
           MOVE "CHEGARAM"     TO WS-LINHA(70:8)
           MOVE "FALTANDO"     TO WS-LINHA(80:8)
           PERFORM GRAVA-LINHA

           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 5
               PERFORM GRAVA-TIPO
           END-PERFORM.

       GRAVA-TIPO.
           MOVE SPACES TO WS-LINHA
           MOVE WS-TIPO-NOME(WS-TIPO-IDX) TO WS-LINHA(1:10)
           MOVE WS-TIPO-RECEBIDOS(WS-TIPO-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(14:7)
           MOVE WS-TIPO-PROCESSADOS(WS-TIPO-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(27:7)
           MOVE WS-TIPO-RECUSADOS(WS-TIPO-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(38:7)
           MOVE WS-TIPO-INTERROMP(WS-TIPO-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(50:7)
           MOVE WS-TIPO-ESPERADOS(WS-TIPO-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(61:7)
           MOVE WS-TIPO-CHEGARAM(WS-TIPO-IDX) TO WS-QTD-EDIT
           MOVE WS-QTD-EDIT TO WS-LINHA(71:7)
           IF WS-TIPO-CHEGARAM(WS-TIPO-IDX)
                   < WS-TIPO-ESPERADOS(WS-TIPO-IDX)
               COMPUTE WS-QTD-EDIT = WS-TIPO-ESPERADOS(WS-TIPO-IDX)
                   - WS-TIPO-CHEGARAM(WS-TIPO-IDX)
               MOVE WS-QTD-EDIT TO WS-LINHA(81:7)
               MOVE "<< FALTANDO" TO WS-LINHA(90:11)
               COMPUTE WS-QTD-FALTANDO = WS-QTD-FALTANDO
                   + WS-TIPO-ESPERADOS(WS-TIPO-IDX)
                   - WS-TIPO-CHEGARAM(WS-TIPO-IDX)
           END-IF
           PERFORM GRAVA-LINHA.

      *> Cada linha sai no arquivo e na tela.
       GRAVA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO RELENT-REG
           WRITE RELENT-REG.
