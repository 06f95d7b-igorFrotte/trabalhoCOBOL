       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXAENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Registro dos arquivos recebidos do banco e da SEFAZ: um
      *> registro por arquivo retirado da caixa de entrada, com o
      *> nome, os dados de cabeçalho, a contagem, a impressão digital
      *> do conteúdo e a situação. A chave alternada pela impressão
      *> digital é o que recusa o mesmo conteúdo com outro nome.
           SELECT ARQRECEB-FILE ASSIGN TO "ARQRECEB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               ALTERNATE RECORD KEY IS AR-DIGITAL WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-AR.

      *> Conteúdo bruto do arquivo pendente, lido byte a byte para
      *> a impressão digital e a contagem, qualquer que seja o
      *> layout do carregador.
           SELECT CONTEUDO-FILE ASSIGN TO WS-CAMINHO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTEUDO.

      *> Relação do que está em ENTRADA/ no momento da varredura,
      *> um nome por linha, em ordem de nome.
           SELECT LISTA-FILE ASSIGN TO "CAIXAENT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LISTA.

       DATA DIVISION.
       FILE SECTION.

       FD ARQRECEB-FILE.
       01 ARQRECEB-REG.
           05 AR-CHAVE.                     *> 30 nome + 08 data +
               10 AR-NOME       PIC X(30).  *> 06 hora da retirada
               10 AR-DATA-PROC  PIC 9(8).
               10 AR-HORA-PROC  PIC 9(6).
           05 AR-TIPO           PIC X(10).  *> RETORNO,EXTRBANCO,
                                            *> DDA,NFEDIST,CARTAO,
                                            *> EXCCHEQUE
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

       FD CONTEUDO-FILE.
       01 CONTEUDO-REG          PIC X(1).

       FD LISTA-FILE.
       01 LISTA-REG             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-AR     PIC XX.
       01 WS-STATUS-CONTEUDO    PIC XX.
       01 WS-HOJE               PIC 9(8).
       01 WS-AGORA              PIC 9(6).
       01 WS-STATUS-LISTA       PIC XX.
       01 WS-COMANDO-LISTA      PIC X(60)
           VALUE "LC_ALL=C ls -1 ENTRADA > CAIXAENT.LST 2>/dev/null".
       01 WS-DATA-ARQ           PIC 9(8).
       01 WS-SEQ-ARQ            PIC 9(2).
       01 WS-NOME               PIC X(30).
       01 WS-CAMINHO            PIC X(60).
       01 WS-PASTA              PIC X(20).
       01 WS-DESTINO            PIC X(80).
       01 WS-NOME-DESTINO       PIC X(50).

      *> Tamanho e data de gravação devolvidos por
      *> CBL_CHECK_FILE_EXIST.
       01 WS-DETALHE-ARQ.
           05 WS-ARQ-TAMANHO    PIC X(8) COMP-X.
           05 WS-ARQ-DIA        PIC X(1) COMP-X.
           05 WS-ARQ-MES        PIC X(1) COMP-X.
           05 WS-ARQ-ANO        PIC X(2) COMP-X.
           05 WS-ARQ-HORA       PIC X(4).
       01 WS-DETALHE-DESTINO    PIC X(16).

      *> Tipos de arquivo da caixa com o tamanho do registro de cada
      *> carregador; o arquivo é identificado pelo prefixo do nome
      *> (TIPO_...) ou, sem ele, pelo primeiro registro.
       01 WS-TABELA-TIPOS.
           05 FILLER            PIC X(14) VALUE "RETORNO   0078".
           05 FILLER            PIC X(14) VALUE "EXTRBANCO 0061".
           05 FILLER            PIC X(14) VALUE "DDA       0081".
           05 FILLER            PIC X(14) VALUE "NFEDIST   0066".
           05 FILLER            PIC X(14) VALUE "CARTAO    0105".
           05 FILLER            PIC X(14) VALUE "EXCCHEQUE 0089".
       01 WS-TIPOS REDEFINES WS-TABELA-TIPOS.
           05 WS-TP OCCURS 6 TIMES.
               10 WS-TP-NOME    PIC X(10).
               10 WS-TP-TAM     PIC 9(4).
       01 WS-TP-IDX             PIC 9(2).
       01 WS-TIPO-ARQ           PIC X(10).
       01 WS-PREFIXO            PIC X(30).
       01 WS-PARTE-DATA         PIC X(30).
       01 WS-PARTE-SEQ          PIC X(30).
       01 WS-TAM-DATA           PIC 9(2).
       01 WS-TAM-SEQ            PIC 9(2).
       01 WS-PRIMEIRO           PIC X(105).
       01 WS-POS                PIC 9(3).
       01 WS-DATA-TESTE         PIC 9(8).
       01 WS-DATA-VALIDA        PIC X.
       01 WS-ACHOU              PIC X.
       01 WS-RECUSA             PIC X(40).
       01 WS-FIM                PIC X.

      *> Impressão digital: polinômio base 31 módulo 9999999967 sobre
      *> todos os bytes do arquivo (mesma família de cálculo do selo
      *> da auditoria em AUDSELA.cbl), guardada junto com o tamanho.
       01 WS-HASH               PIC 9(18).
       01 WS-DIGITAL            PIC 9(10).
       01 WS-BYTES              PIC 9(9).

       LINKAGE SECTION.
      *> Mesma área em RETREM, CONCBANC, DDAIMP, NFEDIST, CARTFAT e
      *> CHEQUES.
       01 WS-CAIXA-ENTRADA.
           05 WS-CX-FUNCAO      PIC X(1).   *> P=próximo pendente,
                                            *> C=concluído,
                                            *> F=falha na leitura
           05 WS-CX-TIPO        PIC X(10).
           05 WS-CX-TAM-REG     PIC 9(4).   *> tamanho do registro
           05 WS-CX-CAMINHO     PIC X(60).  *> devolvido em P
           05 WS-CX-QTD-REG     PIC 9(7).
           05 WS-CX-DATA-INI    PIC 9(8).   *> informados em C
           05 WS-CX-DATA-FIM    PIC 9(8).
           05 WS-CX-VALOR       PIC 9(12)V99.
           05 WS-CX-RETORNO     PIC X(1).   *> S=ok,N=nada pendente

      *> Caixa de entrada dos arquivos do banco e da SEFAZ: os
      *> arquivos baixados ficam em ENTRADA/ com o nome que vierem.
      *> O tipo sai do prefixo TIPO_AAAAMMDD_NN.TXT, quando o nome
      *> segue esse padrão, ou do primeiro registro. P devolve o
      *> primeiro arquivo do tipo, em ordem de nome, ainda não
      *> processado, recusando — e tirando da caixa — o que repete
      *> nome ou conteúdo de um arquivo já processado; C marca o
      *> arquivo como processado com o resumo do carregador e o move
      *> para HISTORICO/AAAAMMDD/; F recusa o arquivo que não pôde
      *> ser lido. Recusados vão para a mesma pasta com o nome
      *> RECUSADO_HHMMSS_<nome>, e nenhum arquivo já arquivado é
      *> sobreposto.
       PROCEDURE DIVISION USING WS-CAIXA-ENTRADA.

       MAIN-PROCEDURE.
           MOVE "N" TO WS-CX-RETORNO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           OPEN I-O ARQRECEB-FILE
           IF WS-STATUS-FILE-AR = "35"
      *> ARQRECEB.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT ARQRECEB-FILE
               CLOSE ARQRECEB-FILE
               OPEN I-O ARQRECEB-FILE
           END-IF
           IF WS-STATUS-FILE-AR NOT = "00"
               DISPLAY "Erro ao abrir ARQRECEB.DAT: "
                   WS-STATUS-FILE-AR
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO WS-PASTA
           STRING "HISTORICO/" WS-HOJE DELIMITED BY SIZE
               INTO WS-PASTA

           EVALUATE WS-CX-FUNCAO
               WHEN "P"
                   PERFORM PROXIMO-PENDENTE
               WHEN "C"
                   PERFORM CONCLUI-ARQUIVO
               WHEN "F"
                   PERFORM RECUSA-FALHA
               WHEN OTHER
                   DISPLAY "CAIXAENT: função inválida " WS-CX-FUNCAO
           END-EVALUATE

           CLOSE ARQRECEB-FILE
           EXIT PROGRAM.

      *> Lê a relação do que está na caixa, em ordem de nome; o
      *> primeiro arquivo do tipo do carregador que passa pelas
      *> recusas é registrado como em processamento e devolvido.
       PROXIMO-PENDENTE.
           MOVE "N" TO WS-FIM
           CALL "SYSTEM" USING WS-COMANDO-LISTA
           OPEN INPUT LISTA-FILE
           IF WS-STATUS-LISTA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FIM = "S"
               READ LISTA-FILE
                   AT END
                       MOVE "S" TO WS-FIM
                   NOT AT END
                       PERFORM CONFERE-ARQUIVO
               END-READ
           END-PERFORM
           CLOSE LISTA-FILE.

       CONFERE-ARQUIVO.
           IF LISTA-REG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LISTA-REG(31:70) NOT = SPACES
               DISPLAY "AVISO: nome com mais de 30 posições em "
                   "ENTRADA/; fica na caixa: " LISTA-REG(1:40)
               EXIT PARAGRAPH
           END-IF
           MOVE LISTA-REG(1:30) TO WS-NOME
           MOVE SPACES TO WS-CAMINHO
           STRING "ENTRADA/" DELIMITED BY SIZE
                  WS-NOME DELIMITED BY SPACE
                  INTO WS-CAMINHO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CAMINHO
               WS-DETALHE-ARQ
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CLASSIFICA-ARQUIVO
           IF WS-TIPO-ARQ = SPACES
               DISPLAY "AVISO: " WS-NOME " sem tipo identificado; "
                   "fica na caixa."
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-ARQ NOT = WS-CX-TIPO
               EXIT PARAGRAPH
           END-IF
           PERFORM DATA-DO-ARQUIVO

           PERFORM CALCULA-DIGITAL
           IF WS-STATUS-CONTEUDO NOT = "00"
               DISPLAY "AVISO: " WS-NOME " ilegível ("
                   WS-STATUS-CONTEUDO "); fica na caixa."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RECUSA
           PERFORM CONFERE-NOME
           IF WS-RECUSA = SPACES
               PERFORM CONFERE-CONTEUDO
           END-IF

           PERFORM MONTA-REGISTRO
           IF WS-RECUSA NOT = SPACES
               MOVE "R"       TO AR-SITUACAO
               MOVE WS-RECUSA TO AR-MOTIVO
               PERFORM MOVE-PARA-HISTORICO
               WRITE ARQRECEB-REG
               DISPLAY "RECUSADO: " WS-NOME " - " WS-RECUSA
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO AR-SITUACAO
           WRITE ARQRECEB-REG
           IF WS-STATUS-FILE-AR NOT = "00"
               DISPLAY "Erro ao registrar " WS-NOME ": "
                   WS-STATUS-FILE-AR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMINHO TO WS-CX-CAMINHO
           MOVE WS-BYTES   TO WS-CX-QTD-REG
           IF WS-CX-TAM-REG > 0
               COMPUTE WS-CX-QTD-REG = WS-BYTES / WS-CX-TAM-REG
           END-IF
           MOVE "S" TO WS-CX-RETORNO
           MOVE "S" TO WS-FIM
           DISPLAY "Arquivo " WS-NOME " retirado da caixa ("
               WS-CX-QTD-REG " registros).".

      *> Pelo prefixo do nome, quando segue o padrão TIPO_...; senão
      *> pelo primeiro registro, que tem de bater com o layout do
      *> carregador, e pelo tamanho do arquivo, múltiplo exato do
      *> registro.
       CLASSIFICA-ARQUIVO.
           MOVE SPACES TO WS-TIPO-ARQ
           MOVE SPACES TO WS-PREFIXO
           UNSTRING WS-NOME DELIMITED BY "_"
               INTO WS-PREFIXO
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > 6
               IF WS-PREFIXO = WS-TP-NOME(WS-TP-IDX)
                       AND WS-NOME NOT = WS-PREFIXO
                   MOVE WS-TP-NOME(WS-TP-IDX) TO WS-TIPO-ARQ
               END-IF
           END-PERFORM
           IF WS-TIPO-ARQ NOT = SPACES OR WS-ARQ-TAMANHO = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LE-PRIMEIRO-REGISTRO
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > 6 OR WS-TIPO-ARQ NOT = SPACES
               IF FUNCTION MOD(WS-ARQ-TAMANHO, WS-TP-TAM(WS-TP-IDX))
                       = 0
                   PERFORM CONFERE-LAYOUT
               END-IF
           END-PERFORM.

      *> Campos numéricos, datas e códigos de cada layout (ver o FD
      *> de cada carregador); a data tem de ser válida.
       CONFERE-LAYOUT.
           EVALUATE WS-TP-NOME(WS-TP-IDX)
               WHEN "RETORNO"
                   MOVE 27 TO WS-POS
                   PERFORM CONFERE-DATA
                   IF WS-PRIMEIRO(1:48) IS NUMERIC
                           AND WS-DATA-VALIDA = "S"
                       MOVE "RETORNO" TO WS-TIPO-ARQ
                   END-IF
               WHEN "EXTRBANCO"
                   MOVE 1 TO WS-POS
                   PERFORM CONFERE-DATA
                   IF WS-DATA-VALIDA = "S"
                           AND (WS-PRIMEIRO(9:1) = "D"
                                OR WS-PRIMEIRO(9:1) = "C")
                           AND WS-PRIMEIRO(10:12) IS NUMERIC
                       MOVE "EXTRBANCO" TO WS-TIPO-ARQ
                   END-IF
               WHEN "DDA"
                   MOVE 15 TO WS-POS
                   PERFORM CONFERE-DATA
                   IF WS-PRIMEIRO(1:81) IS NUMERIC
                           AND WS-DATA-VALIDA = "S"
                       MOVE "DDA" TO WS-TIPO-ARQ
                   END-IF
               WHEN "NFEDIST"
                   MOVE 45 TO WS-POS
                   PERFORM CONFERE-DATA
                   IF WS-PRIMEIRO(1:66) IS NUMERIC
                           AND WS-DATA-VALIDA = "S"
                       MOVE "NFEDIST" TO WS-TIPO-ARQ
                   END-IF
               WHEN "CARTAO"
                   MOVE 57 TO WS-POS
                   PERFORM CONFERE-DATA
                   IF WS-PRIMEIRO(1:22) IS NUMERIC
                           AND WS-DATA-VALIDA = "S"
                           AND WS-PRIMEIRO(95:10) IS NUMERIC
                           AND (WS-PRIMEIRO(105:1) = "+"
                                OR WS-PRIMEIRO(105:1) = "-")
                       MOVE "CARTAO" TO WS-TIPO-ARQ
                   END-IF
               WHEN "EXCCHEQUE"
                   MOVE 28 TO WS-POS
                   PERFORM CONFERE-DATA
                   IF WS-PRIMEIRO(22:26) IS NUMERIC
                           AND WS-DATA-VALIDA = "S"
                           AND WS-PRIMEIRO(48:2) IS ALPHABETIC
                       MOVE "EXCCHEQUE" TO WS-TIPO-ARQ
                   END-IF
           END-EVALUATE.

      *> Data AAAAMMDD válida na posição WS-POS do primeiro registro.
       CONFERE-DATA.
           MOVE "N" TO WS-DATA-VALIDA
           IF WS-PRIMEIRO(WS-POS:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRIMEIRO(WS-POS:8) TO WS-DATA-TESTE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TESTE) = 0
               MOVE "S" TO WS-DATA-VALIDA
           END-IF.

       LE-PRIMEIRO-REGISTRO.
           MOVE SPACES TO WS-PRIMEIRO
           OPEN INPUT CONTEUDO-FILE
           IF WS-STATUS-CONTEUDO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 105 OR WS-STATUS-CONTEUDO NOT = "00"
               READ CONTEUDO-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-CONTEUDO
                   NOT AT END
                       MOVE CONTEUDO-REG TO WS-PRIMEIRO(WS-POS:1)
               END-READ
           END-PERFORM
           CLOSE CONTEUDO-FILE.

      *> Data e sequência do nome no padrão TIPO_AAAAMMDD_NN.TXT;
      *> fora dele, a data de gravação do arquivo.
       DATA-DO-ARQUIVO.
           MOVE SPACES TO WS-PREFIXO WS-PARTE-DATA WS-PARTE-SEQ
           MOVE ZEROS TO WS-TAM-DATA WS-TAM-SEQ
           UNSTRING WS-NOME DELIMITED BY "_" OR "."
               INTO WS-PREFIXO
                    WS-PARTE-DATA COUNT IN WS-TAM-DATA
                    WS-PARTE-SEQ  COUNT IN WS-TAM-SEQ
           IF WS-PREFIXO = WS-TIPO-ARQ
                   AND WS-TAM-DATA = 8
                   AND WS-PARTE-DATA(1:8) IS NUMERIC
                   AND WS-TAM-SEQ = 2
                   AND WS-PARTE-SEQ(1:2) IS NUMERIC
               MOVE WS-PARTE-DATA(1:8) TO WS-DATA-ARQ
               MOVE WS-PARTE-SEQ(1:2)  TO WS-SEQ-ARQ
           ELSE
               COMPUTE WS-DATA-ARQ = WS-ARQ-ANO * 10000
                   + WS-ARQ-MES * 100 + WS-ARQ-DIA
               MOVE ZEROS TO WS-SEQ-ARQ
           END-IF.

       CALCULA-DIGITAL.
           MOVE ZEROS TO WS-HASH
           MOVE ZEROS TO WS-BYTES
           OPEN INPUT CONTEUDO-FILE
           IF WS-STATUS-CONTEUDO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STATUS-CONTEUDO NOT = "00"
               READ CONTEUDO-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-CONTEUDO
                   NOT AT END
                       ADD 1 TO WS-BYTES
                       COMPUTE WS-HASH = FUNCTION MOD(
                           WS-HASH * 31
                           + FUNCTION ORD(CONTEUDO-REG),
                           9999999967)
               END-READ
           END-PERFORM
           CLOSE CONTEUDO-FILE
           MOVE WS-HASH TO WS-DIGITAL
           MOVE "00" TO WS-STATUS-CONTEUDO.

      *> Mesmo nome já processado (ou em processamento numa rodada
      *> que caiu: esse vira interrompido e o arquivo é entregue de
      *> novo, como era o reprocessamento antes da caixa).
       CONFERE-NOME.
           MOVE WS-NOME TO AR-NOME
           MOVE ZEROS   TO AR-DATA-PROC
           MOVE ZEROS   TO AR-HORA-PROC
           START ARQRECEB-FILE KEY IS NOT LESS AR-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-ACHOU
           PERFORM UNTIL WS-ACHOU = "S"
               READ ARQRECEB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ACHOU
                   NOT AT END
                       IF AR-NOME NOT = WS-NOME
                           MOVE "S" TO WS-ACHOU
                       ELSE
                           PERFORM AVALIA-MESMO-NOME
                       END-IF
               END-READ
           END-PERFORM.

       AVALIA-MESMO-NOME.
           EVALUATE AR-SITUACAO
               WHEN "P"
                   STRING "NOME JA PROCESSADO EM " DELIMITED BY SIZE
                       AR-DATA-PROC DELIMITED BY SIZE
                       INTO WS-RECUSA
                   MOVE "S" TO WS-ACHOU
               WHEN "E"
                   MOVE "I" TO AR-SITUACAO
                   MOVE "CARGA INTERROMPIDA; ARQUIVO REENTREGUE"
                       TO AR-MOTIVO
                   REWRITE ARQRECEB-REG
                   DISPLAY "AVISO: carga anterior de " WS-NOME
                       " interrompida; arquivo entregue de novo."
           END-EVALUATE.

      *> Mesmo conteúdo (impressão digital e tamanho) já processado
      *> pelo mesmo carregador, com qualquer nome.
       CONFERE-CONTEUDO.
           MOVE WS-DIGITAL TO AR-DIGITAL
           START ARQRECEB-FILE KEY IS EQUAL AR-DIGITAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-ACHOU
           PERFORM UNTIL WS-ACHOU = "S"
               READ ARQRECEB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ACHOU
                   NOT AT END
                       IF AR-DIGITAL NOT = WS-DIGITAL
                           MOVE "S" TO WS-ACHOU
                       ELSE
                           IF AR-SITUACAO = "P"
                                   AND AR-BYTES = WS-BYTES
                                   AND AR-TIPO = WS-CX-TIPO
                               STRING "CONTEUDO IGUAL A "
                                       DELIMITED BY SIZE
                                   AR-NOME DELIMITED BY SPACE
                                   INTO WS-RECUSA
                               MOVE "S" TO WS-ACHOU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MONTA-REGISTRO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AGORA
           INITIALIZE ARQRECEB-REG
           MOVE WS-NOME     TO AR-NOME
           MOVE WS-HOJE     TO AR-DATA-PROC
           MOVE WS-AGORA    TO AR-HORA-PROC
           MOVE WS-TIPO-ARQ TO AR-TIPO
           MOVE WS-DATA-ARQ TO AR-DATA-ARQ
           MOVE WS-SEQ-ARQ  TO AR-SEQ-ARQ
           MOVE WS-DIGITAL  TO AR-DIGITAL
           MOVE WS-BYTES    TO AR-BYTES
           MOVE WS-BYTES    TO AR-QTD-REG
           IF WS-CX-TAM-REG > 0
               COMPUTE AR-QTD-REG = WS-BYTES / WS-CX-TAM-REG
           END-IF.

      *> Registro em processamento do arquivo devolvido em P; o
      *> carregador informa a contagem e o resumo do conteúdo.
       CONCLUI-ARQUIVO.
           PERFORM LOCALIZA-EM-PROCESSAMENTO
           IF WS-ACHOU NOT = "S"
               DISPLAY "AVISO: " WS-NOME " sem registro em "
                   "processamento em ARQRECEB.DAT."
               EXIT PARAGRAPH
           END-IF
           MOVE "P"             TO AR-SITUACAO
           MOVE WS-CX-QTD-REG   TO AR-QTD-REG
           MOVE WS-CX-DATA-INI  TO AR-DATA-INI
           MOVE WS-CX-DATA-FIM  TO AR-DATA-FIM
           MOVE WS-CX-VALOR     TO AR-VALOR
           MOVE "PROCESSADO"    TO AR-MOTIVO
           PERFORM MOVE-PARA-HISTORICO
           REWRITE ARQRECEB-REG
           MOVE "S" TO WS-CX-RETORNO.

       RECUSA-FALHA.
           PERFORM LOCALIZA-EM-PROCESSAMENTO
           IF WS-ACHOU NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO AR-SITUACAO
           MOVE "ERRO NA ABERTURA PELO CARREGADOR" TO AR-MOTIVO
           PERFORM MOVE-PARA-HISTORICO
           REWRITE ARQRECEB-REG
           MOVE "S" TO WS-CX-RETORNO.

       LOCALIZA-EM-PROCESSAMENTO.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME
           UNSTRING WS-CX-CAMINHO DELIMITED BY "/"
               INTO WS-DESTINO WS-NOME
           MOVE WS-CX-CAMINHO TO WS-CAMINHO
           MOVE WS-NOME TO AR-NOME
           MOVE ZEROS   TO AR-DATA-PROC
           MOVE ZEROS   TO AR-HORA-PROC
           START ARQRECEB-FILE KEY IS NOT LESS AR-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-FIM
           PERFORM UNTIL WS-FIM = "S"
               READ ARQRECEB-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM
                   NOT AT END
                       IF AR-NOME NOT = WS-NOME
                           MOVE "S" TO WS-FIM
                       ELSE
                           IF AR-SITUACAO = "E"
                               MOVE "S" TO WS-ACHOU
                               MOVE "S" TO WS-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Tira o arquivo da caixa para a pasta do dia; falha ao mover
      *> não desfaz o registro (o nome já processado é recusado na
      *> próxima varredura). O recusado leva o prefixo
      *> RECUSADO_<hora do registro>_, para não cair sobre o arquivo
      *> de mesmo nome que foi carregado; o processado com nome já
      *> arquivado no dia leva o prefixo <hora do registro>_. Destino
      *> existente nunca é sobreposto: o arquivo fica na caixa.
       MOVE-PARA-HISTORICO.
           CALL "CBL_CREATE_DIR" USING "HISTORICO"
           CALL "CBL_CREATE_DIR" USING WS-PASTA
           MOVE SPACES TO WS-NOME-DESTINO
           IF AR-SITUACAO = "R"
               STRING "RECUSADO_" DELIMITED BY SIZE
                      AR-HORA-PROC DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-NOME DELIMITED BY SPACE
                      INTO WS-NOME-DESTINO
           ELSE
               MOVE WS-NOME TO WS-NOME-DESTINO
           END-IF
           PERFORM MONTA-DESTINO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DESTINO
               WS-DETALHE-DESTINO
           IF RETURN-CODE = 0 AND AR-SITUACAO NOT = "R"
               MOVE SPACES TO WS-NOME-DESTINO
               STRING AR-HORA-PROC DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-NOME DELIMITED BY SPACE
                      INTO WS-NOME-DESTINO
               PERFORM MONTA-DESTINO
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DESTINO
                   WS-DETALHE-DESTINO
           END-IF
           IF RETURN-CODE = 0
               MOVE SPACES TO AR-PASTA
               DISPLAY "AVISO: " WS-DESTINO " já existe; " WS-NOME
                   " fica na caixa."
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_RENAME_FILE" USING WS-CAMINHO WS-DESTINO
           IF RETURN-CODE = 0
               MOVE WS-PASTA TO AR-PASTA
           ELSE
               MOVE SPACES TO AR-PASTA
               DISPLAY "AVISO: não foi possível mover " WS-NOME
                   " para " WS-PASTA
           END-IF.

       MONTA-DESTINO.
           MOVE SPACES TO WS-DESTINO
           STRING WS-PASTA DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-NOME-DESTINO DELIMITED BY SPACE
                  INTO WS-DESTINO.
