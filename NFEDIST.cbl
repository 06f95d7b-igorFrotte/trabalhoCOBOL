      *> Arquivo de distribuição de NF-e baixado da SEFAZ: uma nota
      *> emitida contra o nosso CNPJ por linha, com a chave de acesso
      *> completa, a data de emissão, o valor total e a empresa do
      *> grupo destinatária. Cada arquivo pendente na caixa de
      *> entrada (ENTRADA/, ver CAIXAENT.cbl) é carregado em ordem.
           SELECT IMPORT-FILE ASSIGN TO WS-NOME-IMPORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPORT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STATUS-FILE-C.
               RECORD KEY IS NK-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-NK.

      *> Manifestação do destinatário (ver MANIFNFE.cbl): toda chave
      *> válida distribuída contra o nosso CNPJ entra pendente, mesmo
      *> a rejeitada aqui — nota de emitente desconhecido é
      *> justamente a que pede manifestação de desconhecimento.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CHAVE-NFE
               FILE STATUS IS WS-STATUS-FILE-MN.

      *> Uma linha por rejeição, com o motivo, para acompanhamento
      *> manual (mesmo padrão de LANCLOTE.EXC).
           SELECT EXCECAO-FILE ASSIGN TO "NFEDIST.EXC"
           05 NK-EMPRESA        PIC 9(02).
           05 NK-DATA-REG       PIC 9(8).

       FD MANIFEST-FILE.
       01 MANIFEST-REG.
           05 MN-CHAVE-NFE      PIC X(44).
           05 MN-CNPJ-EMIT      PIC 9(14).
           05 MN-EMPRESA        PIC 9(02).
           05 MN-DATA-EMISSAO   PIC 9(8).
           05 MN-VALOR          PIC 9(10)V99.
           05 MN-DATA-RECEB     PIC 9(8).   *> carga da distribuição
           05 MN-SITUACAO       PIC X(1).   *> P=pendente,C=ciência,
                                            *> F=confirmação,
                                            *> D=desconhecimento,
                                            *> N=operação não realiz.
           05 MN-JUSTIFICATIVA  PIC X(60).
           05 MN-DATA-MANIF     PIC 9(8).
           05 MN-USUARIO        PIC X(10).
           05 MN-EVENTO-GERADO  PIC X(1).   *> S=já no arquivo SEFAZ
           05 MN-DATA-EVENTO    PIC 9(8).

       FD EXCECAO-FILE.
       01 EXCECAO-REG           PIC X(132).


       WORKING-STORAGE SECTION.
       01 WS-STATUS-IMPORT      PIC XX.
       01 WS-NOME-IMPORT        PIC X(60).
       01 WS-QTD-ARQUIVOS       PIC 9(3) VALUE ZEROS.

      *> Caixa de entrada dos arquivos recebidos (ver CAIXAENT.cbl).
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
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-FILE-NK     PIC XX.
       01 WS-STATUS-EXCECAO     PIC XX.
       01 WS-STATUS-FILE-MN     PIC XX.
       01 WS-MANIFEST-OK        PIC X VALUE "N".
       01 WS-QTD-MANIFEST       PIC 9(5) VALUE ZEROS.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-AUDITORIA-OK       PIC X VALUE "N".
       01 WS-MOTIVO             PIC X(40).
       01 WS-NFE-RESTO          PIC 9(02).
       01 WS-NFE-DV-CALC        PIC 9(01).
       01 WS-NFE-CNPJ           PIC 9(14).
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

       MAIN-PROCEDURE.
           DISPLAY "IMPORTAÇÃO DO ARQUIVO DE DISTRIBUIÇÃO DE NF-E"

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN I-O MANIFEST-FILE
           IF WS-STATUS-FILE-MN = "35"
      *> MANIFEST.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN I-O MANIFEST-FILE
           END-IF
           IF WS-STATUS-FILE-MN = "00"
               MOVE "S" TO WS-MANIFEST-OK
           ELSE
               DISPLAY "AVISO: manifestação indisponível: "
                   WS-STATUS-FILE-MN
           END-IF

           OPEN OUTPUT EXCECAO-FILE
           IF WS-STATUS-EXCECAO NOT = "00"
               DISPLAY "Erro ao abrir NFEDIST.EXC: " WS-STATUS-EXCECAO
                   WS-STATUS-AUDITORIA
           END-IF

           PERFORM PROCESSA-CAIXA

           CLOSE FORNECEDOR-FILE
           CLOSE CONTAPAGAR-FILE
           CLOSE NFECHAVE-FILE
           CLOSE EXCECAO-FILE
           IF WS-MANIFEST-OK = "S"
               CLOSE MANIFEST-FILE
           END-IF
           IF WS-AUDITORIA-OK = "S"
               CLOSE AUDITORIA-FILE
           END-IF

           DISPLAY "========================================"
           DISPLAY "Arquivos carregados:  " WS-QTD-ARQUIVOS
           DISPLAY "Notas pré-carregadas: " WS-QTD-IMPORTADAS
           DISPLAY "Notas rejeitadas:     " WS-QTD-REJEITADAS
           DISPLAY "A manifestar (novas): " WS-QTD-MANIFEST
           STOP RUN.

      *> Retira da caixa de entrada, em ordem, cada arquivo de
      *> distribuição de NF-e pendente; o arquivo já processado
      *> (mesmo nome ou mesmo conteúdo) é recusado pela própria
      *> caixa.
       PROCESSA-CAIXA.
           MOVE "NFEDIST" TO WS-CX-TIPO
           MOVE 66 TO WS-CX-TAM-REG
           MOVE "S" TO WS-CX-RETORNO
           PERFORM UNTIL WS-CX-RETORNO NOT = "S"
               MOVE "P" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               IF WS-CX-RETORNO = "S"
                   PERFORM CARREGA-ARQUIVO
               END-IF
           END-PERFORM
           IF WS-QTD-ARQUIVOS = ZEROS
               DISPLAY "Nenhum arquivo de distribuição de NF-e "
                   "pendente em ENTRADA/."
           END-IF.

       CARREGA-ARQUIVO.
           MOVE WS-CX-CAMINHO TO WS-NOME-IMPORT
           OPEN INPUT IMPORT-FILE
           IF WS-STATUS-IMPORT NOT = "00"
               DISPLAY "Erro ao abrir " WS-NOME-IMPORT ": "
                   WS-STATUS-IMPORT
               MOVE "F" TO WS-CX-FUNCAO
               CALL "CAIXAENT" USING WS-CAIXA-ENTRADA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-CX-QTD-REG
           MOVE ZEROS TO WS-CX-DATA-INI
           MOVE ZEROS TO WS-CX-DATA-FIM
           MOVE ZEROS TO WS-CX-VALOR
           PERFORM PROCESSA-IMPORTACAO
           CLOSE IMPORT-FILE
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE "C" TO WS-CX-FUNCAO
           CALL "CAIXAENT" USING WS-CAIXA-ENTRADA.

      *> Resumo do arquivo para o registro da caixa: contagem, menor
      *> e maior data e valor total.
       ACUMULA-RESUMO-CAIXA.
           ADD 1 TO WS-CX-QTD-REG
           ADD NI-VALOR TO WS-CX-VALOR
           IF WS-CX-DATA-INI = ZEROS OR NI-DATA-EMISSAO < WS-CX-DATA-INI
               MOVE NI-DATA-EMISSAO TO WS-CX-DATA-INI
           END-IF
           IF NI-DATA-EMISSAO > WS-CX-DATA-FIM
               MOVE NI-DATA-EMISSAO TO WS-CX-DATA-FIM
           END-IF.

       PROCESSA-IMPORTACAO.
           READ IMPORT-FILE
               AT END
           END-READ

           PERFORM UNTIL WS-STATUS-IMPORT = "10"
               PERFORM ACUMULA-RESUMO-CAIXA
               PERFORM IMPORTA-NOTA
               READ IMPORT-FILE
                   AT END
               EXIT PARAGRAPH
           END-IF

           PERFORM REGISTRA-MANIFESTACAO

           MOVE NI-CHAVE-NFE(7:14) TO WS-NFE-CNPJ
           MOVE WS-NFE-CNPJ TO F-CNPJ
           READ FORNECEDOR-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "I" TO WS-JN-OPERACAO
           PERFORM JORNAL-CONTA

           MOVE NI-CHAVE-NFE TO NK-CHAVE-NFE
           MOVE WS-NFE-CNPJ  TO NK-CNPJ-EMIT
           MOVE CP-CHAVE     TO NK-CP-CHAVE
               " (pendente de aprovação)"
           PERFORM GRAVA-AUDITORIA.

      *> Inclui a chave pendente de manifestação; chave que volta em
      *> outro arquivo de distribuição mantém o que já foi
      *> registrado.
       REGISTRA-MANIFESTACAO.
           IF WS-MANIFEST-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE NI-CHAVE-NFE TO MN-CHAVE-NFE
           READ MANIFEST-FILE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE NI-CHAVE-NFE       TO MN-CHAVE-NFE
           MOVE NI-CHAVE-NFE(7:14) TO MN-CNPJ-EMIT
           MOVE NI-EMPRESA         TO MN-EMPRESA
           MOVE NI-DATA-EMISSAO    TO MN-DATA-EMISSAO
           MOVE NI-VALOR           TO MN-VALOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO MN-DATA-RECEB
           MOVE "P"                TO MN-SITUACAO
           MOVE SPACES             TO MN-JUSTIFICATIVA
           MOVE ZEROS              TO MN-DATA-MANIF
           MOVE SPACES             TO MN-USUARIO
           MOVE "N"                TO MN-EVENTO-GERADO
           MOVE ZEROS              TO MN-DATA-EVENTO
           WRITE MANIFEST-REG
           IF WS-STATUS-FILE-MN = "00"
               ADD 1 TO WS-QTD-MANIFEST
           ELSE
               DISPLAY "AVISO: falha ao registrar manifestação: "
                   WS-STATUS-FILE-MN
           END-IF.

      *> Mesma validação de VALIDA-CHAVE-NFE em LANCCONT.cbl, sobre a
      *> chave lida do arquivo de distribuição.
       VALIDA-CHAVE-NFE.
               DISPLAY "AVISO: falha ao gravar auditoria: "
                   WS-STATUS-AUDITORIA
           END-IF.

      *> Imagem da conta gravada, para o diário de recuperação (ver
      *> JORNAL.cbl); a operação vem em WS-JN-OPERACAO.
       JORNAL-CONTA.
           MOVE "NFEDIST" TO WS-JN-PROGRAMA
           MOVE "C" TO WS-JN-ARQUIVO
           MOVE CONTA-REG TO WS-JN-IMAGEM
           CALL "JORNAL" USING WS-JORNAL-AREA.
