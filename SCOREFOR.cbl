       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREFOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contas lançadas no trimestre: dão o volume do fornecedor e
      *> os avisos de documento duplicado e de recebimento (conferência
      *> de três vias) gravados em CP-ALERTAS por LANCCONT.cbl.
           SELECT CONTAPAGAR-FILE ASSIGN TO "CONTAPAGAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-CNPJ-FORN WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-DATA-VENC WITH DUPLICATES
               ALTERNATE RECORD KEY IS CP-SITUACAO WITH DUPLICATES
               FILE STATUS IS WS-STATUS-FILE-C.

      *> Trilha de auditoria compartilhada (ver CADFORNE.cbl): as
      *> ocorrências datadas — rejeição do banco (RETREM/CONFREM),
      *> disputa (BLOQCONT) e boleto DDA sem conta (DDAIMP) — com o
      *> CNPJ na posição de CP-CHAVE em AU-CHAVE.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

      *> Certidões negativas dos prestadores (ver CADCND.cbl); conta
      *> a certidão vencida até o fim do trimestre e não renovada.
           SELECT CERTIDAO-FILE ASSIGN TO "CERTIDAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CHAVE
               FILE STATUS IS WS-STATUS-FILE-CD.

      *> Histórico das notas por fornecedor e trimestre: dá a
      *> tendência contra os trimestres anteriores e o alerta que
      *> LANCCONT.cbl mostra ao lançar nota de fornecedor abaixo da
      *> nota mínima.
           SELECT SCOREFOR-FILE ASSIGN TO "SCOREFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WS-STATUS-FILE-SC.

      *> Consultado por CNPJ apenas para exibir a razão social (ver
      *> CADFORNE.cbl).
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNECEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-CNPJ
               FILE STATUS IS WS-STATUS-FILE-F.

           SELECT SPOOL-FILE ASSIGN TO "SCOREFOR.PRN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-SPOOL.

      *> Arquivo delimitado opcional, para a planilha de compras
      *> (mesmo padrão de RANKFORN.CSV).
           SELECT CSV-FILE ASSIGN TO "SCOREFOR.CSV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.

       DATA DIVISION.
       FILE SECTION.

       FD CONTAPAGAR-FILE.
       01 CONTA-REG.
           05 CP-CHAVE          PIC X(26).  *> 10 doc + 14 CNPJ + 02 parc.
           05 CP-NUM-DOC        PIC 9(10).
           05 CP-CNPJ-FORN      PIC 9(14).
           05 CP-NUM-PARCELA    PIC 9(02).
           05 CP-TOTAL-PARCELAS PIC 9(02).
           05 CP-DATA-EMISSAO   PIC 9(8).
           05 CP-DATA-VENC      PIC 9(8).
           05 CP-VALOR          PIC 9(10)V99.
           05 CP-SITUACAO       PIC X(1).  *> A=ABERTO,B=PARCIAL,P=PAGO,
                                            *> E=ENVIADO,C=CANCEL
           05 CP-DATA-PGTO      PIC 9(8).
           05 CP-CENTRO-CUSTO   PIC X(06).
           05 CP-NUM-PEDIDO     PIC 9(10).
           05 CP-SALDO          PIC 9(10)V99.
           05 CP-MOEDA          PIC X(03).
           05 CP-TAXA-CAMBIO    PIC 9(04)V9(04).
           05 CP-VALOR-ORIGINAL PIC 9(10)V99.
           05 CP-DESC-PERC      PIC 9(02)V99.  *> % desc. antecipado
           05 CP-DESC-LIMITE    PIC 9(8).  *> prazo desconto AAAAMMDD
           05 CP-MOTIVO-REJEICAO PIC X(30). *> rejeição do banco
           05 CP-CONTA-PAGADORA PIC X(03).  *> conta bancária pagadora
           05 CP-ALERTAS        PIC X(04).  *> avisos do lançamento
           05 CP-NUM-REMESSA    PIC 9(06).  *> lote de remessa (nº)
           05 CP-FORMA-PGTO     PIC X(01).  *> B=boleto,P=PIX,T=TED
           05 CP-COD-BARRAS     PIC X(47).  *> linha digitável boleto
           05 CP-EMPRESA        PIC 9(02).  *> empresa do grupo

       FD AUDITORIA-FILE.
       01 AUDITORIA-REG.
           05 AU-DATA          PIC 9(8).
           05 AU-HORA          PIC 9(6).
           05 AU-PROGRAMA      PIC X(8).
           05 AU-ACAO          PIC X(10).
           05 AU-CHAVE         PIC X(26).
           05 AU-USUARIO       PIC X(10).
           05 AU-VALOR-ANTES   PIC X(60).
           05 AU-VALOR-DEPOIS  PIC X(60).

       FD CERTIDAO-FILE.
       01 CERTIDAO-REG.
           05 CD-CHAVE.                     *> 14 CNPJ + 01 tipo
               10 CD-CNPJ-FORN  PIC 9(14).
               10 CD-TIPO       PIC X(01).  *> I=INSS, F=FGTS
           05 CD-NUMERO         PIC X(20).
           05 CD-DATA-EMISSAO   PIC 9(8).
           05 CD-DATA-VALIDADE  PIC 9(8).

       FD SCOREFOR-FILE.
       01 SCOREFOR-REG.
           05 SC-CHAVE.                     *> 14 CNPJ + 05 trimestre
               10 SC-CNPJ-FORN  PIC 9(14).
               10 SC-TRIMESTRE  PIC 9(05).  *> AAAAT
           05 SC-QTD-CONTAS     PIC 9(05).
           05 SC-VALOR          PIC 9(12)V99.
           05 SC-QTD-REJEICAO   PIC 9(04).
           05 SC-QTD-DISPUTA    PIC 9(04).
           05 SC-QTD-CERTIDAO   PIC 9(04).
           05 SC-QTD-DDA        PIC 9(04).
           05 SC-QTD-TRES-VIAS  PIC 9(04).
           05 SC-QTD-DUPLICADO  PIC 9(04).
           05 SC-PONTOS         PIC 9(06).
           05 SC-NOTA           PIC 9(03).  *> 0 a 100
           05 SC-CONCEITO       PIC X(01).  *> A, B, C ou D
           05 SC-ALERTA         PIC X(01).  *> S=abaixo da nota mínima
           05 SC-DATA-CALCULO   PIC 9(8).

       FD FORNECEDOR-FILE.
       01 FORNECEDOR-REG.
           05 F-CNPJ         PIC 9(14).
           05 F-RAZAO-SOCIAL PIC X(40).
           05 F-ENDERECO     PIC X(50).
           05 F-TELEFONE     PIC 9(11).
           05 F-EMAIL        PIC X(30).
           05 F-ATIVO        PIC X(1).
           05 F-BANCO        PIC X(03).
           05 F-AGENCIA      PIC X(06).
           05 F-CONTA        PIC X(12).
           05 F-PIX          PIC X(40).
           05 F-TIPO-FORNECEDOR PIC X(1).
           05 F-LIMITE-CREDITO   PIC 9(10)V99.  *> limite de exposicao
           05 F-CNPJ-SUCESSOR    PIC 9(14).  *> fusão de cadastros

       FD SPOOL-FILE.
       01 SPOOL-LINHA           PIC X(132).

       FD CSV-FILE.
       01 CSV-LINHA            PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-FILE-C      PIC XX.
       01 WS-STATUS-AUDITORIA   PIC XX.
       01 WS-STATUS-FILE-CD     PIC XX.
       01 WS-STATUS-FILE-SC     PIC XX.
       01 WS-STATUS-FILE-F      PIC XX.
       01 WS-STATUS-SPOOL       PIC XX.
       01 WS-STATUS-CSV         PIC XX.
       01 WS-CSV-OK             PIC X VALUE "N".
       01 RESPOSTA              PIC X.
       01 WS-LINHA              PIC X(132).
       01 WS-HOJE               PIC 9(8).

      *> Trimestre pedido (AAAAT) e a faixa de datas correspondente.
       01 WS-TRIMESTRE          PIC 9(05).
       01 WS-TRIM-R REDEFINES WS-TRIMESTRE.
           05 WS-TRIM-ANO       PIC 9(04).
           05 WS-TRIM-NUM       PIC 9(01).
       01 WS-DATA-INI           PIC 9(8).
       01 WS-DATA-FIM           PIC 9(8).
       01 WS-NOTA-MINIMA        PIC 9(03).

      *> Pesos de cada ocorrência na nota: a disputa e a certidão
      *> vencida pesam mais porque param o pagamento; o documento
      *> duplicado e o boleto DDA sem conta são quase sempre erro de
      *> lançamento, não do fornecedor.
       01 WS-PESO-REJEICAO      PIC 9(02) VALUE 3.
       01 WS-PESO-DISPUTA       PIC 9(02) VALUE 5.
       01 WS-PESO-CERTIDAO      PIC 9(02) VALUE 4.
       01 WS-PESO-DDA           PIC 9(02) VALUE 2.
       01 WS-PESO-TRES-VIAS     PIC 9(02) VALUE 3.
       01 WS-PESO-DUPLICADO     PIC 9(02) VALUE 2.
      *> Cada ponto de ocorrência por conta lançada no trimestre tira
      *> este tanto dos 100 da nota.
       01 WS-FATOR-PENALIDADE   PIC 9(03) VALUE 20.

      *> Uma linha por fornecedor com conta ou ocorrência no
      *> trimestre (mesmo limite de RANKFORN.cbl).
       01 WS-TAB-FORN.
           05 WS-FORN-LINHA   OCCURS 500 TIMES.
               10 WS-FORN-CNPJ      PIC 9(14).
               10 WS-FORN-CONTAS    PIC 9(05).
               10 WS-FORN-VALOR     PIC 9(12)V99.
               10 WS-FORN-REJEICAO  PIC 9(04).
               10 WS-FORN-DISPUTA   PIC 9(04).
               10 WS-FORN-CERTIDAO  PIC 9(04).
               10 WS-FORN-DDA       PIC 9(04).
               10 WS-FORN-TRES-VIAS PIC 9(04).
               10 WS-FORN-DUPLICADO PIC 9(04).
               10 WS-FORN-PONTOS    PIC 9(06).
               10 WS-FORN-NOTA      PIC 9(03).
               10 WS-FORN-CONCEITO  PIC X(01).
       01 WS-FORN-QTD-LINHAS    PIC 9(03) VALUE ZEROS.
       01 WS-FORN-IDX           PIC 9(03).
       01 WS-CNPJ-BUSCA         PIC 9(14).
       01 WS-CRIA-LINHA         PIC X.
       01 WS-AVISO-CHEIA        PIC X VALUE "N".

      *> Área de troca usada pela ordenação por seleção abaixo.
       01 WS-ORD-I              PIC 9(03).
       01 WS-ORD-J              PIC 9(03).
       01 WS-ORD-MENOR          PIC 9(03).
       01 WS-TROCA-LINHA        PIC X(67).

       01 WS-BASE-CONTAS        PIC 9(05).
       01 WS-PENALIDADE         PIC 9(07).
       01 WS-QTD-ALERTA         PIC 9(03) VALUE ZEROS.

      *> Notas dos três trimestres anteriores, do mais antigo ao
      *> mais recente, para a tendência.
       01 WS-TRIM-ANT           PIC 9(05).
       01 WS-TRIM-ANT-R REDEFINES WS-TRIM-ANT.
           05 WS-TANT-ANO       PIC 9(04).
           05 WS-TANT-NUM       PIC 9(01).
       01 WS-TAB-HIST.
           05 WS-HIST-NOTA      PIC X(03) OCCURS 3 TIMES.
       01 WS-HIST-IDX           PIC 9(01).
       01 WS-NOTA-ANTERIOR      PIC 9(03).
       01 WS-TEM-ANTERIOR       PIC X.
       01 WS-TENDENCIA          PIC X(08).
       01 WS-NOTA-TXT           PIC 9(03).
       01 WS-CSV-VALOR          PIC 9(12).99.
       01 WS-CSV-ALERTA         PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY "AVALIAÇÃO TRIMESTRAL DE FORNECEDORES"

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

           DISPLAY "Trimestre (AAAAT, ex: 20263 = 3º trim. de 2026): "
           ACCEPT WS-TRIMESTRE
           IF WS-TRIM-NUM < 1 OR WS-TRIM-NUM > 4
               DISPLAY "Erro: trimestre inválido."
               STOP RUN
           END-IF
           COMPUTE WS-DATA-INI = WS-TRIM-ANO * 10000
               + ((WS-TRIM-NUM - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-DATA-FIM = WS-TRIM-ANO * 10000
               + (WS-TRIM-NUM * 3) * 100 + 31

           DISPLAY "Nota mínima; abaixo dela o fornecedor fica em "
               "alerta no lançamento (0 = 60): "
           ACCEPT WS-NOTA-MINIMA
           IF WS-NOTA-MINIMA = 0 OR WS-NOTA-MINIMA > 100
               MOVE 60 TO WS-NOTA-MINIMA
           END-IF

           DISPLAY "Gerar também o arquivo CSV? (S/N): "
           ACCEPT RESPOSTA
           IF FUNCTION UPPER-CASE(RESPOSTA) = "S"
               MOVE "S" TO WS-CSV-OK
           END-IF

           OPEN INPUT CONTAPAGAR-FILE
           IF WS-STATUS-FILE-C NOT = "00"
               DISPLAY "Erro ao abrir CONTAPAGAR.DAT: "
                   WS-STATUS-FILE-C
               STOP RUN
           END-IF

           OPEN I-O SCOREFOR-FILE
           IF WS-STATUS-FILE-SC = "35"
      *> SCOREFOR.DAT ainda não existe — cria o arquivo na primeira
      *> execução.
               OPEN OUTPUT SCOREFOR-FILE
               CLOSE SCOREFOR-FILE
               OPEN I-O SCOREFOR-FILE
           END-IF
           IF WS-STATUS-FILE-SC NOT = "00"
               DISPLAY "Erro ao abrir SCOREFOR.DAT: "
                   WS-STATUS-FILE-SC
               STOP RUN
           END-IF

           OPEN INPUT FORNECEDOR-FILE
           IF WS-STATUS-FILE-F NOT = "00"
               DISPLAY "Erro ao abrir FORNECEDOR.DAT: " WS-STATUS-FILE-F
               STOP RUN
           END-IF

           OPEN OUTPUT SPOOL-FILE
           IF WS-STATUS-SPOOL NOT = "00"
               DISPLAY "Erro ao abrir SCOREFOR.PRN: " WS-STATUS-SPOOL
               STOP RUN
           END-IF

           IF WS-CSV-OK = "S"
               OPEN OUTPUT CSV-FILE
               IF WS-STATUS-CSV NOT = "00"
                   DISPLAY "Erro ao abrir SCOREFOR.CSV: "
                       WS-STATUS-CSV
                   STOP RUN
               END-IF
               MOVE SPACES TO CSV-LINHA
               STRING "TRIMESTRE;CNPJ;RAZAO SOCIAL;CONTAS;VALOR;"
                          DELIMITED BY SIZE
                      "REJEICOES;DISPUTAS;CERTIDOES;DDA SEM CONTA;"
                          DELIMITED BY SIZE
                      "TRES VIAS;DUPLICADOS;PONTOS;NOTA;CONCEITO;"
                          DELIMITED BY SIZE
                      "ALERTA;NOTA T-3;NOTA T-2;NOTA T-1;TENDENCIA"
                          DELIMITED BY SIZE
                      INTO CSV-LINHA
               WRITE CSV-LINHA
           END-IF

           PERFORM LER-CONTAS
           PERFORM LER-AUDITORIA
           PERFORM LER-CERTIDOES
           PERFORM CALCULA-NOTAS
           PERFORM ORDENA-TABELA
           PERFORM IMPRIME-AVALIACAO

           CLOSE CONTAPAGAR-FILE
           CLOSE SCOREFOR-FILE
           CLOSE FORNECEDOR-FILE
           CLOSE SPOOL-FILE
           IF WS-CSV-OK = "S"
               CLOSE CSV-FILE
           END-IF
           EXIT PROGRAM.

      *> Escreve a mesma linha no console e no arquivo de spool.
       IMPRIME-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO SPOOL-LINHA
           WRITE SPOOL-LINHA.

      *> Acha (ou, com WS-CRIA-LINHA = "S", inclui) a linha do
      *> fornecedor WS-CNPJ-BUSCA; WS-FORN-IDX = 0 se não houver.
       LOCALIZA-FORNECEDOR.
           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
                   OR WS-FORN-CNPJ(WS-FORN-IDX) = WS-CNPJ-BUSCA
               CONTINUE
           END-PERFORM
           IF WS-FORN-IDX <= WS-FORN-QTD-LINHAS
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-FORN-IDX
           IF WS-CRIA-LINHA NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-FORN-QTD-LINHAS >= 500
               IF WS-AVISO-CHEIA = "N"
                   DISPLAY "AVISO: mais de 500 fornecedores no "
                       "trimestre; excedentes fora da avaliação."
                   MOVE "S" TO WS-AVISO-CHEIA
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FORN-QTD-LINHAS
           MOVE WS-FORN-QTD-LINHAS TO WS-FORN-IDX
           INITIALIZE WS-FORN-LINHA(WS-FORN-IDX)
           MOVE WS-CNPJ-BUSCA TO WS-FORN-CNPJ(WS-FORN-IDX).

      *> Volume pelo número de documentos (a primeira parcela) e pelo
      *> valor de todas as parcelas emitidas no trimestre; os avisos
      *> de CP-ALERTAS valem uma vez por documento.
       LER-CONTAS.
           MOVE "S" TO WS-CRIA-LINHA
           MOVE LOW-VALUES TO CP-CHAVE
           START CONTAPAGAR-FILE KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ CONTAPAGAR-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STATUS-FILE-C
           END-READ

           PERFORM UNTIL WS-STATUS-FILE-C = "10"
               IF CP-DATA-EMISSAO >= WS-DATA-INI
                       AND CP-DATA-EMISSAO <= WS-DATA-FIM
                   MOVE CP-CNPJ-FORN TO WS-CNPJ-BUSCA
                   PERFORM LOCALIZA-FORNECEDOR
                   IF WS-FORN-IDX > 0
                       PERFORM SOMA-CONTA
                   END-IF
               END-IF
               READ CONTAPAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-C
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-C.

       SOMA-CONTA.
           ADD CP-VALOR TO WS-FORN-VALOR(WS-FORN-IDX)
           IF CP-NUM-PARCELA > 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FORN-CONTAS(WS-FORN-IDX)
           IF CP-ALERTAS(1:1) = "D"
               ADD 1 TO WS-FORN-DUPLICADO(WS-FORN-IDX)
           END-IF
           IF CP-ALERTAS(4:1) = "R"
               ADD 1 TO WS-FORN-TRES-VIAS(WS-FORN-IDX)
           END-IF.

      *> Ocorrências datadas da trilha; a trilha é opcional e, sem
      *> ela, a avaliação sai só com os dados das contas.
       LER-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE
           IF WS-STATUS-AUDITORIA NOT = "00"
               DISPLAY "AVISO: AUDITORIA.DAT indisponível ("
                   WS-STATUS-AUDITORIA "); rejeições, disputas e "
                   "DDA fora da avaliação."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-CRIA-LINHA
           READ AUDITORIA-FILE
               AT END
                   MOVE "10" TO WS-STATUS-AUDITORIA
           END-READ

           PERFORM UNTIL WS-STATUS-AUDITORIA = "10"
               IF AU-DATA >= WS-DATA-INI AND AU-DATA <= WS-DATA-FIM
                       AND AU-CHAVE(11:14) IS NUMERIC
                   PERFORM CONTA-OCORRENCIA
               END-IF
               READ AUDITORIA-FILE
                   AT END
                       MOVE "10" TO WS-STATUS-AUDITORIA
               END-READ
           END-PERFORM

           CLOSE AUDITORIA-FILE.

       CONTA-OCORRENCIA.
           EVALUATE TRUE
               WHEN AU-ACAO = "REJEICAO"
                       AND (AU-PROGRAMA = "RETREM"
                            OR AU-PROGRAMA = "CONFREM")
               WHEN AU-ACAO = "BLOQUEIO" AND AU-PROGRAMA = "BLOQCONT"
               WHEN AU-ACAO = "DDA-SEMCTA" AND AU-PROGRAMA = "DDAIMP"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE AU-CHAVE(11:14) TO WS-CNPJ-BUSCA
           PERFORM LOCALIZA-FORNECEDOR
           IF WS-FORN-IDX = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE AU-ACAO
               WHEN "REJEICAO"
                   ADD 1 TO WS-FORN-REJEICAO(WS-FORN-IDX)
               WHEN "BLOQUEIO"
                   ADD 1 TO WS-FORN-DISPUTA(WS-FORN-IDX)
               WHEN "DDA-SEMCTA"
                   ADD 1 TO WS-FORN-DDA(WS-FORN-IDX)
           END-EVALUATE.

      *> CERTIDAO.DAT guarda só a certidão vigente de cada tipo:
      *> conta a que já estava vencida no fim do trimestre, apenas
      *> para fornecedor com movimento no trimestre.
       LER-CERTIDOES.
           OPEN INPUT CERTIDAO-FILE
           IF WS-STATUS-FILE-CD NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CRIA-LINHA
           MOVE LOW-VALUES TO CD-CHAVE
           START CERTIDAO-FILE KEY IS NOT LESS CD-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-STATUS-FILE-CD
           END-START

           IF WS-STATUS-FILE-CD NOT = "10"
               READ CERTIDAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CD
               END-READ
           END-IF

           PERFORM UNTIL WS-STATUS-FILE-CD = "10"
               IF CD-DATA-VALIDADE < WS-DATA-FIM
                   MOVE CD-CNPJ-FORN TO WS-CNPJ-BUSCA
                   PERFORM LOCALIZA-FORNECEDOR
                   IF WS-FORN-IDX > 0
                       ADD 1 TO WS-FORN-CERTIDAO(WS-FORN-IDX)
                   END-IF
               END-IF
               READ CERTIDAO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS-FILE-CD
               END-READ
           END-PERFORM

           CLOSE CERTIDAO-FILE.

      *> Pontos = ocorrências x peso; a nota perde WS-FATOR-PENALIDADE
      *> por ponto por conta lançada (mínimo de uma conta, para o
      *> fornecedor só com ocorrências). Conceito A >= 90, B >= 75,
      *> C >= 60, D abaixo. Cada nota calculada fica no histórico.
       CALCULA-NOTAS.
           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
               COMPUTE WS-FORN-PONTOS(WS-FORN-IDX) =
                   WS-FORN-REJEICAO(WS-FORN-IDX) * WS-PESO-REJEICAO
                 + WS-FORN-DISPUTA(WS-FORN-IDX) * WS-PESO-DISPUTA
                 + WS-FORN-CERTIDAO(WS-FORN-IDX) * WS-PESO-CERTIDAO
                 + WS-FORN-DDA(WS-FORN-IDX) * WS-PESO-DDA
                 + WS-FORN-TRES-VIAS(WS-FORN-IDX) * WS-PESO-TRES-VIAS
                 + WS-FORN-DUPLICADO(WS-FORN-IDX) * WS-PESO-DUPLICADO

               MOVE WS-FORN-CONTAS(WS-FORN-IDX) TO WS-BASE-CONTAS
               IF WS-BASE-CONTAS = 0
                   MOVE 1 TO WS-BASE-CONTAS
               END-IF
               COMPUTE WS-PENALIDADE ROUNDED =
                   WS-FORN-PONTOS(WS-FORN-IDX) * WS-FATOR-PENALIDADE
                   / WS-BASE-CONTAS
               IF WS-PENALIDADE >= 100
                   MOVE ZEROS TO WS-FORN-NOTA(WS-FORN-IDX)
               ELSE
                   COMPUTE WS-FORN-NOTA(WS-FORN-IDX) =
                       100 - WS-PENALIDADE
               END-IF

               EVALUATE TRUE
                   WHEN WS-FORN-NOTA(WS-FORN-IDX) >= 90
                       MOVE "A" TO WS-FORN-CONCEITO(WS-FORN-IDX)
                   WHEN WS-FORN-NOTA(WS-FORN-IDX) >= 75
                       MOVE "B" TO WS-FORN-CONCEITO(WS-FORN-IDX)
                   WHEN WS-FORN-NOTA(WS-FORN-IDX) >= 60
                       MOVE "C" TO WS-FORN-CONCEITO(WS-FORN-IDX)
                   WHEN OTHER
                       MOVE "D" TO WS-FORN-CONCEITO(WS-FORN-IDX)
               END-EVALUATE

               PERFORM GRAVA-HISTORICO
           END-PERFORM.

      *> Recalcular o mesmo trimestre substitui a nota anterior.
       GRAVA-HISTORICO.
           MOVE WS-FORN-CNPJ(WS-FORN-IDX) TO SC-CNPJ-FORN
           MOVE WS-TRIMESTRE TO SC-TRIMESTRE
           MOVE WS-TRIMESTRE                   TO SC-TRIMESTRE
           MOVE WS-FORN-CONTAS(WS-FORN-IDX)    TO SC-QTD-CONTAS
           MOVE WS-FORN-VALOR(WS-FORN-IDX)     TO SC-VALOR
           MOVE WS-FORN-REJEICAO(WS-FORN-IDX)  TO SC-QTD-REJEICAO
           MOVE WS-FORN-DISPUTA(WS-FORN-IDX)   TO SC-QTD-DISPUTA
           MOVE WS-FORN-CERTIDAO(WS-FORN-IDX)  TO SC-QTD-CERTIDAO
           MOVE WS-FORN-DDA(WS-FORN-IDX)       TO SC-QTD-DDA
           MOVE WS-FORN-TRES-VIAS(WS-FORN-IDX) TO SC-QTD-TRES-VIAS
           MOVE WS-FORN-DUPLICADO(WS-FORN-IDX) TO SC-QTD-DUPLICADO
           MOVE WS-FORN-PONTOS(WS-FORN-IDX)    TO SC-PONTOS
           MOVE WS-FORN-NOTA(WS-FORN-IDX)      TO SC-NOTA
           MOVE WS-FORN-CONCEITO(WS-FORN-IDX)  TO SC-CONCEITO
           IF WS-FORN-NOTA(WS-FORN-IDX) < WS-NOTA-MINIMA
               MOVE "S" TO SC-ALERTA
               ADD 1 TO WS-QTD-ALERTA
           ELSE
               MOVE "N" TO SC-ALERTA
           END-IF
           MOVE WS-HOJE TO SC-DATA-CALCULO

           WRITE SCOREFOR-REG
               INVALID KEY
                   REWRITE SCOREFOR-REG
           END-WRITE
           IF WS-STATUS-FILE-SC NOT = "00"
               DISPLAY "AVISO: falha ao gravar a nota de "
                   SC-CNPJ-FORN ": " WS-STATUS-FILE-SC
           END-IF.

      *> Ordenação por seleção, pior nota primeiro (mesma técnica
      *> de RANKFORN.cbl, trocando a linha inteira da tabela).
       ORDENA-TABELA.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
                   UNTIL WS-ORD-I >= WS-FORN-QTD-LINHAS
               MOVE WS-ORD-I TO WS-ORD-MENOR
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                       UNTIL WS-ORD-J > WS-FORN-QTD-LINHAS
                   IF WS-FORN-NOTA(WS-ORD-J) <
                           WS-FORN-NOTA(WS-ORD-MENOR)
                       MOVE WS-ORD-J TO WS-ORD-MENOR
                   END-IF
               END-PERFORM
               IF WS-ORD-MENOR NOT = WS-ORD-I
                   MOVE WS-FORN-LINHA(WS-ORD-I) TO WS-TROCA-LINHA
                   MOVE WS-FORN-LINHA(WS-ORD-MENOR)
                       TO WS-FORN-LINHA(WS-ORD-I)
                   MOVE WS-TROCA-LINHA TO WS-FORN-LINHA(WS-ORD-MENOR)
               END-IF
           END-PERFORM.

       IMPRIME-AVALIACAO.
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "   AVALIACAO DE FORNECEDORES - TRIMESTRE "
               DELIMITED BY SIZE
               WS-TRIM-NUM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TRIM-ANO DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "   Pesos: rejeicao " DELIMITED BY SIZE
               WS-PESO-REJEICAO DELIMITED BY SIZE
               " disputa " DELIMITED BY SIZE
               WS-PESO-DISPUTA DELIMITED BY SIZE
               " certidao " DELIMITED BY SIZE
               WS-PESO-CERTIDAO DELIMITED BY SIZE
               " DDA " DELIMITED BY SIZE
               WS-PESO-DDA DELIMITED BY SIZE
               " tres vias " DELIMITED BY SIZE
               WS-PESO-TRES-VIAS DELIMITED BY SIZE
               " duplicado " DELIMITED BY SIZE
               WS-PESO-DUPLICADO DELIMITED BY SIZE
               "  Nota minima " DELIMITED BY SIZE
               WS-NOTA-MINIMA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE "==================================================="
               TO WS-LINHA
           PERFORM IMPRIME-LINHA

           IF WS-FORN-QTD-LINHAS = 0
               MOVE "Nenhum fornecedor com movimento no trimestre."
                   TO WS-LINHA
               PERFORM IMPRIME-LINHA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING "CNPJ           | RAZAO SOCIAL             | CTAS | "
               DELIMITED BY SIZE
               "RJ DS CN DA 3V DP | PTS  | NOTA | C | T-3 T-2 T-1 | "
               DELIMITED BY SIZE
               "TENDENC." DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA

           PERFORM VARYING WS-FORN-IDX FROM 1 BY 1
                   UNTIL WS-FORN-IDX > WS-FORN-QTD-LINHAS
               MOVE WS-FORN-CNPJ(WS-FORN-IDX) TO F-CNPJ
               READ FORNECEDOR-FILE
                   INVALID KEY
                       MOVE "(fornecedor nao cadastrado)"
                           TO F-RAZAO-SOCIAL
               END-READ
               PERFORM BUSCA-TENDENCIA
               PERFORM IMPRIME-FORNECEDOR
               PERFORM GRAVA-LINHA-CSV
           END-PERFORM

           MOVE "-----------------------------------------------------"
               TO WS-LINHA
           PERFORM IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA
           STRING "Fornecedores avaliados: " DELIMITED BY SIZE
               WS-FORN-QTD-LINHAS DELIMITED BY SIZE
               "  Em alerta (abaixo da nota minima): "
               DELIMITED BY SIZE
               WS-QTD-ALERTA DELIMITED BY SIZE
               INTO WS-LINHA
           PERFORM IMPRIME-LINHA.

      *> Notas do fornecedor nos três trimestres anteriores; a
      *> tendência compara com o trimestre imediatamente anterior.
       BUSCA-TENDENCIA.
           MOVE WS-TRIMESTRE TO WS-TRIM-ANT
           MOVE "N" TO WS-TEM-ANTERIOR
           PERFORM VARYING WS-HIST-IDX FROM 3 BY -1
                   UNTIL WS-HIST-IDX < 1
               IF WS-TANT-NUM = 1
                   SUBTRACT 1 FROM WS-TANT-ANO
                   MOVE 4 TO WS-TANT-NUM
               ELSE
                   SUBTRACT 1 FROM WS-TANT-NUM
               END-IF
               MOVE WS-FORN-CNPJ(WS-FORN-IDX) TO SC-CNPJ-FORN
               MOVE WS-TRIM-ANT TO SC-TRIMESTRE
               READ SCOREFOR-FILE
                   INVALID KEY
                       MOVE "---" TO WS-HIST-NOTA(WS-HIST-IDX)
                   NOT INVALID KEY
                       MOVE SC-NOTA TO WS-NOTA-TXT
                       MOVE WS-NOTA-TXT TO WS-HIST-NOTA(WS-HIST-IDX)
                       IF WS-HIST-IDX = 3
                           MOVE "S" TO WS-TEM-ANTERIOR
                           MOVE SC-NOTA TO WS-NOTA-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STATUS-FILE-SC

           EVALUATE TRUE
               WHEN WS-TEM-ANTERIOR = "N"
                   MOVE "NOVO" TO WS-TENDENCIA
               WHEN WS-FORN-NOTA(WS-FORN-IDX) > WS-NOTA-ANTERIOR
                   MOVE "MELHOROU" TO WS-TENDENCIA
               WHEN WS-FORN-NOTA(WS-FORN-IDX) < WS-NOTA-ANTERIOR
                   MOVE "PIOROU" TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL" TO WS-TENDENCIA
           END-EVALUATE.

       IMPRIME-FORNECEDOR.
           MOVE SPACES TO WS-LINHA
           STRING WS-FORN-CNPJ(WS-FORN-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               F-RAZAO-SOCIAL(1:24) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FORN-CONTAS(WS-FORN-IDX)(2:4) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FORN-REJEICAO(WS-FORN-IDX)(3:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORN-DISPUTA(WS-FORN-IDX)(3:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORN-CERTIDAO(WS-FORN-IDX)(3:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORN-DDA(WS-FORN-IDX)(3:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORN-TRES-VIAS(WS-FORN-IDX)(3:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FORN-DUPLICADO(WS-FORN-IDX)(3:2) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FORN-PONTOS(WS-FORN-IDX)(3:4) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FORN-NOTA(WS-FORN-IDX) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               WS-FORN-CONCEITO(WS-FORN-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-HIST-NOTA(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIST-NOTA(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HIST-NOTA(3) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TENDENCIA DELIMITED BY SIZE
               INTO WS-LINHA
           IF WS-FORN-NOTA(WS-FORN-IDX) < WS-NOTA-MINIMA
               MOVE "*ALERTA" TO WS-LINHA(126:7)
           END-IF
           PERFORM IMPRIME-LINHA.

      *> Uma linha delimitada por fornecedor, com os contadores
      *> completos (o PRN trunca em duas posições).
       GRAVA-LINHA-CSV.
           IF WS-CSV-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FORN-VALOR(WS-FORN-IDX) TO WS-CSV-VALOR
           IF WS-FORN-NOTA(WS-FORN-IDX) < WS-NOTA-MINIMA
               MOVE "S" TO WS-CSV-ALERTA
           ELSE
               MOVE "N" TO WS-CSV-ALERTA
           END-IF
           MOVE SPACES TO CSV-LINHA
           STRING WS-TRIMESTRE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-CNPJ(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  F-RAZAO-SOCIAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-CONTAS(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CSV-VALOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-REJEICAO(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-DISPUTA(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-CERTIDAO(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-DDA(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-TRES-VIAS(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-DUPLICADO(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-PONTOS(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-NOTA(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-FORN-CONCEITO(WS-FORN-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CSV-ALERTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-HIST-NOTA(1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-HIST-NOTA(2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-HIST-NOTA(3) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TENDENCIA DELIMITED BY SIZE
                  INTO CSV-LINHA
           WRITE CSV-LINHA.
